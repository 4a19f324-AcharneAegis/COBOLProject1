      ******************************************************************
      * POSMAST.CPY
      * Common 24-byte position master record layout for
      * Bennett-Position-Master.txt, one record per EMP-POSITION
      * code for the whole company, maintained by CS370PROGRAM22 and
      * read by the CS370GETPOSN lookup subprogram, so every program
      * that reads EMP-POSITION agrees on one list of codes and
      * titles instead of each report building its own.
      * A retired position stays on file so employees still carrying
      * the code keep their title on the reports, but it can no
      * longer be given to anyone on an Add or Change.
      ******************************************************************
       01  POSITION-MASTER-RECORD.
           05  PM-POSITION             PIC A(2).
           05  PM-TITLE                PIC X(20).
           05  PM-EXEMPT-FLAG          PIC X(1).
               88  PM-EXEMPT                       VALUE 'E'.
               88  PM-NON-EXEMPT                   VALUE 'N'.
               88  PM-EXEMPT-FLAG-VALID            VALUE 'E' 'N'.
           05  PM-ACTIVE-FLAG          PIC X(1).
               88  PM-ACTIVE                       VALUE 'A'.
               88  PM-RETIRED                      VALUE 'R'.
