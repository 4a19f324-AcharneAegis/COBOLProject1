      *    ARCHIVE FILES, A REQUEST CAN ASK FOR CURRENT-ONLY (THE
      *    FAST DEFAULT) OR NAME UP TO THREE ARCHIVE YEARS TO READ
      *    AS WELL, FOR THE DEEP HISTORY OF A LONG-SERVICE EMPLOYEE.
      *    EACH HISTORY LINE NOW SHOWS THE OPERATOR WHO KEYED THE
      *    CHANGE AND THE OPERATOR WHO APPROVED IT, FROM THE LONGER
      *    SALARY HISTORY RECORD (SEE SALHIST.CPY).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.

       FD SALARY-HISTORY-FILE
           RECORD CONTAINS 74 CHARACTERS.

       COPY SALHIST.

           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(14)       VALUE
                                                       'NEW VALUE'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(8)        VALUE 'KEYED BY'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(8)        VALUE 'APPROVED'.

       01  DETAIL-LINE.
           05                          PIC X(1)        VALUE SPACES.
           05  DL-OLD-VALUE            PIC X(14).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-NEW-VALUE            PIC X(14).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-OPERATOR-ID          PIC X(8).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-APPROVER-ID          PIC X(8).

       01  ARCHIVE-SECTION-LINE.
           05                          PIC X(5)        VALUE SPACES.
           MOVE SH-FIELD-NAME TO DL-FIELD-NAME
           MOVE SH-OLD-VALUE TO DL-OLD-VALUE
           MOVE SH-NEW-VALUE TO DL-NEW-VALUE
           MOVE SH-OPERATOR-ID TO DL-OPERATOR-ID
           MOVE SH-APPROVER-ID TO DL-APPROVER-ID
           WRITE REPORT-RECORD FROM DETAIL-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
