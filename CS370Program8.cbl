      *    EMPLOYEES ON LEAVE OF ABSENCE (STATUS 'L') NOW COUNT IN
      *    THE ENDING ACTIVE HEADCOUNT AND NEVER AS SEPARATIONS, SO
      *    AN UNPAID LEAVE NO LONGER WRECKS THE TURNOVER FIGURES.
      *    EACH POSITION IN THE SEPARATIONS BY POSITION SECTION NOW
      *    PRINTS WITH ITS TITLE FROM THE COMPANY POSITION MASTER
      *    THROUGH CS370GETPOSN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  WS-WORK-MM          PIC 9(2).
           05  WS-TURNOVER-PCT         PIC S999V99     VALUE +0.

      *********************     POSITION LOOKUP PARM     ***************
       COPY GETPOSN.

      *********************     REGION / RUN SETUP     *****************
       COPY GETREGN.

           05                          PIC X(9)        VALUE
                                                       'POSITION '.
           05  PIL-POSITION            PIC A(2).
           05                          PIC X(3)        VALUE ' - '.
           05  PIL-TITLE               PIC X(20).

       01  POSITION-TOTAL-LINE.
           05                          PIC X(5)        VALUE SPACES.

       37-PRINT-ONE-POSITION.
           MOVE WS-POS-CODE (WS-POS-SUB) TO PIL-POSITION
           MOVE WS-POS-CODE (WS-POS-SUB) TO GP-POSITION
           CALL 'CS370GETPOSN' USING GETPOSN-PARM
           IF GP-POSITION-UNKNOWN
               MOVE '** NOT ON MASTER **' TO PIL-TITLE
           ELSE
               MOVE GP-TITLE TO PIL-TITLE
           END-IF
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM POSITION-ID-LINE
               AFTER ADVANCING PROPER-SPACING
