      *    INSTEAD OF LANDING WITH EITHER THE ACTIVE LISTING OR THE
      *    SEPARATED STAFF.  THEY STILL COUNT IN THE POSITION
      *    SUMMARY AND THE CSV EXTRACT - THEY ARE STILL EMPLOYED.
      *    THE MANAGEMENT SUMMARY BY POSITION NOW PRINTS EACH
      *    POSITION'S TITLE FROM THE COMPANY POSITION MASTER THROUGH
      *    CS370GETPOSN, AND FLAGS A CODE THE MASTER DOES NOT KNOW.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  WS-POS-COUNT         PIC 9(5)       VALUE 0.
               10  WS-POS-SALARY-TOTAL  PIC S9(9)V99   VALUE +0.

      *********************     POSITION LOOKUP PARM     ***************
       COPY GETPOSN.

      *********************     CSV BUILD AREA     *********************
       01  CSV-BUILD-AREA.
           05  CSV-SALARY-EDIT          PIC 9(6).99.
       01  POSITION-SUMMARY-HEADING-TWO.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'POS'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(20)       VALUE 'TITLE'.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                                                       'HEADCOUNT'.
       01  POSITION-SUMMARY-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05  PSL-POSITION            PIC A(2).
           05                          PIC X(3)        VALUE SPACES.
           05  PSL-TITLE               PIC X(20).
           05                          PIC X(6)        VALUE SPACES.
           05  PSL-HEADCOUNT           PIC ZZ9.
           05                          PIC X(7)        VALUE SPACES.
       44-PRINT-POSITION-LINE.
           IF WS-POS-CODE (WS-POS-IDX) NOT = SPACES
               MOVE WS-POS-CODE (WS-POS-IDX) TO PSL-POSITION
               MOVE WS-POS-CODE (WS-POS-IDX) TO GP-POSITION
               CALL 'CS370GETPOSN' USING GETPOSN-PARM
               IF GP-POSITION-UNKNOWN
                   MOVE '** NOT ON MASTER **' TO PSL-TITLE
               ELSE
                   MOVE GP-TITLE TO PSL-TITLE
               END-IF
               MOVE WS-POS-COUNT (WS-POS-IDX) TO PSL-HEADCOUNT
               DIVIDE WS-POS-SALARY-TOTAL (WS-POS-IDX) BY
                   WS-POS-COUNT (WS-POS-IDX)
