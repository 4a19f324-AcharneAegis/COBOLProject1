      *    BELOW MIN DEVIATION = BAND MINIMUM - CURRENT SALARY
      *    ABOVE MAX DEVIATION = CURRENT SALARY - BAND MAXIMUM
      *    A NO-BAND FINDING CARRIES NO DEVIATION DOLLARS
      ******************************************************************
      * MODIFICATION HISTORY
      *    EACH OUT-OF-BAND LINE NOW PRINTS THE POSITION TITLE FROM
      *    THE COMPANY POSITION MASTER THROUGH CS370GETPOSN NEXT TO
      *    THE CODE.  THE BANDS THEMSELVES STAY ON THE REGION'S
      *    PAY-BAND PARM FILE, KEYED ON THE SAME POSITION CODES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  WS-PB-MIN-SALARY    PIC 9(6)V99.
               10  WS-PB-MAX-SALARY    PIC 9(6)V99.

      *********************     POSITION LOOKUP PARM     ***************
       COPY GETPOSN.

      *********************     REGION / RUN SETUP     *****************
       COPY GETREGN.

           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'POS'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(20)       VALUE 'TITLE'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       'FIRST NAME'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(3)        VALUE SPACES.
           05  DL-POSITION             PIC A(2).
           05                          PIC X(3)        VALUE SPACES.
           05  DL-TITLE                PIC X(20).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-FIRST-NAME           PIC X(10).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-LAST-NAME            PIC X(10).
           MOVE SW-STORE-ID TO DL-STORE-ID
           MOVE SW-EMP-ID TO DL-EMP-ID
           MOVE SW-POSITION TO DL-POSITION
           MOVE SW-POSITION TO GP-POSITION
           CALL 'CS370GETPOSN' USING GETPOSN-PARM
           IF GP-POSITION-UNKNOWN
               MOVE '** NOT ON MASTER **' TO DL-TITLE
           ELSE
               MOVE GP-TITLE TO DL-TITLE
           END-IF
           MOVE SW-FIRST-NAME TO DL-FIRST-NAME
           MOVE SW-LAST-NAME TO DL-LAST-NAME
           MOVE SW-CURRENT-SALARY TO DL-SALARY
