      *    PROPOSED SALARY = CURRENT SALARY * (1 + PERCENT / 100),
      *        ROUNDED, FROM THE FIRST MATRIX BAND MATCHING THE
      *        POSITION AND SERVICE YEARS
      ******************************************************************
      * MODIFICATION HISTORY
      *    THE APPROVED CHANGE TRANSACTIONS ARE NOW STAMPED AS KEYED
      *    AND APPROVED BY MERIT, WITH APPROVAL STATUS 'M', SO THE
      *    PROPOSAL SIGN-OFF COUNTS AS THE SECOND APPROVAL AND A
      *    MERIT RAISE OVER THE APPROVAL THRESHOLD IS NOT HELD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  REPORT-RECORD               PIC X(132).

       FD TRANSACTION-FILE
           RECORD CONTAINS 116 CHARACTERS.

       COPY EMPTRAN.

           05  WS-RUN-MM               PIC 9(2).
           05  WS-RUN-DD               PIC 9(2).

       01  WS-SYSTEM-TIME              PIC 9(8)        VALUE 0.
       01  WS-SYSTEM-TIME-R REDEFINES WS-SYSTEM-TIME.
           05  WS-RUN-HHMMSS           PIC 9(6).
           05  FILLER                  PIC 9(2).

       01  WS-HIRE-DATE-R.
           05  WS-HIRE-YYYY            PIC 9(4).
           05  WS-HIRE-MM              PIC 9(2).
           PERFORM 12-GET-REGION-SETUP
           OPEN OUTPUT PROPOSAL-REPORT-FILE
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-TIME FROM TIME
           MOVE WS-SYSTEM-DATE TO H1-DATE
           PERFORM 16-READ-MERIT-PARM
           PERFORM 17-LOAD-RAISE-MATRIX
           ELSE
               MOVE 0 TO TR-EFFECTIVE-DATE
           END-IF
           MOVE 'MERIT' TO TR-OPERATOR-ID
           MOVE WS-SYSTEM-DATE TO TR-ENTRY-DATE
           MOVE WS-RUN-HHMMSS TO TR-ENTRY-TIME
           MOVE 'M' TO TR-APPROVAL-STATUS
           MOVE 'MERIT' TO TR-APPROVER-ID
           MOVE WS-SYSTEM-DATE TO TR-APPROVAL-DATE
           WRITE TRANSACTION-RECORD
           ADD 1 TO TF-TRANS-WRITTEN
           .
