      *    Operator console - one transaction per pass; keying END
      *        (or nothing) at the code prompt ends the session.
      * *******
      *    <prefix>-Approval-Parm.txt - a single record (see
      *        APPRPARM.CPY): the raise percent over which a raise
      *        needs a second operator.  Missing or zero uses 10.00.
      *    Bennett-Employee-Registry.idx - the company employee
      *        registry (see EMPREG.CPY), read when an EMP-ID is
      *        keyed.  If it has not been built yet the check is
      *        skipped.
      * *******
      * OUTPUT:
      *    <prefix>-Employee-Transactions.txt - one appended 116-byte
      *        transaction record (see EMPTRAN.CPY) per confirmed
      *        entry, ready for the next maintenance run.
      *    <prefix>-Held-Transactions.txt - the same record, appended
      *        instead when the entry needs a second operator's
      *        approval in CS370PROGRAM23.
      * *******
      * EDITS
      *    ADD REQUIRES A NEW EMP-ID, STORE, LAST NAME AND SALARY;
      *    CHANGE/DELETE/TRANSFER REQUIRE AN EMP-ID ON THE MASTER.
      *    AN ADD IS ALSO REFUSED WHEN THE REGISTRY GIVES THE EMP-ID
      *    TO ANOTHER REGION OR HAS IT IN TRANSIT.
      *    DATES ARE EDITED THROUGH CS370DATEEDIT (FUTURE ALLOWED,
      *    SINCE EFFECTIVE DATES MAY BE FUTURE).  SALARIES ARE KEYED
      *    IN WHOLE DOLLARS AND MUST BE OVER ZERO AND NO MORE THAN
      *    250,000.  A TRANSFER'S TARGET REGION MUST BE ON
      *    BENNETT-REGION-PARM.TXT.  EVERY TRANSACTION IS PLAYED
      *    BACK FOR A Y/N CONFIRMATION BEFORE IT IS WRITTEN.
      ******************************************************************
      * MODIFICATION HISTORY
      *    THE POSITION CODE ON AN ADD, AND ON A CHANGE WHEN ONE IS
      *    KEYED, IS CHECKED AGAINST THE COMPANY POSITION MASTER
      *    THROUGH CS370GETPOSN AND RE-PROMPTED UNTIL IT IS AN ACTIVE
      *    POSITION; THE TITLE IS PLAYED BACK SO THE CLERK CAN SEE
      *    THE RIGHT CODE WAS KEYED.
      *    THE SESSION NOW STARTS BY ASKING FOR THE OPERATOR ID, AND
      *    EVERY TRANSACTION IS STAMPED WITH IT AND THE ENTRY DATE
      *    AND TIME.  A RAISE OVER THE APPROVAL-PARM PERCENT, A STATUS
      *    CHANGE OR DELETE, AND A CROSS-REGION TRANSFER GO TO THE
      *    HELD-TRANSACTIONS FILE TO WAIT FOR A DIFFERENT OPERATOR'S
      *    APPROVAL INSTEAD OF STRAIGHT TO THE TRANSACTION FILE.
      *    A KEYED EMP-ID IS NOW LOOKED UP ON THE COMPANY EMPLOYEE
      *    REGISTRY AS WELL AS THE MASTER.  AN ADD OF AN ID THAT IS
      *    REGISTERED TO ANOTHER REGION, OR IN TRANSIT, IS DROPPED AT
      *    THE KEYBOARD; FOR ANY OTHER ENTRY A REGISTRY REGION THAT
      *    DOES NOT MATCH IS SHOWN AS A WARNING.
      *    A RAISE TOO LARGE FOR THE PERCENT FIELD NOW ALWAYS NEEDS A
      *    SECOND OPERATOR INSTEAD OF WRAPPING TO A SMALL PERCENT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELD-TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-HELD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPROVAL-PARM-FILE
               ASSIGN TO DYNAMIC WS-APPROVAL-PARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-PARM-STATUS.
           SELECT REGISTRY-FILE
               ASSIGN TO 'Bennett-Employee-Registry.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMP-ID
               FILE STATUS IS WS-REGISTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  IXM-EMPLOYEE-RECORD.
           05  IXM-STORE-ID            PIC A(4).
           05  IXM-EMP-ID              PIC X(5).
           05  FILLER                  PIC X(58).
           05  IXM-CURRENT-SALARY      PIC 999999V99.

       FD TRANSACTION-FILE
           RECORD CONTAINS 116 CHARACTERS.

       COPY EMPTRAN.

       FD HELD-TRANSACTION-FILE
           RECORD CONTAINS 116 CHARACTERS.

       01  HELD-TRANSACTION-RECORD     PIC X(116).

       FD APPROVAL-PARM-FILE
           RECORD CONTAINS 5 CHARACTERS.

       COPY APPRPARM.

       FD REGISTRY-FILE
           RECORD CONTAINS 34 CHARACTERS.

       COPY EMPREG.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
               88 REGION-WAS-FOUND                     VALUE 'Y'.
           05  TARGET-REGION-FLAG      PIC X           VALUE 'N'.
               88 TARGET-REGION-FOUND                  VALUE 'Y'.
           05  APPROVAL-NEEDED-FLAG    PIC X           VALUE 'N'.
               88 APPROVAL-IS-NEEDED                   VALUE 'Y'.
           05  REGISTRY-OPEN-FLAG      PIC X           VALUE 'N'.
               88 REGISTRY-IS-OPEN                     VALUE 'Y'.

       01  WS-INDEXED-STATUS           PIC XX          VALUE '00'.
       01  WS-APPROVAL-PARM-STATUS     PIC XX          VALUE '00'.
       01  WS-REGISTRY-STATUS          PIC XX          VALUE '00'.
       01  WS-SYSTEM-DATE              PIC 9(8)        VALUE 0.
       01  WS-SYSTEM-TIME              PIC 9(8)        VALUE 0.
       01  WS-SYSTEM-TIME-R REDEFINES WS-SYSTEM-TIME.
           05  WS-ENTRY-HHMMSS         PIC 9(6).
           05  FILLER                  PIC 9(2).
       01  WS-TRANS-WRITTEN            PIC 9(4)        VALUE 0.
       01  WS-TRANS-HELD               PIC 9(4)        VALUE 0.

      *********************     APPROVAL WORK AREA     *****************
       01  WS-OPERATOR-ID              PIC X(8)        VALUE SPACES.
       01  WS-RAISE-THRESHOLD          PIC 999V99      VALUE 10.00.
       01  WS-RAISE-PERCENT            PIC S9(5)V99    VALUE +0.
       01  WS-OLD-SALARY               PIC 9(6)V99     VALUE 0.
       01  WS-APPROVAL-REASON          PIC X(30)       VALUE SPACES.
       01  WS-CURRENT-REGION-CODE      PIC X(4)        VALUE SPACES.

      *********************     CONSOLE WORK AREA     ******************
       01  WS-CODE-IN                  PIC X(3)        VALUE SPACES.
      *********************     DATE EDIT PARM     *********************
       COPY DATEEDIT.

      *********************     POSITION LOOKUP PARM     ***************
       COPY GETPOSN.

      *********************     REGION / RUN SETUP     *****************
       COPY GETREGN.

       01  WS-INDEX-FILE-NAME          PIC X(40)       VALUE SPACES.
       01  WS-TRANS-FILE-NAME          PIC X(40)       VALUE SPACES.
       01  WS-HELD-FILE-NAME           PIC X(40)       VALUE SPACES.
       01  WS-APPROVAL-PARM-FILE-NAME  PIC X(40)       VALUE SPACES.
       01  WS-RUN-MODE                 PIC X(4)        VALUE SPACES.
       01  WS-REGION-SLOT              PIC 9(2)        VALUE 0.
       01  WS-TARGET-SLOT              PIC 9(2)        VALUE 0.
                  '-Employee-Transactions.txt' DELIMITED BY SIZE
               INTO WS-TRANS-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-HELD-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Held-Transactions.txt' DELIMITED BY SIZE
               INTO WS-HELD-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-APPROVAL-PARM-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Approval-Parm.txt' DELIMITED BY SIZE
               INTO WS-APPROVAL-PARM-FILE-NAME
           END-STRING
           MOVE GR-REGION-CODE TO WS-CURRENT-REGION-CODE
           DISPLAY 'TRANSACTION ENTRY FOR REGION ' GR-REGION-CODE
           .

           IF WS-INDEXED-STATUS = '00'
               MOVE 'Y' TO MASTER-OPEN-FLAG
               OPEN EXTEND TRANSACTION-FILE
               OPEN EXTEND HELD-TRANSACTION-FILE
               PERFORM 16-READ-APPROVAL-PARM
               OPEN INPUT REGISTRY-FILE
               IF WS-REGISTRY-STATUS = '00'
                   MOVE 'Y' TO REGISTRY-OPEN-FLAG
               END-IF
               PERFORM 17-GET-OPERATOR-ID
           ELSE
               DISPLAY 'EMPLOYEE MASTER INDEX NOT AVAILABLE - STATUS '
                   WS-INDEXED-STATUS
           END-IF
           .

       16-READ-APPROVAL-PARM.
           OPEN INPUT APPROVAL-PARM-FILE
           IF WS-APPROVAL-PARM-STATUS = '00'
               READ APPROVAL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-RAISE-PERCENT NUMERIC AND
                           AP-RAISE-PERCENT > 0
                           MOVE AP-RAISE-PERCENT TO WS-RAISE-THRESHOLD
                       END-IF
               END-READ
               CLOSE APPROVAL-PARM-FILE
           END-IF
           .

       17-GET-OPERATOR-ID.
           DISPLAY 'OPERATOR ID:'
           MOVE SPACES TO WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'OPERATOR ID IS REQUIRED - SESSION ENDED'
               MOVE 'N' TO SESSION-DONE-FLAG
           END-IF
           .

       25-SESSION-LOOP.
           PERFORM UNTIL SESSION-IS-DONE
               DISPLAY ' '
           MOVE 0 TO TR-LAST-RAISE-DATE
           MOVE 0 TO TR-CURRENT-SALARY
           MOVE 0 TO TR-EFFECTIVE-DATE
           MOVE 0 TO WS-OLD-SALARY
           MOVE WS-CODE-IN (1:1) TO TR-TRANS-CODE
           PERFORM 27-GET-EMPLOYEE-ID
           IF ENTRY-IS-GOOD
                       ' IS NOT ON THE MASTER - ENTRY DROPPED'
                   MOVE 'N' TO ENTRY-GOOD-FLAG
               END-IF
               IF ENTRY-IS-GOOD AND REGISTRY-IS-OPEN
                   PERFORM 29-CHECK-REGISTRY
               END-IF
           END-IF
           .

       29-CHECK-REGISTRY.
           MOVE WS-EMP-ID-IN TO ER-EMP-ID
           READ REGISTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TR-ADD AND ER-IN-TRANSIT
                           DISPLAY 'EMP-ID ' WS-EMP-ID-IN
                               ' IS IN TRANSIT TO ' ER-REGION-CODE
                               ' - ENTRY DROPPED'
                           MOVE 'N' TO ENTRY-GOOD-FLAG
                       WHEN TR-ADD AND
                           ER-REGION-CODE NOT = WS-CURRENT-REGION-CODE
                           DISPLAY 'EMP-ID ' WS-EMP-ID-IN
                               ' IS REGISTERED TO ' ER-REGION-CODE
                               ' STORE ' ER-STORE-ID
                               ' - ENTRY DROPPED'
                           MOVE 'N' TO ENTRY-GOOD-FLAG
                       WHEN ER-REGION-CODE NOT = WS-CURRENT-REGION-CODE
                           DISPLAY 'WARNING - EMP-ID ' WS-EMP-ID-IN
                               ' IS REGISTERED TO ' ER-REGION-CODE
                   END-EVALUATE
           END-READ
           .

       28-READ-MASTER-INDEX.
           MOVE 'N' TO MATCH-FOUND-FLAG
           MOVE WS-EMP-ID-IN TO IXM-EMP-ID
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MATCH-FOUND-FLAG
                   IF IXM-CURRENT-SALARY NUMERIC
                       MOVE IXM-CURRENT-SALARY TO WS-OLD-SALARY
                   END-IF
           END-READ
           .

               MOVE WS-TEXT-IN TO TR-STORE-ID
           END-IF
           IF ENTRY-IS-GOOD
               MOVE 'POSITION CODE' TO WS-PROMPT-TEXT
               MOVE 'Y' TO WS-FIELD-REQUIRED
               PERFORM 36-GET-POSITION-FIELD
               DISPLAY 'LAST NAME:'
               MOVE SPACES TO WS-TEXT-IN
               ACCEPT WS-TEXT-IN
           MOVE SPACES TO WS-TEXT-IN
           ACCEPT WS-TEXT-IN
           MOVE WS-TEXT-IN TO TR-STORE-ID
           MOVE 'NEW POSITION CODE' TO WS-PROMPT-TEXT
           MOVE 'N' TO WS-FIELD-REQUIRED
           PERFORM 36-GET-POSITION-FIELD
           DISPLAY 'NEW LAST NAME:'
           MOVE SPACES TO WS-TEXT-IN
           ACCEPT WS-TEXT-IN
           END-IF
           .

      *    THE POSITION MUST BE ACTIVE ON THE POSITION MASTER.  WITH NO
      *    POSITION MASTER ON DISK THE CODE IS TAKEN AS KEYED.
       36-GET-POSITION-FIELD.
           MOVE 'N' TO FIELD-OK-FLAG
           PERFORM UNTIL FIELD-IS-OK
               DISPLAY WS-PROMPT-TEXT ':'
               MOVE SPACES TO WS-TEXT-IN
               ACCEPT WS-TEXT-IN
               IF WS-TEXT-IN = SPACES AND WS-FIELD-REQUIRED = 'N'
                   MOVE SPACES TO TR-POSITION
                   MOVE 'Y' TO FIELD-OK-FLAG
               ELSE
                   MOVE WS-TEXT-IN TO GP-POSITION
                   CALL 'CS370GETPOSN' USING GETPOSN-PARM
                   EVALUATE TRUE
                       WHEN GP-NO-POSITION-MASTER
                           MOVE WS-TEXT-IN TO TR-POSITION
                           MOVE 'Y' TO FIELD-OK-FLAG
                       WHEN GP-POSITION-ACTIVE
                           MOVE WS-TEXT-IN TO TR-POSITION
                           DISPLAY '  ' GP-POSITION ' - ' GP-TITLE
                           MOVE 'Y' TO FIELD-OK-FLAG
                       WHEN GP-POSITION-RETIRED
                           DISPLAY 'POSITION ' GP-POSITION ' ('
                               GP-TITLE ') IS RETIRED'
                       WHEN OTHER
                           DISPLAY 'POSITION CODE IS NOT ON THE '
                               'POSITION MASTER'
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

       35-CONFIRM-AND-WRITE.
           DISPLAY 'TRANSACTION: ' TR-TRANS-CODE ' EMP-ID '
               TR-EMP-ID
           IF TR-EFFECTIVE-DATE > 0
               DISPLAY '  EFFECTIVE:  ' TR-EFFECTIVE-DATE
           END-IF
           PERFORM 37-CHECK-APPROVAL-NEEDED
           IF APPROVAL-IS-NEEDED
               DISPLAY '  NEEDS A SECOND OPERATOR - ' WS-APPROVAL-REASON
           END-IF
           DISPLAY 'WRITE THIS TRANSACTION? (Y/N):'
           MOVE SPACE TO WS-CONFIRM-IN
           ACCEPT WS-CONFIRM-IN
           IF WS-CONFIRM-IN = 'Y'
               ACCEPT WS-SYSTEM-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO TR-OPERATOR-ID
               MOVE WS-SYSTEM-DATE TO TR-ENTRY-DATE
               MOVE WS-ENTRY-HHMMSS TO TR-ENTRY-TIME
               MOVE SPACES TO TR-APPROVER-ID
               MOVE 0 TO TR-APPROVAL-DATE
               IF APPROVAL-IS-NEEDED
                   MOVE 'H' TO TR-APPROVAL-STATUS
                   MOVE TRANSACTION-RECORD TO HELD-TRANSACTION-RECORD
                   WRITE HELD-TRANSACTION-RECORD
                   ADD 1 TO WS-TRANS-HELD
                   DISPLAY 'TRANSACTION HELD FOR APPROVAL'
               ELSE
                   MOVE 'N' TO TR-APPROVAL-STATUS
                   WRITE TRANSACTION-RECORD
                   ADD 1 TO WS-TRANS-WRITTEN
                   DISPLAY 'TRANSACTION WRITTEN'
               END-IF
           ELSE
               DISPLAY 'TRANSACTION DISCARDED'
           END-IF
           .

      *    A RAISE OVER THE THRESHOLD PERCENT, ANY STATUS CHANGE OR
      *    SEPARATION, AND A TRANSFER OUT OF THE RUN REGION NEED A
      *    SECOND OPERATOR.  CS370PROGRAM2 APPLIES THE SAME TEST.
       37-CHECK-APPROVAL-NEEDED.
           MOVE 'N' TO APPROVAL-NEEDED-FLAG
           MOVE SPACES TO WS-APPROVAL-REASON
           IF TR-DELETE OR (TR-CHANGE AND TR-STATUS NOT = SPACE)
               MOVE 'Y' TO APPROVAL-NEEDED-FLAG
               MOVE 'STATUS CHANGE' TO WS-APPROVAL-REASON
           END-IF
           IF TR-CHANGE AND TR-CURRENT-SALARY > 0
               IF WS-OLD-SALARY > 0
                   COMPUTE WS-RAISE-PERCENT ROUNDED =
                       (TR-CURRENT-SALARY - WS-OLD-SALARY) * 100
                           / WS-OLD-SALARY
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-RAISE-PERCENT
                   END-COMPUTE
               ELSE
                   MOVE 999.99 TO WS-RAISE-PERCENT
               END-IF
               IF WS-RAISE-PERCENT > WS-RAISE-THRESHOLD
                   MOVE 'Y' TO APPROVAL-NEEDED-FLAG
                   MOVE 'RAISE OVER THRESHOLD' TO WS-APPROVAL-REASON
               END-IF
           END-IF
           IF TR-TRANSFER AND TR-TARGET-REGION NOT = SPACES AND
               TR-TARGET-REGION NOT = WS-CURRENT-REGION-CODE
               MOVE 'Y' TO APPROVAL-NEEDED-FLAG
               MOVE 'CROSS-REGION TRANSFER' TO WS-APPROVAL-REASON
           END-IF
           .

       60-GET-DATE-FIELD.
           MOVE 'N' TO FIELD-OK-FLAG
           MOVE 0 TO WS-DATE-OUT
           IF MASTER-IS-OPEN
               CLOSE INDEXED-MASTER-FILE
                   TRANSACTION-FILE
                   HELD-TRANSACTION-FILE
           END-IF
           IF REGISTRY-IS-OPEN
               CLOSE REGISTRY-FILE
           END-IF
           DISPLAY 'SESSION ENDED - ' WS-TRANS-WRITTEN
               ' TRANSACTION(S) WRITTEN, ' WS-TRANS-HELD
               ' HELD FOR APPROVAL'
           STOP RUN
           .
