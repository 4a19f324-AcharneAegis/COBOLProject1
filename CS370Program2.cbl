      *        earlier runs because their effective date had not yet
      *        arrived, same layout.  Each run sweeps this file
      *        first and applies anything whose date has come.
      *    <prefix>-Held-Transactions.txt - transactions keyed in
      *        CS370PROGRAM15 that still wait on a second operator's
      *        approval.  They are only listed on the exception
      *        report; CS370PROGRAM23 releases them.
      *    <prefix>-Approval-Parm.txt - the raise percent over which
      *        a raise needs a second operator (see APPRPARM.CPY).
      *    Bennett-Employee-Registry.idx - the company employee
      *        registry keyed on EMP-ID (see EMPREG.CPY).  An Add or
      *        a transfer-in of an ID the registry gives to another
      *        region is refused.  The registry is updated for every
      *        Add, store change, transfer out and transfer in, and
      *        any master record it does not know yet is registered
      *        to the region as the master is loaded.
      * *******
      * OUTPUT:
      *    PR1FA21-Knox-New.txt - the new employee master, same
      *    WITH A LEAVE START HISTORY RECORD; A CHANGE BACK TO 'A'
      *    CLEARS IT WITH A LEAVE END RECORD, SO LEAVES NO LONGER
      *    HAVE TO BE FAKED AS SEPARATIONS.
      *    THE POSITION ON AN ADD, AND ON A CHANGE THAT GIVES ONE, IS
      *    NOW CHECKED AGAINST THE COMPANY POSITION MASTER THROUGH
      *    CS370GETPOSN.  A CODE NOT ON THE MASTER OR RETIRED THERE
      *    GOES TO THE EXCEPTION REPORT INSTEAD OF THE MASTER.
      *    A RAISE OVER THE APPROVAL-PARM PERCENT, A STATUS CHANGE OR
      *    SEPARATION, AND A CROSS-REGION TRANSFER ARE NOW APPLIED
      *    ONLY WHEN A SECOND OPERATOR APPROVED THEM (OR THEY CAME
      *    FROM THE MERIT RUN); OTHERWISE, OR WHEN REJECTED, THEY GO
      *    TO THE EXCEPTION REPORT.  ITEMS STILL ON THE HELD FILE ARE
      *    LISTED, AND THE KEYING AND APPROVING OPERATOR IDS ARE
      *    CARRIED ONTO EVERY HISTORY RECORD.
      *    EVERY EMP-ID IS NOW CHECKED AGAINST THE COMPANY EMPLOYEE
      *    REGISTRY.  AN ADD OF AN ID OWNED BY (OR IN TRANSIT TO)
      *    ANOTHER REGION IS REJECTED, AND A TRANSFER TO A REGION
      *    WHOSE MASTER ALREADY HOLDS THE ID IS REJECTED BEFORE IT
      *    LEAVES.  A TRANSFER-IN THAT COLLIDES WITH AN ID ON THIS
      *    MASTER OR OWNED ELSEWHERE IS NO LONGER DROPPED - IT STAYS
      *    ON THE TRANSFER-IN FILE, IN TRANSIT, FOR THE INTEGRITY
      *    AUDIT (CS370PROGRAM24) AND IS LISTED EACH NIGHT WITHOUT
      *    COUNTING AS AN EXCEPTION.  ADDS, STORE CHANGES AND
      *    TRANSFERS KEEP THE REGISTRY CURRENT.
      *    A RAISE TOO LARGE FOR THE PERCENT FIELD NOW ALWAYS NEEDS A
      *    SECOND OPERATOR, THE SAME ANSWER CS370PROGRAM15 GIVES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL TRANSFER-OUT-FILE
               ASSIGN TO DYNAMIC WS-TRANSFER-OUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELD-TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-HELD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPROVAL-PARM-FILE
               ASSIGN TO DYNAMIC WS-APPROVAL-PARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-PARM-STATUS.
           SELECT OPTIONAL REGISTRY-FILE
               ASSIGN TO 'Bennett-Employee-Registry.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMP-ID
               FILE STATUS IS WS-REGISTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY EMPREC.

       FD TRANSACTION-FILE
           RECORD CONTAINS 116 CHARACTERS.

       COPY EMPTRAN.

       01  EXCEPTION-RECORD            PIC X(100).

       FD SALARY-HISTORY-FILE
           RECORD CONTAINS 74 CHARACTERS.

       COPY SALHIST.

       COPY MNTCTL.

       FD PENDING-IN-FILE
           RECORD CONTAINS 116 CHARACTERS.

       01  PENDING-IN-RECORD           PIC X(116).

       FD PENDING-OUT-FILE
           RECORD CONTAINS 116 CHARACTERS.

       01  PENDING-OUT-RECORD          PIC X(116).

       FD TRANSFER-IN-FILE
           RECORD CONTAINS 75 CHARACTERS.

       01  TRANSFER-OUT-RECORD         PIC X(75).

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
               88 TRANSFER-FILE-HAD-DATA               VALUE 'Y'.
           05  TARGET-REGION-FLAG      PIC X           VALUE 'N'.
               88 TARGET-REGION-FOUND                  VALUE 'Y'.
           05  HELD-EOF-FLAG           PIC X           VALUE ' '.
               88 NO-MORE-HELD-DATA                    VALUE 'N'.
           05  APPROVAL-MISSING-FLAG   PIC X           VALUE 'N'.
               88 APPROVAL-IS-MISSING                  VALUE 'Y'.
           05  KEPT-TABLE-FULL-FLAG    PIC X           VALUE 'N'.
               88 KEPT-TABLE-IS-FULL                   VALUE 'Y'.
           05  REGISTRY-OPEN-FLAG      PIC X           VALUE 'N'.
               88 REGISTRY-IS-OPEN                     VALUE 'Y'.
           05  REGISTRY-FOUND-FLAG     PIC X           VALUE 'N'.
               88 REGISTRY-ENTRY-FOUND                 VALUE 'Y'.
           05  REGISTRY-CONFLICT-FLAG  PIC X           VALUE 'N'.
               88 REGISTRY-CONFLICT                    VALUE 'Y'.

       01  WS-INDEXED-STATUS           PIC XX          VALUE '00'.
       01  WS-APPROVAL-PARM-STATUS     PIC XX          VALUE '00'.
       01  WS-REGISTRY-STATUS          PIC XX          VALUE '00'.

      *********************     REGION / RUN SETUP     *****************
       COPY GETREGN.
           05  WS-TRANSFER-IN-FILE-NAME PIC X(40)      VALUE SPACES.
           05  WS-TRANSFER-OUT-FILE-NAME
                                        PIC X(40)      VALUE SPACES.
           05  WS-HELD-FILE-NAME        PIC X(40)      VALUE SPACES.
           05  WS-APPROVAL-PARM-FILE-NAME
                                        PIC X(40)      VALUE SPACES.

       01  WS-RUN-MODE                 PIC X(4)        VALUE SPACES.
       01  WS-REGION-SLOT              PIC 9(2)        VALUE 0.

       01  WS-EXCEPTION-REASON         PIC X(40)       VALUE SPACES.

      *********************     APPROVAL WORK AREA     *****************
       01  WS-RAISE-THRESHOLD          PIC 999V99      VALUE 10.00.
       01  WS-RAISE-PERCENT            PIC S9(5)V99    VALUE +0.

      *********************     TRANSFER-IN HOLD TABLE     *************
       01  WS-KEPT-COUNT               PIC 9(3)        VALUE 0.
       01  WS-KEPT-SUB                 PIC S9(4)       VALUE +0.
       01  WS-KEPT-TABLE.
           05  WS-KEPT-RECORD          PIC X(75)
                   OCCURS 200 TIMES.

      *********************     DATE EDIT PARM     *********************
       COPY DATEEDIT.

      *********************     POSITION LOOKUP PARM     ***************
       COPY GETPOSN.

      *********************     HISTORY WORK AREA     ******************
       01  WS-HISTORY-FIELDS.
           05  WH-TRANS-CODE           PIC X(1)        VALUE SPACE.
           05  WH-OLD-VALUE            PIC X(14)       VALUE SPACES.
           05  WH-NEW-VALUE            PIC X(14)       VALUE SPACES.
           05  WH-SALARY-EDIT          PIC 9(6).99.
           05  WH-OPERATOR-ID          PIC X(8)        VALUE SPACES.
           05  WH-APPROVER-ID          PIC X(8)        VALUE SPACES.

       01  TOTAL-FIELDS.
           05  TF-MASTER-COPIED        PIC 9(6)        VALUE 0.
           05  TF-HELD-PENDING         PIC 9(6)        VALUE 0.
           05  TF-TRANSFERS-IN         PIC 9(6)        VALUE 0.
           05  TF-TRANSFERS-OUT        PIC 9(6)        VALUE 0.
           05  TF-HELD-APPROVAL        PIC 9(6)        VALUE 0.

      *********************    OUTPUT AREA     *************************
       01  EXCEPTION-HEADING-ONE.
                                       'HELD PENDING:    '.
           05  SL4-HELD-PENDING        PIC ZZZ,ZZ9.

       01  SUMMARY-LINE-SIX.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(18)       VALUE
                                       'HELD FOR APPROVAL:'.
           05  SL6-HELD-APPROVAL       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
           MOVE 0 TO TF-TRANSFERS-OUT
           MOVE ' ' TO TRANSFER-EOF-FLAG
           MOVE 'N' TO TRANSFER-READ-FLAG
           MOVE 0 TO TF-HELD-APPROVAL
           MOVE ' ' TO HELD-EOF-FLAG
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 'N' TO KEPT-TABLE-FULL-FLAG
           .

       12-GET-REGION-SETUP.
               PERFORM 48-ABSORB-TRANSFER-IN-FILE
               PERFORM 24-SWEEP-PENDING-TRANSACTIONS
               PERFORM 25-PROCESS-TRANSACTIONS
               PERFORM 54-LIST-HELD-APPROVALS
               PERFORM 38-UNLOAD-INDEXED-MASTER
               PERFORM 45-EOF-ROUTINE
           END-IF
                  '-Transfer-In.txt' DELIMITED BY SIZE
               INTO WS-TRANSFER-IN-FILE-NAME
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
           .

       15-HSKPING-ROUTINE.
           OPEN EXTEND SALARY-HISTORY-FILE
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO EH2-DATE
           PERFORM 16-READ-APPROVAL-PARM
           PERFORM 20-HEADER-ROUTINE
           MOVE 'N' TO REGISTRY-OPEN-FLAG
           OPEN I-O REGISTRY-FILE
           IF WS-REGISTRY-STATUS = '00' OR WS-REGISTRY-STATUS = '05'
               MOVE 'Y' TO REGISTRY-OPEN-FLAG
           ELSE
               DISPLAY 'EMPLOYEE REGISTRY NOT AVAILABLE - STATUS '
                   WS-REGISTRY-STATUS
           END-IF
           .

       16-READ-APPROVAL-PARM.
           MOVE 10.00 TO WS-RAISE-THRESHOLD
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

       20-HEADER-ROUTINE.
                   PERFORM 27-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   ADD 1 TO TF-MASTER-COPIED
                   PERFORM 55-REGISTER-MASTER-RECORD
           END-WRITE
           .

               MOVE 'MISSING EMPLOYEE ID' TO WS-EXCEPTION-REASON
           END-IF

           IF TRANS-IS-VALID AND TR-REJECTED
               MOVE 'N' TO TRANS-VALID-FLAG
               STRING 'REJECTED BY ' DELIMITED BY SIZE
                   TR-APPROVER-ID DELIMITED BY SPACE
                   INTO WS-EXCEPTION-REASON
               END-STRING
           END-IF

           IF TRANS-IS-VALID AND TR-STATUS NOT = SPACE
               AND TR-STATUS NOT = 'A' AND TR-STATUS NOT = 'S'
               AND TR-STATUS NOT = 'L'
               END-IF
           END-IF

      *    A POSITION GIVEN ON AN ADD OR CHANGE MUST BE AN ACTIVE CODE
      *    ON THE POSITION MASTER.  WITH NO POSITION MASTER ON DISK THE
      *    CODE IS TAKEN AS KEYED, AS IT ALWAYS WAS.
           IF TRANS-IS-VALID AND (TR-ADD OR
               (TR-CHANGE AND TR-POSITION NOT = SPACES))
               PERFORM 29-CALL-POSITION-LOOKUP
               IF GP-POSITION-UNKNOWN
                   MOVE 'N' TO TRANS-VALID-FLAG
                   MOVE 'POSITION NOT ON POSITION MASTER' TO
                       WS-EXCEPTION-REASON
               END-IF
               IF GP-POSITION-RETIRED
                   MOVE 'N' TO TRANS-VALID-FLAG
                   MOVE 'POSITION IS RETIRED' TO WS-EXCEPTION-REASON
               END-IF
           END-IF

           IF TRANS-IS-VALID
               AND (TR-CURRENT-SALARY NOT NUMERIC
               OR TR-STARTING-SALARY NOT NUMERIC
           CALL 'CS370DATEEDIT' USING DATEEDIT-PARM
           .

       29-CALL-POSITION-LOOKUP.
           MOVE TR-POSITION TO GP-POSITION
           CALL 'CS370GETPOSN' USING GETPOSN-PARM
           .

       27-WRITE-EXCEPTION-LINE.
           ADD 1 TO TF-EXCEPTION-COUNT
           MOVE WS-EXCEPTION-REASON TO EXL-REASON

       30-APPLY-TRANSACTION.
           MOVE 'N' TO MATCH-FOUND-FLAG
           MOVE 'N' TO APPROVAL-MISSING-FLAG
           MOVE TR-OPERATOR-ID TO WH-OPERATOR-ID
           MOVE TR-APPROVER-ID TO WH-APPROVER-ID
           MOVE TR-EMP-ID TO IXM-EMP-ID
           READ INDEXED-MASTER-FILE
               INVALID KEY
               NOT INVALID KEY
                   MOVE 'Y' TO MATCH-FOUND-FLAG
           END-READ
           IF MATCH-WAS-FOUND AND NOT TR-ADD
               MOVE IXM-EMPLOYEE-RECORD TO EMPLOYEE-RECORD
               PERFORM 31-CHECK-APPROVAL
           END-IF
           MOVE 'N' TO REGISTRY-CONFLICT-FLAG
           IF TR-ADD AND NOT MATCH-WAS-FOUND
               PERFORM 56-CHECK-REGISTRY-FOR-ADD
           END-IF
           EVALUATE TRUE
               WHEN TR-ADD AND MATCH-WAS-FOUND
                   MOVE TR-TRANS-CODE TO EXL-TRANS-CODE
                   MOVE 'DUPLICATE EMPLOYEE ID - ADD REJECTED'
                       TO WS-EXCEPTION-REASON
                   PERFORM 27-WRITE-EXCEPTION-LINE
               WHEN TR-ADD AND REGISTRY-CONFLICT
                   MOVE TR-TRANS-CODE TO EXL-TRANS-CODE
                   MOVE TR-EMP-ID TO EXL-EMP-ID
                   PERFORM 27-WRITE-EXCEPTION-LINE
               WHEN TR-ADD
                   PERFORM 42-ADD-NEW-EMPLOYEE
               WHEN NOT MATCH-WAS-FOUND
                   MOVE 'EMP-ID NOT FOUND ON MASTER - REJECTED'
                       TO WS-EXCEPTION-REASON
                   PERFORM 27-WRITE-EXCEPTION-LINE
               WHEN APPROVAL-IS-MISSING
                   MOVE TR-TRANS-CODE TO EXL-TRANS-CODE
                   MOVE TR-EMP-ID TO EXL-EMP-ID
                   MOVE 'NOT APPROVED - NEEDS SECOND OPERATOR'
                       TO WS-EXCEPTION-REASON
                   PERFORM 27-WRITE-EXCEPTION-LINE
               WHEN TR-CHANGE
                   MOVE IXM-EMPLOYEE-RECORD TO EMPLOYEE-RECORD
                   PERFORM 32-APPLY-CHANGE-TRANSACTION
                   PERFORM 34-REWRITE-MASTER-RECORD
                   IF TR-STORE-ID NOT = SPACES
                       PERFORM 57-REGISTER-ON-MASTER
                   END-IF
               WHEN TR-TRANSFER
                   MOVE IXM-EMPLOYEE-RECORD TO EMPLOYEE-RECORD
                   PERFORM 50-APPLY-TRANSFER-TRANSACTION
           END-EVALUATE
           .

      *    THE SAME TEST CS370PROGRAM15 MAKES AT ENTRY.  AN ITEM THAT
      *    NEEDS A SECOND OPERATOR IS APPLIED ONLY WHEN THE MERIT RUN
      *    WROTE IT OR A DIFFERENT OPERATOR APPROVED IT.
       31-CHECK-APPROVAL.
           IF TR-DELETE OR (TR-CHANGE AND TR-STATUS NOT = SPACE)
               MOVE 'Y' TO APPROVAL-MISSING-FLAG
           END-IF
           IF TR-CHANGE AND TR-CURRENT-SALARY > 0
               IF EMP-CURRENT-SALARY NUMERIC AND
                   EMP-CURRENT-SALARY > 0
                   COMPUTE WS-RAISE-PERCENT ROUNDED =
                       (TR-CURRENT-SALARY - EMP-CURRENT-SALARY) * 100
                           / EMP-CURRENT-SALARY
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-RAISE-PERCENT
                   END-COMPUTE
               ELSE
                   MOVE 999.99 TO WS-RAISE-PERCENT
               END-IF
               IF WS-RAISE-PERCENT > WS-RAISE-THRESHOLD
                   MOVE 'Y' TO APPROVAL-MISSING-FLAG
               END-IF
           END-IF
           IF TR-TRANSFER AND TR-TARGET-REGION NOT = SPACES AND
               TR-TARGET-REGION NOT = WS-CURRENT-REGION-CODE
               MOVE 'Y' TO APPROVAL-MISSING-FLAG
           END-IF
           IF TR-MERIT-APPROVED
               MOVE 'N' TO APPROVAL-MISSING-FLAG
           END-IF
           IF TR-APPROVED AND TR-APPROVER-ID NOT = SPACES AND
               TR-APPROVER-ID NOT = TR-OPERATOR-ID
               MOVE 'N' TO APPROVAL-MISSING-FLAG
           END-IF
           .

       32-APPLY-CHANGE-TRANSACTION.
           ADD 1 TO TF-CHANGES-APPLIED
           MOVE 'C' TO WH-TRANS-CODE
           MOVE WH-FIELD-NAME TO SH-FIELD-NAME
           MOVE WH-OLD-VALUE TO SH-OLD-VALUE
           MOVE WH-NEW-VALUE TO SH-NEW-VALUE
           MOVE WH-OPERATOR-ID TO SH-OPERATOR-ID
           MOVE WH-APPROVER-ID TO SH-APPROVER-ID
           WRITE SALARY-HISTORY-RECORD
           .

                       TO WS-EXCEPTION-REASON
                   PERFORM 27-WRITE-EXCEPTION-LINE
                   SUBTRACT 1 FROM TF-ADDS-APPLIED
               NOT INVALID KEY
                   PERFORM 57-REGISTER-ON-MASTER
           END-WRITE
           .

               END-READ
           END-PERFORM
           CLOSE TRANSFER-IN-FILE
           IF TRANSFER-FILE-HAD-DATA AND NOT KEPT-TABLE-IS-FULL
               OPEN OUTPUT TRANSFER-IN-FILE
               PERFORM 61-WRITE-KEPT-TRANSFER
                   VARYING WS-KEPT-SUB FROM 1 BY 1
                   UNTIL WS-KEPT-SUB > WS-KEPT-COUNT
               CLOSE TRANSFER-IN-FILE
           END-IF
           .

      *    A TRANSFER-IN WHOSE ID IS ALREADY ON THIS MASTER, OR THAT
      *    THE REGISTRY GIVES TO ANOTHER REGION, IS KEPT ON THE
      *    TRANSFER-IN FILE RATHER THAN DROPPED, SO THE EMPLOYEE IS
      *    NOT LOST WHILE THE COLLISION IS SORTED OUT.  IF MORE ARE
      *    KEPT THAN THE HOLD TABLE TAKES, THE FILE IS LEFT AS IT WAS;
      *    THE ONES APPLIED TONIGHT ARE THEN KEPT AGAIN TOMORROW AS
      *    ALREADY ON THIS MASTER, SO NOTHING IS LOST EITHER WAY.
       49-APPLY-ONE-TRANSFER-IN.
           MOVE 'Y' TO TRANSFER-READ-FLAG
           MOVE SPACES TO WH-OPERATOR-ID
           MOVE SPACES TO WH-APPROVER-ID
           MOVE TRANSFER-IN-RECORD TO EMPLOYEE-RECORD
           MOVE EMP-ID TO ER-EMP-ID
           PERFORM 60-READ-REGISTRY
           IF REGISTRY-ENTRY-FOUND AND
               ER-REGION-CODE NOT = WS-CURRENT-REGION-CODE
               MOVE SPACES TO WS-EXCEPTION-REASON
               STRING 'TRANSFER-IN HELD - ID OWNED BY '
                   DELIMITED BY SIZE
                   ER-REGION-CODE DELIMITED BY SIZE
                   INTO WS-EXCEPTION-REASON
               END-STRING
               PERFORM 58-KEEP-TRANSFER-IN
           ELSE
               PERFORM 62-ABSORB-ONE-TRANSFER-IN
           END-IF
           .

       62-ABSORB-ONE-TRANSFER-IN.
           MOVE EMPLOYEE-RECORD TO IXM-EMPLOYEE-RECORD
           WRITE IXM-EMPLOYEE-RECORD
               INVALID KEY
                   MOVE 'TRANSFER-IN HELD - ID ON THIS MASTER'
                       TO WS-EXCEPTION-REASON
                   PERFORM 58-KEEP-TRANSFER-IN
               NOT INVALID KEY
                   PERFORM 57-REGISTER-ON-MASTER
                   ADD 1 TO TF-TRANSFERS-IN
                   MOVE 'T' TO WH-TRANS-CODE
                   MOVE 'TRANSFER IN' TO WH-FIELD-NAME
                   MOVE TR-STORE-ID TO EMP-STORE-ID
               END-IF
               PERFORM 34-REWRITE-MASTER-RECORD
               PERFORM 57-REGISTER-ON-MASTER
           ELSE
               PERFORM 51-FIND-TARGET-REGION
               MOVE 'N' TO REGISTRY-CONFLICT-FLAG
               IF TARGET-REGION-FOUND
                   MOVE TR-EMP-ID TO ER-EMP-ID
                   PERFORM 60-READ-REGISTRY
                   IF REGISTRY-ENTRY-FOUND AND ER-ON-MASTER AND
                       ER-REGION-CODE = TR-TARGET-REGION
                       MOVE 'Y' TO REGISTRY-CONFLICT-FLAG
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN NOT TARGET-REGION-FOUND
                       MOVE TR-TRANS-CODE TO EXL-TRANS-CODE
                       MOVE TR-EMP-ID TO EXL-EMP-ID
                       MOVE 'TRANSFER REGION NOT ON PARM FILE'
                           TO WS-EXCEPTION-REASON
                       PERFORM 27-WRITE-EXCEPTION-LINE
                   WHEN REGISTRY-CONFLICT
                       MOVE TR-TRANS-CODE TO EXL-TRANS-CODE
                       MOVE TR-EMP-ID TO EXL-EMP-ID
                       MOVE SPACES TO WS-EXCEPTION-REASON
                       STRING 'EMP-ID ALREADY ON ' DELIMITED BY SIZE
                           TR-TARGET-REGION DELIMITED BY SIZE
                           ' MASTER - REJECTED' DELIMITED BY SIZE
                           INTO WS-EXCEPTION-REASON
                       END-STRING
                       PERFORM 27-WRITE-EXCEPTION-LINE
                   WHEN OTHER
                       PERFORM 63-SEND-TRANSFER-OUT
               END-EVALUATE
           END-IF
           .

       63-SEND-TRANSFER-OUT.
           MOVE 'T' TO WH-TRANS-CODE
           MOVE 'STORE ID' TO WH-FIELD-NAME
           MOVE EMP-STORE-ID TO WH-OLD-VALUE
           MOVE TR-STORE-ID TO WH-NEW-VALUE
           PERFORM 36-WRITE-HISTORY-RECORD
           MOVE 'REGION' TO WH-FIELD-NAME
           MOVE WS-CURRENT-REGION-CODE TO WH-OLD-VALUE
           MOVE TR-TARGET-REGION TO WH-NEW-VALUE
           PERFORM 36-WRITE-HISTORY-RECORD
           MOVE TR-STORE-ID TO EMP-STORE-ID
           PERFORM 52-WRITE-TRANSFER-OUT-RECORD
           DELETE INDEXED-MASTER-FILE RECORD
               INVALID KEY
                   MOVE TR-TRANS-CODE TO EXL-TRANS-CODE
                   MOVE TR-EMP-ID TO EXL-EMP-ID
                   MOVE 'MASTER DELETE FAILED - NOTIFY '
                       TO WS-EXCEPTION-REASON
                   PERFORM 27-WRITE-EXCEPTION-LINE
               NOT INVALID KEY
                   ADD 1 TO TF-TRANSFERS-OUT
                   PERFORM 59-REGISTER-IN-TRANSIT
                   MOVE TR-TRANS-CODE TO EXL-TRANS-CODE
                   MOVE TR-EMP-ID TO EXL-EMP-ID
                   MOVE SPACES TO WS-EXCEPTION-REASON
                   STRING 'TRANSFERRED OUT TO '
                       DELIMITED BY SIZE
                       TR-TARGET-REGION DELIMITED BY SIZE
                       INTO WS-EXCEPTION-REASON
                   END-STRING
                   PERFORM 47-WRITE-INFO-LINE
           END-DELETE
           .

       51-FIND-TARGET-REGION.
           END-IF
           .

       54-LIST-HELD-APPROVALS.
           OPEN INPUT HELD-TRANSACTION-FILE
           PERFORM UNTIL NO-MORE-HELD-DATA
               READ HELD-TRANSACTION-FILE
                   AT END
                       MOVE 'N' TO HELD-EOF-FLAG
                   NOT AT END
                       MOVE HELD-TRANSACTION-RECORD TO
                           TRANSACTION-RECORD
                       ADD 1 TO TF-HELD-APPROVAL
                       MOVE TR-TRANS-CODE TO EXL-TRANS-CODE
                       MOVE TR-EMP-ID TO EXL-EMP-ID
                       MOVE SPACES TO WS-EXCEPTION-REASON
                       STRING 'HELD FOR APPROVAL - KEYED BY '
                           DELIMITED BY SIZE
                           TR-OPERATOR-ID DELIMITED BY SPACE
                           INTO WS-EXCEPTION-REASON
                       END-STRING
                       PERFORM 47-WRITE-INFO-LINE
               END-READ
           END-PERFORM
           CLOSE HELD-TRANSACTION-FILE
           .

       52-WRITE-TRANSFER-OUT-RECORD.
           MOVE SPACES TO WS-TRANSFER-OUT-FILE-NAME
           STRING WS-TARGET-PREFIX DELIMITED BY SPACE
           CLOSE TRANSFER-OUT-FILE
           .

      *    A MASTER RECORD THE REGISTRY HAS NEVER SEEN IS REGISTERED
      *    TO THIS REGION AS THE MASTER IS LOADED.  ONE THE REGISTRY
      *    GIVES TO ANOTHER REGION IS LEFT ALONE AND LISTED.
       55-REGISTER-MASTER-RECORD.
           IF REGISTRY-IS-OPEN
               MOVE EMP-ID TO ER-EMP-ID
               PERFORM 60-READ-REGISTRY
               EVALUATE TRUE
                   WHEN NOT REGISTRY-ENTRY-FOUND
                       PERFORM 57-REGISTER-ON-MASTER
                   WHEN ER-REGION-CODE NOT = WS-CURRENT-REGION-CODE
                       MOVE SPACE TO EXL-TRANS-CODE
                       MOVE EMP-ID TO EXL-EMP-ID
                       MOVE SPACES TO WS-EXCEPTION-REASON
                       STRING 'ON MASTER BUT REGISTERED TO '
                           DELIMITED BY SIZE
                           ER-REGION-CODE DELIMITED BY SIZE
                           INTO WS-EXCEPTION-REASON
                       END-STRING
                       PERFORM 47-WRITE-INFO-LINE
                   WHEN ER-ON-MASTER AND
                       ER-STORE-ID NOT = EMP-STORE-ID
                       PERFORM 57-REGISTER-ON-MASTER
               END-EVALUATE
           END-IF
           .

       56-CHECK-REGISTRY-FOR-ADD.
           MOVE TR-EMP-ID TO ER-EMP-ID
           PERFORM 60-READ-REGISTRY
           IF REGISTRY-ENTRY-FOUND
               MOVE SPACES TO WS-EXCEPTION-REASON
               EVALUATE TRUE
                   WHEN ER-IN-TRANSIT
                       MOVE 'Y' TO REGISTRY-CONFLICT-FLAG
                       STRING 'EMP-ID IN TRANSIT TO '
                           DELIMITED BY SIZE
                           ER-REGION-CODE DELIMITED BY SIZE
                           ' - ADD REJECTED' DELIMITED BY SIZE
                           INTO WS-EXCEPTION-REASON
                       END-STRING
                   WHEN ER-REGION-CODE NOT = WS-CURRENT-REGION-CODE
                       MOVE 'Y' TO REGISTRY-CONFLICT-FLAG
                       STRING 'EMP-ID REGISTERED TO '
                           DELIMITED BY SIZE
                           ER-REGION-CODE DELIMITED BY SIZE
                           ' - ADD REJECTED' DELIMITED BY SIZE
                           INTO WS-EXCEPTION-REASON
                       END-STRING
               END-EVALUATE
           END-IF
           .

       57-REGISTER-ON-MASTER.
           IF REGISTRY-IS-OPEN
               MOVE EMP-ID TO ER-EMP-ID
               PERFORM 60-READ-REGISTRY
               MOVE EMP-ID TO ER-EMP-ID
               MOVE WS-CURRENT-REGION-CODE TO ER-REGION-CODE
               MOVE EMP-STORE-ID TO ER-STORE-ID
               MOVE 'M' TO ER-STATUS
               MOVE SPACES TO ER-FROM-REGION
               MOVE 0 TO ER-TRANSIT-DATE
               MOVE WS-SYSTEM-DATE TO ER-LAST-CHANGE-DATE
               PERFORM 64-STORE-REGISTRY-ENTRY
           END-IF
           .

      *    A KEPT TRANSFER-IN IS NOT A BAD TRANSACTION, SO IT IS
      *    LISTED WITHOUT COUNTING AGAINST THE EXCEPTION TOLERANCE.
       58-KEEP-TRANSFER-IN.
           MOVE 'T' TO EXL-TRANS-CODE
           MOVE EMP-ID TO EXL-EMP-ID
           PERFORM 47-WRITE-INFO-LINE
           IF WS-KEPT-COUNT < 200
               ADD 1 TO WS-KEPT-COUNT
               MOVE TRANSFER-IN-RECORD TO WS-KEPT-RECORD (WS-KEPT-COUNT)
           ELSE
               IF NOT KEPT-TABLE-IS-FULL
                   MOVE 'Y' TO KEPT-TABLE-FULL-FLAG
                   MOVE 'TRANSFER-IN TABLE FULL - FILE LEFT AS IS'
                       TO WS-EXCEPTION-REASON
                   PERFORM 47-WRITE-INFO-LINE
               END-IF
           END-IF
           .

      *    THE TARGET REGION OWNS THE ID FROM THE MOMENT IT LEAVES
      *    HERE, SO NO OTHER REGION CAN ADD IT WHILE IT IS IN TRANSIT.
       59-REGISTER-IN-TRANSIT.
           IF REGISTRY-IS-OPEN
               MOVE TR-EMP-ID TO ER-EMP-ID
               PERFORM 60-READ-REGISTRY
               MOVE TR-EMP-ID TO ER-EMP-ID
               MOVE TR-TARGET-REGION TO ER-REGION-CODE
               MOVE TR-STORE-ID TO ER-STORE-ID
               MOVE 'T' TO ER-STATUS
               MOVE WS-CURRENT-REGION-CODE TO ER-FROM-REGION
               MOVE WS-SYSTEM-DATE TO ER-TRANSIT-DATE
               MOVE WS-SYSTEM-DATE TO ER-LAST-CHANGE-DATE
               PERFORM 64-STORE-REGISTRY-ENTRY
           END-IF
           .

       60-READ-REGISTRY.
           MOVE 'N' TO REGISTRY-FOUND-FLAG
           IF REGISTRY-IS-OPEN
               READ REGISTRY-FILE
                   INVALID KEY
                       MOVE 'N' TO REGISTRY-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE 'Y' TO REGISTRY-FOUND-FLAG
               END-READ
           END-IF
           .

       61-WRITE-KEPT-TRANSFER.
           MOVE WS-KEPT-RECORD (WS-KEPT-SUB) TO TRANSFER-IN-RECORD
           WRITE TRANSFER-IN-RECORD
           .

       64-STORE-REGISTRY-ENTRY.
           IF REGISTRY-ENTRY-FOUND
               REWRITE EMPLOYEE-REGISTRY-RECORD
                   INVALID KEY
                       PERFORM 65-REPORT-REGISTRY-FAILURE
               END-REWRITE
           ELSE
               WRITE EMPLOYEE-REGISTRY-RECORD
                   INVALID KEY
                       PERFORM 65-REPORT-REGISTRY-FAILURE
               END-WRITE
           END-IF
           .

       65-REPORT-REGISTRY-FAILURE.
           MOVE SPACE TO EXL-TRANS-CODE
           MOVE ER-EMP-ID TO EXL-EMP-ID
           MOVE 'REGISTRY UPDATE FAILED - NOTIFY SUPPORT'
               TO WS-EXCEPTION-REASON
           PERFORM 27-WRITE-EXCEPTION-LINE
           .

       45-EOF-ROUTINE.
           MOVE TF-MASTER-COPIED TO SL1-MASTER-COPIED
           MOVE TF-ADDS-APPLIED TO SL1-ADDS-APPLIED
           WRITE EXCEPTION-RECORD FROM SUMMARY-LINE-FIVE
               AFTER ADVANCING 1

           MOVE TF-HELD-APPROVAL TO SL6-HELD-APPROVAL
           WRITE EXCEPTION-RECORD FROM SUMMARY-LINE-SIX
               AFTER ADVANCING 1

           PERFORM 46-WRITE-MAINT-CONTROL-RECORD

           CLOSE EXCEPTION-REPORT-FILE
               NEW-MASTER-FILE
               SALARY-HISTORY-FILE
               PENDING-OUT-FILE
           IF REGISTRY-IS-OPEN
               CLOSE REGISTRY-FILE
               MOVE 'N' TO REGISTRY-OPEN-FLAG
           END-IF
           .

       46-WRITE-MAINT-CONTROL-RECORD.
