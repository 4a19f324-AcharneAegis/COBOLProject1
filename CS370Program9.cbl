      *        transaction carry-forward file
      *    5.  CALL CS370PROGRAM1 (salary report)
      *    6.  CALL CS370PROGRAM12 (payroll bank settlement check)
      * Maintenance and settlement are called one region at a time
      * (see the run-mode override in GETREGN.CPY) and every step
      * and region that finishes is written to a checkpoint, so a
      * run that stops partway can be resumed where it stopped.
      * Promotion is refused - loudly - when maintenance ends above
      * return code 4, when reconciliation is out of balance, or
      * when exceptions exceed the tolerance, so a bad master never
      *    <prefix>-Maintenance-Control.txt per region (MNTCTL.CPY).
      *    <prefix>-Generation-Control.txt per region - the last
      *        generation number used, maintained by this program.
      *    Bennett-Run-Checkpoint.txt - the run-state checkpoint,
      *        maintained by this program.  One record per step and
      *        region finished for the run date and run mode: step
      *        (1 maintenance, 2 reconciliation, 3 promotion, 4
      *        salary report, 5 settlement, 9 run complete), region,
      *        return code, record count and hash total of the
      *        region's live master and transaction file when the
      *        step finished, and the pay date settled.  Settlements
      *        from earlier nights are carried forward, the latest
      *        per region, so a pay date is never settled twice.
      *    <prefix>-Employee-Transactions.txt and the live master
      *        per region - read only for their checkpoint counts.
      *    <prefix>-Payroll-Disbursement.txt per region - read only
      *        for the pay date being settled.
      *    Operator console - the resume prompt, when tonight's run
      *        for the same run mode stopped partway (blank is Y).
      * *******
      * OUTPUT:
      *    Bennett-Nightly-Run.log - one timestamped line per step
      *        bad run.
      *    The program's own return code is the worst step code:
      *        0 clean, 4 exceptions within tolerance, 8 promotion
      *        refused, 12 a step could not be run at all or a
      *        resume was refused.
      ******************************************************************
      * MODIFICATION HISTORY
      *    THE RUN NOW ENDS WITH A BANK SETTLEMENT STEP THAT CALLS
      *    LOG SHOWS WHEN A PAY RUN IS NOT ACTUALLY SETTLED.  THE
      *    STEP DOES NOT AFFECT MASTER PROMOTION - ITS RETURN CODE
      *    ONLY FEEDS THE LOG AND THE RUN'S WORST STEP CODE.
      *    THE PENDING TRANSACTION COPY IS NOW 116 BYTES SO THE
      *    OPERATOR AND APPROVAL STAMP ON A FUTURE-DATED TRANSACTION
      *    SURVIVE PROMOTION (SEE EMPTRAN.CPY).
      *    THE DRIVER NOW KEEPS A RUN-STATE CHECKPOINT OF EVERY STEP
      *    AND REGION FINISHED TONIGHT.  A RERUN OFFERS TO RESUME AT
      *    THE FIRST UNFINISHED STEP AND REGION, SKIPS WHAT IS DONE
      *    (SO A FINISHED REGION'S HISTORY IS NOT APPENDED TWICE OR
      *    ITS MASTER ARCHIVED AGAIN) AND LOGS THE RESUME.  A RESUME
      *    IS REFUSED WHEN A FINISHED REGION'S MASTER OR TRANSACTION
      *    FILE CHANGED SINCE ITS CHECKPOINT, AND SETTLEMENT IS
      *    REFUSED FOR A PAY DATE ALREADY SETTLED.  MAINTENANCE AND
      *    SETTLEMENT NOW RUN ONE REGION AT A TIME FOR THIS.
      *    A PAY DATE IS RECORDED AS SETTLED ONLY WHEN SETTLEMENT ENDS
      *    CLEAN, SO A SETTLEMENT WITH UNMATCHED OR REJECTED ITEMS CAN
      *    BE RUN AGAIN FOR THE SAME PAY DATE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PENDING-COPY-OUT-FILE
               ASSIGN TO DYNAMIC WS-COPY-TO-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECKPOINT-FILE
               ASSIGN TO 'Bennett-Run-Checkpoint.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT SIGNATURE-TRANS-FILE
               ASSIGN TO DYNAMIC WS-SIGNATURE-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNATURE-STATUS.
           SELECT DISBURSEMENT-FILE
               ASSIGN TO DYNAMIC WS-DISB-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISB-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  MASTER-COPY-IN-RECORD       PIC X(75).

       COPY EMPREC.

       FD MASTER-COPY-OUT-FILE
           RECORD CONTAINS 75 CHARACTERS.

       01  MASTER-COPY-OUT-RECORD      PIC X(75).

       FD PENDING-COPY-IN-FILE
           RECORD CONTAINS 116 CHARACTERS.

       01  PENDING-COPY-IN-RECORD      PIC X(116).

       FD PENDING-COPY-OUT-FILE
           RECORD CONTAINS 116 CHARACTERS.

       01  PENDING-COPY-OUT-RECORD     PIC X(116).

       FD CHECKPOINT-FILE
           RECORD CONTAINS 67 CHARACTERS.

       01  CHECKPOINT-RECORD.
           05  CK-RUN-DATE             PIC 9(8).
           05  CK-RUN-MODE             PIC X(4).
           05  CK-STEP                 PIC 9(1).
               88  CK-SETTLEMENT-STEP                  VALUE 5.
               88  CK-RUN-COMPLETE                     VALUE 9.
           05  CK-REGION-CODE          PIC X(4).
           05  CK-STEP-RC              PIC 9(4).
           05  CK-MASTER-COUNT         PIC 9(6).
           05  CK-MASTER-HASH          PIC 9(11)V99.
           05  CK-TRANS-COUNT          PIC 9(6).
           05  CK-TRANS-HASH           PIC 9(11)V99.
           05  CK-PAY-DATE             PIC 9(8).

       FD SIGNATURE-TRANS-FILE
           RECORD CONTAINS 116 CHARACTERS.

       COPY EMPTRAN.

       FD DISBURSEMENT-FILE
           RECORD CONTAINS 73 CHARACTERS.

       COPY DISBREC.

       WORKING-STORAGE SECTION.

               88 PROMOTION-ALLOWED                    VALUE 'Y'.
           05  COPY-GOOD-FLAG          PIC X           VALUE 'Y'.
               88 COPY-WAS-GOOD                        VALUE 'Y'.
           05  CHECKPOINT-EOF-FLAG     PIC X           VALUE ' '.
               88 NO-MORE-CHECKPOINT-DATA              VALUE 'N'.
           05  CHECKPOINT-FOUND-FLAG   PIC X           VALUE 'N'.
               88 TONIGHT-WAS-STARTED                  VALUE 'Y'.
           05  RUN-COMPLETE-FLAG       PIC X           VALUE 'N'.
               88 TONIGHT-WAS-COMPLETED                VALUE 'Y'.
           05  RESUME-FLAG             PIC X           VALUE 'N'.
               88 RUN-IS-RESUMING                      VALUE 'Y'.
           05  RESUME-REFUSED-FLAG     PIC X           VALUE 'N'.
               88 RESUME-IS-REFUSED                    VALUE 'Y'.
           05  RESUME-POINT-FLAG       PIC X           VALUE 'N'.
               88 RESUME-POINT-FOUND                   VALUE 'Y'.
           05  STEP-DONE-FLAG          PIC X           VALUE 'N'.
               88 STEP-WAS-DONE                        VALUE 'Y'.
           05  ENTRY-FOUND-FLAG        PIC X           VALUE 'N'.
               88 ENTRY-WAS-FOUND                      VALUE 'Y'.
           05  POSTED-FLAG             PIC X           VALUE 'N'.
               88 PAY-DATE-WAS-POSTED                  VALUE 'Y'.
           05  REGION-FOUND-FLAG       PIC X           VALUE 'N'.
               88 REGION-WAS-FOUND                     VALUE 'Y'.
           05  RUN-SHORT-FLAG          PIC X           VALUE 'N'.
               88 RUN-FELL-SHORT                       VALUE 'Y'.

       01  WS-DRIVER-PARM-STATUS       PIC XX          VALUE '00'.
       01  WS-MAINT-CONTROL-STATUS     PIC XX          VALUE '00'.
       01  WS-GEN-CONTROL-STATUS       PIC XX          VALUE '00'.
       01  WS-COPY-IN-STATUS           PIC XX          VALUE '00'.
       01  WS-CHECKPOINT-STATUS        PIC XX          VALUE '00'.
       01  WS-SIGNATURE-STATUS         PIC XX          VALUE '00'.
       01  WS-DISB-STATUS              PIC XX          VALUE '00'.

       01  WS-SYSTEM-DATE              PIC 9(8)        VALUE 0.
       01  WS-SYSTEM-TIME              PIC 9(8)        VALUE 0.
       01  WS-REPORT-RC                PIC 9(4)        VALUE 0.
       01  WS-SETTLE-RC                PIC 9(4)        VALUE 0.
       01  WS-FINAL-RC                 PIC 9(4)        VALUE 0.
       01  WS-STEP-RC                  PIC 9(4)        VALUE 0.
       01  WS-RC-EDIT                  PIC ZZZ9.

      *********************     CHECKPOINT WORK AREA     ***************
       01  WS-STEP-WANTED              PIC 9(1)        VALUE 0.
       01  WS-REGION-WANTED            PIC X(4)        VALUE SPACES.
       01  WS-FOUND-RC                 PIC 9(4)        VALUE 0.
       01  WS-PAY-DATE                 PIC 9(8)        VALUE 0.
       01  WS-MASTER-COUNT             PIC 9(6)        VALUE 0.
       01  WS-MASTER-HASH              PIC 9(11)V99    VALUE 0.
       01  WS-TRANS-COUNT              PIC 9(6)        VALUE 0.
       01  WS-TRANS-HASH               PIC 9(11)V99    VALUE 0.
       01  WS-HASH-ID                  PIC 9(5)        VALUE 0.
       01  WS-RESUME-IN                PIC X(1)        VALUE SPACE.
       01  WS-RESUME-REGION            PIC X(4)        VALUE SPACES.
       01  WS-RESUME-STEP              PIC 9(1)        VALUE 0.

       01  WS-STEP-NAME-VALUES.
           05                          PIC X(8)        VALUE 'MAINT'.
           05                          PIC X(8)        VALUE 'RECON'.
           05                          PIC X(8)        VALUE 'PROMOTE'.
           05                          PIC X(8)        VALUE 'REPORT'.
           05                          PIC X(8)        VALUE 'SETTLE'.
           05                          PIC X(8)        VALUE 'END'.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME            PIC X(8)        OCCURS 6 TIMES.

       01  WS-CKPT-COUNT               PIC 9(3)        VALUE 0.
       01  WS-CKPT-SUB                 PIC S9(4)       VALUE +0.
       01  WS-KEEP-SUB                 PIC S9(4)       VALUE +0.
       01  WS-FOUND-SUB                PIC S9(4)       VALUE +0.
       01  WS-FIND-SUB                 PIC S9(4)       VALUE +0.
       01  WS-CKPT-TABLE.
           05  WS-CKPT-ENTRY OCCURS 100 TIMES.
               10  WS-CK-RUN-DATE      PIC 9(8).
               10  WS-CK-RUN-MODE      PIC X(4).
               10  WS-CK-STEP          PIC 9(1).
               10  WS-CK-REGION        PIC X(4).
               10  WS-CK-STEP-RC       PIC 9(4).
               10  WS-CK-MASTER-COUNT  PIC 9(6).
               10  WS-CK-MASTER-HASH   PIC 9(11)V99.
               10  WS-CK-TRANS-COUNT   PIC 9(6).
               10  WS-CK-TRANS-HASH    PIC 9(11)V99.
               10  WS-CK-PAY-DATE      PIC 9(8).

      *********************     REGION / RUN SETUP     *****************
       COPY GETREGN.

           05  WS-GENERATION-NAME       PIC X(40)      VALUE SPACES.
           05  WS-PENDING-NAME          PIC X(40)      VALUE SPACES.
           05  WS-PENDING-NEW-NAME      PIC X(40)      VALUE SPACES.
           05  WS-SIGNATURE-TRANS-NAME  PIC X(40)      VALUE SPACES.
           05  WS-DISB-NAME             PIC X(40)      VALUE SPACES.

       01  WS-RUN-MODE                 PIC X(4)        VALUE SPACES.
       01  WS-REGION-SLOT              PIC 9(2)        VALUE 0.
       01  WS-FIND-SLOT                PIC 9(2)        VALUE 0.
       01  WS-STEP-REGION              PIC X(4)        VALUE SPACES.
       01  WS-LOG-REGION               PIC X(4)        VALUE SPACES.
       01  WS-LOG-STEP                 PIC X(30)       VALUE SPACES.
       01  WS-LOG-OUTCOME              PIC X(24)       VALUE SPACES.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           IF RESUME-IS-REFUSED
               MOVE 12 TO WS-FINAL-RC
           ELSE
               PERFORM 20-RUN-MAINTENANCE-STEP
               IF WS-MAINT-RC > 4
                   MOVE 'NIGHTLY RUN' TO WS-LOG-STEP
                   MOVE 'ABORTED AFTER MAINT' TO WS-LOG-OUTCOME
                   PERFORM 18-WRITE-RUN-LOG
                   MOVE 'N' TO PROMOTE-FLAG
                   MOVE 12 TO WS-FINAL-RC
               ELSE
                   PERFORM 25-RUN-RECONCILE-STEP
                   PERFORM 30-CHECK-EXCEPTION-TOLERANCE
                       VARYING WS-REGION-SLOT FROM 1 BY 1
                       UNTIL WS-REGION-SLOT > GR-REGION-COUNT
                   IF PROMOTION-ALLOWED
                       PERFORM 35-PROMOTE-ONE-REGION
                           VARYING WS-REGION-SLOT FROM 1 BY 1
                           UNTIL WS-REGION-SLOT > GR-REGION-COUNT
                   ELSE
                       MOVE 'MASTER PROMOTION' TO WS-LOG-STEP
                       MOVE 'REFUSED - NOT PROMOTED' TO WS-LOG-OUTCOME
                       PERFORM 18-WRITE-RUN-LOG
                       DISPLAY '*** MASTER PROMOTION REFUSED - LIVE '
                           'MASTER LEFT IN PLACE ***'
                       IF WS-FINAL-RC < 8
                           MOVE 8 TO WS-FINAL-RC
                       END-IF
                   END-IF
                   PERFORM 45-RUN-REPORT-STEP
               END-IF
               PERFORM 46-RUN-SETTLEMENT-STEP
               IF WS-FINAL-RC < 12 AND PROMOTION-ALLOWED AND
                   NOT RUN-FELL-SHORT
                   MOVE 9 TO WS-STEP-WANTED
                   MOVE SPACES TO WS-STEP-REGION
                   MOVE WS-FINAL-RC TO WS-STEP-RC
                   MOVE 0 TO WS-MASTER-COUNT WS-MASTER-HASH
                             WS-TRANS-COUNT WS-TRANS-HASH WS-PAY-DATE
                   PERFORM 75-WRITE-CHECKPOINT
               END-IF
           END-IF
           PERFORM 50-EOF-ROUTINE
           .

               INTO WS-LOG-OUTCOME
           END-STRING
           PERFORM 18-WRITE-RUN-LOG
           PERFORM 60-LOAD-CHECKPOINT-FILE
           IF TONIGHT-WAS-STARTED AND NOT TONIGHT-WAS-COMPLETED
               PERFORM 64-OFFER-RESUME
           END-IF
           IF NOT RUN-IS-RESUMING
               PERFORM 80-DROP-TONIGHTS-ENTRIES
           END-IF
           PERFORM 82-REWRITE-CHECKPOINT-FILE
           .

       16-READ-DRIVER-PARM.
       19-LOG-STEP-RETURN-CODE.
           MOVE RETURN-CODE TO WS-RC-EDIT
           MOVE SPACES TO WS-LOG-OUTCOME
           IF WS-LOG-REGION = SPACES
               STRING 'ENDED RC' DELIMITED BY SIZE
                   WS-RC-EDIT DELIMITED BY SIZE
                   INTO WS-LOG-OUTCOME
               END-STRING
           ELSE
               STRING 'ENDED RC' DELIMITED BY SIZE
                   WS-RC-EDIT DELIMITED BY SIZE
                   ' FOR ' DELIMITED BY SIZE
                   WS-LOG-REGION DELIMITED BY SIZE
                   INTO WS-LOG-OUTCOME
               END-STRING
           END-IF
           PERFORM 18-WRITE-RUN-LOG
           .

       20-RUN-MAINTENANCE-STEP.
           MOVE 0 TO WS-MAINT-RC
           PERFORM 21-MAINTAIN-ONE-REGION
               VARYING WS-REGION-SLOT FROM 1 BY 1
               UNTIL WS-REGION-SLOT > GR-REGION-COUNT
           PERFORM 23-RESTORE-RUN-MODE
           IF WS-MAINT-RC > WS-FINAL-RC
               MOVE WS-MAINT-RC TO WS-FINAL-RC
           END-IF
           .

      *    EACH REGION IS MAINTAINED BY ITSELF, UNDER THE RUN-MODE
      *    OVERRIDE, AND CANCELLED AFTERWARD SO THE NEXT REGION GETS
      *    A FRESH COPY OF CS370PROGRAM2.  A REGION IS CHECKPOINTED
      *    WITH ITS INPUT COUNTS AS THEY STOOD WHEN IT RAN.
       21-MAINTAIN-ONE-REGION.
           MOVE WS-REGION-SLOT TO GR-REQUEST-SLOT
           CALL 'CS370GETREGN' USING GETREGN-PARM
           IF GR-RETURN-STATUS = '0' AND
               (WS-RUN-MODE = 'ALL' OR
                GR-REGION-CODE = WS-RUN-MODE)
               MOVE 'MASTER MAINTENANCE' TO WS-LOG-STEP
               MOVE 1 TO WS-STEP-WANTED
               MOVE GR-REGION-CODE TO WS-STEP-REGION
               PERFORM 70-CHECK-STEP-DONE
               IF STEP-WAS-DONE
                   PERFORM 71-LOG-STEP-SKIPPED
                   MOVE WS-FOUND-RC TO WS-STEP-RC
               ELSE
                   PERFORM 85-COMPUTE-REGION-SIGNATURE
                   PERFORM 22-OVERRIDE-RUN-MODE
                   MOVE 0 TO RETURN-CODE
                   CALL 'CS370PROGRAM2'
                       ON EXCEPTION
                           MOVE 12 TO RETURN-CODE
                   END-CALL
                   MOVE RETURN-CODE TO WS-STEP-RC
                   MOVE WS-STEP-REGION TO WS-LOG-REGION
                   PERFORM 19-LOG-STEP-RETURN-CODE
                   MOVE SPACES TO WS-LOG-REGION
                   CANCEL 'CS370PROGRAM2'
                   IF WS-STEP-RC NOT > 4
                       MOVE 0 TO WS-PAY-DATE
                       PERFORM 75-WRITE-CHECKPOINT
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
               IF WS-STEP-RC > WS-MAINT-RC
                   MOVE WS-STEP-RC TO WS-MAINT-RC
               END-IF
           END-IF
           .

       22-OVERRIDE-RUN-MODE.
           MOVE 0 TO GR-REQUEST-SLOT
           MOVE WS-STEP-REGION TO GR-RUN-MODE
           CALL 'CS370GETREGN' USING GETREGN-PARM
           .

       23-RESTORE-RUN-MODE.
           MOVE 0 TO GR-REQUEST-SLOT
           MOVE WS-RUN-MODE TO GR-RUN-MODE
           CALL 'CS370GETREGN' USING GETREGN-PARM
           .

       25-RUN-RECONCILE-STEP.
           MOVE 'MASTER RECONCILIATION' TO WS-LOG-STEP
           MOVE 2 TO WS-STEP-WANTED
           MOVE SPACES TO WS-STEP-REGION
           PERFORM 70-CHECK-STEP-DONE
           IF STEP-WAS-DONE
               PERFORM 71-LOG-STEP-SKIPPED
               MOVE WS-FOUND-RC TO WS-RECON-RC
           ELSE
               MOVE 0 TO RETURN-CODE
               CALL 'CS370PROGRAM6'
                   ON EXCEPTION
                       MOVE 12 TO RETURN-CODE
               END-CALL
               MOVE RETURN-CODE TO WS-RECON-RC
               PERFORM 19-LOG-STEP-RETURN-CODE
               IF WS-RECON-RC < 12
                   MOVE WS-RECON-RC TO WS-STEP-RC
                   MOVE 0 TO WS-MASTER-COUNT WS-MASTER-HASH
                             WS-TRANS-COUNT WS-TRANS-HASH WS-PAY-DATE
                   PERFORM 75-WRITE-CHECKPOINT
               END-IF
           END-IF
           IF WS-RECON-RC NOT = 0
               MOVE 'N' TO PROMOTE-FLAG
           END-IF
           IF GR-RETURN-STATUS = '0' AND
               (WS-RUN-MODE = 'ALL' OR
                GR-REGION-CODE = WS-RUN-MODE)
               MOVE 3 TO WS-STEP-WANTED
               MOVE GR-REGION-CODE TO WS-STEP-REGION
               PERFORM 70-CHECK-STEP-DONE
               IF STEP-WAS-DONE
                   MOVE 'MASTER PROMOTION' TO WS-LOG-STEP
                   PERFORM 71-LOG-STEP-SKIPPED
               ELSE
                   PERFORM 36-SET-NEXT-GENERATION
                   PERFORM 37-ARCHIVE-OUTGOING-MASTER
                   IF COPY-WAS-GOOD
                       PERFORM 41-PROMOTE-NEW-MASTER
                   END-IF
                   IF COPY-WAS-GOOD
                       PERFORM 42-PROMOTE-PENDING-FILE
                       PERFORM 85-COMPUTE-REGION-SIGNATURE
                       MOVE 0 TO WS-STEP-RC
                       MOVE 0 TO WS-PAY-DATE
                       PERFORM 75-WRITE-CHECKPOINT
                   END-IF
               END-IF
           END-IF
           .
               END-STRING
           ELSE
               MOVE 'FAILED - MASTER MISSING' TO WS-LOG-OUTCOME
               MOVE 'Y' TO RUN-SHORT-FLAG
               IF WS-FINAL-RC < 8
                   MOVE 8 TO WS-FINAL-RC
               END-IF
               END-STRING
           ELSE
               MOVE 'FAILED - NEW MISSING' TO WS-LOG-OUTCOME
               MOVE 'Y' TO RUN-SHORT-FLAG
               IF WS-FINAL-RC < 8
                   MOVE 8 TO WS-FINAL-RC
               END-IF

       45-RUN-REPORT-STEP.
           MOVE 'SALARY REPORT' TO WS-LOG-STEP
           MOVE 4 TO WS-STEP-WANTED
           MOVE SPACES TO WS-STEP-REGION
           PERFORM 70-CHECK-STEP-DONE
           IF STEP-WAS-DONE
               PERFORM 71-LOG-STEP-SKIPPED
               MOVE WS-FOUND-RC TO WS-REPORT-RC
           ELSE
               MOVE 0 TO RETURN-CODE
               CALL 'CS370PROGRAM1'
                   ON EXCEPTION
                       MOVE 12 TO RETURN-CODE
               END-CALL
               MOVE RETURN-CODE TO WS-REPORT-RC
               PERFORM 19-LOG-STEP-RETURN-CODE
               IF WS-REPORT-RC < 12
                   MOVE WS-REPORT-RC TO WS-STEP-RC
                   MOVE 0 TO WS-MASTER-COUNT WS-MASTER-HASH
                             WS-TRANS-COUNT WS-TRANS-HASH WS-PAY-DATE
                   PERFORM 75-WRITE-CHECKPOINT
               END-IF
           END-IF
           IF WS-REPORT-RC > WS-FINAL-RC
               MOVE WS-REPORT-RC TO WS-FINAL-RC
           END-IF
           .

       46-RUN-SETTLEMENT-STEP.
           MOVE 0 TO WS-SETTLE-RC
           PERFORM 47-SETTLE-ONE-REGION
               VARYING WS-REGION-SLOT FROM 1 BY 1
               UNTIL WS-REGION-SLOT > GR-REGION-COUNT
           PERFORM 23-RESTORE-RUN-MODE
           IF WS-SETTLE-RC > WS-FINAL-RC
               MOVE WS-SETTLE-RC TO WS-FINAL-RC
           END-IF
           .

      *    SETTLEMENT POSTS PRENOTE RESULTS AND THE UNPAID ITEMS FEED
      *    FOR THE PAY DATE ON THE REGION'S DISBURSEMENT FILE, SO A
      *    PAY DATE ALREADY SETTLED - TONIGHT OR ON AN EARLIER NIGHT -
      *    IS REFUSED RATHER THAN SETTLED AGAIN.  ONLY A CLEAN
      *    SETTLEMENT MARKS THE PAY DATE SETTLED; ONE THAT ENDED WITH
      *    EXCEPTIONS IS CHECKPOINTED WITHOUT IT SO THE PAY DATE CAN
      *    BE SETTLED AGAIN ONCE THE BANK FILE IS CORRECTED.
       47-SETTLE-ONE-REGION.
           MOVE WS-REGION-SLOT TO GR-REQUEST-SLOT
           CALL 'CS370GETREGN' USING GETREGN-PARM
           IF GR-RETURN-STATUS = '0' AND
               (WS-RUN-MODE = 'ALL' OR
                GR-REGION-CODE = WS-RUN-MODE)
               MOVE 'BANK SETTLEMENT' TO WS-LOG-STEP
               MOVE 5 TO WS-STEP-WANTED
               MOVE GR-REGION-CODE TO WS-STEP-REGION
               PERFORM 88-READ-PAY-DATE
               PERFORM 70-CHECK-STEP-DONE
               IF STEP-WAS-DONE
                   PERFORM 71-LOG-STEP-SKIPPED
                   MOVE WS-FOUND-RC TO WS-STEP-RC
               ELSE
                   PERFORM 74-CHECK-PAY-DATE-POSTED
                   IF PAY-DATE-WAS-POSTED
                       MOVE SPACES TO WS-LOG-OUTCOME
                       STRING 'REFUSED ' DELIMITED BY SIZE
                           WS-STEP-REGION DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-PAY-DATE DELIMITED BY SIZE
                           INTO WS-LOG-OUTCOME
                       END-STRING
                       PERFORM 18-WRITE-RUN-LOG
                       DISPLAY '*** SETTLEMENT REFUSED FOR '
                           WS-STEP-REGION ' - PAY DATE ' WS-PAY-DATE
                           ' ALREADY SETTLED ***'
                       MOVE WS-FOUND-RC TO WS-STEP-RC
                   ELSE
                       PERFORM 22-OVERRIDE-RUN-MODE
                       MOVE 0 TO RETURN-CODE
                       CALL 'CS370PROGRAM12'
                           ON EXCEPTION
                               MOVE 12 TO RETURN-CODE
                       END-CALL
                       MOVE RETURN-CODE TO WS-STEP-RC
                       MOVE WS-STEP-REGION TO WS-LOG-REGION
                       PERFORM 19-LOG-STEP-RETURN-CODE
                       MOVE SPACES TO WS-LOG-REGION
                       CANCEL 'CS370PROGRAM12'
                       IF WS-STEP-RC < 12
                           MOVE 0 TO WS-MASTER-COUNT WS-MASTER-HASH
                                     WS-TRANS-COUNT WS-TRANS-HASH
                           IF WS-STEP-RC NOT = 0
                               MOVE 0 TO WS-PAY-DATE
                           END-IF
                           PERFORM 75-WRITE-CHECKPOINT
                       END-IF
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-STEP-RC > WS-SETTLE-RC
                   MOVE WS-STEP-RC TO WS-SETTLE-RC
               END-IF
           END-IF
           .

       50-EOF-ROUTINE.
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN
           .

      *    TONIGHT'S RECORDS FOR THIS RUN MODE ARE KEPT; FROM EARLIER
      *    NIGHTS ONLY THE LATEST SETTLEMENT PER REGION IS CARRIED.
       60-LOAD-CHECKPOINT-FILE.
           MOVE 0 TO WS-CKPT-COUNT
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS NOT = '00' AND
               WS-CHECKPOINT-STATUS NOT = '05'
               MOVE 'N' TO CHECKPOINT-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-CHECKPOINT-DATA
               READ CHECKPOINT-FILE
                   AT END
                       MOVE 'N' TO CHECKPOINT-EOF-FLAG
                   NOT AT END
                       PERFORM 61-STORE-CHECKPOINT-ENTRY
               END-READ
           END-PERFORM
           IF WS-CHECKPOINT-STATUS NOT = '35'
               CLOSE CHECKPOINT-FILE
           END-IF
           .

       61-STORE-CHECKPOINT-ENTRY.
           IF CK-RUN-DATE = WS-SYSTEM-DATE AND
               CK-RUN-MODE = WS-RUN-MODE
               IF CK-RUN-COMPLETE
                   MOVE 'Y' TO RUN-COMPLETE-FLAG
               ELSE
                   MOVE 'Y' TO CHECKPOINT-FOUND-FLAG
               END-IF
               PERFORM 76-ADD-CHECKPOINT-ENTRY
           ELSE
               IF CK-SETTLEMENT-STEP AND CK-PAY-DATE > 0
                   PERFORM 62-CARRY-SETTLEMENT-ENTRY
               END-IF
           END-IF
           .

       62-CARRY-SETTLEMENT-ENTRY.
           MOVE 'N' TO ENTRY-FOUND-FLAG
           PERFORM 63-CHECK-CARRIED-SLOT
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-CKPT-COUNT
                   OR ENTRY-WAS-FOUND
           IF ENTRY-WAS-FOUND
               IF CK-PAY-DATE > WS-CK-PAY-DATE (WS-FOUND-SUB)
                   MOVE CHECKPOINT-RECORD TO
                       WS-CKPT-ENTRY (WS-FOUND-SUB)
               END-IF
           ELSE
               PERFORM 76-ADD-CHECKPOINT-ENTRY
           END-IF
           .

       63-CHECK-CARRIED-SLOT.
           IF WS-CK-STEP (WS-FIND-SUB) = 5 AND
               WS-CK-REGION (WS-FIND-SUB) = CK-REGION-CODE AND
               NOT (WS-CK-RUN-DATE (WS-FIND-SUB) = WS-SYSTEM-DATE AND
                    WS-CK-RUN-MODE (WS-FIND-SUB) = WS-RUN-MODE)
               MOVE 'Y' TO ENTRY-FOUND-FLAG
               MOVE WS-FIND-SUB TO WS-FOUND-SUB
           END-IF
           .

       64-OFFER-RESUME.
           PERFORM 65-FIND-RESUME-POINT
           DISPLAY 'THE ' WS-RUN-MODE ' RUN FOR ' WS-SYSTEM-DATE
               ' STOPPED PARTWAY'
           IF WS-RESUME-REGION = SPACES
               DISPLAY 'RESUME AT ' WS-STEP-NAME (WS-RESUME-STEP)
                   ' (Y/N, BLANK IS Y):'
           ELSE
               DISPLAY 'RESUME AT ' WS-STEP-NAME (WS-RESUME-STEP) ' '
                   WS-RESUME-REGION ' (Y/N, BLANK IS Y):'
           END-IF
           MOVE SPACE TO WS-RESUME-IN
           ACCEPT WS-RESUME-IN
           MOVE 'NIGHTLY RUN' TO WS-LOG-STEP
           MOVE SPACES TO WS-LOG-OUTCOME
           IF WS-RESUME-IN = 'N' OR WS-RESUME-IN = 'n'
               MOVE 'RESTARTED FROM THE TOP' TO WS-LOG-OUTCOME
               PERFORM 18-WRITE-RUN-LOG
           ELSE
               MOVE 'Y' TO RESUME-FLAG
               STRING 'RESUMED AT ' DELIMITED BY SIZE
                   WS-STEP-NAME (WS-RESUME-STEP) DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-RESUME-REGION DELIMITED BY SIZE
                   INTO WS-LOG-OUTCOME
               END-STRING
               PERFORM 18-WRITE-RUN-LOG
               PERFORM 68-VERIFY-COMPLETED-INPUTS
           END-IF
           .

       65-FIND-RESUME-POINT.
           MOVE 'N' TO RESUME-POINT-FLAG
           MOVE 6 TO WS-RESUME-STEP
           MOVE SPACES TO WS-RESUME-REGION
           PERFORM 66-CHECK-RESUME-STEP
               VARYING WS-STEP-WANTED FROM 1 BY 1
               UNTIL WS-STEP-WANTED > 5
                   OR RESUME-POINT-FOUND
           .

       66-CHECK-RESUME-STEP.
           IF WS-STEP-WANTED = 2 OR WS-STEP-WANTED = 4
               MOVE SPACES TO WS-STEP-REGION
               PERFORM 72-FIND-TONIGHT-ENTRY
               IF NOT ENTRY-WAS-FOUND
                   MOVE 'Y' TO RESUME-POINT-FLAG
                   MOVE WS-STEP-WANTED TO WS-RESUME-STEP
               END-IF
           ELSE
               PERFORM 67-CHECK-RESUME-REGION
                   VARYING WS-FIND-SLOT FROM 1 BY 1
                   UNTIL WS-FIND-SLOT > GR-REGION-COUNT
                       OR RESUME-POINT-FOUND
           END-IF
           .

       67-CHECK-RESUME-REGION.
           MOVE WS-FIND-SLOT TO GR-REQUEST-SLOT
           CALL 'CS370GETREGN' USING GETREGN-PARM
           IF GR-RETURN-STATUS = '0' AND
               (WS-RUN-MODE = 'ALL' OR
                GR-REGION-CODE = WS-RUN-MODE)
               MOVE GR-REGION-CODE TO WS-STEP-REGION
               PERFORM 72-FIND-TONIGHT-ENTRY
               IF NOT ENTRY-WAS-FOUND
                   MOVE 'Y' TO RESUME-POINT-FLAG
                   MOVE WS-STEP-WANTED TO WS-RESUME-STEP
                   MOVE GR-REGION-CODE TO WS-RESUME-REGION
               END-IF
           END-IF
           .

      *    A REGION ALREADY MAINTAINED (OR PROMOTED) TONIGHT MUST STILL
      *    HAVE THE MASTER AND TRANSACTIONS IT WAS CHECKPOINTED WITH,
      *    OR SKIPPING IT WOULD LOSE WORK ADDED SINCE.
       68-VERIFY-COMPLETED-INPUTS.
           PERFORM 69-VERIFY-ONE-ENTRY
               VARYING WS-CKPT-SUB FROM 1 BY 1
               UNTIL WS-CKPT-SUB > WS-CKPT-COUNT
                   OR RESUME-IS-REFUSED
           .

       69-VERIFY-ONE-ENTRY.
           IF WS-CK-RUN-DATE (WS-CKPT-SUB) = WS-SYSTEM-DATE AND
               WS-CK-RUN-MODE (WS-CKPT-SUB) = WS-RUN-MODE AND
               (WS-CK-STEP (WS-CKPT-SUB) = 1 OR
                WS-CK-STEP (WS-CKPT-SUB) = 3)
               MOVE 'N' TO ENTRY-FOUND-FLAG
               IF WS-CK-STEP (WS-CKPT-SUB) = 1
                   MOVE 3 TO WS-STEP-WANTED
                   MOVE WS-CK-REGION (WS-CKPT-SUB) TO WS-STEP-REGION
                   PERFORM 72-FIND-TONIGHT-ENTRY
               END-IF
               IF NOT ENTRY-WAS-FOUND
                   MOVE WS-CK-REGION (WS-CKPT-SUB) TO WS-REGION-WANTED
                   PERFORM 89-FIND-REGION-BY-CODE
                   IF REGION-WAS-FOUND
                       PERFORM 85-COMPUTE-REGION-SIGNATURE
                   END-IF
                   IF NOT REGION-WAS-FOUND OR
                       WS-MASTER-COUNT NOT =
                           WS-CK-MASTER-COUNT (WS-CKPT-SUB) OR
                       WS-MASTER-HASH NOT =
                           WS-CK-MASTER-HASH (WS-CKPT-SUB) OR
                       WS-TRANS-COUNT NOT =
                           WS-CK-TRANS-COUNT (WS-CKPT-SUB) OR
                       WS-TRANS-HASH NOT =
                           WS-CK-TRANS-HASH (WS-CKPT-SUB)
                       MOVE 'Y' TO RESUME-REFUSED-FLAG
                       MOVE 'RESUME REFUSED' TO WS-LOG-STEP
                       MOVE SPACES TO WS-LOG-OUTCOME
                       STRING 'INPUTS CHANGED ' DELIMITED BY SIZE
                           WS-REGION-WANTED DELIMITED BY SIZE
                           INTO WS-LOG-OUTCOME
                       END-STRING
                       PERFORM 18-WRITE-RUN-LOG
                       DISPLAY '*** RESUME REFUSED - MASTER OR '
                           'TRANSACTIONS FOR ' WS-REGION-WANTED
                           ' CHANGED SINCE THE CHECKPOINT ***'
                   END-IF
               END-IF
           END-IF
           .

       70-CHECK-STEP-DONE.
           MOVE 'N' TO STEP-DONE-FLAG
           IF RUN-IS-RESUMING
               PERFORM 72-FIND-TONIGHT-ENTRY
               IF ENTRY-WAS-FOUND
                   MOVE 'Y' TO STEP-DONE-FLAG
                   MOVE WS-CK-STEP-RC (WS-FOUND-SUB) TO WS-FOUND-RC
               END-IF
           END-IF
           .

       71-LOG-STEP-SKIPPED.
           MOVE SPACES TO WS-LOG-OUTCOME
           IF WS-STEP-REGION = SPACES
               MOVE 'SKIPPED - DONE EARLIER' TO WS-LOG-OUTCOME
           ELSE
               STRING 'SKIPPED - DONE FOR ' DELIMITED BY SIZE
                   WS-STEP-REGION DELIMITED BY SIZE
                   INTO WS-LOG-OUTCOME
               END-STRING
           END-IF
           PERFORM 18-WRITE-RUN-LOG
           .

       72-FIND-TONIGHT-ENTRY.
           MOVE 'N' TO ENTRY-FOUND-FLAG
           PERFORM 73-CHECK-TONIGHT-SLOT
               VARYING WS-FIND-SUB FROM 1 BY 1
               UNTIL WS-FIND-SUB > WS-CKPT-COUNT
                   OR ENTRY-WAS-FOUND
           .

       73-CHECK-TONIGHT-SLOT.
           IF WS-CK-RUN-DATE (WS-FIND-SUB) = WS-SYSTEM-DATE AND
               WS-CK-RUN-MODE (WS-FIND-SUB) = WS-RUN-MODE AND
               WS-CK-STEP (WS-FIND-SUB) = WS-STEP-WANTED AND
               WS-CK-REGION (WS-FIND-SUB) = WS-STEP-REGION
               MOVE 'Y' TO ENTRY-FOUND-FLAG
               MOVE WS-FIND-SUB TO WS-FOUND-SUB
           END-IF
           .

       74-CHECK-PAY-DATE-POSTED.
           MOVE 'N' TO POSTED-FLAG
           IF WS-PAY-DATE > 0
               PERFORM 77-CHECK-POSTED-SLOT
                   VARYING WS-FIND-SUB FROM 1 BY 1
                   UNTIL WS-FIND-SUB > WS-CKPT-COUNT
                       OR PAY-DATE-WAS-POSTED
           END-IF
           .

       75-WRITE-CHECKPOINT.
           MOVE WS-SYSTEM-DATE TO CK-RUN-DATE
           MOVE WS-RUN-MODE TO CK-RUN-MODE
           MOVE WS-STEP-WANTED TO CK-STEP
           MOVE WS-STEP-REGION TO CK-REGION-CODE
           MOVE WS-STEP-RC TO CK-STEP-RC
           MOVE WS-MASTER-COUNT TO CK-MASTER-COUNT
           MOVE WS-MASTER-HASH TO CK-MASTER-HASH
           MOVE WS-TRANS-COUNT TO CK-TRANS-COUNT
           MOVE WS-TRANS-HASH TO CK-TRANS-HASH
           MOVE WS-PAY-DATE TO CK-PAY-DATE
           PERFORM 76-ADD-CHECKPOINT-ENTRY
           OPEN EXTEND CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           .

       76-ADD-CHECKPOINT-ENTRY.
           IF WS-CKPT-COUNT >= 100
               DISPLAY 'CHECKPOINT TABLE FULL - UNABLE TO RECORD '
                   CK-STEP ' ' CK-REGION-CODE
           ELSE
               ADD 1 TO WS-CKPT-COUNT
               MOVE CHECKPOINT-RECORD TO WS-CKPT-ENTRY (WS-CKPT-COUNT)
           END-IF
           .

       77-CHECK-POSTED-SLOT.
           IF WS-CK-STEP (WS-FIND-SUB) = 5 AND
               WS-CK-REGION (WS-FIND-SUB) = WS-STEP-REGION AND
               WS-CK-PAY-DATE (WS-FIND-SUB) = WS-PAY-DATE
               MOVE 'Y' TO POSTED-FLAG
               MOVE WS-CK-STEP-RC (WS-FIND-SUB) TO WS-FOUND-RC
           END-IF
           .

      *    A RUN FROM THE TOP FORGETS TONIGHT'S STEPS BUT NOT A PAY
      *    DATE ALREADY SETTLED.
       80-DROP-TONIGHTS-ENTRIES.
           MOVE 0 TO WS-KEEP-SUB
           PERFORM 81-KEEP-ONE-ENTRY
               VARYING WS-CKPT-SUB FROM 1 BY 1
               UNTIL WS-CKPT-SUB > WS-CKPT-COUNT
           MOVE WS-KEEP-SUB TO WS-CKPT-COUNT
           .

       81-KEEP-ONE-ENTRY.
           IF WS-CK-RUN-DATE (WS-CKPT-SUB) = WS-SYSTEM-DATE AND
               WS-CK-RUN-MODE (WS-CKPT-SUB) = WS-RUN-MODE AND
               NOT (WS-CK-STEP (WS-CKPT-SUB) = 5 AND
                    WS-CK-PAY-DATE (WS-CKPT-SUB) > 0)
               CONTINUE
           ELSE
               ADD 1 TO WS-KEEP-SUB
               MOVE WS-CKPT-ENTRY (WS-CKPT-SUB) TO
                   WS-CKPT-ENTRY (WS-KEEP-SUB)
           END-IF
           .

       82-REWRITE-CHECKPOINT-FILE.
           OPEN OUTPUT CHECKPOINT-FILE
           PERFORM 83-WRITE-ONE-CHECKPOINT
               VARYING WS-CKPT-SUB FROM 1 BY 1
               UNTIL WS-CKPT-SUB > WS-CKPT-COUNT
           CLOSE CHECKPOINT-FILE
           .

       83-WRITE-ONE-CHECKPOINT.
           WRITE CHECKPOINT-RECORD FROM WS-CKPT-ENTRY (WS-CKPT-SUB)
           .

      *    THE CHECKPOINT COUNTS FOR A REGION ARE THE RECORD COUNT AND
      *    A HASH TOTAL (EMP-ID PLUS SALARY FIELDS) OF ITS LIVE MASTER
      *    AND OF ITS TRANSACTION FILE.
       85-COMPUTE-REGION-SIGNATURE.
           MOVE 0 TO WS-MASTER-COUNT
           MOVE 0 TO WS-MASTER-HASH
           MOVE 0 TO WS-TRANS-COUNT
           MOVE 0 TO WS-TRANS-HASH
           MOVE GR-MASTER-FILE-NAME TO WS-COPY-FROM-NAME
           MOVE '00' TO WS-COPY-IN-STATUS
           OPEN INPUT MASTER-COPY-IN-FILE
           IF WS-COPY-IN-STATUS = '00'
               MOVE ' ' TO COPY-EOF-FLAG
               PERFORM UNTIL NO-MORE-COPY-DATA
                   READ MASTER-COPY-IN-FILE
                       AT END
                           MOVE 'N' TO COPY-EOF-FLAG
                       NOT AT END
                           PERFORM 86-ADD-MASTER-SIGNATURE
                   END-READ
               END-PERFORM
               CLOSE MASTER-COPY-IN-FILE
           END-IF
           MOVE SPACES TO WS-SIGNATURE-TRANS-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Employee-Transactions.txt' DELIMITED BY SIZE
               INTO WS-SIGNATURE-TRANS-NAME
           END-STRING
           MOVE '00' TO WS-SIGNATURE-STATUS
           OPEN INPUT SIGNATURE-TRANS-FILE
           IF WS-SIGNATURE-STATUS = '00'
               MOVE ' ' TO COPY-EOF-FLAG
               PERFORM UNTIL NO-MORE-COPY-DATA
                   READ SIGNATURE-TRANS-FILE
                       AT END
                           MOVE 'N' TO COPY-EOF-FLAG
                       NOT AT END
                           PERFORM 87-ADD-TRANS-SIGNATURE
                   END-READ
               END-PERFORM
               CLOSE SIGNATURE-TRANS-FILE
           END-IF
           .

       86-ADD-MASTER-SIGNATURE.
           ADD 1 TO WS-MASTER-COUNT
           IF EMP-ID NUMERIC
               MOVE EMP-ID TO WS-HASH-ID
               ADD WS-HASH-ID TO WS-MASTER-HASH
           END-IF
           IF EMP-CURRENT-SALARY NUMERIC
               ADD EMP-CURRENT-SALARY TO WS-MASTER-HASH
           END-IF
           .

       87-ADD-TRANS-SIGNATURE.
           ADD 1 TO WS-TRANS-COUNT
           IF TR-EMP-ID NUMERIC
               MOVE TR-EMP-ID TO WS-HASH-ID
               ADD WS-HASH-ID TO WS-TRANS-HASH
           END-IF
           IF TR-CURRENT-SALARY NUMERIC
               ADD TR-CURRENT-SALARY TO WS-TRANS-HASH
           END-IF
           IF TR-STARTING-SALARY NUMERIC
               ADD TR-STARTING-SALARY TO WS-TRANS-HASH
           END-IF
           IF TR-ENTRY-TIME NUMERIC
               ADD TR-ENTRY-TIME TO WS-TRANS-HASH
           END-IF
           .

       88-READ-PAY-DATE.
           MOVE 0 TO WS-PAY-DATE
           MOVE SPACES TO WS-DISB-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Payroll-Disbursement.txt' DELIMITED BY SIZE
               INTO WS-DISB-NAME
           END-STRING
           MOVE '00' TO WS-DISB-STATUS
           OPEN INPUT DISBURSEMENT-FILE
           IF WS-DISB-STATUS = '00'
               READ DISBURSEMENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DB-PAY-DATE NUMERIC
                           MOVE DB-PAY-DATE TO WS-PAY-DATE
                       END-IF
               END-READ
               CLOSE DISBURSEMENT-FILE
           END-IF
           .

       89-FIND-REGION-BY-CODE.
           MOVE 'N' TO REGION-FOUND-FLAG
           PERFORM 90-CHECK-ONE-REGION-SLOT
               VARYING WS-FIND-SLOT FROM 1 BY 1
               UNTIL WS-FIND-SLOT > GR-REGION-COUNT
                   OR REGION-WAS-FOUND
           .

       90-CHECK-ONE-REGION-SLOT.
           MOVE WS-FIND-SLOT TO GR-REQUEST-SLOT
           CALL 'CS370GETREGN' USING GETREGN-PARM
           IF GR-RETURN-STATUS = '0' AND
               GR-REGION-CODE = WS-REGION-WANTED
               MOVE 'Y' TO REGION-FOUND-FLAG
           END-IF
           .
