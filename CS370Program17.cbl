       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM17.
       AUTHOR. P W ASKEW.
      ******************************************************************
      * This program is the direct deposit account maintenance
      * session.  The disbursement file used to carry nothing but
      * the EMP-ID, name and net pay, and the bank team merged the
      * routing and account numbers in by hand from a folder of
      * deposit forms before every upload.  Here the payroll clerk
      * keys each employee's deposit accounts once - a remainder
      * account plus up to three split accounts taking a flat
      * amount or a percent of the net - and the program edits them
      * on the spot: the EMP-ID against the keyed master index, the
      * routing number against the bank check digit, the split
      * percents against 100.  CS370PROGRAM5 reads the file every
      * pay run.  Any account that is new or re-keyed is flagged
      * for a zero-dollar prenote, so the first pay after a change
      * goes by paper check until the bank accepts the prenote.
      * ******
      * INPUT:
      *    The run region's keyed master index (see CS370GETREGN) -
      *        PR1FA21-Knox-Master.idx for the Knox region, as left
      *        on disk by the last maintenance run.
      *    <prefix>-Direct-Deposit.txt - the direct deposit account
      *        master (see DDACCT.CPY).  A missing file starts empty.
      *    Operator console - one employee per pass; keying END (or
      *        nothing) at the action prompt ends the session.
      * *******
      * OUTPUT:
      *    <prefix>-Direct-Deposit.txt - rewritten at the end of the
      *        session when anything was added, changed or deleted.
      * *******
      * EDITS
      *    THE EMP-ID MUST BE ON THE MASTER.  ADD REQUIRES NO RECORD ON
      *    FILE; CHANGE, DELETE AND INQUIRE REQUIRE ONE.  ACCOUNT 1 (THE
      *    REMAINDER ACCOUNT) IS REQUIRED.  A ROUTING NUMBER IS NINE
      *    DIGITS AND MUST PASS THE BANK CHECK DIGIT TEST.  ACCOUNT
      *    TYPE IS C (CHECKING) OR S (SAVINGS).  A SPLIT IS A FLAT
      *    AMOUNT IN WHOLE DOLLARS OR A WHOLE PERCENT OF THE NET, AND
      *    THE SPLIT PERCENTS MAY NOT ADD TO MORE THAN 100.  ON A
      *    CHANGE THE CLERK RE-KEYS THE FULL SET OF ACCOUNTS; AN
      *    ACCOUNT KEYED EXACTLY AS IT WAS KEEPS ITS PRENOTE STATUS,
      *    ANYTHING ELSE IS FLAGGED FOR A NEW PRENOTE.  EVERY RECORD
      *    IS PLAYED BACK FOR A Y/N CONFIRMATION BEFORE IT IS KEPT.
      * *******
      * CALCULATIONS
      *    ROUTING CHECK = 3 * (D1 + D4 + D7) + 7 * (D2 + D5 + D8)
      *        + (D3 + D6 + D9) MUST BE A MULTIPLE OF 10
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-MASTER-FILE
               ASSIGN TO DYNAMIC WS-INDEX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IXM-EMP-ID
               ALTERNATE RECORD KEY IS IXM-STORE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT OPTIONAL DIRECT-DEPOSIT-FILE
               ASSIGN TO DYNAMIC WS-DD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INDEXED-MASTER-FILE
           RECORD CONTAINS 75 CHARACTERS.

       01  IXM-EMPLOYEE-RECORD.
           05  IXM-STORE-ID            PIC A(4).
           05  IXM-EMP-ID              PIC X(5).
           05  FILLER                  PIC X(66).

       FD DIRECT-DEPOSIT-FILE
           RECORD CONTAINS 189 CHARACTERS.

       01  DIRECT-DEPOSIT-FILE-RECORD  PIC X(189).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  SESSION-DONE-FLAG       PIC X           VALUE ' '.
               88 SESSION-IS-DONE                      VALUE 'N'.
           05  MASTER-OPEN-FLAG        PIC X           VALUE 'N'.
               88 MASTER-IS-OPEN                       VALUE 'Y'.
           05  MATCH-FOUND-FLAG        PIC X           VALUE 'N'.
               88 MATCH-WAS-FOUND                      VALUE 'Y'.
           05  FIELD-OK-FLAG           PIC X           VALUE 'N'.
               88 FIELD-IS-OK                          VALUE 'Y'.
           05  ENTRY-GOOD-FLAG         PIC X           VALUE 'Y'.
               88 ENTRY-IS-GOOD                        VALUE 'Y'.
           05  REGION-FOUND-FLAG       PIC X           VALUE 'N'.
               88 REGION-WAS-FOUND                     VALUE 'Y'.
           05  DD-EOF-FLAG             PIC X           VALUE ' '.
               88 NO-MORE-DD-DATA                      VALUE 'N'.
           05  DD-CHANGED-FLAG         PIC X           VALUE 'N'.
               88 DD-WAS-CHANGED                       VALUE 'Y'.
           05  MORE-SPLITS-FLAG        PIC X           VALUE 'Y'.
               88 NO-MORE-SPLITS                       VALUE 'N'.
           05  OLD-MATCH-FLAG          PIC X           VALUE 'N'.
               88 OLD-ACCOUNT-MATCHED                  VALUE 'Y'.

       01  WS-INDEXED-STATUS           PIC XX          VALUE '00'.
       01  WS-DD-STATUS                PIC XX          VALUE '00'.
       01  WS-SYSTEM-DATE              PIC 9(8)        VALUE 0.
       01  WS-ADDS-KEPT                PIC 9(4)        VALUE 0.
       01  WS-CHANGES-KEPT             PIC 9(4)        VALUE 0.
       01  WS-DELETES-KEPT             PIC 9(4)        VALUE 0.

      *********************     CONSOLE WORK AREA     ******************
       01  WS-CODE-IN                  PIC X(3)        VALUE SPACES.
       01  WS-EMP-ID-IN                PIC X(5)        VALUE SPACES.
       01  WS-TEXT-IN                  PIC X(10)       VALUE SPACES.
       01  WS-ACCOUNT-IN               PIC X(17)       VALUE SPACES.
       01  WS-ROUTING-IN               PIC X(9)        VALUE SPACES.
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-IN.
           05  WS-ROUTING-DIGIT        PIC 9(1)        OCCURS 9 TIMES.
       01  WS-ROUTING-CHECK            PIC 9(4)        VALUE 0.
       01  WS-ROUTING-REMAINDER        PIC 9(4)        VALUE 0.
       01  WS-AMOUNT-IN                PIC X(5)        VALUE SPACES.
       01  WS-AMOUNT-OUT               PIC 9(5)        VALUE 0.
       01  WS-AMOUNT-LIMIT             PIC 9(5)        VALUE 0.
       01  WS-CONFIRM-IN               PIC X(1)        VALUE SPACE.
       01  WS-PROMPT-TEXT              PIC X(45)       VALUE SPACES.
       01  WS-DIGIT-SUB                PIC S9(4)       VALUE +0.
       01  WS-ONE-CHAR                 PIC X(1)        VALUE SPACE.
       01  WS-ONE-DIGIT REDEFINES WS-ONE-CHAR
                                       PIC 9(1).
       01  WS-PERCENT-TOTAL            PIC 9(5)V99     VALUE 0.
       01  WS-AMOUNT-EDIT              PIC $ZZ,ZZ9.99.
       01  WS-STATUS-TEXT              PIC X(11)       VALUE SPACES.

      *********************     DIRECT DEPOSIT TABLE     ***************
       01  WS-DD-COUNT                 PIC 9(4)        VALUE 0.
       01  WS-DD-SUB                   PIC S9(4)       VALUE +0.
       01  WS-ACCT-SUB                 PIC S9(4)       VALUE +0.
       01  WS-OLD-SUB                  PIC S9(4)       VALUE +0.
       01  WS-DD-TABLE.
           05  WS-DD-ENTRY OCCURS 1000 TIMES
                   INDEXED BY DD-IDX.
               10  WS-DD-EMP-ID        PIC X(5)        VALUE SPACES.
               10  WS-DD-REST          PIC X(184)      VALUE SPACES.

       COPY DDACCT.

      *    THE ACCOUNTS AS THEY STOOD BEFORE A CHANGE WAS RE-KEYED.
       01  WS-OLD-ACCOUNT-TABLE.
           05  WS-OLD-ACCOUNT OCCURS 4 TIMES.
               10  WS-OLD-ROUTING      PIC 9(9).
               10  WS-OLD-ACCOUNT-NUMBER
                                       PIC X(17).
               10  WS-OLD-ACCOUNT-TYPE PIC X(1).
               10  WS-OLD-PRENOTE-STATUS
                                       PIC X(1).
               10  WS-OLD-PRENOTE-DATE PIC 9(8).

      *********************     REGION / RUN SETUP     *****************
       COPY GETREGN.

       01  WS-INDEX-FILE-NAME          PIC X(40)       VALUE SPACES.
       01  WS-DD-FILE-NAME             PIC X(40)       VALUE SPACES.
       01  WS-RUN-MODE                 PIC X(4)        VALUE SPACES.
       01  WS-REGION-SLOT              PIC 9(2)        VALUE 0.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-SESSION-LOOP
           PERFORM 40-EOF-ROUTINE
           .

       12-GET-REGION-SETUP.
           MOVE 1 TO GR-REQUEST-SLOT
           CALL 'CS370GETREGN' USING GETREGN-PARM
           MOVE GR-RUN-MODE TO WS-RUN-MODE
           PERFORM 13-FIND-RUN-REGION
               VARYING WS-REGION-SLOT FROM 1 BY 1
               UNTIL WS-REGION-SLOT > GR-REGION-COUNT
                   OR REGION-WAS-FOUND
           IF NOT REGION-WAS-FOUND
               MOVE 1 TO GR-REQUEST-SLOT
               CALL 'CS370GETREGN' USING GETREGN-PARM
               IF WS-RUN-MODE NOT = 'ALL'
                   DISPLAY 'RUN REQUEST REGION ' WS-RUN-MODE
                       ' NOT ON PARM FILE - USING ' GR-REGION-CODE
               END-IF
           END-IF
           MOVE GR-INDEX-FILE-NAME TO WS-INDEX-FILE-NAME
           MOVE SPACES TO WS-DD-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Direct-Deposit.txt' DELIMITED BY SIZE
               INTO WS-DD-FILE-NAME
           END-STRING
           DISPLAY 'DIRECT DEPOSIT MAINTENANCE FOR REGION '
               GR-REGION-CODE
           .

       13-FIND-RUN-REGION.
           MOVE WS-REGION-SLOT TO GR-REQUEST-SLOT
           CALL 'CS370GETREGN' USING GETREGN-PARM
           IF GR-RETURN-STATUS = '0' AND
               GR-REGION-CODE = WS-RUN-MODE
               MOVE 'Y' TO REGION-FOUND-FLAG
           END-IF
           .

       15-HSKPING-ROUTINE.

           PERFORM 12-GET-REGION-SETUP
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           OPEN INPUT INDEXED-MASTER-FILE
           IF WS-INDEXED-STATUS = '00'
               MOVE 'Y' TO MASTER-OPEN-FLAG
               PERFORM 16-LOAD-DIRECT-DEPOSIT-TABLE
           ELSE
               DISPLAY 'EMPLOYEE MASTER INDEX NOT AVAILABLE - STATUS '
                   WS-INDEXED-STATUS
               DISPLAY 'RUN THE MAINTENANCE JOB TO BUILD IT'
               MOVE 'N' TO SESSION-DONE-FLAG
           END-IF
           .

       16-LOAD-DIRECT-DEPOSIT-TABLE.
           OPEN INPUT DIRECT-DEPOSIT-FILE
           IF WS-DD-STATUS NOT = '00' AND WS-DD-STATUS NOT = '05'
               MOVE 'N' TO DD-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-DD-DATA
               READ DIRECT-DEPOSIT-FILE
                   AT END
                       MOVE 'N' TO DD-EOF-FLAG
                   NOT AT END
                       PERFORM 17-STORE-DD-ENTRY
               END-READ
           END-PERFORM
           IF WS-DD-STATUS NOT = '35'
               CLOSE DIRECT-DEPOSIT-FILE
           END-IF
           DISPLAY WS-DD-COUNT ' DIRECT DEPOSIT RECORD(S) ON FILE'
           .

       17-STORE-DD-ENTRY.
           IF DIRECT-DEPOSIT-FILE-RECORD (1:5) = SPACES
               CONTINUE
           ELSE
               IF WS-DD-COUNT >= 1000
                   DISPLAY 'DIRECT DEPOSIT TABLE FULL - UNABLE TO '
                       'RECORD ' DIRECT-DEPOSIT-FILE-RECORD (1:5)
               ELSE
                   ADD 1 TO WS-DD-COUNT
                   MOVE DIRECT-DEPOSIT-FILE-RECORD TO
                       WS-DD-ENTRY (WS-DD-COUNT)
               END-IF
           END-IF
           .

       25-SESSION-LOOP.
           PERFORM UNTIL SESSION-IS-DONE
               DISPLAY ' '
               DISPLAY 'ACTION (A=ADD C=CHANGE D=DELETE I=INQUIRE,'
                   ' END TO QUIT):'
               MOVE SPACES TO WS-CODE-IN
               ACCEPT WS-CODE-IN
               EVALUATE WS-CODE-IN
                   WHEN SPACES
                   WHEN 'END'
                       MOVE 'N' TO SESSION-DONE-FLAG
                   WHEN 'A'
                   WHEN 'C'
                   WHEN 'D'
                   WHEN 'I'
                       PERFORM 26-MAINTAIN-ONE-EMPLOYEE
                   WHEN OTHER
                       DISPLAY 'ACTION MUST BE A, C, D OR I'
               END-EVALUATE
           END-PERFORM
           .

       26-MAINTAIN-ONE-EMPLOYEE.
           MOVE 'Y' TO ENTRY-GOOD-FLAG
           PERFORM 27-GET-EMPLOYEE-ID
           IF ENTRY-IS-GOOD
               EVALUATE WS-CODE-IN
                   WHEN 'A'
                       PERFORM 30-ADD-DEPOSIT-RECORD
                   WHEN 'C'
                       PERFORM 31-CHANGE-DEPOSIT-RECORD
                   WHEN 'D'
                       PERFORM 32-DELETE-DEPOSIT-RECORD
                   WHEN OTHER
                       MOVE WS-DD-ENTRY (DD-IDX) TO
                           DIRECT-DEPOSIT-RECORD
                       PERFORM 36-DISPLAY-DEPOSIT-RECORD
               END-EVALUATE
           END-IF
           .

       27-GET-EMPLOYEE-ID.
           DISPLAY 'EMPLOYEE ID:'
           MOVE SPACES TO WS-EMP-ID-IN
           ACCEPT WS-EMP-ID-IN
           IF WS-EMP-ID-IN = SPACES
               DISPLAY 'EMPLOYEE ID IS REQUIRED - ENTRY DROPPED'
               MOVE 'N' TO ENTRY-GOOD-FLAG
           ELSE
               PERFORM 28-READ-MASTER-INDEX
               IF NOT MATCH-WAS-FOUND
                   DISPLAY 'EMP-ID ' WS-EMP-ID-IN
                       ' IS NOT ON THE MASTER - ENTRY DROPPED'
                   MOVE 'N' TO ENTRY-GOOD-FLAG
               END-IF
           END-IF
           IF ENTRY-IS-GOOD
               PERFORM 29-FIND-DD-ENTRY
               IF WS-CODE-IN = 'A' AND DD-IDX NOT = 0
                   DISPLAY 'EMP-ID ' WS-EMP-ID-IN
                       ' ALREADY HAS DIRECT DEPOSIT - USE CHANGE'
                   MOVE 'N' TO ENTRY-GOOD-FLAG
               END-IF
               IF WS-CODE-IN NOT = 'A' AND DD-IDX = 0
                   DISPLAY 'EMP-ID ' WS-EMP-ID-IN
                       ' HAS NO DIRECT DEPOSIT ON FILE'
                   MOVE 'N' TO ENTRY-GOOD-FLAG
               END-IF
           END-IF
           .

       28-READ-MASTER-INDEX.
           MOVE 'N' TO MATCH-FOUND-FLAG
           MOVE WS-EMP-ID-IN TO IXM-EMP-ID
           READ INDEXED-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MATCH-FOUND-FLAG
           END-READ
           .

       29-FIND-DD-ENTRY.
           SET DD-IDX TO 1
           IF WS-DD-COUNT = 0
               SET DD-IDX TO 0
           ELSE
               SEARCH WS-DD-ENTRY
                   AT END
                       SET DD-IDX TO 0
                   WHEN WS-DD-EMP-ID (DD-IDX) = WS-EMP-ID-IN
                       CONTINUE
               END-SEARCH
           END-IF
           .

       30-ADD-DEPOSIT-RECORD.
           IF WS-DD-COUNT >= 1000
               DISPLAY 'DIRECT DEPOSIT TABLE FULL - ENTRY DROPPED'
               MOVE 'N' TO ENTRY-GOOD-FLAG
           ELSE
               PERFORM 33-GATHER-ACCOUNTS
           END-IF
           IF ENTRY-IS-GOOD
               PERFORM 39-CONFIRM-RECORD
               IF WS-CONFIRM-IN = 'Y'
                   ADD 1 TO WS-DD-COUNT
                   MOVE DIRECT-DEPOSIT-RECORD TO
                       WS-DD-ENTRY (WS-DD-COUNT)
                   ADD 1 TO WS-ADDS-KEPT
                   MOVE 'Y' TO DD-CHANGED-FLAG
                   DISPLAY 'DIRECT DEPOSIT ADDED - PRENOTES GO OUT '
                       'ON THE NEXT PAY RUN'
               ELSE
                   DISPLAY 'ENTRY DISCARDED'
               END-IF
           END-IF
           .

       31-CHANGE-DEPOSIT-RECORD.
           MOVE WS-DD-ENTRY (DD-IDX) TO DIRECT-DEPOSIT-RECORD
           PERFORM 36-DISPLAY-DEPOSIT-RECORD
           PERFORM 34-SAVE-OLD-ACCOUNT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > 4
           DISPLAY 'RE-KEY THE FULL SET OF ACCOUNTS'
           PERFORM 33-GATHER-ACCOUNTS
           IF ENTRY-IS-GOOD
               PERFORM 44-CARRY-PRENOTE-STATUS
                   VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > 4
               PERFORM 39-CONFIRM-RECORD
               IF WS-CONFIRM-IN = 'Y'
                   MOVE DIRECT-DEPOSIT-RECORD TO WS-DD-ENTRY (DD-IDX)
                   ADD 1 TO WS-CHANGES-KEPT
                   MOVE 'Y' TO DD-CHANGED-FLAG
                   DISPLAY 'DIRECT DEPOSIT CHANGED'
               ELSE
                   DISPLAY 'ENTRY DISCARDED'
               END-IF
           END-IF
           .

       32-DELETE-DEPOSIT-RECORD.
           MOVE WS-DD-ENTRY (DD-IDX) TO DIRECT-DEPOSIT-RECORD
           PERFORM 36-DISPLAY-DEPOSIT-RECORD
           DISPLAY 'DELETE - EMPLOYEE WILL BE PAID BY PAPER CHECK?'
               ' (Y/N):'
           MOVE SPACE TO WS-CONFIRM-IN
           ACCEPT WS-CONFIRM-IN
           IF WS-CONFIRM-IN = 'Y'
               MOVE SPACES TO WS-DD-EMP-ID (DD-IDX)
               ADD 1 TO WS-DELETES-KEPT
               MOVE 'Y' TO DD-CHANGED-FLAG
               DISPLAY 'DIRECT DEPOSIT DELETED'
           ELSE
               DISPLAY 'DELETE DISCARDED'
           END-IF
           .

       33-GATHER-ACCOUNTS.
           MOVE SPACES TO DIRECT-DEPOSIT-RECORD
           MOVE WS-EMP-ID-IN TO DD-EMP-ID
           MOVE WS-SYSTEM-DATE TO DD-LAST-CHANGE-DATE
           PERFORM 35-CLEAR-ONE-ACCOUNT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > 4
           MOVE 1 TO WS-ACCT-SUB
           DISPLAY 'ACCOUNT 1 - REMAINDER ACCOUNT (REQUIRED)'
           PERFORM 50-GATHER-ONE-ACCOUNT
           MOVE 'Y' TO MORE-SPLITS-FLAG
           MOVE 0 TO WS-PERCENT-TOTAL
           PERFORM 37-ASK-ONE-SPLIT
               VARYING WS-ACCT-SUB FROM 2 BY 1
               UNTIL WS-ACCT-SUB > 4
                   OR NO-MORE-SPLITS
                   OR NOT ENTRY-IS-GOOD
           .

       34-SAVE-OLD-ACCOUNT.
           MOVE DD-ROUTING-NUMBER (WS-ACCT-SUB) TO
               WS-OLD-ROUTING (WS-ACCT-SUB)
           MOVE DD-ACCOUNT-NUMBER (WS-ACCT-SUB) TO
               WS-OLD-ACCOUNT-NUMBER (WS-ACCT-SUB)
           MOVE DD-ACCOUNT-TYPE (WS-ACCT-SUB) TO
               WS-OLD-ACCOUNT-TYPE (WS-ACCT-SUB)
           MOVE DD-PRENOTE-STATUS (WS-ACCT-SUB) TO
               WS-OLD-PRENOTE-STATUS (WS-ACCT-SUB)
           MOVE DD-PRENOTE-DATE (WS-ACCT-SUB) TO
               WS-OLD-PRENOTE-DATE (WS-ACCT-SUB)
           .

       35-CLEAR-ONE-ACCOUNT.
           MOVE 0 TO DD-ROUTING-NUMBER (WS-ACCT-SUB)
           MOVE SPACES TO DD-ACCOUNT-NUMBER (WS-ACCT-SUB)
           MOVE SPACES TO DD-ACCOUNT-TYPE (WS-ACCT-SUB)
           MOVE SPACES TO DD-ALLOC-METHOD (WS-ACCT-SUB)
           MOVE 0 TO DD-ALLOC-AMOUNT (WS-ACCT-SUB)
           MOVE SPACES TO DD-PRENOTE-STATUS (WS-ACCT-SUB)
           MOVE 0 TO DD-PRENOTE-DATE (WS-ACCT-SUB)
           .

       36-DISPLAY-DEPOSIT-RECORD.
           DISPLAY 'DIRECT DEPOSIT FOR EMP-ID ' DD-EMP-ID
               '  LAST CHANGED ' DD-LAST-CHANGE-DATE
           PERFORM 38-DISPLAY-ONE-ACCOUNT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > 4
           .

       37-ASK-ONE-SPLIT.
           DISPLAY 'ADD SPLIT ACCOUNT ' WS-ACCT-SUB ' (Y/N):'
           MOVE SPACE TO WS-CONFIRM-IN
           ACCEPT WS-CONFIRM-IN
           IF WS-CONFIRM-IN = 'Y'
               PERFORM 50-GATHER-ONE-ACCOUNT
               IF ENTRY-IS-GOOD
                   PERFORM 52-GATHER-ALLOCATION
               END-IF
           ELSE
               MOVE 'N' TO MORE-SPLITS-FLAG
           END-IF
           .

       38-DISPLAY-ONE-ACCOUNT.
           IF DD-ACCOUNT-NUMBER (WS-ACCT-SUB) NOT = SPACES
               EVALUATE TRUE
                   WHEN DD-ACCOUNT-ACTIVE (WS-ACCT-SUB)
                       MOVE 'ACTIVE' TO WS-STATUS-TEXT
                   WHEN DD-PRENOTE-SENT (WS-ACCT-SUB)
                       MOVE 'PRENOTE OUT' TO WS-STATUS-TEXT
                   WHEN DD-PRENOTE-REJECTED (WS-ACCT-SUB)
                       MOVE 'REJECTED' TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE 'PRENOTE DUE' TO WS-STATUS-TEXT
               END-EVALUATE
               DISPLAY '  ACCT ' WS-ACCT-SUB ' ROUTING '
                   DD-ROUTING-NUMBER (WS-ACCT-SUB) ' ACCOUNT '
                   DD-ACCOUNT-NUMBER (WS-ACCT-SUB) ' TYPE '
                   DD-ACCOUNT-TYPE (WS-ACCT-SUB) '  ' WS-STATUS-TEXT
               IF WS-ACCT-SUB > 1
                   MOVE DD-ALLOC-AMOUNT (WS-ACCT-SUB) TO
                       WS-AMOUNT-EDIT
                   IF DD-ALLOC-PERCENT (WS-ACCT-SUB)
                       DISPLAY '      SPLIT PERCENT OF NET '
                           DD-ALLOC-AMOUNT (WS-ACCT-SUB)
                   ELSE
                       DISPLAY '      SPLIT FLAT AMOUNT ' WS-AMOUNT-EDIT
                   END-IF
               ELSE
                   DISPLAY '      REMAINDER OF NET PAY'
               END-IF
           END-IF
           .

       39-CONFIRM-RECORD.
           PERFORM 36-DISPLAY-DEPOSIT-RECORD
           DISPLAY 'KEEP THIS DIRECT DEPOSIT RECORD? (Y/N):'
           MOVE SPACE TO WS-CONFIRM-IN
           ACCEPT WS-CONFIRM-IN
           .

      *    AN ACCOUNT RE-KEYED EXACTLY AS IT WAS ON FILE - SAME ROUTING,
      *    ACCOUNT AND TYPE IN ANY SLOT - KEEPS ITS PRENOTE STATUS,
      *    UNLESS THE BANK REJECTED IT.  RE-KEYING A REJECTED ACCOUNT
      *    SENDS A FRESH PRENOTE, THE SAME AS ANYTHING NEW OR
      *    DIFFERENT.
       44-CARRY-PRENOTE-STATUS.
           IF DD-ACCOUNT-NUMBER (WS-ACCT-SUB) NOT = SPACES
               MOVE 'N' TO OLD-MATCH-FLAG
               PERFORM 45-MATCH-ONE-OLD-ACCOUNT
                   VARYING WS-OLD-SUB FROM 1 BY 1
                   UNTIL WS-OLD-SUB > 4
                       OR OLD-ACCOUNT-MATCHED
           END-IF
           .

       45-MATCH-ONE-OLD-ACCOUNT.
           IF WS-OLD-ACCOUNT-NUMBER (WS-OLD-SUB) =
                   DD-ACCOUNT-NUMBER (WS-ACCT-SUB) AND
               WS-OLD-ROUTING (WS-OLD-SUB) =
                   DD-ROUTING-NUMBER (WS-ACCT-SUB) AND
               WS-OLD-ACCOUNT-TYPE (WS-OLD-SUB) =
                   DD-ACCOUNT-TYPE (WS-ACCT-SUB)
               IF WS-OLD-PRENOTE-STATUS (WS-OLD-SUB) = 'R'
                   MOVE 'N' TO DD-PRENOTE-STATUS (WS-ACCT-SUB)
                   MOVE 0 TO DD-PRENOTE-DATE (WS-ACCT-SUB)
               ELSE
                   MOVE WS-OLD-PRENOTE-STATUS (WS-OLD-SUB) TO
                       DD-PRENOTE-STATUS (WS-ACCT-SUB)
                   MOVE WS-OLD-PRENOTE-DATE (WS-OLD-SUB) TO
                       DD-PRENOTE-DATE (WS-ACCT-SUB)
               END-IF
               MOVE 'Y' TO OLD-MATCH-FLAG
           END-IF
           .

       50-GATHER-ONE-ACCOUNT.
           PERFORM 54-GET-ROUTING-NUMBER
           IF ENTRY-IS-GOOD
               DISPLAY 'ACCOUNT NUMBER:'
               MOVE SPACES TO WS-ACCOUNT-IN
               ACCEPT WS-ACCOUNT-IN
               IF WS-ACCOUNT-IN = SPACES
                   DISPLAY 'ACCOUNT NUMBER IS REQUIRED - ENTRY DROPPED'
                   MOVE 'N' TO ENTRY-GOOD-FLAG
               ELSE
                   MOVE WS-ACCOUNT-IN TO
                       DD-ACCOUNT-NUMBER (WS-ACCT-SUB)
               END-IF
           END-IF
           IF ENTRY-IS-GOOD
               MOVE 'N' TO FIELD-OK-FLAG
               PERFORM UNTIL FIELD-IS-OK
                   DISPLAY 'ACCOUNT TYPE (C=CHECKING S=SAVINGS,'
                       ' BLANK=C):'
                   MOVE SPACES TO WS-TEXT-IN
                   ACCEPT WS-TEXT-IN
                   IF WS-TEXT-IN = SPACES
                       MOVE 'C' TO WS-TEXT-IN
                   END-IF
                   IF WS-TEXT-IN = 'C' OR WS-TEXT-IN = 'S'
                       MOVE WS-TEXT-IN TO
                           DD-ACCOUNT-TYPE (WS-ACCT-SUB)
                       MOVE 'Y' TO FIELD-OK-FLAG
                   ELSE
                       DISPLAY 'ACCOUNT TYPE MUST BE C OR S'
                   END-IF
               END-PERFORM
               MOVE 'N' TO DD-PRENOTE-STATUS (WS-ACCT-SUB)
               MOVE 0 TO DD-PRENOTE-DATE (WS-ACCT-SUB)
           END-IF
           .

       52-GATHER-ALLOCATION.
           MOVE 'N' TO FIELD-OK-FLAG
           PERFORM UNTIL FIELD-IS-OK
               DISPLAY 'SPLIT METHOD (F=FLAT DOLLARS P=PERCENT OF NET):'
               MOVE SPACES TO WS-TEXT-IN
               ACCEPT WS-TEXT-IN
               IF WS-TEXT-IN = 'F' OR WS-TEXT-IN = 'P'
                   MOVE WS-TEXT-IN TO DD-ALLOC-METHOD (WS-ACCT-SUB)
                   MOVE 'Y' TO FIELD-OK-FLAG
               ELSE
                   DISPLAY 'SPLIT METHOD MUST BE F OR P'
               END-IF
           END-PERFORM
           IF DD-ALLOC-PERCENT (WS-ACCT-SUB)
               MOVE 'WHOLE PERCENT OF NET PAY' TO WS-PROMPT-TEXT
               COMPUTE WS-AMOUNT-LIMIT = 100 - WS-PERCENT-TOTAL
           ELSE
               MOVE 'FLAT AMOUNT PER PAY (WHOLE DOLLARS)'
                   TO WS-PROMPT-TEXT
               MOVE 99999 TO WS-AMOUNT-LIMIT
           END-IF
           IF WS-AMOUNT-LIMIT = 0
               DISPLAY 'SPLIT PERCENTS ALREADY TOTAL 100 - ENTRY '
                   'DROPPED'
               MOVE 'N' TO ENTRY-GOOD-FLAG
           ELSE
               MOVE 'N' TO FIELD-OK-FLAG
               PERFORM 56-ACCEPT-ONE-AMOUNT
                   UNTIL FIELD-IS-OK
               MOVE WS-AMOUNT-OUT TO DD-ALLOC-AMOUNT (WS-ACCT-SUB)
               IF DD-ALLOC-PERCENT (WS-ACCT-SUB)
                   ADD WS-AMOUNT-OUT TO WS-PERCENT-TOTAL
               END-IF
           END-IF
           .

       54-GET-ROUTING-NUMBER.
           MOVE 'N' TO FIELD-OK-FLAG
           PERFORM UNTIL FIELD-IS-OK OR NOT ENTRY-IS-GOOD
               DISPLAY 'ROUTING NUMBER (9 DIGITS):'
               MOVE SPACES TO WS-ROUTING-IN
               ACCEPT WS-ROUTING-IN
               IF WS-ROUTING-IN = SPACES
                   DISPLAY 'ROUTING NUMBER IS REQUIRED - ENTRY DROPPED'
                   MOVE 'N' TO ENTRY-GOOD-FLAG
               ELSE
                   IF WS-ROUTING-IN NOT NUMERIC
                       DISPLAY 'ROUTING NUMBER MUST BE 9 DIGITS'
                   ELSE
                       PERFORM 55-CHECK-ROUTING-DIGIT
                   END-IF
               END-IF
           END-PERFORM
           .

       55-CHECK-ROUTING-DIGIT.
           COMPUTE WS-ROUTING-CHECK =
               3 * (WS-ROUTING-DIGIT (1) + WS-ROUTING-DIGIT (4) +
                    WS-ROUTING-DIGIT (7)) +
               7 * (WS-ROUTING-DIGIT (2) + WS-ROUTING-DIGIT (5) +
                    WS-ROUTING-DIGIT (8)) +
                   (WS-ROUTING-DIGIT (3) + WS-ROUTING-DIGIT (6) +
                    WS-ROUTING-DIGIT (9))
           DIVIDE WS-ROUTING-CHECK BY 10
               GIVING WS-DIGIT-SUB
               REMAINDER WS-ROUTING-REMAINDER
           IF WS-ROUTING-REMAINDER = 0
               MOVE WS-ROUTING-IN TO DD-ROUTING-NUMBER (WS-ACCT-SUB)
               MOVE 'Y' TO FIELD-OK-FLAG
           ELSE
               DISPLAY 'ROUTING NUMBER FAILS THE CHECK DIGIT TEST'
           END-IF
           .

       56-ACCEPT-ONE-AMOUNT.
           DISPLAY WS-PROMPT-TEXT ':'
           MOVE SPACES TO WS-AMOUNT-IN
           ACCEPT WS-AMOUNT-IN
           IF WS-AMOUNT-IN = SPACES
               DISPLAY 'AN AMOUNT IS REQUIRED'
           ELSE
               MOVE 'Y' TO FIELD-OK-FLAG
               MOVE 0 TO WS-AMOUNT-OUT
               PERFORM 57-CONVERT-ONE-DIGIT
                   VARYING WS-DIGIT-SUB FROM 1 BY 1
                   UNTIL WS-DIGIT-SUB > 5
                       OR NOT FIELD-IS-OK
               IF FIELD-IS-OK
                   IF WS-AMOUNT-OUT = 0 OR
                       WS-AMOUNT-OUT > WS-AMOUNT-LIMIT
                       DISPLAY 'AMOUNT MUST BE OVER ZERO AND NO MORE '
                           'THAN ' WS-AMOUNT-LIMIT
                       MOVE 'N' TO FIELD-OK-FLAG
                   END-IF
               END-IF
           END-IF
           .

       57-CONVERT-ONE-DIGIT.
           MOVE WS-AMOUNT-IN (WS-DIGIT-SUB:1) TO WS-ONE-CHAR
           IF WS-ONE-CHAR = SPACE
               CONTINUE
           ELSE
               IF WS-ONE-CHAR >= '0' AND WS-ONE-CHAR <= '9'
                   COMPUTE WS-AMOUNT-OUT =
                       (WS-AMOUNT-OUT * 10) + WS-ONE-DIGIT
               ELSE
                   DISPLAY 'AMOUNT MUST BE DIGITS ONLY'
                   MOVE 'N' TO FIELD-OK-FLAG
                   MOVE 0 TO WS-AMOUNT-OUT
               END-IF
           END-IF
           .

       40-EOF-ROUTINE.
           IF DD-WAS-CHANGED
               PERFORM 41-WRITE-DIRECT-DEPOSIT-FILE
           END-IF
           IF MASTER-IS-OPEN
               CLOSE INDEXED-MASTER-FILE
           END-IF
           DISPLAY 'SESSION ENDED - ' WS-ADDS-KEPT ' ADDED, '
               WS-CHANGES-KEPT ' CHANGED, ' WS-DELETES-KEPT
               ' DELETED'
           STOP RUN
           .

       41-WRITE-DIRECT-DEPOSIT-FILE.
           OPEN OUTPUT DIRECT-DEPOSIT-FILE
           PERFORM 42-WRITE-ONE-DD-RECORD
               VARYING WS-DD-SUB FROM 1 BY 1
               UNTIL WS-DD-SUB > WS-DD-COUNT
           CLOSE DIRECT-DEPOSIT-FILE
           .

       42-WRITE-ONE-DD-RECORD.
           IF WS-DD-EMP-ID (WS-DD-SUB) NOT = SPACES
               WRITE DIRECT-DEPOSIT-FILE-RECORD FROM
                   WS-DD-ENTRY (WS-DD-SUB)
           END-IF
           .
