       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM23.
       AUTHOR. P W ASKEW.
      ******************************************************************
      * This program is the second-operator approval session.  A
      * raise over the approval-parm percent, a status change or
      * separation, and a transfer to another region are not written
      * straight to the transaction file by CS370PROGRAM15 - they
      * wait on <prefix>-Held-Transactions.txt until an operator
      * other than the one who keyed them looks them over here.
      * Each held item is played back, with the employee's name and
      * present salary from the keyed master index, and the approver
      * approves it, rejects it or skips it for now.  Approved and
      * rejected items are stamped with the approver's ID and the
      * date and moved on to the transaction file, so CS370PROGRAM2
      * applies the approved ones and reports the rejected ones that
      * night.  No operator can approve an item keyed under the
      * same operator ID.
      * ******
      * INPUT:
      *    <prefix>-Held-Transactions.txt - transactions keyed in
      *        CS370PROGRAM15 that wait on approval (see EMPTRAN.CPY).
      *        Up to 500 are reviewed per session; any beyond that
      *        stay held for a later session.
      *    The run region's keyed master index (see CS370GETREGN),
      *        for the name and present salary.  If it is not
      *        available the items are shown without them.
      *    Operator console - the approving operator's ID, then an
      *        A/R/S decision per held item; END stops the review.
      * *******
      * OUTPUT:
      *    <prefix>-Employee-Transactions.txt - one appended 116-byte
      *        transaction record per approved or rejected item.
      *    <prefix>-Held-Transactions.txt - rewritten at the end of
      *        the session with only the items still undecided.
      *    <prefix>-Held-Overflow.txt - work file holding the items
      *        past the first 500 while the held file is rewritten.
      * *******
      * EDITS
      *    THE APPROVER ID IS REQUIRED.  ITEMS KEYED UNDER THE SAME
      *    OPERATOR ID ARE SKIPPED AND STAY HELD.  EVERY DECISION IS
      *    PLAYED BACK FOR A Y/N CONFIRMATION BEFORE IT IS KEPT.
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
           SELECT OPTIONAL TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-TRANS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HELD-TRANSACTION-FILE
               ASSIGN TO DYNAMIC WS-HELD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT HELD-OVERFLOW-FILE
               ASSIGN TO DYNAMIC WS-OVERFLOW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD INDEXED-MASTER-FILE
           RECORD CONTAINS 75 CHARACTERS.

       01  IXM-EMPLOYEE-RECORD.
           05  IXM-STORE-ID            PIC A(4).
           05  IXM-EMP-ID              PIC X(5).
           05  FILLER                  PIC X(2).
           05  IXM-LAST-NAME           PIC X(10).
           05  IXM-FIRST-NAME          PIC X(10).
           05  FILLER                  PIC X(36).
           05  IXM-CURRENT-SALARY      PIC 999999V99.

       FD TRANSACTION-FILE
           RECORD CONTAINS 116 CHARACTERS.

       COPY EMPTRAN.

       FD HELD-TRANSACTION-FILE
           RECORD CONTAINS 116 CHARACTERS.

       01  HELD-TRANSACTION-RECORD     PIC X(116).

       FD HELD-OVERFLOW-FILE
           RECORD CONTAINS 116 CHARACTERS.

       01  HELD-OVERFLOW-RECORD        PIC X(116).

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
           05  REGION-FOUND-FLAG       PIC X           VALUE 'N'.
               88 REGION-WAS-FOUND                     VALUE 'Y'.
           05  HELD-EOF-FLAG           PIC X           VALUE ' '.
               88 NO-MORE-HELD-DATA                    VALUE 'N'.
           05  HELD-CHANGED-FLAG       PIC X           VALUE 'N'.
               88 HELD-WAS-CHANGED                     VALUE 'Y'.
           05  HELD-OVERFLOW-FLAG      PIC X           VALUE 'N'.
               88 HELD-TABLE-OVERFLOWED                VALUE 'Y'.
           05  OVERFLOW-EOF-FLAG       PIC X           VALUE ' '.
               88 NO-MORE-OVERFLOW-DATA                VALUE 'N'.

       01  WS-INDEXED-STATUS           PIC XX          VALUE '00'.
       01  WS-HELD-STATUS              PIC XX          VALUE '00'.
       01  WS-SYSTEM-DATE              PIC 9(8)        VALUE 0.
       01  WS-ITEMS-APPROVED           PIC 9(4)        VALUE 0.
       01  WS-ITEMS-REJECTED           PIC 9(4)        VALUE 0.
       01  WS-ITEMS-SKIPPED            PIC 9(4)        VALUE 0.

      *********************     CONSOLE WORK AREA     ******************
       01  WS-APPROVER-ID              PIC X(8)        VALUE SPACES.
       01  WS-CODE-IN                  PIC X(3)        VALUE SPACES.
       01  WS-CONFIRM-IN               PIC X(1)        VALUE SPACE.
       01  WS-SALARY-EDIT              PIC $999,999.99.
       01  WS-ITEM-NUMBER              PIC 9(4)        VALUE 0.

      *********************     HELD TRANSACTION TABLE     *************
       01  WS-HELD-COUNT               PIC 9(4)        VALUE 0.
       01  WS-HELD-SUB                 PIC S9(4)       VALUE +0.
       01  WS-HELD-READ-COUNT          PIC 9(6)        VALUE 0.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 500 TIMES.
               10  WS-HELD-TRANS-CODE  PIC X(1)        VALUE SPACE.
               10  WS-HELD-REST        PIC X(115)      VALUE SPACES.

      *********************     REGION / RUN SETUP     *****************
       COPY GETREGN.

       01  WS-INDEX-FILE-NAME          PIC X(40)       VALUE SPACES.
       01  WS-TRANS-FILE-NAME          PIC X(40)       VALUE SPACES.
       01  WS-HELD-FILE-NAME           PIC X(40)       VALUE SPACES.
       01  WS-OVERFLOW-FILE-NAME       PIC X(40)       VALUE SPACES.
       01  WS-RUN-MODE                 PIC X(4)        VALUE SPACES.
       01  WS-REGION-SLOT              PIC 9(2)        VALUE 0.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-REVIEW-HELD-ITEMS
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
           MOVE SPACES TO WS-TRANS-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Employee-Transactions.txt' DELIMITED BY SIZE
               INTO WS-TRANS-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-HELD-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Held-Transactions.txt' DELIMITED BY SIZE
               INTO WS-HELD-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-OVERFLOW-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Held-Overflow.txt' DELIMITED BY SIZE
               INTO WS-OVERFLOW-FILE-NAME
           END-STRING
           DISPLAY 'TRANSACTION APPROVAL FOR REGION ' GR-REGION-CODE
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
           DISPLAY 'APPROVING OPERATOR ID:'
           MOVE SPACES TO WS-APPROVER-ID
           ACCEPT WS-APPROVER-ID
           IF WS-APPROVER-ID = SPACES
               DISPLAY 'OPERATOR ID IS REQUIRED - SESSION ENDED'
               MOVE 'N' TO SESSION-DONE-FLAG
           ELSE
               PERFORM 16-LOAD-HELD-TABLE
               OPEN INPUT INDEXED-MASTER-FILE
               IF WS-INDEXED-STATUS = '00'
                   MOVE 'Y' TO MASTER-OPEN-FLAG
               ELSE
                   DISPLAY 'EMPLOYEE MASTER INDEX NOT AVAILABLE - '
                       'NAMES AND SALARIES NOT SHOWN'
               END-IF
               OPEN EXTEND TRANSACTION-FILE
           END-IF
           .

       16-LOAD-HELD-TABLE.
           OPEN INPUT HELD-TRANSACTION-FILE
           IF WS-HELD-STATUS NOT = '00' AND WS-HELD-STATUS NOT = '05'
               MOVE 'N' TO HELD-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-HELD-DATA
               READ HELD-TRANSACTION-FILE
                   AT END
                       MOVE 'N' TO HELD-EOF-FLAG
                   NOT AT END
                       PERFORM 17-STORE-HELD-ENTRY
               END-READ
           END-PERFORM
           IF WS-HELD-STATUS NOT = '35'
               CLOSE HELD-TRANSACTION-FILE
           END-IF
           DISPLAY WS-HELD-COUNT ' TRANSACTION(S) HELD FOR APPROVAL'
           .

       17-STORE-HELD-ENTRY.
           IF HELD-TRANSACTION-RECORD = SPACES
               CONTINUE
           ELSE
               IF WS-HELD-COUNT >= 500
                   DISPLAY 'HELD TABLE FULL - '
                       HELD-TRANSACTION-RECORD (2:5)
                       ' STAYS HELD FOR A LATER SESSION'
                   MOVE 'Y' TO HELD-OVERFLOW-FLAG
               ELSE
                   ADD 1 TO WS-HELD-COUNT
                   MOVE HELD-TRANSACTION-RECORD TO
                       WS-HELD-ENTRY (WS-HELD-COUNT)
               END-IF
           END-IF
           .

       25-REVIEW-HELD-ITEMS.
           PERFORM 26-REVIEW-ONE-ITEM
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-COUNT
                   OR SESSION-IS-DONE
           .

       26-REVIEW-ONE-ITEM.
           MOVE WS-HELD-ENTRY (WS-HELD-SUB) TO TRANSACTION-RECORD
           IF TR-OPERATOR-ID = WS-APPROVER-ID
               DISPLAY ' '
               DISPLAY TR-TRANS-CODE ' ' TR-EMP-ID
                   ' KEYED BY YOU - SKIPPED'
               ADD 1 TO WS-ITEMS-SKIPPED
           ELSE
               PERFORM 27-DISPLAY-HELD-ITEM
               MOVE 'N' TO FIELD-OK-FLAG
               PERFORM UNTIL FIELD-IS-OK
                   DISPLAY 'A=APPROVE R=REJECT S=SKIP, END TO QUIT:'
                   MOVE SPACES TO WS-CODE-IN
                   ACCEPT WS-CODE-IN
                   EVALUATE WS-CODE-IN
                       WHEN 'A'
                       WHEN 'R'
                           MOVE 'Y' TO FIELD-OK-FLAG
                           PERFORM 30-CONFIRM-DECISION
                       WHEN 'S'
                           MOVE 'Y' TO FIELD-OK-FLAG
                           ADD 1 TO WS-ITEMS-SKIPPED
                       WHEN SPACES
                       WHEN 'END'
                           MOVE 'Y' TO FIELD-OK-FLAG
                           MOVE 'N' TO SESSION-DONE-FLAG
                       WHEN OTHER
                           DISPLAY 'DECISION MUST BE A, R OR S'
                   END-EVALUATE
               END-PERFORM
           END-IF
           .

       27-DISPLAY-HELD-ITEM.
           DISPLAY ' '
           MOVE WS-HELD-SUB TO WS-ITEM-NUMBER
           DISPLAY 'ITEM ' WS-ITEM-NUMBER ' OF ' WS-HELD-COUNT
           EVALUATE TRUE
               WHEN TR-CHANGE
                   DISPLAY '  CODE:       C (CHANGE)'
               WHEN TR-DELETE
                   DISPLAY '  CODE:       D (SEPARATION)'
               WHEN TR-TRANSFER
                   DISPLAY '  CODE:       T (TRANSFER)'
               WHEN OTHER
                   DISPLAY '  CODE:       ' TR-TRANS-CODE
           END-EVALUATE
           DISPLAY '  EMP-ID:     ' TR-EMP-ID
           PERFORM 28-READ-MASTER-INDEX
           IF MATCH-WAS-FOUND
               DISPLAY '  NAME:       ' IXM-FIRST-NAME ' '
                   IXM-LAST-NAME
               MOVE IXM-CURRENT-SALARY TO WS-SALARY-EDIT
               DISPLAY '  SALARY NOW: ' WS-SALARY-EDIT
           END-IF
           DISPLAY '  KEYED BY:   ' TR-OPERATOR-ID ' ON '
               TR-ENTRY-DATE ' AT ' TR-ENTRY-TIME
           IF TR-STORE-ID NOT = SPACES
               DISPLAY '  STORE:      ' TR-STORE-ID
           END-IF
           IF TR-TARGET-REGION NOT = SPACES
               DISPLAY '  TO REGION:  ' TR-TARGET-REGION
           END-IF
           IF TR-POSITION NOT = SPACES
               DISPLAY '  POSITION:   ' TR-POSITION
           END-IF
           IF TR-STATUS NOT = SPACE
               DISPLAY '  STATUS:     ' TR-STATUS
           END-IF
           IF TR-SEPARATION-DATE > 0
               DISPLAY '  SEP/LEAVE:  ' TR-SEPARATION-DATE
           END-IF
           IF TR-CURRENT-SALARY > 0
               MOVE TR-CURRENT-SALARY TO WS-SALARY-EDIT
               DISPLAY '  NEW SALARY: ' WS-SALARY-EDIT
           END-IF
           IF TR-LAST-RAISE-DATE > 0
               DISPLAY '  RAISE DATE: ' TR-LAST-RAISE-DATE
           END-IF
           IF TR-EFFECTIVE-DATE > 0
               DISPLAY '  EFFECTIVE:  ' TR-EFFECTIVE-DATE
           END-IF
           .

       28-READ-MASTER-INDEX.
           MOVE 'N' TO MATCH-FOUND-FLAG
           IF MASTER-IS-OPEN
               MOVE TR-EMP-ID TO IXM-EMP-ID
               READ INDEXED-MASTER-FILE
                   INVALID KEY
                       DISPLAY '  ** EMP-ID NOT ON THE MASTER INDEX **'
                   NOT INVALID KEY
                       MOVE 'Y' TO MATCH-FOUND-FLAG
               END-READ
           END-IF
           .

       30-CONFIRM-DECISION.
           IF WS-CODE-IN = 'A'
               DISPLAY 'APPROVE THIS TRANSACTION? (Y/N):'
           ELSE
               DISPLAY 'REJECT THIS TRANSACTION? (Y/N):'
           END-IF
           MOVE SPACE TO WS-CONFIRM-IN
           ACCEPT WS-CONFIRM-IN
           IF WS-CONFIRM-IN = 'Y'
               MOVE WS-CODE-IN (1:1) TO TR-APPROVAL-STATUS
               MOVE WS-APPROVER-ID TO TR-APPROVER-ID
               MOVE WS-SYSTEM-DATE TO TR-APPROVAL-DATE
               WRITE TRANSACTION-RECORD
               MOVE SPACES TO WS-HELD-ENTRY (WS-HELD-SUB)
               MOVE 'Y' TO HELD-CHANGED-FLAG
               IF TR-APPROVED
                   ADD 1 TO WS-ITEMS-APPROVED
                   DISPLAY 'TRANSACTION APPROVED'
               ELSE
                   ADD 1 TO WS-ITEMS-REJECTED
                   DISPLAY 'TRANSACTION REJECTED'
               END-IF
           ELSE
               ADD 1 TO WS-ITEMS-SKIPPED
               DISPLAY 'NO DECISION KEPT - ITEM STAYS HELD'
           END-IF
           .

       40-EOF-ROUTINE.
           IF HELD-WAS-CHANGED
               PERFORM 41-WRITE-HELD-FILE
           END-IF
           IF MASTER-IS-OPEN
               CLOSE INDEXED-MASTER-FILE
           END-IF
           IF WS-APPROVER-ID NOT = SPACES
               CLOSE TRANSACTION-FILE
           END-IF
           DISPLAY 'SESSION ENDED - ' WS-ITEMS-APPROVED ' APPROVED, '
               WS-ITEMS-REJECTED ' REJECTED, ' WS-ITEMS-SKIPPED
               ' SKIPPED'
           STOP RUN
           .

      *    ITEMS PAST THE FIRST 500 WERE NEVER IN THE TABLE, SO THEY
      *    ARE SET ASIDE BEFORE THE HELD FILE IS REWRITTEN AND COPIED
      *    BACK AFTER THE ITEMS STILL UNDECIDED.
       41-WRITE-HELD-FILE.
           IF HELD-TABLE-OVERFLOWED
               PERFORM 43-SAVE-OVERFLOW-ITEMS
           END-IF
           OPEN OUTPUT HELD-TRANSACTION-FILE
           PERFORM 42-WRITE-ONE-HELD-RECORD
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-COUNT
           IF HELD-TABLE-OVERFLOWED
               PERFORM 45-RESTORE-OVERFLOW-ITEMS
           END-IF
           CLOSE HELD-TRANSACTION-FILE
           .

       42-WRITE-ONE-HELD-RECORD.
           IF WS-HELD-ENTRY (WS-HELD-SUB) NOT = SPACES
               WRITE HELD-TRANSACTION-RECORD FROM
                   WS-HELD-ENTRY (WS-HELD-SUB)
           END-IF
           .

       43-SAVE-OVERFLOW-ITEMS.
           OPEN INPUT HELD-TRANSACTION-FILE
           OPEN OUTPUT HELD-OVERFLOW-FILE
           MOVE 0 TO WS-HELD-READ-COUNT
           MOVE ' ' TO HELD-EOF-FLAG
           PERFORM UNTIL NO-MORE-HELD-DATA
               READ HELD-TRANSACTION-FILE
                   AT END
                       MOVE 'N' TO HELD-EOF-FLAG
                   NOT AT END
                       PERFORM 44-SAVE-ONE-OVERFLOW-ITEM
               END-READ
           END-PERFORM
           CLOSE HELD-TRANSACTION-FILE
               HELD-OVERFLOW-FILE
           .

       44-SAVE-ONE-OVERFLOW-ITEM.
           IF HELD-TRANSACTION-RECORD NOT = SPACES
               ADD 1 TO WS-HELD-READ-COUNT
               IF WS-HELD-READ-COUNT > 500
                   WRITE HELD-OVERFLOW-RECORD FROM
                       HELD-TRANSACTION-RECORD
               END-IF
           END-IF
           .

       45-RESTORE-OVERFLOW-ITEMS.
           OPEN INPUT HELD-OVERFLOW-FILE
           PERFORM UNTIL NO-MORE-OVERFLOW-DATA
               READ HELD-OVERFLOW-FILE
                   AT END
                       MOVE 'N' TO OVERFLOW-EOF-FLAG
                   NOT AT END
                       WRITE HELD-TRANSACTION-RECORD FROM
                           HELD-OVERFLOW-RECORD
               END-READ
           END-PERFORM
           CLOSE HELD-OVERFLOW-FILE
           .
