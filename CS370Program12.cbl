      *        3.  Status         X(1)  (A=accepted, R=rejected)
      *        4.  Reject Reason  X(20)
      *        5.  Amount         9(5)V99
      *        6.  Split Sequence 9(1)  (the disbursement item's
      *            account number 1-4; blank is read as 1)
      *    <prefix>-Direct-Deposit.txt - the direct deposit account
      *        master (see DDACCT.CPY), rewritten with every prenote
      *        the bank accepted or rejected.
      *    <prefix>-Reissued-Items.txt - the log of items already
      *        reissued by the off-cycle supplemental pay run
      *        (CS370PROGRAM18, see REISSUE.CPY).  May be missing.
      * *******
      * OUTPUT:
      *    <prefix>-Unpaid-Items-Report - every rejected item with
      *        response, every acknowledgment with no matching
      *        disbursement, and every item whose amount disagrees,
      *        with the unpaid dollar total and the match counts.
      *        Rejected and unanswered prenotes are listed too, but
      *        carry no money, so they do not count as unpaid.
      *        Paper check items are not bank items and are only
      *        counted.  A rejected or missing item already on the
      *        reissued items log is listed as REISSUED and counted
      *        separately - it is not unpaid any longer.
      *    <prefix>-Unpaid-Items.txt - every rejected or missing
      *        deposit not yet reissued, one record per item (see
      *        UNPDITEM.CPY), for the off-cycle supplemental pay run.
      *        Replaced on every settlement that has a disbursement
      *        file.  Amount-differs items need the bank to research
      *        them first and are left on the report only.
      *    RETURN-CODE 0 when every item was accepted at the right
      *        amount or has been reissued, 4 when there was nothing
      *        to check (no disbursement file), 8 when anything is
      *        rejected, missing, extra or at the wrong amount.
      *        GOBACK so CS370PROGRAM9 can call it as a step.
      * *******
      * PROCESSING
      *    Both files are sorted to EMP-ID order into scratch files
      *    there is nothing to settle; an acknowledgment file that
      *    is missing while the disbursement exists means the whole
      *    pay run is unconfirmed and every item reports as missing.
      *    The match key is EMP-ID plus the split sequence, so each
      *    split deposit settles on its own and a rejected secondary
      *    account shows up as its own unpaid item.
      ******************************************************************
      * MODIFICATION HISTORY
      *    SETTLEMENT NOW MATCHES AT THE SPLIT LEVEL - EMP-ID PLUS THE
      *    SPLIT SEQUENCE CARRIED ON THE DISBURSEMENT AND ON THE
      *    BANK'S ACKNOWLEDGMENT - SO A BOUNCED SECONDARY ACCOUNT IS
      *    ITS OWN UNPAID ITEM.  PRENOTES THE BANK ACCEPTS ACTIVATE
      *    THE ACCOUNT ON THE DIRECT DEPOSIT MASTER FOR THE NEXT PAY
      *    RUN; REJECTED PRENOTES ARE MARKED AND LISTED.  PAPER CHECK
      *    ITEMS ARE COUNTED BUT NEVER MATCHED.
      *    REJECTED AND MISSING DEPOSITS ARE NOW ALSO WRITTEN TO THE
      *    UNPAID ITEMS FILE FOR THE OFF-CYCLE SUPPLEMENTAL PAY RUN,
      *    AND ANY ITEM THAT RUN HAS ALREADY REISSUED IS REPORTED AS
      *    REISSUED INSTEAD OF UNPAID SO IT IS NOT WORKED TWICE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNPAID-REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME.
           SELECT OPTIONAL DIRECT-DEPOSIT-FILE
               ASSIGN TO DYNAMIC WS-DD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-STATUS.
           SELECT UNPAID-ITEM-FILE
               ASSIGN TO DYNAMIC WS-UNPAID-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REISSUE-LOG-FILE
               ASSIGN TO DYNAMIC WS-REISSUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REISSUE-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'Bennett-Settle-Sort.wrk'.
           SELECT ACK-SORT-WORK-FILE
               ASSIGN TO 'Bennett-Settle-Ack-Sort.wrk'.

       DATA DIVISION.
       FILE SECTION.

       FD DISBURSEMENT-FILE
           RECORD CONTAINS 73 CHARACTERS.

       01  DISBURSEMENT-INPUT-RECORD   PIC X(73).

       FD BANK-ACK-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01  BANK-ACK-INPUT-RECORD       PIC X(42).

       FD DISB-SORTED-FILE
           RECORD CONTAINS 73 CHARACTERS.

       COPY DISBREC.

       FD ACK-SORTED-FILE
           RECORD CONTAINS 42 CHARACTERS.

       01  BANK-ACK-RECORD.
           05  BA-EMP-ID               PIC X(5).
               88  BA-REJECTED                         VALUE 'R'.
           05  BA-REASON               PIC X(20).
           05  BA-AMOUNT               PIC 9(5)V99.
           05  BA-SPLIT-SEQ            PIC 9(1).

       FD UNPAID-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  REPORT-RECORD               PIC X(132).

       FD DIRECT-DEPOSIT-FILE
           RECORD CONTAINS 189 CHARACTERS.

       01  DIRECT-DEPOSIT-FILE-RECORD  PIC X(189).

       FD UNPAID-ITEM-FILE
           RECORD CONTAINS 107 CHARACTERS.

       COPY UNPDITEM.

       FD REISSUE-LOG-FILE
           RECORD CONTAINS 30 CHARACTERS.

       COPY REISSUE.

      *****************************     SORT FILE   ********************
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SR-EMP-ID               PIC X(5).
           05  SR-NAME-AND-DATE        PIC X(32).
           05  SR-NET-PAY              PIC 9(5)V99.
           05  SR-SPLIT-SEQ            PIC X(1).
           05  SR-ITEM-TYPE            PIC X(1).
           05  SR-ACCOUNT-DATA         PIC X(27).

       SD  ACK-SORT-WORK-FILE.
       01  ACK-SORT-RECORD.
           05  SA-EMP-ID               PIC X(5).
           05  SA-ACK-DATA             PIC X(36).
           05  SA-SPLIT-SEQ            PIC X(1).

       WORKING-STORAGE SECTION.

               88 DISB-IS-PRESENT                      VALUE 'Y'.
           05  ACK-PRESENT-FLAG        PIC X           VALUE 'N'.
               88 ACK-IS-PRESENT                       VALUE 'Y'.
           05  INPUT-EOF-FLAG          PIC X           VALUE ' '.
               88 NO-MORE-INPUT-DATA                   VALUE 'N'.
           05  DD-EOF-FLAG             PIC X           VALUE ' '.
               88 NO-MORE-DD-DATA                      VALUE 'N'.
           05  DD-CHANGED-FLAG         PIC X           VALUE 'N'.
               88 DD-WAS-CHANGED                       VALUE 'Y'.
           05  REISSUE-EOF-FLAG        PIC X           VALUE ' '.
               88 NO-MORE-REISSUE-DATA                 VALUE 'N'.
           05  REISSUED-FLAG           PIC X           VALUE 'N'.
               88 ITEM-WAS-REISSUED                    VALUE 'Y'.

       01  WS-DISB-STATUS              PIC XX          VALUE '00'.
       01  WS-ACK-STATUS               PIC XX          VALUE '00'.
       01  WS-SYSTEM-DATE              PIC 9(8)        VALUE 0.

       01  WS-DISB-MATCH-KEY.
           05  WS-DMK-EMP-ID           PIC X(5)        VALUE SPACES.
           05  WS-DMK-SPLIT-SEQ        PIC 9(1)        VALUE 0.
       01  WS-ACK-MATCH-KEY.
           05  WS-AMK-EMP-ID           PIC X(5)        VALUE SPACES.
           05  WS-AMK-SPLIT-SEQ        PIC 9(1)        VALUE 0.

      *********************     DIRECT DEPOSIT TABLE     ***************
       01  WS-DD-STATUS                PIC XX          VALUE '00'.
       01  WS-DD-COUNT                 PIC 9(4)        VALUE 0.
       01  WS-DD-SUB                   PIC S9(4)       VALUE +0.
       01  WS-ACCT-SUB                 PIC S9(4)       VALUE +0.
       01  WS-NEW-PRENOTE-STATUS       PIC X(1)        VALUE SPACE.
       01  WS-DD-TABLE.
           05  WS-DD-ENTRY OCCURS 1000 TIMES
                   INDEXED BY DD-IDX.
               10  WS-DD-EMP-ID        PIC X(5)        VALUE SPACES.
               10  WS-DD-REST          PIC X(184)      VALUE SPACES.

       COPY DDACCT.

      *********************     REISSUED ITEMS TABLE     **************
       01  WS-REISSUE-STATUS           PIC XX          VALUE '00'.
       01  WS-REISSUE-COUNT            PIC 9(4)        VALUE 0.
       01  WS-ITEM-KEY.
           05  WS-IK-EMP-ID            PIC X(5)        VALUE SPACES.
           05  WS-IK-SPLIT-SEQ         PIC 9(1)        VALUE 0.
           05  WS-IK-PAY-DATE          PIC 9(8)        VALUE 0.
       01  WS-REISSUE-TABLE.
           05  WS-REISSUE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RI-IDX.
               10  WS-RI-ITEM-KEY      PIC X(14)       VALUE SPACES.

      *********************     REGION / RUN SETUP     *****************
       COPY GETREGN.

           05  WS-DISB-FILE-NAME        PIC X(40)      VALUE SPACES.
           05  WS-ACK-FILE-NAME         PIC X(40)      VALUE SPACES.
           05  WS-REPORT-FILE-NAME      PIC X(40)      VALUE SPACES.
           05  WS-DD-FILE-NAME          PIC X(40)      VALUE SPACES.
           05  WS-UNPAID-FILE-NAME      PIC X(40)      VALUE SPACES.
           05  WS-REISSUE-FILE-NAME     PIC X(40)      VALUE SPACES.

       01  WS-RUN-MODE                 PIC X(4)        VALUE SPACES.
       01  WS-REGION-SLOT              PIC 9(2)        VALUE 0.
           05  TF-EXTRA-COUNT          PIC 9(6)        VALUE 0.
           05  TF-AMOUNT-DIFF-COUNT    PIC 9(6)        VALUE 0.
           05  TF-UNPAID-TOTAL         PIC S9(9)V99    VALUE +0.
           05  TF-PRENOTE-CLEARED      PIC 9(6)        VALUE 0.
           05  TF-PRENOTE-REJECTED     PIC 9(6)        VALUE 0.
           05  TF-PRENOTE-OPEN         PIC 9(6)        VALUE 0.
           05  TF-CHECK-COUNT          PIC 9(6)        VALUE 0.
           05  TF-CHECK-TOTAL          PIC S9(9)V99    VALUE +0.
           05  TF-REISSUED-COUNT       PIC 9(6)        VALUE 0.
           05  TF-REISSUED-TOTAL       PIC S9(9)V99    VALUE +0.
           05  TF-UNPAID-WRITTEN       PIC 9(6)        VALUE 0.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9          VALUE +2.

       01  HEADING-FOUR.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'EMP/SP'.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'STORE'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                   'ITEM STATUS'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'REASON'.
           05                          PIC X(16)       VALUE SPACES.
           05                          PIC X(7)        VALUE 'ACCOUNT'.

       01  DETAIL-LINE.
           05                          PIC X(1)        VALUE SPACES.
           05  DL-EMP-ID               PIC X(5).
           05                          PIC X(1)        VALUE '-'.
           05  DL-SPLIT-SEQ            PIC 9(1).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-STORE-ID             PIC X(4).
           05                          PIC X(3)        VALUE SPACES.
           05  DL-ITEM-STATUS          PIC X(14).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-REASON               PIC X(20).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-ACCOUNT-NUMBER       PIC X(17).

       01  TOTAL-LINE-ONE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(1)        VALUE SPACES.
           05  TL3-UNPAID-TOTAL        PIC $99,999,999.99.

       01  TOTAL-LINE-FOUR.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(18)       VALUE
                                               'PRENOTES CLEARED: '.
           05  TL4-PRENOTE-CLEARED     PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                   'REJECTED: '.
           05  TL4-PRENOTE-REJECTED    PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(13)       VALUE
                                                   'NO RESPONSE: '.
           05  TL4-PRENOTE-OPEN        PIC ZZZ,ZZ9.

       01  TOTAL-LINE-FIVE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(31)       VALUE
                               'PAPER CHECKS (NOT BANK ITEMS): '.
           05  TL5-CHECK-COUNT         PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05  TL5-CHECK-TOTAL         PIC $99,999,999.99.

       01  TOTAL-LINE-SIX.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(31)       VALUE
                               'ALREADY REISSUED OFF-CYCLE:    '.
           05  TL6-REISSUED-COUNT      PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05  TL6-REISSUED-TOTAL      PIC $99,999,999.99.

       01  TOTAL-LINE-SEVEN.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(31)       VALUE
                               'ITEMS WRITTEN FOR REISSUE:     '.
           05  TL7-UNPAID-WRITTEN      PIC ZZZ,ZZ9.

       01  VERDICT-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05  VL-VERDICT              PIC X(45).
                  '-Unpaid-Items-Report' DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-DD-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Direct-Deposit.txt' DELIMITED BY SIZE
               INTO WS-DD-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-UNPAID-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Unpaid-Items.txt' DELIMITED BY SIZE
               INTO WS-UNPAID-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-REISSUE-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Reissued-Items.txt' DELIMITED BY SIZE
               INTO WS-REISSUE-FILE-NAME
           END-STRING
           .

       15-HSKPING-ROUTINE.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO H1-DATE
           PERFORM 16-CHECK-INPUT-FILES
           IF DISB-IS-PRESENT
               PERFORM 23-LOAD-DIRECT-DEPOSIT-TABLE
               PERFORM 43-LOAD-REISSUE-TABLE
               OPEN OUTPUT UNPAID-ITEM-FILE
           END-IF
           PERFORM 20-HEADER-ROUTINE
           .

       23-LOAD-DIRECT-DEPOSIT-TABLE.
           OPEN INPUT DIRECT-DEPOSIT-FILE
           IF WS-DD-STATUS NOT = '00' AND WS-DD-STATUS NOT = '05'
               MOVE 'N' TO DD-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-DD-DATA
               READ DIRECT-DEPOSIT-FILE
                   AT END
                       MOVE 'N' TO DD-EOF-FLAG
                   NOT AT END
                       PERFORM 24-STORE-DD-ENTRY
               END-READ
           END-PERFORM
           IF WS-DD-STATUS NOT = '35'
               CLOSE DIRECT-DEPOSIT-FILE
           END-IF
           .

       24-STORE-DD-ENTRY.
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

       43-LOAD-REISSUE-TABLE.
           OPEN INPUT REISSUE-LOG-FILE
           IF WS-REISSUE-STATUS NOT = '00' AND
               WS-REISSUE-STATUS NOT = '05'
               MOVE 'N' TO REISSUE-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-REISSUE-DATA
               READ REISSUE-LOG-FILE
                   AT END
                       MOVE 'N' TO REISSUE-EOF-FLAG
                   NOT AT END
                       PERFORM 44-STORE-REISSUE-ENTRY
               END-READ
           END-PERFORM
           IF WS-REISSUE-STATUS NOT = '35'
               CLOSE REISSUE-LOG-FILE
           END-IF
           .

       44-STORE-REISSUE-ENTRY.
           IF WS-REISSUE-COUNT >= 5000
               DISPLAY 'REISSUED ITEMS TABLE FULL - UNABLE TO '
                   'RECORD ' RI-ITEM-KEY
           ELSE
               ADD 1 TO WS-REISSUE-COUNT
               MOVE RI-ITEM-KEY TO WS-RI-ITEM-KEY (WS-REISSUE-COUNT)
           END-IF
           .

       16-CHECK-INPUT-FILES.
           OPEN INPUT DISBURSEMENT-FILE
           IF WS-DISB-STATUS = '00'

       22-SORT-BOTH-FILES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-EMP-ID SR-SPLIT-SEQ
               INPUT PROCEDURE IS 17-RELEASE-DISBURSEMENTS
               GIVING DISB-SORTED-FILE
           IF ACK-IS-PRESENT
               SORT ACK-SORT-WORK-FILE
                   ON ASCENDING KEY SA-EMP-ID SA-SPLIT-SEQ
                   INPUT PROCEDURE IS 18-RELEASE-ACKNOWLEDGMENTS
                   GIVING ACK-SORTED-FILE
           END-IF
           .

       17-RELEASE-DISBURSEMENTS.
           MOVE ' ' TO INPUT-EOF-FLAG
           OPEN INPUT DISBURSEMENT-FILE
           PERFORM UNTIL NO-MORE-INPUT-DATA
               READ DISBURSEMENT-FILE
                   AT END
                       MOVE 'N' TO INPUT-EOF-FLAG
                   NOT AT END
                       PERFORM 19-RELEASE-ONE-DISBURSEMENT
               END-READ
           END-PERFORM
           CLOSE DISBURSEMENT-FILE
           .

      *    A DISBURSEMENT FILE WRITTEN BEFORE SPLIT DEPOSITS HAS NO
      *    SPLIT OR ITEM TYPE - EVERY RECORD WAS ONE DEPOSIT TO THE
      *    EMPLOYEE'S ONE ACCOUNT.  PAPER CHECKS NEVER GO TO THE BANK.
       19-RELEASE-ONE-DISBURSEMENT.
           MOVE DISBURSEMENT-INPUT-RECORD TO SORT-RECORD
           IF SR-SPLIT-SEQ = SPACE
               MOVE '1' TO SR-SPLIT-SEQ
           END-IF
           IF SR-ITEM-TYPE = SPACE
               MOVE 'D' TO SR-ITEM-TYPE
           END-IF
           IF SR-ITEM-TYPE = 'C'
               ADD 1 TO TF-CHECK-COUNT
               IF SR-NET-PAY NUMERIC
                   ADD SR-NET-PAY TO TF-CHECK-TOTAL
               END-IF
           ELSE
               RELEASE SORT-RECORD
           END-IF
           .

       18-RELEASE-ACKNOWLEDGMENTS.
           MOVE ' ' TO INPUT-EOF-FLAG
           OPEN INPUT BANK-ACK-FILE
           PERFORM UNTIL NO-MORE-INPUT-DATA
               READ BANK-ACK-FILE
                   AT END
                       MOVE 'N' TO INPUT-EOF-FLAG
                   NOT AT END
                       MOVE BANK-ACK-INPUT-RECORD TO ACK-SORT-RECORD
                       IF SA-SPLIT-SEQ = SPACE
                           MOVE '1' TO SA-SPLIT-SEQ
                       END-IF
                       RELEASE ACK-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE BANK-ACK-FILE
           .

       25-MATCH-SETTLEMENT-FILES.
           OPEN INPUT DISB-SORTED-FILE
           IF ACK-IS-PRESENT
                   WHEN NO-MORE-ACK-DATA
                       PERFORM 29-MISSING-FROM-RESPONSE
                       PERFORM 26-READ-DISBURSEMENT
                   WHEN WS-DISB-MATCH-KEY > WS-ACK-MATCH-KEY
                       PERFORM 28-EXTRA-ACKNOWLEDGMENT
                       PERFORM 27-READ-ACKNOWLEDGMENT
                   WHEN WS-DISB-MATCH-KEY < WS-ACK-MATCH-KEY
                       PERFORM 29-MISSING-FROM-RESPONSE
                       PERFORM 26-READ-DISBURSEMENT
                   WHEN OTHER
                       MOVE 'N' TO DISB-EOF-FLAG
                   NOT AT END
                       ADD 1 TO TF-SENT-COUNT
                       MOVE DB-EMP-ID TO WS-DMK-EMP-ID
                       MOVE DB-SPLIT-SEQ TO WS-DMK-SPLIT-SEQ
               END-READ
           END-IF
           .
               READ ACK-SORTED-FILE
                   AT END
                       MOVE 'N' TO ACK-EOF-FLAG
                   NOT AT END
                       MOVE BA-EMP-ID TO WS-AMK-EMP-ID
                       MOVE BA-SPLIT-SEQ TO WS-AMK-SPLIT-SEQ
               END-READ
           END-IF
           .
       28-EXTRA-ACKNOWLEDGMENT.
           ADD 1 TO TF-EXTRA-COUNT
           MOVE BA-EMP-ID TO DL-EMP-ID
           MOVE BA-SPLIT-SEQ TO DL-SPLIT-SEQ
           MOVE SPACES TO DL-ACCOUNT-NUMBER
           MOVE SPACES TO DL-STORE-ID
           MOVE SPACES TO DL-LAST-NAME
           MOVE BA-PAY-DATE TO DL-PAY-DATE
           .

       29-MISSING-FROM-RESPONSE.
           MOVE SPACES TO DL-REASON
           IF DB-PRENOTE-ITEM
               ADD 1 TO TF-PRENOTE-OPEN
               MOVE 'PRENOTE NO RSP' TO DL-ITEM-STATUS
               PERFORM 33-MOVE-DISB-TO-DETAIL
               PERFORM 34-WRITE-DETAIL-LINE
           ELSE
               MOVE 'NO RESPONSE' TO DL-ITEM-STATUS
               PERFORM 37-CHECK-REISSUED
               IF NOT ITEM-WAS-REISSUED
                   ADD 1 TO TF-MISSING-COUNT
               END-IF
               PERFORM 30-REPORT-UNPAID-ITEM
           END-IF
           .

      *    AN ITEM THE OFF-CYCLE RUN HAS ALREADY REISSUED IS LISTED SO
      *    THE TRAIL IS COMPLETE, BUT IT IS NO LONGER UNPAID AND IS NOT
      *    HANDED TO THE OFF-CYCLE RUN A SECOND TIME.
       30-REPORT-UNPAID-ITEM.
           PERFORM 33-MOVE-DISB-TO-DETAIL
           IF ITEM-WAS-REISSUED
               ADD 1 TO TF-REISSUED-COUNT
               ADD DB-NET-PAY TO TF-REISSUED-TOTAL
               MOVE 'REISSUED' TO DL-ITEM-STATUS
           ELSE
               ADD DB-NET-PAY TO TF-UNPAID-TOTAL
               PERFORM 38-WRITE-UNPAID-ITEM
           END-IF
           PERFORM 34-WRITE-DETAIL-LINE
           .

       37-CHECK-REISSUED.
           MOVE 'N' TO REISSUED-FLAG
           MOVE DB-EMP-ID TO WS-IK-EMP-ID
           MOVE DB-SPLIT-SEQ TO WS-IK-SPLIT-SEQ
           MOVE DB-PAY-DATE TO WS-IK-PAY-DATE
           IF WS-REISSUE-COUNT > 0
               SET RI-IDX TO 1
               SEARCH WS-REISSUE-ENTRY
                   AT END
                       CONTINUE
                   WHEN RI-IDX > WS-REISSUE-COUNT
                       CONTINUE
                   WHEN WS-RI-ITEM-KEY (RI-IDX) = WS-ITEM-KEY
                       MOVE 'Y' TO REISSUED-FLAG
               END-SEARCH
           END-IF
           .

       38-WRITE-UNPAID-ITEM.
           MOVE DISBURSEMENT-RECORD TO UI-DISBURSEMENT-ITEM
           MOVE DL-ITEM-STATUS TO UI-ITEM-STATUS
           MOVE DL-REASON TO UI-REASON
           WRITE UNPAID-ITEM-RECORD
           ADD 1 TO TF-UNPAID-WRITTEN
           .

       32-SETTLE-MATCHED-ITEM.
           IF DB-PRENOTE-ITEM
               PERFORM 35-SETTLE-PRENOTE-ITEM
           ELSE
               PERFORM 31-SETTLE-MONEY-ITEM
           END-IF
           .

       35-SETTLE-PRENOTE-ITEM.
           IF BA-ACCEPTED
               ADD 1 TO TF-PRENOTE-CLEARED
               MOVE 'A' TO WS-NEW-PRENOTE-STATUS
           ELSE
               ADD 1 TO TF-PRENOTE-REJECTED
               MOVE 'R' TO WS-NEW-PRENOTE-STATUS
               MOVE 'PRENOTE REJECT' TO DL-ITEM-STATUS
               MOVE BA-REASON TO DL-REASON
               PERFORM 33-MOVE-DISB-TO-DETAIL
               PERFORM 34-WRITE-DETAIL-LINE
           END-IF
           PERFORM 36-POST-PRENOTE-RESULT
           .

      *    THE RESULT IS POSTED ONLY IF THE MASTER STILL HOLDS THE SAME
      *    ACCOUNT THE PRENOTE WAS SENT FOR - AN ACCOUNT RE-KEYED SINCE
      *    THE PAY RUN IS WAITING ON A PRENOTE OF ITS OWN.
       36-POST-PRENOTE-RESULT.
           SET DD-IDX TO 1
           IF WS-DD-COUNT = 0
               SET DD-IDX TO 0
           ELSE
               SEARCH WS-DD-ENTRY
                   AT END
                       SET DD-IDX TO 0
                   WHEN WS-DD-EMP-ID (DD-IDX) = DB-EMP-ID
                       CONTINUE
               END-SEARCH
           END-IF
           IF DD-IDX = 0 OR DB-SPLIT-SEQ < 1 OR DB-SPLIT-SEQ > 4
               DISPLAY 'PRENOTE FOR ' DB-EMP-ID '-' DB-SPLIT-SEQ
                   ' HAS NO DIRECT DEPOSIT ACCOUNT - NOT POSTED'
           ELSE
               MOVE WS-DD-ENTRY (DD-IDX) TO DIRECT-DEPOSIT-RECORD
               MOVE DB-SPLIT-SEQ TO WS-ACCT-SUB
               IF DD-PRENOTE-SENT (WS-ACCT-SUB) AND
                   DD-ROUTING-NUMBER (WS-ACCT-SUB) =
                       DB-ROUTING-NUMBER AND
                   DD-ACCOUNT-NUMBER (WS-ACCT-SUB) =
                       DB-ACCOUNT-NUMBER
                   MOVE WS-NEW-PRENOTE-STATUS TO
                       DD-PRENOTE-STATUS (WS-ACCT-SUB)
                   MOVE DIRECT-DEPOSIT-RECORD TO WS-DD-ENTRY (DD-IDX)
                   MOVE 'Y' TO DD-CHANGED-FLAG
               ELSE
                   DISPLAY 'PRENOTE FOR ' DB-EMP-ID '-' DB-SPLIT-SEQ
                       ' NO LONGER MATCHES THE DIRECT DEPOSIT MASTER'
                       ' - NOT POSTED'
               END-IF
           END-IF
           .

       31-SETTLE-MONEY-ITEM.
           EVALUATE TRUE
               WHEN BA-REJECTED
                   MOVE 'REJECTED' TO DL-ITEM-STATUS
                   MOVE BA-REASON TO DL-REASON
                   PERFORM 37-CHECK-REISSUED
                   IF NOT ITEM-WAS-REISSUED
                       ADD 1 TO TF-REJECTED-COUNT
                   END-IF
                   PERFORM 30-REPORT-UNPAID-ITEM
               WHEN NOT BA-ACCEPTED
                   MOVE 'UNKNOWN STATUS' TO DL-ITEM-STATUS
                   MOVE BA-REASON TO DL-REASON
                   PERFORM 37-CHECK-REISSUED
                   IF NOT ITEM-WAS-REISSUED
                       ADD 1 TO TF-REJECTED-COUNT
                   END-IF
                   PERFORM 30-REPORT-UNPAID-ITEM
               WHEN BA-AMOUNT NOT = DB-NET-PAY
                   ADD 1 TO TF-AMOUNT-DIFF-COUNT
                   ADD DB-NET-PAY TO TF-UNPAID-TOTAL

       33-MOVE-DISB-TO-DETAIL.
           MOVE DB-EMP-ID TO DL-EMP-ID
           MOVE DB-SPLIT-SEQ TO DL-SPLIT-SEQ
           MOVE DB-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
           MOVE DB-STORE-ID TO DL-STORE-ID
           MOVE DB-LAST-NAME TO DL-LAST-NAME
           MOVE DB-PAY-DATE TO DL-PAY-DATE
           WRITE REPORT-RECORD FROM TOTAL-LINE-THREE
               AFTER ADVANCING PROPER-SPACING

           MOVE TF-PRENOTE-CLEARED TO TL4-PRENOTE-CLEARED
           MOVE TF-PRENOTE-REJECTED TO TL4-PRENOTE-REJECTED
           MOVE TF-PRENOTE-OPEN TO TL4-PRENOTE-OPEN
           WRITE REPORT-RECORD FROM TOTAL-LINE-FOUR
               AFTER ADVANCING PROPER-SPACING

           MOVE TF-CHECK-COUNT TO TL5-CHECK-COUNT
           MOVE TF-CHECK-TOTAL TO TL5-CHECK-TOTAL
           WRITE REPORT-RECORD FROM TOTAL-LINE-FIVE
               AFTER ADVANCING PROPER-SPACING

           MOVE TF-REISSUED-COUNT TO TL6-REISSUED-COUNT
           MOVE TF-REISSUED-TOTAL TO TL6-REISSUED-TOTAL
           WRITE REPORT-RECORD FROM TOTAL-LINE-SIX
               AFTER ADVANCING PROPER-SPACING

           MOVE TF-UNPAID-WRITTEN TO TL7-UNPAID-WRITTEN
           WRITE REPORT-RECORD FROM TOTAL-LINE-SEVEN
               AFTER ADVANCING PROPER-SPACING

           IF DISB-IS-PRESENT
               CLOSE UNPAID-ITEM-FILE
           END-IF

           IF DD-WAS-CHANGED
               PERFORM 41-WRITE-DIRECT-DEPOSIT-FILE
           END-IF

           MOVE 2 TO PROPER-SPACING
           EVALUATE TRUE
               WHEN NOT DISB-IS-PRESENT
           CLOSE UNPAID-REPORT-FILE
           GOBACK
           .

       41-WRITE-DIRECT-DEPOSIT-FILE.
           OPEN OUTPUT DIRECT-DEPOSIT-FILE
           PERFORM 42-WRITE-ONE-DD-RECORD
               VARYING WS-DD-SUB FROM 1 BY 1
               UNTIL WS-DD-SUB > WS-DD-COUNT
           CLOSE DIRECT-DEPOSIT-FILE
           .

       42-WRITE-ONE-DD-RECORD.
           WRITE DIRECT-DEPOSIT-FILE-RECORD FROM
               WS-DD-ENTRY (WS-DD-SUB)
           .
