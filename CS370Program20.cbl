       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM20.
       AUTHOR. P W ASKEW.
      ******************************************************************
      * This program is the general ledger labor-cost journal.  Every
      * pay period accounting rebuilt the labor expense entries from
      * the printed Payroll-Register and keyed them into the ledger.
      * Run right after CS370PROGRAM5, this program reads what the
      * pay run actually paid from the pay distribution file and
      * builds one balanced journal: salary expense debited by store
      * cost center and position, a liability credited for each
      * deduction code withheld, and cash clearing credited for the
      * net disbursed.  Account numbers come from a mapping file per
      * region.  A proof report shows every entry and that debits
      * equal credits, and the interface file for the ledger load is
      * written only when the journal balances and every store and
      * deduction code has an account.
      * ******
      * INPUT:
      *    <prefix>-Pay-Distribution.txt - what the last pay run paid
      *        (see PAYDIST.CPY).
      *    <prefix>-Off-Cycle-Distribution.txt - what the off-cycle
      *        payments (CS370PROGRAM18) and final pay (CS370PROGRAM19)
      *        paid since the last journal, same layout.  Usually
      *        missing or empty.  Emptied once a journal is written so
      *        the same pay is never posted twice.
      *    <prefix>-GL-Account-Map.txt - the region's account mapping,
      *        one record per mapping:
      *        1.  Map Type       X(1)  (S=store cost center,
      *            E=salary expense account, P=salary expense account
      *            for one position, D=deduction liability account,
      *            C=cash clearing account)
      *        2.  Map Key        X(4)  (the store ID for S, the
      *            position for P, the deduction code for D, blank
      *            for E and C)
      *        3.  Account        X(10) (the cost center for S)
      *    A position with no P record is charged to the E account.
      * *******
      * OUTPUT:
      *    <prefix>-GL-Journal-Proof - every journal entry with its
      *        account, cost center, debit or credit, the debit and
      *        credit totals, every store, position or deduction code
      *        with no account mapping, and whether the interface
      *        file was written.
      *    <prefix>-GL-Journal.txt - the ledger interface file, one
      *        record per journal entry, written only when the
      *        journal is in balance and fully mapped:
      *        1.  Journal Date   9(8)  (the pay date)
      *        2.  Source         X(4)  (PAYR)
      *        3.  Account        X(10)
      *        4.  Cost Center    X(10) (blank on credits)
      *        5.  Position       X(2)  (blank on credits)
      *        6.  Debit/Credit   X(1)  (D or C)
      *        7.  Amount         9(9)V99
      *        8.  Description    X(20)
      *    RETURN-CODE 0 when the interface file was written, 4 when
      *        there was no pay distribution to post, 8 when the
      *        journal was refused.
      * *******
      * PROCESSING
      *    DEBITS  = GROSS SUMMED BY STORE AND POSITION
      *    CREDITS = EACH DEDUCTION CODE SUMMED, PLUS THE NET SUMMED
      *    OFF-CYCLE AND FINAL PAY ARE POSTED IN THE SAME JOURNAL AS
      *    THE PAY RUN, UNDER THE PAY RUN'S PAY DATE.
      *    A REFUSED JOURNAL LEAVES ANY EARLIER INTERFACE FILE AND THE
      *    OFF-CYCLE DISTRIBUTION AS THEY WERE - FIX THE MAPPING AND
      *    RERUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAY-DISTRIBUTION-FILE
               ASSIGN TO DYNAMIC WS-DIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT OPTIONAL ACCOUNT-MAP-FILE
               ASSIGN TO DYNAMIC WS-MAP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT GL-JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROOF-REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME.

       DATA DIVISION.
       FILE SECTION.

       FD PAY-DISTRIBUTION-FILE
           RECORD CONTAINS 32 CHARACTERS.

       COPY PAYDIST.

       FD ACCOUNT-MAP-FILE
           RECORD CONTAINS 15 CHARACTERS.

       01  ACCOUNT-MAP-RECORD.
           05  AM-MAP-TYPE             PIC X(1).
           05  AM-MAP-KEY              PIC X(4).
           05  AM-ACCOUNT              PIC X(10).

       FD GL-JOURNAL-FILE
           RECORD CONTAINS 66 CHARACTERS.

       01  GL-JOURNAL-RECORD.
           05  GJ-JOURNAL-DATE         PIC 9(8).
           05  GJ-SOURCE               PIC X(4).
           05  GJ-ACCOUNT              PIC X(10).
           05  GJ-COST-CENTER          PIC X(10).
           05  GJ-POSITION             PIC X(2).
           05  GJ-DEBIT-CREDIT         PIC X(1).
           05  GJ-AMOUNT               PIC 9(9)V99.
           05  GJ-DESCRIPTION          PIC X(20).

       FD PROOF-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  REPORT-RECORD               PIC X(132).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  DIST-EOF-FLAG           PIC X           VALUE ' '.
               88 NO-MORE-DIST-DATA                    VALUE 'N'.
           05  MAP-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-MAP-DATA                     VALUE 'N'.
           05  REGION-FOUND-FLAG       PIC X           VALUE 'N'.
               88 REGION-WAS-FOUND                     VALUE 'Y'.
           05  MAP-FOUND-FLAG          PIC X           VALUE 'N'.
               88 MAP-WAS-FOUND                        VALUE 'Y'.
           05  UNMAPPED-HEAD-FLAG      PIC X           VALUE 'N'.
               88 UNMAPPED-HEAD-WRITTEN                VALUE 'Y'.
           05  OFF-CYCLE-PASS-FLAG     PIC X           VALUE 'N'.
               88 READING-OFF-CYCLE                    VALUE 'Y'.
           05  OFF-CYCLE-DATA-FLAG     PIC X           VALUE 'N'.
               88 OFF-CYCLE-HAD-DATA                   VALUE 'Y'.

       01  WS-DIST-STATUS              PIC XX          VALUE '00'.
       01  WS-MAP-STATUS               PIC XX          VALUE '00'.
       01  WS-SYSTEM-DATE              PIC 9(8)        VALUE 0.
       01  WS-JOURNAL-DATE             PIC 9(8)        VALUE 0.
       01  WS-ENTRY-SUB                PIC S9(4)       VALUE +0.

      *********************     ACCOUNT LOOKUP AREA     ****************
       01  WS-LOOKUP-TYPE              PIC X(1)        VALUE SPACES.
       01  WS-LOOKUP-KEY               PIC X(4)        VALUE SPACES.
       01  WS-LOOKUP-ACCOUNT           PIC X(10)       VALUE SPACES.
       01  WS-ENTRY-ACCOUNT            PIC X(10)       VALUE SPACES.
       01  WS-ENTRY-COST-CENTER        PIC X(10)       VALUE SPACES.

      *********************     ACCOUNT MAP TABLE     ******************
       01  WS-MAP-COUNT                PIC 9(4)        VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 500 TIMES
                   INDEXED BY AM-IDX.
               10  WS-AM-MAP-TYPE      PIC X(1)        VALUE SPACES.
               10  WS-AM-MAP-KEY       PIC X(4)        VALUE SPACES.
               10  WS-AM-ACCOUNT       PIC X(10)       VALUE SPACES.

      *********************     SALARY DEBIT TABLE     *****************
       01  WS-DEBIT-COUNT              PIC 9(4)        VALUE 0.
       01  WS-DEBIT-TABLE.
           05  WS-DEBIT-ENTRY OCCURS 500 TIMES
                   INDEXED BY DR-IDX.
               10  WS-DR-STORE-ID      PIC A(4)        VALUE SPACES.
               10  WS-DR-POSITION      PIC A(2)        VALUE SPACES.
               10  WS-DR-AMOUNT        PIC 9(9)V99     VALUE 0.
               10  WS-DR-ACCOUNT       PIC X(10)       VALUE SPACES.
               10  WS-DR-COST-CENTER   PIC X(10)       VALUE SPACES.

      *********************     DEDUCTION CREDIT TABLE     *************
       01  WS-CREDIT-COUNT             PIC 9(4)        VALUE 0.
       01  WS-CREDIT-TABLE.
           05  WS-CREDIT-ENTRY OCCURS 50 TIMES
                   INDEXED BY CR-IDX.
               10  WS-CR-DED-CODE      PIC X(3)        VALUE SPACES.
               10  WS-CR-AMOUNT        PIC 9(9)V99     VALUE 0.
               10  WS-CR-ACCOUNT       PIC X(10)       VALUE SPACES.

       01  WS-CASH-ACCOUNT             PIC X(10)       VALUE SPACES.

      *********************     UNMAPPED KEY TABLE     *****************
       01  WS-UNMAPPED-COUNT           PIC 9(4)        VALUE 0.
       01  WS-UNMAPPED-TABLE.
           05  WS-UNMAPPED-ENTRY OCCURS 100 TIMES
                   INDEXED BY UM-IDX.
               10  WS-UM-MAP-TYPE      PIC X(1)        VALUE SPACES.
               10  WS-UM-MAP-KEY       PIC X(4)        VALUE SPACES.

      *********************     REGION / RUN SETUP     *****************
       COPY GETREGN.

       01  WS-RUN-FILE-NAMES.
           05  WS-DIST-FILE-NAME        PIC X(40)      VALUE SPACES.
           05  WS-OFF-CYCLE-FILE-NAME   PIC X(40)      VALUE SPACES.
           05  WS-MAP-FILE-NAME         PIC X(40)      VALUE SPACES.
           05  WS-JOURNAL-FILE-NAME     PIC X(40)      VALUE SPACES.
           05  WS-REPORT-FILE-NAME      PIC X(40)      VALUE SPACES.

       01  WS-RUN-MODE                 PIC X(4)        VALUE SPACES.
       01  WS-REGION-SLOT              PIC 9(2)        VALUE 0.

       01  TOTAL-FIELDS.
           05  TF-DIST-COUNT           PIC 9(6)        VALUE 0.
           05  TF-GROSS-TOTAL          PIC S9(9)V99    VALUE +0.
           05  TF-DEDUCTION-TOTAL      PIC S9(9)V99    VALUE +0.
           05  TF-NET-TOTAL            PIC S9(9)V99    VALUE +0.
           05  TF-DEBIT-TOTAL          PIC S9(9)V99    VALUE +0.
           05  TF-CREDIT-TOTAL         PIC S9(9)V99    VALUE +0.
           05  TF-ENTRY-COUNT          PIC 9(6)        VALUE 0.
           05  TF-BAD-RECORD-COUNT     PIC 9(6)        VALUE 0.
           05  TF-OFF-CYCLE-COUNT      PIC 9(6)        VALUE 0.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9          VALUE +2.

      *********************    OUTPUT AREA     *************************

       01  HEADING-ONE.
           05  H1-DATE                 PIC 9999/99/99.
           05                          PIC X(25)       VALUE SPACES.
           05                          PIC A(13)       VALUE
                                                       'BENNETT SHOES'.
           05                          PIC A(20)       VALUE SPACES.
           05                          PIC XXX         VALUE 'PWA'.

       01  HEADING-TWO.
           05                          PIC X(23)       VALUE SPACES.
           05                          PIC X(29)       VALUE
                                       'LABOR COST JOURNAL - PROOF'.

       01  HEADING-THREE.
           05                          PIC X(31)       VALUE SPACES.
           05  H3-CITY                 PIC X(20).

       01  HEADING-DATE-LINE.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       'PAY DATE: '.
           05  HDL-PAY-DATE            PIC 9999/99/99
                                           BLANK WHEN ZERO.

       01  HEADING-FOUR.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'DR/CR'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE 'ACCOUNT'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                                                       'COST CENTER'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'POS'.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(14)       VALUE
                                                   '         DEBIT'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(14)       VALUE
                                                   '        CREDIT'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                                                       'DESCRIPTION'.

       01  DETAIL-LINE.
           05                          PIC X(3)        VALUE SPACES.
           05  DL-DEBIT-CREDIT         PIC X(1).
           05                          PIC X(4)        VALUE SPACES.
           05  DL-ACCOUNT              PIC X(10).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-COST-CENTER          PIC X(10).
           05                          PIC X(3)        VALUE SPACES.
           05  DL-POSITION             PIC X(2).
           05                          PIC X(4)        VALUE SPACES.
           05  DL-DEBIT-AMOUNT         PIC $$$,$$$,$$9.99
                                           BLANK WHEN ZERO.
           05                          PIC X(2)        VALUE SPACES.
           05  DL-CREDIT-AMOUNT        PIC $$$,$$$,$$9.99
                                           BLANK WHEN ZERO.
           05                          PIC X(2)        VALUE SPACES.
           05  DL-DESCRIPTION          PIC X(20).

       01  TOTAL-LINE-ONE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(32)       VALUE
                                   'JOURNAL TOTALS            '.
           05                          PIC X(5)        VALUE SPACES.
           05  TL1-DEBIT-TOTAL         PIC $$$,$$$,$$9.99.
           05                          PIC X(2)        VALUE SPACES.
           05  TL1-CREDIT-TOTAL        PIC $$$,$$$,$$9.99.

       01  TOTAL-LINE-TWO.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'GROSS: '.
           05  TL2-GROSS-TOTAL         PIC $99,999,999.99.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(12)       VALUE
                                                   'DEDUCTIONS: '.
           05  TL2-DEDUCTION-TOTAL     PIC $99,999,999.99.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'NET: '.
           05  TL2-NET-TOTAL           PIC $99,999,999.99.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(14)       VALUE
                                                   'BAD RECORDS:  '.
           05  TL2-BAD-RECORD-COUNT    PIC ZZZ,ZZ9.

       01  TOTAL-LINE-THREE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(34)       VALUE
                                   'OFF-CYCLE AND FINAL PAY RECORDS:  '.
           05  TL3-OFF-CYCLE-COUNT     PIC ZZZ,ZZ9.

       01  UNMAPPED-HEADING-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(28)       VALUE
                                       'NO ACCOUNT MAPPING FOUND FOR'.

       01  UNMAPPED-DETAIL-LINE.
           05                          PIC X(7)        VALUE SPACES.
           05  UML-MAP-NAME            PIC X(20).
           05  UML-MAP-KEY             PIC X(4).

       01  RESULT-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05  RSL-MESSAGE             PIC X(60).

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           IF TF-DIST-COUNT = 0
               MOVE 'NO PAY DISTRIBUTION TO POST - NO JOURNAL WRITTEN'
                   TO RSL-MESSAGE
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 25-RESOLVE-DEBIT-ACCOUNTS
                   VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-DEBIT-COUNT
               PERFORM 26-RESOLVE-CREDIT-ACCOUNTS
                   VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-CREDIT-COUNT
               MOVE 'C' TO WS-LOOKUP-TYPE
               MOVE SPACES TO WS-LOOKUP-KEY
               PERFORM 30-FIND-ACCOUNT
               MOVE WS-LOOKUP-ACCOUNT TO WS-CASH-ACCOUNT
               PERFORM 35-PRINT-PROOF-SECTION
               EVALUATE TRUE
                   WHEN WS-UNMAPPED-COUNT > 0
                       MOVE
                           'UNMAPPED ACCOUNTS - JOURNAL NOT WRITTEN'
                           TO RSL-MESSAGE
                       MOVE 8 TO RETURN-CODE
                   WHEN TF-DEBIT-TOTAL NOT = TF-CREDIT-TOTAL
                       MOVE
                           'OUT OF BALANCE - JOURNAL NOT WRITTEN'
                           TO RSL-MESSAGE
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 38-WRITE-JOURNAL-FILE
                       IF OFF-CYCLE-HAD-DATA
                           PERFORM 27-EMPTY-OFF-CYCLE-FILE
                       END-IF
                       MOVE
                           'IN BALANCE - JOURNAL FILE WRITTEN'
                           TO RSL-MESSAGE
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           END-IF
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
           MOVE GR-CITY-HEADING TO H3-CITY
           PERFORM 14-BUILD-RUN-FILE-NAMES
           .

       13-FIND-RUN-REGION.
           MOVE WS-REGION-SLOT TO GR-REQUEST-SLOT
           CALL 'CS370GETREGN' USING GETREGN-PARM
           IF GR-RETURN-STATUS = '0' AND
               GR-REGION-CODE = WS-RUN-MODE
               MOVE 'Y' TO REGION-FOUND-FLAG
           END-IF
           .

       14-BUILD-RUN-FILE-NAMES.
           MOVE SPACES TO WS-DIST-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Pay-Distribution.txt' DELIMITED BY SIZE
               INTO WS-DIST-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-OFF-CYCLE-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Off-Cycle-Distribution.txt' DELIMITED BY SIZE
               INTO WS-OFF-CYCLE-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-MAP-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-GL-Account-Map.txt' DELIMITED BY SIZE
               INTO WS-MAP-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-JOURNAL-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-GL-Journal.txt' DELIMITED BY SIZE
               INTO WS-JOURNAL-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-GL-Journal-Proof' DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING
           .

       15-HSKPING-ROUTINE.

           PERFORM 12-GET-REGION-SETUP
           OPEN OUTPUT PROOF-REPORT-FILE
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO H1-DATE
           PERFORM 17-LOAD-ACCOUNT-MAP
           PERFORM 21-LOAD-PAY-DISTRIBUTION
           MOVE WS-OFF-CYCLE-FILE-NAME TO WS-DIST-FILE-NAME
           MOVE 'Y' TO OFF-CYCLE-PASS-FLAG
           MOVE ' ' TO DIST-EOF-FLAG
           PERFORM 21-LOAD-PAY-DISTRIBUTION
           MOVE WS-JOURNAL-DATE TO HDL-PAY-DATE
           PERFORM 20-HEADER-ROUTINE
           .

       17-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY 'GL ACCOUNT MAP ' WS-MAP-FILE-NAME
                   ' NOT AVAILABLE - NOTHING IS MAPPED'
               MOVE 'N' TO MAP-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-MAP-DATA
               READ ACCOUNT-MAP-FILE
                   AT END
                       MOVE 'N' TO MAP-EOF-FLAG
                   NOT AT END
                       PERFORM 18-STORE-MAP-ENTRY
               END-READ
           END-PERFORM
           IF WS-MAP-STATUS NOT = '35'
               CLOSE ACCOUNT-MAP-FILE
           END-IF
           .

       18-STORE-MAP-ENTRY.
           IF AM-ACCOUNT = SPACES
               CONTINUE
           ELSE
               IF WS-MAP-COUNT >= 500
                   DISPLAY 'GL ACCOUNT MAP TABLE FULL - UNABLE TO '
                       'RECORD ' AM-MAP-TYPE ' ' AM-MAP-KEY
               ELSE
                   ADD 1 TO WS-MAP-COUNT
                   SET AM-IDX TO WS-MAP-COUNT
                   MOVE AM-MAP-TYPE TO WS-AM-MAP-TYPE (AM-IDX)
                   MOVE AM-MAP-KEY TO WS-AM-MAP-KEY (AM-IDX)
                   MOVE AM-ACCOUNT TO WS-AM-ACCOUNT (AM-IDX)
               END-IF
           END-IF
           .

       20-HEADER-ROUTINE.
           WRITE REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PROPER-SPACING

           MOVE 2 TO PROPER-SPACING

           WRITE REPORT-RECORD FROM HEADING-TWO
               AFTER ADVANCING PROPER-SPACING

           WRITE REPORT-RECORD FROM HEADING-THREE
               AFTER ADVANCING PROPER-SPACING

           WRITE REPORT-RECORD FROM HEADING-DATE-LINE
               AFTER ADVANCING PROPER-SPACING

           WRITE REPORT-RECORD FROM HEADING-FOUR
               AFTER ADVANCING PROPER-SPACING

           MOVE 2 TO PROPER-SPACING
           .

       21-LOAD-PAY-DISTRIBUTION.
           OPEN INPUT PAY-DISTRIBUTION-FILE
           IF WS-DIST-STATUS NOT = '00'
               IF NOT READING-OFF-CYCLE
                   DISPLAY 'PAY DISTRIBUTION ' WS-DIST-FILE-NAME
                       ' NOT AVAILABLE - STATUS ' WS-DIST-STATUS
               END-IF
               MOVE 'N' TO DIST-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-DIST-DATA
               READ PAY-DISTRIBUTION-FILE
                   AT END
                       MOVE 'N' TO DIST-EOF-FLAG
                   NOT AT END
                       PERFORM 22-POST-DISTRIBUTION-RECORD
               END-READ
           END-PERFORM
           IF WS-DIST-STATUS NOT = '35'
               CLOSE PAY-DISTRIBUTION-FILE
           END-IF
           .

       22-POST-DISTRIBUTION-RECORD.
           IF READING-OFF-CYCLE
               MOVE 'Y' TO OFF-CYCLE-DATA-FLAG
           END-IF
           IF PD-AMOUNT NOT NUMERIC OR PD-PAY-DATE NOT NUMERIC
               ADD 1 TO TF-BAD-RECORD-COUNT
           ELSE
               ADD 1 TO TF-DIST-COUNT
               IF READING-OFF-CYCLE
                   ADD 1 TO TF-OFF-CYCLE-COUNT
               END-IF
               IF WS-JOURNAL-DATE = 0
                   MOVE PD-PAY-DATE TO WS-JOURNAL-DATE
               END-IF
               EVALUATE TRUE
                   WHEN PD-GROSS-RECORD
                       ADD PD-AMOUNT TO TF-GROSS-TOTAL
                       PERFORM 23-POST-GROSS-DEBIT
                   WHEN PD-DEDUCTION-RECORD
                       ADD PD-AMOUNT TO TF-DEDUCTION-TOTAL
                       PERFORM 24-POST-DEDUCTION-CREDIT
                   WHEN PD-NET-RECORD
                       ADD PD-AMOUNT TO TF-NET-TOTAL
                   WHEN OTHER
                       SUBTRACT 1 FROM TF-DIST-COUNT
                       IF READING-OFF-CYCLE
                           SUBTRACT 1 FROM TF-OFF-CYCLE-COUNT
                       END-IF
                       ADD 1 TO TF-BAD-RECORD-COUNT
               END-EVALUATE
           END-IF
           .

       23-POST-GROSS-DEBIT.
           SET DR-IDX TO 1
           SEARCH WS-DEBIT-ENTRY
               AT END
                   DISPLAY 'SALARY DEBIT TABLE FULL - UNABLE TO '
                       'RECORD ' PD-STORE-ID ' ' PD-POSITION
               WHEN WS-DR-STORE-ID (DR-IDX) = SPACES
                   ADD 1 TO WS-DEBIT-COUNT
                   MOVE PD-STORE-ID TO WS-DR-STORE-ID (DR-IDX)
                   MOVE PD-POSITION TO WS-DR-POSITION (DR-IDX)
                   ADD PD-AMOUNT TO WS-DR-AMOUNT (DR-IDX)
               WHEN WS-DR-STORE-ID (DR-IDX) = PD-STORE-ID AND
                   WS-DR-POSITION (DR-IDX) = PD-POSITION
                   ADD PD-AMOUNT TO WS-DR-AMOUNT (DR-IDX)
           END-SEARCH
           .

       24-POST-DEDUCTION-CREDIT.
           SET CR-IDX TO 1
           SEARCH WS-CREDIT-ENTRY
               AT END
                   DISPLAY 'DEDUCTION CREDIT TABLE FULL - UNABLE TO '
                       'RECORD ' PD-DED-CODE
               WHEN WS-CR-DED-CODE (CR-IDX) = SPACES
                   ADD 1 TO WS-CREDIT-COUNT
                   MOVE PD-DED-CODE TO WS-CR-DED-CODE (CR-IDX)
                   ADD PD-AMOUNT TO WS-CR-AMOUNT (CR-IDX)
               WHEN WS-CR-DED-CODE (CR-IDX) = PD-DED-CODE
                   ADD PD-AMOUNT TO WS-CR-AMOUNT (CR-IDX)
           END-SEARCH
           .

      *    THE STORE GIVES THE COST CENTER; THE POSITION'S OWN EXPENSE
      *    ACCOUNT IS USED WHEN THERE IS ONE, THE SALARY EXPENSE
      *    ACCOUNT OTHERWISE.
       25-RESOLVE-DEBIT-ACCOUNTS.
           SET DR-IDX TO WS-ENTRY-SUB
           MOVE 'S' TO WS-LOOKUP-TYPE
           MOVE WS-DR-STORE-ID (DR-IDX) TO WS-LOOKUP-KEY
           PERFORM 30-FIND-ACCOUNT
           MOVE WS-LOOKUP-ACCOUNT TO WS-DR-COST-CENTER (DR-IDX)
           MOVE 'P' TO WS-LOOKUP-TYPE
           MOVE WS-DR-POSITION (DR-IDX) TO WS-LOOKUP-KEY
           PERFORM 31-SEARCH-MAP-TABLE
           IF MAP-WAS-FOUND
               MOVE WS-LOOKUP-ACCOUNT TO WS-DR-ACCOUNT (DR-IDX)
           ELSE
               MOVE 'E' TO WS-LOOKUP-TYPE
               MOVE SPACES TO WS-LOOKUP-KEY
               PERFORM 30-FIND-ACCOUNT
               MOVE WS-LOOKUP-ACCOUNT TO WS-DR-ACCOUNT (DR-IDX)
           END-IF
           .

       26-RESOLVE-CREDIT-ACCOUNTS.
           SET CR-IDX TO WS-ENTRY-SUB
           MOVE 'D' TO WS-LOOKUP-TYPE
           MOVE WS-CR-DED-CODE (CR-IDX) TO WS-LOOKUP-KEY
           PERFORM 30-FIND-ACCOUNT
           MOVE WS-LOOKUP-ACCOUNT TO WS-CR-ACCOUNT (CR-IDX)
           .

      *    THE OFF-CYCLE PAY IS NOW IN A JOURNAL, SO THE FILE IS
      *    EMPTIED FOR THE NEXT OFF-CYCLE AND FINAL PAY RUNS TO ADD TO.
       27-EMPTY-OFF-CYCLE-FILE.
           MOVE WS-OFF-CYCLE-FILE-NAME TO WS-DIST-FILE-NAME
           OPEN OUTPUT PAY-DISTRIBUTION-FILE
           CLOSE PAY-DISTRIBUTION-FILE
           .

      *    A KEY WITH NO MAPPING IS REMEMBERED, ONCE, FOR THE PROOF
      *    REPORT AND BLOCKS THE INTERFACE FILE.
       30-FIND-ACCOUNT.
           PERFORM 31-SEARCH-MAP-TABLE
           IF NOT MAP-WAS-FOUND
               MOVE SPACES TO WS-LOOKUP-ACCOUNT
               SET UM-IDX TO 1
               SEARCH WS-UNMAPPED-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-UM-MAP-TYPE (UM-IDX) = SPACES
                       ADD 1 TO WS-UNMAPPED-COUNT
                       MOVE WS-LOOKUP-TYPE TO WS-UM-MAP-TYPE (UM-IDX)
                       MOVE WS-LOOKUP-KEY TO WS-UM-MAP-KEY (UM-IDX)
                   WHEN WS-UM-MAP-TYPE (UM-IDX) = WS-LOOKUP-TYPE AND
                       WS-UM-MAP-KEY (UM-IDX) = WS-LOOKUP-KEY
                       CONTINUE
               END-SEARCH
           END-IF
           .

       31-SEARCH-MAP-TABLE.
           MOVE 'N' TO MAP-FOUND-FLAG
           MOVE SPACES TO WS-LOOKUP-ACCOUNT
           SET AM-IDX TO 1
           SEARCH WS-MAP-ENTRY
               AT END
                   CONTINUE
               WHEN AM-IDX > WS-MAP-COUNT
                   CONTINUE
               WHEN WS-AM-MAP-TYPE (AM-IDX) = WS-LOOKUP-TYPE AND
                   WS-AM-MAP-KEY (AM-IDX) = WS-LOOKUP-KEY
                   MOVE 'Y' TO MAP-FOUND-FLAG
                   MOVE WS-AM-ACCOUNT (AM-IDX) TO WS-LOOKUP-ACCOUNT
           END-SEARCH
           .

       35-PRINT-PROOF-SECTION.
           PERFORM 36-PRINT-ONE-DEBIT
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > WS-DEBIT-COUNT
           PERFORM 37-PRINT-ONE-CREDIT
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > WS-CREDIT-COUNT
           MOVE 'C' TO DL-DEBIT-CREDIT
           MOVE WS-CASH-ACCOUNT TO DL-ACCOUNT
           MOVE SPACES TO DL-COST-CENTER
           MOVE SPACES TO DL-POSITION
           MOVE 0 TO DL-DEBIT-AMOUNT
           MOVE TF-NET-TOTAL TO DL-CREDIT-AMOUNT
           MOVE 'NET PAY CLEARING' TO DL-DESCRIPTION
           PERFORM 39-WRITE-DETAIL-LINE
           ADD TF-NET-TOTAL TO TF-CREDIT-TOTAL
           .

       36-PRINT-ONE-DEBIT.
           SET DR-IDX TO WS-ENTRY-SUB
           MOVE 'D' TO DL-DEBIT-CREDIT
           MOVE WS-DR-ACCOUNT (DR-IDX) TO DL-ACCOUNT
           MOVE WS-DR-COST-CENTER (DR-IDX) TO DL-COST-CENTER
           MOVE WS-DR-POSITION (DR-IDX) TO DL-POSITION
           MOVE WS-DR-AMOUNT (DR-IDX) TO DL-DEBIT-AMOUNT
           MOVE 0 TO DL-CREDIT-AMOUNT
           MOVE SPACES TO DL-DESCRIPTION
           STRING 'SALARIES ' DELIMITED BY SIZE
                  WS-DR-STORE-ID (DR-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DR-POSITION (DR-IDX) DELIMITED BY SIZE
               INTO DL-DESCRIPTION
           END-STRING
           PERFORM 39-WRITE-DETAIL-LINE
           ADD WS-DR-AMOUNT (DR-IDX) TO TF-DEBIT-TOTAL
           .

       37-PRINT-ONE-CREDIT.
           SET CR-IDX TO WS-ENTRY-SUB
           MOVE 'C' TO DL-DEBIT-CREDIT
           MOVE WS-CR-ACCOUNT (CR-IDX) TO DL-ACCOUNT
           MOVE SPACES TO DL-COST-CENTER
           MOVE SPACES TO DL-POSITION
           MOVE 0 TO DL-DEBIT-AMOUNT
           MOVE WS-CR-AMOUNT (CR-IDX) TO DL-CREDIT-AMOUNT
           MOVE SPACES TO DL-DESCRIPTION
           STRING 'WITHHELD ' DELIMITED BY SIZE
                  WS-CR-DED-CODE (CR-IDX) DELIMITED BY SIZE
               INTO DL-DESCRIPTION
           END-STRING
           PERFORM 39-WRITE-DETAIL-LINE
           ADD WS-CR-AMOUNT (CR-IDX) TO TF-CREDIT-TOTAL
           .

      *    THE INTERFACE FILE IS BUILT FROM THE SAME TABLES THE PROOF
      *    WAS PRINTED FROM, SO IT CARRIES EXACTLY WHAT WAS PROVED.
       38-WRITE-JOURNAL-FILE.
           OPEN OUTPUT GL-JOURNAL-FILE
           PERFORM 41-WRITE-ONE-DEBIT-ENTRY
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > WS-DEBIT-COUNT
           PERFORM 42-WRITE-ONE-CREDIT-ENTRY
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > WS-CREDIT-COUNT
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-JOURNAL-DATE TO GJ-JOURNAL-DATE
           MOVE 'PAYR' TO GJ-SOURCE
           MOVE WS-CASH-ACCOUNT TO GJ-ACCOUNT
           MOVE 'C' TO GJ-DEBIT-CREDIT
           MOVE TF-NET-TOTAL TO GJ-AMOUNT
           MOVE 'NET PAY CLEARING' TO GJ-DESCRIPTION
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO TF-ENTRY-COUNT
           CLOSE GL-JOURNAL-FILE
           .

       39-WRITE-DETAIL-LINE.
           IF DL-ACCOUNT = SPACES
               MOVE '*UNMAPPED*' TO DL-ACCOUNT
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           .

       41-WRITE-ONE-DEBIT-ENTRY.
           SET DR-IDX TO WS-ENTRY-SUB
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-JOURNAL-DATE TO GJ-JOURNAL-DATE
           MOVE 'PAYR' TO GJ-SOURCE
           MOVE WS-DR-ACCOUNT (DR-IDX) TO GJ-ACCOUNT
           MOVE WS-DR-COST-CENTER (DR-IDX) TO GJ-COST-CENTER
           MOVE WS-DR-POSITION (DR-IDX) TO GJ-POSITION
           MOVE 'D' TO GJ-DEBIT-CREDIT
           MOVE WS-DR-AMOUNT (DR-IDX) TO GJ-AMOUNT
           STRING 'SALARIES ' DELIMITED BY SIZE
                  WS-DR-STORE-ID (DR-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DR-POSITION (DR-IDX) DELIMITED BY SIZE
               INTO GJ-DESCRIPTION
           END-STRING
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO TF-ENTRY-COUNT
           .

       42-WRITE-ONE-CREDIT-ENTRY.
           SET CR-IDX TO WS-ENTRY-SUB
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-JOURNAL-DATE TO GJ-JOURNAL-DATE
           MOVE 'PAYR' TO GJ-SOURCE
           MOVE WS-CR-ACCOUNT (CR-IDX) TO GJ-ACCOUNT
           MOVE 'C' TO GJ-DEBIT-CREDIT
           MOVE WS-CR-AMOUNT (CR-IDX) TO GJ-AMOUNT
           STRING 'WITHHELD ' DELIMITED BY SIZE
                  WS-CR-DED-CODE (CR-IDX) DELIMITED BY SIZE
               INTO GJ-DESCRIPTION
           END-STRING
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO TF-ENTRY-COUNT
           .

       40-EOF-ROUTINE.
           IF TF-DIST-COUNT > 0
               MOVE TF-DEBIT-TOTAL TO TL1-DEBIT-TOTAL
               MOVE TF-CREDIT-TOTAL TO TL1-CREDIT-TOTAL
               MOVE 2 TO PROPER-SPACING
               WRITE REPORT-RECORD FROM TOTAL-LINE-ONE
                   AFTER ADVANCING PROPER-SPACING
           END-IF

           MOVE TF-GROSS-TOTAL TO TL2-GROSS-TOTAL
           MOVE TF-DEDUCTION-TOTAL TO TL2-DEDUCTION-TOTAL
           MOVE TF-NET-TOTAL TO TL2-NET-TOTAL
           MOVE TF-BAD-RECORD-COUNT TO TL2-BAD-RECORD-COUNT
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM TOTAL-LINE-TWO
               AFTER ADVANCING PROPER-SPACING

           IF TF-OFF-CYCLE-COUNT > 0
               MOVE TF-OFF-CYCLE-COUNT TO TL3-OFF-CYCLE-COUNT
               WRITE REPORT-RECORD FROM TOTAL-LINE-THREE
                   AFTER ADVANCING 1
           END-IF

           IF WS-UNMAPPED-COUNT > 0
               PERFORM 43-PRINT-ONE-UNMAPPED
                   VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-UNMAPPED-COUNT
           END-IF

           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM RESULT-LINE
               AFTER ADVANCING PROPER-SPACING

           CLOSE PROOF-REPORT-FILE
           STOP RUN
           .

       43-PRINT-ONE-UNMAPPED.
           IF NOT UNMAPPED-HEAD-WRITTEN
               MOVE 'Y' TO UNMAPPED-HEAD-FLAG
               MOVE 2 TO PROPER-SPACING
               WRITE REPORT-RECORD FROM UNMAPPED-HEADING-LINE
                   AFTER ADVANCING PROPER-SPACING
           END-IF
           SET UM-IDX TO WS-ENTRY-SUB
           EVALUATE WS-UM-MAP-TYPE (UM-IDX)
               WHEN 'S'
                   MOVE 'STORE' TO UML-MAP-NAME
               WHEN 'E'
                   MOVE 'SALARY EXPENSE' TO UML-MAP-NAME
               WHEN 'D'
                   MOVE 'DEDUCTION CODE' TO UML-MAP-NAME
               WHEN 'C'
                   MOVE 'CASH CLEARING' TO UML-MAP-NAME
               WHEN OTHER
                   MOVE 'MAP TYPE ' TO UML-MAP-NAME
           END-EVALUATE
           MOVE WS-UM-MAP-KEY (UM-IDX) TO UML-MAP-KEY
           WRITE REPORT-RECORD FROM UNMAPPED-DETAIL-LINE
               AFTER ADVANCING 1
           .
