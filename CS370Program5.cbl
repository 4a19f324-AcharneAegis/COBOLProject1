      *        EMP-ID, read at the start of the run and rewritten at
      *        the end with this run's pay rolled forward.  A missing
      *        file starts the year at zero.
      *    <prefix>-Direct-Deposit.txt - the direct deposit account
      *        master (see DDACCT.CPY), read at the start of the run
      *        and rewritten at the end with every prenote sent
      *        marked as sent.  An employee with no record, or a
      *        missing file, is paid by paper check.
      *    <prefix>-Salary-History.txt - the permanent salary-change
      *        history CS370PROGRAM2 writes (see SALHIST.CPY), read
      *        for back-dated raises applied since each employee's
      *        last pay date.  A missing file pays no retro.
      * *******
      * OUTPUT:
      *    <prefix>-Payroll-Register - the printed register, one line
      *    <prefix>-Pay-Stubs - the printed pay stub file, one block
      *        per paid employee per run listing the period gross,
      *        each deduction by code with the amount withheld, and
      *        the net deposited.  When retro pay is due the stub
      *        shows the regular pay and the retro pay as separate
      *        earnings lines above the gross.
      *    <prefix>-Retro-Pay-Audit - one line per back-dated raise
      *        paid retro this run, with the raise and applied dates,
      *        the periods covered, the old and new salaries and the
      *        amount, and the retro total.
      *    <prefix>-Payroll-Disbursement.txt - the fixed-layout
      *        disbursement file for the bank upload job, one item
      *        per deposit account, prenote or paper check for every
      *        paid employee (see DISBREC.CPY):
      *        1.  Employee ID          X(5)
      *        2.  Store ID             X(4)
      *        3.  Employee Last Name   X(10)
      *        4.  Employee First Name  X(10)
      *        5.  Pay Date             9(8)  (run date, YYYYMMDD)
      *        6.  Item Amount          9(5)V99
      *        7.  Split Sequence       9(1)  (account 1-4, 0=check)
      *        8.  Item Type            X(1)  (D=deposit, P=prenote,
      *            C=paper check)
      *        9.  Routing Number       9(9)
      *        10. Account Number       X(17)
      *        11. Account Type         X(1)  (C=checking, S=savings)
      *    <prefix>-Pay-Distribution.txt - what the run paid, for the
      *        GL labor-cost journal (CS370PROGRAM20, see PAYDIST.CPY):
      *        a gross record per paid employee with the store and
      *        position charged, a record per deduction withheld and
      *        a net record.  Replaced every run.
      * *******
      * CALCULATIONS
      *    BIWEEKLY GROSS = EMP-CURRENT-SALARY / 26, ROUNDED
      *    EACH DEDUCTION IS CAPPED AT THE GROSS STILL REMAINING,
      *        SO NET PAY = GROSS - TOTAL DEDUCTIONS, NEVER BELOW
      *        ZERO
      *    SPLIT ALLOCATIONS COME OFF THE NET IN ACCOUNT ORDER 2-4,
      *        FLAT = THE AMOUNT AS KEYED, PERCENT = NET * AMOUNT /
      *        100, ROUNDED, EACH CAPPED AT THE NET STILL REMAINING;
      *        ACCOUNT 1 TAKES WHAT IS LEFT
      *    RETRO PAY IS DUE FOR A RAISE APPLIED BY CS370PROGRAM2 AFTER
      *        THE EMPLOYEE'S LAST PAY DATE (YE-LAST-PAY-DATE) WHOSE
      *        RAISE DATE IS ON OR BEFORE THAT PAY DATE:
      *        MISSED PERIODS (BIWEEKLY) = DAYS FROM THE RAISE DATE TO
      *            THE LAST PAY DATE / 14 + 1, TRUNCATED
      *        MISSED PERIODS (MONTHLY) = MONTHS FROM THE RAISE DATE TO
      *            THE LAST PAY DATE, PLUS ONE WHEN THE LAST PAY DAY OF
      *            THE MONTH IS ON OR AFTER THE RAISE DAY
      *        EITHER CAPPED AT YE-PERIODS-PAID, SO RETRO NEVER REACHES
      *            BACK PAST THE START OF THE YEAR
      *        RETRO PER PERIOD = (NEW SALARY - OLD SALARY) / PERIODS
      *            PER YEAR, ROUNDED
      *        RETRO PAY = RETRO PER PERIOD * MISSED PERIODS
      *    RETRO PAY IS PART OF THE GROSS, SO IT TAKES DEDUCTIONS AND
      *        ROLLS INTO YTD GROSS LIKE ANY OTHER PAY
      ******************************************************************
      * MODIFICATION HISTORY
      *    THE RUN NOW CARRIES A PER-EMPLOYEE DEDUCTION MASTER.  THE
      *    THE PAY RUN BUT COUNTED ON THE TOTAL LINE, SO AN UNPAID
      *    LEAVE NO LONGER HAS TO BE FAKED AS A SEPARATION TO STOP
      *    THE PAYCHECK.
      *    THE DISBURSEMENT FILE NOW CARRIES THE ROUTING AND ACCOUNT
      *    DATA FROM THE NEW DIRECT DEPOSIT MASTER, ONE ITEM PER
      *    SPLIT ACCOUNT, SO THE BANK TEAM NO LONGER MERGES ACCOUNT
      *    NUMBERS IN BY HAND BEFORE THE UPLOAD.  A NEW OR CHANGED
      *    ACCOUNT GOES OUT AS A ZERO-DOLLAR PRENOTE AND ITS SHARE OF
      *    THE PAY GOES BY PAPER CHECK UNTIL CS370PROGRAM12 SEES THE
      *    BANK ACCEPT THE PRENOTE.  THE STUB LISTS WHERE THE NET
      *    WENT AND THE REGISTER COUNTS DEPOSITS, PRENOTES AND CHECKS.
      *    A RAISE KEYED WITH A RAISE DATE BEFORE PAY PERIODS ALREADY
      *    PAID NOW EARNS RETRO PAY ON THE FIRST PAY RUN AFTER IT IS
      *    APPLIED - THE SALARY DIFFERENCE FOR EVERY PERIOD PAID AT
      *    THE OLD RATE SINCE THE RAISE DATE, FIGURED FROM THE SALARY
      *    HISTORY AND THE YTD FILE - AS A SEPARATE RETRO EARNINGS
      *    LINE ON THE REGISTER AND STUB, WITH A RETRO PAY AUDIT
      *    REPORT.
      *    EVERY RUN NOW ALSO WRITES A PAY DISTRIBUTION FILE - GROSS BY
      *    STORE AND POSITION, EACH DEDUCTION BY CODE AND THE NET - SO
      *    CS370PROGRAM20 CAN POST THE LABOR COST TO THE GENERAL LEDGER
      *    INSTEAD OF ACCOUNTING RE-KEYING IT FROM THE REGISTER.
      *    THE SALARY HISTORY RECORD GREW TO 74 BYTES TO CARRY THE
      *    KEYING AND APPROVING OPERATORS; THE RETRO PAY LOOK-BACK
      *    READS THE SAME FIELDS AS BEFORE.
      *    RETRO PAY THAT WILL NOT FIT IN THE GROSS, OR A RAISE WHOSE
      *    RETRO WILL NOT FIT WITH THE OTHERS, IS LISTED ON THE RETRO
      *    PAY AUDIT AS NOT PAID, AND THE AUDIT TOTALS COUNT ONLY WHAT
      *    WAS ACTUALLY PAID.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ASSIGN TO DYNAMIC WS-YTD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT OPTIONAL DIRECT-DEPOSIT-FILE
               ASSIGN TO DYNAMIC WS-DD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-STATUS.
           SELECT OPTIONAL SALARY-HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RETRO-AUDIT-FILE
               ASSIGN TO DYNAMIC WS-RETRO-FILE-NAME.
           SELECT PAY-DISTRIBUTION-FILE
               ASSIGN TO DYNAMIC WS-DIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'Bennett-Payroll-Sort.wrk'.

       01  REPORT-RECORD               PIC X(132).

       FD DISBURSEMENT-FILE
           RECORD CONTAINS 73 CHARACTERS.

       COPY DISBREC.


       COPY YTDEARN.

       FD DIRECT-DEPOSIT-FILE
           RECORD CONTAINS 189 CHARACTERS.

       01  DIRECT-DEPOSIT-FILE-RECORD  PIC X(189).

       FD SALARY-HISTORY-FILE
           RECORD CONTAINS 74 CHARACTERS.

       COPY SALHIST.

       FD RETRO-AUDIT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  RETRO-AUDIT-RECORD          PIC X(132).

       FD PAY-DISTRIBUTION-FILE
           RECORD CONTAINS 32 CHARACTERS.

       COPY PAYDIST.

      *****************************     SORT FILE   ********************
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
               88 NO-MORE-YTD-DATA                     VALUE 'N'.
           05  BUCKET-POSTED-FLAG      PIC X           VALUE 'N'.
               88 BUCKET-WAS-POSTED                    VALUE 'Y'.
           05  DD-EOF-FLAG             PIC X           VALUE ' '.
               88 NO-MORE-DD-DATA                      VALUE 'N'.
           05  DD-CHANGED-FLAG         PIC X           VALUE 'N'.
               88 DD-WAS-CHANGED                       VALUE 'Y'.
           05  HISTORY-EOF-FLAG        PIC X           VALUE ' '.
               88 NO-MORE-HISTORY-DATA                 VALUE 'N'.
           05  SALARY-PENDING-FLAG     PIC X           VALUE 'N'.
               88 SALARY-CHANGE-PENDING                VALUE 'Y'.
           05  FIRST-STORE-FLAG        PIC X           VALUE 'Y'.
               88 FIRST-STORE                          VALUE 'Y'.
           05  REGION-FOUND-FLAG       PIC X           VALUE 'N'.
                   15  WS-YT-DED-AMOUNT
                                       PIC 9(7)V99     VALUE 0.

      *********************     DIRECT DEPOSIT TABLE     ***************
       01  WS-DD-STATUS                PIC XX          VALUE '00'.
       01  WS-DD-COUNT                 PIC 9(4)        VALUE 0.
       01  WS-DD-TABLE.
           05  WS-DD-ENTRY OCCURS 1000 TIMES
                   INDEXED BY DD-IDX.
               10  WS-DD-EMP-ID        PIC X(5)        VALUE SPACES.
               10  WS-DD-REST          PIC X(184)      VALUE SPACES.

       COPY DDACCT.

       01  WS-ACCT-SUB                 PIC S9(4)       VALUE +0.
       01  WS-ACCT-LENGTH              PIC S9(4)       VALUE +0.
       01  WS-REMAINING-PAY            PIC 9(5)V99     VALUE 0.
       01  WS-SPLIT-AMOUNT             PIC 9(5)V99     VALUE 0.
       01  WS-CHECK-AMOUNT             PIC 9(5)V99     VALUE 0.
       01  WS-ITEMS-WRITTEN            PIC 9(2)        VALUE 0.

      *********************     RETRO PAY WORK AREA     ****************
       01  WS-HISTORY-STATUS           PIC XX          VALUE '00'.
       01  WS-REGULAR-PAY              PIC 9(5)V99     VALUE 0.
       01  WS-RETRO-PAY                PIC 9(5)V99     VALUE 0.
       01  WS-RETRO-PER-PERIOD         PIC 9(5)V99     VALUE 0.
       01  WS-RETRO-ONE-RAISE          PIC 9(5)V99     VALUE 0.
       01  WS-MISSED-PERIODS           PIC S9(5)       VALUE +0.
       01  WS-RETRO-CUTOFF-DATE        PIC 9(8)        VALUE 0.
       01  WS-RT-SUB                   PIC S9(4)       VALUE +0.
       01  WS-RETRO-COUNT              PIC 9(4)        VALUE 0.
       01  WS-RETRO-LINES              PIC 9(4)        VALUE 0.
       01  WS-SALARY-AMOUNT            PIC 9(6)V99     VALUE 0.
       01  WS-SALARY-TEXT              PIC X(14)       VALUE SPACES.
       01  WS-SALARY-TEXT-R REDEFINES WS-SALARY-TEXT.
           05  WS-ST-DOLLARS           PIC 9(6).
           05  WS-ST-POINT             PIC X(1).
           05  WS-ST-CENTS             PIC 9(2).
           05  FILLER                  PIC X(5).
       01  WS-RAISE-DATE-TEXT          PIC X(8)        VALUE SPACES.
       01  WS-RAISE-DATE-N REDEFINES WS-RAISE-DATE-TEXT
                                       PIC 9(8).
       01  WS-PERIOD-FROM-DATE         PIC 9(8)        VALUE 0.
       01  WS-PERIOD-FROM-R REDEFINES WS-PERIOD-FROM-DATE.
           05  WS-PF-YYYY              PIC 9(4).
           05  WS-PF-MM                PIC 9(2).
           05  WS-PF-DD                PIC 9(2).
       01  WS-PERIOD-THRU-DATE         PIC 9(8)        VALUE 0.
       01  WS-PERIOD-THRU-R REDEFINES WS-PERIOD-THRU-DATE.
           05  WS-PT-YYYY              PIC 9(4).
           05  WS-PT-MM                PIC 9(2).
           05  WS-PT-DD                PIC 9(2).
       01  WS-PENDING-SALARY-CHANGE.
           05  WS-PS-EMP-ID            PIC X(5)        VALUE SPACES.
           05  WS-PS-RUN-DATE          PIC 9(8)        VALUE 0.
           05  WS-PS-OLD-SALARY        PIC 9(6)V99     VALUE 0.
           05  WS-PS-NEW-SALARY        PIC 9(6)V99     VALUE 0.
       01  WS-RETRO-TABLE.
           05  WS-RETRO-ENTRY OCCURS 500 TIMES.
               10  WS-RT-EMP-ID        PIC X(5).
               10  WS-RT-RUN-DATE      PIC 9(8).
               10  WS-RT-RAISE-DATE    PIC 9(8).
               10  WS-RT-OLD-SALARY    PIC 9(6)V99.
               10  WS-RT-NEW-SALARY    PIC 9(6)V99.

       COPY DAYCOUNT.

      *********************     REGION / RUN SETUP     *****************
       COPY GETREGN.

           05  WS-DEDUCT-FILE-NAME      PIC X(40)      VALUE SPACES.
           05  WS-STUB-FILE-NAME        PIC X(40)      VALUE SPACES.
           05  WS-YTD-FILE-NAME         PIC X(40)      VALUE SPACES.
           05  WS-DD-FILE-NAME          PIC X(40)      VALUE SPACES.
           05  WS-HISTORY-FILE-NAME     PIC X(40)      VALUE SPACES.
           05  WS-RETRO-FILE-NAME       PIC X(40)      VALUE SPACES.
           05  WS-DIST-FILE-NAME        PIC X(40)      VALUE SPACES.

       01  WS-RUN-MODE                 PIC X(4)        VALUE SPACES.
       01  WS-REGION-SLOT              PIC 9(2)        VALUE 0.
           05  TF-SEPARATED-COUNT      PIC 9(6)        VALUE 0.
           05  TF-LEAVE-COUNT          PIC 9(6)        VALUE 0.
           05  TF-BYPASSED-COUNT       PIC 9(6)        VALUE 0.
           05  TF-DEPOSIT-COUNT        PIC 9(6)        VALUE 0.
           05  TF-PRENOTE-COUNT        PIC 9(6)        VALUE 0.
           05  TF-CHECK-COUNT          PIC 9(6)        VALUE 0.
           05  TF-CHECK-TOTAL          PIC S9(9)V99    VALUE +0.
           05  TF-RETRO-COUNT          PIC 9(6)        VALUE 0.
           05  TF-RETRO-TOTAL          PIC S9(9)V99    VALUE +0.
           05  TF-RETRO-LINE-COUNT     PIC 9(6)        VALUE 0.

       01  REPORT-FIELDS.
           05  PROPER-SPACING          PIC S9          VALUE +2.
           05                          PIC X(3)        VALUE SPACES.
           05  DL-NET-PAY              PIC $99,999.99.

       01  RETRO-DETAIL-LINE.
           05                          PIC X(27)       VALUE SPACES.
           05                          PIC X(33)       VALUE
                               'RETRO EARNINGS INCLUDED IN GROSS:'.
           05  RDL-RETRO-PAY           PIC $99,999.99.

       01  STORE-SUBTOTAL-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'STORE '.
                                                   'BYPASSED: '.
           05  TL2-BYPASSED-COUNT      PIC ZZZ,ZZ9.

       01  TOTAL-LINE-THREE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                                                   'DEPOSIT ITEMS: '.
           05  TL3-DEPOSIT-COUNT       PIC ZZZ,ZZ9.
           05                          PIC X(4)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                   'PRENOTES: '.
           05  TL3-PRENOTE-COUNT       PIC ZZZ,ZZ9.
           05                          PIC X(4)        VALUE SPACES.
           05                          PIC X(14)       VALUE
                                                   'PAPER CHECKS: '.
           05  TL3-CHECK-COUNT         PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05  TL3-CHECK-TOTAL         PIC $99,999,999.99.

       01  TOTAL-LINE-FOUR.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(20)       VALUE
                                       'RETRO PAY INCLUDED: '.
           05  TL4-RETRO-COUNT         PIC ZZZ,ZZ9.
           05                          PIC X(11)       VALUE
                                                   ' EMPLOYEES '.
           05  TL4-RETRO-TOTAL         PIC $99,999,999.99.

      *********************    RETRO AUDIT AREA     ********************

       01  AUDIT-HEADING-TWO.
           05                          PIC X(29)       VALUE SPACES.
           05                          PIC X(21)       VALUE
                                               'RETROACTIVE PAY AUDIT'.

       01  AUDIT-HEADING-FOUR.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'STORE'.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'EMP'.
           05                          PIC X(4)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       'LAST NAME'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       'FIRST NAME'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       'RAISE DATE'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE 'APPLIED'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'PDS '.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                                                   ' OLD SALARY'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                                                   ' NEW SALARY'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                   'PER PERIOD'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                   ' RETRO PAY'.

       01  AUDIT-BLANK-LINE            PIC X(1)        VALUE SPACE.

       01  AUDIT-DETAIL-LINE.
           05                          PIC X(1)        VALUE SPACES.
           05  ADL-STORE-ID            PIC A(4).
           05                          PIC X(2)        VALUE SPACES.
           05  ADL-EMP-ID              PIC X(5).
           05                          PIC X(2)        VALUE SPACES.
           05  ADL-LAST-NAME           PIC X(10).
           05                          PIC X(2)        VALUE SPACES.
           05  ADL-FIRST-NAME          PIC X(10).
           05                          PIC X(2)        VALUE SPACES.
           05  ADL-RAISE-DATE          PIC 9999/99/99.
           05                          PIC X(2)        VALUE SPACES.
           05  ADL-APPLIED-DATE        PIC 9999/99/99.
           05                          PIC X(3)        VALUE SPACES.
           05  ADL-PERIODS             PIC ZZ9.
           05                          PIC X(2)        VALUE SPACES.
           05  ADL-OLD-SALARY          PIC $999,999.99.
           05                          PIC X(2)        VALUE SPACES.
           05  ADL-NEW-SALARY          PIC $999,999.99.
           05                          PIC X(2)        VALUE SPACES.
           05  ADL-PER-PERIOD          PIC $99,999.99.
           05                          PIC X(2)        VALUE SPACES.
           05  ADL-RETRO-PAY           PIC $99,999.99.

       01  AUDIT-NOT-PAID-LINE.
           05                          PIC X(1)        VALUE SPACES.
           05  ANL-STORE-ID            PIC A(4).
           05                          PIC X(2)        VALUE SPACES.
           05  ANL-EMP-ID              PIC X(5).
           05                          PIC X(2)        VALUE SPACES.
           05  ANL-LAST-NAME           PIC X(10).
           05                          PIC X(2)        VALUE SPACES.
           05  ANL-FIRST-NAME          PIC X(10).
           05                          PIC X(2)        VALUE SPACES.
           05  ANL-RAISE-DATE          PIC 9999/99/99
                                           BLANK WHEN ZERO.
           05                          PIC X(2)        VALUE SPACES.
           05  ANL-MESSAGE             PIC X(56).
           05  ANL-RETRO-PAY           PIC $99,999.99.

       01  AUDIT-TOTAL-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                                               'RAISES PAID:   '.
           05  ATL-LINE-COUNT          PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                                                   'EMPLOYEES: '.
           05  ATL-RETRO-COUNT         PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(17)       VALUE
                                               'TOTAL RETRO PAY: '.
           05  ATL-RETRO-TOTAL         PIC $99,999,999.99.

      *********************    PAY STUB AREA     ***********************

       01  STUB-SEPARATOR-LINE.
                                                   'GROSS PAY    '.
           05  SBG-GROSS-PAY           PIC $99,999.99.

       01  STUB-EARNINGS-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05  SBE-EARNINGS-LABEL      PIC X(13).
           05  SBE-AMOUNT              PIC $99,999.99.

       01  STUB-DEDUCTION-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05  SBD-DED-CODE            PIC X(3).
                                                   'NET PAY      '.
           05  SBN-NET-PAY             PIC $99,999.99.

       01  STUB-PAYMENT-LINE.
           05                          PIC X(7)        VALUE SPACES.
           05  SBP-ITEM-LABEL          PIC X(11).
           05  SBP-AMOUNT              PIC $99,999.99.
           05                          PIC X(3)        VALUE SPACES.
           05  SBP-ACCOUNT-TYPE        PIC X(8).
           05                          PIC X(1)        VALUE SPACES.
           05  SBP-ACCOUNT-LABEL       PIC X(10).
           05  SBP-ACCOUNT-LAST-FOUR   PIC X(4).

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.
                  '-YTD-Earnings.txt' DELIMITED BY SIZE
               INTO WS-YTD-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-DD-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Direct-Deposit.txt' DELIMITED BY SIZE
               INTO WS-DD-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-HISTORY-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Salary-History.txt' DELIMITED BY SIZE
               INTO WS-HISTORY-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-RETRO-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Retro-Pay-Audit' DELIMITED BY SIZE
               INTO WS-RETRO-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-DIST-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Pay-Distribution.txt' DELIMITED BY SIZE
               INTO WS-DIST-FILE-NAME
           END-STRING
           .

       15-HSKPING-ROUTINE.
           OPEN OUTPUT PAYROLL-REPORT-FILE
               DISBURSEMENT-FILE
               PAY-STUB-FILE
               RETRO-AUDIT-FILE
               PAY-DISTRIBUTION-FILE
           PERFORM 16-READ-PAYROLL-PARM
           PERFORM 17-LOAD-DEDUCTION-MASTER
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO H1-DATE
           DIVIDE WS-SYSTEM-DATE BY 10000 GIVING WS-RUN-YEAR
           PERFORM 19-LOAD-YTD-TABLE
           PERFORM 23-LOAD-DIRECT-DEPOSIT-TABLE
           PERFORM 65-LOAD-SALARY-HISTORY
           PERFORM 20-HEADER-ROUTINE
           PERFORM 73-AUDIT-HEADER-ROUTINE
           .

       19-LOAD-YTD-TABLE.
               WS-YT-DED-AMOUNT (YT-IDX WS-BKT-SUB)
           .

       23-LOAD-DIRECT-DEPOSIT-TABLE.
           OPEN INPUT DIRECT-DEPOSIT-FILE
           IF WS-DD-STATUS NOT = '00'
               DISPLAY 'DIRECT DEPOSIT MASTER ' WS-DD-FILE-NAME
                   ' NOT AVAILABLE - PAYING BY PAPER CHECK'
               IF WS-DD-STATUS NOT = '05'
                   MOVE 'N' TO DD-EOF-FLAG
               END-IF
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

       16-READ-PAYROLL-PARM.
           OPEN INPUT PAYROLL-PARM-FILE
           IF WS-PARM-STATUS = '00'

           PERFORM 37-COMPUTE-GROSS-PAY
           PERFORM 42-COMPUTE-NET-PAY
           PERFORM 74-WRITE-PAY-DISTRIBUTION

           MOVE SW-STORE-ID TO DL-STORE-ID
           MOVE SW-EMP-ID TO DL-EMP-ID
           WRITE REPORT-RECORD FROM DETAIL-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           IF WS-RETRO-PAY > 0
               MOVE WS-RETRO-PAY TO RDL-RETRO-PAY
               WRITE REPORT-RECORD FROM RETRO-DETAIL-LINE
                   AFTER ADVANCING PROPER-SPACING
           END-IF

           PERFORM 38-WRITE-DISBURSEMENT-RECORD

           .

       38-WRITE-DISBURSEMENT-RECORD.
           MOVE 0 TO WS-CHECK-AMOUNT
           MOVE 0 TO WS-ITEMS-WRITTEN
           PERFORM 56-FIND-DIRECT-DEPOSIT
           IF DD-IDX = 0
               MOVE WS-NET-PAY TO WS-CHECK-AMOUNT
           ELSE
               MOVE WS-DD-ENTRY (DD-IDX) TO DIRECT-DEPOSIT-RECORD
               MOVE WS-NET-PAY TO WS-REMAINING-PAY
               PERFORM 57-ALLOCATE-ONE-SPLIT
                   VARYING WS-ACCT-SUB FROM 2 BY 1
                   UNTIL WS-ACCT-SUB > 4
               MOVE 1 TO WS-ACCT-SUB
               MOVE WS-REMAINING-PAY TO WS-SPLIT-AMOUNT
               IF DD-ACCOUNT-NUMBER (1) = SPACES
                   ADD WS-SPLIT-AMOUNT TO WS-CHECK-AMOUNT
               ELSE
                   PERFORM 58-DISBURSE-ONE-ACCOUNT
               END-IF
               MOVE DIRECT-DEPOSIT-RECORD TO WS-DD-ENTRY (DD-IDX)
           END-IF
      *    WHATEVER COULD NOT BE DEPOSITED GOES ON ONE PAPER CHECK, AND
      *    A PAID EMPLOYEE ALWAYS HAS AT LEAST ONE MONEY ITEM ON FILE.
           IF WS-CHECK-AMOUNT > 0 OR WS-ITEMS-WRITTEN = 0
               PERFORM 59-WRITE-CHECK-ITEM
           END-IF
           .

       56-FIND-DIRECT-DEPOSIT.
           SET DD-IDX TO 1
           IF WS-DD-COUNT = 0
               SET DD-IDX TO 0
           ELSE
               SEARCH WS-DD-ENTRY
                   AT END
                       SET DD-IDX TO 0
                   WHEN WS-DD-EMP-ID (DD-IDX) = SW-EMP-ID
                       CONTINUE
               END-SEARCH
           END-IF
           .

       57-ALLOCATE-ONE-SPLIT.
           IF DD-ACCOUNT-NUMBER (WS-ACCT-SUB) NOT = SPACES
               IF DD-ALLOC-PERCENT (WS-ACCT-SUB)
                   COMPUTE WS-SPLIT-AMOUNT ROUNDED =
                       WS-NET-PAY *
                       DD-ALLOC-AMOUNT (WS-ACCT-SUB) / 100
                       ON SIZE ERROR
                           MOVE 0 TO WS-SPLIT-AMOUNT
                   END-COMPUTE
               ELSE
                   MOVE DD-ALLOC-AMOUNT (WS-ACCT-SUB) TO
                       WS-SPLIT-AMOUNT
               END-IF
               IF WS-SPLIT-AMOUNT > WS-REMAINING-PAY
                   MOVE WS-REMAINING-PAY TO WS-SPLIT-AMOUNT
               END-IF
               SUBTRACT WS-SPLIT-AMOUNT FROM WS-REMAINING-PAY
               PERFORM 58-DISBURSE-ONE-ACCOUNT
           END-IF
           .

       58-DISBURSE-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN DD-ACCOUNT-ACTIVE (WS-ACCT-SUB)
                   IF WS-SPLIT-AMOUNT > 0
                       MOVE 'D' TO DB-ITEM-TYPE
                       PERFORM 60-WRITE-ACCOUNT-ITEM
                       ADD 1 TO TF-DEPOSIT-COUNT
                       MOVE 'DEPOSIT' TO SBP-ITEM-LABEL
                       PERFORM 62-WRITE-STUB-PAYMENT-LINE
                   END-IF
               WHEN DD-PRENOTE-NEEDED (WS-ACCT-SUB)
                   ADD WS-SPLIT-AMOUNT TO WS-CHECK-AMOUNT
                   MOVE 0 TO WS-SPLIT-AMOUNT
                   MOVE 'P' TO DB-ITEM-TYPE
                   PERFORM 60-WRITE-ACCOUNT-ITEM
                   ADD 1 TO TF-PRENOTE-COUNT
                   MOVE 'S' TO DD-PRENOTE-STATUS (WS-ACCT-SUB)
                   MOVE WS-SYSTEM-DATE TO DD-PRENOTE-DATE (WS-ACCT-SUB)
                   MOVE 'Y' TO DD-CHANGED-FLAG
                   MOVE 'PRENOTE' TO SBP-ITEM-LABEL
                   PERFORM 62-WRITE-STUB-PAYMENT-LINE
               WHEN OTHER
                   ADD WS-SPLIT-AMOUNT TO WS-CHECK-AMOUNT
           END-EVALUATE
           .

       59-WRITE-CHECK-ITEM.
           PERFORM 61-MOVE-COMMON-ITEM-FIELDS
           MOVE WS-CHECK-AMOUNT TO DB-NET-PAY
           MOVE 0 TO DB-SPLIT-SEQ
           MOVE 'C' TO DB-ITEM-TYPE
           MOVE 0 TO DB-ROUTING-NUMBER
           MOVE SPACES TO DB-ACCOUNT-NUMBER
           MOVE SPACES TO DB-ACCOUNT-TYPE
           WRITE DISBURSEMENT-RECORD
           ADD 1 TO WS-ITEMS-WRITTEN
           ADD 1 TO TF-CHECK-COUNT
           ADD WS-CHECK-AMOUNT TO TF-CHECK-TOTAL
           MOVE WS-CHECK-AMOUNT TO SBP-AMOUNT
           MOVE 'PAPER CHECK' TO SBP-ITEM-LABEL
           MOVE SPACES TO SBP-ACCOUNT-TYPE
           MOVE SPACES TO SBP-ACCOUNT-LABEL
           MOVE SPACES TO SBP-ACCOUNT-LAST-FOUR
           WRITE STUB-RECORD FROM STUB-PAYMENT-LINE
               AFTER ADVANCING 1
           .

       60-WRITE-ACCOUNT-ITEM.
           PERFORM 61-MOVE-COMMON-ITEM-FIELDS
           MOVE WS-SPLIT-AMOUNT TO DB-NET-PAY
           MOVE WS-ACCT-SUB TO DB-SPLIT-SEQ
           MOVE DD-ROUTING-NUMBER (WS-ACCT-SUB) TO DB-ROUTING-NUMBER
           MOVE DD-ACCOUNT-NUMBER (WS-ACCT-SUB) TO DB-ACCOUNT-NUMBER
           MOVE DD-ACCOUNT-TYPE (WS-ACCT-SUB) TO DB-ACCOUNT-TYPE
           WRITE DISBURSEMENT-RECORD
           IF DB-DEPOSIT-ITEM
               ADD 1 TO WS-ITEMS-WRITTEN
           END-IF
           .

       61-MOVE-COMMON-ITEM-FIELDS.
           MOVE SW-EMP-ID TO DB-EMP-ID
           MOVE SW-STORE-ID TO DB-STORE-ID
           MOVE SW-LAST-NAME TO DB-LAST-NAME
           MOVE SW-FIRST-NAME TO DB-FIRST-NAME
           MOVE WS-SYSTEM-DATE TO DB-PAY-DATE
           .

       62-WRITE-STUB-PAYMENT-LINE.
           MOVE WS-SPLIT-AMOUNT TO SBP-AMOUNT
           IF DD-SAVINGS (WS-ACCT-SUB)
               MOVE 'SAVINGS' TO SBP-ACCOUNT-TYPE
           ELSE
               MOVE 'CHECKING' TO SBP-ACCOUNT-TYPE
           END-IF
           MOVE 'ACCT ENDS ' TO SBP-ACCOUNT-LABEL
           MOVE 0 TO WS-ACCT-LENGTH
           INSPECT DD-ACCOUNT-NUMBER (WS-ACCT-SUB)
               TALLYING WS-ACCT-LENGTH FOR CHARACTERS
               BEFORE INITIAL SPACE
           IF WS-ACCT-LENGTH < 4
               MOVE DD-ACCOUNT-NUMBER (WS-ACCT-SUB) TO
                   SBP-ACCOUNT-LAST-FOUR
           ELSE
               MOVE DD-ACCOUNT-NUMBER (WS-ACCT-SUB)
                   (WS-ACCT-LENGTH - 3:4) TO SBP-ACCOUNT-LAST-FOUR
           END-IF
           WRITE STUB-RECORD FROM STUB-PAYMENT-LINE
               AFTER ADVANCING 1
           .

       42-COMPUTE-NET-PAY.
           MOVE 0 TO WS-DEDUCTION-TOTAL
           PERFORM 47-FIND-YTD-ENTRY
           MOVE WS-GROSS-PAY TO WS-REGULAR-PAY
           MOVE 0 TO WS-RETRO-PAY
           MOVE 0 TO WS-RETRO-LINES
           IF YT-IDX > 0 AND WS-RETRO-COUNT > 0
               PERFORM 69-COMPUTE-RETRO-PAY
           END-IF
           ADD WS-RETRO-PAY TO WS-GROSS-PAY
               ON SIZE ERROR
                   DISPLAY 'RETRO PAY FOR ' SW-EMP-ID
                       ' OVERFLOWS THE GROSS - NOT PAID'
                   MOVE 0 TO ANL-RAISE-DATE
                   MOVE 'RETRO PAY ABOVE NOT PAID - OVERFLOWS THE GROSS'
                       TO ANL-MESSAGE
                   MOVE WS-RETRO-PAY TO ANL-RETRO-PAY
                   PERFORM 76-WRITE-AUDIT-NOT-PAID-LINE
                   MOVE 0 TO WS-RETRO-PAY
               NOT ON SIZE ERROR
                   IF WS-RETRO-PAY > 0
                       ADD 1 TO TF-RETRO-COUNT
                       ADD WS-RETRO-PAY TO TF-RETRO-TOTAL
                       ADD WS-RETRO-LINES TO TF-RETRO-LINE-COUNT
                   END-IF
           END-ADD
           PERFORM 44-WRITE-STUB-HEADER
           PERFORM 43-APPLY-ONE-DEDUCTION
               VARYING WS-DED-SUB FROM 1 BY 1
               END-IF
               ADD WS-ONE-DEDUCTION TO WS-DEDUCTION-TOTAL
               PERFORM 45-WRITE-STUB-DEDUCTION-LINE
               IF WS-ONE-DEDUCTION > 0
                   MOVE 'D' TO PD-RECORD-TYPE
                   MOVE WS-DED-CODE (WS-DED-SUB) TO PD-DED-CODE
                   MOVE WS-ONE-DEDUCTION TO PD-AMOUNT
                   PERFORM 75-WRITE-DISTRIBUTION-RECORD
               END-IF
               IF YT-IDX > 0
                   PERFORM 48-POST-YTD-DEDUCTION
               END-IF
           WRITE STUB-RECORD FROM STUB-HEADING-LINE
               AFTER ADVANCING 1
           MOVE WS-GROSS-PAY TO SBG-GROSS-PAY
           IF WS-RETRO-PAY > 0
               MOVE 'REGULAR PAY' TO SBE-EARNINGS-LABEL
               MOVE WS-REGULAR-PAY TO SBE-AMOUNT
               WRITE STUB-RECORD FROM STUB-EARNINGS-LINE
                   AFTER ADVANCING 2
               MOVE 'RETRO PAY' TO SBE-EARNINGS-LABEL
               MOVE WS-RETRO-PAY TO SBE-AMOUNT
               WRITE STUB-RECORD FROM STUB-EARNINGS-LINE
                   AFTER ADVANCING 1
               WRITE STUB-RECORD FROM STUB-GROSS-LINE
                   AFTER ADVANCING 1
           ELSE
               WRITE STUB-RECORD FROM STUB-GROSS-LINE
                   AFTER ADVANCING 2
           END-IF
           .

       45-WRITE-STUB-DEDUCTION-LINE.
           WRITE REPORT-RECORD FROM TOTAL-LINE-TWO
               AFTER ADVANCING PROPER-SPACING

           MOVE TF-DEPOSIT-COUNT TO TL3-DEPOSIT-COUNT
           MOVE TF-PRENOTE-COUNT TO TL3-PRENOTE-COUNT
           MOVE TF-CHECK-COUNT TO TL3-CHECK-COUNT
           MOVE TF-CHECK-TOTAL TO TL3-CHECK-TOTAL
           WRITE REPORT-RECORD FROM TOTAL-LINE-THREE
               AFTER ADVANCING PROPER-SPACING

           MOVE TF-RETRO-COUNT TO TL4-RETRO-COUNT
           MOVE TF-RETRO-TOTAL TO TL4-RETRO-TOTAL
           WRITE REPORT-RECORD FROM TOTAL-LINE-FOUR
               AFTER ADVANCING PROPER-SPACING

           MOVE TF-RETRO-LINE-COUNT TO ATL-LINE-COUNT
           MOVE TF-RETRO-COUNT TO ATL-RETRO-COUNT
           MOVE TF-RETRO-TOTAL TO ATL-RETRO-TOTAL
           WRITE RETRO-AUDIT-RECORD FROM AUDIT-TOTAL-LINE
               AFTER ADVANCING 2

           PERFORM 53-WRITE-YTD-FILE
           IF DD-WAS-CHANGED
               PERFORM 63-WRITE-DIRECT-DEPOSIT-FILE
           END-IF

           CLOSE PAYROLL-REPORT-FILE
               DISBURSEMENT-FILE
               PAY-STUB-FILE
               RETRO-AUDIT-FILE
               PAY-DISTRIBUTION-FILE
           STOP RUN
           .

           MOVE WS-YT-DED-AMOUNT (YT-IDX WS-BKT-SUB) TO
               YE-DED-YTD-AMOUNT (WS-BKT-SUB)
           .

       63-WRITE-DIRECT-DEPOSIT-FILE.
           OPEN OUTPUT DIRECT-DEPOSIT-FILE
           PERFORM 64-WRITE-ONE-DD-RECORD
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DD-COUNT
           CLOSE DIRECT-DEPOSIT-FILE
           .

       64-WRITE-ONE-DD-RECORD.
           WRITE DIRECT-DEPOSIT-FILE-RECORD FROM
               WS-DD-ENTRY (WS-DED-SUB)
           .

      *    ONLY RAISES APPLIED SINCE THE START OF LAST YEAR CAN STILL BE
      *    OWED RETRO, SO OLDER HISTORY IS PASSED OVER.  CS370PROGRAM2
      *    WRITES A RAISE AS A CURR SALARY RECORD FOLLOWED AT ONCE BY
      *    ITS RAISE DATE RECORD.
       65-LOAD-SALARY-HISTORY.
           COMPUTE WS-RETRO-CUTOFF-DATE = (WS-RUN-YEAR - 1) * 10000
           OPEN INPUT SALARY-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00' AND
               WS-HISTORY-STATUS NOT = '05'
               DISPLAY 'SALARY HISTORY ' WS-HISTORY-FILE-NAME
                   ' NOT AVAILABLE - NO RETRO PAY THIS RUN'
               MOVE 'N' TO HISTORY-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-HISTORY-DATA
               READ SALARY-HISTORY-FILE
                   AT END
                       MOVE 'N' TO HISTORY-EOF-FLAG
                   NOT AT END
                       IF SH-RUN-DATE NUMERIC AND
                           SH-RUN-DATE > WS-RETRO-CUTOFF-DATE
                           PERFORM 66-PAIR-SALARY-HISTORY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS NOT = '35'
               CLOSE SALARY-HISTORY-FILE
           END-IF
           .

       66-PAIR-SALARY-HISTORY.
           EVALUATE TRUE
               WHEN SH-FIELD-NAME = 'CURR SALARY' AND
                   SH-TRANS-CODE = 'C'
                   MOVE 'N' TO SALARY-PENDING-FLAG
                   MOVE SH-OLD-VALUE TO WS-SALARY-TEXT
                   IF WS-ST-DOLLARS NUMERIC AND WS-ST-CENTS NUMERIC
                       COMPUTE WS-PS-OLD-SALARY =
                           WS-ST-DOLLARS + WS-ST-CENTS / 100
                       MOVE SH-NEW-VALUE TO WS-SALARY-TEXT
                       IF WS-ST-DOLLARS NUMERIC AND
                           WS-ST-CENTS NUMERIC
                           COMPUTE WS-PS-NEW-SALARY =
                               WS-ST-DOLLARS + WS-ST-CENTS / 100
                           MOVE SH-EMP-ID TO WS-PS-EMP-ID
                           MOVE SH-RUN-DATE TO WS-PS-RUN-DATE
                           MOVE 'Y' TO SALARY-PENDING-FLAG
                       END-IF
                   END-IF
               WHEN SH-FIELD-NAME = 'RAISE DATE' AND
                   SALARY-CHANGE-PENDING AND
                   SH-EMP-ID = WS-PS-EMP-ID AND
                   SH-RUN-DATE = WS-PS-RUN-DATE
                   MOVE 'N' TO SALARY-PENDING-FLAG
                   MOVE SH-NEW-VALUE (1:8) TO WS-RAISE-DATE-TEXT
                   IF WS-RAISE-DATE-TEXT NUMERIC
                       PERFORM 67-STORE-RETRO-ENTRY
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO SALARY-PENDING-FLAG
           END-EVALUATE
           .

      *    ONLY A RAISE DATED BEFORE THE NIGHT IT WAS APPLIED CAN HAVE
      *    BEEN MISSED BY A PAY RUN.  A CUT IN PAY IS NOT CLAWED BACK.
       67-STORE-RETRO-ENTRY.
           IF WS-RAISE-DATE-N > 0 AND
               WS-RAISE-DATE-N < WS-PS-RUN-DATE AND
               WS-PS-NEW-SALARY > WS-PS-OLD-SALARY
               IF WS-RETRO-COUNT >= 500
                   DISPLAY 'RETRO TABLE FULL - UNABLE TO RECORD '
                       WS-PS-EMP-ID ' RAISE OF ' WS-RAISE-DATE-N
               ELSE
                   ADD 1 TO WS-RETRO-COUNT
                   MOVE WS-PS-EMP-ID TO WS-RT-EMP-ID (WS-RETRO-COUNT)
                   MOVE WS-PS-RUN-DATE TO
                       WS-RT-RUN-DATE (WS-RETRO-COUNT)
                   MOVE WS-RAISE-DATE-N TO
                       WS-RT-RAISE-DATE (WS-RETRO-COUNT)
                   MOVE WS-PS-OLD-SALARY TO
                       WS-RT-OLD-SALARY (WS-RETRO-COUNT)
                   MOVE WS-PS-NEW-SALARY TO
                       WS-RT-NEW-SALARY (WS-RETRO-COUNT)
               END-IF
           END-IF
           .

       69-COMPUTE-RETRO-PAY.
           PERFORM 70-RETRO-ONE-RAISE
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RETRO-COUNT
           .

      *    THE RAISE IS OWED RETRO ONLY ON THE FIRST PAY RUN AFTER IT
      *    WAS APPLIED - ONCE THIS RUN POSTS, THE LAST PAY DATE IS PAST
      *    THE APPLIED DATE AND THE RAISE IS NOT PICKED UP AGAIN.
       70-RETRO-ONE-RAISE.
           IF WS-RT-EMP-ID (WS-RT-SUB) = SW-EMP-ID AND
               WS-RT-RUN-DATE (WS-RT-SUB) >
                   WS-YT-LAST-PAY-DATE (YT-IDX) AND
               WS-RT-RAISE-DATE (WS-RT-SUB) NOT >
                   WS-YT-LAST-PAY-DATE (YT-IDX)
               PERFORM 71-COUNT-MISSED-PERIODS
               IF WS-MISSED-PERIODS > WS-YT-PERIODS (YT-IDX)
                   MOVE WS-YT-PERIODS (YT-IDX) TO WS-MISSED-PERIODS
               END-IF
               IF WS-MISSED-PERIODS > 0
                   COMPUTE WS-RETRO-PER-PERIOD ROUNDED =
                       (WS-RT-NEW-SALARY (WS-RT-SUB) -
                        WS-RT-OLD-SALARY (WS-RT-SUB)) / WS-PAY-PERIODS
                       ON SIZE ERROR
                           MOVE 0 TO WS-RETRO-PER-PERIOD
                   END-COMPUTE
                   COMPUTE WS-RETRO-ONE-RAISE =
                       WS-RETRO-PER-PERIOD * WS-MISSED-PERIODS
                       ON SIZE ERROR
                           MOVE 0 TO WS-RETRO-ONE-RAISE
                   END-COMPUTE
                   ADD WS-RETRO-ONE-RAISE TO WS-RETRO-PAY
                       ON SIZE ERROR
                           DISPLAY 'RETRO PAY FOR ' SW-EMP-ID
                               ' RAISE OF ' WS-RT-RAISE-DATE (WS-RT-SUB)
                               ' OVERFLOWS - NOT PAID'
                           MOVE WS-RT-RAISE-DATE (WS-RT-SUB) TO
                               ANL-RAISE-DATE
                           MOVE
                           'RETRO NOT PAID - OVERFLOWS THE RETRO TOTAL'
                               TO ANL-MESSAGE
                           MOVE WS-RETRO-ONE-RAISE TO ANL-RETRO-PAY
                           PERFORM 76-WRITE-AUDIT-NOT-PAID-LINE
                       NOT ON SIZE ERROR
                           PERFORM 72-WRITE-AUDIT-LINE
                   END-ADD
               END-IF
           END-IF
           .

       71-COUNT-MISSED-PERIODS.
           MOVE 0 TO WS-MISSED-PERIODS
           MOVE WS-RT-RAISE-DATE (WS-RT-SUB) TO WS-PERIOD-FROM-DATE
           MOVE WS-YT-LAST-PAY-DATE (YT-IDX) TO WS-PERIOD-THRU-DATE
           IF PAY-MODE-MONTHLY
               COMPUTE WS-MISSED-PERIODS =
                   (WS-PT-YYYY - WS-PF-YYYY) * 12
                   + WS-PT-MM - WS-PF-MM
               IF WS-PT-DD NOT < WS-PF-DD
                   ADD 1 TO WS-MISSED-PERIODS
               END-IF
           ELSE
               MOVE WS-PERIOD-FROM-DATE TO DC-FROM-DATE
               MOVE WS-PERIOD-THRU-DATE TO DC-THRU-DATE
               CALL 'CS370DAYCOUNT' USING DAYCOUNT-PARM
               IF DC-RESULT-CODE = '0' AND DC-CALENDAR-DAYS NOT < 0
                   DIVIDE DC-CALENDAR-DAYS BY 14
                       GIVING WS-MISSED-PERIODS
                   ADD 1 TO WS-MISSED-PERIODS
               ELSE
                   DISPLAY 'RETRO FOR ' SW-EMP-ID ' RAISE DATE '
                       WS-PERIOD-FROM-DATE ' OR LAST PAY DATE '
                       WS-PERIOD-THRU-DATE ' NOT A GOOD DATE - '
                       'NO RETRO FIGURED'
               END-IF
           END-IF
           .

      *    THE LINE IS COUNTED AS PAID ONLY ONCE THE RETRO IS IN THE
      *    GROSS (SEE 42-COMPUTE-NET-PAY).
       72-WRITE-AUDIT-LINE.
           ADD 1 TO WS-RETRO-LINES
           MOVE SW-STORE-ID TO ADL-STORE-ID
           MOVE SW-EMP-ID TO ADL-EMP-ID
           MOVE SW-LAST-NAME TO ADL-LAST-NAME
           MOVE SW-FIRST-NAME TO ADL-FIRST-NAME
           MOVE WS-RT-RAISE-DATE (WS-RT-SUB) TO ADL-RAISE-DATE
           MOVE WS-RT-RUN-DATE (WS-RT-SUB) TO ADL-APPLIED-DATE
           MOVE WS-MISSED-PERIODS TO ADL-PERIODS
           MOVE WS-RT-OLD-SALARY (WS-RT-SUB) TO ADL-OLD-SALARY
           MOVE WS-RT-NEW-SALARY (WS-RT-SUB) TO ADL-NEW-SALARY
           MOVE WS-RETRO-PER-PERIOD TO ADL-PER-PERIOD
           MOVE WS-RETRO-ONE-RAISE TO ADL-RETRO-PAY
           WRITE RETRO-AUDIT-RECORD FROM AUDIT-DETAIL-LINE
               AFTER ADVANCING 1
           .

       73-AUDIT-HEADER-ROUTINE.
           WRITE RETRO-AUDIT-RECORD FROM HEADING-ONE
               AFTER ADVANCING 1
           WRITE RETRO-AUDIT-RECORD FROM AUDIT-HEADING-TWO
               AFTER ADVANCING 2
           WRITE RETRO-AUDIT-RECORD FROM HEADING-THREE
               AFTER ADVANCING 2
           WRITE RETRO-AUDIT-RECORD FROM HEADING-MODE-LINE
               AFTER ADVANCING 2
           WRITE RETRO-AUDIT-RECORD FROM AUDIT-HEADING-FOUR
               AFTER ADVANCING 2
           WRITE RETRO-AUDIT-RECORD FROM AUDIT-BLANK-LINE
               AFTER ADVANCING 1
           .

      *    THE GROSS IS CHARGED TO THE STORE AND POSITION; THE
      *    DEDUCTION RECORDS ARE WRITTEN AS EACH ONE IS TAKEN.
       74-WRITE-PAY-DISTRIBUTION.
           MOVE 'G' TO PD-RECORD-TYPE
           MOVE SPACES TO PD-DED-CODE
           MOVE WS-GROSS-PAY TO PD-AMOUNT
           PERFORM 75-WRITE-DISTRIBUTION-RECORD
           MOVE 'N' TO PD-RECORD-TYPE
           MOVE SPACES TO PD-DED-CODE
           MOVE WS-NET-PAY TO PD-AMOUNT
           PERFORM 75-WRITE-DISTRIBUTION-RECORD
           .

       75-WRITE-DISTRIBUTION-RECORD.
           MOVE SW-EMP-ID TO PD-EMP-ID
           MOVE SW-STORE-ID TO PD-STORE-ID
           MOVE SW-POSITION TO PD-POSITION
           MOVE WS-SYSTEM-DATE TO PD-PAY-DATE
           WRITE PAY-DISTRIBUTION-RECORD
           .

       76-WRITE-AUDIT-NOT-PAID-LINE.
           MOVE SW-STORE-ID TO ANL-STORE-ID
           MOVE SW-EMP-ID TO ANL-EMP-ID
           MOVE SW-LAST-NAME TO ANL-LAST-NAME
           MOVE SW-FIRST-NAME TO ANL-FIRST-NAME
           WRITE RETRO-AUDIT-RECORD FROM AUDIT-NOT-PAID-LINE
               AFTER ADVANCING 1
           .
