       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM19.
       AUTHOR. P W ASKEW.
      ******************************************************************
      * This program is the final pay run for separated employees.
      * Once CS370PROGRAM2 sets an employee's status to 'S' the pay
      * run simply stops paying them, so the days they worked after
      * the last pay date, up to the separation date, were never
      * paid through the system, and neither was the unused vacation
      * CS370PROGRAM13 carries for them.  This run finds every
      * separated employee not yet paid through the separation date,
      * prorates the last period by working days, pays out the
      * remaining vacation days at the daily rate, takes the
      * deductions the pay run would take, and pays the net by paper
      * check with a final pay register and stub.  The pay rolls
      * into the year-to-date earnings file like any other pay, and
      * only then is the vacation balance record closed.
      * ******
      * INPUT:
      *    The run region's employee master (see EMPREC.CPY and
      *        CS370GETREGN) - PR1FA21-Knox.txt for the Knox region.
      *    <prefix>-Payroll-Parm.txt - the pay mode, as read by
      *        CS370PROGRAM5 (B=biweekly, M=monthly).  A missing or
      *        empty parameter file is biweekly.
      *    <prefix>-Deduction-Master.txt - the per-employee deduction
      *        master, as read by CS370PROGRAM5.
      *    <prefix>-YTD-Earnings.txt - the region's year-to-date
      *        earnings file (see YTDEARN.CPY).  May be missing.
      *    <prefix>-Vacation-Balance.txt - the region's vacation
      *        balance file (see VACBAL.CPY).  May be missing.
      * *******
      * OUTPUT:
      *    <prefix>-Final-Pay-Register - every final payment with the
      *        separation date, the working days and pay for the last
      *        period, the vacation days and pay, gross, deductions
      *        and net, every separated employee held back and why,
      *        and the run totals.
      *    <prefix>-Final-Pay-Stubs - the printed stub for each final
      *        payment: period pay and vacation pay shown separately,
      *        gross, every deduction and net.
      *    <prefix>-Final-Pay-Disbursement.txt - one paper check item
      *        (C, split 0) per final payment in the disbursement
      *        layout (see DISBREC.CPY), dated today.
      *    <prefix>-YTD-Earnings.txt - rewritten with the final pay
      *        rolled forward when anything was paid.  The last pay
      *        date becomes today, so a rerun pays nothing twice.
      *    <prefix>-Vacation-Balance.txt - rewritten without the
      *        records of the employees paid out by this run.
      *    <prefix>-Off-Cycle-Distribution.txt - one gross (G), one
      *        record per deduction withheld (D) and one net (N)
      *        record (see PAYDIST.CPY) added for every final
      *        payment, for the next GL labor-cost journal
      *        (CS370PROGRAM20).
      * *******
      * EDITS
      *    ONLY STATUS 'S' EMPLOYEES ARE LOOKED AT.  THE SEPARATION
      *    DATE MUST BE A GOOD DATE AND NOT AFTER TODAY - A FUTURE
      *    SEPARATION IS HELD UNTIL THE DATE ARRIVES.  THE SALARY MUST
      *    BE NUMERIC.  AN EMPLOYEE ALREADY PAID THROUGH THE
      *    SEPARATION DATE WITH NO VACATION RECORD LEFT HAS NOTHING
      *    DUE AND IS ONLY COUNTED.
      * *******
      * CALCULATIONS
      *    DAILY RATE = EMP-CURRENT-SALARY / 260, ROUNDED
      *    THE LAST PERIOD RUNS FROM THE DAY AFTER THE EMPLOYEE'S
      *        LAST PAY DATE ON THE YTD FILE THROUGH THE SEPARATION
      *        DATE.  WITH NO PAY ON FILE IT RUNS FROM THE DAY AFTER
      *        THE REGION'S LATEST PAY DATE (OR FROM JANUARY 1 IF
      *        NOTHING HAS BEEN PAID THIS YEAR), BUT NEVER BEFORE THE
      *        HIRE DATE.  SEPARATIONS FROM BEFORE THE YEAR-END CLOSE
      *        MUST BE PAID BEFORE THE CLOSE RUNS.
      *    PERIOD DAYS = MONDAY THROUGH FRIDAY DAYS IN THAT SPAN
      *        (SEE CS370DAYCOUNT)
      *    PERIOD PAY = DAILY RATE * PERIOD DAYS, NO MORE THAN ONE
      *        FULL PERIOD'S GROSS (SALARY / 26 OR / 12, ROUNDED)
      *    VACATION DAYS = ENTITLED + CARRIED - TAKEN, NOT BELOW ZERO
      *    VACATION PAY = DAILY RATE * VACATION DAYS
      *    GROSS = PERIOD PAY + VACATION PAY
      *    DEDUCTIONS ARE TAKEN AS IN CS370PROGRAM5 - FLAT = THE
      *        AMOUNT AS KEYED, PERCENT = GROSS * AMOUNT / 100,
      *        ROUNDED, EACH CAPPED AT THE GROSS STILL REMAINING
      *    NET = GROSS - TOTAL DEDUCTIONS
      *    A FINAL PAYMENT WITH PERIOD PAY COUNTS AS ONE PERIOD PAID
      *        ON THE YTD FILE; A VACATION-ONLY PAYMENT DOES NOT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE
               ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT PAYROLL-PARM-FILE
               ASSIGN TO DYNAMIC WS-PARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DEDUCTION-MASTER-FILE
               ASSIGN TO DYNAMIC WS-DEDUCT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-STATUS.
           SELECT OPTIONAL YTD-EARNINGS-FILE
               ASSIGN TO DYNAMIC WS-YTD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT OPTIONAL VACATION-BALANCE-FILE
               ASSIGN TO DYNAMIC WS-VACATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VACATION-STATUS.
           SELECT FINAL-DISB-FILE
               ASSIGN TO DYNAMIC WS-DISB-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINAL-REGISTER-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME.
           SELECT FINAL-STUB-FILE
               ASSIGN TO DYNAMIC WS-STUB-FILE-NAME.
           SELECT OPTIONAL PAY-DISTRIBUTION-FILE
               ASSIGN TO DYNAMIC WS-DIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYEE-FILE
           RECORD CONTAINS 75 CHARACTERS.

       COPY EMPREC.

       FD PAYROLL-PARM-FILE
           RECORD CONTAINS 1 CHARACTERS.

       01  PAYROLL-PARM-RECORD.
           05  PP-PAY-MODE             PIC X(1).

       FD DEDUCTION-MASTER-FILE
           RECORD CONTAINS 16 CHARACTERS.

       01  DEDUCTION-MASTER-RECORD.
           05  DM-EMP-ID               PIC X(5).
           05  DM-DED-CODE             PIC X(3).
           05  DM-METHOD               PIC X(1).
           05  DM-AMOUNT               PIC 9(5)V99.

       FD YTD-EARNINGS-FILE
           RECORD CONTAINS 111 CHARACTERS.

       COPY YTDEARN.

       FD VACATION-BALANCE-FILE
           RECORD CONTAINS 20 CHARACTERS.

       COPY VACBAL.

       FD FINAL-DISB-FILE
           RECORD CONTAINS 73 CHARACTERS.

       COPY DISBREC.

       FD FINAL-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  REPORT-RECORD               PIC X(132).

       FD FINAL-STUB-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  STUB-RECORD                 PIC X(132).

       FD PAY-DISTRIBUTION-FILE
           RECORD CONTAINS 32 CHARACTERS.

       COPY PAYDIST.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                PIC X           VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  DEDUCT-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-DEDUCT-DATA                  VALUE 'N'.
           05  YTD-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-YTD-DATA                     VALUE 'N'.
           05  VACATION-EOF-FLAG       PIC X           VALUE ' '.
               88 NO-MORE-VACATION-DATA                VALUE 'N'.
           05  BUCKET-POSTED-FLAG      PIC X           VALUE 'N'.
               88 BUCKET-WAS-POSTED                    VALUE 'Y'.
           05  REGION-FOUND-FLAG       PIC X           VALUE 'N'.
               88 REGION-WAS-FOUND                     VALUE 'Y'.
           05  WS-PAY-MODE             PIC X           VALUE 'B'.
               88 PAY-MODE-MONTHLY                     VALUE 'M'.

       01  WS-EMPLOYEE-STATUS          PIC XX          VALUE '00'.
       01  WS-PARM-STATUS              PIC XX          VALUE '00'.
       01  WS-SYSTEM-DATE              PIC 9(8)        VALUE 0.
       01  WS-PAY-PERIODS              PIC 9(2)        VALUE 26.
       01  WS-HOLD-REASON              PIC X(20)       VALUE SPACES.

      *********************     DATE EDIT PARM     *********************
       COPY DATEEDIT.

      *********************     DAY COUNT PARM     *********************
       COPY DAYCOUNT.

      *********************     FINAL PAY WORK AREA     ****************
       01  WS-LAST-PAY-DATE            PIC 9(8)        VALUE 0.
       01  WS-REGION-LAST-PAY-DATE     PIC 9(8)        VALUE 0.
       01  WS-PERIOD-AFTER-DATE        PIC 9(8)        VALUE 0.
       01  WS-DAILY-RATE               PIC 9(5)V99     VALUE 0.
       01  WS-PERIOD-GROSS             PIC 9(5)V99     VALUE 0.
       01  WS-PERIOD-DAYS              PIC 9(6)        VALUE 0.
       01  WS-PERIOD-PAY               PIC 9(5)V99     VALUE 0.
       01  WS-VACATION-DAYS            PIC S9(3)       VALUE +0.
       01  WS-VACATION-PAY             PIC 9(5)V99     VALUE 0.
       01  WS-GROSS-PAY                PIC 9(5)V99     VALUE 0.
       01  WS-PERIOD-NOTE              PIC X(20)       VALUE SPACES.

      *********************     DEDUCTION WORK AREA     ****************
       01  WS-DEDUCT-STATUS            PIC XX          VALUE '00'.
       01  WS-DEDUCTION-TOTAL          PIC 9(5)V99     VALUE 0.
       01  WS-ONE-DEDUCTION            PIC 9(5)V99     VALUE 0.
       01  WS-NET-PAY                  PIC 9(5)V99     VALUE 0.
       01  WS-DED-SUB                  PIC S9(4)       VALUE +0.
       01  WS-DED-COUNT                PIC 9(4)        VALUE 0.
       01  WS-DEDUCTION-TABLE.
           05  WS-DEDUCTION-ENTRY OCCURS 500 TIMES.
               10  WS-DED-EMP-ID       PIC X(5).
               10  WS-DED-CODE         PIC X(3).
               10  WS-DED-METHOD       PIC X(1).
               10  WS-DED-AMOUNT       PIC 9(5)V99.

      *********************     YTD EARNINGS TABLE     *****************
       01  WS-YTD-STATUS               PIC XX          VALUE '00'.
       01  WS-RUN-YEAR                 PIC 9(4)        VALUE 0.
       01  WS-BKT-SUB                  PIC S9(4)       VALUE +0.
       01  WS-YTD-COUNT                PIC 9(4)        VALUE 0.
       01  WS-YTD-TABLE.
           05  WS-YTD-ENTRY OCCURS 1000 TIMES
                   INDEXED BY YT-IDX.
               10  WS-YT-EMP-ID        PIC X(5)        VALUE SPACES.
               10  WS-YT-STORE-ID      PIC A(4)        VALUE SPACES.
               10  WS-YT-YEAR          PIC 9(4)        VALUE 0.
               10  WS-YT-GROSS         PIC 9(7)V99     VALUE 0.
               10  WS-YT-DEDUCTIONS    PIC 9(7)V99     VALUE 0.
               10  WS-YT-NET           PIC 9(7)V99     VALUE 0.
               10  WS-YT-PERIODS       PIC 9(3)        VALUE 0.
               10  WS-YT-LAST-PAY-DATE PIC 9(8)        VALUE 0.
               10  WS-YT-BUCKET OCCURS 5 TIMES.
                   15  WS-YT-DED-CODE  PIC X(3)        VALUE SPACES.
                   15  WS-YT-DED-AMOUNT
                                       PIC 9(7)V99     VALUE 0.

      *********************     VACATION BALANCE TABLE     ************
       01  WS-VACATION-STATUS          PIC XX          VALUE '00'.
       01  WS-VAC-SUB                  PIC S9(4)       VALUE +0.
       01  WS-VACATION-COUNT           PIC 9(4)        VALUE 0.
       01  WS-VACATION-TABLE.
           05  WS-VACATION-ENTRY OCCURS 1000 TIMES
                   INDEXED BY VB-IDX.
               10  WS-VB-RECORD        PIC X(20)       VALUE SPACES.
               10  WS-VB-CLOSED        PIC X(1)        VALUE 'N'.

      *********************     REGION / RUN SETUP     *****************
       COPY GETREGN.

       01  WS-RUN-FILE-NAMES.
           05  WS-MASTER-FILE-NAME      PIC X(40)      VALUE SPACES.
           05  WS-PARM-FILE-NAME        PIC X(40)      VALUE SPACES.
           05  WS-DEDUCT-FILE-NAME      PIC X(40)      VALUE SPACES.
           05  WS-YTD-FILE-NAME         PIC X(40)      VALUE SPACES.
           05  WS-VACATION-FILE-NAME    PIC X(40)      VALUE SPACES.
           05  WS-DISB-FILE-NAME        PIC X(40)      VALUE SPACES.
           05  WS-REPORT-FILE-NAME      PIC X(40)      VALUE SPACES.
           05  WS-STUB-FILE-NAME        PIC X(40)      VALUE SPACES.
           05  WS-DIST-FILE-NAME        PIC X(40)      VALUE SPACES.

       01  WS-RUN-MODE                 PIC X(4)        VALUE SPACES.
       01  WS-REGION-SLOT              PIC 9(2)        VALUE 0.

       01  TOTAL-FIELDS.
           05  TF-FINAL-COUNT          PIC 9(6)        VALUE 0.
           05  TF-PERIOD-PAY           PIC S9(9)V99    VALUE +0.
           05  TF-VACATION-PAY         PIC S9(9)V99    VALUE +0.
           05  TF-GROSS-PAY            PIC S9(9)V99    VALUE +0.
           05  TF-DEDUCTIONS           PIC S9(9)V99    VALUE +0.
           05  TF-NET-PAY              PIC S9(9)V99    VALUE +0.
           05  TF-CLOSED-COUNT         PIC 9(6)        VALUE 0.
           05  TF-HELD-COUNT           PIC 9(6)        VALUE 0.
           05  TF-NOTHING-DUE-COUNT    PIC 9(6)        VALUE 0.

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
           05                          PIC X(27)       VALUE SPACES.
           05                          PIC X(18)       VALUE
                                       'FINAL PAY REGISTER'.

       01  HEADING-THREE.
           05                          PIC X(31)       VALUE SPACES.
           05  H3-CITY                 PIC X(20).

       01  HEADING-MODE-LINE.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       'PAY MODE: '.
           05  HML-PAY-MODE            PIC X(8).

       01  HEADING-FOUR.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'EMP'.
           05                          PIC X(4)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'STORE'.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                                                       'LAST NAME'.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       'SEPARATED '.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'DAYS'.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       'PERIOD PAY'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'VAC '.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       '   VAC PAY'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       '     GROSS'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       'DEDUCTIONS'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       '       NET'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'NOTE'.

       01  DETAIL-LINE.
           05                          PIC X(1)        VALUE SPACES.
           05  DL-EMP-ID               PIC X(5).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-STORE-ID             PIC X(4).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-LAST-NAME            PIC X(10).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-SEPARATION-DATE      PIC 9999/99/99
                                           BLANK WHEN ZERO.
           05                          PIC X(2)        VALUE SPACES.
           05  DL-PERIOD-DAYS          PIC ZZ9.
           05                          PIC X(2)        VALUE SPACES.
           05  DL-PERIOD-PAY           PIC $ZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                          PIC X(2)        VALUE SPACES.
           05  DL-VACATION-DAYS        PIC ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05  DL-VACATION-PAY         PIC $ZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                          PIC X(2)        VALUE SPACES.
           05  DL-GROSS-PAY            PIC $ZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                          PIC X(2)        VALUE SPACES.
           05  DL-DEDUCTIONS           PIC $ZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                          PIC X(2)        VALUE SPACES.
           05  DL-NET-PAY              PIC $ZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                          PIC X(2)        VALUE SPACES.
           05  DL-NOTE                 PIC X(20).

       01  TOTAL-LINE-ONE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(16)       VALUE
                                       'FINAL PAYMENTS: '.
           05  TL1-FINAL-COUNT         PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(12)       VALUE
                                                   'PERIOD PAY: '.
           05  TL1-PERIOD-PAY          PIC $99,999,999.99.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(14)       VALUE
                                                   'VACATION PAY: '.
           05  TL1-VACATION-PAY        PIC $99,999,999.99.

       01  TOTAL-LINE-TWO.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'GROSS: '.
           05  TL2-GROSS-PAY           PIC $99,999,999.99.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(12)       VALUE
                                                   'DEDUCTIONS: '.
           05  TL2-DEDUCTIONS          PIC $99,999,999.99.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'NET: '.
           05  TL2-NET-PAY             PIC $99,999,999.99.

       01  TOTAL-LINE-THREE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(26)       VALUE
                                       'VACATION BALANCES CLOSED: '.
           05  TL3-CLOSED-COUNT        PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'HELD: '.
           05  TL3-HELD-COUNT          PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(23)       VALUE
                                       'SEPARATED, NOTHING DUE:'.
           05  TL3-NOTHING-DUE-COUNT   PIC ZZZ,ZZ9.

      *********************    PAY STUB AREA     ***********************

       01  STUB-SEPARATOR-LINE.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(60)       VALUE ALL '-'.

       01  STUB-HEADING-LINE.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                                                       'EMPLOYEE '.
           05  SBH-EMP-ID              PIC X(5).
           05                          PIC X(2)        VALUE SPACES.
           05  SBH-FIRST-NAME          PIC X(10).
           05                          PIC X(1)        VALUE SPACES.
           05  SBH-LAST-NAME           PIC X(10).
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'STORE '.
           05  SBH-STORE-ID            PIC A(4).
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                                                       'PAY DATE '.
           05  SBH-PAY-DATE            PIC 9999/99/99.

       01  STUB-FINAL-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(23)       VALUE
                                       'FINAL PAY - SEPARATED '.
           05  SBF-SEPARATION-DATE     PIC 9999/99/99.

       01  STUB-EARNINGS-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05  SBE-EARNINGS-LABEL      PIC X(13).
           05  SBE-AMOUNT              PIC $99,999.99.
           05                          PIC X(3)        VALUE SPACES.
           05  SBE-DAYS                PIC ZZ9.
           05                          PIC X(5)        VALUE ' DAYS'.

       01  STUB-GROSS-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(13)       VALUE
                                                   'GROSS PAY    '.
           05  SBG-GROSS-PAY           PIC $99,999.99.

       01  STUB-DEDUCTION-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05  SBD-DED-CODE            PIC X(3).
           05                          PIC X(10)       VALUE SPACES.
           05  SBD-AMOUNT              PIC $99,999.99.

       01  STUB-NET-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(13)       VALUE
                                                   'NET PAY      '.
           05  SBN-NET-PAY             PIC $99,999.99.

       01  STUB-PAYMENT-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(13)       VALUE
                                                   'PAPER CHECK  '.
           05  SBP-AMOUNT              PIC $99,999.99.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-PROCESS-MASTER-FILE
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
           MOVE GR-MASTER-FILE-NAME TO WS-MASTER-FILE-NAME
           MOVE SPACES TO WS-PARM-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Payroll-Parm.txt' DELIMITED BY SIZE
               INTO WS-PARM-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-DEDUCT-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Deduction-Master.txt' DELIMITED BY SIZE
               INTO WS-DEDUCT-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-YTD-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-YTD-Earnings.txt' DELIMITED BY SIZE
               INTO WS-YTD-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-VACATION-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Vacation-Balance.txt' DELIMITED BY SIZE
               INTO WS-VACATION-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-DISB-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Final-Pay-Disbursement.txt' DELIMITED BY SIZE
               INTO WS-DISB-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Final-Pay-Register' DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-STUB-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Final-Pay-Stubs' DELIMITED BY SIZE
               INTO WS-STUB-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-DIST-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Off-Cycle-Distribution.txt' DELIMITED BY SIZE
               INTO WS-DIST-FILE-NAME
           END-STRING
           .

       15-HSKPING-ROUTINE.

           PERFORM 12-GET-REGION-SETUP
           OPEN OUTPUT FINAL-REGISTER-FILE
               FINAL-STUB-FILE
               FINAL-DISB-FILE
           OPEN EXTEND PAY-DISTRIBUTION-FILE
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO H1-DATE
           DIVIDE WS-SYSTEM-DATE BY 10000 GIVING WS-RUN-YEAR
           PERFORM 16-READ-PAYROLL-PARM
           PERFORM 17-LOAD-DEDUCTION-MASTER
           PERFORM 21-LOAD-YTD-TABLE
           PERFORM 24-LOAD-VACATION-TABLE
           PERFORM 20-HEADER-ROUTINE
           .

       16-READ-PAYROLL-PARM.
           OPEN INPUT PAYROLL-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PAYROLL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-PAY-MODE = 'M'
                           MOVE 'M' TO WS-PAY-MODE
                       END-IF
               END-READ
               CLOSE PAYROLL-PARM-FILE
           END-IF
           IF PAY-MODE-MONTHLY
               MOVE 12 TO WS-PAY-PERIODS
               MOVE 'MONTHLY' TO HML-PAY-MODE
           ELSE
               MOVE 26 TO WS-PAY-PERIODS
               MOVE 'BIWEEKLY' TO HML-PAY-MODE
           END-IF
           .

       17-LOAD-DEDUCTION-MASTER.
           OPEN INPUT DEDUCTION-MASTER-FILE
           IF WS-DEDUCT-STATUS NOT = '00'
               DISPLAY 'DEDUCTION MASTER ' WS-DEDUCT-FILE-NAME
                   ' NOT AVAILABLE - FINAL PAY AT GROSS'
               MOVE 'N' TO DEDUCT-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-DEDUCT-DATA
               READ DEDUCTION-MASTER-FILE
                   AT END
                       MOVE 'N' TO DEDUCT-EOF-FLAG
                   NOT AT END
                       PERFORM 18-STORE-DEDUCTION-ENTRY
               END-READ
           END-PERFORM
           IF WS-DEDUCT-STATUS NOT = '35'
               CLOSE DEDUCTION-MASTER-FILE
           END-IF
           .

       18-STORE-DEDUCTION-ENTRY.
           IF DM-EMP-ID = SPACES OR DM-AMOUNT NOT NUMERIC
               CONTINUE
           ELSE
               IF WS-DED-COUNT >= 500
                   DISPLAY 'DEDUCTION TABLE FULL - UNABLE TO RECORD '
                       DM-EMP-ID ' ' DM-DED-CODE
               ELSE
                   ADD 1 TO WS-DED-COUNT
                   MOVE DM-EMP-ID TO WS-DED-EMP-ID (WS-DED-COUNT)
                   MOVE DM-DED-CODE TO WS-DED-CODE (WS-DED-COUNT)
                   MOVE DM-METHOD TO WS-DED-METHOD (WS-DED-COUNT)
                   MOVE DM-AMOUNT TO WS-DED-AMOUNT (WS-DED-COUNT)
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

           WRITE REPORT-RECORD FROM HEADING-MODE-LINE
               AFTER ADVANCING PROPER-SPACING

           WRITE REPORT-RECORD FROM HEADING-FOUR
               AFTER ADVANCING PROPER-SPACING

           MOVE 2 TO PROPER-SPACING
           .

      *    THE LATEST LAST PAY DATE ON THE FILE IS THE REGION'S LAST
      *    PAY RUN - THE START OF THE LAST PERIOD FOR ANYONE WITH NO
      *    PAY OF THEIR OWN ON FILE.
       21-LOAD-YTD-TABLE.
           OPEN INPUT YTD-EARNINGS-FILE
           PERFORM UNTIL NO-MORE-YTD-DATA
               READ YTD-EARNINGS-FILE
                   AT END
                       MOVE 'N' TO YTD-EOF-FLAG
                   NOT AT END
                       PERFORM 22-STORE-YTD-ENTRY
               END-READ
           END-PERFORM
           CLOSE YTD-EARNINGS-FILE
           .

       22-STORE-YTD-ENTRY.
           IF YE-EMP-ID = SPACES
               CONTINUE
           ELSE
               IF WS-YTD-COUNT >= 1000
                   DISPLAY 'YTD EARNINGS TABLE FULL - UNABLE TO '
                       'RECORD ' YE-EMP-ID
               ELSE
                   ADD 1 TO WS-YTD-COUNT
                   SET YT-IDX TO WS-YTD-COUNT
                   MOVE YE-EMP-ID TO WS-YT-EMP-ID (YT-IDX)
                   MOVE YE-STORE-ID TO WS-YT-STORE-ID (YT-IDX)
                   MOVE YE-YEAR TO WS-YT-YEAR (YT-IDX)
                   MOVE YE-YTD-GROSS TO WS-YT-GROSS (YT-IDX)
                   MOVE YE-YTD-DEDUCTIONS TO
                       WS-YT-DEDUCTIONS (YT-IDX)
                   MOVE YE-YTD-NET TO WS-YT-NET (YT-IDX)
                   MOVE YE-PERIODS-PAID TO WS-YT-PERIODS (YT-IDX)
                   MOVE YE-LAST-PAY-DATE TO
                       WS-YT-LAST-PAY-DATE (YT-IDX)
                   IF YE-LAST-PAY-DATE > WS-REGION-LAST-PAY-DATE
                       MOVE YE-LAST-PAY-DATE TO
                           WS-REGION-LAST-PAY-DATE
                   END-IF
                   PERFORM 23-STORE-YTD-BUCKET
                       VARYING WS-BKT-SUB FROM 1 BY 1
                       UNTIL WS-BKT-SUB > 5
               END-IF
           END-IF
           .

       23-STORE-YTD-BUCKET.
           MOVE YE-DED-CODE (WS-BKT-SUB) TO
               WS-YT-DED-CODE (YT-IDX WS-BKT-SUB)
           MOVE YE-DED-YTD-AMOUNT (WS-BKT-SUB) TO
               WS-YT-DED-AMOUNT (YT-IDX WS-BKT-SUB)
           .

       24-LOAD-VACATION-TABLE.
           OPEN INPUT VACATION-BALANCE-FILE
           IF WS-VACATION-STATUS NOT = '00'
               MOVE 'N' TO VACATION-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-VACATION-DATA
               READ VACATION-BALANCE-FILE
                   AT END
                       MOVE 'N' TO VACATION-EOF-FLAG
                   NOT AT END
                       PERFORM 26-STORE-VACATION-ENTRY
               END-READ
           END-PERFORM
           IF WS-VACATION-STATUS NOT = '35'
               CLOSE VACATION-BALANCE-FILE
           END-IF
           .

       26-STORE-VACATION-ENTRY.
           IF VB-EMP-ID = SPACES
               CONTINUE
           ELSE
               IF WS-VACATION-COUNT >= 1000
                   DISPLAY 'VACATION BALANCE TABLE FULL - UNABLE '
                       'TO RECORD ' VB-EMP-ID
               ELSE
                   ADD 1 TO WS-VACATION-COUNT
                   SET VB-IDX TO WS-VACATION-COUNT
                   MOVE VACATION-BALANCE-RECORD TO
                       WS-VB-RECORD (VB-IDX)
                   MOVE 'N' TO WS-VB-CLOSED (VB-IDX)
               END-IF
           END-IF
           .

       25-PROCESS-MASTER-FILE.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER ' WS-MASTER-FILE-NAME
                   ' NOT AVAILABLE - STATUS ' WS-EMPLOYEE-STATUS
               MOVE 'N' TO EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-DATA
               READ EMPLOYEE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF EMP-STATUS-SEPARATED
                           PERFORM 27-EDIT-SEPARATED-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMPLOYEE-STATUS NOT = '35'
               CLOSE EMPLOYEE-FILE
           END-IF
           .

       27-EDIT-SEPARATED-EMPLOYEE.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE EMP-SEPARATION-DATE TO DE-DATE
           MOVE 'A' TO DE-FUTURE-OPTION
           PERFORM 60-CALL-DATE-EDIT
           EVALUATE TRUE
               WHEN DE-RESULT-CODE NOT = '0'
                   MOVE 'BAD SEPARATION DATE' TO WS-HOLD-REASON
               WHEN EMP-SEPARATION-DATE > WS-SYSTEM-DATE
                   MOVE 'NOT YET SEPARATED' TO WS-HOLD-REASON
               WHEN EMP-CURRENT-SALARY NOT NUMERIC
                   MOVE 'SALARY NOT NUMERIC' TO WS-HOLD-REASON
               WHEN OTHER
                   PERFORM 28-FIND-LAST-PAY-DATE
                   PERFORM 29-FIND-VACATION-ENTRY
                   PERFORM 30-COMPUTE-FINAL-PAY
           END-EVALUATE
           IF WS-HOLD-REASON NOT = SPACES
               PERFORM 33-HOLD-EMPLOYEE
           END-IF
           .

      *    A LOOKUP ONLY - THE YTD ENTRY IS NOT ADDED UNLESS SOMETHING
      *    IS PAID.
       28-FIND-LAST-PAY-DATE.
           MOVE 0 TO WS-LAST-PAY-DATE
           SET YT-IDX TO 1
           SEARCH WS-YTD-ENTRY
               AT END
                   CONTINUE
               WHEN WS-YT-EMP-ID (YT-IDX) = SPACES
                   CONTINUE
               WHEN WS-YT-EMP-ID (YT-IDX) = EMP-ID
                   MOVE WS-YT-LAST-PAY-DATE (YT-IDX) TO
                       WS-LAST-PAY-DATE
           END-SEARCH
           .

       29-FIND-VACATION-ENTRY.
           SET VB-IDX TO 1
           SEARCH WS-VACATION-ENTRY
               AT END
                   SET VB-IDX TO 0
               WHEN VB-IDX > WS-VACATION-COUNT
                   SET VB-IDX TO 0
               WHEN WS-VB-RECORD (VB-IDX) (1:5) = EMP-ID
                   CONTINUE
           END-SEARCH
           .

       30-COMPUTE-FINAL-PAY.
           COMPUTE WS-DAILY-RATE ROUNDED = EMP-CURRENT-SALARY / 260
           COMPUTE WS-PERIOD-GROSS ROUNDED =
               EMP-CURRENT-SALARY / WS-PAY-PERIODS
           MOVE SPACES TO WS-PERIOD-NOTE
           MOVE 0 TO WS-DEDUCTION-TOTAL
           MOVE 0 TO WS-NET-PAY
           PERFORM 31-COUNT-PERIOD-DAYS
           COMPUTE WS-PERIOD-PAY = WS-DAILY-RATE * WS-PERIOD-DAYS
               ON SIZE ERROR
                   MOVE WS-PERIOD-GROSS TO WS-PERIOD-PAY
           END-COMPUTE
           IF WS-PERIOD-PAY > WS-PERIOD-GROSS
               MOVE WS-PERIOD-GROSS TO WS-PERIOD-PAY
               MOVE 'PERIOD PAY CAPPED' TO WS-PERIOD-NOTE
           END-IF

           MOVE 0 TO WS-VACATION-DAYS
           MOVE 0 TO WS-VACATION-PAY
           IF VB-IDX > 0
               MOVE WS-VB-RECORD (VB-IDX) TO VACATION-BALANCE-RECORD
               COMPUTE WS-VACATION-DAYS =
                   VB-ENTITLED-DAYS + VB-CARRIED-DAYS - VB-TAKEN-DAYS
               IF WS-VACATION-DAYS < 0
                   MOVE 0 TO WS-VACATION-DAYS
               END-IF
               COMPUTE WS-VACATION-PAY =
                   WS-DAILY-RATE * WS-VACATION-DAYS
                   ON SIZE ERROR
                       MOVE 'VACATION PAY TOO BIG' TO WS-HOLD-REASON
               END-COMPUTE
           END-IF

           COMPUTE WS-GROSS-PAY = WS-PERIOD-PAY + WS-VACATION-PAY
               ON SIZE ERROR
                   MOVE 'FINAL PAY TOO BIG' TO WS-HOLD-REASON
           END-COMPUTE

           EVALUATE TRUE
               WHEN WS-HOLD-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-GROSS-PAY > 0
                   PERFORM 32-PAY-FINAL-PAY
               WHEN VB-IDX > 0
                   MOVE 'NO BALANCE - CLOSED' TO WS-PERIOD-NOTE
                   PERFORM 34-WRITE-DETAIL-LINE
                   PERFORM 36-CLOSE-VACATION-ENTRY
               WHEN OTHER
                   ADD 1 TO TF-NOTHING-DUE-COUNT
           END-EVALUATE
           .

      *    THE LAST PERIOD STARTS THE DAY AFTER THE DATE THE EMPLOYEE
      *    WAS LAST PAID THROUGH, OR ON THE HIRE DATE IF THAT IS LATER.
      *    THE DAY COUNT INCLUDES BOTH ENDS, SO THE LAST PAY DATE
      *    ITSELF IS TAKEN BACK OFF WHEN IT WAS A WORKING DAY.
       31-COUNT-PERIOD-DAYS.
           MOVE 0 TO WS-PERIOD-DAYS
           EVALUATE TRUE
               WHEN WS-LAST-PAY-DATE > 0
                   MOVE WS-LAST-PAY-DATE TO WS-PERIOD-AFTER-DATE
               WHEN WS-REGION-LAST-PAY-DATE > 0
                   MOVE WS-REGION-LAST-PAY-DATE TO
                       WS-PERIOD-AFTER-DATE
               WHEN OTHER
                   COMPUTE WS-PERIOD-AFTER-DATE =
                       (WS-RUN-YEAR - 1) * 10000 + 1231
           END-EVALUATE
           IF EMP-SEPARATION-DATE > WS-PERIOD-AFTER-DATE
               IF EMP-HIRE-DATE NUMERIC AND
                   EMP-HIRE-DATE > WS-PERIOD-AFTER-DATE
                   MOVE EMP-HIRE-DATE TO DC-FROM-DATE
                   MOVE EMP-SEPARATION-DATE TO DC-THRU-DATE
                   PERFORM 61-CALL-DAY-COUNT
                   IF DC-RESULT-CODE = '0'
                       MOVE DC-WORKING-DAYS TO WS-PERIOD-DAYS
                   END-IF
               ELSE
                   MOVE WS-PERIOD-AFTER-DATE TO DC-FROM-DATE
                   MOVE EMP-SEPARATION-DATE TO DC-THRU-DATE
                   PERFORM 61-CALL-DAY-COUNT
                   IF DC-RESULT-CODE = '0'
                       MOVE DC-WORKING-DAYS TO WS-PERIOD-DAYS
                       MOVE WS-PERIOD-AFTER-DATE TO DC-THRU-DATE
                       PERFORM 61-CALL-DAY-COUNT
                       SUBTRACT DC-WORKING-DAYS FROM WS-PERIOD-DAYS
                   END-IF
               END-IF
           END-IF
           .

       32-PAY-FINAL-PAY.
           PERFORM 47-FIND-YTD-ENTRY
           PERFORM 44-WRITE-STUB-HEADER
           PERFORM 43-APPLY-ONE-DEDUCTION
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-DEDUCTION-TOTAL
           PERFORM 46-WRITE-STUB-NET-LINE
           PERFORM 50-POST-YTD-TOTALS
           PERFORM 62-WRITE-PAY-DISTRIBUTION
           PERFORM 35-WRITE-CHECK-ITEM
           PERFORM 34-WRITE-DETAIL-LINE
           IF VB-IDX > 0
               PERFORM 36-CLOSE-VACATION-ENTRY
           END-IF
           ADD 1 TO TF-FINAL-COUNT
           ADD WS-PERIOD-PAY TO TF-PERIOD-PAY
           ADD WS-VACATION-PAY TO TF-VACATION-PAY
           ADD WS-GROSS-PAY TO TF-GROSS-PAY
           ADD WS-DEDUCTION-TOTAL TO TF-DEDUCTIONS
           ADD WS-NET-PAY TO TF-NET-PAY
           .

       33-HOLD-EMPLOYEE.
           ADD 1 TO TF-HELD-COUNT
           MOVE 0 TO WS-PERIOD-DAYS
           MOVE 0 TO WS-PERIOD-PAY
           MOVE 0 TO WS-VACATION-DAYS
           MOVE 0 TO WS-VACATION-PAY
           MOVE 0 TO WS-GROSS-PAY
           MOVE 0 TO WS-DEDUCTION-TOTAL
           MOVE 0 TO WS-NET-PAY
           MOVE WS-HOLD-REASON TO WS-PERIOD-NOTE
           PERFORM 34-WRITE-DETAIL-LINE
           .

       34-WRITE-DETAIL-LINE.
           MOVE EMP-ID TO DL-EMP-ID
           MOVE EMP-STORE-ID TO DL-STORE-ID
           MOVE EMP-LAST-NAME TO DL-LAST-NAME
           IF EMP-SEPARATION-DATE NUMERIC
               MOVE EMP-SEPARATION-DATE TO DL-SEPARATION-DATE
           ELSE
               MOVE 0 TO DL-SEPARATION-DATE
           END-IF
           MOVE WS-PERIOD-DAYS TO DL-PERIOD-DAYS
           MOVE WS-PERIOD-PAY TO DL-PERIOD-PAY
           MOVE WS-VACATION-DAYS TO DL-VACATION-DAYS
           MOVE WS-VACATION-PAY TO DL-VACATION-PAY
           MOVE WS-GROSS-PAY TO DL-GROSS-PAY
           MOVE WS-DEDUCTION-TOTAL TO DL-DEDUCTIONS
           MOVE WS-NET-PAY TO DL-NET-PAY
           MOVE WS-PERIOD-NOTE TO DL-NOTE
           WRITE REPORT-RECORD FROM DETAIL-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           .

      *    FINAL PAY GOES OUT AS A PAPER CHECK DATED TODAY, WHATEVER
      *    THE EMPLOYEE'S DIRECT DEPOSIT SET-UP WAS.
       35-WRITE-CHECK-ITEM.
           MOVE SPACES TO DISBURSEMENT-RECORD
           MOVE EMP-ID TO DB-EMP-ID
           MOVE EMP-STORE-ID TO DB-STORE-ID
           MOVE EMP-LAST-NAME TO DB-LAST-NAME
           MOVE EMP-FIRST-NAME TO DB-FIRST-NAME
           MOVE WS-SYSTEM-DATE TO DB-PAY-DATE
           MOVE WS-NET-PAY TO DB-NET-PAY
           MOVE 0 TO DB-SPLIT-SEQ
           MOVE 'C' TO DB-ITEM-TYPE
           MOVE 0 TO DB-ROUTING-NUMBER
           WRITE DISBURSEMENT-RECORD
           MOVE WS-NET-PAY TO SBP-AMOUNT
           WRITE STUB-RECORD FROM STUB-PAYMENT-LINE
               AFTER ADVANCING 1
           .

      *    THE BALANCE IS CLOSED ONLY ONCE THE PAYOUT IS ON THE CHECK
      *    AND IN YTD; THE FILE ITSELF IS REWRITTEN AT THE END OF THE
      *    RUN.
       36-CLOSE-VACATION-ENTRY.
           MOVE 'Y' TO WS-VB-CLOSED (VB-IDX)
           ADD 1 TO TF-CLOSED-COUNT
           .

       40-EOF-ROUTINE.
           MOVE TF-FINAL-COUNT TO TL1-FINAL-COUNT
           MOVE TF-PERIOD-PAY TO TL1-PERIOD-PAY
           MOVE TF-VACATION-PAY TO TL1-VACATION-PAY
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM TOTAL-LINE-ONE
               AFTER ADVANCING PROPER-SPACING

           MOVE TF-GROSS-PAY TO TL2-GROSS-PAY
           MOVE TF-DEDUCTIONS TO TL2-DEDUCTIONS
           MOVE TF-NET-PAY TO TL2-NET-PAY
           MOVE 1 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM TOTAL-LINE-TWO
               AFTER ADVANCING PROPER-SPACING

           MOVE TF-CLOSED-COUNT TO TL3-CLOSED-COUNT
           MOVE TF-HELD-COUNT TO TL3-HELD-COUNT
           MOVE TF-NOTHING-DUE-COUNT TO TL3-NOTHING-DUE-COUNT
           WRITE REPORT-RECORD FROM TOTAL-LINE-THREE
               AFTER ADVANCING PROPER-SPACING

           CLOSE FINAL-REGISTER-FILE
               FINAL-STUB-FILE
               FINAL-DISB-FILE
               PAY-DISTRIBUTION-FILE

           IF TF-FINAL-COUNT > 0
               PERFORM 53-WRITE-YTD-FILE
           END-IF
           IF TF-CLOSED-COUNT > 0
               PERFORM 56-WRITE-VACATION-FILE
           END-IF
           STOP RUN
           .

       43-APPLY-ONE-DEDUCTION.
           IF WS-DED-EMP-ID (WS-DED-SUB) = EMP-ID
               IF WS-DED-METHOD (WS-DED-SUB) = 'P'
                   COMPUTE WS-ONE-DEDUCTION ROUNDED =
                       WS-GROSS-PAY *
                       WS-DED-AMOUNT (WS-DED-SUB) / 100
                       ON SIZE ERROR
                           MOVE 0 TO WS-ONE-DEDUCTION
                   END-COMPUTE
               ELSE
                   MOVE WS-DED-AMOUNT (WS-DED-SUB) TO
                       WS-ONE-DEDUCTION
               END-IF
               IF WS-DEDUCTION-TOTAL + WS-ONE-DEDUCTION >
                   WS-GROSS-PAY
                   COMPUTE WS-ONE-DEDUCTION =
                       WS-GROSS-PAY - WS-DEDUCTION-TOTAL
               END-IF
               ADD WS-ONE-DEDUCTION TO WS-DEDUCTION-TOTAL
               IF WS-ONE-DEDUCTION > 0
                   MOVE 'D' TO PD-RECORD-TYPE
                   MOVE WS-DED-CODE (WS-DED-SUB) TO PD-DED-CODE
                   MOVE WS-ONE-DEDUCTION TO PD-AMOUNT
                   PERFORM 63-WRITE-DISTRIBUTION-RECORD
               END-IF
               PERFORM 45-WRITE-STUB-DEDUCTION-LINE
               IF YT-IDX > 0
                   PERFORM 48-POST-YTD-DEDUCTION
               END-IF
           END-IF
           .

       44-WRITE-STUB-HEADER.
           WRITE STUB-RECORD FROM STUB-SEPARATOR-LINE
               AFTER ADVANCING 2
           MOVE EMP-ID TO SBH-EMP-ID
           MOVE EMP-FIRST-NAME TO SBH-FIRST-NAME
           MOVE EMP-LAST-NAME TO SBH-LAST-NAME
           MOVE EMP-STORE-ID TO SBH-STORE-ID
           MOVE WS-SYSTEM-DATE TO SBH-PAY-DATE
           WRITE STUB-RECORD FROM STUB-HEADING-LINE
               AFTER ADVANCING 1
           MOVE EMP-SEPARATION-DATE TO SBF-SEPARATION-DATE
           WRITE STUB-RECORD FROM STUB-FINAL-LINE
               AFTER ADVANCING 1
           MOVE 'FINAL PERIOD' TO SBE-EARNINGS-LABEL
           MOVE WS-PERIOD-PAY TO SBE-AMOUNT
           MOVE WS-PERIOD-DAYS TO SBE-DAYS
           WRITE STUB-RECORD FROM STUB-EARNINGS-LINE
               AFTER ADVANCING 2
           MOVE 'VACATION PAY' TO SBE-EARNINGS-LABEL
           MOVE WS-VACATION-PAY TO SBE-AMOUNT
           MOVE WS-VACATION-DAYS TO SBE-DAYS
           WRITE STUB-RECORD FROM STUB-EARNINGS-LINE
               AFTER ADVANCING 1
           MOVE WS-GROSS-PAY TO SBG-GROSS-PAY
           WRITE STUB-RECORD FROM STUB-GROSS-LINE
               AFTER ADVANCING 1
           .

       45-WRITE-STUB-DEDUCTION-LINE.
           MOVE WS-DED-CODE (WS-DED-SUB) TO SBD-DED-CODE
           MOVE WS-ONE-DEDUCTION TO SBD-AMOUNT
           WRITE STUB-RECORD FROM STUB-DEDUCTION-LINE
               AFTER ADVANCING 1
           .

       46-WRITE-STUB-NET-LINE.
           MOVE WS-NET-PAY TO SBN-NET-PAY
           WRITE STUB-RECORD FROM STUB-NET-LINE
               AFTER ADVANCING 2
           .

       47-FIND-YTD-ENTRY.
           SET YT-IDX TO 1
           SEARCH WS-YTD-ENTRY
               AT END
                   DISPLAY 'YTD EARNINGS TABLE FULL - UNABLE TO '
                       'RECORD ' EMP-ID
                   SET YT-IDX TO 0
               WHEN WS-YT-EMP-ID (YT-IDX) = SPACES
                   ADD 1 TO WS-YTD-COUNT
                   MOVE EMP-ID TO WS-YT-EMP-ID (YT-IDX)
                   MOVE WS-RUN-YEAR TO WS-YT-YEAR (YT-IDX)
               WHEN WS-YT-EMP-ID (YT-IDX) = EMP-ID
                   IF WS-YT-YEAR (YT-IDX) NOT = WS-RUN-YEAR
                       PERFORM 49-ROLL-YTD-ENTRY-YEAR
                   END-IF
           END-SEARCH
           .

       48-POST-YTD-DEDUCTION.
           MOVE 'N' TO BUCKET-POSTED-FLAG
           PERFORM 52-POST-ONE-YTD-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 5 OR BUCKET-WAS-POSTED
           IF NOT BUCKET-WAS-POSTED
               DISPLAY 'YTD DEDUCTION BUCKETS FULL FOR '
                   EMP-ID ' - ' WS-DED-CODE (WS-DED-SUB)
                   ' NOT BROKEN OUT'
           END-IF
           .

       49-ROLL-YTD-ENTRY-YEAR.
           DISPLAY 'YTD ENTRY FOR ' WS-YT-EMP-ID (YT-IDX)
               ' STILL CARRIES YEAR ' WS-YT-YEAR (YT-IDX)
               ' - ZEROED FOR ' WS-RUN-YEAR
               ' (WAS THE YEAR-END CLOSE RUN?)'
           MOVE WS-RUN-YEAR TO WS-YT-YEAR (YT-IDX)
           MOVE 0 TO WS-YT-GROSS (YT-IDX)
           MOVE 0 TO WS-YT-DEDUCTIONS (YT-IDX)
           MOVE 0 TO WS-YT-NET (YT-IDX)
           MOVE 0 TO WS-YT-PERIODS (YT-IDX)
           MOVE 0 TO WS-YT-LAST-PAY-DATE (YT-IDX)
           PERFORM 51-CLEAR-YTD-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 5
           .

       50-POST-YTD-TOTALS.
           IF YT-IDX > 0
               MOVE EMP-STORE-ID TO WS-YT-STORE-ID (YT-IDX)
               ADD WS-GROSS-PAY TO WS-YT-GROSS (YT-IDX)
               ADD WS-DEDUCTION-TOTAL TO WS-YT-DEDUCTIONS (YT-IDX)
               ADD WS-NET-PAY TO WS-YT-NET (YT-IDX)
               IF WS-PERIOD-PAY > 0
                   ADD 1 TO WS-YT-PERIODS (YT-IDX)
               END-IF
               MOVE WS-SYSTEM-DATE TO WS-YT-LAST-PAY-DATE (YT-IDX)
           END-IF
           .

       51-CLEAR-YTD-BUCKET.
           MOVE SPACES TO WS-YT-DED-CODE (YT-IDX WS-BKT-SUB)
           MOVE 0 TO WS-YT-DED-AMOUNT (YT-IDX WS-BKT-SUB)
           .

       52-POST-ONE-YTD-BUCKET.
           IF WS-YT-DED-CODE (YT-IDX WS-BKT-SUB) =
               WS-DED-CODE (WS-DED-SUB)
               ADD WS-ONE-DEDUCTION TO
                   WS-YT-DED-AMOUNT (YT-IDX WS-BKT-SUB)
               MOVE 'Y' TO BUCKET-POSTED-FLAG
           ELSE
               IF WS-YT-DED-CODE (YT-IDX WS-BKT-SUB) = SPACES
                   MOVE WS-DED-CODE (WS-DED-SUB) TO
                       WS-YT-DED-CODE (YT-IDX WS-BKT-SUB)
                   ADD WS-ONE-DEDUCTION TO
                       WS-YT-DED-AMOUNT (YT-IDX WS-BKT-SUB)
                   MOVE 'Y' TO BUCKET-POSTED-FLAG
               END-IF
           END-IF
           .

       53-WRITE-YTD-FILE.
           OPEN OUTPUT YTD-EARNINGS-FILE
           PERFORM 54-WRITE-ONE-YTD-RECORD
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-YTD-COUNT
           CLOSE YTD-EARNINGS-FILE
           .

       54-WRITE-ONE-YTD-RECORD.
           SET YT-IDX TO WS-DED-SUB
           MOVE WS-YT-EMP-ID (YT-IDX) TO YE-EMP-ID
           MOVE WS-YT-STORE-ID (YT-IDX) TO YE-STORE-ID
           MOVE WS-YT-YEAR (YT-IDX) TO YE-YEAR
           MOVE WS-YT-GROSS (YT-IDX) TO YE-YTD-GROSS
           MOVE WS-YT-DEDUCTIONS (YT-IDX) TO YE-YTD-DEDUCTIONS
           MOVE WS-YT-NET (YT-IDX) TO YE-YTD-NET
           MOVE WS-YT-PERIODS (YT-IDX) TO YE-PERIODS-PAID
           MOVE WS-YT-LAST-PAY-DATE (YT-IDX) TO YE-LAST-PAY-DATE
           PERFORM 55-WRITE-ONE-YTD-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 5
           WRITE YTD-EARNINGS-RECORD
           .

       55-WRITE-ONE-YTD-BUCKET.
           MOVE WS-YT-DED-CODE (YT-IDX WS-BKT-SUB) TO
               YE-DED-CODE (WS-BKT-SUB)
           MOVE WS-YT-DED-AMOUNT (YT-IDX WS-BKT-SUB) TO
               YE-DED-YTD-AMOUNT (WS-BKT-SUB)
           .

       56-WRITE-VACATION-FILE.
           OPEN OUTPUT VACATION-BALANCE-FILE
           PERFORM 57-WRITE-ONE-VACATION-RECORD
               VARYING WS-VAC-SUB FROM 1 BY 1
               UNTIL WS-VAC-SUB > WS-VACATION-COUNT
           CLOSE VACATION-BALANCE-FILE
           .

       57-WRITE-ONE-VACATION-RECORD.
           SET VB-IDX TO WS-VAC-SUB
           IF WS-VB-CLOSED (VB-IDX) NOT = 'Y'
               MOVE WS-VB-RECORD (VB-IDX) TO VACATION-BALANCE-RECORD
               WRITE VACATION-BALANCE-RECORD
           END-IF
           .

       60-CALL-DATE-EDIT.
           MOVE WS-SYSTEM-DATE TO DE-RUN-DATE
           CALL 'CS370DATEEDIT' USING DATEEDIT-PARM
           .

       61-CALL-DAY-COUNT.
           CALL 'CS370DAYCOUNT' USING DAYCOUNT-PARM
           .

      *    THE GROSS IS CHARGED TO THE STORE AND POSITION; THE
      *    DEDUCTION RECORDS ARE WRITTEN AS EACH ONE IS TAKEN.
       62-WRITE-PAY-DISTRIBUTION.
           MOVE 'G' TO PD-RECORD-TYPE
           MOVE SPACES TO PD-DED-CODE
           MOVE WS-GROSS-PAY TO PD-AMOUNT
           PERFORM 63-WRITE-DISTRIBUTION-RECORD
           MOVE 'N' TO PD-RECORD-TYPE
           MOVE SPACES TO PD-DED-CODE
           MOVE WS-NET-PAY TO PD-AMOUNT
           PERFORM 63-WRITE-DISTRIBUTION-RECORD
           .

       63-WRITE-DISTRIBUTION-RECORD.
           MOVE EMP-ID TO PD-EMP-ID
           MOVE EMP-STORE-ID TO PD-STORE-ID
           MOVE EMP-POSITION TO PD-POSITION
           MOVE WS-SYSTEM-DATE TO PD-PAY-DATE
           WRITE PAY-DISTRIBUTION-RECORD
           .
