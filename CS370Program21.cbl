       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM21.
       AUTHOR. P W ASKEW.
      ******************************************************************
      * This program is the year-end wage statement run.  The annual
      * earnings register from CS370PROGRAM11 lists what everyone was
      * paid, but every employee's statement was still typed by hand
      * from that listing.  This run reads the year's earnings - the
      * archive cut by the year-end close, or the live year-to-date
      * file when the year has not been closed yet - and prints one
      * wage statement per employee with gross wages, taxable wages
      * (gross less the pre-tax deduction codes) and tax withheld.
      * It writes the fixed-format electronic filing extract with the
      * employer totals, and a control report whose totals tie back
      * to the register.  One employee's statement can be reprinted,
      * or reissued as a corrected statement with its own correction
      * extract, without rerunning everybody.  There is no mailing
      * address on the employee master, so every statement is listed
      * on the control report as needing its address added by hand.
      * ******
      * INPUT:
      *    <prefix>-Wage-Statement-Parm.txt - the run options, one
      *        record per option:
      *        1.  Parm Type      X(1)  (E=employer, Y=tax year,
      *            P=pre-tax deduction code, T=tax withheld deduction
      *            code, R=reprint one employee, C=corrected
      *            statement for one employee)
      *        2.  Parm Data      X(39)
      *            E - Employer ID X(9), Employer Name X(30)
      *            Y - Tax Year 9(4)
      *            P and T - Deduction Code X(3)
      *            R and C - EMP-ID X(5)
      *    With no T record the tax withheld is deduction code TAX.
      *    With no P record nothing is pre-tax.
      *    <prefix>-YTD-Archive-<yyyy>.txt - the closed year's
      *        earnings (see YTDEARN.CPY) for the Y year.  When the
      *        archive does not exist yet, or there is no Y record,
      *        <prefix>-YTD-Earnings.txt - the live year-to-date file
      *        - is read instead.  Only records for the tax year are
      *        used.
      *    The run region's employee master (see EMPREC.CPY and
      *        CS370GETREGN) - for the employee names.
      * *******
      * OUTPUT:
      *    <prefix>-Wage-Statements - the printed statement for each
      *        employee, in EMP-ID sequence within EMP-STORE-ID.
      *        REPRINT or CORRECTED is printed on a single-employee
      *        run.
      *    <prefix>-Wage-Statement-Control - one line per statement
      *        with the gross, pre-tax, taxable and withheld amounts
      *        and the flags to act on (no mailing address, not on
      *        the master), then the employee count and the gross,
      *        deduction and net totals to tie to the register, the
      *        pre-tax, taxable and withheld totals to tie to the
      *        extract, and any records skipped.
      *    <prefix>-Wage-Filing-<yyyy>.txt - the electronic filing
      *        extract on an original run, or
      *        <prefix>-Wage-Filing-Correction-<yyyy>.txt on a
      *        corrected run, 80-byte records:
      *        E - Record Type X(1), Tax Year 9(4), Submission X(1)
      *            (O=original, C=correction), Employer ID X(9),
      *            Employer Name X(30), filler X(35)
      *        W - Record Type X(1), Tax Year 9(4), EMP-ID X(5),
      *            Store ID A(4), Last Name X(10), First Name X(10),
      *            Gross Wages 9(9)V99, Taxable Wages 9(9)V99,
      *            Tax Withheld 9(9)V99, filler X(13)
      *        T - Record Type X(1), Tax Year 9(4), Employee Count
      *            9(7), Gross Wages 9(9)V99, Taxable Wages 9(9)V99,
      *            Tax Withheld 9(9)V99, filler X(35)
      *        A reprint run writes no extract.  With no E record the
      *        extract is not written.
      *    RETURN-CODE 8 when the extract could not be written or the
      *        requested employee has no earnings for the year.
      * *******
      * CALCULATIONS
      *    PRE-TAX  = THE YEAR'S DEDUCTION BUCKETS WHOSE CODE IS A P
      *               CODE ON THE PARAMETER FILE
      *    TAXABLE  = GROSS - PRE-TAX, NOT BELOW ZERO
      *    WITHHELD = THE YEAR'S DEDUCTION BUCKETS WHOSE CODE IS A T
      *               CODE (TAX WHEN NONE IS GIVEN)
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL YTD-SOURCE-FILE
               ASSIGN TO DYNAMIC WS-SOURCE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT OPTIONAL WAGE-PARM-FILE
               ASSIGN TO DYNAMIC WS-PARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EMPLOYEE-FILE
               ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-STATUS.
           SELECT WAGE-FILING-FILE
               ASSIGN TO DYNAMIC WS-FILING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-FILE
               ASSIGN TO DYNAMIC WS-STATEMENT-FILE-NAME.
           SELECT CONTROL-REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'Bennett-Wage-Statement-Sort.wrk'.

       DATA DIVISION.
       FILE SECTION.

       FD YTD-SOURCE-FILE
           RECORD CONTAINS 111 CHARACTERS.

       COPY YTDEARN.

       FD WAGE-PARM-FILE
           RECORD CONTAINS 40 CHARACTERS.

       01  WAGE-PARM-RECORD.
           05  WP-PARM-TYPE            PIC X(1).
               88  WP-EMPLOYER-PARM                VALUE 'E'.
               88  WP-YEAR-PARM                    VALUE 'Y'.
               88  WP-PRETAX-PARM                  VALUE 'P'.
               88  WP-WITHHELD-PARM                VALUE 'T'.
               88  WP-REPRINT-PARM                 VALUE 'R'.
               88  WP-CORRECTED-PARM               VALUE 'C'.
           05  WP-PARM-DATA            PIC X(39).
           05  WP-EMPLOYER-DATA REDEFINES WP-PARM-DATA.
               10  WP-EMPLOYER-ID      PIC X(9).
               10  WP-EMPLOYER-NAME    PIC X(30).
           05  WP-YEAR-DATA REDEFINES WP-PARM-DATA.
               10  WP-TAX-YEAR         PIC X(4).
               10  FILLER              PIC X(35).
           05  WP-CODE-DATA REDEFINES WP-PARM-DATA.
               10  WP-DED-CODE         PIC X(3).
               10  FILLER              PIC X(36).
           05  WP-EMP-DATA REDEFINES WP-PARM-DATA.
               10  WP-EMP-ID           PIC X(5).
               10  FILLER              PIC X(34).

       FD EMPLOYEE-FILE
           RECORD CONTAINS 75 CHARACTERS.

       COPY EMPREC.

       FD WAGE-FILING-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  FILING-EMPLOYER-RECORD.
           05  WFE-RECORD-TYPE         PIC X(1).
           05  WFE-TAX-YEAR            PIC 9(4).
           05  WFE-SUBMISSION-TYPE     PIC X(1).
           05  WFE-EMPLOYER-ID         PIC X(9).
           05  WFE-EMPLOYER-NAME       PIC X(30).
           05  FILLER                  PIC X(35).

       01  FILING-WAGE-RECORD.
           05  WFW-RECORD-TYPE         PIC X(1).
           05  WFW-TAX-YEAR            PIC 9(4).
           05  WFW-EMP-ID              PIC X(5).
           05  WFW-STORE-ID            PIC A(4).
           05  WFW-LAST-NAME           PIC X(10).
           05  WFW-FIRST-NAME          PIC X(10).
           05  WFW-GROSS-WAGES         PIC 9(9)V99.
           05  WFW-TAXABLE-WAGES       PIC 9(9)V99.
           05  WFW-TAX-WITHHELD        PIC 9(9)V99.
           05  FILLER                  PIC X(13).

       01  FILING-TOTAL-RECORD.
           05  WFT-RECORD-TYPE         PIC X(1).
           05  WFT-TAX-YEAR            PIC 9(4).
           05  WFT-EMPLOYEE-COUNT      PIC 9(7).
           05  WFT-GROSS-WAGES         PIC 9(9)V99.
           05  WFT-TAXABLE-WAGES       PIC 9(9)V99.
           05  WFT-TAX-WITHHELD        PIC 9(9)V99.
           05  FILLER                  PIC X(35).

       FD STATEMENT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  STATEMENT-RECORD            PIC X(132).

       FD CONTROL-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  REPORT-RECORD               PIC X(132).

      *****************************     SORT FILE   ********************
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SW-EMP-ID               PIC X(5).
           05  SW-STORE-ID             PIC A(4).
           05  SW-YEAR                 PIC 9(4).
           05  SW-YTD-GROSS            PIC 9(7)V99.
           05  SW-YTD-DEDUCTIONS       PIC 9(7)V99.
           05  SW-YTD-NET              PIC 9(7)V99.
           05  SW-PERIODS-PAID         PIC 9(3).
           05  SW-LAST-PAY-DATE        PIC 9(8).
           05  SW-DEDUCTION-DETAIL OCCURS 5 TIMES.
               10  SW-DED-CODE         PIC X(3).
               10  SW-DED-YTD-AMOUNT   PIC 9(7)V99.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                PIC X           VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  SORT-EOF-FLAG           PIC X           VALUE ' '.
               88 NO-MORE-SORTED-DATA                  VALUE 'N'.
           05  PARM-EOF-FLAG           PIC X           VALUE ' '.
               88 NO-MORE-PARM-DATA                    VALUE 'N'.
           05  MASTER-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-MASTER-DATA                  VALUE 'N'.
           05  REGION-FOUND-FLAG       PIC X           VALUE 'N'.
               88 REGION-WAS-FOUND                     VALUE 'Y'.
           05  EMPLOYER-FOUND-FLAG     PIC X           VALUE 'N'.
               88 EMPLOYER-WAS-FOUND                   VALUE 'Y'.
           05  FILING-OPEN-FLAG        PIC X           VALUE 'N'.
               88 FILING-IS-OPEN                       VALUE 'Y'.
           05  RUN-TYPE-FLAG           PIC X           VALUE 'O'.
               88 RUN-IS-ORIGINAL                      VALUE 'O'.
               88 RUN-IS-REPRINT                       VALUE 'R'.
               88 RUN-IS-CORRECTED                     VALUE 'C'.
           05  SOURCE-TYPE-FLAG        PIC X           VALUE 'L'.
               88 SOURCE-IS-ARCHIVE                    VALUE 'A'.
               88 SOURCE-IS-LIVE                       VALUE 'L'.

       01  WS-SOURCE-STATUS            PIC XX          VALUE '00'.
       01  WS-PARM-STATUS              PIC XX          VALUE '00'.
       01  WS-EMPLOYEE-STATUS          PIC XX          VALUE '00'.
       01  WS-SYSTEM-DATE              PIC 9(8)        VALUE 0.
       01  WS-TAX-YEAR                 PIC 9(4)        VALUE 0.
       01  WS-REQUEST-EMP-ID           PIC X(5)        VALUE SPACES.
       01  WS-EMPLOYER-ID              PIC X(9)        VALUE SPACES.
       01  WS-EMPLOYER-NAME            PIC X(30)       VALUE SPACES.
       01  WS-BKT-SUB                  PIC S9(4)       VALUE +0.

      *********************     STATEMENT WORK AREA     ****************
       01  WS-PRETAX-AMOUNT            PIC 9(7)V99     VALUE 0.
       01  WS-TAXABLE-WAGES            PIC 9(7)V99     VALUE 0.
       01  WS-TAX-WITHHELD             PIC 9(7)V99     VALUE 0.
       01  WS-LAST-NAME                PIC X(10)       VALUE SPACES.
       01  WS-FIRST-NAME               PIC X(10)       VALUE SPACES.
       01  WS-NAME-FOUND-FLAG          PIC X           VALUE 'N'.
           88 NAME-WAS-FOUND                           VALUE 'Y'.

      *********************     DEDUCTION CODE TABLES     **************
       01  WS-PRETAX-COUNT             PIC 9(2)        VALUE 0.
       01  WS-PRETAX-TABLE.
           05  WS-PRETAX-ENTRY OCCURS 10 TIMES
                   INDEXED BY PX-IDX.
               10  WS-PX-DED-CODE      PIC X(3)        VALUE SPACES.

       01  WS-WITHHELD-COUNT           PIC 9(2)        VALUE 0.
       01  WS-WITHHELD-TABLE.
           05  WS-WITHHELD-ENTRY OCCURS 10 TIMES
                   INDEXED BY WX-IDX.
               10  WS-WX-DED-CODE      PIC X(3)        VALUE SPACES.

      *********************     EMPLOYEE NAME TABLE     ****************
       01  WS-NAME-COUNT               PIC 9(4)        VALUE 0.
       01  WS-NAME-TABLE.
           05  WS-NAME-ENTRY OCCURS 500 TIMES
                   INDEXED BY NM-IDX.
               10  WS-NM-EMP-ID        PIC X(5)        VALUE SPACES.
               10  WS-NM-LAST-NAME     PIC X(10)       VALUE SPACES.
               10  WS-NM-FIRST-NAME    PIC X(10)       VALUE SPACES.

      *********************     REGION / RUN SETUP     *****************
       COPY GETREGN.

       01  WS-RUN-FILE-NAMES.
           05  WS-SOURCE-FILE-NAME      PIC X(40)      VALUE SPACES.
           05  WS-YTD-FILE-NAME         PIC X(40)      VALUE SPACES.
           05  WS-PARM-FILE-NAME        PIC X(40)      VALUE SPACES.
           05  WS-MASTER-FILE-NAME      PIC X(40)      VALUE SPACES.
           05  WS-FILING-FILE-NAME      PIC X(40)      VALUE SPACES.
           05  WS-STATEMENT-FILE-NAME   PIC X(40)      VALUE SPACES.
           05  WS-REPORT-FILE-NAME      PIC X(40)      VALUE SPACES.

       01  WS-RUN-MODE                 PIC X(4)        VALUE SPACES.
       01  WS-REGION-SLOT              PIC 9(2)        VALUE 0.

       01  TOTAL-FIELDS.
           05  TF-EMPLOYEE-COUNT       PIC 9(6)        VALUE 0.
           05  TF-GROSS-TOTAL          PIC S9(9)V99    VALUE +0.
           05  TF-DEDUCTION-TOTAL      PIC S9(9)V99    VALUE +0.
           05  TF-NET-TOTAL            PIC S9(9)V99    VALUE +0.
           05  TF-PRETAX-TOTAL         PIC S9(9)V99    VALUE +0.
           05  TF-TAXABLE-TOTAL        PIC S9(9)V99    VALUE +0.
           05  TF-WITHHELD-TOTAL       PIC S9(9)V99    VALUE +0.
           05  TF-NO-ADDRESS-COUNT     PIC 9(6)        VALUE 0.
           05  TF-NOT-ON-MASTER-COUNT  PIC 9(6)        VALUE 0.
           05  TF-OTHER-YEAR-COUNT     PIC 9(6)        VALUE 0.
           05  TF-FILING-COUNT         PIC 9(7)        VALUE 0.

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
                                       'WAGE STATEMENT CONTROL REPORT'.

       01  HEADING-THREE.
           05                          PIC X(31)       VALUE SPACES.
           05  H3-CITY                 PIC X(20).

       01  HEADING-MODE-LINE.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       'TAX YEAR: '.
           05  HML-TAX-YEAR            PIC 9(4).
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'RUN: '.
           05  HML-RUN-TYPE            PIC X(10).
           05  HML-EMP-ID              PIC X(5).
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(8)        VALUE 'SOURCE: '.
           05  HML-SOURCE-NAME         PIC X(40).

       01  HEADING-FOUR.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'STORE'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'EMP'.
           05                          PIC X(4)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                                                       'LAST NAME'.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                                                       'GROSS WAGES'.
           05                          PIC X(8)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'PRE-TAX'.
           05                          PIC X(8)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'TAXABLE'.
           05                          PIC X(7)        VALUE SPACES.
           05                          PIC X(8)        VALUE 'WITHHELD'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'FLAGS'.

       01  DETAIL-LINE.
           05                          PIC X(1)        VALUE SPACES.
           05  DL-STORE-ID             PIC A(4).
           05                          PIC X(3)        VALUE SPACES.
           05  DL-EMP-ID               PIC X(5).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-LAST-NAME            PIC X(10).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-GROSS-WAGES          PIC $9,999,999.99.
           05                          PIC X(2)        VALUE SPACES.
           05  DL-PRETAX-AMOUNT        PIC $9,999,999.99.
           05                          PIC X(2)        VALUE SPACES.
           05  DL-TAXABLE-WAGES        PIC $9,999,999.99.
           05                          PIC X(2)        VALUE SPACES.
           05  DL-TAX-WITHHELD         PIC $9,999,999.99.
           05                          PIC X(2)        VALUE SPACES.
           05  DL-ADDRESS-FLAG         PIC X(11).
           05                          PIC X(1)        VALUE SPACES.
           05  DL-MASTER-FLAG          PIC X(13).

       01  TOTAL-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                                               'REGISTER TIE:  '.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'GROSS: '.
           05  TL-GROSS-TOTAL          PIC $99,999,999.99.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(12)       VALUE
                                                   'DEDUCTIONS: '.
           05  TL-DEDUCTION-TOTAL      PIC $99,999,999.99.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'NET: '.
           05  TL-NET-TOTAL            PIC $99,999,999.99.

       01  TOTAL-LINE-TWO.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                                               'STATEMENTS:    '.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                                                       'PRE-TAX: '.
           05  TL2-PRETAX-TOTAL        PIC $99,999,999.99.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                                                       'TAXABLE: '.
           05  TL2-TAXABLE-TOTAL       PIC $99,999,999.99.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       'WITHHELD: '.
           05  TL2-WITHHELD-TOTAL      PIC $99,999,999.99.

       01  TOTAL-LINE-THREE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(11)       VALUE
                                                   'EMPLOYEES: '.
           05  TL3-EMPLOYEE-COUNT      PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(20)       VALUE
                                               'NO MAILING ADDRESS: '.
           05  TL3-NO-ADDRESS-COUNT    PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                                               'NOT ON MASTER: '.
           05  TL3-NOT-ON-MASTER-COUNT PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(20)       VALUE
                                               'OTHER YEAR SKIPPED: '.
           05  TL3-OTHER-YEAR-COUNT    PIC ZZZ,ZZ9.

       01  RESULT-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05  RSL-MESSAGE             PIC X(50).
           05  RSL-FILE-NAME           PIC X(40).

      *********************    WAGE STATEMENT AREA     *****************

       01  STATEMENT-SEPARATOR-LINE.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(60)       VALUE ALL '-'.

       01  STATEMENT-TITLE-LINE.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(24)       VALUE
                                       'WAGE AND TAX STATEMENT  '.
           05  STL-TAX-YEAR            PIC 9(4).
           05                          PIC X(4)        VALUE SPACES.
           05  STL-MARK                PIC X(9).

       01  STATEMENT-EMPLOYER-LINE.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                                                       'EMPLOYER '.
           05  SER-EMPLOYER-NAME       PIC X(30).
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(3)        VALUE 'ID '.
           05  SER-EMPLOYER-ID         PIC X(9).

       01  STATEMENT-EMPLOYEE-LINE.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(9)        VALUE
                                                       'EMPLOYEE '.
           05  SEL-EMP-ID              PIC X(5).
           05                          PIC X(2)        VALUE SPACES.
           05  SEL-FIRST-NAME          PIC X(10).
           05                          PIC X(1)        VALUE SPACES.
           05  SEL-LAST-NAME           PIC X(10).
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'STORE '.
           05  SEL-STORE-ID            PIC A(4).

       01  STATEMENT-ADDRESS-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(31)       VALUE
                                       'MAILING ADDRESS NOT ON FILE'.

       01  STATEMENT-AMOUNT-LINE.
           05                          PIC X(5)        VALUE SPACES.
           05  SAL-AMOUNT-LABEL        PIC X(22).
           05  SAL-AMOUNT              PIC $9,999,999.99.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-PROCESS-YTD-SOURCE
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
           MOVE GR-MASTER-FILE-NAME TO WS-MASTER-FILE-NAME
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
           MOVE SPACES TO WS-YTD-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-YTD-Earnings.txt' DELIMITED BY SIZE
               INTO WS-YTD-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-PARM-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Wage-Statement-Parm.txt' DELIMITED BY SIZE
               INTO WS-PARM-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-STATEMENT-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Wage-Statements' DELIMITED BY SIZE
               INTO WS-STATEMENT-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Wage-Statement-Control' DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING
           .

       15-HSKPING-ROUTINE.

           PERFORM 12-GET-REGION-SETUP
           OPEN OUTPUT CONTROL-REPORT-FILE
               STATEMENT-FILE
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO H1-DATE
           PERFORM 16-READ-WAGE-PARM
           PERFORM 18-LOAD-NAME-TABLE
           PERFORM 22-OPEN-YTD-SOURCE
           .

       16-READ-WAGE-PARM.
           OPEN INPUT WAGE-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'WAGE STATEMENT PARM ' WS-PARM-FILE-NAME
                   ' NOT AVAILABLE - ALL DEFAULTS USED'
               MOVE 'N' TO PARM-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-PARM-DATA
               READ WAGE-PARM-FILE
                   AT END
                       MOVE 'N' TO PARM-EOF-FLAG
                   NOT AT END
                       PERFORM 17-STORE-PARM-ENTRY
               END-READ
           END-PERFORM
           IF WS-PARM-STATUS NOT = '35'
               CLOSE WAGE-PARM-FILE
           END-IF
           IF WS-WITHHELD-COUNT = 0
               MOVE 1 TO WS-WITHHELD-COUNT
               MOVE 'TAX' TO WS-WX-DED-CODE (1)
           END-IF
           .

       17-STORE-PARM-ENTRY.
           EVALUATE TRUE
               WHEN WP-EMPLOYER-PARM
                   MOVE 'Y' TO EMPLOYER-FOUND-FLAG
                   MOVE WP-EMPLOYER-ID TO WS-EMPLOYER-ID
                   MOVE WP-EMPLOYER-NAME TO WS-EMPLOYER-NAME
               WHEN WP-YEAR-PARM
                   IF WP-TAX-YEAR IS NUMERIC
                       MOVE WP-TAX-YEAR TO WS-TAX-YEAR
                   ELSE
                       DISPLAY 'TAX YEAR ' WP-TAX-YEAR
                           ' NOT NUMERIC - IGNORED'
                   END-IF
               WHEN WP-PRETAX-PARM
                   IF WS-PRETAX-COUNT >= 10
                       DISPLAY 'PRE-TAX CODE TABLE FULL - UNABLE TO '
                           'RECORD ' WP-DED-CODE
                   ELSE
                       ADD 1 TO WS-PRETAX-COUNT
                       MOVE WP-DED-CODE TO
                           WS-PX-DED-CODE (WS-PRETAX-COUNT)
                   END-IF
               WHEN WP-WITHHELD-PARM
                   IF WS-WITHHELD-COUNT >= 10
                       DISPLAY 'WITHHELD CODE TABLE FULL - UNABLE TO '
                           'RECORD ' WP-DED-CODE
                   ELSE
                       ADD 1 TO WS-WITHHELD-COUNT
                       MOVE WP-DED-CODE TO
                           WS-WX-DED-CODE (WS-WITHHELD-COUNT)
                   END-IF
               WHEN WP-REPRINT-PARM
                   MOVE 'R' TO RUN-TYPE-FLAG
                   MOVE WP-EMP-ID TO WS-REQUEST-EMP-ID
               WHEN WP-CORRECTED-PARM
                   MOVE 'C' TO RUN-TYPE-FLAG
                   MOVE WP-EMP-ID TO WS-REQUEST-EMP-ID
               WHEN OTHER
                   DISPLAY 'WAGE STATEMENT PARM TYPE ' WP-PARM-TYPE
                       ' NOT RECOGNIZED - IGNORED'
           END-EVALUATE
           .

       18-LOAD-NAME-TABLE.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE MASTER ' WS-MASTER-FILE-NAME
                   ' NOT AVAILABLE - STATUS ' WS-EMPLOYEE-STATUS
               MOVE 'N' TO MASTER-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-MASTER-DATA
               READ EMPLOYEE-FILE
                   AT END
                       MOVE 'N' TO MASTER-EOF-FLAG
                   NOT AT END
                       PERFORM 19-STORE-NAME-ENTRY
               END-READ
           END-PERFORM
           IF WS-EMPLOYEE-STATUS = '00' OR
               WS-EMPLOYEE-STATUS = '10'
               CLOSE EMPLOYEE-FILE
           END-IF
           .

       19-STORE-NAME-ENTRY.
           IF WS-NAME-COUNT >= 500
               DISPLAY 'EMPLOYEE NAME TABLE FULL - UNABLE TO RECORD '
                   EMP-ID
           ELSE
               ADD 1 TO WS-NAME-COUNT
               SET NM-IDX TO WS-NAME-COUNT
               MOVE EMP-ID TO WS-NM-EMP-ID (NM-IDX)
               MOVE EMP-LAST-NAME TO WS-NM-LAST-NAME (NM-IDX)
               MOVE EMP-FIRST-NAME TO WS-NM-FIRST-NAME (NM-IDX)
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

           MOVE 1 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-FOUR
               AFTER ADVANCING 2

           MOVE 2 TO PROPER-SPACING
           .

      *    THE CLOSED YEAR'S ARCHIVE IS READ WHEN IT EXISTS; BEFORE
      *    THE CLOSE THE SAME EARNINGS ARE STILL ON THE LIVE FILE.
       22-OPEN-YTD-SOURCE.
           IF WS-TAX-YEAR > 0
               MOVE 'A' TO SOURCE-TYPE-FLAG
               MOVE SPACES TO WS-SOURCE-FILE-NAME
               STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                      '-YTD-Archive-' DELIMITED BY SIZE
                      WS-TAX-YEAR DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-SOURCE-FILE-NAME
               END-STRING
               OPEN INPUT YTD-SOURCE-FILE
               IF WS-SOURCE-STATUS NOT = '00'
                   CLOSE YTD-SOURCE-FILE
                   MOVE 'L' TO SOURCE-TYPE-FLAG
               END-IF
           END-IF
           IF SOURCE-IS-LIVE
               MOVE WS-YTD-FILE-NAME TO WS-SOURCE-FILE-NAME
               OPEN INPUT YTD-SOURCE-FILE
           END-IF
           MOVE WS-SOURCE-FILE-NAME TO HML-SOURCE-NAME
           .

       25-PROCESS-YTD-SOURCE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-STORE-ID SW-EMP-ID
               INPUT PROCEDURE IS 26-SORT-INPUT-PROCEDURE
               OUTPUT PROCEDURE IS 35-SORT-OUTPUT-PROCEDURE
           .

       26-SORT-INPUT-PROCEDURE.
           PERFORM UNTIL NO-MORE-DATA
               READ YTD-SOURCE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 27-SELECT-YTD-RECORD
               END-READ
           END-PERFORM
           CLOSE YTD-SOURCE-FILE
           .

       27-SELECT-YTD-RECORD.
           IF YE-EMP-ID NOT = SPACES
               IF WS-TAX-YEAR = 0
                   MOVE YE-YEAR TO WS-TAX-YEAR
               END-IF
               IF YE-YEAR NOT = WS-TAX-YEAR
                   ADD 1 TO TF-OTHER-YEAR-COUNT
               ELSE
                   IF RUN-IS-ORIGINAL OR
                       YE-EMP-ID = WS-REQUEST-EMP-ID
                       MOVE YTD-EARNINGS-RECORD TO SORT-RECORD
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
           END-IF
           .

       35-SORT-OUTPUT-PROCEDURE.
           IF WS-TAX-YEAR = 0
               DIVIDE WS-SYSTEM-DATE BY 10000 GIVING WS-TAX-YEAR
           END-IF
           MOVE WS-TAX-YEAR TO HML-TAX-YEAR
           EVALUATE TRUE
               WHEN RUN-IS-REPRINT
                   MOVE 'REPRINT' TO HML-RUN-TYPE
                   MOVE WS-REQUEST-EMP-ID TO HML-EMP-ID
                   MOVE 'REPRINT' TO STL-MARK
               WHEN RUN-IS-CORRECTED
                   MOVE 'CORRECTED' TO HML-RUN-TYPE
                   MOVE WS-REQUEST-EMP-ID TO HML-EMP-ID
                   MOVE 'CORRECTED' TO STL-MARK
               WHEN OTHER
                   MOVE 'ORIGINAL' TO HML-RUN-TYPE
                   MOVE SPACES TO HML-EMP-ID
                   MOVE SPACES TO STL-MARK
           END-EVALUATE
           PERFORM 20-HEADER-ROUTINE
           IF NOT RUN-IS-REPRINT AND EMPLOYER-WAS-FOUND
               PERFORM 31-OPEN-FILING-EXTRACT
           END-IF
           PERFORM UNTIL NO-MORE-SORTED-DATA
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'N' TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 36-PROCESS-ONE-EMPLOYEE
               END-RETURN
           END-PERFORM
           .

       31-OPEN-FILING-EXTRACT.
           MOVE SPACES TO WS-FILING-FILE-NAME
           IF RUN-IS-CORRECTED
               STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                      '-Wage-Filing-Correction-' DELIMITED BY SIZE
                      WS-TAX-YEAR DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-FILING-FILE-NAME
               END-STRING
           ELSE
               STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                      '-Wage-Filing-' DELIMITED BY SIZE
                      WS-TAX-YEAR DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-FILING-FILE-NAME
               END-STRING
           END-IF
           OPEN OUTPUT WAGE-FILING-FILE
           MOVE 'Y' TO FILING-OPEN-FLAG
           MOVE SPACES TO FILING-EMPLOYER-RECORD
           MOVE 'E' TO WFE-RECORD-TYPE
           MOVE WS-TAX-YEAR TO WFE-TAX-YEAR
           IF RUN-IS-CORRECTED
               MOVE 'C' TO WFE-SUBMISSION-TYPE
           ELSE
               MOVE 'O' TO WFE-SUBMISSION-TYPE
           END-IF
           MOVE WS-EMPLOYER-ID TO WFE-EMPLOYER-ID
           MOVE WS-EMPLOYER-NAME TO WFE-EMPLOYER-NAME
           WRITE FILING-EMPLOYER-RECORD
           .

       36-PROCESS-ONE-EMPLOYEE.
           MOVE 0 TO WS-PRETAX-AMOUNT
           MOVE 0 TO WS-TAX-WITHHELD
           PERFORM 37-ADD-UP-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 5
           IF WS-PRETAX-AMOUNT > SW-YTD-GROSS
               MOVE 0 TO WS-TAXABLE-WAGES
           ELSE
               SUBTRACT WS-PRETAX-AMOUNT FROM SW-YTD-GROSS
                   GIVING WS-TAXABLE-WAGES
           END-IF
           PERFORM 38-FIND-EMPLOYEE-NAME

           ADD 1 TO TF-EMPLOYEE-COUNT
           ADD SW-YTD-GROSS TO TF-GROSS-TOTAL
           ADD SW-YTD-DEDUCTIONS TO TF-DEDUCTION-TOTAL
           ADD SW-YTD-NET TO TF-NET-TOTAL
           ADD WS-PRETAX-AMOUNT TO TF-PRETAX-TOTAL
           ADD WS-TAXABLE-WAGES TO TF-TAXABLE-TOTAL
           ADD WS-TAX-WITHHELD TO TF-WITHHELD-TOTAL
           ADD 1 TO TF-NO-ADDRESS-COUNT

           PERFORM 39-WRITE-STATEMENT
           IF FILING-IS-OPEN
               PERFORM 41-WRITE-FILING-WAGE-RECORD
           END-IF

           MOVE SW-STORE-ID TO DL-STORE-ID
           MOVE SW-EMP-ID TO DL-EMP-ID
           MOVE WS-LAST-NAME TO DL-LAST-NAME
           MOVE SW-YTD-GROSS TO DL-GROSS-WAGES
           MOVE WS-PRETAX-AMOUNT TO DL-PRETAX-AMOUNT
           MOVE WS-TAXABLE-WAGES TO DL-TAXABLE-WAGES
           MOVE WS-TAX-WITHHELD TO DL-TAX-WITHHELD
           MOVE 'NO ADDRESS' TO DL-ADDRESS-FLAG
           IF NAME-WAS-FOUND
               MOVE SPACES TO DL-MASTER-FLAG
           ELSE
               MOVE 'NOT ON MASTER' TO DL-MASTER-FLAG
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           .

       37-ADD-UP-BUCKET.
           IF SW-DED-CODE (WS-BKT-SUB) NOT = SPACES
               SET PX-IDX TO 1
               SEARCH WS-PRETAX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PX-DED-CODE (PX-IDX) =
                       SW-DED-CODE (WS-BKT-SUB)
                       ADD SW-DED-YTD-AMOUNT (WS-BKT-SUB) TO
                           WS-PRETAX-AMOUNT
               END-SEARCH
               SET WX-IDX TO 1
               SEARCH WS-WITHHELD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-WX-DED-CODE (WX-IDX) =
                       SW-DED-CODE (WS-BKT-SUB)
                       ADD SW-DED-YTD-AMOUNT (WS-BKT-SUB) TO
                           WS-TAX-WITHHELD
               END-SEARCH
           END-IF
           .

       38-FIND-EMPLOYEE-NAME.
           MOVE 'N' TO WS-NAME-FOUND-FLAG
           MOVE SPACES TO WS-LAST-NAME
           MOVE SPACES TO WS-FIRST-NAME
           SET NM-IDX TO 1
           SEARCH WS-NAME-ENTRY
               AT END
                   CONTINUE
               WHEN WS-NM-EMP-ID (NM-IDX) = SW-EMP-ID
                   MOVE 'Y' TO WS-NAME-FOUND-FLAG
                   MOVE WS-NM-LAST-NAME (NM-IDX) TO WS-LAST-NAME
                   MOVE WS-NM-FIRST-NAME (NM-IDX) TO WS-FIRST-NAME
           END-SEARCH
           IF NOT NAME-WAS-FOUND
               ADD 1 TO TF-NOT-ON-MASTER-COUNT
           END-IF
           .

       39-WRITE-STATEMENT.
           MOVE WS-TAX-YEAR TO STL-TAX-YEAR
           MOVE WS-EMPLOYER-NAME TO SER-EMPLOYER-NAME
           MOVE WS-EMPLOYER-ID TO SER-EMPLOYER-ID
           MOVE SW-EMP-ID TO SEL-EMP-ID
           MOVE WS-FIRST-NAME TO SEL-FIRST-NAME
           MOVE WS-LAST-NAME TO SEL-LAST-NAME
           MOVE SW-STORE-ID TO SEL-STORE-ID
           WRITE STATEMENT-RECORD FROM STATEMENT-SEPARATOR-LINE
               AFTER ADVANCING 2
           WRITE STATEMENT-RECORD FROM STATEMENT-TITLE-LINE
               AFTER ADVANCING 1
           WRITE STATEMENT-RECORD FROM STATEMENT-EMPLOYER-LINE
               AFTER ADVANCING 2
           WRITE STATEMENT-RECORD FROM STATEMENT-EMPLOYEE-LINE
               AFTER ADVANCING 1
           WRITE STATEMENT-RECORD FROM STATEMENT-ADDRESS-LINE
               AFTER ADVANCING 1
           MOVE 'GROSS WAGES' TO SAL-AMOUNT-LABEL
           MOVE SW-YTD-GROSS TO SAL-AMOUNT
           WRITE STATEMENT-RECORD FROM STATEMENT-AMOUNT-LINE
               AFTER ADVANCING 2
           MOVE 'PRE-TAX DEDUCTIONS' TO SAL-AMOUNT-LABEL
           MOVE WS-PRETAX-AMOUNT TO SAL-AMOUNT
           WRITE STATEMENT-RECORD FROM STATEMENT-AMOUNT-LINE
               AFTER ADVANCING 1
           MOVE 'TAXABLE WAGES' TO SAL-AMOUNT-LABEL
           MOVE WS-TAXABLE-WAGES TO SAL-AMOUNT
           WRITE STATEMENT-RECORD FROM STATEMENT-AMOUNT-LINE
               AFTER ADVANCING 1
           MOVE 'TAX WITHHELD' TO SAL-AMOUNT-LABEL
           MOVE WS-TAX-WITHHELD TO SAL-AMOUNT
           WRITE STATEMENT-RECORD FROM STATEMENT-AMOUNT-LINE
               AFTER ADVANCING 1
           .

       41-WRITE-FILING-WAGE-RECORD.
           MOVE SPACES TO FILING-WAGE-RECORD
           MOVE 'W' TO WFW-RECORD-TYPE
           MOVE WS-TAX-YEAR TO WFW-TAX-YEAR
           MOVE SW-EMP-ID TO WFW-EMP-ID
           MOVE SW-STORE-ID TO WFW-STORE-ID
           MOVE WS-LAST-NAME TO WFW-LAST-NAME
           MOVE WS-FIRST-NAME TO WFW-FIRST-NAME
           MOVE SW-YTD-GROSS TO WFW-GROSS-WAGES
           MOVE WS-TAXABLE-WAGES TO WFW-TAXABLE-WAGES
           MOVE WS-TAX-WITHHELD TO WFW-TAX-WITHHELD
           WRITE FILING-WAGE-RECORD
           ADD 1 TO TF-FILING-COUNT
           .

       40-EOF-ROUTINE.
           MOVE TF-GROSS-TOTAL TO TL-GROSS-TOTAL
           MOVE TF-DEDUCTION-TOTAL TO TL-DEDUCTION-TOTAL
           MOVE TF-NET-TOTAL TO TL-NET-TOTAL
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM TOTAL-LINE
               AFTER ADVANCING PROPER-SPACING

           MOVE TF-PRETAX-TOTAL TO TL2-PRETAX-TOTAL
           MOVE TF-TAXABLE-TOTAL TO TL2-TAXABLE-TOTAL
           MOVE TF-WITHHELD-TOTAL TO TL2-WITHHELD-TOTAL
           MOVE 1 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM TOTAL-LINE-TWO
               AFTER ADVANCING PROPER-SPACING

           MOVE TF-EMPLOYEE-COUNT TO TL3-EMPLOYEE-COUNT
           MOVE TF-NO-ADDRESS-COUNT TO TL3-NO-ADDRESS-COUNT
           MOVE TF-NOT-ON-MASTER-COUNT TO TL3-NOT-ON-MASTER-COUNT
           MOVE TF-OTHER-YEAR-COUNT TO TL3-OTHER-YEAR-COUNT
           WRITE REPORT-RECORD FROM TOTAL-LINE-THREE
               AFTER ADVANCING PROPER-SPACING

           PERFORM 45-FINISH-FILING-EXTRACT

           CLOSE CONTROL-REPORT-FILE
               STATEMENT-FILE
           STOP RUN
           .

       45-FINISH-FILING-EXTRACT.
           MOVE SPACES TO RSL-FILE-NAME
           EVALUATE TRUE
               WHEN NOT RUN-IS-ORIGINAL AND TF-EMPLOYEE-COUNT = 0
                   MOVE 'NO EARNINGS FOR THE TAX YEAR - EMPLOYEE '
                       TO RSL-MESSAGE
                   MOVE WS-REQUEST-EMP-ID TO RSL-FILE-NAME
                   MOVE 8 TO RETURN-CODE
               WHEN RUN-IS-REPRINT
                   MOVE 'REPRINT RUN - NO FILING EXTRACT WRITTEN'
                       TO RSL-MESSAGE
               WHEN NOT EMPLOYER-WAS-FOUND
                   MOVE 'NO EMPLOYER ON PARM - EXTRACT NOT WRITTEN'
                       TO RSL-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'FILING EXTRACT WRITTEN TO ' TO RSL-MESSAGE
                   MOVE WS-FILING-FILE-NAME TO RSL-FILE-NAME
           END-EVALUATE
           IF FILING-IS-OPEN
               MOVE SPACES TO FILING-TOTAL-RECORD
               MOVE 'T' TO WFT-RECORD-TYPE
               MOVE WS-TAX-YEAR TO WFT-TAX-YEAR
               MOVE TF-FILING-COUNT TO WFT-EMPLOYEE-COUNT
               MOVE TF-GROSS-TOTAL TO WFT-GROSS-WAGES
               MOVE TF-TAXABLE-TOTAL TO WFT-TAXABLE-WAGES
               MOVE TF-WITHHELD-TOTAL TO WFT-TAX-WITHHELD
               WRITE FILING-TOTAL-RECORD
               CLOSE WAGE-FILING-FILE
           END-IF
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM RESULT-LINE
               AFTER ADVANCING PROPER-SPACING
           .
