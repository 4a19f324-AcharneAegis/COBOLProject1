       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM18.
       AUTHOR. P W ASKEW.
      ******************************************************************
      * This program is the off-cycle supplemental pay run.  When
      * CS370PROGRAM12 found a deposit the bank rejected or never
      * answered, payroll re-keyed the payment in a spreadsheet and
      * cut a check by hand, and nothing on file ever said the item
      * had been made good.  This run takes the unpaid items the
      * settlement left behind, plus the manual check requests
      * payroll keys in, and pays them all by paper check on a
      * supplemental disbursement file with a manual check register.
      * Every reissue is logged so the next settlement reports the
      * original item as reissued instead of unpaid.
      * A reissue replaces pay that is already in the year-to-date
      * earnings file, so it is never posted there again.  A true
      * off-cycle payment (an employee missed by the pay run) is new
      * pay - its deductions come off the deduction master the same
      * way the pay run takes them, and gross, deductions and net
      * roll into the year-to-date file.  The periods paid and the
      * last pay date are left for the regular pay run, since retro
      * pay and final pay both count periods from them.
      * ******
      * INPUT:
      *    The run region's employee master (see EMPREC.CPY and
      *        CS370GETREGN) - PR1FA21-Knox.txt for the Knox region.
      *    <prefix>-Unpaid-Items.txt - the rejected and missing
      *        deposits from the last settlement (see UNPDITEM.CPY).
      *        May be missing.
      *    <prefix>-Manual-Check-Requests.txt - payroll's keyed
      *        requests, one record per check.  May be missing.
      *        1.  Employee ID          X(5)
      *        2.  Request Type         X(1)  (R=reissue a lost or
      *            spoiled paper check, O=off-cycle payment)
      *        3.  Amount               9(5)V99  (net for R, gross
      *            for O)
      *        4.  Original Pay Date    9(8)  (required for R)
      *        5.  Reason               X(20)
      *    <prefix>-Deduction-Master.txt - the per-employee deduction
      *        master, as read by CS370PROGRAM5.
      *    <prefix>-YTD-Earnings.txt - the region's year-to-date
      *        earnings file (see YTDEARN.CPY).
      *    <prefix>-Reissued-Items.txt - the log of items already
      *        reissued (see REISSUE.CPY).  May be missing.
      * *******
      * OUTPUT:
      *    <prefix>-Supplemental-Disbursement.txt - one paper check
      *        item (C) per payment for the check print job, in the
      *        disbursement layout (see DISBREC.CPY), dated today.  A
      *        reissued deposit keeps its original split sequence; a
      *        manual request is split 0.
      *    <prefix>-Manual-Check-Register - every payment with its
      *        gross, deductions and net, every request rejected and
      *        why, and the totals by kind of payment.
      *    <prefix>-Reissued-Items.txt - one record added for every
      *        item reissued.
      *    <prefix>-YTD-Earnings.txt - rewritten with the off-cycle
      *        payments rolled forward when there were any.
      *    <prefix>-Off-Cycle-Distribution.txt - one gross (G), one
      *        record per deduction withheld (D) and one net (N)
      *        record (see PAYDIST.CPY) added for every off-cycle
      *        payment, for the next GL labor-cost journal
      *        (CS370PROGRAM20).  A reissue replaces pay that was
      *        already journaled, so it adds nothing here.
      *    <prefix>-Manual-Check-Requests.txt - emptied once the
      *        requests are processed so a rerun cannot pay them
      *        twice.  Rejected requests are re-keyed from the
      *        register.
      * *******
      * EDITS
      *    THE EMP-ID MUST BE ON THE MASTER.  THE AMOUNT MUST BE
      *    NUMERIC AND MORE THAN ZERO.  A REISSUE NEEDS THE ORIGINAL
      *    PAY DATE AND MAY NOT ALREADY BE ON THE REISSUED ITEMS LOG.
      *    AN UNPAID ITEM ALREADY ON THE LOG IS SKIPPED AND COUNTED.
      * *******
      * CALCULATIONS
      *    OFF-CYCLE DEDUCTIONS ARE TAKEN AS IN CS370PROGRAM5 -
      *        FLAT = THE AMOUNT AS KEYED, PERCENT = GROSS * AMOUNT /
      *        100, ROUNDED, EACH CAPPED AT THE GROSS STILL REMAINING
      *    OFF-CYCLE NET = GROSS - TOTAL DEDUCTIONS
      *    REISSUE NET = THE ORIGINAL ITEM AMOUNT, NO DEDUCTIONS
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
           SELECT OPTIONAL UNPAID-ITEM-FILE
               ASSIGN TO DYNAMIC WS-UNPAID-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNPAID-STATUS.
           SELECT OPTIONAL MANUAL-REQUEST-FILE
               ASSIGN TO DYNAMIC WS-REQUEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT DEDUCTION-MASTER-FILE
               ASSIGN TO DYNAMIC WS-DEDUCT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDUCT-STATUS.
           SELECT OPTIONAL YTD-EARNINGS-FILE
               ASSIGN TO DYNAMIC WS-YTD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-STATUS.
           SELECT OPTIONAL REISSUE-LOG-FILE
               ASSIGN TO DYNAMIC WS-REISSUE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REISSUE-STATUS.
           SELECT SUPPLEMENTAL-DISB-FILE
               ASSIGN TO DYNAMIC WS-SUPP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME.
           SELECT OPTIONAL PAY-DISTRIBUTION-FILE
               ASSIGN TO DYNAMIC WS-DIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYEE-FILE
           RECORD CONTAINS 75 CHARACTERS.

       COPY EMPREC.

       FD UNPAID-ITEM-FILE
           RECORD CONTAINS 107 CHARACTERS.

       COPY UNPDITEM.

       FD MANUAL-REQUEST-FILE
           RECORD CONTAINS 41 CHARACTERS.

       01  MANUAL-REQUEST-RECORD.
           05  MR-EMP-ID               PIC X(5).
           05  MR-REQUEST-TYPE         PIC X(1).
               88  MR-REISSUE-CHECK                    VALUE 'R'.
               88  MR-OFF-CYCLE-PAY                    VALUE 'O'.
           05  MR-AMOUNT               PIC 9(5)V99.
           05  MR-ORIG-PAY-DATE        PIC 9(8).
           05  MR-REASON               PIC X(20).

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

       FD REISSUE-LOG-FILE
           RECORD CONTAINS 30 CHARACTERS.

       COPY REISSUE.

       FD SUPPLEMENTAL-DISB-FILE
           RECORD CONTAINS 73 CHARACTERS.

       COPY DISBREC.

       FD CHECK-REGISTER-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  REPORT-RECORD               PIC X(132).

       FD PAY-DISTRIBUTION-FILE
           RECORD CONTAINS 32 CHARACTERS.

       COPY PAYDIST.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                PIC X           VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  UNPAID-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-UNPAID-DATA                  VALUE 'N'.
           05  REQUEST-EOF-FLAG        PIC X           VALUE ' '.
               88 NO-MORE-REQUEST-DATA                 VALUE 'N'.
           05  DEDUCT-EOF-FLAG         PIC X           VALUE ' '.
               88 NO-MORE-DEDUCT-DATA                  VALUE 'N'.
           05  YTD-EOF-FLAG            PIC X           VALUE ' '.
               88 NO-MORE-YTD-DATA                     VALUE 'N'.
           05  REISSUE-EOF-FLAG        PIC X           VALUE ' '.
               88 NO-MORE-REISSUE-DATA                 VALUE 'N'.
           05  BUCKET-POSTED-FLAG      PIC X           VALUE 'N'.
               88 BUCKET-WAS-POSTED                    VALUE 'Y'.
           05  REISSUED-FLAG           PIC X           VALUE 'N'.
               88 ITEM-WAS-REISSUED                    VALUE 'Y'.
           05  REQUEST-PRESENT-FLAG    PIC X           VALUE 'N'.
               88 REQUEST-IS-PRESENT                   VALUE 'Y'.
           05  REGION-FOUND-FLAG       PIC X           VALUE 'N'.
               88 REGION-WAS-FOUND                     VALUE 'Y'.

       01  WS-EMPLOYEE-STATUS          PIC XX          VALUE '00'.
       01  WS-UNPAID-STATUS            PIC XX          VALUE '00'.
       01  WS-REQUEST-STATUS           PIC XX          VALUE '00'.
       01  WS-SYSTEM-DATE              PIC 9(8)        VALUE 0.
       01  WS-REJECT-REASON            PIC X(20)       VALUE SPACES.

      *********************     PAYMENT WORK AREA     ******************
       01  WS-PAY-EMP-ID               PIC X(5)        VALUE SPACES.
       01  WS-PAY-STORE-ID             PIC A(4)        VALUE SPACES.
       01  WS-PAY-POSITION             PIC A(2)        VALUE SPACES.
       01  WS-PAY-LAST-NAME            PIC X(10)       VALUE SPACES.
       01  WS-PAY-FIRST-NAME           PIC X(10)       VALUE SPACES.
       01  WS-PAY-SPLIT-SEQ            PIC 9(1)        VALUE 0.
       01  WS-GROSS-PAY                PIC 9(5)V99     VALUE 0.
       01  WS-ITEM-KEY.
           05  WS-IK-EMP-ID            PIC X(5)        VALUE SPACES.
           05  WS-IK-SPLIT-SEQ         PIC 9(1)        VALUE 0.
           05  WS-IK-PAY-DATE          PIC 9(8)        VALUE 0.

      *********************     EMPLOYEE TABLE     *********************
       01  WS-EMP-COUNT                PIC 9(4)        VALUE 0.
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 1000 TIMES
                   INDEXED BY EM-IDX.
               10  WS-EM-EMP-ID        PIC X(5)        VALUE SPACES.
               10  WS-EM-STORE-ID      PIC A(4)        VALUE SPACES.
               10  WS-EM-POSITION      PIC A(2)        VALUE SPACES.
               10  WS-EM-LAST-NAME     PIC X(10)       VALUE SPACES.
               10  WS-EM-FIRST-NAME    PIC X(10)       VALUE SPACES.

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

      *********************     REISSUED ITEMS TABLE     **************
       01  WS-REISSUE-STATUS           PIC XX          VALUE '00'.
       01  WS-REISSUE-COUNT            PIC 9(4)        VALUE 0.
       01  WS-REISSUE-TABLE.
           05  WS-REISSUE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RI-IDX.
               10  WS-RI-ITEM-KEY      PIC X(14)       VALUE SPACES.

      *********************     REGION / RUN SETUP     *****************
       COPY GETREGN.

       01  WS-RUN-FILE-NAMES.
           05  WS-MASTER-FILE-NAME      PIC X(40)      VALUE SPACES.
           05  WS-UNPAID-FILE-NAME      PIC X(40)      VALUE SPACES.
           05  WS-REQUEST-FILE-NAME     PIC X(40)      VALUE SPACES.
           05  WS-DEDUCT-FILE-NAME      PIC X(40)      VALUE SPACES.
           05  WS-YTD-FILE-NAME         PIC X(40)      VALUE SPACES.
           05  WS-REISSUE-FILE-NAME     PIC X(40)      VALUE SPACES.
           05  WS-SUPP-FILE-NAME        PIC X(40)      VALUE SPACES.
           05  WS-REPORT-FILE-NAME      PIC X(40)      VALUE SPACES.
           05  WS-DIST-FILE-NAME        PIC X(40)      VALUE SPACES.

       01  WS-RUN-MODE                 PIC X(4)        VALUE SPACES.
       01  WS-REGION-SLOT              PIC 9(2)        VALUE 0.

       01  TOTAL-FIELDS.
           05  TF-REISSUE-COUNT        PIC 9(6)        VALUE 0.
           05  TF-REISSUE-TOTAL        PIC S9(9)V99    VALUE +0.
           05  TF-OFF-CYCLE-COUNT      PIC 9(6)        VALUE 0.
           05  TF-OFF-CYCLE-GROSS      PIC S9(9)V99    VALUE +0.
           05  TF-OFF-CYCLE-DEDUCT     PIC S9(9)V99    VALUE +0.
           05  TF-OFF-CYCLE-NET        PIC S9(9)V99    VALUE +0.
           05  TF-REJECTED-COUNT       PIC 9(6)        VALUE 0.
           05  TF-SKIPPED-COUNT        PIC 9(6)        VALUE 0.
           05  TF-CHECK-COUNT          PIC 9(6)        VALUE 0.
           05  TF-CHECK-TOTAL          PIC S9(9)V99    VALUE +0.

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
           05                          PIC X(22)       VALUE SPACES.
           05                          PIC X(39)       VALUE
                       'OFF-CYCLE PAY - MANUAL CHECK REGISTER'.

       01  HEADING-THREE.
           05                          PIC X(31)       VALUE SPACES.
           05  H3-CITY                 PIC X(20).

       01  HEADING-FOUR.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'EMP/SP'.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'STORE'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       'LAST NAME'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       'FIRST NAME'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(9)        VALUE 'PAYMENT'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       'ORIG DATE'.
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
           05                          PIC X(1)        VALUE '-'.
           05  DL-SPLIT-SEQ            PIC 9(1).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-STORE-ID             PIC X(4).
           05                          PIC X(3)        VALUE SPACES.
           05  DL-LAST-NAME            PIC X(10).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-FIRST-NAME           PIC X(10).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-PAYMENT-TYPE         PIC X(9).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-ORIG-PAY-DATE        PIC 9999/99/99
                                           BLANK WHEN ZERO.
           05                          PIC X(2)        VALUE SPACES.
           05  DL-GROSS-PAY            PIC $ZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                          PIC X(2)        VALUE SPACES.
           05  DL-DEDUCTIONS           PIC $ZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05                          PIC X(2)        VALUE SPACES.
           05  DL-NET-PAY              PIC $ZZ,ZZ9.99.
           05                          PIC X(2)        VALUE SPACES.
           05  DL-NOTE                 PIC X(20).

       01  TOTAL-LINE-ONE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(24)       VALUE
                                       'REISSUES (NOT IN YTD):  '.
           05  TL1-REISSUE-COUNT       PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'NET: '.
           05  TL1-REISSUE-TOTAL       PIC $99,999,999.99.

       01  TOTAL-LINE-TWO.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(24)       VALUE
                                       'OFF-CYCLE PAYMENTS:     '.
           05  TL2-OFF-CYCLE-COUNT     PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'GROSS: '.
           05  TL2-OFF-CYCLE-GROSS     PIC $99,999,999.99.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(12)       VALUE
                                                   'DEDUCTIONS: '.
           05  TL2-OFF-CYCLE-DEDUCT    PIC $99,999,999.99.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'NET: '.
           05  TL2-OFF-CYCLE-NET       PIC $99,999,999.99.

       01  TOTAL-LINE-THREE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(24)       VALUE
                                       'CHECKS WRITTEN:         '.
           05  TL3-CHECK-COUNT         PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(7)        VALUE 'TOTAL: '.
           05  TL3-CHECK-TOTAL         PIC $99,999,999.99.

       01  TOTAL-LINE-FOUR.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(24)       VALUE
                                       'REQUESTS REJECTED:      '.
           05  TL4-REJECTED-COUNT      PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(31)       VALUE
                               'UNPAID ITEMS ALREADY REISSUED: '.
           05  TL4-SKIPPED-COUNT       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 26-PROCESS-UNPAID-ITEMS
           PERFORM 28-PROCESS-MANUAL-REQUESTS
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
           MOVE SPACES TO WS-UNPAID-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Unpaid-Items.txt' DELIMITED BY SIZE
               INTO WS-UNPAID-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-REQUEST-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Manual-Check-Requests.txt' DELIMITED BY SIZE
               INTO WS-REQUEST-FILE-NAME
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
           MOVE SPACES TO WS-REISSUE-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Reissued-Items.txt' DELIMITED BY SIZE
               INTO WS-REISSUE-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-SUPP-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Supplemental-Disbursement.txt' DELIMITED BY SIZE
               INTO WS-SUPP-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Manual-Check-Register' DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-DIST-FILE-NAME
           STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                  '-Off-Cycle-Distribution.txt' DELIMITED BY SIZE
               INTO WS-DIST-FILE-NAME
           END-STRING
           .

       15-HSKPING-ROUTINE.

           PERFORM 12-GET-REGION-SETUP
           OPEN OUTPUT CHECK-REGISTER-FILE
               SUPPLEMENTAL-DISB-FILE
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO H1-DATE
           DIVIDE WS-SYSTEM-DATE BY 10000 GIVING WS-RUN-YEAR
           PERFORM 16-LOAD-EMPLOYEE-TABLE
           PERFORM 18-LOAD-DEDUCTION-MASTER
           PERFORM 21-LOAD-YTD-TABLE
           PERFORM 24-LOAD-REISSUE-TABLE
           OPEN EXTEND REISSUE-LOG-FILE
           OPEN EXTEND PAY-DISTRIBUTION-FILE
           PERFORM 20-HEADER-ROUTINE
           .

       16-LOAD-EMPLOYEE-TABLE.
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
                       PERFORM 17-STORE-EMPLOYEE-ENTRY
               END-READ
           END-PERFORM
           IF WS-EMPLOYEE-STATUS NOT = '35'
               CLOSE EMPLOYEE-FILE
           END-IF
           .

       17-STORE-EMPLOYEE-ENTRY.
           IF EMP-ID = SPACES
               CONTINUE
           ELSE
               IF WS-EMP-COUNT >= 1000
                   DISPLAY 'EMPLOYEE TABLE FULL - UNABLE TO RECORD '
                       EMP-ID
               ELSE
                   ADD 1 TO WS-EMP-COUNT
                   SET EM-IDX TO WS-EMP-COUNT
                   MOVE EMP-ID TO WS-EM-EMP-ID (EM-IDX)
                   MOVE EMP-STORE-ID TO WS-EM-STORE-ID (EM-IDX)
                   MOVE EMP-POSITION TO WS-EM-POSITION (EM-IDX)
                   MOVE EMP-LAST-NAME TO WS-EM-LAST-NAME (EM-IDX)
                   MOVE EMP-FIRST-NAME TO WS-EM-FIRST-NAME (EM-IDX)
               END-IF
           END-IF
           .

       18-LOAD-DEDUCTION-MASTER.
           OPEN INPUT DEDUCTION-MASTER-FILE
           IF WS-DEDUCT-STATUS NOT = '00'
               DISPLAY 'DEDUCTION MASTER ' WS-DEDUCT-FILE-NAME
                   ' NOT AVAILABLE - OFF-CYCLE PAY AT GROSS'
               MOVE 'N' TO DEDUCT-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-DEDUCT-DATA
               READ DEDUCTION-MASTER-FILE
                   AT END
                       MOVE 'N' TO DEDUCT-EOF-FLAG
                   NOT AT END
                       PERFORM 19-STORE-DEDUCTION-ENTRY
               END-READ
           END-PERFORM
           IF WS-DEDUCT-STATUS NOT = '35'
               CLOSE DEDUCTION-MASTER-FILE
           END-IF
           .

       19-STORE-DEDUCTION-ENTRY.
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

           WRITE REPORT-RECORD FROM HEADING-FOUR
               AFTER ADVANCING PROPER-SPACING

           MOVE 2 TO PROPER-SPACING
           .

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

       24-LOAD-REISSUE-TABLE.
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
                       MOVE RI-ITEM-KEY TO WS-ITEM-KEY
                       PERFORM 25-STORE-REISSUE-ENTRY
               END-READ
           END-PERFORM
           IF WS-REISSUE-STATUS NOT = '35'
               CLOSE REISSUE-LOG-FILE
           END-IF
           .

       25-STORE-REISSUE-ENTRY.
           IF WS-REISSUE-COUNT >= 5000
               DISPLAY 'REISSUED ITEMS TABLE FULL - UNABLE TO '
                   'RECORD ' WS-ITEM-KEY
           ELSE
               ADD 1 TO WS-REISSUE-COUNT
               MOVE WS-ITEM-KEY TO WS-RI-ITEM-KEY (WS-REISSUE-COUNT)
           END-IF
           .

      *    EVERY REJECTED OR MISSING DEPOSIT FROM THE LAST SETTLEMENT
      *    IS REISSUED BY CHECK FOR THE SAME NET.  THE ITEM IS LOGGED
      *    SO THE SETTLEMENT AND ANY RERUN OF THIS PROGRAM SEE IT AS
      *    DONE.
       26-PROCESS-UNPAID-ITEMS.
           OPEN INPUT UNPAID-ITEM-FILE
           IF WS-UNPAID-STATUS NOT = '00'
               IF WS-UNPAID-STATUS NOT = '05'
                   DISPLAY 'UNPAID ITEMS FILE ' WS-UNPAID-FILE-NAME
                       ' NOT AVAILABLE - STATUS ' WS-UNPAID-STATUS
               END-IF
               MOVE 'N' TO UNPAID-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-UNPAID-DATA
               READ UNPAID-ITEM-FILE
                   AT END
                       MOVE 'N' TO UNPAID-EOF-FLAG
                   NOT AT END
                       PERFORM 27-REISSUE-UNPAID-ITEM
               END-READ
           END-PERFORM
           IF WS-UNPAID-STATUS NOT = '35'
               CLOSE UNPAID-ITEM-FILE
           END-IF
           .

       27-REISSUE-UNPAID-ITEM.
           MOVE UI-DISBURSEMENT-ITEM TO DISBURSEMENT-RECORD
           MOVE DB-EMP-ID TO WS-IK-EMP-ID
           MOVE DB-SPLIT-SEQ TO WS-IK-SPLIT-SEQ
           MOVE DB-PAY-DATE TO WS-IK-PAY-DATE
           PERFORM 34-CHECK-REISSUED
           EVALUATE TRUE
               WHEN ITEM-WAS-REISSUED
                   ADD 1 TO TF-SKIPPED-COUNT
               WHEN DB-NET-PAY NOT NUMERIC
                   DISPLAY 'UNPAID ITEM ' DB-EMP-ID '-' DB-SPLIT-SEQ
                       ' HAS NO USABLE AMOUNT - NOT REISSUED'
               WHEN DB-NET-PAY NOT > 0
                   ADD 1 TO TF-SKIPPED-COUNT
               WHEN OTHER
                   MOVE DB-EMP-ID TO WS-PAY-EMP-ID
                   MOVE DB-STORE-ID TO WS-PAY-STORE-ID
                   MOVE DB-LAST-NAME TO WS-PAY-LAST-NAME
                   MOVE DB-FIRST-NAME TO WS-PAY-FIRST-NAME
                   MOVE DB-SPLIT-SEQ TO WS-PAY-SPLIT-SEQ
                   MOVE 0 TO WS-GROSS-PAY
                   MOVE 0 TO WS-DEDUCTION-TOTAL
                   MOVE DB-NET-PAY TO WS-NET-PAY
                   MOVE 'REISSUE' TO DL-PAYMENT-TYPE
                   MOVE UI-ITEM-STATUS TO DL-NOTE
                   PERFORM 35-WRITE-CHECK-ITEM
                   MOVE 'S' TO RI-REISSUE-SOURCE
                   PERFORM 36-LOG-REISSUE
                   ADD 1 TO TF-REISSUE-COUNT
                   ADD WS-NET-PAY TO TF-REISSUE-TOTAL
           END-EVALUATE
           .

       28-PROCESS-MANUAL-REQUESTS.
           OPEN INPUT MANUAL-REQUEST-FILE
           IF WS-REQUEST-STATUS = '00'
               MOVE 'Y' TO REQUEST-PRESENT-FLAG
           ELSE
               MOVE 'N' TO REQUEST-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-REQUEST-DATA
               READ MANUAL-REQUEST-FILE
                   AT END
                       MOVE 'N' TO REQUEST-EOF-FLAG
                   NOT AT END
                       PERFORM 29-EDIT-MANUAL-REQUEST
               END-READ
           END-PERFORM
           IF WS-REQUEST-STATUS NOT = '35'
               CLOSE MANUAL-REQUEST-FILE
           END-IF
           IF REQUEST-IS-PRESENT
               PERFORM 38-EMPTY-REQUEST-FILE
           END-IF
           .

       29-EDIT-MANUAL-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE MR-EMP-ID TO WS-PAY-EMP-ID
           MOVE 0 TO WS-PAY-SPLIT-SEQ
           PERFORM 33-FIND-EMPLOYEE
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN MR-AMOUNT NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               WHEN MR-AMOUNT NOT > 0
                   MOVE 'AMOUNT IS ZERO' TO WS-REJECT-REASON
               WHEN MR-REISSUE-CHECK
                   IF MR-ORIG-PAY-DATE NOT NUMERIC OR
                       MR-ORIG-PAY-DATE = 0
                       MOVE 'NO ORIGINAL PAY DATE' TO WS-REJECT-REASON
                   ELSE
                       MOVE MR-EMP-ID TO WS-IK-EMP-ID
                       MOVE 0 TO WS-IK-SPLIT-SEQ
                       MOVE MR-ORIG-PAY-DATE TO WS-IK-PAY-DATE
                       PERFORM 34-CHECK-REISSUED
                       IF ITEM-WAS-REISSUED
                           MOVE 'ALREADY REISSUED' TO WS-REJECT-REASON
                       END-IF
                   END-IF
               WHEN MR-OFF-CYCLE-PAY
                   CONTINUE
               WHEN OTHER
                   MOVE 'BAD REQUEST TYPE' TO WS-REJECT-REASON
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   PERFORM 32-REJECT-MANUAL-REQUEST
               WHEN MR-REISSUE-CHECK
                   PERFORM 30-REISSUE-MANUAL-CHECK
               WHEN OTHER
                   PERFORM 31-PAY-OFF-CYCLE-REQUEST
           END-EVALUATE
           .

      *    A LOST OR SPOILED PAPER CHECK IS REPLACED FOR THE SAME NET.
      *    THE ORIGINAL PAY IS ALREADY IN YTD.
       30-REISSUE-MANUAL-CHECK.
           MOVE 0 TO WS-GROSS-PAY
           MOVE 0 TO WS-DEDUCTION-TOTAL
           MOVE MR-AMOUNT TO WS-NET-PAY
           MOVE 'REISSUE' TO DL-PAYMENT-TYPE
           MOVE MR-REASON TO DL-NOTE
           PERFORM 35-WRITE-CHECK-ITEM
           MOVE 'M' TO RI-REISSUE-SOURCE
           PERFORM 36-LOG-REISSUE
           ADD 1 TO TF-REISSUE-COUNT
           ADD WS-NET-PAY TO TF-REISSUE-TOTAL
           .

      *    AN OFF-CYCLE PAYMENT IS PAY THE EMPLOYEE HAS NOT HAD, SO IT
      *    TAKES DEDUCTIONS AND POSTS ITS DOLLARS TO YTD, BUT IS NOT A
      *    PAY PERIOD.
       31-PAY-OFF-CYCLE-REQUEST.
           MOVE MR-AMOUNT TO WS-GROSS-PAY
           MOVE 0 TO WS-DEDUCTION-TOTAL
           PERFORM 47-FIND-YTD-ENTRY
           PERFORM 43-APPLY-ONE-DEDUCTION
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > WS-DED-COUNT
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-DEDUCTION-TOTAL
           PERFORM 50-POST-YTD-TOTALS
           PERFORM 56-WRITE-PAY-DISTRIBUTION
           MOVE 0 TO WS-IK-PAY-DATE
           MOVE 'OFF-CYCLE' TO DL-PAYMENT-TYPE
           MOVE MR-REASON TO DL-NOTE
           PERFORM 35-WRITE-CHECK-ITEM
           ADD 1 TO TF-OFF-CYCLE-COUNT
           ADD WS-GROSS-PAY TO TF-OFF-CYCLE-GROSS
           ADD WS-DEDUCTION-TOTAL TO TF-OFF-CYCLE-DEDUCT
           ADD WS-NET-PAY TO TF-OFF-CYCLE-NET
           .

       32-REJECT-MANUAL-REQUEST.
           ADD 1 TO TF-REJECTED-COUNT
           MOVE MR-EMP-ID TO DL-EMP-ID
           MOVE 0 TO DL-SPLIT-SEQ
           MOVE WS-PAY-STORE-ID TO DL-STORE-ID
           MOVE WS-PAY-LAST-NAME TO DL-LAST-NAME
           MOVE WS-PAY-FIRST-NAME TO DL-FIRST-NAME
           MOVE 'REJECTED' TO DL-PAYMENT-TYPE
           IF MR-ORIG-PAY-DATE NUMERIC
               MOVE MR-ORIG-PAY-DATE TO DL-ORIG-PAY-DATE
           ELSE
               MOVE 0 TO DL-ORIG-PAY-DATE
           END-IF
           MOVE 0 TO DL-GROSS-PAY
           MOVE 0 TO DL-DEDUCTIONS
           IF MR-AMOUNT NUMERIC
               MOVE MR-AMOUNT TO DL-NET-PAY
           ELSE
               MOVE 0 TO DL-NET-PAY
           END-IF
           MOVE WS-REJECT-REASON TO DL-NOTE
           PERFORM 37-WRITE-DETAIL-LINE
           .

       33-FIND-EMPLOYEE.
           MOVE SPACES TO WS-PAY-STORE-ID
           MOVE SPACES TO WS-PAY-POSITION
           MOVE SPACES TO WS-PAY-LAST-NAME
           MOVE SPACES TO WS-PAY-FIRST-NAME
           SET EM-IDX TO 1
           SEARCH WS-EMP-ENTRY
               AT END
                   MOVE 'EMP-ID NOT ON MASTER' TO WS-REJECT-REASON
               WHEN WS-EM-EMP-ID (EM-IDX) = SPACES
                   MOVE 'EMP-ID NOT ON MASTER' TO WS-REJECT-REASON
               WHEN WS-EM-EMP-ID (EM-IDX) = WS-PAY-EMP-ID
                   MOVE WS-EM-STORE-ID (EM-IDX) TO WS-PAY-STORE-ID
                   MOVE WS-EM-POSITION (EM-IDX) TO WS-PAY-POSITION
                   MOVE WS-EM-LAST-NAME (EM-IDX) TO WS-PAY-LAST-NAME
                   MOVE WS-EM-FIRST-NAME (EM-IDX) TO WS-PAY-FIRST-NAME
           END-SEARCH
           .

       34-CHECK-REISSUED.
           MOVE 'N' TO REISSUED-FLAG
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

      *    EVERY PAYMENT GOES OUT AS A PAPER CHECK DATED TODAY.  THE
      *    REGISTER LINE SHOWS THE DATE OF THE PAY IT REPLACES.
       35-WRITE-CHECK-ITEM.
           MOVE WS-PAY-EMP-ID TO DL-EMP-ID
           MOVE WS-PAY-SPLIT-SEQ TO DL-SPLIT-SEQ
           MOVE WS-PAY-STORE-ID TO DL-STORE-ID
           MOVE WS-PAY-LAST-NAME TO DL-LAST-NAME
           MOVE WS-PAY-FIRST-NAME TO DL-FIRST-NAME
           MOVE WS-IK-PAY-DATE TO DL-ORIG-PAY-DATE
           MOVE WS-GROSS-PAY TO DL-GROSS-PAY
           MOVE WS-DEDUCTION-TOTAL TO DL-DEDUCTIONS
           MOVE WS-NET-PAY TO DL-NET-PAY
           PERFORM 37-WRITE-DETAIL-LINE

           MOVE SPACES TO DISBURSEMENT-RECORD
           MOVE WS-PAY-EMP-ID TO DB-EMP-ID
           MOVE WS-PAY-STORE-ID TO DB-STORE-ID
           MOVE WS-PAY-LAST-NAME TO DB-LAST-NAME
           MOVE WS-PAY-FIRST-NAME TO DB-FIRST-NAME
           MOVE WS-SYSTEM-DATE TO DB-PAY-DATE
           MOVE WS-NET-PAY TO DB-NET-PAY
           MOVE WS-PAY-SPLIT-SEQ TO DB-SPLIT-SEQ
           MOVE 'C' TO DB-ITEM-TYPE
           MOVE 0 TO DB-ROUTING-NUMBER
           WRITE DISBURSEMENT-RECORD
           ADD 1 TO TF-CHECK-COUNT
           ADD WS-NET-PAY TO TF-CHECK-TOTAL
           .

       36-LOG-REISSUE.
           MOVE WS-ITEM-KEY TO RI-ITEM-KEY
           MOVE WS-NET-PAY TO RI-AMOUNT
           MOVE WS-SYSTEM-DATE TO RI-REISSUE-DATE
           WRITE REISSUE-LOG-RECORD
           PERFORM 25-STORE-REISSUE-ENTRY
           .

       37-WRITE-DETAIL-LINE.
           WRITE REPORT-RECORD FROM DETAIL-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           .

       38-EMPTY-REQUEST-FILE.
           OPEN OUTPUT MANUAL-REQUEST-FILE
           CLOSE MANUAL-REQUEST-FILE
           .

       40-EOF-ROUTINE.
           MOVE TF-REISSUE-COUNT TO TL1-REISSUE-COUNT
           MOVE TF-REISSUE-TOTAL TO TL1-REISSUE-TOTAL
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM TOTAL-LINE-ONE
               AFTER ADVANCING PROPER-SPACING

           MOVE TF-OFF-CYCLE-COUNT TO TL2-OFF-CYCLE-COUNT
           MOVE TF-OFF-CYCLE-GROSS TO TL2-OFF-CYCLE-GROSS
           MOVE TF-OFF-CYCLE-DEDUCT TO TL2-OFF-CYCLE-DEDUCT
           MOVE TF-OFF-CYCLE-NET TO TL2-OFF-CYCLE-NET
           MOVE 1 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM TOTAL-LINE-TWO
               AFTER ADVANCING PROPER-SPACING

           MOVE TF-CHECK-COUNT TO TL3-CHECK-COUNT
           MOVE TF-CHECK-TOTAL TO TL3-CHECK-TOTAL
           WRITE REPORT-RECORD FROM TOTAL-LINE-THREE
               AFTER ADVANCING PROPER-SPACING

           MOVE TF-REJECTED-COUNT TO TL4-REJECTED-COUNT
           MOVE TF-SKIPPED-COUNT TO TL4-SKIPPED-COUNT
           WRITE REPORT-RECORD FROM TOTAL-LINE-FOUR
               AFTER ADVANCING PROPER-SPACING

           IF TF-OFF-CYCLE-COUNT > 0
               PERFORM 53-WRITE-YTD-FILE
           END-IF

           CLOSE CHECK-REGISTER-FILE
               SUPPLEMENTAL-DISB-FILE
               REISSUE-LOG-FILE
               PAY-DISTRIBUTION-FILE
           STOP RUN
           .

       43-APPLY-ONE-DEDUCTION.
           IF WS-DED-EMP-ID (WS-DED-SUB) = WS-PAY-EMP-ID
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
                   PERFORM 57-WRITE-DISTRIBUTION-RECORD
               END-IF
               IF YT-IDX > 0
                   PERFORM 48-POST-YTD-DEDUCTION
               END-IF
           END-IF
           .

       47-FIND-YTD-ENTRY.
           SET YT-IDX TO 1
           SEARCH WS-YTD-ENTRY
               AT END
                   DISPLAY 'YTD EARNINGS TABLE FULL - UNABLE TO '
                       'RECORD ' WS-PAY-EMP-ID
                   SET YT-IDX TO 0
               WHEN WS-YT-EMP-ID (YT-IDX) = SPACES
                   ADD 1 TO WS-YTD-COUNT
                   MOVE WS-PAY-EMP-ID TO WS-YT-EMP-ID (YT-IDX)
                   MOVE WS-RUN-YEAR TO WS-YT-YEAR (YT-IDX)
               WHEN WS-YT-EMP-ID (YT-IDX) = WS-PAY-EMP-ID
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
                   WS-PAY-EMP-ID ' - ' WS-DED-CODE (WS-DED-SUB)
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
               MOVE WS-PAY-STORE-ID TO WS-YT-STORE-ID (YT-IDX)
               ADD WS-GROSS-PAY TO WS-YT-GROSS (YT-IDX)
               ADD WS-DEDUCTION-TOTAL TO WS-YT-DEDUCTIONS (YT-IDX)
               ADD WS-NET-PAY TO WS-YT-NET (YT-IDX)
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

      *    THE GROSS IS CHARGED TO THE STORE AND POSITION; THE
      *    DEDUCTION RECORDS ARE WRITTEN AS EACH ONE IS TAKEN.
       56-WRITE-PAY-DISTRIBUTION.
           MOVE 'G' TO PD-RECORD-TYPE
           MOVE SPACES TO PD-DED-CODE
           MOVE WS-GROSS-PAY TO PD-AMOUNT
           PERFORM 57-WRITE-DISTRIBUTION-RECORD
           MOVE 'N' TO PD-RECORD-TYPE
           MOVE SPACES TO PD-DED-CODE
           MOVE WS-NET-PAY TO PD-AMOUNT
           PERFORM 57-WRITE-DISTRIBUTION-RECORD
           .

       57-WRITE-DISTRIBUTION-RECORD.
           MOVE WS-PAY-EMP-ID TO PD-EMP-ID
           MOVE WS-PAY-STORE-ID TO PD-STORE-ID
           MOVE WS-PAY-POSITION TO PD-POSITION
           MOVE WS-SYSTEM-DATE TO PD-PAY-DATE
           WRITE PAY-DISTRIBUTION-RECORD
           .
