       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM24.
       AUTHOR. P W ASKEW.
      ******************************************************************
      * This program is the weekly employee registry integrity audit.
      * Each region keeps its own master and keyed index, and the
      * company employee registry is the one place that says which
      * region owns an EMP-ID.  CS370PROGRAM2 keeps the registry
      * current as it maintains each region, but a region that is
      * not maintained for a while, a transfer that nobody absorbs,
      * or an ID keyed before the registry existed can still leave
      * the two out of step.  This program reads every region's
      * master and waiting transfer-in file from the region parm
      * file, together with the whole registry, and lists every EMP-ID
      * where they do not agree, so HR can straighten each one out
      * before it turns into a double payment or a missed one.
      * ******
      * INPUT:
      *    Bennett-Region-Parm.txt (through CS370GETREGN) - every
      *        region on it is audited, whatever the run request.
      *    Each region's employee master (see EMPREC.CPY) -
      *        PR1FA21-Knox.txt for the Knox region.
      *    Each region's <prefix>-Transfer-In.txt - employees sent
      *        by another region and not yet absorbed.  A region
      *        with none waiting need not have the file.
      *    Bennett-Employee-Registry.idx - the company employee
      *        registry (see EMPREG.CPY), read from front to back.
      * *******
      * OUTPUT:
      *    Bennett-Registry-Audit - one line per finding in EMP-ID
      *        sequence, then the record counts read and the count of
      *        each finding.  RETURN-CODE is 4 when there is any
      *        finding, otherwise 0.
      * *******
      * FINDINGS
      *    DUPLICATE ID     - THE EMP-ID IS ON MORE THAN ONE REGION'S
      *                       MASTER; ONE LINE PER MASTER RECORD.
      *    IN TRANSIT       - THE EMP-ID IS WAITING ON A REGION'S
      *                       TRANSFER-IN FILE.  DAYS IN TRANSIT RUN
      *                       FROM THE REGISTRY TRANSIT DATE TO TODAY,
      *                       AND ARE BLANK WHEN THE REGISTRY HAS NO
      *                       TRANSIT DATE FOR THAT REGION.
      *    NO MASTER RECORD - THE REGISTRY OWNER REGION HAS THE EMP-ID
      *                       NEITHER ON ITS MASTER NOR (FOR AN ID IN
      *                       TRANSIT) ON ITS TRANSFER-IN FILE.
      *    NOT IN REGISTRY  - A MASTER RECORD THE REGISTRY DOES NOT
      *                       HAVE, OR GIVES TO ANOTHER REGION.
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
           SELECT OPTIONAL TRANSFER-IN-FILE
               ASSIGN TO DYNAMIC WS-TRANSFER-IN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-STATUS.
           SELECT REGISTRY-FILE
               ASSIGN TO 'Bennett-Employee-Registry.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ER-EMP-ID
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REGISTRY-AUDIT-FILE
               ASSIGN TO 'Bennett-Registry-Audit'.
           SELECT SORT-WORK-FILE
               ASSIGN TO 'Bennett-Registry-Sort.wrk'.

       DATA DIVISION.
       FILE SECTION.

       FD EMPLOYEE-FILE
           RECORD CONTAINS 75 CHARACTERS.

       COPY EMPREC.

       FD TRANSFER-IN-FILE
           RECORD CONTAINS 75 CHARACTERS.

       01  TRANSFER-IN-RECORD.
           05  TI-STORE-ID             PIC A(4).
           05  TI-EMP-ID               PIC X(5).
           05  FILLER                  PIC X(66).

       FD REGISTRY-FILE
           RECORD CONTAINS 34 CHARACTERS.

       COPY EMPREG.

       FD REGISTRY-AUDIT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  REPORT-RECORD               PIC X(132).

      *****************************     SORT FILE   ********************
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SW-EMP-ID               PIC X(5).
           05  SW-SOURCE               PIC X(1).
               88 SW-FROM-MASTER                       VALUE 'M'.
               88 SW-FROM-REGISTRY                     VALUE 'R'.
               88 SW-FROM-TRANSFER-IN                  VALUE 'T'.
           05  SW-REGION-CODE          PIC X(4).
           05  SW-STORE-ID             PIC A(4).
           05  SW-REG-STATUS           PIC X(1).
           05  SW-FROM-REGION          PIC X(4).
           05  SW-TRANSIT-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                PIC X           VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  TRANSFER-EOF-FLAG       PIC X           VALUE ' '.
               88 NO-MORE-TRANSFER-DATA                VALUE 'N'.
           05  REGISTRY-EOF-FLAG       PIC X           VALUE ' '.
               88 NO-MORE-REGISTRY-DATA                VALUE 'N'.
           05  SORT-EOF-FLAG           PIC X           VALUE ' '.
               88 NO-MORE-SORTED-DATA                  VALUE 'N'.
           05  FIRST-GROUP-FLAG        PIC X           VALUE 'Y'.
               88 FIRST-GROUP                          VALUE 'Y'.
           05  GROUP-REGISTRY-FLAG     PIC X           VALUE 'N'.
               88 GROUP-IS-REGISTERED                  VALUE 'Y'.
           05  OWNER-HAS-RECORD-FLAG   PIC X           VALUE 'N'.
               88 OWNER-HAS-RECORD                     VALUE 'Y'.

       01  WS-EMPLOYEE-STATUS          PIC XX          VALUE '00'.
       01  WS-TRANSFER-STATUS          PIC XX          VALUE '00'.
       01  WS-REGISTRY-STATUS          PIC XX          VALUE '00'.
       01  WS-SYSTEM-DATE              PIC 9(8)        VALUE 0.
       01  WS-FINDING                  PIC X(16)       VALUE SPACES.
       01  WS-GROUP-SUB                PIC S9(4)       VALUE +0.

      *********************     ONE EMP-ID GROUP     *******************
       01  WS-GROUP-EMP-ID             PIC X(5)        VALUE SPACES.
       01  WS-GROUP-REGISTRY.
           05  WS-GR-REGION-CODE       PIC X(4).
           05  WS-GR-STORE-ID          PIC A(4).
           05  WS-GR-STATUS            PIC X(1).
               88 WS-GR-ON-MASTER                      VALUE 'M'.
               88 WS-GR-IN-TRANSIT                     VALUE 'T'.
           05  WS-GR-FROM-REGION       PIC X(4).
           05  WS-GR-TRANSIT-DATE      PIC 9(8).
       01  WS-GROUP-COUNT              PIC S9(4)       VALUE +0.
       01  WS-MASTER-COUNT             PIC S9(4)       VALUE +0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 20 TIMES.
               10  WS-GE-SOURCE        PIC X(1).
               10  WS-GE-REGION-CODE   PIC X(4).
               10  WS-GE-STORE-ID      PIC A(4).

      *********************     DAY COUNT PARM     *********************
       COPY DAYCOUNT.

      *********************     REGION / RUN SETUP     *****************
       COPY GETREGN.

       01  WS-RUN-FILE-NAMES.
           05  WS-MASTER-FILE-NAME      PIC X(40)      VALUE SPACES.
           05  WS-TRANSFER-IN-FILE-NAME PIC X(40)      VALUE SPACES.

       01  WS-REGION-SLOT              PIC 9(2)        VALUE 0.

       01  TOTAL-FIELDS.
           05  TF-REGIONS-READ         PIC 9(3)        VALUE 0.
           05  TF-MASTER-READ          PIC 9(6)        VALUE 0.
           05  TF-TRANSFER-IN-READ     PIC 9(6)        VALUE 0.
           05  TF-REGISTRY-READ        PIC 9(6)        VALUE 0.
           05  TF-DUPLICATE-COUNT      PIC 9(6)        VALUE 0.
           05  TF-IN-TRANSIT-COUNT     PIC 9(6)        VALUE 0.
           05  TF-NO-MASTER-COUNT      PIC 9(6)        VALUE 0.
           05  TF-NOT-REGISTERED-COUNT PIC 9(6)        VALUE 0.
           05  TF-FINDING-COUNT        PIC 9(6)        VALUE 0.

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
           05                          PIC X(33)       VALUE
                               'EMPLOYEE REGISTRY INTEGRITY AUDIT'.

       01  HEADING-THREE.
           05                          PIC X(31)       VALUE SPACES.
           05  H3-CITY                 PIC X(20)       VALUE
                                                       'ALL REGIONS'.

       01  HEADING-FOUR.
           05                          PIC X(1)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'EMP ID'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(16)       VALUE 'FINDING'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(6)        VALUE 'REGION'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(5)        VALUE 'STORE'.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(8)        VALUE 'REGISTRY'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(10)       VALUE
                                                       'REG STATUS'.
           05                          PIC X(2)        VALUE SPACES.
           05                          PIC X(4)        VALUE 'FROM'.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(5)        VALUE ' DAYS'.

       01  DETAIL-LINE.
           05                          PIC X(1)        VALUE SPACES.
           05  DL-EMP-ID               PIC X(5).
           05                          PIC X(3)        VALUE SPACES.
           05  DL-FINDING              PIC X(16).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-REGION-CODE          PIC X(4).
           05                          PIC X(4)        VALUE SPACES.
           05  DL-STORE-ID             PIC A(4).
           05                          PIC X(4)        VALUE SPACES.
           05  DL-REG-REGION           PIC X(4).
           05                          PIC X(6)        VALUE SPACES.
           05  DL-REG-STATUS           PIC X(10).
           05                          PIC X(2)        VALUE SPACES.
           05  DL-FROM-REGION          PIC X(4).
           05                          PIC X(3)        VALUE SPACES.
           05  DL-DAYS                 PIC ZZZZ9.
           05  DL-DAYS-X REDEFINES DL-DAYS
                                       PIC X(5).

       01  TOTAL-LINE-ONE.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(14)       VALUE
                                                   'REGIONS READ: '.
           05  TL1-REGIONS             PIC ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(16)       VALUE
                                                 'MASTER RECORDS: '.
           05  TL1-MASTER              PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(14)       VALUE
                                                   'TRANSFER-INS: '.
           05  TL1-TRANSFER-IN         PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(18)       VALUE
                                               'REGISTRY ENTRIES: '.
           05  TL1-REGISTRY            PIC ZZZ,ZZ9.

       01  TOTAL-LINE-TWO.
           05                          PIC X(5)        VALUE SPACES.
           05                          PIC X(15)       VALUE
                                                  'DUPLICATE IDS: '.
           05  TL2-DUPLICATE           PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(12)       VALUE
                                                     'IN TRANSIT: '.
           05  TL2-IN-TRANSIT          PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(18)       VALUE
                                               'NO MASTER RECORD: '.
           05  TL2-NO-MASTER           PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(17)       VALUE
                                                'NOT IN REGISTRY: '.
           05  TL2-NOT-REGISTERED      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-PROCESS-INPUT-FILES
           PERFORM 40-EOF-ROUTINE
           .

       15-HSKPING-ROUTINE.

           MOVE 1 TO GR-REQUEST-SLOT
           CALL 'CS370GETREGN' USING GETREGN-PARM
           OPEN OUTPUT REGISTRY-AUDIT-FILE
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-DATE TO H1-DATE
           PERFORM 20-HEADER-ROUTINE
           .

       20-HEADER-ROUTINE.
           WRITE REPORT-RECORD FROM HEADING-ONE
               AFTER ADVANCING PROPER-SPACING

           MOVE 2 TO PROPER-SPACING

           WRITE REPORT-RECORD FROM HEADING-TWO
               AFTER ADVANCING PROPER-SPACING

           WRITE REPORT-RECORD FROM HEADING-THREE
               AFTER ADVANCING PROPER-SPACING

           MOVE 1 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM HEADING-FOUR
               AFTER ADVANCING 2

           MOVE 2 TO PROPER-SPACING
           .

      *    MASTER, TRANSFER-IN AND REGISTRY RECORDS FOR ONE EMP-ID
      *    COME BACK FROM THE SORT TOGETHER, MASTERS FIRST.
       25-PROCESS-INPUT-FILES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-EMP-ID SW-SOURCE SW-REGION-CODE
               INPUT PROCEDURE IS 26-SORT-INPUT-PROCEDURE
               OUTPUT PROCEDURE IS 35-SORT-OUTPUT-PROCEDURE
           .

       26-SORT-INPUT-PROCEDURE.
           PERFORM 27-RELEASE-ONE-REGION
               VARYING WS-REGION-SLOT FROM 1 BY 1
               UNTIL WS-REGION-SLOT > GR-REGION-COUNT
           PERFORM 30-RELEASE-REGISTRY
           .

       27-RELEASE-ONE-REGION.
           MOVE WS-REGION-SLOT TO GR-REQUEST-SLOT
           CALL 'CS370GETREGN' USING GETREGN-PARM
           IF GR-RETURN-STATUS = '0'
               ADD 1 TO TF-REGIONS-READ
               MOVE GR-MASTER-FILE-NAME TO WS-MASTER-FILE-NAME
               MOVE SPACES TO WS-TRANSFER-IN-FILE-NAME
               STRING GR-OUTPUT-PREFIX DELIMITED BY SPACE
                      '-Transfer-In.txt' DELIMITED BY SIZE
                   INTO WS-TRANSFER-IN-FILE-NAME
               END-STRING
               PERFORM 28-RELEASE-MASTER-FILE
               PERFORM 29-RELEASE-TRANSFER-IN-FILE
           END-IF
           .

       28-RELEASE-MASTER-FILE.
           MOVE ' ' TO EOF-FLAG
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
                       ADD 1 TO TF-MASTER-READ
                       MOVE SPACES TO SORT-RECORD
                       MOVE EMP-ID TO SW-EMP-ID
                       MOVE 'M' TO SW-SOURCE
                       MOVE GR-REGION-CODE TO SW-REGION-CODE
                       MOVE EMP-STORE-ID TO SW-STORE-ID
                       MOVE 0 TO SW-TRANSIT-DATE
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           IF WS-EMPLOYEE-STATUS NOT = '35'
               CLOSE EMPLOYEE-FILE
           END-IF
           .

       29-RELEASE-TRANSFER-IN-FILE.
           MOVE ' ' TO TRANSFER-EOF-FLAG
           OPEN INPUT TRANSFER-IN-FILE
           IF WS-TRANSFER-STATUS NOT = '00' AND
               WS-TRANSFER-STATUS NOT = '05'
               MOVE 'N' TO TRANSFER-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-TRANSFER-DATA
               READ TRANSFER-IN-FILE
                   AT END
                       MOVE 'N' TO TRANSFER-EOF-FLAG
                   NOT AT END
                       ADD 1 TO TF-TRANSFER-IN-READ
                       MOVE SPACES TO SORT-RECORD
                       MOVE TI-EMP-ID TO SW-EMP-ID
                       MOVE 'T' TO SW-SOURCE
                       MOVE GR-REGION-CODE TO SW-REGION-CODE
                       MOVE TI-STORE-ID TO SW-STORE-ID
                       MOVE 0 TO SW-TRANSIT-DATE
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           IF WS-TRANSFER-STATUS NOT = '35'
               CLOSE TRANSFER-IN-FILE
           END-IF
           .

       30-RELEASE-REGISTRY.
           MOVE ' ' TO REGISTRY-EOF-FLAG
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = '00'
               DISPLAY 'EMPLOYEE REGISTRY NOT AVAILABLE - STATUS '
                   WS-REGISTRY-STATUS
               MOVE 'N' TO REGISTRY-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-REGISTRY-DATA
               READ REGISTRY-FILE
                   AT END
                       MOVE 'N' TO REGISTRY-EOF-FLAG
                   NOT AT END
                       ADD 1 TO TF-REGISTRY-READ
                       MOVE ER-EMP-ID TO SW-EMP-ID
                       MOVE 'R' TO SW-SOURCE
                       MOVE ER-REGION-CODE TO SW-REGION-CODE
                       MOVE ER-STORE-ID TO SW-STORE-ID
                       MOVE ER-STATUS TO SW-REG-STATUS
                       MOVE ER-FROM-REGION TO SW-FROM-REGION
                       MOVE ER-TRANSIT-DATE TO SW-TRANSIT-DATE
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           IF WS-REGISTRY-STATUS NOT = '35'
               CLOSE REGISTRY-FILE
           END-IF
           .

       35-SORT-OUTPUT-PROCEDURE.
           PERFORM UNTIL NO-MORE-SORTED-DATA
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'N' TO SORT-EOF-FLAG
                   NOT AT END
                       PERFORM 36-TAKE-ONE-SORTED-RECORD
               END-RETURN
           END-PERFORM
           IF NOT FIRST-GROUP
               PERFORM 38-AUDIT-ONE-GROUP
           END-IF
           .

       36-TAKE-ONE-SORTED-RECORD.
           IF FIRST-GROUP
               MOVE 'N' TO FIRST-GROUP-FLAG
               PERFORM 39-START-GROUP
           ELSE
               IF SW-EMP-ID NOT = WS-GROUP-EMP-ID
                   PERFORM 38-AUDIT-ONE-GROUP
                   PERFORM 39-START-GROUP
               END-IF
           END-IF
           PERFORM 37-ADD-TO-GROUP
           .

       37-ADD-TO-GROUP.
           IF SW-FROM-REGISTRY
               MOVE 'Y' TO GROUP-REGISTRY-FLAG
               MOVE SW-REGION-CODE TO WS-GR-REGION-CODE
               MOVE SW-STORE-ID TO WS-GR-STORE-ID
               MOVE SW-REG-STATUS TO WS-GR-STATUS
               MOVE SW-FROM-REGION TO WS-GR-FROM-REGION
               MOVE SW-TRANSIT-DATE TO WS-GR-TRANSIT-DATE
           ELSE
               IF WS-GROUP-COUNT < 20
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE SW-SOURCE TO WS-GE-SOURCE (WS-GROUP-COUNT)
                   MOVE SW-REGION-CODE TO
                       WS-GE-REGION-CODE (WS-GROUP-COUNT)
                   MOVE SW-STORE-ID TO WS-GE-STORE-ID (WS-GROUP-COUNT)
                   IF SW-FROM-MASTER
                       ADD 1 TO WS-MASTER-COUNT
                   END-IF
               END-IF
           END-IF
           .

       39-START-GROUP.
           MOVE SW-EMP-ID TO WS-GROUP-EMP-ID
           MOVE 'N' TO GROUP-REGISTRY-FLAG
           MOVE SPACES TO WS-GROUP-REGISTRY
           MOVE 0 TO WS-GR-TRANSIT-DATE
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 0 TO WS-MASTER-COUNT
           .

      *    A DUPLICATE IS REPORTED ON ITS OWN; ITS LINES ALREADY SHOW
      *    WHICH REGION THE REGISTRY GIVES THE ID TO.
       38-AUDIT-ONE-GROUP.
           IF WS-MASTER-COUNT > 1
               ADD 1 TO TF-DUPLICATE-COUNT
           END-IF
           MOVE 'N' TO OWNER-HAS-RECORD-FLAG
           PERFORM 41-AUDIT-ONE-GROUP-ENTRY
               VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
           IF GROUP-IS-REGISTERED AND NOT OWNER-HAS-RECORD
               ADD 1 TO TF-NO-MASTER-COUNT
               MOVE 'NO MASTER RECORD' TO WS-FINDING
               MOVE WS-GR-REGION-CODE TO DL-REGION-CODE
               MOVE WS-GR-STORE-ID TO DL-STORE-ID
               PERFORM 43-WRITE-FINDING-LINE
           END-IF
           .

       41-AUDIT-ONE-GROUP-ENTRY.
           IF GROUP-IS-REGISTERED AND
               WS-GE-REGION-CODE (WS-GROUP-SUB) = WS-GR-REGION-CODE
               IF WS-GE-SOURCE (WS-GROUP-SUB) = 'M' OR
                   WS-GR-IN-TRANSIT
                   MOVE 'Y' TO OWNER-HAS-RECORD-FLAG
               END-IF
           END-IF
           MOVE WS-GE-REGION-CODE (WS-GROUP-SUB) TO DL-REGION-CODE
           MOVE WS-GE-STORE-ID (WS-GROUP-SUB) TO DL-STORE-ID
           EVALUATE TRUE
               WHEN WS-GE-SOURCE (WS-GROUP-SUB) = 'T'
                   ADD 1 TO TF-IN-TRANSIT-COUNT
                   MOVE 'IN TRANSIT' TO WS-FINDING
                   PERFORM 43-WRITE-FINDING-LINE
               WHEN WS-MASTER-COUNT > 1
                   MOVE 'DUPLICATE ID' TO WS-FINDING
                   PERFORM 43-WRITE-FINDING-LINE
               WHEN NOT GROUP-IS-REGISTERED OR
                   WS-GE-REGION-CODE (WS-GROUP-SUB) NOT =
                       WS-GR-REGION-CODE
                   ADD 1 TO TF-NOT-REGISTERED-COUNT
                   MOVE 'NOT IN REGISTRY' TO WS-FINDING
                   PERFORM 43-WRITE-FINDING-LINE
           END-EVALUATE
           .

       43-WRITE-FINDING-LINE.
           ADD 1 TO TF-FINDING-COUNT
           MOVE WS-GROUP-EMP-ID TO DL-EMP-ID
           MOVE WS-FINDING TO DL-FINDING
           MOVE SPACES TO DL-DAYS-X
           MOVE SPACES TO DL-FROM-REGION
           IF GROUP-IS-REGISTERED
               MOVE WS-GR-REGION-CODE TO DL-REG-REGION
               EVALUATE TRUE
                   WHEN WS-GR-ON-MASTER
                       MOVE 'ON MASTER' TO DL-REG-STATUS
                   WHEN WS-GR-IN-TRANSIT
                       MOVE 'IN TRANSIT' TO DL-REG-STATUS
                       MOVE WS-GR-FROM-REGION TO DL-FROM-REGION
                       IF DL-REGION-CODE = WS-GR-REGION-CODE
                           PERFORM 44-COUNT-DAYS-IN-TRANSIT
                       END-IF
                   WHEN OTHER
                       MOVE WS-GR-STATUS TO DL-REG-STATUS
               END-EVALUATE
           ELSE
               MOVE SPACES TO DL-REG-REGION
               MOVE 'NONE' TO DL-REG-STATUS
           END-IF
           WRITE REPORT-RECORD FROM DETAIL-LINE
               AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           .

       44-COUNT-DAYS-IN-TRANSIT.
           IF WS-GR-TRANSIT-DATE NUMERIC AND
               WS-GR-TRANSIT-DATE > 0
               MOVE WS-GR-TRANSIT-DATE TO DC-FROM-DATE
               MOVE WS-SYSTEM-DATE TO DC-THRU-DATE
               CALL 'CS370DAYCOUNT' USING DAYCOUNT-PARM
               IF DC-RESULT-CODE = '0' AND DC-CALENDAR-DAYS >= 0
                   MOVE DC-CALENDAR-DAYS TO DL-DAYS
               END-IF
           END-IF
           .

       40-EOF-ROUTINE.
           MOVE TF-REGIONS-READ TO TL1-REGIONS
           MOVE TF-MASTER-READ TO TL1-MASTER
           MOVE TF-TRANSFER-IN-READ TO TL1-TRANSFER-IN
           MOVE TF-REGISTRY-READ TO TL1-REGISTRY
           MOVE 2 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM TOTAL-LINE-ONE
               AFTER ADVANCING PROPER-SPACING

           MOVE TF-DUPLICATE-COUNT TO TL2-DUPLICATE
           MOVE TF-IN-TRANSIT-COUNT TO TL2-IN-TRANSIT
           MOVE TF-NO-MASTER-COUNT TO TL2-NO-MASTER
           MOVE TF-NOT-REGISTERED-COUNT TO TL2-NOT-REGISTERED
           MOVE 1 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM TOTAL-LINE-TWO
               AFTER ADVANCING PROPER-SPACING

           CLOSE REGISTRY-AUDIT-FILE
           IF TF-FINDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .
