       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370PROGRAM22.
       AUTHOR. P W ASKEW.
      ******************************************************************
      * This program is the position master maintenance session.
      * EMP-POSITION was a free two-letter code - nothing checked it
      * on the way in, the reports could only print the code, and
      * the raise matrix and pay band parm files were each keyed on
      * whatever codes their owners happened to know about.  Here
      * personnel keeps the one company-wide list of positions: the
      * code, the title, whether the position is exempt or
      * non-exempt, and whether it is still active.  A position is
      * never deleted - employees may still carry it - it is
      * retired, and the CS370GETPOSN lookup then refuses it on any
      * new Add or Change while the reports keep printing its title.
      * ******
      * INPUT:
      *    Bennett-Position-Master.txt - the position master (see
      *        POSMAST.CPY).  A missing file starts empty.
      *    Operator console - one position per pass; keying END (or
      *        nothing) at the action prompt ends the session.
      * *******
      * OUTPUT:
      *    Bennett-Position-Master.txt - rewritten at the end of the
      *        session when anything was added, changed or retired.
      * *******
      * EDITS
      *    THE POSITION CODE IS TWO LETTERS.  ADD REQUIRES THE CODE NOT
      *    BE ON FILE; CHANGE, RETIRE AND INQUIRE REQUIRE IT.  THE
      *    TITLE IS REQUIRED.  THE EXEMPT FLAG IS E (EXEMPT) OR N
      *    (NON-EXEMPT).  A CHANGE MAY RE-ACTIVATE A RETIRED POSITION.
      *    EVERY RECORD IS PLAYED BACK FOR A Y/N CONFIRMATION BEFORE IT
      *    IS KEPT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POSITION-MASTER-FILE
               ASSIGN TO 'Bennett-Position-Master.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD POSITION-MASTER-FILE
           RECORD CONTAINS 24 CHARACTERS.

       01  POSITION-MASTER-FILE-RECORD PIC X(24).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  SESSION-DONE-FLAG       PIC X           VALUE ' '.
               88 SESSION-IS-DONE                      VALUE 'N'.
           05  FIELD-OK-FLAG           PIC X           VALUE 'N'.
               88 FIELD-IS-OK                          VALUE 'Y'.
           05  ENTRY-GOOD-FLAG         PIC X           VALUE 'Y'.
               88 ENTRY-IS-GOOD                        VALUE 'Y'.
           05  POSITION-EOF-FLAG       PIC X           VALUE ' '.
               88 NO-MORE-POSITION-DATA                VALUE 'N'.
           05  POSITION-CHANGED-FLAG   PIC X           VALUE 'N'.
               88 POSITION-WAS-CHANGED                 VALUE 'Y'.

       01  WS-POSITION-STATUS          PIC XX          VALUE '00'.
       01  WS-ADDS-KEPT                PIC 9(4)        VALUE 0.
       01  WS-CHANGES-KEPT             PIC 9(4)        VALUE 0.
       01  WS-RETIRES-KEPT             PIC 9(4)        VALUE 0.

      *********************     CONSOLE WORK AREA     ******************
       01  WS-CODE-IN                  PIC X(3)        VALUE SPACES.
       01  WS-POSITION-IN              PIC X(2)        VALUE SPACES.
       01  WS-TITLE-IN                 PIC X(20)       VALUE SPACES.
       01  WS-TEXT-IN                  PIC X(10)       VALUE SPACES.
       01  WS-CONFIRM-IN               PIC X(1)        VALUE SPACE.
       01  WS-EXEMPT-TEXT              PIC X(10)       VALUE SPACES.
       01  WS-ACTIVE-TEXT              PIC X(7)        VALUE SPACES.

      *********************     POSITION TABLE     *********************
       01  WS-POSITION-COUNT           PIC 9(3)        VALUE 0.
       01  WS-POSITION-SUB             PIC S9(4)       VALUE +0.
       01  WS-POSITION-TABLE.
           05  WS-POSITION-ENTRY OCCURS 100 TIMES
                   INDEXED BY PSN-IDX.
               10  WS-PSN-CODE         PIC A(2)        VALUE SPACES.
               10  WS-PSN-REST         PIC X(22)       VALUE SPACES.

       COPY POSMAST.

       PROCEDURE DIVISION.

       10-CONTROL-MODULE.

           PERFORM 15-HSKPING-ROUTINE
           PERFORM 25-SESSION-LOOP
           PERFORM 40-EOF-ROUTINE
           .

       15-HSKPING-ROUTINE.

           DISPLAY 'POSITION MASTER MAINTENANCE'
           PERFORM 16-LOAD-POSITION-TABLE
           .

       16-LOAD-POSITION-TABLE.
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-POSITION-STATUS NOT = '00' AND
               WS-POSITION-STATUS NOT = '05'
               MOVE 'N' TO POSITION-EOF-FLAG
           END-IF
           PERFORM UNTIL NO-MORE-POSITION-DATA
               READ POSITION-MASTER-FILE
                   AT END
                       MOVE 'N' TO POSITION-EOF-FLAG
                   NOT AT END
                       PERFORM 17-STORE-POSITION-ENTRY
               END-READ
           END-PERFORM
           IF WS-POSITION-STATUS NOT = '35'
               CLOSE POSITION-MASTER-FILE
           END-IF
           DISPLAY WS-POSITION-COUNT ' POSITION(S) ON FILE'
           .

       17-STORE-POSITION-ENTRY.
           IF POSITION-MASTER-FILE-RECORD (1:2) = SPACES
               CONTINUE
           ELSE
               IF WS-POSITION-COUNT >= 100
                   DISPLAY 'POSITION TABLE FULL - UNABLE TO RECORD '
                       POSITION-MASTER-FILE-RECORD (1:2)
               ELSE
                   ADD 1 TO WS-POSITION-COUNT
                   MOVE POSITION-MASTER-FILE-RECORD TO
                       WS-POSITION-ENTRY (WS-POSITION-COUNT)
               END-IF
           END-IF
           .

       25-SESSION-LOOP.
           PERFORM UNTIL SESSION-IS-DONE
               DISPLAY ' '
               DISPLAY 'ACTION (A=ADD C=CHANGE R=RETIRE I=INQUIRE'
                   ' L=LIST, END TO QUIT):'
               MOVE SPACES TO WS-CODE-IN
               ACCEPT WS-CODE-IN
               EVALUATE WS-CODE-IN
                   WHEN SPACES
                   WHEN 'END'
                       MOVE 'N' TO SESSION-DONE-FLAG
                   WHEN 'L'
                       PERFORM 35-LIST-ONE-POSITION
                           VARYING WS-POSITION-SUB FROM 1 BY 1
                           UNTIL WS-POSITION-SUB > WS-POSITION-COUNT
                   WHEN 'A'
                   WHEN 'C'
                   WHEN 'R'
                   WHEN 'I'
                       PERFORM 26-MAINTAIN-ONE-POSITION
                   WHEN OTHER
                       DISPLAY 'ACTION MUST BE A, C, R, I OR L'
               END-EVALUATE
           END-PERFORM
           .

       26-MAINTAIN-ONE-POSITION.
           MOVE 'Y' TO ENTRY-GOOD-FLAG
           PERFORM 27-GET-POSITION-CODE
           IF ENTRY-IS-GOOD
               EVALUATE WS-CODE-IN
                   WHEN 'A'
                       PERFORM 30-ADD-POSITION
                   WHEN 'C'
                       PERFORM 31-CHANGE-POSITION
                   WHEN 'R'
                       PERFORM 32-RETIRE-POSITION
                   WHEN OTHER
                       MOVE WS-POSITION-ENTRY (PSN-IDX) TO
                           POSITION-MASTER-RECORD
                       PERFORM 36-DISPLAY-POSITION
               END-EVALUATE
           END-IF
           .

       27-GET-POSITION-CODE.
           DISPLAY 'POSITION CODE (2 LETTERS):'
           MOVE SPACES TO WS-POSITION-IN
           ACCEPT WS-POSITION-IN
           INSPECT WS-POSITION-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-POSITION-IN = SPACES
               DISPLAY 'POSITION CODE IS REQUIRED - ENTRY DROPPED'
               MOVE 'N' TO ENTRY-GOOD-FLAG
           ELSE
               IF WS-POSITION-IN NOT ALPHABETIC OR
                   WS-POSITION-IN (2:1) = SPACE
                   DISPLAY 'POSITION CODE MUST BE TWO LETTERS - '
                       'ENTRY DROPPED'
                   MOVE 'N' TO ENTRY-GOOD-FLAG
               END-IF
           END-IF
           IF ENTRY-IS-GOOD
               PERFORM 29-FIND-POSITION-ENTRY
               IF WS-CODE-IN = 'A' AND PSN-IDX NOT = 0
                   DISPLAY 'POSITION ' WS-POSITION-IN
                       ' IS ALREADY ON FILE - USE CHANGE'
                   MOVE 'N' TO ENTRY-GOOD-FLAG
               END-IF
               IF WS-CODE-IN NOT = 'A' AND PSN-IDX = 0
                   DISPLAY 'POSITION ' WS-POSITION-IN
                       ' IS NOT ON FILE'
                   MOVE 'N' TO ENTRY-GOOD-FLAG
               END-IF
           END-IF
           .

       29-FIND-POSITION-ENTRY.
           SET PSN-IDX TO 1
           IF WS-POSITION-COUNT = 0
               SET PSN-IDX TO 0
           ELSE
               SEARCH WS-POSITION-ENTRY
                   AT END
                       SET PSN-IDX TO 0
                   WHEN WS-PSN-CODE (PSN-IDX) = WS-POSITION-IN
                       CONTINUE
               END-SEARCH
           END-IF
           .

       30-ADD-POSITION.
           IF WS-POSITION-COUNT >= 100
               DISPLAY 'POSITION TABLE FULL - ENTRY DROPPED'
               MOVE 'N' TO ENTRY-GOOD-FLAG
           ELSE
               MOVE SPACES TO POSITION-MASTER-RECORD
               MOVE WS-POSITION-IN TO PM-POSITION
               MOVE 'A' TO PM-ACTIVE-FLAG
               PERFORM 33-GATHER-POSITION-FIELDS
           END-IF
           IF ENTRY-IS-GOOD
               PERFORM 39-CONFIRM-RECORD
               IF WS-CONFIRM-IN = 'Y'
                   ADD 1 TO WS-POSITION-COUNT
                   MOVE POSITION-MASTER-RECORD TO
                       WS-POSITION-ENTRY (WS-POSITION-COUNT)
                   ADD 1 TO WS-ADDS-KEPT
                   MOVE 'Y' TO POSITION-CHANGED-FLAG
                   DISPLAY 'POSITION ADDED'
               ELSE
                   DISPLAY 'ENTRY DISCARDED'
               END-IF
           END-IF
           .

       31-CHANGE-POSITION.
           MOVE WS-POSITION-ENTRY (PSN-IDX) TO POSITION-MASTER-RECORD
           PERFORM 36-DISPLAY-POSITION
           PERFORM 33-GATHER-POSITION-FIELDS
           IF ENTRY-IS-GOOD AND PM-RETIRED
               DISPLAY 'POSITION IS RETIRED - RE-ACTIVATE IT? (Y/N):'
               MOVE SPACE TO WS-CONFIRM-IN
               ACCEPT WS-CONFIRM-IN
               IF WS-CONFIRM-IN = 'Y'
                   MOVE 'A' TO PM-ACTIVE-FLAG
               END-IF
           END-IF
           IF ENTRY-IS-GOOD
               PERFORM 39-CONFIRM-RECORD
               IF WS-CONFIRM-IN = 'Y'
                   MOVE POSITION-MASTER-RECORD TO
                       WS-POSITION-ENTRY (PSN-IDX)
                   ADD 1 TO WS-CHANGES-KEPT
                   MOVE 'Y' TO POSITION-CHANGED-FLAG
                   DISPLAY 'POSITION CHANGED'
               ELSE
                   DISPLAY 'ENTRY DISCARDED'
               END-IF
           END-IF
           .

       32-RETIRE-POSITION.
           MOVE WS-POSITION-ENTRY (PSN-IDX) TO POSITION-MASTER-RECORD
           PERFORM 36-DISPLAY-POSITION
           IF PM-RETIRED
               DISPLAY 'POSITION IS ALREADY RETIRED'
           ELSE
               DISPLAY 'RETIRE - NO NEW ADD OR CHANGE MAY USE IT?'
                   ' (Y/N):'
               MOVE SPACE TO WS-CONFIRM-IN
               ACCEPT WS-CONFIRM-IN
               IF WS-CONFIRM-IN = 'Y'
                   MOVE 'R' TO PM-ACTIVE-FLAG
                   MOVE POSITION-MASTER-RECORD TO
                       WS-POSITION-ENTRY (PSN-IDX)
                   ADD 1 TO WS-RETIRES-KEPT
                   MOVE 'Y' TO POSITION-CHANGED-FLAG
                   DISPLAY 'POSITION RETIRED'
               ELSE
                   DISPLAY 'RETIRE DISCARDED'
               END-IF
           END-IF
           .

       33-GATHER-POSITION-FIELDS.
           MOVE 'N' TO FIELD-OK-FLAG
           PERFORM UNTIL FIELD-IS-OK
               DISPLAY 'POSITION TITLE:'
               MOVE SPACES TO WS-TITLE-IN
               ACCEPT WS-TITLE-IN
               IF WS-TITLE-IN = SPACES
                   DISPLAY 'POSITION TITLE IS REQUIRED'
               ELSE
                   MOVE WS-TITLE-IN TO PM-TITLE
                   MOVE 'Y' TO FIELD-OK-FLAG
               END-IF
           END-PERFORM
           MOVE 'N' TO FIELD-OK-FLAG
           PERFORM UNTIL FIELD-IS-OK
               DISPLAY 'EXEMPT FLAG (E=EXEMPT N=NON-EXEMPT):'
               MOVE SPACES TO WS-TEXT-IN
               ACCEPT WS-TEXT-IN
               IF WS-TEXT-IN = 'E' OR WS-TEXT-IN = 'N'
                   MOVE WS-TEXT-IN TO PM-EXEMPT-FLAG
                   MOVE 'Y' TO FIELD-OK-FLAG
               ELSE
                   DISPLAY 'EXEMPT FLAG MUST BE E OR N'
               END-IF
           END-PERFORM
           .

       35-LIST-ONE-POSITION.
           MOVE WS-POSITION-ENTRY (WS-POSITION-SUB) TO
               POSITION-MASTER-RECORD
           PERFORM 37-SET-DISPLAY-TEXT
           DISPLAY '  ' PM-POSITION '  ' PM-TITLE '  ' WS-EXEMPT-TEXT
               '  ' WS-ACTIVE-TEXT
           .

       36-DISPLAY-POSITION.
           PERFORM 37-SET-DISPLAY-TEXT
           DISPLAY 'POSITION ' PM-POSITION '  TITLE ' PM-TITLE
           DISPLAY '         ' WS-EXEMPT-TEXT '  ' WS-ACTIVE-TEXT
           .

       37-SET-DISPLAY-TEXT.
           IF PM-EXEMPT
               MOVE 'EXEMPT' TO WS-EXEMPT-TEXT
           ELSE
               MOVE 'NON-EXEMPT' TO WS-EXEMPT-TEXT
           END-IF
           IF PM-RETIRED
               MOVE 'RETIRED' TO WS-ACTIVE-TEXT
           ELSE
               MOVE 'ACTIVE' TO WS-ACTIVE-TEXT
           END-IF
           .

       39-CONFIRM-RECORD.
           PERFORM 36-DISPLAY-POSITION
           DISPLAY 'KEEP THIS POSITION RECORD? (Y/N):'
           MOVE SPACE TO WS-CONFIRM-IN
           ACCEPT WS-CONFIRM-IN
           .

       40-EOF-ROUTINE.
           IF POSITION-WAS-CHANGED
               PERFORM 41-WRITE-POSITION-FILE
           END-IF
           DISPLAY 'SESSION ENDED - ' WS-ADDS-KEPT ' ADDED, '
               WS-CHANGES-KEPT ' CHANGED, ' WS-RETIRES-KEPT
               ' RETIRED'
           STOP RUN
           .

       41-WRITE-POSITION-FILE.
           OPEN OUTPUT POSITION-MASTER-FILE
           PERFORM 42-WRITE-ONE-POSITION
               VARYING WS-POSITION-SUB FROM 1 BY 1
               UNTIL WS-POSITION-SUB > WS-POSITION-COUNT
           CLOSE POSITION-MASTER-FILE
           .

       42-WRITE-ONE-POSITION.
           WRITE POSITION-MASTER-FILE-RECORD FROM
               WS-POSITION-ENTRY (WS-POSITION-SUB)
           .
