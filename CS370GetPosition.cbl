       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370GETPOSN.
       AUTHOR. P W ASKEW.
      ******************************************************************
      * This subprogram is the one place the position codes live.
      * EMP-POSITION used to be a bare two-letter code that nothing
      * validated, and every report that wanted to group by it built
      * its own table on the fly.  Every program that needs to know
      * whether a position is real, or what it is called, now CALLs
      * CS370GETPOSN instead (see GETPOSN.CPY for the parameter
      * area), so a typo'd position is caught when it is keyed and
      * the reports print the title, not just the code.
      * ******
      * INPUT:
      *    Bennett-Position-Master.txt - one record per position code
      *        for the whole company (see POSMAST.CPY), maintained by
      *        CS370PROGRAM22.  Optional - with no file every lookup
      *        answers status 3 and callers carry on as before.
      * *******
      * OUTPUT:
      *    The caller's GETPOSN-PARM area, answered per call: the
      *    title, exempt flag and active flag of the requested code
      *    and the lookup status.  The file is read once, on the
      *    first call.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER-FILE
               ASSIGN TO 'Bennett-Position-Master.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD POSITION-MASTER-FILE
           RECORD CONTAINS 24 CHARACTERS.

       COPY POSMAST.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  TABLE-LOADED-FLAG       PIC X           VALUE ' '.
               88 TABLE-IS-LOADED                      VALUE 'Y'.
           05  POSITION-EOF-FLAG       PIC X           VALUE ' '.
               88 NO-MORE-POSITION-DATA                VALUE 'N'.
           05  MASTER-FOUND-FLAG       PIC X           VALUE 'N'.
               88 MASTER-WAS-FOUND                     VALUE 'Y'.

       01  WS-POSITION-STATUS          PIC XX          VALUE '00'.
       01  WS-POSITION-COUNT           PIC 9(3)        VALUE 0.

      *********************     POSITION TABLE     *********************
       01  WS-POSITION-TABLE.
           05  WS-POSITION-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-PSN-IDX.
               10  WS-PSN-CODE          PIC A(2)       VALUE SPACES.
               10  WS-PSN-TITLE         PIC X(20)      VALUE SPACES.
               10  WS-PSN-EXEMPT-FLAG   PIC X(1)       VALUE SPACE.
               10  WS-PSN-ACTIVE-FLAG   PIC X(1)       VALUE SPACE.

       LINKAGE SECTION.

       COPY GETPOSN.

       PROCEDURE DIVISION USING GETPOSN-PARM.

       10-CONTROL-MODULE.

           IF NOT TABLE-IS-LOADED
               PERFORM 15-LOAD-POSITION-TABLE
               MOVE 'Y' TO TABLE-LOADED-FLAG
           END-IF
           PERFORM 25-ANSWER-REQUESTED-CODE
           GOBACK
           .

       15-LOAD-POSITION-TABLE.
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-POSITION-STATUS = '00'
               MOVE 'Y' TO MASTER-FOUND-FLAG
               PERFORM UNTIL NO-MORE-POSITION-DATA
                   READ POSITION-MASTER-FILE
                       AT END
                           MOVE 'N' TO POSITION-EOF-FLAG
                       NOT AT END
                           PERFORM 16-STORE-POSITION-ENTRY
                   END-READ
               END-PERFORM
               CLOSE POSITION-MASTER-FILE
           END-IF
           .

       16-STORE-POSITION-ENTRY.
           IF PM-POSITION NOT = SPACES AND WS-POSITION-COUNT >= 100
               DISPLAY 'POSITION TABLE FULL - UNABLE TO RECORD '
                   PM-POSITION
           END-IF
           IF PM-POSITION NOT = SPACES AND WS-POSITION-COUNT < 100
               ADD 1 TO WS-POSITION-COUNT
               MOVE PM-POSITION TO
                   WS-PSN-CODE (WS-POSITION-COUNT)
               MOVE PM-TITLE TO
                   WS-PSN-TITLE (WS-POSITION-COUNT)
               MOVE PM-EXEMPT-FLAG TO
                   WS-PSN-EXEMPT-FLAG (WS-POSITION-COUNT)
               MOVE PM-ACTIVE-FLAG TO
                   WS-PSN-ACTIVE-FLAG (WS-POSITION-COUNT)
           END-IF
           .

       25-ANSWER-REQUESTED-CODE.
           MOVE SPACES TO GP-TITLE
           MOVE SPACE TO GP-EXEMPT-FLAG
           MOVE SPACE TO GP-ACTIVE-FLAG
           IF NOT MASTER-WAS-FOUND
               MOVE '3' TO GP-RETURN-STATUS
           ELSE
               MOVE '2' TO GP-RETURN-STATUS
               IF GP-POSITION NOT = SPACES
                   SET WS-PSN-IDX TO 1
                   SEARCH WS-POSITION-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-PSN-CODE (WS-PSN-IDX) = GP-POSITION
                           PERFORM 26-ANSWER-FOUND-ENTRY
                   END-SEARCH
               END-IF
           END-IF
           .

       26-ANSWER-FOUND-ENTRY.
           MOVE WS-PSN-TITLE (WS-PSN-IDX) TO GP-TITLE
           MOVE WS-PSN-EXEMPT-FLAG (WS-PSN-IDX) TO GP-EXEMPT-FLAG
           MOVE WS-PSN-ACTIVE-FLAG (WS-PSN-IDX) TO GP-ACTIVE-FLAG
           IF WS-PSN-ACTIVE-FLAG (WS-PSN-IDX) = 'R'
               MOVE '1' TO GP-RETURN-STATUS
           ELSE
               MOVE '0' TO GP-RETURN-STATUS
           END-IF
           .
