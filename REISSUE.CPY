      ******************************************************************
      * REISSUE.CPY
      * Common 30-byte reissued item record layout for
      * <prefix>-Reissued-Items.txt, the permanent log of every pay
      * item reissued off-cycle, shared by CS370PROGRAM18 (off-cycle
      * supplemental pay run), which appends one record per reissue,
      * and CS370PROGRAM12 (bank acknowledgment reconciliation),
      * which reads it so an item already reissued is not reported
      * as unpaid again, so both programs agree on one definition
      * instead of keeping two copies in sync by hand.
      * EMP-ID, SPLIT SEQUENCE AND ORIGINAL PAY DATE IDENTIFY THE
      * ORIGINAL ITEM.  A MANUAL REISSUE OF A PAPER CHECK CARRIES
      * SPLIT SEQUENCE 0.
      ******************************************************************
       01  REISSUE-LOG-RECORD.
           05  RI-ITEM-KEY.
               10  RI-EMP-ID           PIC X(5).
               10  RI-SPLIT-SEQ        PIC 9(1).
               10  RI-PAY-DATE         PIC 9(8).
           05  RI-AMOUNT               PIC 9(5)V99.
           05  RI-REISSUE-DATE         PIC 9(8).
           05  RI-REISSUE-SOURCE       PIC X(1).
               88  RI-FROM-SETTLEMENT                  VALUE 'S'.
               88  RI-FROM-MANUAL-REQUEST              VALUE 'M'.
