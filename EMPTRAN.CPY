      ******************************************************************
      * EMPTRAN.CPY
      * Common 116-byte maintenance transaction record layout for
      * <prefix>-Employee-Transactions.txt, shared by CS370PROGRAM2
      * (employee master maintenance), which edits and applies the
      * transactions, and CS370PROGRAM10 (merit raise proposal
      * IN THE TRAILING FOUR BYTES; A BLANK TARGET REGION IS A MOVE
      * WITHIN THE RUN REGION.  OLD 73-BYTE TRANSACTION FILES STILL
      * READ - THE MISSING TARGET REGION COMES UP BLANK.
      * EVERY TRANSACTION CARRIES THE OPERATOR WHO KEYED IT AND WHEN,
      * AND ITS APPROVAL STAMP.  A RAISE OVER THE APPROVAL THRESHOLD,
      * A STATUS CHANGE OR SEPARATION, OR A CROSS-REGION TRANSFER IS
      * HELD ON <PREFIX>-HELD-TRANSACTIONS.TXT UNTIL A DIFFERENT
      * OPERATOR APPROVES ('A') OR REJECTS ('R') IT IN CS370PROGRAM23;
      * WHILE IT WAITS THERE ITS STATUS IS 'H'.
      * 'N' MEANS NO SECOND APPROVAL WAS NEEDED; 'M' IS A MERIT RAISE
      * APPROVED BY THE CS370PROGRAM10 PROPOSAL SIGN-OFF.  OLD
      * 77-BYTE RECORDS READ WITH A BLANK STAMP, AND CS370PROGRAM2
      * WILL NOT APPLY ONE THAT NEEDED APPROVAL.
      ******************************************************************
       01  TRANSACTION-RECORD.
           05  TR-TRANS-CODE           PIC X(1).
           05  TR-EFFECTIVE-DATE-X REDEFINES TR-EFFECTIVE-DATE
                                       PIC X(8).
           05  TR-TARGET-REGION        PIC X(4).
           05  TR-OPERATOR-ID          PIC X(8).
           05  TR-ENTRY-DATE           PIC 9(8).
           05  TR-ENTRY-TIME           PIC 9(6).
           05  TR-APPROVAL-STATUS      PIC X(1).
               88  TR-APPROVAL-NOT-NEEDED              VALUE 'N'.
               88  TR-HELD-FOR-APPROVAL                VALUE 'H'.
               88  TR-APPROVED                         VALUE 'A'.
               88  TR-MERIT-APPROVED                   VALUE 'M'.
               88  TR-REJECTED                         VALUE 'R'.
           05  TR-APPROVER-ID          PIC X(8).
           05  TR-APPROVAL-DATE        PIC 9(8).
