      ******************************************************************
      * VACBAL.CPY
      * Common 20-byte vacation balance record layout for
      * <prefix>-Vacation-Balance.txt, one record per EMP-ID per
      * region, shared by CS370PROGRAM13 (vacation balance run),
      * which accrues, posts days taken and carries the balance
      * forward, and CS370PROGRAM19 (final pay run), which pays out
      * the remaining balance of a separated employee and closes the
      * record, so both programs agree on one definition instead of
      * keeping two copies in sync by hand.
      * REMAINING DAYS = ENTITLED + CARRIED - TAKEN.  A SEPARATED
      * EMPLOYEE'S RECORD STAYS ON FILE UNTIL THE FINAL PAY RUN HAS
      * PAID IT OUT.
      ******************************************************************
       01  VACATION-BALANCE-RECORD.
           05  VB-EMP-ID               PIC X(5).
           05  VB-STORE-ID             PIC A(4).
           05  VB-YEAR                 PIC 9(4).
           05  VB-ENTITLED-DAYS        PIC 9(2).
           05  VB-CARRIED-DAYS         PIC 9(2).
           05  VB-TAKEN-DAYS           PIC 9(3).
