      ******************************************************************
      * DDACCT.CPY
      * Common 189-byte direct deposit account record layout for
      * <prefix>-Direct-Deposit.txt, one record per EMP-ID per
      * region, shared by CS370PROGRAM17 (direct deposit account
      * maintenance), which keys it, CS370PROGRAM5 (payroll
      * register), which splits each net pay across the accounts
      * and sends the prenotes, and CS370PROGRAM12 (bank
      * acknowledgment reconciliation), which clears or rejects the
      * prenotes from the bank's response, so all three programs
      * agree on one definition instead of keeping copies in sync
      * by hand.
      * ACCOUNT 1 IS THE REMAINDER ACCOUNT AND MUST BE PRESENT.
      * ACCOUNTS 2 THRU 4 ARE OPTIONAL SPLIT ALLOCATIONS, TAKEN OFF
      * THE NET IN ORDER BY FLAT DOLLAR AMOUNT (F) OR PERCENT OF THE
      * NET (P); WHATEVER IS LEFT GOES TO ACCOUNT 1.  AN UNUSED
      * ACCOUNT HAS A BLANK ACCOUNT NUMBER.
      * EVERY ACCOUNT CARRIES ITS OWN PRENOTE STATUS - A NEW OR
      * CHANGED ACCOUNT IS 'N' UNTIL THE PAY RUN SENDS ITS ZERO-
      * DOLLAR PRENOTE, 'S' WHILE THE PRENOTE IS AT THE BANK, AND
      * 'A' ONCE THE BANK ACCEPTS IT.  A REJECTED PRENOTE IS 'R'
      * UNTIL THE ACCOUNT IS RE-KEYED.  MONEY FOR ANY ACCOUNT NOT
      * YET 'A' GOES BY PAPER CHECK.
      ******************************************************************
       01  DIRECT-DEPOSIT-RECORD.
           05  DD-EMP-ID               PIC X(5).
           05  DD-LAST-CHANGE-DATE     PIC 9(8).
           05  DD-ACCOUNT-ENTRY OCCURS 4 TIMES.
               10  DD-ROUTING-NUMBER   PIC 9(9).
               10  DD-ACCOUNT-NUMBER   PIC X(17).
               10  DD-ACCOUNT-TYPE     PIC X(1).
                   88  DD-CHECKING                     VALUE 'C'.
                   88  DD-SAVINGS                      VALUE 'S'.
               10  DD-ALLOC-METHOD     PIC X(1).
                   88  DD-ALLOC-FLAT                   VALUE 'F'.
                   88  DD-ALLOC-PERCENT                VALUE 'P'.
               10  DD-ALLOC-AMOUNT     PIC 9(5)V99.
               10  DD-PRENOTE-STATUS   PIC X(1).
                   88  DD-PRENOTE-NEEDED               VALUE 'N'.
                   88  DD-PRENOTE-SENT                 VALUE 'S'.
                   88  DD-ACCOUNT-ACTIVE               VALUE 'A'.
                   88  DD-PRENOTE-REJECTED             VALUE 'R'.
               10  DD-PRENOTE-DATE     PIC 9(8).
