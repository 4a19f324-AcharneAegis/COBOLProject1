      ******************************************************************
      * UNPDITEM.CPY
      * Common 107-byte unpaid settlement item record layout for
      * <prefix>-Unpaid-Items.txt, shared by CS370PROGRAM12 (bank
      * acknowledgment reconciliation), which rewrites the file on
      * every settlement with each deposit the bank rejected or
      * never answered, and CS370PROGRAM18 (off-cycle supplemental
      * pay run), which reissues them, so both programs agree on
      * one definition instead of keeping two copies in sync by
      * hand.
      * THE ITEM IS THE DISBURSEMENT RECORD AS SENT (SEE DISBREC.CPY).
      ******************************************************************
       01  UNPAID-ITEM-RECORD.
           05  UI-DISBURSEMENT-ITEM    PIC X(73).
           05  UI-ITEM-STATUS          PIC X(14).
           05  UI-REASON               PIC X(20).
