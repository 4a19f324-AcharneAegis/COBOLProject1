      ******************************************************************
      * DISBREC.CPY
      * Common 73-byte payroll disbursement record layout for
      * <prefix>-Payroll-Disbursement.txt, the bank upload file,
      * shared by CS370PROGRAM5 (payroll register), which writes one
      * record per paid employee with the net deposit amount, and
      * matches the bank's returned acknowledgment file against it
      * item by item, so both programs agree on one definition
      * instead of keeping two copies in sync by hand.
      * A PAID EMPLOYEE NOW GETS ONE ITEM PER DIRECT DEPOSIT ACCOUNT
      * (SEE DDACCT.CPY) - A DEPOSIT (D) FOR EACH ACTIVE ACCOUNT
      * WITH MONEY, A ZERO-DOLLAR PRENOTE (P) FOR EACH NEW OR
      * CHANGED ACCOUNT, AND ONE PAPER CHECK (C, SPLIT 0, NO
      * ACCOUNT DATA) FOR WHATEVER CANNOT BE DEPOSITED.  EMP-ID
      * PLUS SPLIT SEQUENCE IDENTIFIES THE ITEM FOR THE PAY DATE.
      ******************************************************************
       01  DISBURSEMENT-RECORD.
           05  DB-EMP-ID               PIC X(5).
           05  DB-FIRST-NAME           PIC X(10).
           05  DB-PAY-DATE             PIC 9(8).
           05  DB-NET-PAY              PIC 9(5)V99.
           05  DB-SPLIT-SEQ            PIC 9(1).
           05  DB-ITEM-TYPE            PIC X(1).
               88  DB-DEPOSIT-ITEM                     VALUE 'D'.
               88  DB-PRENOTE-ITEM                     VALUE 'P'.
               88  DB-CHECK-ITEM                       VALUE 'C'.
           05  DB-ROUTING-NUMBER       PIC 9(9).
           05  DB-ACCOUNT-NUMBER       PIC X(17).
           05  DB-ACCOUNT-TYPE         PIC X(1).
