      ******************************************************************
      * PAYDIST.CPY
      * Common 32-byte pay distribution record layout for
      * <prefix>-Pay-Distribution.txt, written fresh by every
      * CS370PROGRAM5 payroll run and read by CS370PROGRAM20 (GL
      * labor-cost journal), so both programs agree on one definition
      * of what the run paid instead of accounting rebuilding it from
      * the printed register.  Every paid employee gets one gross
      * record (G) with the store and position the pay is charged
      * to, one deduction record (D) per deduction code actually
      * withheld, and one net record (N) for the pay disbursed, so
      * the gross always equals the deductions plus the net.
      ******************************************************************
       01  PAY-DISTRIBUTION-RECORD.
           05  PD-EMP-ID               PIC X(5).
           05  PD-STORE-ID             PIC A(4).
           05  PD-POSITION             PIC A(2).
           05  PD-PAY-DATE             PIC 9(8).
           05  PD-RECORD-TYPE          PIC X(1).
               88  PD-GROSS-RECORD                     VALUE 'G'.
               88  PD-DEDUCTION-RECORD                 VALUE 'D'.
               88  PD-NET-RECORD                       VALUE 'N'.
           05  PD-DED-CODE             PIC X(3).
           05  PD-AMOUNT               PIC 9(7)V99.
