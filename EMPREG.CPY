      ******************************************************************
      * EMPREG.CPY
      * Common 34-byte company employee registry record layout for
      * Bennett-Employee-Registry.idx, one record per EMP-ID for the
      * whole company, keyed on ER-EMP-ID.  Every region keeps its
      * own master and its own keyed index, so on its own nothing
      * stops one EMP-ID from being hired in two cities; the
      * registry is the one place that says which region and store
      * own an ID.  CS370PROGRAM2 maintains it and checks it on every
      * Add and transfer-in, CS370PROGRAM15 checks it as an ID is
      * keyed, and CS370PROGRAM24 audits it against every region's
      * master each week.
      * AN EMPLOYEE ON A MASTER IS 'M' IN THE OWNING REGION.  A
      * CROSS-REGION TRANSFER SETS 'T' WITH THE TARGET REGION AS
      * OWNER, THE REGION IT LEFT, AND THE DATE IT LEFT, UNTIL THE
      * TARGET REGION ABSORBS ITS TRANSFER-IN FILE AND SETS 'M' AGAIN.
      ******************************************************************
       01  EMPLOYEE-REGISTRY-RECORD.
           05  ER-EMP-ID               PIC X(5).
           05  ER-REGION-CODE          PIC X(4).
           05  ER-STORE-ID             PIC A(4).
           05  ER-STATUS               PIC X(1).
               88  ER-ON-MASTER                        VALUE 'M'.
               88  ER-IN-TRANSIT                       VALUE 'T'.
           05  ER-FROM-REGION          PIC X(4).
           05  ER-TRANSIT-DATE         PIC 9(8).
           05  ER-LAST-CHANGE-DATE     PIC 9(8).
