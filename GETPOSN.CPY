      ******************************************************************
      * GETPOSN.CPY
      * Parameter area for the CS370GETPOSN position lookup
      * subprogram.  The caller sets GP-POSITION and CALLs
      * CS370GETPOSN; the subprogram answers from the position table
      * loaded from Bennett-Position-Master.txt (see POSMAST.CPY)
      * with the title, the exempt/non-exempt flag and the active
      * flag.  GP-RETURN-STATUS is 0 for an active position, 1 for a
      * retired one, 2 when the code is not on the position master,
      * and 3 when there is no position master at all - the caller
      * then carries on as it did before there was one, so existing
      * operation is unchanged until the file is built.
      ******************************************************************
       01  GETPOSN-PARM.
           05  GP-POSITION             PIC A(2).
           05  GP-RETURN-STATUS        PIC X(1).
               88  GP-POSITION-ACTIVE              VALUE '0'.
               88  GP-POSITION-RETIRED             VALUE '1'.
               88  GP-POSITION-UNKNOWN             VALUE '2'.
               88  GP-NO-POSITION-MASTER           VALUE '3'.
           05  GP-TITLE                PIC X(20).
           05  GP-EXEMPT-FLAG          PIC X(1).
           05  GP-ACTIVE-FLAG          PIC X(1).
