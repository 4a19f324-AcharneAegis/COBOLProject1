      * the end of the table.  When the parameter files are missing
      * the subprogram answers with the compiled-in Knox region so
      * existing single-city operation is unchanged.
      * A call with slot 0 and a region code (or ALL) in GR-RUN-MODE
      * overrides the run mode for the rest of the run unit; the
      * nightly driver uses it to run one region at a time.
      ******************************************************************
       01  GETREGN-PARM.
           05  GR-REQUEST-SLOT         PIC 9(2).
