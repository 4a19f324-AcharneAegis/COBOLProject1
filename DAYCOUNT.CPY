      ******************************************************************
      * DAYCOUNT.CPY
      * Parameter area for the CS370DAYCOUNT shared day count
      * subprogram.  The caller fills DC-FROM-DATE and DC-THRU-DATE
      * (YYYYMMDD) and CALLs CS370DAYCOUNT.  The subprogram answers
      * DC-RESULT-CODE '0' when both dates are good calendar dates
      * or '1' when either is not (see CS370DATEEDIT), and for good
      * dates:
      *    DC-CALENDAR-DAYS - THRU minus FROM in days (negative when
      *        THRU is before FROM)
      *    DC-WORKING-DAYS  - Monday through Friday days from FROM
      *        through THRU, both counted (zero when THRU is before
      *        FROM)
      * so every program counts days one way instead of each doing
      * its own calendar arithmetic.
      ******************************************************************
       01  DAYCOUNT-PARM.
           05  DC-FROM-DATE            PIC 9(8).
           05  DC-THRU-DATE            PIC 9(8).
           05  DC-RESULT-CODE          PIC X(1).
           05  DC-CALENDAR-DAYS        PIC S9(6).
           05  DC-WORKING-DAYS         PIC 9(6).
