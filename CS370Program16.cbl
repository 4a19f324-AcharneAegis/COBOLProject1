      *    <prefix>-History-Archive-Report - the control report:
      *        retention and cutoff, records archived per year,
      *        records kept, and the unusable-date count.
      ******************************************************************
      * MODIFICATION HISTORY
      *    THE SALARY HISTORY RECORD GREW TO 74 BYTES TO CARRY THE
      *    KEYING AND APPROVING OPERATORS; ARCHIVED AND KEPT RECORDS
      *    ARE COPIED WHOLE, SO BOTH MOVE WITH THE RECORD.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE SECTION.

       FD SALARY-HISTORY-FILE
           RECORD CONTAINS 74 CHARACTERS.

       COPY SALHIST.

       FD NEW-HISTORY-FILE
           RECORD CONTAINS 74 CHARACTERS.

       01  NEW-HISTORY-RECORD          PIC X(74).

       FD ARCHIVE-HISTORY-FILE
           RECORD CONTAINS 74 CHARACTERS.

       01  ARCHIVE-HISTORY-RECORD      PIC X(74).

       FD HISTORY-PARM-FILE
           RECORD CONTAINS 2 CHARACTERS.
