      ******************************************************************
      * SALHIST.CPY
      * Common 74-byte salary-change history record layout, shared by
      * CS370PROGRAM2 (employee master maintenance), which writes one
      * record to Knox-Salary-History.txt for every field it changes
      * on an applied Change or Delete transaction, and CS370PROGRAM3
      * (raise/change history report), which reads that file back,
      * so both programs agree on one definition instead of keeping
      * two copies in sync by hand.
      * THE OPERATOR WHO KEYED THE TRANSACTION AND THE OPERATOR WHO
      * APPROVED IT (BLANK WHEN NO SECOND APPROVAL WAS NEEDED) RIDE
      * ON EVERY RECORD.  OLD 58-BYTE RECORDS READ WITH BOTH BLANK.
      ******************************************************************
       01  SALARY-HISTORY-RECORD.
           05  SH-EMP-ID               PIC X(5).
           05  SH-FIELD-NAME           PIC X(12).
           05  SH-OLD-VALUE            PIC X(14).
           05  SH-NEW-VALUE            PIC X(14).
           05  SH-OPERATOR-ID          PIC X(8).
           05  SH-APPROVER-ID          PIC X(8).
