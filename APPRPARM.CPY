      ******************************************************************
      * APPRPARM.CPY
      * Common 5-byte approval parameter record layout for
      * <prefix>-Approval-Parm.txt, shared by CS370PROGRAM15 (console
      * transaction entry), which holds a raise over the threshold
      * for a second operator's approval, and CS370PROGRAM2 (employee
      * master maintenance), which will not apply such a raise until
      * it is approved, so both programs hold to the same figure.
      * A MISSING FILE OR A ZERO PERCENT USES THE COMPILED-IN 10.00.
      ******************************************************************
       01  APPROVAL-PARM-RECORD.
           05  AP-RAISE-PERCENT        PIC 999V99.
