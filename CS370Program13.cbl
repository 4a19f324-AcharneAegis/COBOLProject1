      *    The run region's employee master (see EMPREC.CPY and
      *        CS370GETREGN) - PR1FA21-Knox.txt for the Knox region.
      *    <prefix>-Vacation-Balance.txt - the region's vacation
      *        balance file, one record per EMP-ID (see VACBAL.CPY):
      *        1.  Employee ID      X(5)
      *        2.  Store ID         A(4)
      *        3.  Balance Year     9(4)
      *        store subtotal of remaining days.
      *    <prefix>-Vacation-Balance.txt - rewritten with the
      *        updated balances.  Employees no longer on the master
      *        as active are dropped and counted, except that a
      *        separated employee's record is kept, as it stands,
      *        until the final pay run (CS370PROGRAM19) pays out the
      *        remaining days and closes it.  On a year-end run the
      *        remaining balance, capped, becomes the new year's
      *        carried days and the taken days reset to zero.
      * *******
      * CALCULATIONS
      *        YEARS 20, OTHERWISE 25
      *    REMAINING = ENTITLED + CARRIED - TAKEN (MAY GO NEGATIVE)
      *    YEAR-END CARRY = REMAINING, NOT BELOW ZERO NOR ABOVE CAP
      *    A BALANCE HELD FOR FINAL PAY NEITHER ACCRUES NOR CARRIES
      *    OVER; DAYS TAKEN BEFORE THE SEPARATION STILL POST TO IT.
      ******************************************************************
      * MODIFICATION HISTORY
      *    A SEPARATED EMPLOYEE'S BALANCE IS NO LONGER DROPPED.  IT IS
      *    HELD ON THE BALANCE FILE, COUNTED ON THE REPORT, UNTIL THE
      *    FINAL PAY RUN HAS PAID THE REMAINING DAYS OUT AND CLOSED
      *    THE RECORD.  THE RECORD LAYOUT MOVED TO VACBAL.CPY, SHARED
      *    WITH THE FINAL PAY RUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD VACATION-BALANCE-FILE
           RECORD CONTAINS 20 CHARACTERS.

       COPY VACBAL.

       FD VACATION-TRANS-FILE
           RECORD CONTAINS 15 CHARACTERS.
           05  TF-REJECTED-TRANS       PIC 9(6)        VALUE 0.
           05  TF-APPLIED-TRANS        PIC 9(6)        VALUE 0.
           05  TF-DROPPED-COUNT        PIC 9(6)        VALUE 0.
           05  TF-HELD-COUNT           PIC 9(6)        VALUE 0.
           05  TF-BAD-HIRE-DATE-COUNT  PIC 9(6)        VALUE 0.

       01  REPORT-FIELDS.
           05                          PIC X(19)       VALUE
                                       'UNUSABLE HIRE DATE:'.
           05  TL2-BAD-DATE-COUNT      PIC ZZZ,ZZ9.
           05                          PIC X(3)        VALUE SPACES.
           05                          PIC X(20)       VALUE
                                       'HELD FOR FINAL PAY: '.
           05  TL2-HELD-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

               ELSE
                   ADD 1 TO TF-BAD-HIRE-DATE-COUNT
               END-IF
           ELSE
               IF EMP-STATUS-SEPARATED
                   PERFORM 44-HOLD-FOR-FINAL-PAY
               END-IF
           END-IF
           .

      *    A SEPARATED EMPLOYEE GETS NO NEW BALANCE, BUT ONE ALREADY ON
      *    FILE IS KEPT AS IT STANDS FOR THE FINAL PAY RUN TO PAY OUT.
       44-HOLD-FOR-FINAL-PAY.
           SET VB-IDX TO 1
           SEARCH WS-BALANCE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-VB-EMP-ID (VB-IDX) = SPACES
                   CONTINUE
               WHEN WS-VB-EMP-ID (VB-IDX) = EMP-ID
                   MOVE 'S' TO WS-VB-ON-MASTER (VB-IDX)
                   MOVE EMP-FIRST-NAME TO WS-VB-FIRST-NAME (VB-IDX)
                   MOVE EMP-LAST-NAME TO WS-VB-LAST-NAME (VB-IDX)
           END-SEARCH
           .

       27-POST-ACCRUAL-ENTRY.
           PERFORM 29-COMPUTE-SERVICE-YEARS
           PERFORM 30-COMPUTE-VACATION-DAYS
                       TO RJL-REASON
                   PERFORM 34-WRITE-REJECT-LINE
               WHEN WS-VB-EMP-ID (VB-IDX) = VT-EMP-ID
                   IF WS-VB-ON-MASTER (VB-IDX) = 'Y' OR 'S'
                       ADD VT-DAYS-TAKEN TO WS-VB-TAKEN (VB-IDX)
                       ADD 1 TO TF-APPLIED-TRANS
                   ELSE

       32-APPLY-ONE-CARRYOVER.
           SET VB-IDX TO WS-ENTRY-SUB
           IF WS-VB-EMP-ID (VB-IDX) NOT = SPACES AND
               WS-VB-ON-MASTER (VB-IDX) NOT = 'S'
               COMPUTE WS-REMAINING-DAYS =
                   WS-VB-ENTITLED (VB-IDX) +
                   WS-VB-CARRIED (VB-IDX) -
                   MOVE WS-VB-TAKEN (VB-IDX) TO VB-TAKEN-DAYS
                   WRITE VACATION-BALANCE-RECORD
               ELSE
                   IF WS-VB-ON-MASTER (VB-IDX) = 'S'
                       MOVE WS-VB-EMP-ID (VB-IDX) TO VB-EMP-ID
                       MOVE WS-VB-STORE-ID (VB-IDX) TO VB-STORE-ID
                       MOVE WS-VB-YEAR (VB-IDX) TO VB-YEAR
                       MOVE WS-VB-ENTITLED (VB-IDX) TO
                           VB-ENTITLED-DAYS
                       MOVE WS-VB-CARRIED (VB-IDX) TO VB-CARRIED-DAYS
                       MOVE WS-VB-TAKEN (VB-IDX) TO VB-TAKEN-DAYS
                       WRITE VACATION-BALANCE-RECORD
                       ADD 1 TO TF-HELD-COUNT
                   ELSE
                       ADD 1 TO TF-DROPPED-COUNT
                   END-IF
               END-IF
           END-IF
           .

           MOVE TF-DROPPED-COUNT TO TL2-DROPPED-COUNT
           MOVE TF-BAD-HIRE-DATE-COUNT TO TL2-BAD-DATE-COUNT
           MOVE TF-HELD-COUNT TO TL2-HELD-COUNT
           MOVE 1 TO PROPER-SPACING
           WRITE REPORT-RECORD FROM TOTAL-LINE-TWO
               AFTER ADVANCING PROPER-SPACING
