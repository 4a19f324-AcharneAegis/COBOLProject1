       IDENTIFICATION DIVISION.
       PROGRAM-ID. CS370DAYCOUNT.
       AUTHOR. P W ASKEW.
      ******************************************************************
      * This subprogram is the one place days between two dates get
      * counted.  Pay periods missed since a back-dated raise, the
      * working days in a separated employee's last period and the
      * days an employee has been in transit between regions all
      * need the distance between two dates, and none of them can
      * be done by subtracting YYYYMMDD numbers.  Every caller fills
      * the DAYCOUNT-PARM area (see DAYCOUNT.CPY) and CALLs
      * CS370DAYCOUNT, which edits both dates through CS370DATEEDIT
      * and answers the calendar days between them and the working
      * days (Monday through Friday) from the first through the
      * second.  Holidays are not known to the system and count as
      * working days.
      * ******
      * CALCULATIONS
      *    DAY NUMBER = DAYS SINCE 1900/01/01 (A MONDAY):
      *        365 * (YEAR - 1900)
      *        + LEAP DAYS IN THE YEARS 1900 THRU YEAR - 1
      *          ((YEAR - 1) / 4 - (YEAR - 1) / 100 + (YEAR - 1) /
      *          400 - 460, EACH DIVISION TRUNCATED)
      *        + DAYS IN THE MONTHS BEFORE THIS ONE (PLUS ONE AFTER
      *          FEBRUARY OF A LEAP YEAR)
      *        + DAY OF MONTH - 1
      *    DAY OF WEEK = DAY NUMBER / 7 REMAINDER (0=MONDAY ...
      *        4=FRIDAY, 5=SATURDAY, 6=SUNDAY)
      *    WORKING DAYS = 5 PER WHOLE WEEK IN THE SPAN, PLUS EACH
      *        WEEKDAY IN THE DAYS LEFT OVER
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  CW-DATE-WORK.
           05  CW-DATE-N               PIC 9(8)        VALUE 0.
           05  CW-DATE-R REDEFINES CW-DATE-N.
               10  CW-YYYY             PIC 9(4).
               10  CW-MM               PIC 9(2).
               10  CW-DD               PIC 9(2).
           05  CW-DAY-NUMBER           PIC 9(7)        VALUE 0.
           05  CW-FROM-DAY-NUMBER      PIC 9(7)        VALUE 0.
           05  CW-THRU-DAY-NUMBER      PIC 9(7)        VALUE 0.
           05  CW-PRIOR-YEAR           PIC 9(4)        VALUE 0.
           05  CW-LEAP-DAYS            PIC 9(4)        VALUE 0.
           05  CW-QUOTIENT             PIC 9(7)        VALUE 0.
           05  CW-REMAINDER            PIC 9(4)        VALUE 0.
           05  CW-REMAINDER-4          PIC 9(4)        VALUE 0.
           05  CW-REMAINDER-100        PIC 9(4)        VALUE 0.
           05  CW-REMAINDER-400        PIC 9(4)        VALUE 0.
           05  CW-SPAN-DAYS            PIC 9(7)        VALUE 0.
           05  CW-WHOLE-WEEKS          PIC 9(7)        VALUE 0.
           05  CW-ODD-DAYS             PIC 9(1)        VALUE 0.
           05  CW-ODD-SUB              PIC S9(4)       VALUE +0.
           05  CW-WEEKDAY              PIC 9(1)        VALUE 0.
           05  CW-LEAP-FLAG            PIC X(1)        VALUE 'N'.
               88  CW-LEAP-YEAR                        VALUE 'Y'.

       01  CW-MONTH-START-AREA.
           05  CW-MONTH-START-VALUES   PIC X(36)       VALUE
                   '000031059090120151181212243273304334'.
           05  CW-MONTH-START-TABLE REDEFINES CW-MONTH-START-VALUES.
               10  CW-MONTH-START OCCURS 12 TIMES
                                       PIC 9(3).

       COPY DATEEDIT.

       LINKAGE SECTION.

       COPY DAYCOUNT.

       PROCEDURE DIVISION USING DAYCOUNT-PARM.

       10-COUNT-THE-DAYS.

           MOVE '0' TO DC-RESULT-CODE
           MOVE 0 TO DC-CALENDAR-DAYS
           MOVE 0 TO DC-WORKING-DAYS

           MOVE DC-FROM-DATE TO DE-DATE
           PERFORM 15-EDIT-ONE-DATE
           MOVE DC-THRU-DATE TO DE-DATE
           PERFORM 15-EDIT-ONE-DATE

           IF DC-RESULT-CODE = '0'
               MOVE DC-FROM-DATE TO CW-DATE-N
               PERFORM 20-COMPUTE-DAY-NUMBER
               MOVE CW-DAY-NUMBER TO CW-FROM-DAY-NUMBER
               MOVE DC-THRU-DATE TO CW-DATE-N
               PERFORM 20-COMPUTE-DAY-NUMBER
               MOVE CW-DAY-NUMBER TO CW-THRU-DAY-NUMBER
               COMPUTE DC-CALENDAR-DAYS =
                   CW-THRU-DAY-NUMBER - CW-FROM-DAY-NUMBER
               IF CW-THRU-DAY-NUMBER NOT < CW-FROM-DAY-NUMBER
                   PERFORM 40-COUNT-WORKING-DAYS
               END-IF
           END-IF

           GOBACK
           .

       15-EDIT-ONE-DATE.
           MOVE 0 TO DE-RUN-DATE
           MOVE 'A' TO DE-FUTURE-OPTION
           CALL 'CS370DATEEDIT' USING DATEEDIT-PARM
           IF DE-RESULT-CODE NOT = '0'
               MOVE '1' TO DC-RESULT-CODE
           END-IF
           .

       20-COMPUTE-DAY-NUMBER.
           COMPUTE CW-PRIOR-YEAR = CW-YYYY - 1
           DIVIDE CW-PRIOR-YEAR BY 4 GIVING CW-QUOTIENT
           MOVE CW-QUOTIENT TO CW-LEAP-DAYS
           DIVIDE CW-PRIOR-YEAR BY 100 GIVING CW-QUOTIENT
           SUBTRACT CW-QUOTIENT FROM CW-LEAP-DAYS
           DIVIDE CW-PRIOR-YEAR BY 400 GIVING CW-QUOTIENT
           ADD CW-QUOTIENT TO CW-LEAP-DAYS
           SUBTRACT 460 FROM CW-LEAP-DAYS
           COMPUTE CW-DAY-NUMBER =
               365 * (CW-YYYY - 1900) + CW-LEAP-DAYS
               + CW-MONTH-START (CW-MM) + CW-DD - 1
           IF CW-MM > 2
               PERFORM 30-CHECK-LEAP-YEAR
               IF CW-LEAP-YEAR
                   ADD 1 TO CW-DAY-NUMBER
               END-IF
           END-IF
           .

       30-CHECK-LEAP-YEAR.
           MOVE 'N' TO CW-LEAP-FLAG
           DIVIDE CW-YYYY BY 4
               GIVING CW-QUOTIENT
               REMAINDER CW-REMAINDER-4
           DIVIDE CW-YYYY BY 100
               GIVING CW-QUOTIENT
               REMAINDER CW-REMAINDER-100
           DIVIDE CW-YYYY BY 400
               GIVING CW-QUOTIENT
               REMAINDER CW-REMAINDER-400
           IF CW-REMAINDER-4 = 0 AND
               (CW-REMAINDER-100 NOT = 0 OR CW-REMAINDER-400 = 0)
               MOVE 'Y' TO CW-LEAP-FLAG
           END-IF
           .

       40-COUNT-WORKING-DAYS.
           COMPUTE CW-SPAN-DAYS =
               CW-THRU-DAY-NUMBER - CW-FROM-DAY-NUMBER + 1
           DIVIDE CW-SPAN-DAYS BY 7
               GIVING CW-WHOLE-WEEKS
               REMAINDER CW-REMAINDER
           MOVE CW-REMAINDER TO CW-ODD-DAYS
           COMPUTE DC-WORKING-DAYS = CW-WHOLE-WEEKS * 5
           DIVIDE CW-FROM-DAY-NUMBER BY 7
               GIVING CW-QUOTIENT
               REMAINDER CW-REMAINDER
           MOVE CW-REMAINDER TO CW-WEEKDAY
           PERFORM 45-COUNT-ONE-ODD-DAY
               VARYING CW-ODD-SUB FROM 1 BY 1
               UNTIL CW-ODD-SUB > CW-ODD-DAYS
           .

      *    THE DAYS LEFT OVER AFTER THE WHOLE WEEKS START ON THE SAME
      *    WEEKDAY AS THE FROM DATE.
       45-COUNT-ONE-ODD-DAY.
           IF CW-WEEKDAY < 5
               ADD 1 TO DC-WORKING-DAYS
           END-IF
           IF CW-WEEKDAY = 6
               MOVE 0 TO CW-WEEKDAY
           ELSE
               ADD 1 TO CW-WEEKDAY
           END-IF
           .
