      *    The caller's GETREGN-PARM area, answered per call: the
      *    requested slot of the region table, the region count, and
      *    the run mode.  The files are read once, on the first call.
      ******************************************************************
      * MODIFICATION HISTORY
      *    A CALL WITH SLOT 0 AND A RUN MODE IN GR-RUN-MODE NOW
      *    REPLACES THE RUN MODE FROM BENNETT-RUN-REQUEST.TXT FOR
      *    EVERY LATER CALL IN THE RUN UNIT, SO CS370PROGRAM9 CAN RUN
      *    THE MAINTENANCE AND SETTLEMENT STEPS ONE REGION AT A TIME
      *    AND RESTART AT THE REGION THAT FAILED.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               PERFORM 20-READ-RUN-REQUEST
               MOVE 'Y' TO TABLE-LOADED-FLAG
           END-IF
           IF GR-REQUEST-SLOT = 0 AND GR-RUN-MODE NOT = SPACES
               MOVE GR-RUN-MODE TO WS-RUN-MODE
           END-IF
           PERFORM 25-ANSWER-REQUESTED-SLOT
           GOBACK
           .
