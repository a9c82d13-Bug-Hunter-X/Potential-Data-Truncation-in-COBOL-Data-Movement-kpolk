      *    AND REFUSED".  ACKS WITH NO MATCHING EXTRACT ROW ARE
      *    COUNTED AND REPORTED TOO -- AN UPSTREAM SYSTEM ACKING
      *    KEYS IT WAS NEVER SENT IS ITS OWN KIND OF TROUBLE.
      *    THE STEP CHECKS IN WITH THE CYCCTL RUN-CONTROL FILE
      *    THROUGH CYCCHK01 BEFORE IT OPENS ANYTHING AND AGAIN AT
      *    END OF RUN, AND IS REFUSED IF ITS PREDECESSORS HAVE
      *    NOT COMPLETED CLEANLY OR IT ALREADY COMPLETED FOR
      *    THE CYCLE.  IT RUNS ONCE FOR THE WHOLE NIGHT, UNDER NO
      *    FEED, AND WAITS ON TRUNRCYC IN EVERY FEED THAT HAS
      *    STARTED THE CYCLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  WS-CT-TT                PIC 9(2).
       01  WS-TIMESTAMP             PIC X(26).

       COPY CYCCHKLK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-MATCH-EXTRACT-ROWS
               UNTIL WS-EXT-END-OF-FILE
           PERFORM 0900-TERMINATE
           PERFORM 0990-POST-CYCLE-END
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0105-CHECK-CYCLE-START
           OPEN INPUT EXTRACT-FILE
           OPEN INPUT ACK-FILE
           OPEN OUTPUT UNACKED-FILE
           PERFORM 0110-LOAD-ACK-TABLE
           PERFORM 0120-READ-EXTRACT.

       0105-CHECK-CYCLE-START.
      *    BEFORE ANY OUTPUT IS OPENED, SO A REFUSED RERUN CANNOT
      *    EMPTY THE OUTPUTS OF THE RUN THAT ALREADY COMPLETED.
           MOVE "TRUNACKM" TO CC-PROGRAM-ID
           SET CC-START-STEP TO TRUE
           CALL "CYCCHK01" USING CC-CYCCHK-PARM
           IF CC-STEP-REFUSED
               DISPLAY "ERROR: " CC-MESSAGE
               DISPLAY "ERROR: TRUNACKM REFUSED BY CYCLE CONTROL "
                   "-- RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-LOAD-ACK-TABLE.
           PERFORM UNTIL WS-ACK-END-OF-FILE
               READ ACK-FILE
      *    SLOT MEANINGS ARE IN CTLTOT.
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE "TRUNACKM" TO CT-PROGRAM-ID
           MOVE CC-CYCLE-DATE TO CT-CYCLE-DATE
           PERFORM 0940-BUILD-TIMESTAMP
           MOVE WS-TIMESTAMP TO CT-TIMESTAMP
           MOVE WS-EXTRACT-READ TO CT-IN-COUNT
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       0990-POST-CYCLE-END.
      *    THE CALL RESETS RETURN-CODE, SO THE STEP'S OWN CODE
      *    IS CARRIED THROUGH CC-STEP-RC AND PUT BACK.
           MOVE RETURN-CODE TO CC-STEP-RC
           SET CC-END-STEP TO TRUE
           CALL "CYCCHK01" USING CC-CYCCHK-PARM
           IF CC-STEP-REFUSED
               DISPLAY "WARNING: " CC-MESSAGE
           END-IF
           MOVE CC-STEP-RC TO RETURN-CODE.
