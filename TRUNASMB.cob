      *    HOLD FILE IN VALREC FORMAT WITH A REPORT LINE NAMING
      *    WHAT WAS MISSING, SO A RECORD ONLY MOVES DOWNSTREAM
      *    WHEN ALL OF ITS FIELDS SURVIVED VALIDATION.
      *    THE STEP CHECKS IN WITH THE CYCCTL RUN-CONTROL FILE
      *    THROUGH CYCCHK01 BEFORE IT OPENS ANYTHING AND AGAIN AT
      *    END OF RUN, AND IS REFUSED IF ITS PREDECESSORS HAVE
      *    NOT COMPLETED CLEANLY OR IT ALREADY COMPLETED FOR
      *    THE CYCLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-COUNT-EDIT           PIC ZZZZZZZZ9.
       01  WS-REPORT-LABEL         PIC X(40).

       COPY CYCCHKLK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-GROUP-VALID-ROWS
               UNTIL WS-END-OF-FILE
           PERFORM 0900-TERMINATE
           PERFORM 0990-POST-CYCLE-END
           STOP RUN.

       0100-INITIALIZE.
      *    SRCPARM COMES FIRST -- THE FEED IS PART OF THIS RUN'S
      *    IDENTITY ON THE CYCLE CONTROL FILE.
           PERFORM 0110-LOAD-SOURCE-PARM
           PERFORM 0105-CHECK-CYCLE-START
           OPEN INPUT VALID-FILE
           OPEN OUTPUT ASSEMBLED-FILE
           OPEN OUTPUT HOLD-FILE
           OPEN OUTPUT REPORT-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0120-LOAD-EXPECTED-FIELDS
           PERFORM 0130-LOAD-REJECT-IDS
           PERFORM 0140-WRITE-REPORT-HEADER
           PERFORM 0150-READ-VALID-ROW.

       0105-CHECK-CYCLE-START.
      *    BEFORE ANY OUTPUT IS OPENED, SO A REFUSED RERUN CANNOT
      *    EMPTY THE OUTPUTS OF THE RUN THAT ALREADY COMPLETED.
           MOVE "TRUNASMB" TO CC-PROGRAM-ID
           SET CC-START-STEP TO TRUE
           CALL "CYCCHK01" USING CC-CYCCHK-PARM
           IF CC-STEP-REFUSED
               DISPLAY "ERROR: " CC-MESSAGE
               DISPLAY "ERROR: TRUNASMB REFUSED BY CYCLE CONTROL "
                   "-- RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-LOAD-SOURCE-PARM.
      *    EACH FEED'S JOB RUNS ITS OWN ASSEMBLY STEP; SRCPARM
      *    NAMES THE FEED SO THE EXPECTED FIELD SET IS THAT
                   CONTINUE
               NOT AT END
                   MOVE SP-SOURCE-SYSTEM TO WS-RUN-SOURCE
                   MOVE SP-SOURCE-SYSTEM TO CC-SOURCE-SYSTEM
           END-READ
           CLOSE SOURCE-PARM-FILE.

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
