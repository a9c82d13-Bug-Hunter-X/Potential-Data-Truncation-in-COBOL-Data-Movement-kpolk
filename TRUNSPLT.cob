      *    COUNT, AND PER-STREAM COUNTS TO THE TRUNMRGE MERGE
      *    STEP, WHICH PROVES THE COMBINED SLICES BACK AGAINST
      *    THE BATCH THE UPSTREAM SYSTEM ACTUALLY SENT.
      *    THE STEP CHECKS IN WITH THE CYCCTL RUN-CONTROL FILE
      *    THROUGH CYCCHK01 BEFORE IT OPENS ANYTHING AND AGAIN AT
      *    END OF RUN, AND IS REFUSED IF ITS PREDECESSORS HAVE
      *    NOT COMPLETED CLEANLY OR IT ALREADY COMPLETED FOR
      *    THE CYCLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BATCH-REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    THE FEED BEING SPLIT, HANDED TO TRUNMRGE FOR THE
      *    REGISTRY THE SAME WAY A SINGLE-STREAM TRUNMAIN TAKES IT.
           SELECT OPTIONAL SOURCE-PARM-FILE ASSIGN TO "SRCPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SPLIT-CTL-FILE ASSIGN TO "SPLCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  BATCH-REG-FILE.
       COPY BATREG.

       FD  SOURCE-PARM-FILE.
       COPY SRCPARM.

       FD  SPLIT-CTL-FILE.
       COPY SPLCTL.


       01  WS-BATCH-ID             PIC X(8) VALUE SPACE.
       01  WS-BATCH-CREATE-TS      PIC X(26) VALUE SPACE.
       01  WS-BATCH-ARRIVAL-TS     PIC X(26) VALUE SPACE.
      *    SAME DEFAULT AS TRUNMAIN'S RUN-LEVEL SOURCE.
       01  WS-RUN-SOURCE           PIC X(8) VALUE "TRUNMAIN".

       01  WS-CURRENT-DATE         PIC 9(8).
       01  WS-CD-GROUP REDEFINES WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CD-MM                PIC 9(2).
           05  WS-CD-DD                PIC 9(2).
       01  WS-CURRENT-TIME         PIC 9(8).
       01  WS-CT-GROUP REDEFINES WS-CURRENT-TIME.
           05  WS-CT-HH                PIC 9(2).
           05  WS-CT-MI                PIC 9(2).
           05  WS-CT-SS                PIC 9(2).
           05  WS-CT-TT                PIC 9(2).
       01  WS-TIMESTAMP            PIC X(26).

      *    PROCESSED-BATCH REGISTRY, LOADED AND CHECKED THE SAME
      *    WAY TRUNMAIN LOADS AND CHECKS IT; AN OVERFULL REGISTRY
       01  WS-COUNT-EDIT           PIC ZZZZZZZZ9.
       01  WS-COUNT-EDIT-2         PIC ZZZZZZZZ9.

       COPY CYCCHKLK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
                   UNTIL WS-END-OF-FILE
               PERFORM 0900-TERMINATE
           END-IF
           PERFORM 0990-POST-CYCLE-END
           STOP RUN.

       0100-INITIALIZE.
      *    SRCPARM COMES FIRST -- THE FEED IS PART OF THIS RUN'S
      *    IDENTITY ON THE CYCLE CONTROL FILE.
           PERFORM 0115-LOAD-SOURCE-PARM
           PERFORM 0105-CHECK-CYCLE-START
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0110-LOAD-SPLIT-PARM
           IF WS-PARM-OK
               END-PERFORM
           END-IF.

       0105-CHECK-CYCLE-START.
      *    BEFORE ANY OUTPUT IS OPENED, SO A REFUSED RERUN CANNOT
      *    EMPTY THE OUTPUTS OF THE RUN THAT ALREADY COMPLETED.
           MOVE "TRUNSPLT" TO CC-PROGRAM-ID
           SET CC-START-STEP TO TRUE
           CALL "CYCCHK01" USING CC-CYCCHK-PARM
           IF CC-STEP-REFUSED
               DISPLAY "ERROR: " CC-MESSAGE
               DISPLAY "ERROR: TRUNSPLT REFUSED BY CYCLE CONTROL "
                   "-- RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-LOAD-SPLIT-PARM.
      *    THE PARM IS NOT OPTIONAL IN SPIRIT -- A SPLIT WITH NO
      *    BOUNDARIES HAS NO MEANING -- SO A MISSING OR INVALID
           CLOSE SPLIT-PARM-FILE
           PERFORM 0120-VALIDATE-SPLIT-PARM.

       0115-LOAD-SOURCE-PARM.
           OPEN INPUT SOURCE-PARM-FILE
           READ SOURCE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SP-SOURCE-SYSTEM NOT = SPACE
                       MOVE SP-SOURCE-SYSTEM TO WS-RUN-SOURCE
                   END-IF
                   MOVE SP-SOURCE-SYSTEM TO CC-SOURCE-SYSTEM
           END-READ
           CLOSE SOURCE-PARM-FILE.

       0120-VALIDATE-SPLIT-PARM.
           EVALUATE TRUE
               WHEN WS-STREAM-COUNT < 2 OR WS-STREAM-COUNT > 4
           SET WS-BATCH-HEADER-SEEN TO TRUE
           MOVE TC-BATCH-ID TO WS-BATCH-ID
           MOVE TC-CREATE-TIMESTAMP TO WS-BATCH-CREATE-TS
           PERFORM 0930-BUILD-TIMESTAMP
           MOVE WS-TIMESTAMP TO WS-BATCH-ARRIVAL-TS
           PERFORM 0320-CHECK-DUPLICATE-BATCH
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
                   UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
               IF WS-STREAM-COUNT > 3
                   CLOSE STREAM4-FILE
               END-IF
               PERFORM 0990-POST-CYCLE-END
               STOP RUN
           END-IF.

           MOVE WS-BATCH-CREATE-TS TO SC-CREATE-TIMESTAMP
           MOVE WS-BATCH-EXPECTED-COUNT TO SC-EXPECTED-COUNT
           MOVE WS-STREAM-COUNT TO SC-STREAM-COUNT
           MOVE WS-RUN-SOURCE TO SC-SOURCE-SYSTEM
           MOVE WS-BATCH-ARRIVAL-TS TO SC-ARRIVAL-TIMESTAMP
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
                   UNTIL WS-STREAM-SUB > 4
               MOVE WS-STREAM-DATA-COUNT (WS-STREAM-SUB)
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
           END-EVALUATE.

       0930-BUILD-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SPACE TO WS-TIMESTAMP
           STRING WS-CD-YYYY DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CD-MM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CD-DD DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CT-HH DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-CT-MI DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-CT-SS DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               WS-CT-TT DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           END-STRING.

       0990-POST-CYCLE-END.
      *    THE CALL RESETS RETURN-CODE, SO THE STEP'S OWN CODE
      *    IS CARRIED THROUGH CC-STEP-RC AND PUT BACK.
           MOVE RETURN-CODE TO CC-STEP-RC
           MOVE WS-STREAM-COUNT TO CC-STREAM-COUNT
           SET CC-END-STEP TO TRUE
           CALL "CYCCHK01" USING CC-CYCCHK-PARM
           IF CC-STEP-REFUSED
               DISPLAY "WARNING: " CC-MESSAGE
           END-IF
           MOVE CC-STEP-RC TO RETURN-CODE.
