       AUTHOR. DATA-QUALITY-TEAM.
      *REMARKS. END-OF-NIGHT CONTROL-TOTALS BALANCING JOB FOR
      *    THE WHOLE EXCEPTION CYCLE.  EACH BATCH PROGRAM
      *    (TRUNMAIN, TRUNAFIX, TRUNRCYC, TRUNACKM, TRUNPRGE,
      *    TRUNHOLD, TRUNDLVR) APPENDS A STANDARD CTLTOT ROW AT
      *    END OF RUN;
      *    THIS JOB READS EVERY ROW FOR THE CYCLE DATE (SUMMING
      *    MULTIPLE ROWS FROM ONE PROGRAM, AS SEVERAL FEEDS, A
      *    PARTITIONED NIGHT OR A MULTI-CONSUMER DELIVERY
      *    PRODUCES), SO IT PROVES THE WHOLE NIGHT ACROSS FEEDS,
      *    PROVES THE IN-EQUALS-OUT EQUATIONS WITHIN EACH STEP
      *    AND THE HANDOFFS BETWEEN STEPS -- REJECTS CUT BY
      *    TRUNMAIN VERSUS REJECTS READ BY TRUNRCYC, EXTRACT
      *    ROWS CUT VERSUS EXTRACT ROWS ACK-MATCHED -- AND
      *    PRINTS ONE RECONCILIATION STATEMENT.  ANY EQUATION
      *    OUT OF BALANCE SETS RETURN CODE 8 SO A ROW LOST
      *    BETWEEN STEPS IS CAUGHT THAT NIGHT; A SEQUENCED STEP
      *    WITH NO CTLTOT ROW AT ALL IS NOTED WITH RETURN CODE 4,
      *    SINCE AN EQUATION THAT CANNOT BE PROVEN IS NOT PROVEN.
      *    TRUNHOLD, TRUNDLVR AND THE TRUNMAIN RECYCLE PASS
      *    (STREAM 9) ARE WAITED ON ONLY ONCE THEY HAVE CHECKED IN
      *    AND ARE LEGITIMATELY SKIPPED ON SOME NIGHTS, SO A
      *    MISSING ROW FOR ONE OF THEM IS LISTED FOR INFORMATION
      *    ONLY.  THE RECYCLE
      *    PASS IS PROVED ON ITS OWN AND AGAINST WHAT TRUNRCYC
      *    RECYCLED, NEVER SUMMED INTO THE NIGHT'S VALIDATION.
      *    THE STEP CHECKS IN WITH THE CYCCTL RUN-CONTROL FILE
      *    THROUGH CYCCHK01 BEFORE IT OPENS ANYTHING AND AGAIN AT
      *    END OF RUN, AND IS REFUSED IF ITS PREDECESSORS HAVE
      *    NOT COMPLETED CLEANLY OR IT ALREADY COMPLETED FOR
      *    THE CYCLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  WS-MAIN-A               PIC 9(9) VALUE 0.
           05  WS-MAIN-B               PIC 9(9) VALUE 0.
           05  WS-MAIN-C               PIC 9(9) VALUE 0.
       01  WS-MRCY-TOTALS.
           05  WS-MRCY-SEEN-FLAG       PIC X VALUE "N".
               88  WS-MRCY-SEEN             VALUE "Y".
           05  WS-MRCY-IN              PIC 9(9) VALUE 0.
           05  WS-MRCY-A               PIC 9(9) VALUE 0.
           05  WS-MRCY-B               PIC 9(9) VALUE 0.
       01  WS-RCYC-TOTALS.
           05  WS-RCYC-SEEN-FLAG       PIC X VALUE "N".
               88  WS-RCYC-SEEN             VALUE "Y".
           05  WS-PRGE-B               PIC 9(9) VALUE 0.
           05  WS-PRGE-C               PIC 9(9) VALUE 0.
           05  WS-PRGE-D               PIC 9(9) VALUE 0.
       01  WS-HOLD-TOTALS.
           05  WS-HOLD-SEEN-FLAG       PIC X VALUE "N".
               88  WS-HOLD-SEEN             VALUE "Y".
           05  WS-HOLD-IN              PIC 9(9) VALUE 0.
           05  WS-HOLD-A               PIC 9(9) VALUE 0.
           05  WS-HOLD-B               PIC 9(9) VALUE 0.
           05  WS-HOLD-C               PIC 9(9) VALUE 0.
       01  WS-DLVR-TOTALS.
           05  WS-DLVR-SEEN-FLAG       PIC X VALUE "N".
               88  WS-DLVR-SEEN             VALUE "Y".
           05  WS-DLVR-IN              PIC 9(9) VALUE 0.
           05  WS-DLVR-A               PIC 9(9) VALUE 0.
       01  WS-AFIX-TOTALS.
           05  WS-AFIX-SEEN-FLAG       PIC X VALUE "N".
               88  WS-AFIX-SEEN             VALUE "Y".
           05  WS-AFIX-IN              PIC 9(9) VALUE 0.
           05  WS-AFIX-A               PIC 9(9) VALUE 0.
           05  WS-AFIX-B               PIC 9(9) VALUE 0.
           05  WS-AFIX-C               PIC 9(9) VALUE 0.

       01  WS-EQ-LABEL             PIC X(44) VALUE SPACE.
       01  WS-EQ-LEFT              PIC 9(9) VALUE 0.
       01  WS-MISSING-FLAG         PIC X VALUE "N".
           88  WS-STEP-MISSING          VALUE "Y".
       01  WS-MISSING-NAME         PIC X(8) VALUE SPACE.
       01  WS-OPTIONAL-NAME        PIC X(21) VALUE SPACE.

       COPY CYCCHKLK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0200-ACCUMULATE-TOTALS
               UNTIL WS-END-OF-FILE
           PERFORM 0900-TERMINATE
           PERFORM 0990-POST-CYCLE-END
           STOP RUN.

       0100-INITIALIZE.
           OPEN INPUT BALANCE-PARM-FILE
           READ BALANCE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
      *            A BLANK OR MALFORMED PARM FALLS BACK TO THE
      *            NIGHT'S CYCLE DATE, THE SAME WAY EVERY OTHER
      *            OPTIONAL PARM IN THE CYCLE FALLS BACK TO ITS
      *            DEFAULT.
                   IF BL-CYCLE-DATE IS NUMERIC
                       AND BL-CYCLE-DATE NOT = 0
                       MOVE BL-CYCLE-DATE TO CC-CYCLE-DATE
                   END-IF
           END-READ
           CLOSE BALANCE-PARM-FILE
      *    WITH NO BALPARM DATE THE CYCLE CONTROL CALL SETTLES THE
      *    CYCLE FROM CYCPARM OR TODAY, THE SAME DATE THE OTHER
      *    STEPS OF THE NIGHT WROTE THEIR CTLTOT ROWS UNDER.
           PERFORM 0105-CHECK-CYCLE-START
           MOVE CC-CYCLE-DATE TO WS-CYCLE-DATE
           OPEN INPUT CONTROL-TOTAL-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACE TO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       0105-CHECK-CYCLE-START.
      *    BEFORE ANY OUTPUT IS OPENED, SO A REFUSED RERUN CANNOT
      *    EMPTY THE OUTPUTS OF THE RUN THAT ALREADY COMPLETED.
           MOVE "TRUNBALC" TO CC-PROGRAM-ID
           SET CC-START-STEP TO TRUE
           CALL "CYCCHK01" USING CC-CYCCHK-PARM
           IF CC-STEP-REFUSED
               DISPLAY "ERROR: " CC-MESSAGE
               DISPLAY "ERROR: TRUNBALC REFUSED BY CYCLE CONTROL "
                   "-- RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-ACCUMULATE-TOTALS.
           READ CONTROL-TOTAL-FILE
               AT END

       0300-POST-ONE-ROW.
           EVALUATE CT-PROGRAM-ID
      *        D CARRIES THE PRTPARM STREAM; STREAM 9 IS THE
      *        RECYCLE PASS OVER TRUNRCYC'S OUTPUT, WHOSE ROWS
      *        WERE ALREADY COUNTED ONCE BY THE NIGHT'S OWN RUN.
               WHEN "TRUNMAIN"
                   IF CT-OUT-COUNT-D = 9
                       SET WS-MRCY-SEEN TO TRUE
                       ADD CT-IN-COUNT TO WS-MRCY-IN
                       ADD CT-OUT-COUNT-A TO WS-MRCY-A
                       ADD CT-OUT-COUNT-B TO WS-MRCY-B
                   ELSE
                       SET WS-MAIN-SEEN TO TRUE
                       ADD CT-IN-COUNT TO WS-MAIN-IN
                       ADD CT-OUT-COUNT-A TO WS-MAIN-A
                       ADD CT-OUT-COUNT-B TO WS-MAIN-B
                       ADD CT-OUT-COUNT-C TO WS-MAIN-C
                   END-IF
               WHEN "TRUNRCYC"
                   SET WS-RCYC-SEEN TO TRUE
                   ADD CT-IN-COUNT TO WS-RCYC-IN
                   ADD CT-OUT-COUNT-B TO WS-PRGE-B
                   ADD CT-OUT-COUNT-C TO WS-PRGE-C
                   ADD CT-OUT-COUNT-D TO WS-PRGE-D
               WHEN "TRUNHOLD"
                   SET WS-HOLD-SEEN TO TRUE
                   ADD CT-IN-COUNT TO WS-HOLD-IN
                   ADD CT-OUT-COUNT-A TO WS-HOLD-A
                   ADD CT-OUT-COUNT-B TO WS-HOLD-B
                   ADD CT-OUT-COUNT-C TO WS-HOLD-C
      *        ONE ROW PER CONSUMER FILE, EACH OF WHICH WAS SENT
      *        EVERY ASMOUT RECORD, SO THE SUMS MUST AGREE TOO.
               WHEN "TRUNDLVR"
                   SET WS-DLVR-SEEN TO TRUE
                   ADD CT-IN-COUNT TO WS-DLVR-IN
                   ADD CT-OUT-COUNT-A TO WS-DLVR-A
               WHEN "TRUNAFIX"
                   SET WS-AFIX-SEEN TO TRUE
                   ADD CT-IN-COUNT TO WS-AFIX-IN
                   ADD CT-OUT-COUNT-A TO WS-AFIX-A
                   ADD CT-OUT-COUNT-B TO WS-AFIX-B
                   ADD CT-OUT-COUNT-C TO WS-AFIX-C
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-ROWS
                   DISPLAY "WARNING: CTLTOT ROW FROM UNKNOWN "
               MOVE "TRUNRCYC" TO WS-MISSING-NAME
               PERFORM 0920-NOTE-MISSING-STEP
           END-IF
           IF WS-MRCY-SEEN
               MOVE "RECYCLE PASS CHECKED = VALIDOUT + REJECTS:"
                   TO WS-EQ-LABEL
               MOVE WS-MRCY-IN TO WS-EQ-LEFT
               COMPUTE WS-EQ-RIGHT = WS-MRCY-A + WS-MRCY-B
               PERFORM 0910-PROVE-EQUATION
           ELSE
               MOVE "TRUNMAIN RECYCLE PASS" TO WS-OPTIONAL-NAME
               PERFORM 0925-NOTE-OPTIONAL-STEP
           END-IF
           IF WS-ACKM-SEEN
               MOVE "TRUNACKM READ = MATCHED + UNACKED + REFUSED:"
                   TO WS-EQ-LABEL
               MOVE "TRUNPRGE" TO WS-MISSING-NAME
               PERFORM 0920-NOTE-MISSING-STEP
           END-IF
           IF WS-HOLD-SEEN
               MOVE "TRUNHOLD JUDGED = RELEASED + STILL HELD:"
                   TO WS-EQ-LABEL
               MOVE WS-HOLD-IN TO WS-EQ-LEFT
               COMPUTE WS-EQ-RIGHT = WS-HOLD-A + WS-HOLD-B
               PERFORM 0910-PROVE-EQUATION
           ELSE
               MOVE "TRUNHOLD" TO WS-OPTIONAL-NAME
               PERFORM 0925-NOTE-OPTIONAL-STEP
           END-IF
           IF WS-DLVR-SEEN
               MOVE "TRUNDLVR ASMOUT READ = RECORDS DELIVERED:"
                   TO WS-EQ-LABEL
               MOVE WS-DLVR-IN TO WS-EQ-LEFT
               MOVE WS-DLVR-A TO WS-EQ-RIGHT
               PERFORM 0910-PROVE-EQUATION
           ELSE
               MOVE "TRUNDLVR" TO WS-OPTIONAL-NAME
               PERFORM 0925-NOTE-OPTIONAL-STEP
           END-IF
           IF WS-AFIX-SEEN
               MOVE "TRUNAFIX READ = FIXED + LEFT + PREFILED:"
                   TO WS-EQ-LABEL
               MOVE WS-AFIX-IN TO WS-EQ-LEFT
               COMPUTE WS-EQ-RIGHT = WS-AFIX-A + WS-AFIX-B
                   + WS-AFIX-C
               PERFORM 0910-PROVE-EQUATION
           ELSE
               MOVE "TRUNAFIX" TO WS-MISSING-NAME
               PERFORM 0920-NOTE-MISSING-STEP
           END-IF
      *    HANDOFFS BETWEEN STEPS, PROVABLE ONLY WHEN BOTH SIDES
      *    WROTE THEIR ROW FOR THE CYCLE.
           IF WS-MAIN-SEEN AND WS-ACKM-SEEN
               MOVE WS-RCYC-IN TO WS-EQ-RIGHT
               PERFORM 0910-PROVE-EQUATION
           END-IF
           IF WS-RCYC-SEEN AND WS-MRCY-SEEN
               MOVE "RECYCLED = RECYCLE PASS CHECKED:"
                   TO WS-EQ-LABEL
               MOVE WS-RCYC-A TO WS-EQ-LEFT
               MOVE WS-MRCY-IN TO WS-EQ-RIGHT
               PERFORM 0910-PROVE-EQUATION
           END-IF
           PERFORM 0930-WRITE-VERDICT
           CLOSE CONTROL-TOTAL-FILE
           CLOSE REPORT-FILE.
           END-STRING
           WRITE REPORT-RECORD.

       0925-NOTE-OPTIONAL-STEP.
      *    A STEP THAT NEED NOT RUN EVERY NIGHT AND DID NOT RUN
      *    LEAVES NOTHING TO PROVE AND NOTHING WRONG, SO THE
      *    RETURN CODE IS LEFT ALONE.
           MOVE SPACE TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-OPTIONAL-NAME DELIMITED BY "  "
               " DID NOT RUN FOR THIS CYCLE" DELIMITED BY SIZE
               " -- NOTHING TO PROVE (INFORMATION ONLY)"
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       0930-WRITE-VERDICT.
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
                   MOVE "CYCLE IN BALANCE" TO REPORT-RECORD
           END-EVALUATE
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
