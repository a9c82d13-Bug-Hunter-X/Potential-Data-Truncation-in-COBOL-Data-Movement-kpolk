      *    PURGED NO MATTER HOW OLD -- AN UNWORKED EXCEPTION MUST
      *    STAY VISIBLE IN TRUNINQ UNTIL SOMEBODY DEALS WITH IT.
      *    EVERY RUN PRODUCES A REPORT OF COUNTS ARCHIVED,
      *    DELETED, AND RETAINED, BROKEN OUT BY STATUS.  EVERY
      *    ARCHIVE GENERATION ENDS IN A SEALED *TRL* TRAILER
      *    (ARCTRL) CARRYING ITS ROW COUNT AND A RUNNING SEAL OF
      *    THE ROWS, CHAINED THROUGH AUDSEL01 TO THE TRAILER OF
      *    THE GENERATION BEFORE, SO TRUNSEAL CAN PROVE THE
      *    GENERATION WHOLE AND UNEDITED.
      *    THE STEP CHECKS IN WITH THE CYCCTL RUN-CONTROL FILE
      *    THROUGH CYCCHK01 BEFORE IT OPENS ANYTHING AND AGAIN AT
      *    END OF RUN, AND IS REFUSED IF ITS PREDECESSORS HAVE
      *    NOT COMPLETED CLEANLY OR IT ALREADY COMPLETED FOR
      *    THE CYCLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY AUDREC.

       FD  ARCHIVE-FILE.
      *    FLAT IMAGE OF THE FULL 397-BYTE AUDIT RECORD SO THE
      *    ARCHIVE CAN BE RELOADED OR BROWSED WITH THE AUDREC
      *    LAYOUT UNCHANGED.
       01  ARCHIVE-RECORD          PIC X(397).

       FD  PURGE-PARM-FILE.
       COPY PRGPARM.

       01  WS-TOT-ARCHIVED         PIC 9(9) VALUE 0.
       01  WS-TOT-DELETED          PIC 9(9) VALUE 0.
       01  WS-ARC-ROW-COUNT        PIC 9(9) VALUE 0.
       01  WS-ROW-SEAL-TOTAL       PIC X(18) VALUE ALL "0".
       01  WS-SAVE-RC              PIC S9(4) VALUE 0.
       01  WS-TRAILER-SEQ-EDIT     PIC ZZZZZZZZ9.
       01  WS-CURRENT-DATE         PIC 9(8).
       01  WS-CD-GROUP REDEFINES WS-CURRENT-DATE.
           05  WS-CD-YYYY              PIC 9(4).
           05  WS-CT-TT                PIC 9(2).
       01  WS-TIMESTAMP             PIC X(26).

       COPY ARCTRL.

       COPY CYCCHKLK.

       COPY AUDSELLK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
                   UNTIL WS-AUDIT-END-OF-FILE
               PERFORM 0900-TERMINATE
           END-IF
           PERFORM 0990-POST-CYCLE-END
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0105-CHECK-CYCLE-START
           OPEN INPUT PURGE-PARM-FILE
           READ PURGE-PARM-FILE
               AT END
               PERFORM 0130-POSITION-AT-FILE-START
           END-IF.

       0105-CHECK-CYCLE-START.
      *    BEFORE ANY OUTPUT IS OPENED, SO A REFUSED RERUN CANNOT
      *    EMPTY THE OUTPUTS OF THE RUN THAT ALREADY COMPLETED.
           MOVE "TRUNPRGE" TO CC-PROGRAM-ID
           SET CC-START-STEP TO TRUE
           CALL "CYCCHK01" USING CC-CYCCHK-PARM
           IF CC-STEP-REFUSED
               DISPLAY "ERROR: " CC-MESSAGE
               DISPLAY "ERROR: TRUNPRGE REFUSED BY CYCLE CONTROL "
                   "-- RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-COMPUTE-CUTOFF-DATE.
      *    RECORDS WITH AU-RUN-DATE STRICTLY OLDER THAN THE
      *    CUTOFF HAVE AGED PAST THE RETENTION PERIOD; A RECORD
      *    RECORD DOES NOT DISTURB THE SEQUENTIAL READ-NEXT
      *    POSITION, SO THE PASS CONTINUES CLEANLY.
           WRITE ARCHIVE-RECORD FROM AUDIT-RECORD
           PERFORM 0310-CHAIN-ARCHIVE-ROW
           EVALUATE TRUE
               WHEN AU-STATUS-REVIEWED
                   ADD 1 TO WS-CNT-ARCHIVED-R
                   END-EVALUATE
           END-DELETE.

       0310-CHAIN-ARCHIVE-ROW.
      *    THE RUNNING SEAL TAKES IN THE WHOLE ROW IMAGE, SO AN
      *    EDIT TO ANY FIELD OF AN ARCHIVED ROW -- STATUS AND
      *    REASON AS WELL AS THE SEALED VALUES -- SHOWS AGAINST
      *    THE TRAILER.  THE CALL RESETS RETURN-CODE, SO THE
      *    STEP'S OWN CODE IS SAVED AROUND IT.
           ADD 1 TO WS-ARC-ROW-COUNT
           MOVE RETURN-CODE TO WS-SAVE-RC
           MOVE "C" TO SL-FUNCTION
           MOVE "TRUNPRGE" TO SL-PROGRAM-ID
           MOVE WS-ARC-ROW-COUNT TO SL-SEAL-SEQ
           MOVE WS-ROW-SEAL-TOTAL TO SL-PREV-SEAL
           MOVE SPACE TO SL-SEAL-DATA
           MOVE AUDIT-RECORD TO SL-SEAL-DATA
           MOVE 397 TO SL-DATA-LEN
           CALL "AUDSEL01" USING SL-AUDSEL-PARM
           MOVE SL-SEAL TO WS-ROW-SEAL-TOTAL
           MOVE WS-SAVE-RC TO RETURN-CODE.

       0900-TERMINATE.
           MOVE "ARCHIVED REVIEWED (R):" TO WS-REPORT-LABEL
           MOVE WS-CNT-ARCHIVED-R TO WS-CNT-EDIT
           MOVE "RETAINED WITHIN RETENTION:" TO WS-REPORT-LABEL
           MOVE WS-CNT-RETAINED-CUR TO WS-CNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           PERFORM 0940-WRITE-ARCHIVE-TRAILER
           PERFORM 0920-WRITE-CONTROL-TOTALS
           CLOSE AUDIT-FILE
           CLOSE ARCHIVE-FILE
               + WS-CNT-DELETED-S + WS-CNT-DELETED-C
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE "TRUNPRGE" TO CT-PROGRAM-ID
           MOVE CC-CYCLE-DATE TO CT-CYCLE-DATE
           PERFORM 0930-BUILD-TIMESTAMP
           MOVE WS-TIMESTAMP TO CT-TIMESTAMP
           MOVE WS-CNT-RECORDS-READ TO CT-IN-COUNT
               INTO WS-TIMESTAMP
           END-STRING.

       0940-WRITE-ARCHIVE-TRAILER.
      *    WRITTEN EVEN WHEN NOTHING AGED OUT, SO EVERY NIGHT'S
      *    GENERATION IS A LINK IN THE ARCHIVE CHAIN AND ONE LEFT
      *    OUT OF ARCHIN SHOWS AS A GAP.  A TRAILER THAT COULD NOT
      *    BE SEALED IS STILL WRITTEN, WITH NO SEAL, AND THE RUN
      *    ENDS AT THE WARNING LEVEL.
           MOVE RETURN-CODE TO WS-SAVE-RC
           MOVE SPACE TO ARCHIVE-TRAILER-RECORD
           MOVE "*TRL*" TO AT-TRAILER-ID
           MOVE CC-CYCLE-DATE TO AT-CYCLE-DATE
           PERFORM 0930-BUILD-TIMESTAMP
           MOVE WS-TIMESTAMP TO AT-TIMESTAMP
           MOVE WS-ARC-ROW-COUNT TO AT-ROW-COUNT
           MOVE WS-ROW-SEAL-TOTAL TO AT-ROW-SEAL-TOTAL
           MOVE "S" TO SL-FUNCTION
           MOVE "ARCHIVE" TO SL-CHAIN-ID
           MOVE "TRUNPRGE" TO SL-PROGRAM-ID
           MOVE SPACE TO SL-SEAL-DATA
           MOVE AT-TRAILER-DATA TO SL-SEAL-DATA
           MOVE 61 TO SL-DATA-LEN
           CALL "AUDSEL01" USING SL-AUDSEL-PARM
           MOVE WS-SAVE-RC TO RETURN-CODE
           IF SL-SEALED
               MOVE SL-SEAL-SEQ TO AT-SEAL-SEQ
               MOVE SL-PREV-SEAL TO AT-PREV-SEAL
               MOVE SL-SEAL TO AT-SEAL
               MOVE SL-SEAL-SEQ TO WS-TRAILER-SEQ-EDIT
               MOVE SPACE TO REPORT-RECORD
               STRING "  ARCHIVE SEALED AS ARCHIVE CHAIN LINK "
                   DELIMITED BY SIZE
                   WS-TRAILER-SEQ-EDIT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           ELSE
               MOVE 0 TO AT-SEAL-SEQ
               DISPLAY "WARNING: " SL-MESSAGE
               DISPLAY "WARNING: ARCHIVE TRAILER WRITTEN UNSEALED"
               MOVE "  *** ARCHIVE TRAILER COULD NOT BE SEALED ***"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           WRITE ARCHIVE-RECORD FROM ARCHIVE-TRAILER-RECORD.

       0910-WRITE-COUNT-LINE.
           MOVE SPACE TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
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
