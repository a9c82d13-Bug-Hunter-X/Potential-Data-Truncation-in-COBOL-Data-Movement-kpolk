      *    VALIDATED OUTPUT, REJECT, AND EXTRACT SLICES ARE
      *    CONCATENATED; THE AUDIT SLICES ARE LOADED INTO THE
      *    MASTER AUDIT FILE (THE PRTPARM SEQUENCE BANDS
      *    GUARANTEE NO KEY COLLISIONS), AND THE SENSVLT VAULT
      *    SLICES INTO THE MASTER VAULT UNDER THE SAME KEYS; AND
      *    THE PER-STREAM
      *    SUMMARY EVENT FILES ARE SORTED AND TOTALED INTO THE
      *    SAME CONSOLIDATED TRUNRPT BREAKDOWN -- INCLUDING THE
      *    FIELDS-APPROACHING-CAPACITY SECTION -- A SINGLE RUN
      *    EXPECTED COUNT, SO THE MERGE PROVES THE COMBINED
      *    SLICES BACK AGAINST THE BATCH THE UPSTREAM SYSTEM
      *    ACTUALLY SENT AND FAILS THE NIGHT IF A ROW WENT
      *    MISSING BETWEEN SPLIT AND MERGE.  EACH AUDIT ROW IS
      *    SEALED INTO THE AUDIT CHAIN THROUGH AUDSEL01 AS IT IS
      *    LOADED, AS A SINGLE-STREAM TRUNMAIN SEALS ITS OWN.
      *    THE STEP CHECKS IN WITH THE CYCCTL RUN-CONTROL FILE
      *    THROUGH CYCCHK01 BEFORE IT OPENS ANYTHING AND AGAIN AT
      *    END OF RUN, AND IS REFUSED IF ITS PREDECESSORS HAVE
      *    NOT COMPLETED CLEANLY OR IT ALREADY COMPLETED FOR
      *    THE CYCLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SPLIT-CTL-FILE ASSIGN TO "SPLCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    READ ONLY FOR THE FEED THIS JOB CHECKS IN UNDER.
           SELECT OPTIONAL SOURCE-PARM-FILE ASSIGN TO "SRCPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    THE SLICE RUNS REGISTER ONLY THEIR SUFFIXED PER-STREAM
      *    IDENTITIES; A BALANCED MERGE REGISTERS THE ORIGINAL
      *    UNSUFFIXED ONE FROM SPLCTL, SO A LATER RE-SEND OF THE
               ALTERNATE RECORD KEY IS A4-FIELD-NAME
                   WITH DUPLICATES.

           SELECT OPTIONAL VLT1-FILE ASSIGN TO "SENSVLT1"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS V1-KEY.
           SELECT OPTIONAL VLT2-FILE ASSIGN TO "SENSVLT2"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS V2-KEY.
           SELECT OPTIONAL VLT3-FILE ASSIGN TO "SENSVLT3"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS V3-KEY.
           SELECT OPTIONAL VLT4-FILE ASSIGN TO "SENSVLT4"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS V4-KEY.

           SELECT OPTIONAL SENS-VAULT-FILE ASSIGN TO "SENSVLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-KEY.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  SPLIT-CTL-FILE.
       COPY SPLCTL.

       FD  SOURCE-PARM-FILE.
       COPY SRCPARM.

       FD  BATCH-REG-FILE.
       COPY BATREG.

       COPY AUDREC REPLACING ==AUDIT-RECORD== BY ==AUD4-RECORD==
                     LEADING ==AU-== BY ==A4-==.

       FD  VLT1-FILE.
       COPY SENSVLT REPLACING ==SENS-VAULT-RECORD== BY ==VLT1-RECORD==
                     LEADING ==SV-== BY ==V1-==.
       FD  VLT2-FILE.
       COPY SENSVLT REPLACING ==SENS-VAULT-RECORD== BY ==VLT2-RECORD==
                     LEADING ==SV-== BY ==V2-==.
       FD  VLT3-FILE.
       COPY SENSVLT REPLACING ==SENS-VAULT-RECORD== BY ==VLT3-RECORD==
                     LEADING ==SV-== BY ==V3-==.
       FD  VLT4-FILE.
       COPY SENSVLT REPLACING ==SENS-VAULT-RECORD== BY ==VLT4-RECORD==
                     LEADING ==SV-== BY ==V4-==.

       FD  SENS-VAULT-FILE.
       COPY SENSVLT.

       FD  AUDIT-FILE.
       COPY AUDREC.

       01  WS-REJ-AREA             PIC X(288).
       01  WS-EXT-AREA             PIC X(71).
       01  WS-SUM-AREA             PIC X(48).
       01  WS-AUDIT-AREA           PIC X(397).
       01  WS-VAULT-AREA           PIC X(263).

       01  WS-VALID-ROWS           PIC 9(9) VALUE 0.
       01  WS-REJECT-ROWS          PIC 9(9) VALUE 0.
       01  WS-SUMMARY-ROWS         PIC 9(9) VALUE 0.
       01  WS-AUDIT-ROWS           PIC 9(9) VALUE 0.
       01  WS-AUDIT-DUP-ROWS       PIC 9(9) VALUE 0.
       01  WS-AUDIT-SEAL-FAILS     PIC 9(9) VALUE 0.
       01  WS-VAULT-ROWS           PIC 9(9) VALUE 0.
       01  WS-VAULT-DUP-ROWS       PIC 9(9) VALUE 0.
       01  WS-TOTAL-PASS           PIC 9(9) VALUE 0.
       01  WS-TOTAL-TRUNC          PIC 9(9) VALUE 0.
       01  WS-TOTAL-EDITREJ        PIC 9(9) VALUE 0.
       01  WS-COUNT-EDIT-2         PIC ZZZZZZZZ9.
       01  WS-REPORT-LABEL         PIC X(40).

       COPY CYCCHKLK.

       COPY AUDSELLK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
               PERFORM 3000-COPY-EXTRACT-SLICES
               PERFORM 4000-COPY-SUMMARY-SLICES
               PERFORM 5000-COPY-AUDIT-SLICES
               PERFORM 6000-COPY-VAULT-SLICES
               PERFORM 0900-TERMINATE
           END-IF
           PERFORM 0990-POST-CYCLE-END
           STOP RUN.

       0100-INITIALIZE.
      *    SRCPARM COMES FIRST -- THE FEED IS PART OF THIS RUN'S
      *    IDENTITY ON THE CYCLE CONTROL FILE.
           PERFORM 0110-LOAD-SOURCE-PARM
           PERFORM 0105-CHECK-CYCLE-START
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT SPLIT-CTL-FILE
           READ SPLIT-CTL-FILE
               OPEN OUTPUT EXTRACT-FILE
               OPEN OUTPUT SUMMARY-WORK-FILE
               OPEN I-O AUDIT-FILE
               OPEN I-O SENS-VAULT-FILE
               OPEN OUTPUT REPORT-FILE
               MOVE SPACE TO REPORT-RECORD
               STRING "CONSOLIDATED VALIDATION SUMMARY - RUN DATE: "
               WRITE REPORT-RECORD
           END-IF.

       0105-CHECK-CYCLE-START.
      *    BEFORE ANY OUTPUT IS OPENED, SO A REFUSED RERUN CANNOT
      *    EMPTY THE OUTPUTS OF THE RUN THAT ALREADY COMPLETED.
           MOVE "TRUNMRGE" TO CC-PROGRAM-ID
           SET CC-START-STEP TO TRUE
           CALL "CYCCHK01" USING CC-CYCCHK-PARM
           IF CC-STEP-REFUSED
               DISPLAY "ERROR: " CC-MESSAGE
               DISPLAY "ERROR: TRUNMRGE REFUSED BY CYCLE CONTROL "
                   "-- RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-LOAD-SOURCE-PARM.
           OPEN INPUT SOURCE-PARM-FILE
           READ SOURCE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SP-SOURCE-SYSTEM TO CC-SOURCE-SYSTEM
           END-READ
           CLOSE SOURCE-PARM-FILE.

       1000-COPY-VALID-SLICES.
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
                   UNTIL WS-STREAM-SUB > SC-STREAM-COUNT
                                   " MERGING STREAM " WS-STREAM-SUB
                           NOT INVALID KEY
                               ADD 1 TO WS-AUDIT-ROWS
                               PERFORM 5040-SEAL-AUDIT-RECORD
                       END-WRITE
                   END-IF
               END-PERFORM
               PERFORM 5030-CLOSE-AUDIT-SLICE
           END-PERFORM.

       5040-SEAL-AUDIT-RECORD.
           MOVE "S" TO SL-FUNCTION
           MOVE "AUDIT" TO SL-CHAIN-ID
           MOVE "TRUNMRGE" TO SL-PROGRAM-ID
           MOVE SPACE TO SL-SEAL-DATA
           MOVE AU-KEY TO SL-AU-KEY
           MOVE AU-ORIGINAL-VALUE TO SL-AU-ORIGINAL-VALUE
           MOVE AU-TRUNCATED-VALUE TO SL-AU-TRUNCATED-VALUE
           MOVE AU-TIMESTAMP TO SL-AU-TIMESTAMP
           MOVE 240 TO SL-DATA-LEN
           CALL "AUDSEL01" USING SL-AUDSEL-PARM
           IF SL-SEALED
               MOVE SL-SEAL-SEQ TO AU-SEAL-SEQ
               MOVE SL-PREV-SEAL TO AU-SEAL-PREV
               MOVE SL-SEAL TO AU-SEAL
               REWRITE AUDIT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-AUDIT-SEAL-FAILS
                       DISPLAY "WARNING: SEAL NOT STORED ON AUDIT "
                           "ROW " AU-RUN-DATE "/" AU-SEQ-NO
               END-REWRITE
           ELSE
               ADD 1 TO WS-AUDIT-SEAL-FAILS
               DISPLAY "WARNING: " SL-MESSAGE
           END-IF.

       5010-OPEN-AUDIT-SLICE.
           EVALUATE WS-STREAM-SUB
               WHEN 1
                   CLOSE AUD4-FILE
           END-EVALUATE.

       6000-COPY-VAULT-SLICES.
      *    THE VAULT ROWS CARRY THE AUDIT KEYS OF THEIR STREAM,
      *    SO THE SAME SEQUENCE BANDS KEEP THEM UNIQUE; A
      *    DUPLICATE FAILS THE MERGE JUST AS AN AUDIT ONE DOES.
      *    A NIGHT WITH NO SENSITIVE FIELD ON IT HAS NO SLICES.
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
                   UNTIL WS-STREAM-SUB > SC-STREAM-COUNT
               MOVE "N" TO WS-SLICE-EOF-FLAG
               PERFORM 6010-OPEN-VAULT-SLICE
               PERFORM UNTIL WS-SLICE-EOF
                   PERFORM 6020-READ-VAULT-SLICE
                   IF NOT WS-SLICE-EOF
                       MOVE WS-VAULT-AREA TO SENS-VAULT-RECORD
                       WRITE SENS-VAULT-RECORD
                           INVALID KEY
                               ADD 1 TO WS-VAULT-DUP-ROWS
                               DISPLAY "ERROR: DUPLICATE VAULT KEY "
                                   SV-RUN-DATE "/" SV-SEQ-NO
                                   " MERGING STREAM " WS-STREAM-SUB
                           NOT INVALID KEY
                               ADD 1 TO WS-VAULT-ROWS
                       END-WRITE
                   END-IF
               END-PERFORM
               PERFORM 6030-CLOSE-VAULT-SLICE
           END-PERFORM.

       6010-OPEN-VAULT-SLICE.
           EVALUATE WS-STREAM-SUB
               WHEN 1
                   OPEN INPUT VLT1-FILE
               WHEN 2
                   OPEN INPUT VLT2-FILE
               WHEN 3
                   OPEN INPUT VLT3-FILE
               WHEN OTHER
                   OPEN INPUT VLT4-FILE
           END-EVALUATE.

       6020-READ-VAULT-SLICE.
           EVALUATE WS-STREAM-SUB
               WHEN 1
                   READ VLT1-FILE INTO WS-VAULT-AREA
                       AT END
                           SET WS-SLICE-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ VLT2-FILE INTO WS-VAULT-AREA
                       AT END
                           SET WS-SLICE-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ VLT3-FILE INTO WS-VAULT-AREA
                       AT END
                           SET WS-SLICE-EOF TO TRUE
                   END-READ
               WHEN OTHER
                   READ VLT4-FILE INTO WS-VAULT-AREA
                       AT END
                           SET WS-SLICE-EOF TO TRUE
                   END-READ
           END-EVALUATE.

       6030-CLOSE-VAULT-SLICE.
           EVALUATE WS-STREAM-SUB
               WHEN 1
                   CLOSE VLT1-FILE
               WHEN 2
                   CLOSE VLT2-FILE
               WHEN 3
                   CLOSE VLT3-FILE
               WHEN OTHER
                   CLOSE VLT4-FILE
           END-EVALUATE.

       0900-TERMINATE.
           MOVE "FIELD ROWS CHECKED (ALL STREAMS):"
               TO WS-REPORT-LABEL
           MOVE "AUDIT RECORDS MERGED:" TO WS-REPORT-LABEL
           MOVE WS-AUDIT-ROWS TO WS-COUNT-EDIT
           PERFORM 0950-WRITE-COUNT-LINE
           MOVE "VAULT RECORDS MERGED:" TO WS-REPORT-LABEL
           MOVE WS-VAULT-ROWS TO WS-COUNT-EDIT
           PERFORM 0950-WRITE-COUNT-LINE
           MOVE "AUDIT RECORDS NOT SEALED:" TO WS-REPORT-LABEL
           MOVE WS-AUDIT-SEAL-FAILS TO WS-COUNT-EDIT
           PERFORM 0950-WRITE-COUNT-LINE
      *    AN UNSEALED ROW IS A WARNING ONLY -- THE ROW IS ON
      *    AUDIT, AND TRUNSEAL WILL NAME IT.
           IF WS-AUDIT-SEAL-FAILS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
      *    THE DUPLICATE-KEY CODE IS SET FIRST SO THAT WHEN THE
      *    RECONCILIATION ALSO FINDS A CROSS-STREAM LEAK ITS
      *    RETURN CODE 16 OVERRIDES THIS 8 -- THE SCHEDULER MUST
      *    ALWAYS SEE THE WORSE FAILURE.
           IF WS-AUDIT-DUP-ROWS > 0 OR WS-VAULT-DUP-ROWS > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0910-RECONCILE-BATCH
           CLOSE REJECT-FILE
           CLOSE EXTRACT-FILE
           CLOSE AUDIT-FILE
           CLOSE SENS-VAULT-FILE
           CLOSE REPORT-FILE.

       0910-RECONCILE-BATCH.
           MOVE SC-BATCH-ID TO BR-BATCH-ID
           MOVE SC-CREATE-TIMESTAMP TO BR-CREATE-TIMESTAMP
           MOVE WS-RUN-DATE TO BR-RUN-DATE
           MOVE CC-CYCLE-DATE TO BR-CYCLE-DATE
           MOVE SC-SOURCE-SYSTEM TO BR-SOURCE-SYSTEM
           MOVE SC-ARRIVAL-TIMESTAMP TO BR-ARRIVAL-TIMESTAMP
           MOVE SC-EXPECTED-COUNT TO BR-EXPECTED-COUNT
           MOVE WS-SUMMARY-ROWS TO BR-RECORDS-READ
           MOVE WS-VALID-ROWS TO BR-WRITTEN-OUT
           MOVE WS-REJECT-ROWS TO BR-REJECT-ROWS
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
