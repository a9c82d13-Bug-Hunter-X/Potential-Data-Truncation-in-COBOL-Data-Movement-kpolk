      *    PARTIAL OR INCONSISTENT RECORD.  CROSS-FIELD REJECTS
      *    APPEAR ON THE REJECT FILE AND THE REPORT ONLY -- THE
      *    AUDIT AND EXTRACT TRAILS REMAIN PER-FIELD LENGTH AND
      *    CONTENT EXCEPTIONS.  A FIELD WHOSE FLDCTL ROW CARRIES A
      *    SENSITIVITY CLASS HAS ITS VALUES MASKED BY MSKVAL01 ON
      *    EVERY OUTPUT THAT SHOWS THEM (AUDIT, TRUNRPT, REJECT);
      *    THE UNMASKED AUDIT VALUES GO ONLY TO THE SENSVLT VAULT.
      *    EACH AUDIT ROW IS SEALED INTO THE AUDIT CHAIN THROUGH
      *    AUDSEL01 AS IT IS WRITTEN (BY TRUNMRGE INSTEAD ON A
      *    PARTITIONED NIGHT), FOR TRUNSEAL TO VERIFY.
      *    THE SECOND PASS OF THE NIGHT, WHICH RE-VALIDATES
      *    TRUNRCYC'S RECYCOUT AS THE RCYVALID INPUT FOR TRUNHOLD,
      *    RUNS WITH PRTPARM STREAM 9: IT CHECKS IN AS ITS OWN
      *    STEP AFTER TRUNRCYC, KEEPS ITS AUDIT KEYS IN THE
      *    900000-999999 BAND, SEALS AS IT WRITES LIKE A
      *    SINGLE-STREAM RUN, AND POSTS ITS CONTROL TOTALS UNDER
      *    STREAM 9 SO TRUNBALC PROVES IT APART FROM THE NIGHT'S
      *    OWN VALIDATION.
      *    THE STEP CHECKS IN WITH THE CYCCTL RUN-CONTROL FILE
      *    THROUGH CYCCHK01 BEFORE IT OPENS ANYTHING AND AGAIN AT
      *    END OF RUN, AND IS REFUSED IF ITS PREDECESSORS HAVE
      *    NOT COMPLETED CLEANLY OR IT ALREADY COMPLETED FOR
      *    THE CYCLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ALTERNATE RECORD KEY IS AU-FIELD-NAME
                   WITH DUPLICATES.

      *    UNMASKED VALUES OF SENSITIVE FIELDS, KEYED LIKE THE
      *    AUDIT ROW THEY BELONG TO.  OPTIONAL SO THE FIRST RUN
      *    AFTER A FIELD IS CLASSED CREATES IT.
           SELECT OPTIONAL SENS-VAULT-FILE ASSIGN TO "SENSVLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SV-KEY.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPNT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  AUDIT-FILE.
       COPY AUDREC.

       FD  SENS-VAULT-FILE.
       COPY SENSVLT.

       FD  CHECKPOINT-FILE.
       COPY CHKPNT.

               10  WS-FC-HANDLE-MODE       PIC X.
               10  WS-FC-VALID-TYPE        PIC X.
               10  WS-FC-EDIT-RULE         PIC X(60).
               10  WS-FC-SENSITIVITY       PIC X.
       01  WS-FC-FOUND-FLAG        PIC X VALUE "N".
           88  WS-FC-FOUND              VALUE "Y".
       01  WS-FC-LOOKUP-KEY.
           05  WS-FC-LOOK-FIELD        PIC X(30).
       01  WS-FC-HOLD-ENTRY.
           05  WS-FC-HOLD-KEY          PIC X(38).
           05  WS-FC-HOLD-DATA         PIC X(68).
       01  WS-FC-SORT-I            PIC 9(4) VALUE 0.
       01  WS-FC-SORT-J            PIC 9(4) VALUE 0.
       01  WS-FC-EFF-FROM          PIC 9(8) VALUE 0.
               10  WS-REC-FIELD-NAME       PIC X(30).
               10  WS-REC-OUT-VALUE        PIC X(100).
               10  WS-REC-DISPOSITION      PIC X.
               10  WS-REC-SENSITIVITY      PIC X.
       01  WS-CUR-RECORD-ID        PIC X(10) VALUE SPACE.
       01  WS-CUR-FIELD-NAME       PIC X(30) VALUE SPACE.
       01  WS-CUR-REC-SOURCE       PIC X(8) VALUE SPACE.
      *    PRESENT, ELSE THE RUN-LEVEL VALUE) IS HELD IN
      *    WS-EFF-SOURCE.
       01  WS-JOB-NAME             PIC X(8) VALUE "TRUNMAIN".
      *    SENSITIVITY CLASS OF THE FIELD BEING CHECKED, SET WITH
      *    ITS OTHER CONTROLS BY 0320-LOOKUP-TARGET-LENGTH.
       01  WS-SENSITIVITY          PIC X VALUE "N".
           88  WS-SENS-NONE             VALUE "N" SPACE.
       01  WS-EFF-SOURCE           PIC X(8) VALUE SPACE.
       01  WS-TRUNCATED-VALUE      PIC X(100).
       01  WS-OUT-DISPOSITION      PIC X VALUE "C".
      *    RUN KEEPS THE FULL 0-999999 RANGE IT ALWAYS HAD; A
      *    PARTITIONED STREAM N IS CONFINED TO N00000-N99999 BY
      *    PRTPARM SO THE SLICES MERGE WITHOUT KEY COLLISIONS.
      *    STREAM 9 IS THE RECYCLE PASS, NEVER A TRUNSPLT SLICE.
       01  WS-PART-STREAM-NO        PIC 9 VALUE 0.
           88  WS-RECYCLE-PASS          VALUE 9.
       01  WS-PART-BASE             PIC 9(6) VALUE 0.
       01  WS-PART-LIMIT            PIC 9(6) VALUE 999999.
       01  WS-SEAL-FAIL-COUNT       PIC 9(9) VALUE 0.
       01  WS-AUDIT-SEQ-EOF-FLAG    PIC X VALUE "N".
           88  WS-AUDIT-NO-MORE         VALUE "Y".
       01  WS-TOTAL-RECORDS-READ    PIC 9(9) VALUE 0.
       01  WS-BATCH-ID              PIC X(8) VALUE SPACE.
       01  WS-BATCH-CREATE-TS       PIC X(26) VALUE SPACE.
       01  WS-BATCH-EXPECTED-COUNT  PIC 9(9) VALUE 0.
       01  WS-BATCH-ARRIVAL-TS      PIC X(26) VALUE SPACE.

      *    REGISTRY OF BATCHES ALREADY COMPLETED.  10000 ENTRIES
      *    IS YEARS OF NIGHTLY BATCHES; AN OVERFULL REGISTRY

       COPY EDTCHKLK.

       COPY MSKVALLK.

       COPY CYCCHKLK.

       COPY AUDSELLK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-TRANSACTIONS
               UNTIL WS-END-OF-FILE
           PERFORM 0900-TERMINATE
           PERFORM 0990-POST-CYCLE-END
           STOP RUN.

       0100-INITIALIZE.
      *    THE PARTITION PARM AND SRCPARM COME FIRST -- THE
      *    STREAM NUMBER AND THE FEED ARE PART OF THIS RUN'S
      *    IDENTITY ON THE CYCLE CONTROL FILE.
           PERFORM 0175-LOAD-PART-PARM
           PERFORM 0160-LOAD-SOURCE-PARM
           PERFORM 0105-CHECK-CYCLE-START
           OPEN INPUT TRANS-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT SUMMARY-WORK-FILE
           OPEN I-O AUDIT-FILE
           OPEN I-O SENS-VAULT-FILE
           OPEN EXTEND CHECKPOINT-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0165-LOAD-WARN-PARM
           PERFORM 0180-LOAD-BATCH-REGISTRY
           PERFORM 0140-SEED-AUDIT-SEQUENCE
           PERFORM 0150-WRITE-REPORT-HEADER
           PERFORM 0130-LOAD-RESTART-PARM
           PERFORM 0110-READ-TRANSACTION.

       0105-CHECK-CYCLE-START.
      *    BEFORE ANY OUTPUT IS OPENED, SO A REFUSED RERUN CANNOT
      *    EMPTY THE OUTPUTS OF THE RUN THAT ALREADY COMPLETED.
           MOVE "TRUNMAIN" TO CC-PROGRAM-ID
           MOVE WS-PART-STREAM-NO TO CC-STREAM-NO
           SET CC-START-STEP TO TRUE
           CALL "CYCCHK01" USING CC-CYCCHK-PARM
           IF CC-STEP-REFUSED
               DISPLAY "ERROR: " CC-MESSAGE
               DISPLAY "ERROR: TRUNMAIN REFUSED BY CYCLE CONTROL "
                   "-- RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-READ-TRANSACTION.
      *    BATCH CONTROL RECORDS ("*HDR*" / "*TRL*" IN THE RECORD
      *    ID POSITION) ARE CAPTURED FOR THE RECONCILIATION IN
                               MOVE TC-BATCH-ID TO WS-BATCH-ID
                               MOVE TC-CREATE-TIMESTAMP
                                   TO WS-BATCH-CREATE-TS
                               PERFORM 0470-BUILD-TIMESTAMP
                               MOVE WS-TIMESTAMP
                                   TO WS-BATCH-ARRIVAL-TS
                               PERFORM 0115-CHECK-DUPLICATE-BATCH
                           WHEN TC-BATCH-TRAILER
                               SET WS-BATCH-TRAILER-SEEN TO TRUE
               CLOSE EXTRACT-FILE
               CLOSE SUMMARY-WORK-FILE
               CLOSE AUDIT-FILE
               CLOSE SENS-VAULT-FILE
               CLOSE CHECKPOINT-FILE
               PERFORM 0990-POST-CYCLE-END
               STOP RUN
           END-IF.

                   IF SP-SOURCE-SYSTEM NOT = SPACE
                       MOVE SP-SOURCE-SYSTEM TO WS-JOB-NAME
                   END-IF
                   MOVE SP-SOURCE-SYSTEM TO CC-SOURCE-SYSTEM
           END-READ
           CLOSE SOURCE-PARM-FILE.

                                   TO WS-FC-VALID-TYPE (WS-FC-COUNT)
                               MOVE FC-EDIT-RULE
                                   TO WS-FC-EDIT-RULE (WS-FC-COUNT)
                               MOVE FC-SENSITIVITY
                                   TO WS-FC-SENSITIVITY (WS-FC-COUNT)
                           WHEN OTHER
                               DISPLAY "ERROR: FLDCTL EXCEEDS 5000 "
                                   "ACTIVE ENTRIES AT " FC-FIELD-NAME
               MOVE WS-AREA-2 TO WS-REC-OUT-VALUE (WS-REC-COUNT)
               MOVE WS-OUT-DISPOSITION
                   TO WS-REC-DISPOSITION (WS-REC-COUNT)
               MOVE WS-SENSITIVITY
                   TO WS-REC-SENSITIVITY (WS-REC-COUNT)
           ELSE
               DISPLAY "ERROR: RECORD " TR-RECORD-ID
                   " CARRIES MORE THAN 50 FIELD ROWS"
                   UNTIL WS-REC-IDX > WS-REC-COUNT
               MOVE WS-CUR-RECORD-ID TO RJ-RECORD-ID
               MOVE WS-REC-FIELD-NAME (WS-REC-IDX) TO RJ-FIELD-NAME
               MOVE WS-REC-SENSITIVITY (WS-REC-IDX) TO WS-SENSITIVITY
               MOVE WS-REC-OUT-VALUE (WS-REC-IDX) TO MK-VALUE-IN
               PERFORM 0480-MASK-VALUE
               MOVE MK-VALUE-OUT TO RJ-FIELD-VALUE
               MOVE WS-XF-REASON TO RJ-REASON
               MOVE WS-CUR-REC-SOURCE TO RJ-SOURCE-SYSTEM
               MOVE SPACE TO RJ-LAST-CORRECTION
           MOVE "R" TO WS-HANDLE-MODE
           MOVE "L" TO EK-VALID-TYPE
           MOVE SPACE TO EK-EDIT-RULE
           MOVE "N" TO WS-SENSITIVITY
           IF WS-FC-COUNT > 0
               MOVE WS-EFF-SOURCE TO WS-FC-LOOK-SOURCE
               MOVE TR-FIELD-NAME TO WS-FC-LOOK-FIELD
           MOVE WS-FC-VALID-TYPE (WS-FC-IDX)
               TO EK-VALID-TYPE
           MOVE WS-FC-EDIT-RULE (WS-FC-IDX)
               TO EK-EDIT-RULE
           MOVE WS-FC-SENSITIVITY (WS-FC-IDX)
               TO WS-SENSITIVITY.

       0400-WRITE-REJECT.
      *    THE RECORD IS REJECTED, SO NOTHING ACTUALLY MOVES; THE
      *    ALLOWED TO PROCEED.
           MOVE TR-RECORD-ID TO RJ-RECORD-ID
           MOVE TR-FIELD-NAME TO RJ-FIELD-NAME
           MOVE TR-FIELD-VALUE TO MK-VALUE-IN
           PERFORM 0480-MASK-VALUE
           MOVE MK-VALUE-OUT TO RJ-FIELD-VALUE
           MOVE "DATA TOO LONG FOR TARGET FIELD" TO RJ-REASON
           MOVE WS-EFF-SOURCE TO RJ-SOURCE-SYSTEM
           MOVE SPACE TO RJ-LAST-CORRECTION
      *    IS THE OFFENDING VALUE AS RECEIVED.
           MOVE TR-RECORD-ID TO RJ-RECORD-ID
           MOVE TR-FIELD-NAME TO RJ-FIELD-NAME
           MOVE TR-FIELD-VALUE TO MK-VALUE-IN
           PERFORM 0480-MASK-VALUE
           MOVE MK-VALUE-OUT TO RJ-FIELD-VALUE
           MOVE EK-REASON TO RJ-REASON
           MOVE WS-EFF-SOURCE TO RJ-SOURCE-SYSTEM
           MOVE SPACE TO RJ-LAST-CORRECTION
      *    EXCEPTIONS.
           MOVE WS-EFF-SOURCE TO AU-JOB-NAME
           MOVE TR-FIELD-NAME TO AU-FIELD-NAME
      *    BOTH VALUES ARE MASKED PER THE FIELD'S SENSITIVITY
      *    CLASS.  THE ORIGINAL IS MASKED EXACTLY AS RJ-FIELD-VALUE
      *    WAS, SO TRUNRCYC CAN STILL MATCH THE TWO TO CLOSE THE
      *    ROW; THE UNMASKED PAIR IS FILED ON THE VAULT IN 0462.
           MOVE TR-FIELD-VALUE TO MK-VALUE-IN
           PERFORM 0480-MASK-VALUE
           MOVE MK-VALUE-OUT TO AU-ORIGINAL-VALUE
           MOVE WS-TRUNCATED-VALUE TO MK-VALUE-IN
           PERFORM 0480-MASK-VALUE
           MOVE MK-VALUE-OUT TO AU-TRUNCATED-VALUE
           MOVE WS-TIMESTAMP TO AU-TIMESTAMP
           MOVE "O" TO AU-STATUS
      *    THE RECORD AND *HDR* BATCH THE ROW ARRIVED IN, SO THE
      *    EXCEPTION CAN BE TRACED BACK TO ITS SOURCE RECORD.
           MOVE TR-RECORD-ID TO AU-RECORD-ID
           MOVE WS-BATCH-ID TO AU-BATCH-ID
      *    WHY THE ROW WAS RAISED, SO TRUNCASE CAN ROLL REPEATS OF
      *    THE SAME BREAK INTO ONE CASE.  A REJECT CARRIES ITS
      *    REJECT-FILE REASON; THE TWO TOLERATED OVERAGES HAVE
      *    NONE THERE AND ARE NAMED BY THEIR HANDLING.
           EVALUATE WS-EXTRACT-DISP
               WHEN "T"
                   MOVE "TRUNCATED TO TARGET LENGTH" TO AU-REASON
               WHEN "P"
                   MOVE "PASSED THROUGH OVER TARGET LENGTH"
                       TO AU-REASON
               WHEN OTHER
                   MOVE RJ-REASON TO AU-REASON
           END-EVALUATE
           MOVE 0 TO AU-CASE-ID
           MOVE SPACE TO AU-FIX-METHOD
           MOVE SPACE TO AU-FIX-RULE-ID
           MOVE 0 TO AU-SEAL-SEQ
           MOVE SPACE TO AU-SEAL-PREV
           MOVE SPACE TO AU-SEAL
           PERFORM 0465-WRITE-AUDIT-WITH-RETRY
      *    A PARTITIONED STREAM'S SLICE IS SEALED BY TRUNMRGE AS
      *    IT IS MERGED ONTO AUDIT, IN ONE CHAIN FOR THE NIGHT.
      *    THE RECYCLE PASS WRITES THE MASTER AUDIT DIRECTLY, SO
      *    IT SEALS AS IT GOES LIKE A SINGLE-STREAM RUN.
           IF WS-PART-STREAM-NO = 0 OR WS-RECYCLE-PASS
               PERFORM 0466-SEAL-AUDIT-RECORD
           END-IF
           IF NOT WS-SENS-NONE
               PERFORM 0462-WRITE-VAULT-RECORD
           END-IF
           PERFORM 0468-WRITE-EXTRACT-RECORD.

       0462-WRITE-VAULT-RECORD.
      *    CUT AFTER THE AUDIT WRITE SO THE VAULT ROW CARRIES THE
      *    KEY THE AUDIT ROW ACTUALLY LANDED UNDER.  A VAULT ROW
      *    ALREADY ON FILE UNDER THAT KEY CAN ONLY BE LEFT OVER
      *    FROM A PURGED AUDIT ROW WHOSE KEY HAS BEEN REUSED, SO
      *    IT IS REPLACED.
           MOVE AU-KEY TO SV-KEY
           MOVE TR-FIELD-NAME TO SV-FIELD-NAME
           MOVE WS-EFF-SOURCE TO SV-SOURCE-SYSTEM
           MOVE TR-RECORD-ID TO SV-RECORD-ID
           MOVE WS-SENSITIVITY TO SV-SENSITIVITY
           MOVE TR-FIELD-VALUE TO SV-ORIGINAL-VALUE
           MOVE WS-TRUNCATED-VALUE TO SV-TRUNCATED-VALUE
           WRITE SENS-VAULT-RECORD
               INVALID KEY
                   REWRITE SENS-VAULT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR: UNABLE TO FILE VAULT "
                               "ROW " AU-RUN-DATE "/" AU-SEQ-NO
                   END-REWRITE
           END-WRITE.

       0468-WRITE-EXTRACT-RECORD.
      *    CUT AFTER THE AUDIT WRITE SO EX-AUDIT-KEY CARRIES THE
      *    SEQUENCE NUMBER THE ROW ACTUALLY LANDED UNDER, EVEN
                   PERFORM 0465-WRITE-AUDIT-WITH-RETRY
           END-WRITE.

       0466-SEAL-AUDIT-RECORD.
      *    SEALED ONLY ONCE THE WRITE HAS LANDED, SO THE SEAL
      *    COVERS THE KEY THE ROW ACTUALLY CARRIES AFTER ANY
      *    DUPLICATE-KEY RETRY IN 0465.
           MOVE "S" TO SL-FUNCTION
           MOVE "AUDIT" TO SL-CHAIN-ID
           MOVE "TRUNMAIN" TO SL-PROGRAM-ID
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
                       ADD 1 TO WS-SEAL-FAIL-COUNT
                       DISPLAY "WARNING: SEAL NOT STORED ON AUDIT "
                           "ROW " AU-RUN-DATE "/" AU-SEQ-NO
               END-REWRITE
           ELSE
               ADD 1 TO WS-SEAL-FAIL-COUNT
               DISPLAY "WARNING: " SL-MESSAGE
           END-IF.

       0470-BUILD-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE TR-FIELD-NAME TO WS-RD-FIELD-NAME
           MOVE LK-CHAR-LEN TO WS-RD-ATTEMPTED-LEN
           MOVE LK-TARGET-LEN TO WS-RD-TARGET-LEN
           MOVE WS-TRUNCATED-VALUE TO MK-VALUE-IN
           PERFORM 0480-MASK-VALUE
           MOVE MK-VALUE-OUT TO WS-RD-VALUE
           MOVE SPACE TO REPORT-RECORD
           STRING WS-RD-FIELD-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
           END-STRING
           WRITE REPORT-RECORD.

       0480-MASK-VALUE.
      *    MK-VALUE-IN IS LOADED BY THE CALLER; THE CLASS IS THE
      *    CURRENT FIELD'S.  A FIELD THAT IS NOT SENSITIVE COMES
      *    BACK UNCHANGED.
           MOVE WS-SENSITIVITY TO MK-SENSITIVITY
           CALL "MSKVAL01" USING MK-MSKVAL-PARM.

       0900-TERMINATE.
           IF WS-REC-COUNT > 0
               PERFORM 0600-FINISH-RECORD
           CLOSE VALID-FILE
           CLOSE EXTRACT-FILE
           CLOSE AUDIT-FILE
           CLOSE SENS-VAULT-FILE
           CLOSE CHECKPOINT-FILE
      *    AN UNSEALED ROW WILL FAIL THE NEXT TRUNSEAL RUN; SAY SO
      *    NOW, AT THE SHOP'S WARNING LEVEL.
           IF WS-SEAL-FAIL-COUNT > 0
               DISPLAY "WARNING: " WS-SEAL-FAIL-COUNT
                   " AUDIT ROWS COULD NOT BE SEALED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0920-RECONCILE-BATCH-COUNTS.
      *    BALANCE THE TRAILER'S EXPECTED COUNT AGAINST THE DATA
           MOVE WS-BATCH-ID TO BR-BATCH-ID
           MOVE WS-BATCH-CREATE-TS TO BR-CREATE-TIMESTAMP
           MOVE WS-RUN-DATE TO BR-RUN-DATE
           MOVE CC-CYCLE-DATE TO BR-CYCLE-DATE
           MOVE WS-JOB-NAME TO BR-SOURCE-SYSTEM
           MOVE WS-BATCH-ARRIVAL-TS TO BR-ARRIVAL-TIMESTAMP
           MOVE WS-BATCH-EXPECTED-COUNT TO BR-EXPECTED-COUNT
           MOVE WS-TOTAL-RECORDS-READ TO BR-RECORDS-READ
           MOVE WS-TOTAL-WRITTEN-OUT TO BR-WRITTEN-OUT
           COMPUTE BR-REJECT-ROWS = WS-TOTAL-LEN-REJECTS
      *    LEAKED.  SLOT MEANINGS ARE DOCUMENTED IN CTLTOT.
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE "TRUNMAIN" TO CT-PROGRAM-ID
           MOVE CC-CYCLE-DATE TO CT-CYCLE-DATE
           PERFORM 0470-BUILD-TIMESTAMP
           MOVE WS-TIMESTAMP TO CT-TIMESTAMP
           MOVE WS-TOTAL-FIELDS-CHECKED TO CT-IN-COUNT
               + WS-TOTAL-EDIT-REJECTS
               + WS-TOTAL-XF-ROWS
           MOVE WS-TOTAL-EXTRACTED TO CT-OUT-COUNT-C
           MOVE WS-PART-STREAM-NO TO CT-OUT-COUNT-D
           WRITE CONTROL-TOTAL-RECORD
           CLOSE CONTROL-TOTAL-FILE.

           ELSE
               ADD 1 TO WS-NL-DROPPED
           END-IF.

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
