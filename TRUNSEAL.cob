       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNSEAL.
       AUTHOR. DATA-QUALITY-TEAM.
      *REMARKS. AUDIT SEAL VERIFICATION.  AUDITORS RELY ON THE
      *    AUDIT FILE AND THE TRUNPRGE ARCHIVE GENERATIONS AS THE
      *    SHOP'S ONLY TRUNCATION HISTORY, AND EVERY ROW IS
      *    SEALED INTO ONE CHAIN BY AUDSEL01 AS TRUNMAIN OR
      *    TRUNMRGE WRITES IT; EVERY LATER STATUS CHANGE
      *    (TRUNINQ, TRUNRCYC, TRUNCSMT) AND RELOAD (TRUNARCQ) IS
      *    SEALED INTO THE SEALEVT EVENT CHAIN, AND EVERY ARCHIVE
      *    GENERATION ENDS IN A SEALED TRAILER.  THIS STEP WALKS
      *    ALL OF IT AND REPORTS ON SEALRPT:
      *      - THE EVENT CHAIN: EVERY EVENT PRESENT, LINKED TO THE
      *        ONE BEFORE, UNEDITED, AND ENDING AT THE SEALCTL
      *        HEAD.
      *      - EACH ARCHIVE GENERATION ON ARCHIN (CONCATENATED,
      *        OLDEST FIRST): ITS ROWS AGREE WITH ITS TRAILER'S
      *        COUNT AND RUNNING SEAL, THE TRAILER IS UNEDITED,
      *        AND THE TRAILERS CHAIN WITH NONE MISSING UP TO THE
      *        SEALCTL HEAD.  ROWS AFTER THE LAST TRAILER ARE A
      *        GENERATION CUT SHORT.
      *      - THE AUDIT CHAIN, OVER THE LIVE ROWS AND THE
      *        ARCHIVED ONES TOGETHER: NO LINK MISSING, EACH ROW
      *        LINKED TO THE ONE BEFORE AND MATCHING ITS OWN SEAL,
      *        AND EACH ROW'S STATUS ACCOUNTED FOR BY ITS SEALED
      *        EVENTS FROM "O".  A LIVE ROW WRITTEN AFTER SEALING
      *        BEGAN WITH NO SEAL, A STATUS NO EVENT EXPLAINS, OR
      *        A ROW ON BOTH FILES WITH NO SEALED RELOAD IS AN
      *        UNSEALED CHANGE.
      *    ROWS WRITTEN BEFORE SEALING BEGAN ARE COUNTED BUT
      *    CANNOT BE PROVED; GENERATIONS ARCHIVED BEFORE THEN
      *    HAVE NO TRAILER AND ARE LEFT OFF ARCHIN FOR THIS STEP.
      *    WHEN OLD GENERATIONS ARE RETIRED, SEALPARM GIVES THE
      *    FIRST SURVIVING AUDIT AND ARCHIVE LINKS.  EVERY BREAK
      *    IS LISTED; RETURN CODE 8 MEANS AT LEAST ONE WAS FOUND,
      *    16 THAT SEALPARM IS UNUSABLE OR THAT NO SEAL CAN BE
      *    RECOMPUTED (NO SEALKEY LABEL, OR THE KEY CANNOT BE
      *    USED), SINCE NOTHING CAN THEN BE VERIFIED.  THE STEP
      *    ONLY READS, SO IT MAY BE RUN AT ANY TIME AND DOES NOT
      *    CHECK IN WITH THE CYCCTL RUN-CONTROL FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-KEY
               ALTERNATE RECORD KEY IS AU-FIELD-NAME
                   WITH DUPLICATES.

           SELECT OPTIONAL SEAL-CTL-FILE ASSIGN TO "SEALCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-CHAIN-ID.

           SELECT OPTIONAL SEAL-EVENT-FILE ASSIGN TO "SEALEVT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "ARCHIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SEAL-PARM-FILE ASSIGN TO "SEALPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE ROW PER SEALED EVENT, ARCHIVED ROW AND LIVE ROW,
      *    SORTED BY (SEAL SEQUENCE, CLASS, ORDER) SO EACH LINK OF
      *    THE AUDIT CHAIN ARRIVES WITH ITS EVENTS IN THE ORDER
      *    THEY WERE SEALED, THEN ITS ARCHIVED COPIES OLDEST
      *    GENERATION FIRST, THEN ITS LIVE ROW.
           SELECT SEAL-WORK-FILE ASSIGN TO "SEALWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SEAL-SORT-FILE ASSIGN TO "SORTWK".

           SELECT REPORT-FILE ASSIGN TO "SEALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY AUDREC.

       FD  SEAL-CTL-FILE.
       COPY SEALCTL.

       FD  SEAL-EVENT-FILE.
       COPY SEALEVT.

       FD  ARCHIVE-FILE.
      *    FLAT IMAGE OF THE FULL 397-BYTE AUDIT RECORD, EXACTLY
      *    AS TRUNPRGE UNLOADED IT, OR THE SEALED TRAILER THAT
      *    ENDS EACH GENERATION.
       01  ARCHIVE-RECORD          PIC X(397).
       COPY ARCTRL.

       FD  SEAL-PARM-FILE.
       COPY SEALPARM.

       FD  SEAL-WORK-FILE.
       01  SEAL-WORK-RECORD.
           05  SW-SEAL-SEQ         PIC 9(9).
           05  SW-CLASS            PIC X.
           05  SW-ORDER            PIC 9(9).
           05  SW-IMAGE            PIC X(397).

       SD  SEAL-SORT-FILE.
       01  SEAL-SORT-RECORD.
           05  SS-SEAL-SEQ         PIC 9(9).
           05  SS-CLASS            PIC X.
               88  SS-EVENT            VALUE "1".
               88  SS-ARCHIVED-ROW     VALUE "2".
               88  SS-LIVE-ROW         VALUE "3".
           05  SS-ORDER            PIC 9(9).
           05  SS-IMAGE            PIC X(397).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG             PIC X VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-SORT-EOF-FLAG        PIC X VALUE "N".
           88  WS-SORT-END-OF-FILE     VALUE "Y".
       01  WS-PARM-OK-FLAG         PIC X VALUE "Y".
           88  WS-PARM-OK              VALUE "Y".
       01  WS-SEAL-SERVICE-FLAG    PIC X VALUE "Y".
           88  WS-SEAL-SERVICE-OK      VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
       01  WS-AUDIT-FLOOR          PIC 9(9) VALUE 1.
       01  WS-ARCHIVE-FLOOR        PIC 9(9) VALUE 1.
       01  WS-GENESIS-SEAL         PIC X(18) VALUE ALL "0".

      *    THE THREE CHAIN HEADS AS SEALCTL HOLDS THEM.
       01  WS-AUDIT-HEAD-FLAG      PIC X VALUE "N".
           88  WS-AUDIT-HEAD-FOUND     VALUE "Y".
       01  WS-AUDIT-HEAD-SEQ       PIC 9(9) VALUE 0.
       01  WS-AUDIT-HEAD-SEAL      PIC X(18) VALUE SPACE.
       01  WS-AUDIT-HEAD-START     PIC X(26) VALUE SPACE.
       01  WS-ARCH-HEAD-FLAG       PIC X VALUE "N".
           88  WS-ARCH-HEAD-FOUND      VALUE "Y".
       01  WS-ARCH-HEAD-SEQ        PIC 9(9) VALUE 0.
       01  WS-ARCH-HEAD-SEAL       PIC X(18) VALUE SPACE.
       01  WS-EVENT-HEAD-FLAG      PIC X VALUE "N".
           88  WS-EVENT-HEAD-FOUND     VALUE "Y".
       01  WS-EVENT-HEAD-SEQ       PIC 9(9) VALUE 0.
       01  WS-EVENT-HEAD-SEAL      PIC X(18) VALUE SPACE.

      *    EVENT CHAIN WALK.
       01  WS-EV-EXPECTED-SEQ      PIC 9(9) VALUE 1.
       01  WS-EV-LAST-SEQ          PIC 9(9) VALUE 0.
       01  WS-EV-LAST-SEAL         PIC X(18) VALUE ALL "0".
       01  WS-EV-GAP-FLAG          PIC X VALUE "N".
           88  WS-EV-GAP               VALUE "Y".

      *    ARCHIVE GENERATION WALK.
       01  WS-GEN-NO               PIC 9(9) VALUE 1.
       01  WS-GEN-ROWS             PIC 9(9) VALUE 0.
       01  WS-GEN-SEAL-TOTAL       PIC X(18) VALUE ALL "0".
       01  WS-GEN-OK-FLAG          PIC X VALUE "Y".
           88  WS-GEN-OK               VALUE "Y".
       01  WS-TRL-EXPECTED-SEQ     PIC 9(9) VALUE 1.
       01  WS-TRL-LAST-SEQ         PIC 9(9) VALUE 0.
       01  WS-TRL-LAST-SEAL        PIC X(18) VALUE ALL "0".
       01  WS-TRL-PREV-KNOWN-FLAG  PIC X VALUE "N".
           88  WS-TRL-PREV-KNOWN       VALUE "Y".

      *    AUDIT CHAIN WALK, ONE SEAL SEQUENCE AT A TIME.
       01  WS-GRP-FIRST-FLAG       PIC X VALUE "Y".
           88  WS-GRP-FIRST            VALUE "Y".
       01  WS-AU-EXPECTED-SEQ      PIC 9(9) VALUE 1.
       01  WS-AU-LAST-SEQ          PIC 9(9) VALUE 0.
       01  WS-AU-PREV-SEAL         PIC X(18) VALUE ALL "0".
       01  WS-AU-PREV-KNOWN-FLAG   PIC X VALUE "N".
           88  WS-AU-PREV-KNOWN        VALUE "Y".
       01  WS-G-SEQ                PIC 9(9) VALUE 0.
       01  WS-G-STATUS             PIC X VALUE "O".
       01  WS-G-VISITED            PIC X(20) VALUE SPACE.
       01  WS-G-VISITED-LEN        PIC 9(2) VALUE 0.
       01  WS-G-EVENTS             PIC 9(5) VALUE 0.
       01  WS-G-RELOADS            PIC 9(5) VALUE 0.
       01  WS-G-LIVE-ROWS          PIC 9(5) VALUE 0.
       01  WS-G-ARCHIVED-ROWS      PIC 9(5) VALUE 0.
       01  WS-G-SEAL               PIC X(18) VALUE SPACE.
       01  WS-G-SEAL-FLAG          PIC X VALUE "N".
           88  WS-G-SEAL-SET           VALUE "Y".
       01  WS-G-LINK-FLAG          PIC X VALUE "N".
           88  WS-G-LINK-REPORTED      VALUE "Y".
      *    KEYS THE ROW WAS RELOADED UNDER, WITH THE KEY IT WAS
      *    SEALED UNDER, FROM THE LINK'S RELOAD EVENTS.
       01  WS-RK-COUNT             PIC 9(2) VALUE 0.
       01  WS-RK-TABLE.
           05  WS-RK-ENTRY OCCURS 20 TIMES INDEXED BY WS-RK-IDX.
               10  WS-RK-LANDED-KEY        PIC X(14).
               10  WS-RK-SEALED-KEY        PIC X(14).
       01  WS-ROW-SEAL-FLAG        PIC X VALUE "N".
           88  WS-ROW-SEAL-OK          VALUE "Y".
       01  WS-TALLY                PIC 9(4) VALUE 0.

      *    THE SORTED ROW AND EVENT UNPACKED THROUGH THEIR OWN
      *    LAYOUTS, RENAMED SO THEY CANNOT COLLIDE WITH THE FILE
      *    RECORD AREAS.
       COPY AUDREC REPLACING ==AUDIT-RECORD==
                          BY ==WORK-AUDIT-RECORD==
                     LEADING ==AU-== BY ==WA-==.

       COPY SEALEVT REPLACING ==SEAL-EVENT-RECORD==
                           BY ==WORK-EVENT-RECORD==
                      LEADING ==SE-== BY ==WE-==.

       01  WS-EVENTS-READ          PIC 9(9) VALUE 0.
       01  WS-GENERATIONS-READ     PIC 9(9) VALUE 0.
       01  WS-ARCHIVE-ROWS-READ    PIC 9(9) VALUE 0.
       01  WS-LIVE-ROWS-READ       PIC 9(9) VALUE 0.
       01  WS-LINKS-VERIFIED       PIC 9(9) VALUE 0.
       01  WS-LEGACY-ROWS          PIC 9(9) VALUE 0.
       01  WS-CNT-BROKEN           PIC 9(9) VALUE 0.
       01  WS-CNT-MISSING          PIC 9(9) VALUE 0.
       01  WS-CNT-ALTERED          PIC 9(9) VALUE 0.
       01  WS-CNT-UNSEALED         PIC 9(9) VALUE 0.
       01  WS-CNT-BREAKS           PIC 9(9) VALUE 0.

       01  WS-COUNT-EDIT           PIC ZZZZZZZZ9.
       01  WS-REPORT-LABEL         PIC X(40).
       01  WS-MESSAGE              PIC X(120).
       01  WS-SEQ-EDIT             PIC ZZZZZZZZ9.
       01  WS-SEQ-EDIT-2           PIC ZZZZZZZZ9.
       01  WS-GEN-EDIT             PIC ZZZZZZZZ9.
       01  WS-KEY-TEXT             PIC X(15).
       01  WS-NUM-WORK             PIC 9(9) VALUE 0.

       COPY AUDSELLK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           IF WS-PARM-OK AND WS-SEAL-SERVICE-OK
               OPEN OUTPUT SEAL-WORK-FILE
               PERFORM 0200-VERIFY-EVENT-CHAIN
               PERFORM 0300-VERIFY-ARCHIVES
               PERFORM 0400-SCAN-LIVE-AUDIT
               PERFORM 0900-TERMINATE
           END-IF
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           MOVE SPACE TO REPORT-RECORD
           STRING "AUDIT SEAL VERIFICATION REPORT - RUN DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM 0110-READ-SEAL-PARM
           IF NOT WS-PARM-OK
               MOVE "*** SEALPARM FROM-SEQUENCES ARE NOT NUMERIC"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               DISPLAY "ERROR: SEALPARM FROM-SEQUENCES ARE NOT "
                   "NUMERIC -- RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 0115-PROBE-SEAL-SERVICE
           END-IF
           IF WS-PARM-OK AND WS-SEAL-SERVICE-OK
               PERFORM 0120-READ-CHAIN-HEADS
           END-IF.

       0110-READ-SEAL-PARM.
      *    NO PARM, OR ZERO, MEANS THE CHAIN MUST BE WHOLE FROM
      *    ITS FIRST LINK.
           OPEN INPUT SEAL-PARM-FILE
           READ SEAL-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SQ-AUDIT-FROM-SEQ IS NUMERIC
                       AND SQ-ARCHIVE-FROM-SEQ IS NUMERIC
                       IF SQ-AUDIT-FROM-SEQ > 0
                           MOVE SQ-AUDIT-FROM-SEQ TO WS-AUDIT-FLOOR
                       END-IF
                       IF SQ-ARCHIVE-FROM-SEQ > 0
                           MOVE SQ-ARCHIVE-FROM-SEQ
                               TO WS-ARCHIVE-FLOOR
                       END-IF
                   ELSE
                       MOVE "N" TO WS-PARM-OK-FLAG
                   END-IF
           END-READ
           CLOSE SEAL-PARM-FILE
           MOVE WS-AUDIT-FLOOR TO WS-AU-EXPECTED-SEQ
           MOVE WS-ARCHIVE-FLOOR TO WS-TRL-EXPECTED-SEQ
      *    ONLY A CHAIN CHECKED FROM ITS FIRST LINK KNOWS WHAT THE
      *    FIRST LINK MUST CHAIN FROM.
           IF WS-AUDIT-FLOOR = 1
               MOVE "Y" TO WS-AU-PREV-KNOWN-FLAG
           END-IF
           IF WS-ARCHIVE-FLOOR = 1
               MOVE "Y" TO WS-TRL-PREV-KNOWN-FLAG
           END-IF.

       0115-PROBE-SEAL-SERVICE.
      *    EVERY CHECK BELOW RECOMPUTES A SEAL UNDER THE SEAL KEY.
      *    WITHOUT THE KEY NO SEAL CAN BE RECOMPUTED, AND EVERY
      *    ROW WOULD BE REPORTED ALTERED, SO THE RUN STOPS HERE.
           MOVE "C" TO SL-FUNCTION
           MOVE "TRUNSEAL" TO SL-PROGRAM-ID
           MOVE 0 TO SL-SEAL-SEQ
           MOVE ALL "0" TO SL-PREV-SEAL
           MOVE SPACE TO SL-SEAL-DATA
           MOVE 1 TO SL-DATA-LEN
           CALL "AUDSEL01" USING SL-AUDSEL-PARM
           IF SL-NOT-SEALED
               MOVE "N" TO WS-SEAL-SERVICE-FLAG
               MOVE SPACE TO REPORT-RECORD
               STRING "*** SEALS CANNOT BE RECOMPUTED: "
                   DELIMITED BY SIZE
                   SL-MESSAGE DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               DISPLAY "ERROR: " SL-MESSAGE
               DISPLAY "ERROR: SEALS CANNOT BE RECOMPUTED -- RUN "
                   "ABANDONED"
               MOVE 16 TO RETURN-CODE
           END-IF.

       0120-READ-CHAIN-HEADS.
           OPEN INPUT SEAL-CTL-FILE
           MOVE "AUDIT" TO SK-CHAIN-ID
           READ SEAL-CTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-AUDIT-HEAD-FOUND TO TRUE
                   MOVE SK-LAST-SEQ TO WS-AUDIT-HEAD-SEQ
                   MOVE SK-LAST-SEAL TO WS-AUDIT-HEAD-SEAL
                   MOVE SK-START-TIMESTAMP TO WS-AUDIT-HEAD-START
           END-READ
           MOVE "ARCHIVE" TO SK-CHAIN-ID
           READ SEAL-CTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ARCH-HEAD-FOUND TO TRUE
                   MOVE SK-LAST-SEQ TO WS-ARCH-HEAD-SEQ
                   MOVE SK-LAST-SEAL TO WS-ARCH-HEAD-SEAL
           END-READ
           MOVE "EVENT" TO SK-CHAIN-ID
           READ SEAL-CTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-EVENT-HEAD-FOUND TO TRUE
                   MOVE SK-LAST-SEQ TO WS-EVENT-HEAD-SEQ
                   MOVE SK-LAST-SEAL TO WS-EVENT-HEAD-SEAL
           END-READ
           CLOSE SEAL-CTL-FILE.

       0200-VERIFY-EVENT-CHAIN.
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "EVENT CHAIN (SEALEVT):" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SEAL-EVENT-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ SEAL-EVENT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EVENTS-READ
                       PERFORM 0210-CHECK-EVENT
               END-READ
           END-PERFORM
           CLOSE SEAL-EVENT-FILE
           PERFORM 0220-CHECK-EVENT-HEAD.

       0210-CHECK-EVENT.
           IF SE-EVENT-SEQ NOT NUMERIC
               MOVE WS-EVENTS-READ TO WS-SEQ-EDIT
               MOVE SPACE TO WS-MESSAGE
               STRING "EVENT RECORD" DELIMITED BY SIZE
                   WS-SEQ-EDIT DELIMITED BY SIZE
                   " OF SEALEVT IS NOT A SEALED EVENT"
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               ADD 1 TO WS-CNT-ALTERED
               PERFORM 0800-REPORT-BREAK
           ELSE
               MOVE "N" TO WS-EV-GAP-FLAG
               IF SE-EVENT-SEQ NOT = WS-EV-EXPECTED-SEQ
                   PERFORM 0212-REPORT-EVENT-GAP
               END-IF
               MOVE SE-EVENT-SEQ TO WS-SEQ-EDIT
               IF NOT WS-EV-GAP
                   AND SE-PREV-SEAL NOT = WS-EV-LAST-SEAL
                   MOVE SPACE TO WS-MESSAGE
                   STRING "EVENT" DELIMITED BY SIZE
                       WS-SEQ-EDIT DELIMITED BY SIZE
                       ": BROKEN LINK -- PREVIOUS SEAL DOES NOT "
                       DELIMITED BY SIZE
                       "MATCH THE EVENT BEFORE IT" DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   ADD 1 TO WS-CNT-BROKEN
                   PERFORM 0800-REPORT-BREAK
               END-IF
               MOVE "C" TO SL-FUNCTION
               MOVE "TRUNSEAL" TO SL-PROGRAM-ID
               MOVE SE-EVENT-SEQ TO SL-SEAL-SEQ
               MOVE SE-PREV-SEAL TO SL-PREV-SEAL
               MOVE SPACE TO SL-SEAL-DATA
               MOVE SE-EVENT-DATA TO SL-SEAL-DATA
               MOVE 82 TO SL-DATA-LEN
               CALL "AUDSEL01" USING SL-AUDSEL-PARM
               IF SL-SEAL NOT = SE-SEAL
                   MOVE SPACE TO WS-MESSAGE
                   STRING "EVENT" DELIMITED BY SIZE
                       WS-SEQ-EDIT DELIMITED BY SIZE
                       " ALTERED -- SEAL DOES NOT MATCH ITS CONTENT"
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   ADD 1 TO WS-CNT-ALTERED
                   PERFORM 0800-REPORT-BREAK
               END-IF
               MOVE SE-EVENT-SEQ TO WS-EV-LAST-SEQ
               MOVE SE-SEAL TO WS-EV-LAST-SEAL
               ADD 1 TO SE-EVENT-SEQ GIVING WS-EV-EXPECTED-SEQ
      *        AN EVENT ON A ROW SEALED BEFORE IT WAS WRITTEN TO
      *        THE CHAIN HAS NO LINK TO BE REPLAYED AGAINST.
               IF SE-AUDIT-SEAL-SEQ IS NUMERIC
                   AND SE-AUDIT-SEAL-SEQ > 0
                   MOVE SE-AUDIT-SEAL-SEQ TO SW-SEAL-SEQ
                   MOVE "1" TO SW-CLASS
                   MOVE SE-EVENT-SEQ TO SW-ORDER
                   MOVE SPACE TO SW-IMAGE
                   MOVE SEAL-EVENT-RECORD TO SW-IMAGE
                   WRITE SEAL-WORK-RECORD
               END-IF
           END-IF.

       0212-REPORT-EVENT-GAP.
           SET WS-EV-GAP TO TRUE
           MOVE WS-EV-EXPECTED-SEQ TO WS-SEQ-EDIT
           MOVE SPACE TO WS-MESSAGE
           IF SE-EVENT-SEQ > WS-EV-EXPECTED-SEQ
               SUBTRACT 1 FROM SE-EVENT-SEQ GIVING WS-NUM-WORK
               MOVE WS-NUM-WORK TO WS-SEQ-EDIT-2
               STRING "EVENTS" DELIMITED BY SIZE
                   WS-SEQ-EDIT DELIMITED BY SIZE
                   " THRU" DELIMITED BY SIZE
                   WS-SEQ-EDIT-2 DELIMITED BY SIZE
                   " MISSING FROM SEALEVT" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               ADD 1 TO WS-CNT-MISSING
           ELSE
               MOVE SE-EVENT-SEQ TO WS-SEQ-EDIT-2
               STRING "EVENT" DELIMITED BY SIZE
                   WS-SEQ-EDIT-2 DELIMITED BY SIZE
                   " OUT OF SEQUENCE OR REPEATED WHERE EVENT"
                   DELIMITED BY SIZE
                   WS-SEQ-EDIT DELIMITED BY SIZE
                   " WAS EXPECTED" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               ADD 1 TO WS-CNT-BROKEN
           END-IF
           PERFORM 0800-REPORT-BREAK.

       0220-CHECK-EVENT-HEAD.
      *    THE HEAD IS WHAT CATCHES EVENTS DROPPED FROM THE END,
      *    WHERE NO LATER EVENT IS LEFT TO SHOW THE GAP.
           EVALUATE TRUE
               WHEN NOT WS-EVENT-HEAD-FOUND
                   IF WS-EVENTS-READ > 0
                       MOVE "SEALCTL HAS NO EVENT CHAIN HEAD FOR THE "
                           TO WS-MESSAGE
                       MOVE "EVENTS ON SEALEVT"
                           TO WS-MESSAGE (41:17)
                       ADD 1 TO WS-CNT-BROKEN
                       PERFORM 0800-REPORT-BREAK
                   END-IF
               WHEN WS-EVENT-HEAD-SEQ > WS-EV-LAST-SEQ
                   ADD 1 TO WS-EV-LAST-SEQ GIVING WS-NUM-WORK
                   MOVE WS-NUM-WORK TO WS-SEQ-EDIT
                   MOVE WS-EVENT-HEAD-SEQ TO WS-SEQ-EDIT-2
                   MOVE SPACE TO WS-MESSAGE
                   STRING "EVENTS" DELIMITED BY SIZE
                       WS-SEQ-EDIT DELIMITED BY SIZE
                       " THRU" DELIMITED BY SIZE
                       WS-SEQ-EDIT-2 DELIMITED BY SIZE
                       " MISSING FROM THE END OF SEALEVT"
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   ADD 1 TO WS-CNT-MISSING
                   PERFORM 0800-REPORT-BREAK
               WHEN WS-EVENT-HEAD-SEQ < WS-EV-LAST-SEQ
                   MOVE WS-EVENT-HEAD-SEQ TO WS-SEQ-EDIT
                   MOVE SPACE TO WS-MESSAGE
                   STRING "SEALEVT RUNS PAST THE SEALCTL HEAD (EVENT"
                       DELIMITED BY SIZE
                       WS-SEQ-EDIT DELIMITED BY SIZE
                       ") -- EVENTS ADDED OUTSIDE AUDSEL01"
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   ADD 1 TO WS-CNT-BROKEN
                   PERFORM 0800-REPORT-BREAK
               WHEN WS-EVENT-HEAD-SEAL NOT = WS-EV-LAST-SEAL
                   MOVE "LAST EVENT ON SEALEVT DOES NOT MATCH THE "
                       TO WS-MESSAGE
                   MOVE "SEALCTL HEAD" TO WS-MESSAGE (42:12)
                   ADD 1 TO WS-CNT-BROKEN
                   PERFORM 0800-REPORT-BREAK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE "EVENTS READ:" TO WS-REPORT-LABEL
           MOVE WS-EVENTS-READ TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE.

       0300-VERIFY-ARCHIVES.
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ARCHIVE GENERATIONS (ARCHIN):" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ ARCHIVE-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AT-IS-TRAILER
                           PERFORM 0320-CHECK-TRAILER
                       ELSE
                           PERFORM 0310-TAKE-ARCHIVED-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           IF WS-GEN-ROWS > 0
               MOVE WS-GEN-NO TO WS-GEN-EDIT
               MOVE WS-GEN-ROWS TO WS-COUNT-EDIT
               MOVE SPACE TO WS-MESSAGE
               STRING "GENERATION" DELIMITED BY SIZE
                   WS-GEN-EDIT DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " ROWS WITH NO TRAILER -- CUT SHORT OR NOT "
                   DELIMITED BY SIZE
                   "WRITTEN BY TRUNPRGE" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               ADD 1 TO WS-CNT-MISSING
               PERFORM 0800-REPORT-BREAK
           END-IF
           PERFORM 0330-CHECK-ARCHIVE-HEAD
           MOVE "ARCHIVE GENERATIONS READ:" TO WS-REPORT-LABEL
           MOVE WS-GENERATIONS-READ TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "ARCHIVED ROWS READ:" TO WS-REPORT-LABEL
           MOVE WS-ARCHIVE-ROWS-READ TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE.

       0310-TAKE-ARCHIVED-ROW.
      *    THE SAME RUNNING SEAL TRUNPRGE KEPT AS IT WROTE THE
      *    GENERATION, OVER THE WHOLE ROW IMAGE.
           ADD 1 TO WS-ARCHIVE-ROWS-READ
           ADD 1 TO WS-GEN-ROWS
           MOVE "C" TO SL-FUNCTION
           MOVE "TRUNSEAL" TO SL-PROGRAM-ID
           MOVE WS-GEN-ROWS TO SL-SEAL-SEQ
           MOVE WS-GEN-SEAL-TOTAL TO SL-PREV-SEAL
           MOVE SPACE TO SL-SEAL-DATA
           MOVE ARCHIVE-RECORD TO SL-SEAL-DATA
           MOVE 397 TO SL-DATA-LEN
           CALL "AUDSEL01" USING SL-AUDSEL-PARM
           MOVE SL-SEAL TO WS-GEN-SEAL-TOTAL
           MOVE ARCHIVE-RECORD TO WORK-AUDIT-RECORD
           IF WA-SEAL-SEQ IS NUMERIC AND WA-SEAL-SEQ > 0
               MOVE WA-SEAL-SEQ TO SW-SEAL-SEQ
               MOVE "2" TO SW-CLASS
               MOVE WS-GEN-NO TO SW-ORDER
               MOVE ARCHIVE-RECORD TO SW-IMAGE
               WRITE SEAL-WORK-RECORD
           ELSE
               ADD 1 TO WS-LEGACY-ROWS
           END-IF.

       0320-CHECK-TRAILER.
           ADD 1 TO WS-GENERATIONS-READ
           MOVE "Y" TO WS-GEN-OK-FLAG
           MOVE WS-GEN-NO TO WS-GEN-EDIT
           IF AT-ROW-COUNT NOT = WS-GEN-ROWS
               OR AT-ROW-SEAL-TOTAL NOT = WS-GEN-SEAL-TOTAL
               MOVE AT-ROW-COUNT TO WS-SEQ-EDIT
               MOVE WS-GEN-ROWS TO WS-SEQ-EDIT-2
               MOVE SPACE TO WS-MESSAGE
               STRING "GENERATION" DELIMITED BY SIZE
                   WS-GEN-EDIT DELIMITED BY SIZE
                   ": ROWS DO NOT MATCH THE TRAILER -- TRAILER"
                   DELIMITED BY SIZE
                   WS-SEQ-EDIT DELIMITED BY SIZE
                   " ROWS, FOUND" DELIMITED BY SIZE
                   WS-SEQ-EDIT-2 DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               ADD 1 TO WS-CNT-ALTERED
               PERFORM 0800-REPORT-BREAK
               MOVE "N" TO WS-GEN-OK-FLAG
           END-IF
           IF AT-SEAL-SEQ NOT NUMERIC OR AT-SEAL-SEQ = 0
               MOVE SPACE TO WS-MESSAGE
               STRING "GENERATION" DELIMITED BY SIZE
                   WS-GEN-EDIT DELIMITED BY SIZE
                   ": TRAILER IS UNSEALED" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               ADD 1 TO WS-CNT-UNSEALED
               PERFORM 0800-REPORT-BREAK
               MOVE "N" TO WS-GEN-OK-FLAG
           ELSE
               PERFORM 0325-CHECK-TRAILER-LINK
           END-IF
           IF WS-GEN-OK
               MOVE AT-ROW-COUNT TO WS-COUNT-EDIT
               MOVE AT-SEAL-SEQ TO WS-SEQ-EDIT
               MOVE SPACE TO REPORT-RECORD
               STRING "  GENERATION" DELIMITED BY SIZE
                   WS-GEN-EDIT DELIMITED BY SIZE
                   "  CYCLE " DELIMITED BY SIZE
                   AT-CYCLE-DATE DELIMITED BY SIZE
                   "  ROWS" DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "  LINK" DELIMITED BY SIZE
                   WS-SEQ-EDIT DELIMITED BY SIZE
                   "  INTACT" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           ADD 1 TO WS-GEN-NO
           MOVE 0 TO WS-GEN-ROWS
           MOVE WS-GENESIS-SEAL TO WS-GEN-SEAL-TOTAL.

       0325-CHECK-TRAILER-LINK.
           MOVE AT-SEAL-SEQ TO WS-SEQ-EDIT
           IF AT-SEAL-SEQ > WS-TRL-EXPECTED-SEQ
               MOVE WS-TRL-EXPECTED-SEQ TO WS-SEQ-EDIT
               SUBTRACT 1 FROM AT-SEAL-SEQ GIVING WS-NUM-WORK
               MOVE WS-NUM-WORK TO WS-SEQ-EDIT-2
               MOVE SPACE TO WS-MESSAGE
               STRING "ARCHIVE CHAIN LINKS" DELIMITED BY SIZE
                   WS-SEQ-EDIT DELIMITED BY SIZE
                   " THRU" DELIMITED BY SIZE
                   WS-SEQ-EDIT-2 DELIMITED BY SIZE
                   " MISSING -- GENERATIONS LEFT OFF ARCHIN"
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               ADD 1 TO WS-CNT-MISSING
               PERFORM 0800-REPORT-BREAK
               MOVE "N" TO WS-GEN-OK-FLAG
               MOVE "N" TO WS-TRL-PREV-KNOWN-FLAG
               MOVE AT-SEAL-SEQ TO WS-SEQ-EDIT
           END-IF
           IF AT-SEAL-SEQ < WS-TRL-EXPECTED-SEQ
               MOVE SPACE TO WS-MESSAGE
               STRING "GENERATION" DELIMITED BY SIZE
                   WS-GEN-EDIT DELIMITED BY SIZE
                   ": ARCHIVE LINK" DELIMITED BY SIZE
                   WS-SEQ-EDIT DELIMITED BY SIZE
                   " OUT OF ORDER OR REPEATED ON ARCHIN"
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               ADD 1 TO WS-CNT-BROKEN
               PERFORM 0800-REPORT-BREAK
               MOVE "N" TO WS-GEN-OK-FLAG
               MOVE "N" TO WS-TRL-PREV-KNOWN-FLAG
           END-IF
           IF WS-TRL-PREV-KNOWN
               AND AT-PREV-SEAL NOT = WS-TRL-LAST-SEAL
               MOVE SPACE TO WS-MESSAGE
               STRING "GENERATION" DELIMITED BY SIZE
                   WS-GEN-EDIT DELIMITED BY SIZE
                   ": BROKEN LINK -- TRAILER DOES NOT CHAIN FROM "
                   DELIMITED BY SIZE
                   "THE GENERATION BEFORE IT" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               ADD 1 TO WS-CNT-BROKEN
               PERFORM 0800-REPORT-BREAK
               MOVE "N" TO WS-GEN-OK-FLAG
           END-IF
           MOVE "C" TO SL-FUNCTION
           MOVE "TRUNSEAL" TO SL-PROGRAM-ID
           MOVE AT-SEAL-SEQ TO SL-SEAL-SEQ
           MOVE AT-PREV-SEAL TO SL-PREV-SEAL
           MOVE SPACE TO SL-SEAL-DATA
           MOVE AT-TRAILER-DATA TO SL-SEAL-DATA
           MOVE 61 TO SL-DATA-LEN
           CALL "AUDSEL01" USING SL-AUDSEL-PARM
           IF SL-SEAL NOT = AT-SEAL
               MOVE SPACE TO WS-MESSAGE
               STRING "GENERATION" DELIMITED BY SIZE
                   WS-GEN-EDIT DELIMITED BY SIZE
                   ": TRAILER ALTERED -- SEAL DOES NOT MATCH ITS "
                   DELIMITED BY SIZE
                   "CONTENT" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               ADD 1 TO WS-CNT-ALTERED
               PERFORM 0800-REPORT-BREAK
               MOVE "N" TO WS-GEN-OK-FLAG
           END-IF
           MOVE AT-SEAL-SEQ TO WS-TRL-LAST-SEQ
           MOVE AT-SEAL TO WS-TRL-LAST-SEAL
           ADD 1 TO AT-SEAL-SEQ GIVING WS-TRL-EXPECTED-SEQ
           MOVE "Y" TO WS-TRL-PREV-KNOWN-FLAG.

       0330-CHECK-ARCHIVE-HEAD.
      *    A GENERATION MISSING FROM THE END OF ARCHIN HAS NO
      *    LATER TRAILER TO SHOW THE GAP; THE HEAD DOES.
           EVALUATE TRUE
               WHEN NOT WS-ARCH-HEAD-FOUND
                   IF WS-TRL-LAST-SEQ > 0
                       MOVE "SEALCTL HAS NO ARCHIVE CHAIN HEAD FOR "
                           TO WS-MESSAGE
                       MOVE "THE TRAILERS ON ARCHIN"
                           TO WS-MESSAGE (39:22)
                       ADD 1 TO WS-CNT-BROKEN
                       PERFORM 0800-REPORT-BREAK
                   END-IF
               WHEN WS-ARCH-HEAD-SEQ < WS-ARCHIVE-FLOOR
                   CONTINUE
               WHEN WS-ARCH-HEAD-SEQ NOT < WS-TRL-EXPECTED-SEQ
                   MOVE WS-TRL-EXPECTED-SEQ TO WS-SEQ-EDIT
                   MOVE WS-ARCH-HEAD-SEQ TO WS-SEQ-EDIT-2
                   MOVE SPACE TO WS-MESSAGE
                   STRING "ARCHIVE CHAIN LINKS" DELIMITED BY SIZE
                       WS-SEQ-EDIT DELIMITED BY SIZE
                       " THRU" DELIMITED BY SIZE
                       WS-SEQ-EDIT-2 DELIMITED BY SIZE
                       " MISSING FROM THE END OF ARCHIN"
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   ADD 1 TO WS-CNT-MISSING
                   PERFORM 0800-REPORT-BREAK
               WHEN WS-ARCH-HEAD-SEQ < WS-TRL-LAST-SEQ
                   MOVE WS-ARCH-HEAD-SEQ TO WS-SEQ-EDIT
                   MOVE SPACE TO WS-MESSAGE
                   STRING "ARCHIN RUNS PAST THE SEALCTL HEAD (LINK"
                       DELIMITED BY SIZE
                       WS-SEQ-EDIT DELIMITED BY SIZE
                       ") -- TRAILER WRITTEN OUTSIDE TRUNPRGE"
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   ADD 1 TO WS-CNT-BROKEN
                   PERFORM 0800-REPORT-BREAK
               WHEN WS-ARCH-HEAD-SEAL NOT = WS-TRL-LAST-SEAL
                   MOVE "LAST TRAILER ON ARCHIN DOES NOT MATCH THE "
                       TO WS-MESSAGE
                   MOVE "SEALCTL HEAD" TO WS-MESSAGE (43:12)
                   ADD 1 TO WS-CNT-BROKEN
                   PERFORM 0800-REPORT-BREAK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0400-SCAN-LIVE-AUDIT.
      *    A LIVE ROW WITH NO SEAL IS HISTORY FROM BEFORE SEALING
      *    BEGAN ONLY IF IT WAS WRITTEN BEFORE THE AUDIT CHAIN
      *    STARTED; ONE WRITTEN SINCE CAME FROM OUTSIDE TRUNMAIN
      *    AND TRUNMRGE.
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "AUDIT CHAIN (AUDIT AND ARCHIN):" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           MOVE 0 TO AU-RUN-DATE
           MOVE 0 TO AU-SEQ-NO
           START AUDIT-FILE KEY IS >= AU-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIVE-ROWS-READ
                       PERFORM 0410-TAKE-LIVE-ROW
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       0410-TAKE-LIVE-ROW.
           IF AU-SEAL-SEQ IS NUMERIC AND AU-SEAL-SEQ > 0
               MOVE AU-SEAL-SEQ TO SW-SEAL-SEQ
               MOVE "3" TO SW-CLASS
               MOVE 0 TO SW-ORDER
               MOVE AUDIT-RECORD TO SW-IMAGE
               WRITE SEAL-WORK-RECORD
           ELSE
               IF WS-AUDIT-HEAD-FOUND
                   AND AU-TIMESTAMP NOT < WS-AUDIT-HEAD-START
                   MOVE AU-RUN-DATE TO WS-KEY-TEXT (1:8)
                   MOVE "/" TO WS-KEY-TEXT (9:1)
                   MOVE AU-SEQ-NO TO WS-KEY-TEXT (10:6)
                   MOVE SPACE TO WS-MESSAGE
                   STRING "ROW " DELIMITED BY SIZE
                       WS-KEY-TEXT DELIMITED BY SIZE
                       " WRITTEN " DELIMITED BY SIZE
                       AU-TIMESTAMP DELIMITED BY SIZE
                       ", AFTER SEALING BEGAN, CARRIES NO SEAL"
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   ADD 1 TO WS-CNT-UNSEALED
                   PERFORM 0800-REPORT-BREAK
               ELSE
                   ADD 1 TO WS-LEGACY-ROWS
               END-IF
           END-IF.

       0500-VERIFY-AUDIT-CHAIN.
           MOVE "N" TO WS-SORT-EOF-FLAG
           MOVE "Y" TO WS-GRP-FIRST-FLAG
           PERFORM UNTIL WS-SORT-END-OF-FILE
               RETURN SEAL-SORT-FILE
                   AT END
                       SET WS-SORT-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 0510-TAKE-SORTED-ENTRY
               END-RETURN
           END-PERFORM
           IF NOT WS-GRP-FIRST
               PERFORM 0590-CLOSE-LINK
           END-IF
           PERFORM 0595-CHECK-AUDIT-HEAD.

       0510-TAKE-SORTED-ENTRY.
           IF WS-GRP-FIRST OR SS-SEAL-SEQ NOT = WS-G-SEQ
               IF NOT WS-GRP-FIRST
                   PERFORM 0590-CLOSE-LINK
               END-IF
               PERFORM 0520-START-LINK
               MOVE "N" TO WS-GRP-FIRST-FLAG
           END-IF
           EVALUATE TRUE
               WHEN SS-EVENT
                   PERFORM 0530-REPLAY-EVENT
               WHEN SS-ARCHIVED-ROW
                   PERFORM 0540-CHECK-ARCHIVED-ROW
               WHEN OTHER
                   PERFORM 0550-CHECK-LIVE-ROW
           END-EVALUATE.

       0520-START-LINK.
           MOVE SS-SEAL-SEQ TO WS-G-SEQ
           MOVE "O" TO WS-G-STATUS
           MOVE "O" TO WS-G-VISITED
           MOVE 1 TO WS-G-VISITED-LEN
           MOVE 0 TO WS-G-EVENTS
           MOVE 0 TO WS-G-RELOADS
           MOVE 0 TO WS-G-LIVE-ROWS
           MOVE 0 TO WS-G-ARCHIVED-ROWS
           MOVE 0 TO WS-RK-COUNT
           MOVE SPACE TO WS-G-SEAL
           MOVE "N" TO WS-G-SEAL-FLAG
           MOVE "N" TO WS-G-LINK-FLAG
           ADD 1 TO WS-LINKS-VERIFIED
      *    A LINK BELOW THE SEALPARM FLOOR IS STILL PROVED ON ITS
      *    OWN, BUT WHAT CAME BEFORE IT HAS BEEN RETIRED.
           EVALUATE TRUE
               WHEN WS-G-SEQ > WS-AU-EXPECTED-SEQ
                   MOVE WS-AU-EXPECTED-SEQ TO WS-SEQ-EDIT
                   SUBTRACT 1 FROM WS-G-SEQ GIVING WS-NUM-WORK
                   MOVE WS-NUM-WORK TO WS-SEQ-EDIT-2
                   MOVE SPACE TO WS-MESSAGE
                   STRING "AUDIT CHAIN LINKS" DELIMITED BY SIZE
                       WS-SEQ-EDIT DELIMITED BY SIZE
                       " THRU" DELIMITED BY SIZE
                       WS-SEQ-EDIT-2 DELIMITED BY SIZE
                       " MISSING -- ROWS GONE FROM AUDIT AND ARCHIN"
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   ADD 1 TO WS-CNT-MISSING
                   PERFORM 0800-REPORT-BREAK
                   MOVE "N" TO WS-AU-PREV-KNOWN-FLAG
               WHEN WS-G-SEQ < WS-AU-EXPECTED-SEQ
                   MOVE "N" TO WS-AU-PREV-KNOWN-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-G-SEQ TO WS-SEQ-EDIT.

       0530-REPLAY-EVENT.
      *    STATUS STARTS AT "O", AS TRUNMAIN WRITES EVERY ROW, AND
      *    EACH EVENT MUST TAKE IT FROM WHERE THE LAST ONE LEFT
      *    IT; ANY OTHER STARTING POINT MEANS THE STATUS WAS
      *    CHANGED IN BETWEEN WITH NO EVENT SEALED.
           MOVE SS-IMAGE (1:127) TO WORK-EVENT-RECORD
           ADD 1 TO WS-G-EVENTS
           IF WE-RELOAD
               ADD 1 TO WS-G-RELOADS
               IF WS-RK-COUNT < 20
                   ADD 1 TO WS-RK-COUNT
                   MOVE WE-AUDIT-KEY
                       TO WS-RK-LANDED-KEY (WS-RK-COUNT)
                   MOVE WE-SEALED-KEY
                       TO WS-RK-SEALED-KEY (WS-RK-COUNT)
               END-IF
           END-IF
           IF WE-OLD-STATUS NOT = WS-G-STATUS
               MOVE WE-EVENT-SEQ TO WS-SEQ-EDIT-2
               MOVE SPACE TO WS-MESSAGE
               STRING "LINK" DELIMITED BY SIZE
                   WS-SEQ-EDIT DELIMITED BY SIZE
                   ": STATUS WENT FROM " DELIMITED BY SIZE
                   WS-G-STATUS DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WE-OLD-STATUS DELIMITED BY SIZE
                   " WITH NO SEALED EVENT (FOUND AT EVENT"
                   DELIMITED BY SIZE
                   WS-SEQ-EDIT-2 DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               ADD 1 TO WS-CNT-UNSEALED
               PERFORM 0800-REPORT-BREAK
           END-IF
           MOVE WE-NEW-STATUS TO WS-G-STATUS
           IF WS-G-VISITED-LEN < 20
               ADD 1 TO WS-G-VISITED-LEN
               MOVE WE-NEW-STATUS
                   TO WS-G-VISITED (WS-G-VISITED-LEN:1)
           END-IF.

       0540-CHECK-ARCHIVED-ROW.
      *    AN ARCHIVED COPY CARRIES WHATEVER STATUS THE ROW HAD
      *    WHEN TRUNPRGE UNLOADED IT, SO IT NEED ONLY BE ONE THE
      *    SEALED HISTORY PASSED THROUGH.
           MOVE SS-IMAGE TO WORK-AUDIT-RECORD
           ADD 1 TO WS-G-ARCHIVED-ROWS
           PERFORM 0560-CHECK-ROW-SEAL
           MOVE 0 TO WS-TALLY
           INSPECT WS-G-VISITED (1:WS-G-VISITED-LEN)
               TALLYING WS-TALLY FOR ALL WA-STATUS
           IF WS-TALLY = 0
               MOVE SPACE TO WS-MESSAGE
               STRING "ARCHIVED ROW " DELIMITED BY SIZE
                   WS-KEY-TEXT DELIMITED BY SIZE
                   " LINK" DELIMITED BY SIZE
                   WS-SEQ-EDIT DELIMITED BY SIZE
                   ": STATUS " DELIMITED BY SIZE
                   WA-STATUS DELIMITED BY SIZE
                   " WAS NEVER SEALED FOR IT" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               ADD 1 TO WS-CNT-UNSEALED
               PERFORM 0800-REPORT-BREAK
           END-IF.

       0550-CHECK-LIVE-ROW.
           MOVE SS-IMAGE TO WORK-AUDIT-RECORD
           ADD 1 TO WS-G-LIVE-ROWS
           PERFORM 0560-CHECK-ROW-SEAL
           IF WA-STATUS NOT = WS-G-STATUS
               MOVE SPACE TO WS-MESSAGE
               STRING "ROW " DELIMITED BY SIZE
                   WS-KEY-TEXT DELIMITED BY SIZE
                   " LINK" DELIMITED BY SIZE
                   WS-SEQ-EDIT DELIMITED BY SIZE
                   ": STATUS IS " DELIMITED BY SIZE
                   WA-STATUS DELIMITED BY SIZE
                   " BUT ITS SEALED HISTORY ENDS AT "
                   DELIMITED BY SIZE
                   WS-G-STATUS DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               ADD 1 TO WS-CNT-UNSEALED
               PERFORM 0800-REPORT-BREAK
           END-IF.

       0560-CHECK-ROW-SEAL.
      *    A RELOADED ROW THAT HAD TO BE REKEYED WAS SEALED UNDER
      *    THE KEY ITS RELOAD EVENT NAMES, NOT THE ONE IT HAS NOW.
           MOVE WA-RUN-DATE TO WS-KEY-TEXT (1:8)
           MOVE "/" TO WS-KEY-TEXT (9:1)
           MOVE WA-SEQ-NO TO WS-KEY-TEXT (10:6)
           MOVE "N" TO WS-ROW-SEAL-FLAG
           MOVE WA-KEY TO SL-AU-KEY
           PERFORM 0565-RECOMPUTE-ROW-SEAL
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX > WS-RK-COUNT
                       OR WS-ROW-SEAL-OK
               IF WS-RK-LANDED-KEY (WS-RK-IDX) = WA-KEY
                   MOVE WS-RK-SEALED-KEY (WS-RK-IDX) TO SL-AU-KEY
                   PERFORM 0565-RECOMPUTE-ROW-SEAL
               END-IF
           END-PERFORM
           IF WS-ROW-SEAL-OK
               IF NOT WS-G-SEAL-SET
                   MOVE WA-SEAL TO WS-G-SEAL
                   MOVE "Y" TO WS-G-SEAL-FLAG
               END-IF
           ELSE
               MOVE SPACE TO WS-MESSAGE
               STRING "ROW " DELIMITED BY SIZE
                   WS-KEY-TEXT DELIMITED BY SIZE
                   " LINK" DELIMITED BY SIZE
                   WS-SEQ-EDIT DELIMITED BY SIZE
                   " ALTERED -- SEAL DOES NOT MATCH ITS CONTENT"
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               ADD 1 TO WS-CNT-ALTERED
               PERFORM 0800-REPORT-BREAK
           END-IF
           IF WS-AU-PREV-KNOWN
               AND WA-SEAL-PREV NOT = WS-AU-PREV-SEAL
               AND NOT WS-G-LINK-REPORTED
               MOVE "Y" TO WS-G-LINK-FLAG
               MOVE SPACE TO WS-MESSAGE
               STRING "ROW " DELIMITED BY SIZE
                   WS-KEY-TEXT DELIMITED BY SIZE
                   " LINK" DELIMITED BY SIZE
                   WS-SEQ-EDIT DELIMITED BY SIZE
                   ": BROKEN LINK -- PREVIOUS SEAL DOES NOT MATCH "
                   DELIMITED BY SIZE
                   "THE LINK BEFORE IT" DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               ADD 1 TO WS-CNT-BROKEN
               PERFORM 0800-REPORT-BREAK
           END-IF.

       0565-RECOMPUTE-ROW-SEAL.
           MOVE "C" TO SL-FUNCTION
           MOVE "TRUNSEAL" TO SL-PROGRAM-ID
           MOVE WA-SEAL-SEQ TO SL-SEAL-SEQ
           MOVE WA-SEAL-PREV TO SL-PREV-SEAL
           MOVE WA-ORIGINAL-VALUE TO SL-AU-ORIGINAL-VALUE
           MOVE WA-TRUNCATED-VALUE TO SL-AU-TRUNCATED-VALUE
           MOVE WA-TIMESTAMP TO SL-AU-TIMESTAMP
           MOVE 240 TO SL-DATA-LEN
           CALL "AUDSEL01" USING SL-AUDSEL-PARM
           IF SL-SEAL = WA-SEAL
               MOVE "Y" TO WS-ROW-SEAL-FLAG
           END-IF.

       0590-CLOSE-LINK.
           EVALUATE TRUE
               WHEN WS-G-LIVE-ROWS = 0 AND WS-G-ARCHIVED-ROWS = 0
                   MOVE WS-G-EVENTS TO WS-COUNT-EDIT
                   MOVE SPACE TO WS-MESSAGE
                   STRING "LINK" DELIMITED BY SIZE
                       WS-SEQ-EDIT DELIMITED BY SIZE
                       ": ROW IS ON NEITHER AUDIT NOR ARCHIN, BUT"
                       DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " EVENTS WERE SEALED AGAINST IT"
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   ADD 1 TO WS-CNT-MISSING
                   PERFORM 0800-REPORT-BREAK
      *        EACH SEALED RELOAD ACCOUNTS FOR ONE LIVE COPY.
               WHEN WS-G-LIVE-ROWS > WS-G-RELOADS + 1
                   MOVE WS-G-LIVE-ROWS TO WS-COUNT-EDIT
                   MOVE SPACE TO WS-MESSAGE
                   STRING "LINK" DELIMITED BY SIZE
                       WS-SEQ-EDIT DELIMITED BY SIZE
                       ": ROW IS ON AUDIT" DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       " TIMES" DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   ADD 1 TO WS-CNT-UNSEALED
                   PERFORM 0800-REPORT-BREAK
               WHEN WS-G-RELOADS = 0
                   AND (WS-G-ARCHIVED-ROWS > 1
                       OR (WS-G-LIVE-ROWS > 0
                           AND WS-G-ARCHIVED-ROWS > 0))
                   MOVE SPACE TO WS-MESSAGE
                   STRING "LINK" DELIMITED BY SIZE
                       WS-SEQ-EDIT DELIMITED BY SIZE
                       ": ROW HAS MORE THAN ONE COPY ON AUDIT AND "
                       DELIMITED BY SIZE
                       "ARCHIN BUT WAS NEVER RELOADED BY TRUNARCQ"
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   ADD 1 TO WS-CNT-UNSEALED
                   PERFORM 0800-REPORT-BREAK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-G-SEQ TO WS-AU-LAST-SEQ
           ADD 1 TO WS-G-SEQ GIVING WS-AU-EXPECTED-SEQ
           MOVE WS-G-SEAL TO WS-AU-PREV-SEAL
           MOVE WS-G-SEAL-FLAG TO WS-AU-PREV-KNOWN-FLAG.

       0595-CHECK-AUDIT-HEAD.
      *    ROWS DELETED FROM THE END OF THE CHAIN LEAVE NO LATER
      *    LINK TO SHOW THE GAP; THE HEAD DOES.
           EVALUATE TRUE
               WHEN NOT WS-AUDIT-HEAD-FOUND
                   IF WS-AU-LAST-SEQ > 0
                       MOVE "SEALCTL HAS NO AUDIT CHAIN HEAD FOR THE "
                           TO WS-MESSAGE
                       MOVE "SEALED ROWS" TO WS-MESSAGE (41:11)
                       ADD 1 TO WS-CNT-BROKEN
                       PERFORM 0800-REPORT-BREAK
                   END-IF
               WHEN WS-AUDIT-HEAD-SEQ < WS-AUDIT-FLOOR
                   CONTINUE
               WHEN WS-AUDIT-HEAD-SEQ NOT < WS-AU-EXPECTED-SEQ
                   MOVE WS-AU-EXPECTED-SEQ TO WS-SEQ-EDIT
                   MOVE WS-AUDIT-HEAD-SEQ TO WS-SEQ-EDIT-2
                   MOVE SPACE TO WS-MESSAGE
                   STRING "AUDIT CHAIN LINKS" DELIMITED BY SIZE
                       WS-SEQ-EDIT DELIMITED BY SIZE
                       " THRU" DELIMITED BY SIZE
                       WS-SEQ-EDIT-2 DELIMITED BY SIZE
                       " MISSING FROM THE END OF THE CHAIN"
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   ADD 1 TO WS-CNT-MISSING
                   PERFORM 0800-REPORT-BREAK
               WHEN WS-AUDIT-HEAD-SEQ < WS-AU-LAST-SEQ
                   MOVE WS-AUDIT-HEAD-SEQ TO WS-SEQ-EDIT
                   MOVE SPACE TO WS-MESSAGE
                   STRING "AUDIT CHAIN RUNS PAST THE SEALCTL HEAD "
                       DELIMITED BY SIZE
                       "(LINK" DELIMITED BY SIZE
                       WS-SEQ-EDIT DELIMITED BY SIZE
                       ") -- ROWS SEALED OUTSIDE AUDSEL01"
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
                   ADD 1 TO WS-CNT-BROKEN
                   PERFORM 0800-REPORT-BREAK
               WHEN WS-AU-PREV-KNOWN
                   AND WS-AUDIT-HEAD-SEAL NOT = WS-AU-PREV-SEAL
                   MOVE "LAST LINK OF THE AUDIT CHAIN DOES NOT MATCH "
                       TO WS-MESSAGE
                   MOVE "THE SEALCTL HEAD" TO WS-MESSAGE (45:16)
                   ADD 1 TO WS-CNT-BROKEN
                   PERFORM 0800-REPORT-BREAK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0800-REPORT-BREAK.
           ADD 1 TO WS-CNT-BREAKS
           MOVE SPACE TO REPORT-RECORD
           STRING "  *** " DELIMITED BY SIZE
               WS-MESSAGE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       0900-TERMINATE.
      *    THE WORK FILE MUST BE CLOSED BEFORE THE SORT READS IT
      *    BACK FOR THE CHAIN WALK.
           CLOSE SEAL-WORK-FILE
           SORT SEAL-SORT-FILE
               ON ASCENDING KEY SS-SEAL-SEQ
                                SS-CLASS
                                SS-ORDER
               USING SEAL-WORK-FILE
               OUTPUT PROCEDURE IS 0500-VERIFY-AUDIT-CHAIN
           MOVE "LIVE AUDIT ROWS READ:" TO WS-REPORT-LABEL
           MOVE WS-LIVE-ROWS-READ TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "AUDIT CHAIN LINKS VERIFIED:" TO WS-REPORT-LABEL
           MOVE WS-LINKS-VERIFIED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "ROWS FROM BEFORE SEALING BEGAN:"
               TO WS-REPORT-LABEL
           MOVE WS-LEGACY-ROWS TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "BROKEN LINKS:" TO WS-REPORT-LABEL
           MOVE WS-CNT-BROKEN TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "MISSING LINKS OR ROWS:" TO WS-REPORT-LABEL
           MOVE WS-CNT-MISSING TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "ALTERED ROWS, EVENTS OR TRAILERS:"
               TO WS-REPORT-LABEL
           MOVE WS-CNT-ALTERED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "UNSEALED CHANGES:" TO WS-REPORT-LABEL
           MOVE WS-CNT-UNSEALED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
      *    THE VERIFICATION CALLS RESET RETURN-CODE, SO IT IS SET
      *    ONLY NOW, AFTER THE LAST OF THEM.
           IF WS-CNT-BREAKS > 0
               MOVE WS-CNT-BREAKS TO WS-COUNT-EDIT
               MOVE SPACE TO REPORT-RECORD
               STRING "*** AUDIT HISTORY FAILED VERIFICATION --"
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " BREAKS ***" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               DISPLAY "ERROR: AUDIT SEAL VERIFICATION FOUND"
                   WS-COUNT-EDIT " BREAKS -- SEE SEALRPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "AUDIT HISTORY VERIFIED -- NO BREAKS FOUND"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE REPORT-FILE.

       0910-WRITE-COUNT-LINE.
           MOVE SPACE TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-REPORT-LABEL DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
