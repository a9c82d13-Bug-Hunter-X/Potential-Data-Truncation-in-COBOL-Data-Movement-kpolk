       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNLINE.
       AUTHOR. DATA-QUALITY-TEAM.
      *REMARKS. END-TO-END RECORD LINEAGE INQUIRY.  ANSWERS "WHAT
      *    HAPPENED TO RECORD X" WITHOUT SOMEBODY GREPPING EIGHT
      *    DATASETS BY HAND.  GIVEN A RECORD ID ON LINPARM (AND
      *    OPTIONALLY ONE FIELD NAME OR ONE *HDR* BATCH ID), IT
      *    READS EVERY DATASET OF THE CYCLE THE RECORD CAN
      *    APPEAR ON -- THE TRANIN IT ARRIVED IN, TRUNMAIN'S
      *    VALIDOUT AND REJECT, THE AUDIT FILE AND ANY ARCHIVE
      *    GENERATIONS, THE UPSTREAM EXTRACT WITH ITS ACK AND
      *    UNACKNOWLEDGED FILES, THE CORRECTIONS KEYED IN
      *    TRUNCORR, TRUNRCYC'S RECYCLE AND CARRY-FORWARD
      *    OUTPUT, AND TRUNASMB/TRUNHOLD'S ASMOUT, ASMHOLD AND
      *    HOLD STORE -- COLLECTS ONE EVENT PER APPEARANCE, AND
      *    PRINTS THEM IN TIME ORDER: BY DATE, THEN BY THE STEP
      *    OF THE CYCLE THAT PRODUCED THEM, THEN BY TIMESTAMP
      *    WHERE THE DATASET CARRIES ONE.  AUDIT ROWS ARE MATCHED
      *    ON AU-RECORD-ID, OR ON THE AUDIT KEY AN EXTRACT ROW
      *    FOR THE RECORD POINTS AT, SO ROWS WRITTEN BEFORE THE
      *    RECORD ID WAS CARRIED ON THE AUDIT TRAIL STILL TRACE.
      *    EVERY DATASET EXCEPT AUDIT IS OPTIONAL; ONE THE JOB
      *    STREAM DOES NOT SUPPLY SIMPLY CONTRIBUTES NO EVENTS.
      *    NO EVENTS AT ALL ENDS WITH RETURN CODE 4, SINCE THAT
      *    IS NEARLY ALWAYS A MISKEYED RECORD ID.
      *    A CORRECTED VALUE IS SHOWN THROUGH MSKVAL01 UNDER THE
      *    SENSITIVITY CLASS OF THE FIELD'S FLDCTL ROW -- THE ROW
      *    FOR THE FEED THE RECORD ARRIVED FROM, ELSE THE DEFAULT
      *    ROW, AS TRUNAFIX LOOKS IT UP.  WHEN THE FEED IS NOT
      *    KNOWN FROM TRANIN OR REJECT, ANY SENSITIVE ROW FOR THE
      *    FIELD MASKS IT IN FULL, AND WITH NO FLDCTL SUPPLIED
      *    EVERY CORRECTED VALUE PRINTS AS "(VALUE MASKED)".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LINEAGE-PARM-FILE ASSIGN TO "LINPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRANS-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VALID-FILE ASSIGN TO "VALIDOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REJECT-FILE ASSIGN TO "REJECT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-KEY
               ALTERNATE RECORD KEY IS AU-FIELD-NAME
                   WITH DUPLICATES.

      *    ANY NUMBER OF TRUNPRGE ARCHIVE GENERATIONS, CONCATENATED
      *    BY THE JOB STREAM EXACTLY AS FOR TRUNARCQ.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "ARCHIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXTRACT-FILE ASSIGN TO "EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ACK-FILE ASSIGN TO "ACKIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL UNACKED-FILE ASSIGN TO "UNACKOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CORRECTION-FILE ASSIGN TO "CORRIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECYCLE-FILE ASSIGN TO "RECYCOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CARRY-FWD-FILE ASSIGN TO "REJOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ASSEMBLED-FILE ASSIGN TO "ASMOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HELD-ROW-FILE ASSIGN TO "ASMHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HOLD-STORE-FILE ASSIGN TO "HOLDSTOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY.

           SELECT OPTIONAL FIELD-CTL-FILE ASSIGN TO "FLDCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "LINRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LINEAGE-PARM-FILE.
       COPY LINPARM.

       FD  TRANS-FILE.
       COPY TRANREC.

       FD  VALID-FILE.
       COPY VALREC.

       FD  REJECT-FILE.
       COPY REJREC.

       FD  AUDIT-FILE.
       COPY AUDREC.

       FD  ARCHIVE-FILE.
      *    FLAT IMAGE OF THE FULL 397-BYTE AUDIT RECORD, EXACTLY
      *    AS TRUNPRGE UNLOADED IT, OR THE SEALED TRAILER THAT
      *    ENDS EACH GENERATION, WHICH IS SKIPPED.
       01  ARCHIVE-RECORD          PIC X(397).
       COPY ARCTRL.

       FD  EXTRACT-FILE.
       COPY EXTREC.

       FD  ACK-FILE.
       COPY ACKREC.

       FD  UNACKED-FILE.
       COPY EXTREC REPLACING ==EXTRACT-RECORD==
                          BY ==UNACKED-RECORD==
                     LEADING ==EX-== BY ==UX-==.

       FD  CORRECTION-FILE.
       COPY CORREC.

       FD  RECYCLE-FILE.
       COPY TRANREC REPLACING ==TRAN-RECORD==
                           BY ==RECYCLE-RECORD==
                              ==TRAN-CONTROL-RECORD==
                           BY ==RECYCLE-CONTROL-RECORD==
                      LEADING ==TR-== BY ==RY-==
                      LEADING ==TC-== BY ==RZ-==.

       FD  CARRY-FWD-FILE.
       COPY REJREC REPLACING ==REJECT-RECORD==
                          BY ==CARRY-FWD-RECORD==
                     LEADING ==RJ-== BY ==RO-==.

       FD  ASSEMBLED-FILE.
       COPY ASMREC.

       FD  HELD-ROW-FILE.
       COPY VALREC REPLACING ==VALID-OUT-RECORD==
                          BY ==HELD-ROW-RECORD==
                     LEADING ==VO-== BY ==HR-==.

       FD  HOLD-STORE-FILE.
       COPY HOLDREC.

       FD  FIELD-CTL-FILE.
       COPY FLDCTL.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-OK-FLAG         PIC X VALUE "N".
           88  WS-PARM-OK              VALUE "Y".
       01  WS-EOF-FLAG             PIC X VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
       01  WS-CYCLE-DATE           PIC 9(8) VALUE 0.
       01  WS-CYCLE-DATE-X REDEFINES WS-CYCLE-DATE PIC X(8).
       01  WS-SEL-RECORD-ID        PIC X(10) VALUE SPACE.
       01  WS-SEL-FIELD-NAME       PIC X(30) VALUE SPACE.
       01  WS-SEL-BATCH-ID         PIC X(8) VALUE SPACE.

      *    BATCH IDENTITY OF THE TRANIN ROWS BEING READ, FROM THE
      *    MOST RECENT *HDR* RECORD.
       01  WS-CUR-BATCH-ID         PIC X(8) VALUE SPACE.
       01  WS-CUR-BATCH-TS         PIC X(26) VALUE SPACE.

      *    FEED THE RECORD CAME FROM, TAKEN FROM THE FIRST TRANIN
      *    OR REJECT ROW FOR IT, AND THE SENSITIVITY CLASS FOUND
      *    FOR A CORRECTED FIELD: FEED ROW, DEFAULT ROW, AND THE
      *    STRICTEST OF ALL ROWS FOR WHEN THE FEED IS NOT KNOWN.
       01  WS-REC-SOURCE           PIC X(8) VALUE SPACE.
       01  WS-FC-EOF-FLAG          PIC X VALUE "N".
           88  WS-FC-END-OF-FILE       VALUE "Y".
       01  WS-FC-ROWS-FLAG         PIC X VALUE "N".
           88  WS-FC-ROWS-READ         VALUE "Y".
       01  WS-FC-FEED-FLAG         PIC X VALUE "N".
           88  WS-FC-FEED-FOUND        VALUE "Y".
       01  WS-FC-DEFAULT-FLAG      PIC X VALUE "N".
           88  WS-FC-DEFAULT-FOUND     VALUE "Y".
       01  WS-FC-FEED-CLASS        PIC X VALUE "N".
       01  WS-FC-DEFAULT-CLASS     PIC X VALUE "N".
       01  WS-FC-STRICT-CLASS      PIC X VALUE "N".
       01  WS-FC-EFF-FROM          PIC 9(8) VALUE 0.
       01  WS-FC-EFF-TO            PIC 9(8) VALUE 0.
       01  WS-ROW-EFF-FLAG         PIC X VALUE "N".
           88  WS-ROW-IN-EFFECT        VALUE "Y".
       01  WS-SHOWN-VALUE          PIC X(100) VALUE SPACE.
       COPY MSKVALLK.

      *    THE ARCHIVE ROW UNPACKED THROUGH THE AUDREC LAYOUT,
      *    RENAMED SO IT CANNOT COLLIDE WITH THE LIVE FILE'S
      *    RECORD AREA.
       COPY AUDREC REPLACING ==AUDIT-RECORD==
                          BY ==WORK-AUDIT-RECORD==
                     LEADING ==AU-== BY ==WA-==.

      *    AUDIT KEYS THE EXTRACT CUT FOR THIS RECORD, SO AUDIT
      *    ROWS THAT PREDATE AU-RECORD-ID STILL MATCH AND SO THE
      *    ACK FILE (WHICH CARRIES ONLY THE KEY) CAN BE TIED BACK
      *    TO THE RECORD.  ONE RECORD NEVER HAS ANYWHERE NEAR 500
      *    EXCEPTIONS IN ONE CYCLE; OVERFLOW FAILS THE INQUIRY
      *    RATHER THAN PRINT A TRACE WITH HOLES IN IT.
       01  WS-XK-COUNT             PIC 9(3) VALUE 0.
       01  WS-EXTRACT-KEY-TABLE.
           05  WS-XK-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-XK-COUNT
                   INDEXED BY WS-XK-IDX.
               10  WS-XK-KEY.
                   15  WS-XK-RUN-DATE      PIC 9(8).
                   15  WS-XK-SEQ-NO        PIC 9(6).
               10  WS-XK-FIELD-NAME        PIC X(30).
       01  WS-XK-FOUND-FLAG        PIC X VALUE "N".
           88  WS-XK-FOUND              VALUE "Y".
       01  WS-XK-LOOK-KEY.
           05  WS-XK-LOOK-RUN-DATE     PIC 9(8).
           05  WS-XK-LOOK-SEQ-NO       PIC 9(6).

      *    ONE ENTRY PER EVENT FOUND.  THE SORT KEY PUTS THEM IN
      *    TIME ORDER: DATE, THEN THE CYCLE STEP THAT PRODUCED
      *    THE EVENT (STAGE), THEN THE TIMESTAMP WHERE THE
      *    DATASET CARRIES ONE, THEN THE ORDER FOUND.
       01  WS-EV-COUNT             PIC 9(4) VALUE 0.
       01  WS-EVENT-TABLE.
           05  WS-EV-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-EV-COUNT
                   INDEXED BY WS-EV-IDX.
               10  WS-EV-SORT-KEY.
                   15  WS-EV-DATE          PIC 9(8).
                   15  WS-EV-STAGE         PIC 9(2).
                   15  WS-EV-TIMESTAMP     PIC X(26).
                   15  WS-EV-SEQ           PIC 9(4).
               10  WS-EV-STEP              PIC X(8).
               10  WS-EV-FIELD-NAME        PIC X(30).
               10  WS-EV-TEXT              PIC X(70).
       01  WS-EV-HOLD-ENTRY.
           05  WS-EV-HOLD-KEY          PIC X(40).
           05  WS-EV-HOLD-DATA         PIC X(108).
       01  WS-EV-SORT-I            PIC 9(4) VALUE 0.
       01  WS-EV-SORT-J            PIC 9(4) VALUE 0.

      *    THE EVENT BEING BUILT BY A SCAN PARAGRAPH, HANDED TO
      *    0800-ADD-EVENT.
       01  WS-NEW-EVENT.
           05  WS-NE-DATE              PIC 9(8).
           05  WS-NE-STAGE             PIC 9(2).
               88  WS-STAGE-ARRIVAL        VALUE 10.
               88  WS-STAGE-VALIDATION     VALUE 20.
               88  WS-STAGE-AUDIT          VALUE 30.
               88  WS-STAGE-EXTRACT        VALUE 40.
               88  WS-STAGE-ACK            VALUE 50.
               88  WS-STAGE-CORRECTION     VALUE 60.
               88  WS-STAGE-RECYCLE        VALUE 70.
               88  WS-STAGE-ASSEMBLY       VALUE 80.
               88  WS-STAGE-HOLD           VALUE 90.
           05  WS-NE-TIMESTAMP         PIC X(26).
           05  WS-NE-STEP              PIC X(8).
           05  WS-NE-FIELD-NAME        PIC X(30).
           05  WS-NE-TEXT              PIC X(70).

      *    WHICH OF THE TWO AUDIT SOURCES THE ROW CAME FROM.
       01  WS-AUDIT-STEP           PIC X(8) VALUE SPACE.
       01  WS-KEY-DATE-X           PIC X(8) VALUE SPACE.
       01  WS-KEY-SEQ-EDIT         PIC 9(6) VALUE 0.
       01  WS-FIELD-COUNT-EDIT     PIC ZZ9.
       01  WS-DETAIL-DATE-X        PIC X(8) VALUE SPACE.
       01  WS-DETAIL-TIME          PIC X(8) VALUE SPACE.

       01  WS-EVENTS-PRINTED       PIC 9(9) VALUE 0.
       01  WS-COUNT-EDIT           PIC ZZZZZZZZ9.
       01  WS-REPORT-LABEL         PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           IF WS-PARM-OK
               PERFORM 1000-SCAN-TRANIN
               PERFORM 2000-SCAN-VALIDOUT
               PERFORM 2100-SCAN-REJECT
               PERFORM 4000-SCAN-EXTRACT
               PERFORM 3000-SCAN-AUDIT
               PERFORM 3100-SCAN-ARCHIVE
               PERFORM 4100-SCAN-ACKS
               PERFORM 4200-SCAN-UNACKED
               PERFORM 5000-SCAN-CORRECTIONS
               PERFORM 6000-SCAN-RECYCLED
               PERFORM 6100-SCAN-CARRIED-FORWARD
               PERFORM 7000-SCAN-ASSEMBLED
               PERFORM 7100-SCAN-HELD-ROWS
               PERFORM 7200-SCAN-HOLD-STORE
               PERFORM 0850-SORT-EVENTS
               PERFORM 0900-TERMINATE
           END-IF
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT LINEAGE-PARM-FILE
           READ LINEAGE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LP-RECORD-ID TO WS-SEL-RECORD-ID
                   MOVE LP-FIELD-NAME TO WS-SEL-FIELD-NAME
                   MOVE LP-BATCH-ID TO WS-SEL-BATCH-ID
                   IF LP-CYCLE-DATE IS NUMERIC
                       MOVE LP-CYCLE-DATE TO WS-CYCLE-DATE
                   END-IF
           END-READ
           CLOSE LINEAGE-PARM-FILE
           IF WS-SEL-RECORD-ID = SPACE
      *        NOTHING TO TRACE -- A BLANK ID WOULD "MATCH" EVERY
      *        BLANK-KEYED ROW ON EVERY FILE AND PRINT NONSENSE.
               DISPLAY "ERROR: LINPARM RECORD ID MISSING -- "
                   "INQUIRY ABANDONED"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "Y" TO WS-PARM-OK-FLAG
               IF WS-CYCLE-DATE = 0
                   MOVE WS-RUN-DATE TO WS-CYCLE-DATE
               END-IF
               OPEN OUTPUT REPORT-FILE
               PERFORM 0110-WRITE-REPORT-HEADER
           END-IF.

       0110-WRITE-REPORT-HEADER.
           MOVE SPACE TO REPORT-RECORD
           STRING "RECORD LINEAGE INQUIRY - RUN DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               "  CYCLE DATE: " DELIMITED BY SIZE
               WS-CYCLE-DATE-X DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACE TO REPORT-RECORD
           STRING "RECORD ID: " DELIMITED BY SIZE
               WS-SEL-RECORD-ID DELIMITED BY SIZE
               "  FIELD: " DELIMITED BY SIZE
               WS-SEL-FIELD-NAME DELIMITED BY SIZE
               "  BATCH: " DELIMITED BY SIZE
               WS-SEL-BATCH-ID DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACE TO REPORT-RECORD
           STRING "  DATE     TIME      STEP      FIELD NAME"
               DELIMITED BY SIZE
               "                     EVENT" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       1000-SCAN-TRANIN.
      *    THE BATCH A ROW ARRIVED IN IS THE LAST *HDR* READ
      *    BEFORE IT.  CONTROL RECORDS THEMSELVES ARE NOT EVENTS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TRANS-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ TRANS-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TC-BATCH-HEADER
                               MOVE TC-BATCH-ID TO WS-CUR-BATCH-ID
                               MOVE TC-CREATE-TIMESTAMP
                                   TO WS-CUR-BATCH-TS
                           WHEN TC-BATCH-TRAILER
                               CONTINUE
                           WHEN TR-RECORD-ID = WS-SEL-RECORD-ID
                               PERFORM 1010-NOTE-ARRIVAL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE.

       1010-NOTE-ARRIVAL.
           IF WS-REC-SOURCE = SPACE
               MOVE TR-SOURCE-SYSTEM TO WS-REC-SOURCE
           END-IF
           IF WS-SEL-BATCH-ID = SPACE
               OR WS-CUR-BATCH-ID = WS-SEL-BATCH-ID
               MOVE WS-CYCLE-DATE TO WS-NE-DATE
               SET WS-STAGE-ARRIVAL TO TRUE
               MOVE SPACE TO WS-NE-TIMESTAMP
               MOVE "TRANIN" TO WS-NE-STEP
               MOVE TR-FIELD-NAME TO WS-NE-FIELD-NAME
               MOVE SPACE TO WS-NE-TEXT
               IF WS-CUR-BATCH-ID = SPACE
                   STRING "ARRIVED FROM " DELIMITED BY SIZE
                       TR-SOURCE-SYSTEM DELIMITED BY SIZE
                       " - NO *HDR* BATCH ON FILE" DELIMITED BY SIZE
                       INTO WS-NE-TEXT
                   END-STRING
               ELSE
                   STRING "ARRIVED FROM " DELIMITED BY SIZE
                       TR-SOURCE-SYSTEM DELIMITED BY SIZE
                       " IN BATCH " DELIMITED BY SIZE
                       WS-CUR-BATCH-ID DELIMITED BY SIZE
                       " CREATED " DELIMITED BY SIZE
                       WS-CUR-BATCH-TS (1:19) DELIMITED BY SIZE
                       INTO WS-NE-TEXT
                   END-STRING
               END-IF
               PERFORM 0800-ADD-EVENT
           END-IF.

       2000-SCAN-VALIDOUT.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT VALID-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ VALID-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF VO-RECORD-ID = WS-SEL-RECORD-ID
                           PERFORM 2010-NOTE-VALIDATED-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALID-FILE.

       2010-NOTE-VALIDATED-ROW.
           MOVE WS-CYCLE-DATE TO WS-NE-DATE
           SET WS-STAGE-VALIDATION TO TRUE
           MOVE SPACE TO WS-NE-TIMESTAMP
           MOVE "TRUNMAIN" TO WS-NE-STEP
           MOVE VO-FIELD-NAME TO WS-NE-FIELD-NAME
           EVALUATE TRUE
               WHEN VO-DISP-TRUNCATED
                   MOVE "TRUNCATED TO TARGET LENGTH, WRITTEN TO "
                       & "VALIDOUT" TO WS-NE-TEXT
               WHEN VO-DISP-PASS-THROUGH
                   MOVE "PASSED THROUGH OVERSIZED, WRITTEN TO "
                       & "VALIDOUT" TO WS-NE-TEXT
               WHEN OTHER
                   MOVE "PASSED CLEAN, WRITTEN TO VALIDOUT"
                       TO WS-NE-TEXT
           END-EVALUATE
           PERFORM 0800-ADD-EVENT.

       2100-SCAN-REJECT.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REJECT-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ REJECT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RJ-RECORD-ID = WS-SEL-RECORD-ID
                           IF WS-REC-SOURCE = SPACE
                               MOVE RJ-SOURCE-SYSTEM TO WS-REC-SOURCE
                           END-IF
                           MOVE WS-CYCLE-DATE TO WS-NE-DATE
                           SET WS-STAGE-VALIDATION TO TRUE
                           MOVE SPACE TO WS-NE-TIMESTAMP
                           MOVE "TRUNMAIN" TO WS-NE-STEP
                           MOVE RJ-FIELD-NAME TO WS-NE-FIELD-NAME
                           MOVE SPACE TO WS-NE-TEXT
                           STRING "REJECTED: " DELIMITED BY SIZE
                               RJ-REASON DELIMITED BY SIZE
                               INTO WS-NE-TEXT
                           END-STRING
                           PERFORM 0800-ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE.

       3000-SCAN-AUDIT.
      *    THE AUDIT FILE IS KEYED BY RUN DATE AND SEQUENCE, NOT
      *    BY RECORD, SO THE WHOLE FILE IS WALKED.  TRUNPRGE
      *    KEEPS IT TO THE RETENTION PERIOD, SO THIS STAYS FAST.
           MOVE "N" TO WS-EOF-FLAG
           MOVE "AUDIT" TO WS-AUDIT-STEP
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
                       MOVE AUDIT-RECORD TO WORK-AUDIT-RECORD
                       PERFORM 3010-TEST-AUDIT-ROW
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       3010-TEST-AUDIT-ROW.
           MOVE WA-RUN-DATE TO WS-XK-LOOK-RUN-DATE
           MOVE WA-SEQ-NO TO WS-XK-LOOK-SEQ-NO
           PERFORM 0810-FIND-EXTRACT-KEY
           IF (WA-RECORD-ID = WS-SEL-RECORD-ID OR WS-XK-FOUND)
               AND (WS-SEL-BATCH-ID = SPACE
                   OR WA-BATCH-ID = WS-SEL-BATCH-ID)
               PERFORM 3020-NOTE-AUDIT-ROW
           END-IF.

       3020-NOTE-AUDIT-ROW.
           MOVE WA-RUN-DATE TO WS-NE-DATE
           SET WS-STAGE-AUDIT TO TRUE
           MOVE WA-TIMESTAMP TO WS-NE-TIMESTAMP
           MOVE WS-AUDIT-STEP TO WS-NE-STEP
           MOVE WA-FIELD-NAME TO WS-NE-FIELD-NAME
           MOVE WA-RUN-DATE TO WS-KEY-DATE-X
           MOVE WA-SEQ-NO TO WS-KEY-SEQ-EDIT
           MOVE SPACE TO WS-NE-TEXT
           STRING "AUDIT KEY " DELIMITED BY SIZE
               WS-KEY-DATE-X DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-KEY-SEQ-EDIT DELIMITED BY SIZE
               " WRITTEN, BATCH " DELIMITED BY SIZE
               WA-BATCH-ID DELIMITED BY SIZE
               ", STATUS NOW " DELIMITED BY SIZE
               WA-STATUS DELIMITED BY SIZE
               INTO WS-NE-TEXT
           END-STRING
           PERFORM 0800-ADD-EVENT
           IF WA-MACHINE-CORRECTED
               SET WS-STAGE-CORRECTION TO TRUE
               MOVE "TRUNAFIX" TO WS-NE-STEP
               MOVE SPACE TO WS-NE-TEXT
               STRING "AUDIT ROW MARKED MACHINE-CORRECTED BY RULE "
                   DELIMITED BY SIZE
                   WA-FIX-RULE-ID DELIMITED BY SIZE
                   INTO WS-NE-TEXT
               END-STRING
               PERFORM 0800-ADD-EVENT
           END-IF.

       3100-SCAN-ARCHIVE.
      *    ARCHIVED ROWS ARE THE SAME EVENTS AGED OFF THE LIVE
      *    FILE; THEY ARE MARKED SO AS NOT TO BE MISTAKEN FOR A
      *    SECOND EXCEPTION.  AN ARCHIVE ROW RELOADED THROUGH
      *    TRUNARCQ MAY APPEAR ON BOTH.
           MOVE "N" TO WS-EOF-FLAG
           MOVE "ARCHIVE" TO WS-AUDIT-STEP
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ ARCHIVE-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF NOT AT-IS-TRAILER
                           PERFORM 3110-TEST-ARCHIVE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       3110-TEST-ARCHIVE-ROW.
           MOVE ARCHIVE-RECORD TO WORK-AUDIT-RECORD
           MOVE WA-RUN-DATE TO WS-XK-LOOK-RUN-DATE
           MOVE WA-SEQ-NO TO WS-XK-LOOK-SEQ-NO
           PERFORM 0810-FIND-EXTRACT-KEY
           IF (WA-RECORD-ID = WS-SEL-RECORD-ID
                   OR WS-XK-FOUND)
               AND (WS-SEL-BATCH-ID = SPACE
                   OR WA-BATCH-ID = WS-SEL-BATCH-ID)
               PERFORM 3020-NOTE-AUDIT-ROW
           END-IF.

       4000-SCAN-EXTRACT.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT EXTRACT-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ EXTRACT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF EX-RECORD-ID = WS-SEL-RECORD-ID
                           PERFORM 4010-NOTE-EXTRACT-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE.

       4010-NOTE-EXTRACT-ROW.
           IF WS-XK-COUNT < 500
               ADD 1 TO WS-XK-COUNT
               MOVE EX-AUDIT-KEY TO WS-XK-KEY (WS-XK-COUNT)
               MOVE EX-FIELD-NAME TO WS-XK-FIELD-NAME (WS-XK-COUNT)
           ELSE
               DISPLAY "ERROR: MORE THAN 500 EXTRACT ROWS FOR "
                   "RECORD " WS-SEL-RECORD-ID " -- INQUIRY ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CYCLE-DATE TO WS-NE-DATE
           SET WS-STAGE-EXTRACT TO TRUE
           MOVE SPACE TO WS-NE-TIMESTAMP
           MOVE "EXTRACT" TO WS-NE-STEP
           MOVE EX-FIELD-NAME TO WS-NE-FIELD-NAME
           MOVE EX-RUN-DATE TO WS-KEY-DATE-X
           MOVE EX-SEQ-NO TO WS-KEY-SEQ-EDIT
           MOVE SPACE TO WS-NE-TEXT
           STRING "SENT TO " DELIMITED BY SIZE
               EX-SOURCE-SYSTEM DELIMITED BY SIZE
               " UNDER AUDIT KEY " DELIMITED BY SIZE
               WS-KEY-DATE-X DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-KEY-SEQ-EDIT DELIMITED BY SIZE
               ", DISPOSITION " DELIMITED BY SIZE
               EX-DISPOSITION DELIMITED BY SIZE
               INTO WS-NE-TEXT
           END-STRING
           PERFORM 0800-ADD-EVENT.

       4100-SCAN-ACKS.
      *    THE ACK CARRIES ONLY THE AUDIT KEY, SO IT IS TIED TO
      *    THE RECORD THROUGH THE EXTRACT ROWS FOUND ABOVE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ACK-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ ACK-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE AK-AUDIT-KEY TO WS-XK-LOOK-KEY
                       PERFORM 0810-FIND-EXTRACT-KEY
                       IF WS-XK-FOUND
                           PERFORM 4110-NOTE-ACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACK-FILE.

       4110-NOTE-ACK.
           MOVE WS-CYCLE-DATE TO WS-NE-DATE
           SET WS-STAGE-ACK TO TRUE
           MOVE SPACE TO WS-NE-TIMESTAMP
           MOVE "TRUNACKM" TO WS-NE-STEP
           MOVE WS-XK-FIELD-NAME (WS-XK-IDX) TO WS-NE-FIELD-NAME
           MOVE AK-RUN-DATE TO WS-KEY-DATE-X
           MOVE AK-SEQ-NO TO WS-KEY-SEQ-EDIT
           MOVE SPACE TO WS-NE-TEXT
           EVALUATE TRUE
               WHEN AK-ACK-REJECTED
                   STRING "ACK: LOAD REFUSED UPSTREAM, AUDIT KEY "
                       DELIMITED BY SIZE
                       WS-KEY-DATE-X DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-KEY-SEQ-EDIT DELIMITED BY SIZE
                       INTO WS-NE-TEXT
                   END-STRING
               WHEN OTHER
                   STRING "ACK: LOADED UPSTREAM (STATUS "
                       DELIMITED BY SIZE
                       AK-ACK-STATUS DELIMITED BY SIZE
                       "), AUDIT KEY " DELIMITED BY SIZE
                       WS-KEY-DATE-X DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-KEY-SEQ-EDIT DELIMITED BY SIZE
                       INTO WS-NE-TEXT
                   END-STRING
           END-EVALUATE
           PERFORM 0800-ADD-EVENT.

       4200-SCAN-UNACKED.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT UNACKED-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ UNACKED-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF UX-RECORD-ID = WS-SEL-RECORD-ID
                           MOVE WS-CYCLE-DATE TO WS-NE-DATE
                           SET WS-STAGE-ACK TO TRUE
                           MOVE SPACE TO WS-NE-TIMESTAMP
                           MOVE "TRUNACKM" TO WS-NE-STEP
                           MOVE UX-FIELD-NAME TO WS-NE-FIELD-NAME
                           MOVE UX-RUN-DATE TO WS-KEY-DATE-X
                           MOVE UX-SEQ-NO TO WS-KEY-SEQ-EDIT
                           MOVE SPACE TO WS-NE-TEXT
                           STRING "NOT ACKNOWLEDGED - QUEUED FOR "
                               DELIMITED BY SIZE
                               "RESEND, AUDIT KEY " DELIMITED BY SIZE
                               WS-KEY-DATE-X DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               WS-KEY-SEQ-EDIT DELIMITED BY SIZE
                               INTO WS-NE-TEXT
                           END-STRING
                           PERFORM 0800-ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNACKED-FILE.

       5000-SCAN-CORRECTIONS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CORRECTION-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ CORRECTION-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CR-RECORD-ID = WS-SEL-RECORD-ID
                           MOVE WS-CYCLE-DATE TO WS-NE-DATE
                           SET WS-STAGE-CORRECTION TO TRUE
                           MOVE SPACE TO WS-NE-TIMESTAMP
                           MOVE "TRUNCORR" TO WS-NE-STEP
                           MOVE CR-FIELD-NAME TO WS-NE-FIELD-NAME
                           MOVE SPACE TO WS-NE-TEXT
                           PERFORM 5010-MASK-CORRECTED-VALUE
                           IF CR-FIX-RULE-ID NOT = SPACE
                               MOVE "TRUNAFIX" TO WS-NE-STEP
                               STRING "MACHINE CORRECTION BY RULE "
                                   DELIMITED BY SIZE
                                   CR-FIX-RULE-ID DELIMITED BY SPACE
                                   ": " DELIMITED BY SIZE
                                   WS-SHOWN-VALUE DELIMITED BY SIZE
                                   INTO WS-NE-TEXT
                               END-STRING
                           ELSE
                               STRING "CORRECTION KEYED: "
                                   DELIMITED BY SIZE
                                   WS-SHOWN-VALUE DELIMITED BY SIZE
                                   INTO WS-NE-TEXT
                               END-STRING
                           END-IF
                           PERFORM 0800-ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORRECTION-FILE.

       5010-MASK-CORRECTED-VALUE.
      *    A CORRECTION CARRIES THE VALUE IN CLEAR, SO IT IS SHOWN
      *    HERE THE WAY TRUNRCYC AND THE AUDIT TRAIL SHOW IT.
           PERFORM 5020-LOOKUP-SENSITIVITY
           EVALUATE TRUE
               WHEN NOT WS-FC-ROWS-READ
                   MOVE "(VALUE MASKED)" TO WS-SHOWN-VALUE
               WHEN WS-FC-FEED-FOUND
                   MOVE WS-FC-FEED-CLASS TO MK-SENSITIVITY
               WHEN WS-FC-DEFAULT-FOUND AND WS-REC-SOURCE NOT = SPACE
                   MOVE WS-FC-DEFAULT-CLASS TO MK-SENSITIVITY
               WHEN OTHER
                   MOVE WS-FC-STRICT-CLASS TO MK-SENSITIVITY
           END-EVALUATE
           IF WS-FC-ROWS-READ
               MOVE CR-FIELD-VALUE TO MK-VALUE-IN
               CALL "MSKVAL01" USING MK-MSKVAL-PARM
               MOVE MK-VALUE-OUT TO WS-SHOWN-VALUE
           END-IF.

       5020-LOOKUP-SENSITIVITY.
      *    FLDCTL IS READ AFRESH FOR EACH CORRECTION; AN INQUIRY
      *    TRACES ONE RECORD, SO THERE ARE ONLY EVER A FEW.
           MOVE "N" TO WS-FC-EOF-FLAG
           MOVE "N" TO WS-FC-ROWS-FLAG
           MOVE "N" TO WS-FC-FEED-FLAG
           MOVE "N" TO WS-FC-DEFAULT-FLAG
           MOVE "N" TO WS-FC-FEED-CLASS
           MOVE "N" TO WS-FC-DEFAULT-CLASS
           MOVE "N" TO WS-FC-STRICT-CLASS
           OPEN INPUT FIELD-CTL-FILE
           PERFORM UNTIL WS-FC-END-OF-FILE
               READ FIELD-CTL-FILE
                   AT END
                       SET WS-FC-END-OF-FILE TO TRUE
                   NOT AT END
                       SET WS-FC-ROWS-READ TO TRUE
                       PERFORM 5030-CHECK-ROW-IN-EFFECT
                       IF NOT FC-INACTIVE
                           AND WS-ROW-IN-EFFECT
                           AND FC-FIELD-NAME = CR-FIELD-NAME
                           PERFORM 5040-NOTE-CONTROL-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIELD-CTL-FILE.

       5030-CHECK-ROW-IN-EFFECT.
           IF FC-EFF-FROM-DATE IS NUMERIC
               MOVE FC-EFF-FROM-DATE TO WS-FC-EFF-FROM
           ELSE
               MOVE 0 TO WS-FC-EFF-FROM
           END-IF
           IF FC-EFF-TO-DATE IS NUMERIC
               MOVE FC-EFF-TO-DATE TO WS-FC-EFF-TO
           ELSE
               MOVE 0 TO WS-FC-EFF-TO
           END-IF
           IF (WS-FC-EFF-FROM = 0
                   OR WS-FC-EFF-FROM NOT > WS-CYCLE-DATE)
               AND (WS-FC-EFF-TO = 0
                   OR WS-FC-EFF-TO NOT < WS-CYCLE-DATE)
               MOVE "Y" TO WS-ROW-EFF-FLAG
           ELSE
               MOVE "N" TO WS-ROW-EFF-FLAG
           END-IF.

       5040-NOTE-CONTROL-ROW.
           EVALUATE TRUE
               WHEN FC-SOURCE-SYSTEM = SPACE
                   SET WS-FC-DEFAULT-FOUND TO TRUE
                   MOVE FC-SENSITIVITY TO WS-FC-DEFAULT-CLASS
               WHEN FC-SOURCE-SYSTEM = WS-REC-SOURCE
                   SET WS-FC-FEED-FOUND TO TRUE
                   MOVE FC-SENSITIVITY TO WS-FC-FEED-CLASS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF FC-SENSITIVITY NOT = "N" AND FC-SENSITIVITY NOT = SPACE
               MOVE "F" TO WS-FC-STRICT-CLASS
           END-IF.

       6000-SCAN-RECYCLED.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RECYCLE-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ RECYCLE-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RY-RECORD-ID = WS-SEL-RECORD-ID
                           MOVE WS-CYCLE-DATE TO WS-NE-DATE
                           SET WS-STAGE-RECYCLE TO TRUE
                           MOVE SPACE TO WS-NE-TIMESTAMP
                           MOVE "TRUNRCYC" TO WS-NE-STEP
                           MOVE RY-FIELD-NAME TO WS-NE-FIELD-NAME
                           MOVE "CORRECTION PASSED - RECYCLED TO "
                               & "RECYCOUT, AUDIT CLOSED"
                               TO WS-NE-TEXT
                           PERFORM 0800-ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECYCLE-FILE.

       6100-SCAN-CARRIED-FORWARD.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CARRY-FWD-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ CARRY-FWD-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RO-RECORD-ID = WS-SEL-RECORD-ID
                           MOVE WS-CYCLE-DATE TO WS-NE-DATE
                           SET WS-STAGE-RECYCLE TO TRUE
                           MOVE SPACE TO WS-NE-TIMESTAMP
                           MOVE "TRUNRCYC" TO WS-NE-STEP
                           MOVE RO-FIELD-NAME TO WS-NE-FIELD-NAME
                           MOVE SPACE TO WS-NE-TEXT
                           STRING "CARRIED FORWARD ON REJOUT: "
                               DELIMITED BY SIZE
                               RO-REASON DELIMITED BY SIZE
                               INTO WS-NE-TEXT
                           END-STRING
                           PERFORM 0800-ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARRY-FWD-FILE.

       7000-SCAN-ASSEMBLED.
      *    A RECORD-LEVEL EVENT: IT CARRIES NO FIELD NAME, SO A
      *    FIELD-NARROWED TRACE STILL SHOWS WHERE THE RECORD
      *    LANDED.  ASMOUT IS APPENDED TO BY TRUNHOLD AS WELL AS
      *    WRITTEN BY TRUNASMB, SO A RECORD RELEASED FROM HOLD
      *    SHOWS HERE TOO.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ASSEMBLED-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ ASSEMBLED-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AS-RECORD-ID = WS-SEL-RECORD-ID
                           MOVE WS-CYCLE-DATE TO WS-NE-DATE
                           SET WS-STAGE-ASSEMBLY TO TRUE
                           MOVE SPACE TO WS-NE-TIMESTAMP
                           MOVE "TRUNASMB" TO WS-NE-STEP
                           MOVE SPACE TO WS-NE-FIELD-NAME
                           MOVE AS-FIELD-COUNT TO WS-FIELD-COUNT-EDIT
                           MOVE SPACE TO WS-NE-TEXT
                           STRING "ASSEMBLED COMPLETE TO ASMOUT WITH"
                               DELIMITED BY SIZE
                               WS-FIELD-COUNT-EDIT DELIMITED BY SIZE
                               " FIELDS" DELIMITED BY SIZE
                               INTO WS-NE-TEXT
                           END-STRING
                           PERFORM 0800-ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSEMBLED-FILE.

       7100-SCAN-HELD-ROWS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT HELD-ROW-FILE
           PERFORM UNTIL WS-END-OF-FILE
               READ HELD-ROW-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF HR-RECORD-ID = WS-SEL-RECORD-ID
                           MOVE WS-CYCLE-DATE TO WS-NE-DATE
                           SET WS-STAGE-ASSEMBLY TO TRUE
                           MOVE SPACE TO WS-NE-TIMESTAMP
                           MOVE "TRUNASMB" TO WS-NE-STEP
                           MOVE HR-FIELD-NAME TO WS-NE-FIELD-NAME
                           MOVE "RECORD INCOMPLETE - ROW DIVERTED TO "
                               & "ASMHOLD" TO WS-NE-TEXT
                           PERFORM 0800-ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HELD-ROW-FILE.

       7200-SCAN-HOLD-STORE.
      *    THE HOLD STORE IS KEYED BY RECORD ID FIRST, SO THE
      *    RECORD'S ROWS ARE READ DIRECTLY FROM THE LOWEST KEY
      *    FOR THE ID UNTIL THE ID CHANGES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT HOLD-STORE-FILE
           MOVE WS-SEL-RECORD-ID TO HS-RECORD-ID
           MOVE LOW-VALUES TO HS-FIELD-NAME
           START HOLD-STORE-FILE KEY IS NOT < HS-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ HOLD-STORE-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF HS-RECORD-ID NOT = WS-SEL-RECORD-ID
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           PERFORM 7210-NOTE-HOLD-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-STORE-FILE.

       7210-NOTE-HOLD-ROW.
           IF HS-FIRST-HELD-DATE IS NUMERIC
               MOVE HS-FIRST-HELD-DATE TO WS-NE-DATE
           ELSE
               MOVE WS-CYCLE-DATE TO WS-NE-DATE
           END-IF
           SET WS-STAGE-HOLD TO TRUE
           MOVE SPACE TO WS-NE-TIMESTAMP
           MOVE "TRUNHOLD" TO WS-NE-STEP
           MOVE HS-FIELD-NAME TO WS-NE-FIELD-NAME
           MOVE HS-LAST-MERGED-DATE TO WS-KEY-DATE-X
           MOVE SPACE TO WS-NE-TEXT
           STRING "STILL ON HOLD STORE, FIRST HELD THIS DATE, "
               DELIMITED BY SIZE
               "LAST MERGED " DELIMITED BY SIZE
               WS-KEY-DATE-X DELIMITED BY SIZE
               INTO WS-NE-TEXT
           END-STRING
           PERFORM 0800-ADD-EVENT.

       0800-ADD-EVENT.
      *    A FIELD-NARROWED INQUIRY KEEPS THE NAMED FIELD'S
      *    EVENTS AND THE RECORD-LEVEL ONES (BLANK FIELD NAME).
           IF WS-SEL-FIELD-NAME = SPACE
               OR WS-NE-FIELD-NAME = SPACE
               OR WS-NE-FIELD-NAME = WS-SEL-FIELD-NAME
               IF WS-EV-COUNT < 2000
                   ADD 1 TO WS-EV-COUNT
                   MOVE WS-NE-DATE TO WS-EV-DATE (WS-EV-COUNT)
                   MOVE WS-NE-STAGE TO WS-EV-STAGE (WS-EV-COUNT)
                   MOVE WS-NE-TIMESTAMP
                       TO WS-EV-TIMESTAMP (WS-EV-COUNT)
                   MOVE WS-EV-COUNT TO WS-EV-SEQ (WS-EV-COUNT)
                   MOVE WS-NE-STEP TO WS-EV-STEP (WS-EV-COUNT)
                   MOVE WS-NE-FIELD-NAME
                       TO WS-EV-FIELD-NAME (WS-EV-COUNT)
                   MOVE WS-NE-TEXT TO WS-EV-TEXT (WS-EV-COUNT)
               ELSE
                   DISPLAY "ERROR: MORE THAN 2000 EVENTS FOR RECORD "
                       WS-SEL-RECORD-ID " -- INQUIRY ABANDONED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0810-FIND-EXTRACT-KEY.
           MOVE "N" TO WS-XK-FOUND-FLAG
           IF WS-XK-COUNT > 0
               SET WS-XK-IDX TO 1
               SEARCH WS-XK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-XK-KEY (WS-XK-IDX) = WS-XK-LOOK-KEY
                       MOVE "Y" TO WS-XK-FOUND-FLAG
               END-SEARCH
           END-IF.

       0850-SORT-EVENTS.
      *    STRAIGHT INSERTION SORT ON THE EVENT SORT KEY, THE
      *    SAME WAY THE FLDCTL LOADERS ORDER THEIR TABLES.  THE
      *    ORDER-FOUND TIEBREAK KEEPS IT STABLE.
           PERFORM VARYING WS-EV-SORT-I FROM 2 BY 1
                   UNTIL WS-EV-SORT-I > WS-EV-COUNT
               MOVE WS-EV-ENTRY (WS-EV-SORT-I) TO WS-EV-HOLD-ENTRY
               COMPUTE WS-EV-SORT-J = WS-EV-SORT-I - 1
               PERFORM UNTIL WS-EV-SORT-J = 0
                       OR WS-EV-SORT-KEY (WS-EV-SORT-J)
                           NOT > WS-EV-HOLD-KEY
                   MOVE WS-EV-ENTRY (WS-EV-SORT-J)
                       TO WS-EV-ENTRY (WS-EV-SORT-J + 1)
                   SUBTRACT 1 FROM WS-EV-SORT-J
               END-PERFORM
               MOVE WS-EV-HOLD-ENTRY
                   TO WS-EV-ENTRY (WS-EV-SORT-J + 1)
           END-PERFORM.

       0900-TERMINATE.
           IF WS-EV-COUNT > 0
               PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                       UNTIL WS-EV-IDX > WS-EV-COUNT
                   PERFORM 0920-WRITE-EVENT-LINE
               END-PERFORM
           ELSE
               MOVE SPACE TO REPORT-RECORD
               STRING "  NO EVENTS FOUND FOR RECORD "
                   DELIMITED BY SIZE
                   WS-SEL-RECORD-ID DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "EVENTS PRINTED:" TO WS-REPORT-LABEL
           MOVE WS-EVENTS-PRINTED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           CLOSE REPORT-FILE.

       0910-WRITE-COUNT-LINE.
           MOVE SPACE TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-REPORT-LABEL DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       0920-WRITE-EVENT-LINE.
      *    THE TIME COLUMN IS THE HH.MI.SS OF THE EVENT'S OWN
      *    TIMESTAMP, BLANK FOR DATASETS THAT ONLY CARRY THE
      *    CYCLE THEY BELONG TO.
           MOVE WS-EV-DATE (WS-EV-IDX) TO WS-DETAIL-DATE-X
           MOVE WS-EV-TIMESTAMP (WS-EV-IDX) (12:8) TO WS-DETAIL-TIME
           MOVE SPACE TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-DETAIL-DATE-X DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DETAIL-TIME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EV-STEP (WS-EV-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EV-FIELD-NAME (WS-EV-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EV-TEXT (WS-EV-IDX) DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           ADD 1 TO WS-EVENTS-PRINTED.
