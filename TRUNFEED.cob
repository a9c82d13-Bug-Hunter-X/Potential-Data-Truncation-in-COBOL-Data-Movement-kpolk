       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNFEED.
       AUTHOR. DATA-QUALITY-TEAM.
      *REMARKS. EXPECTED-FEED ARRIVAL MONITOR.  BATCHREG ONLY
      *    KNOWS ABOUT BATCHES THAT ARRIVED, SO A FEED THAT NEVER
      *    SHOWS UP LEAVES EVERY STEP OF THE NIGHT RUNNING CLEAN
      *    ON AN EMPTY FILE.  THIS STEP READS THE FEEDCAL ARRIVAL
      *    CALENDAR -- EACH SOURCE SYSTEM'S EXPECTED DAYS,
      *    HOLIDAYS, LATEST ACCEPTABLE ARRIVAL TIME AND NORMAL
      *    RECORD-COUNT RANGE -- AND COMPARES IT WITH THE BATCHES
      *    REGISTERED ON BATCHREG FOR THE CYCLE: THEIR SOURCE,
      *    THE TIME THE CYCLE READ THEIR HEADER, AND THE
      *    TC-EXPECTED-COUNT OF THEIR TRAILER.  EACH FEED IS
      *    REPORTED ON FEEDRPT AS ON TIME, LATE, MISSING, NOT YET
      *    DUE OR NOT DUE, WITH ITS VOLUME FLAGGED WHEN IT FALLS
      *    OUTSIDE THE NORMAL RANGE; BATCHES FROM A SOURCE THE
      *    CALENDAR DOES NOT LIST ARE LISTED TOO.  ONLY BALANCED
      *    BATCHES ARE REGISTERED, SO A FEED WHOSE ONLY BATCH
      *    FAILED RECONCILIATION SHOWS AS MISSING -- IT HAS NOT
      *    ARRIVED IN ANY USABLE FORM.
      *    RETURN CODE 8 MEANS A DUE FEED IS MISSING PAST ITS
      *    DEADLINE -- THE CODE THE SCHEDULER PAGES ON; 4 MEANS A
      *    FEED WAS LATE, OUT OF ITS VOLUME RANGE, OR NOT ON THE
      *    CALENDAR; 16 MEANS THE CALENDAR ITSELF IS UNUSABLE.
      *    THE CYCLE DATE IS CYCPARM'S, ELSE TODAY, AS FOR THE
      *    REST OF THE NIGHT.  THE STEP ONLY READS, AND MAY BE
      *    RUN AS OFTEN AS WANTED THROUGH THE NIGHT, SO IT DOES
      *    NOT CHECK IN WITH THE CYCCTL RUN-CONTROL FILE; A FEED
      *    WHOSE DEADLINE HAS NOT YET PASSED IS NOT YET MISSING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FEED-CAL-FILE ASSIGN TO "FEEDCAL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BATCH-REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CYCLE-PARM-FILE ASSIGN TO "CYCPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "FEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-CAL-FILE.
       COPY FEEDCAL.

       FD  BATCH-REG-FILE.
       COPY BATREG.

       FD  CYCLE-PARM-FILE.
       COPY CYCPARM.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CAL-EOF-FLAG         PIC X VALUE "N".
           88  WS-CAL-END-OF-FILE      VALUE "Y".
       01  WS-BR-EOF-FLAG          PIC X VALUE "N".
           88  WS-BR-END-OF-FILE       VALUE "Y".
       01  WS-CAL-OK-FLAG          PIC X VALUE "Y".
           88  WS-CAL-OK               VALUE "Y".
       01  WS-CYCLE-DATE           PIC 9(8) VALUE 0.
       01  WS-CYCLE-DATE-X REDEFINES WS-CYCLE-DATE PIC X(8).
       01  WS-CYCLE-INTEGER        PIC 9(8) VALUE 0.
       01  WS-DUE-DATE             PIC 9(8) VALUE 0.
       01  WS-DAY-OF-WEEK          PIC 9 VALUE 0.
       01  WS-DAY-NAME-VALUES.
           05  FILLER              PIC X(9) VALUE "MONDAY".
           05  FILLER              PIC X(9) VALUE "TUESDAY".
           05  FILLER              PIC X(9) VALUE "WEDNESDAY".
           05  FILLER              PIC X(9) VALUE "THURSDAY".
           05  FILLER              PIC X(9) VALUE "FRIDAY".
           05  FILLER              PIC X(9) VALUE "SATURDAY".
           05  FILLER              PIC X(9) VALUE "SUNDAY".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME             PIC X(9) OCCURS 7 TIMES.

      *    YYYYMMDDHHMM STAMPS, SO ARRIVALS, DEADLINES AND THE
      *    TIME OF THIS RUN COMPARE AS PLAIN NUMBERS.
       01  WS-NOW-STAMP            PIC 9(12) VALUE 0.
       01  WS-ARRIVAL-TEXT         PIC X(12).
       01  WS-ARRIVAL-STAMP REDEFINES WS-ARRIVAL-TEXT PIC 9(12).
       01  WS-STAMP-EDIT           PIC X(13).
       01  WS-STAMP-WORK           PIC 9(12).
       01  WS-STAMP-WORK-X REDEFINES WS-STAMP-WORK PIC X(12).

      *    ONE ENTRY PER FEED ROW ON THE CALENDAR, WITH WHAT
      *    BATCHREG SHOWS ARRIVED FOR IT THIS CYCLE.
       01  WS-FD-COUNT             PIC 9(3) VALUE 0.
       01  WS-FD-TABLE.
           05  WS-FD-ENTRY OCCURS 200 TIMES.
               10  WS-FD-SOURCE            PIC X(8).
               10  WS-FD-DAYS              PIC X(7).
               10  WS-FD-LATEST            PIC 9(4).
               10  WS-FD-ARRIVAL-DAY       PIC 9.
               10  WS-FD-MIN               PIC 9(9).
               10  WS-FD-MAX               PIC 9(9).
               10  WS-FD-DUE-FLAG          PIC X.
                   88  WS-FD-DUE               VALUE "Y".
               10  WS-FD-HOLIDAY-FLAG      PIC X.
                   88  WS-FD-ON-HOLIDAY        VALUE "Y".
               10  WS-FD-DEADLINE          PIC 9(12).
               10  WS-FD-BATCHES           PIC 9(3).
               10  WS-FD-RECORDS           PIC 9(9).
               10  WS-FD-FIRST-ARRIVAL     PIC 9(12).
       01  WS-FD-SUB               PIC 9(3) VALUE 0.
       01  WS-FD-FOUND-FLAG        PIC X VALUE "N".
           88  WS-FD-FOUND             VALUE "Y".
       01  WS-DAY-FLAG-COUNT       PIC 9 VALUE 0.

       01  WS-HL-COUNT             PIC 9(3) VALUE 0.
       01  WS-HL-TABLE.
           05  WS-HL-ENTRY OCCURS 500 TIMES.
               10  WS-HL-SOURCE            PIC X(8).
               10  WS-HL-DATE              PIC 9(8).
       01  WS-HL-SUB               PIC 9(3) VALUE 0.

      *    BATCHES FROM A SOURCE THE CALENDAR DOES NOT LIST.
       01  WS-UN-COUNT             PIC 9(3) VALUE 0.
       01  WS-UN-TABLE.
           05  WS-UN-ENTRY OCCURS 100 TIMES.
               10  WS-UN-SOURCE            PIC X(8).
               10  WS-UN-BATCH-ID          PIC X(8).
               10  WS-UN-RECORDS           PIC 9(9).
       01  WS-UN-OVERFLOW          PIC 9(9) VALUE 0.
       01  WS-UN-SUB               PIC 9(3) VALUE 0.

       01  WS-BATCH-RECORDS        PIC 9(9) VALUE 0.
       01  WS-STATUS-TEXT          PIC X(13).
       01  WS-VOLUME-TEXT          PIC X(4).
       01  WS-BATCH-EDIT           PIC ZZ9.
       01  WS-RECORDS-EDIT         PIC ZZZZZZZZ9.
       01  WS-MIN-EDIT             PIC ZZZZZZZZ9.
       01  WS-MAX-TEXT             PIC X(9).
       01  WS-MAX-EDIT             PIC ZZZZZZZZ9.
       01  WS-FIRST-TEXT           PIC X(13).

       01  WS-FEEDS-DUE            PIC 9(9) VALUE 0.
       01  WS-FEEDS-ON-TIME        PIC 9(9) VALUE 0.
       01  WS-FEEDS-MISSING        PIC 9(9) VALUE 0.
       01  WS-FEEDS-PENDING        PIC 9(9) VALUE 0.
       01  WS-FEEDS-LATE           PIC 9(9) VALUE 0.
       01  WS-FEEDS-OUT-OF-RANGE   PIC 9(9) VALUE 0.
       01  WS-COUNT-EDIT           PIC ZZZZZZZZ9.
       01  WS-REPORT-LABEL         PIC X(40).

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

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           IF WS-CAL-OK
               PERFORM 0200-MATCH-REGISTERED-BATCH
                   UNTIL WS-BR-END-OF-FILE
               PERFORM 0900-TERMINATE
           END-IF
           STOP RUN.

       0100-INITIALIZE.
           PERFORM 0105-RESOLVE-CYCLE-DATE
           PERFORM 0930-BUILD-TIMESTAMP
           COMPUTE WS-NOW-STAMP = WS-CURRENT-DATE * 10000
               + WS-CT-HH * 100 + WS-CT-MI
           COMPUTE WS-CYCLE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
           IF WS-CYCLE-INTEGER = 0
               DISPLAY "ERROR: CYCLE DATE " WS-CYCLE-DATE-X
                   " IS NOT A VALID DATE -- MONITOR ABANDONED"
               MOVE "N" TO WS-CAL-OK-FLAG
               MOVE 16 TO RETURN-CODE
           ELSE
      *        DAY 1 OF THE INTEGER CALENDAR, 1 JANUARY 1601, WAS
      *        A MONDAY.
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-CYCLE-INTEGER - 1, 7) + 1
               PERFORM 0110-LOAD-FEED-CALENDAR
               IF WS-CAL-OK
                   PERFORM 0130-SET-FEED-DEADLINES
                   OPEN INPUT BATCH-REG-FILE
                   OPEN OUTPUT REPORT-FILE
                   PERFORM 0150-WRITE-REPORT-HEADER
               ELSE
                   DISPLAY "ERROR: FEEDCAL ARRIVAL CALENDAR IS NOT "
                       "USABLE -- MONITOR ABANDONED"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       0105-RESOLVE-CYCLE-DATE.
      *    THE SAME RULE CYCCHK01 APPLIES FOR THE STEPS IT
      *    CONTROLS, SO THE MONITOR WATCHES THE NIGHT THEY RUN.
           ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           OPEN INPUT CYCLE-PARM-FILE
           READ CYCLE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CP-CYCLE-DATE IS NUMERIC
                       AND CP-CYCLE-DATE NOT = 0
                       MOVE CP-CYCLE-DATE TO WS-CYCLE-DATE
                   END-IF
           END-READ
           CLOSE CYCLE-PARM-FILE.

       0110-LOAD-FEED-CALENDAR.
      *    A CALENDAR THE MONITOR CANNOT TRUST WOULD HIDE THE
      *    VERY FEED IT EXISTS TO CATCH, SO ANY FAULTY ROW FAILS
      *    THE RUN -- EVERY FAULT IS LISTED FIRST.
           OPEN INPUT FEED-CAL-FILE
           PERFORM UNTIL WS-CAL-END-OF-FILE
               READ FEED-CAL-FILE
                   AT END
                       SET WS-CAL-END-OF-FILE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN FE-FEED-ROW
                               PERFORM 0115-LOAD-FEED-ROW
                           WHEN FE-HOLIDAY-ROW
                               PERFORM 0120-LOAD-HOLIDAY-ROW
                           WHEN OTHER
                               DISPLAY "ERROR: FEEDCAL ROW FOR '"
                                   FE-SOURCE-SYSTEM "' HAS ROW TYPE '"
                                   FE-ROW-TYPE "' -- MUST BE F OR H"
                               MOVE "N" TO WS-CAL-OK-FLAG
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FEED-CAL-FILE
           IF WS-FD-COUNT = 0
               DISPLAY "ERROR: FEEDCAL LISTS NO FEEDS"
               MOVE "N" TO WS-CAL-OK-FLAG
           END-IF.

       0115-LOAD-FEED-ROW.
           MOVE "N" TO WS-FD-FOUND-FLAG
           MOVE 0 TO WS-DAY-FLAG-COUNT
           INSPECT FE-EXPECTED-DAYS TALLYING WS-DAY-FLAG-COUNT
               FOR ALL "Y" ALL "N"
           PERFORM VARYING WS-FD-SUB FROM 1 BY 1
                   UNTIL WS-FD-SUB > WS-FD-COUNT
               IF WS-FD-SOURCE (WS-FD-SUB) = FE-SOURCE-SYSTEM
                   SET WS-FD-FOUND TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN FE-SOURCE-SYSTEM = SPACE
                   DISPLAY "ERROR: FEEDCAL FEED ROW HAS NO SOURCE"
                   MOVE "N" TO WS-CAL-OK-FLAG
               WHEN WS-FD-FOUND
                   DISPLAY "ERROR: FEEDCAL LISTS FEED '"
                       FE-SOURCE-SYSTEM "' TWICE"
                   MOVE "N" TO WS-CAL-OK-FLAG
      *        A DAY FLAG THAT IS NEITHER Y NOR N WOULD QUIETLY
      *        READ AS "NOT DUE" AND HIDE A MISSING FEED.
               WHEN WS-DAY-FLAG-COUNT NOT = 7
                   DISPLAY "ERROR: FEEDCAL FEED '" FE-SOURCE-SYSTEM
                       "' EXPECTED DAYS MUST BE SEVEN Y OR N FLAGS"
                   MOVE "N" TO WS-CAL-OK-FLAG
               WHEN FE-LATEST-ARRIVAL NOT NUMERIC
                   OR FE-LATEST-ARRIVAL (1:2) > "23"
                   OR FE-LATEST-ARRIVAL (3:2) > "59"
                   DISPLAY "ERROR: FEEDCAL FEED '" FE-SOURCE-SYSTEM
                       "' LATEST ARRIVAL MUST BE A TIME HHMM"
                   MOVE "N" TO WS-CAL-OK-FLAG
               WHEN FE-ARRIVAL-DAY NOT NUMERIC
                   OR FE-ARRIVAL-DAY > 1
                   DISPLAY "ERROR: FEEDCAL FEED '" FE-SOURCE-SYSTEM
                       "' ARRIVAL DAY MUST BE 0 OR 1"
                   MOVE "N" TO WS-CAL-OK-FLAG
               WHEN FE-MIN-COUNT NOT NUMERIC
                   OR FE-MAX-COUNT NOT NUMERIC
                   OR (FE-MAX-COUNT > 0
                       AND FE-MAX-COUNT < FE-MIN-COUNT)
                   DISPLAY "ERROR: FEEDCAL FEED '" FE-SOURCE-SYSTEM
                       "' RECORD-COUNT RANGE IS NOT VALID"
                   MOVE "N" TO WS-CAL-OK-FLAG
               WHEN WS-FD-COUNT NOT < 200
                   DISPLAY "ERROR: FEEDCAL LISTS MORE THAN 200 "
                       "FEEDS AT '" FE-SOURCE-SYSTEM "'"
                   MOVE "N" TO WS-CAL-OK-FLAG
               WHEN OTHER
                   ADD 1 TO WS-FD-COUNT
                   MOVE FE-SOURCE-SYSTEM TO WS-FD-SOURCE (WS-FD-COUNT)
                   MOVE FE-EXPECTED-DAYS TO WS-FD-DAYS (WS-FD-COUNT)
                   MOVE FE-LATEST-ARRIVAL
                       TO WS-FD-LATEST (WS-FD-COUNT)
                   MOVE FE-ARRIVAL-DAY
                       TO WS-FD-ARRIVAL-DAY (WS-FD-COUNT)
                   MOVE FE-MIN-COUNT TO WS-FD-MIN (WS-FD-COUNT)
                   MOVE FE-MAX-COUNT TO WS-FD-MAX (WS-FD-COUNT)
                   MOVE "N" TO WS-FD-DUE-FLAG (WS-FD-COUNT)
                   MOVE "N" TO WS-FD-HOLIDAY-FLAG (WS-FD-COUNT)
                   MOVE 0 TO WS-FD-DEADLINE (WS-FD-COUNT)
                   MOVE 0 TO WS-FD-BATCHES (WS-FD-COUNT)
                   MOVE 0 TO WS-FD-RECORDS (WS-FD-COUNT)
                   MOVE 999999999999
                       TO WS-FD-FIRST-ARRIVAL (WS-FD-COUNT)
           END-EVALUATE.

       0120-LOAD-HOLIDAY-ROW.
           EVALUATE TRUE
               WHEN FH-HOLIDAY-DATE NOT NUMERIC
                   OR FH-HOLIDAY-DATE = 0
                   DISPLAY "ERROR: FEEDCAL HOLIDAY ROW FOR '"
                       FH-SOURCE-SYSTEM "' HAS NO VALID DATE"
                   MOVE "N" TO WS-CAL-OK-FLAG
               WHEN WS-HL-COUNT NOT < 500
                   DISPLAY "ERROR: FEEDCAL LISTS MORE THAN 500 "
                       "HOLIDAYS AT " FH-HOLIDAY-DATE
                   MOVE "N" TO WS-CAL-OK-FLAG
               WHEN OTHER
                   ADD 1 TO WS-HL-COUNT
                   MOVE FH-SOURCE-SYSTEM TO WS-HL-SOURCE (WS-HL-COUNT)
                   MOVE FH-HOLIDAY-DATE TO WS-HL-DATE (WS-HL-COUNT)
           END-EVALUATE.

       0130-SET-FEED-DEADLINES.
           PERFORM VARYING WS-FD-SUB FROM 1 BY 1
                   UNTIL WS-FD-SUB > WS-FD-COUNT
               IF WS-FD-DAYS (WS-FD-SUB) (WS-DAY-OF-WEEK:1) = "Y"
                   SET WS-FD-DUE (WS-FD-SUB) TO TRUE
               END-IF
               PERFORM VARYING WS-HL-SUB FROM 1 BY 1
                       UNTIL WS-HL-SUB > WS-HL-COUNT
                   IF WS-HL-DATE (WS-HL-SUB) = WS-CYCLE-DATE
                       AND (WS-HL-SOURCE (WS-HL-SUB) = SPACE
                         OR WS-HL-SOURCE (WS-HL-SUB)
                            = WS-FD-SOURCE (WS-FD-SUB))
                       SET WS-FD-ON-HOLIDAY (WS-FD-SUB) TO TRUE
                   END-IF
               END-PERFORM
               IF WS-FD-ON-HOLIDAY (WS-FD-SUB)
                   MOVE "N" TO WS-FD-DUE-FLAG (WS-FD-SUB)
               END-IF
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-CYCLE-INTEGER + WS-FD-ARRIVAL-DAY (WS-FD-SUB))
               COMPUTE WS-FD-DEADLINE (WS-FD-SUB) =
                   WS-DUE-DATE * 10000 + WS-FD-LATEST (WS-FD-SUB)
           END-PERFORM.

       0150-WRITE-REPORT-HEADER.
           MOVE SPACE TO REPORT-RECORD
           STRING "FEED ARRIVAL MONITOR - CYCLE DATE: "
               DELIMITED BY SIZE
               WS-CYCLE-DATE-X DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-DAY-NAME (WS-DAY-OF-WEEK) DELIMITED BY SPACE
               ")  RUN AT: " DELIMITED BY SIZE
               WS-TIMESTAMP DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  SOURCE    STATUS         VOL  BATCHES    RECORDS"
               TO REPORT-RECORD
           MOVE "   NORMAL RANGE         DUE BY         FIRST ARRIVAL"
               TO REPORT-RECORD (52:)
           WRITE REPORT-RECORD.

       0200-MATCH-REGISTERED-BATCH.
      *    ONLY WHOLE BATCHES OF THIS CYCLE COUNT.  A PARTITIONED
      *    NIGHT ALSO REGISTERS EACH TRUNMAIN SLICE, WHOSE CREATE
      *    TIMESTAMP CARRIES THE STREAM NUMBER IN BYTE 24; THE
      *    BATCH ITSELF IS THE MERGE'S UNSUFFIXED ROW.
           READ BATCH-REG-FILE
               AT END
                   SET WS-BR-END-OF-FILE TO TRUE
               NOT AT END
                   IF BR-CYCLE-DATE IS NUMERIC
                       AND BR-CYCLE-DATE = WS-CYCLE-DATE
                       AND BR-CREATE-TIMESTAMP (24:1) = SPACE
                       PERFORM 0210-POST-ARRIVAL
                   END-IF
           END-READ.

       0210-POST-ARRIVAL.
           IF BR-EXPECTED-COUNT IS NUMERIC
               MOVE BR-EXPECTED-COUNT TO WS-BATCH-RECORDS
           ELSE
               MOVE BR-RECORDS-READ TO WS-BATCH-RECORDS
           END-IF
           MOVE "N" TO WS-FD-FOUND-FLAG
           PERFORM VARYING WS-FD-SUB FROM 1 BY 1
                   UNTIL WS-FD-SUB > WS-FD-COUNT OR WS-FD-FOUND
               IF WS-FD-SOURCE (WS-FD-SUB) = BR-SOURCE-SYSTEM
                   SET WS-FD-FOUND TO TRUE
                   PERFORM 0220-ADD-TO-FEED
               END-IF
           END-PERFORM
           IF NOT WS-FD-FOUND
               IF WS-UN-COUNT < 100
                   ADD 1 TO WS-UN-COUNT
                   MOVE BR-SOURCE-SYSTEM TO WS-UN-SOURCE (WS-UN-COUNT)
                   MOVE BR-BATCH-ID TO WS-UN-BATCH-ID (WS-UN-COUNT)
                   MOVE WS-BATCH-RECORDS TO WS-UN-RECORDS (WS-UN-COUNT)
               ELSE
                   ADD 1 TO WS-UN-OVERFLOW
               END-IF
           END-IF.

       0220-ADD-TO-FEED.
      *    A FEED THAT SENDS SEVERAL BATCHES IN A NIGHT ARRIVED
      *    WHEN ITS FIRST ONE DID, AND ITS VOLUME IS THE SUM.
           ADD 1 TO WS-FD-BATCHES (WS-FD-SUB)
           ADD WS-BATCH-RECORDS TO WS-FD-RECORDS (WS-FD-SUB)
           MOVE SPACE TO WS-ARRIVAL-TEXT
           STRING BR-ARRIVAL-TIMESTAMP (1:4) DELIMITED BY SIZE
               BR-ARRIVAL-TIMESTAMP (6:2) DELIMITED BY SIZE
               BR-ARRIVAL-TIMESTAMP (9:2) DELIMITED BY SIZE
               BR-ARRIVAL-TIMESTAMP (12:2) DELIMITED BY SIZE
               BR-ARRIVAL-TIMESTAMP (15:2) DELIMITED BY SIZE
               INTO WS-ARRIVAL-TEXT
           END-STRING
           IF WS-ARRIVAL-TEXT IS NUMERIC
               AND WS-ARRIVAL-STAMP
                   < WS-FD-FIRST-ARRIVAL (WS-FD-SUB)
               MOVE WS-ARRIVAL-STAMP
                   TO WS-FD-FIRST-ARRIVAL (WS-FD-SUB)
           END-IF.

       0900-TERMINATE.
           PERFORM VARYING WS-FD-SUB FROM 1 BY 1
                   UNTIL WS-FD-SUB > WS-FD-COUNT
               PERFORM 0910-JUDGE-FEED
           END-PERFORM
           PERFORM 0940-WRITE-UNSCHEDULED
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "FEEDS ON THE CALENDAR:" TO WS-REPORT-LABEL
           MOVE WS-FD-COUNT TO WS-COUNT-EDIT
           PERFORM 0950-WRITE-COUNT-LINE
           MOVE "FEEDS DUE THIS CYCLE:" TO WS-REPORT-LABEL
           MOVE WS-FEEDS-DUE TO WS-COUNT-EDIT
           PERFORM 0950-WRITE-COUNT-LINE
           MOVE "ARRIVED ON TIME:" TO WS-REPORT-LABEL
           MOVE WS-FEEDS-ON-TIME TO WS-COUNT-EDIT
           PERFORM 0950-WRITE-COUNT-LINE
           MOVE "ARRIVED LATE:" TO WS-REPORT-LABEL
           MOVE WS-FEEDS-LATE TO WS-COUNT-EDIT
           PERFORM 0950-WRITE-COUNT-LINE
           MOVE "MISSING PAST DEADLINE:" TO WS-REPORT-LABEL
           MOVE WS-FEEDS-MISSING TO WS-COUNT-EDIT
           PERFORM 0950-WRITE-COUNT-LINE
           MOVE "NOT YET DUE:" TO WS-REPORT-LABEL
           MOVE WS-FEEDS-PENDING TO WS-COUNT-EDIT
           PERFORM 0950-WRITE-COUNT-LINE
           MOVE "VOLUME OUTSIDE NORMAL RANGE:" TO WS-REPORT-LABEL
           MOVE WS-FEEDS-OUT-OF-RANGE TO WS-COUNT-EDIT
           PERFORM 0950-WRITE-COUNT-LINE
           MOVE "BATCHES FROM UNLISTED SOURCES:" TO WS-REPORT-LABEL
           COMPUTE WS-COUNT-EDIT = WS-UN-COUNT + WS-UN-OVERFLOW
           PERFORM 0950-WRITE-COUNT-LINE
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-FEEDS-MISSING > 0
                   MOVE "*** FEEDS MISSING - ESCALATE ***"
                       TO REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FEEDS-LATE > 0
                   OR WS-FEEDS-OUT-OF-RANGE > 0
                   OR WS-UN-COUNT > 0
                   MOVE "FEEDS ARRIVED - EXCEPTIONS NOTED ABOVE"
                       TO REPORT-RECORD
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "ALL DUE FEEDS ARRIVED ON TIME AND IN RANGE"
                       TO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD
           CLOSE BATCH-REG-FILE
           CLOSE REPORT-FILE.

       0910-JUDGE-FEED.
           MOVE SPACE TO WS-VOLUME-TEXT
           IF WS-FD-DUE (WS-FD-SUB)
               ADD 1 TO WS-FEEDS-DUE
           END-IF
           EVALUATE TRUE
               WHEN WS-FD-BATCHES (WS-FD-SUB) = 0
                   AND WS-FD-ON-HOLIDAY (WS-FD-SUB)
                   MOVE "HOLIDAY" TO WS-STATUS-TEXT
               WHEN WS-FD-BATCHES (WS-FD-SUB) = 0
                   AND NOT WS-FD-DUE (WS-FD-SUB)
                   MOVE "NOT DUE" TO WS-STATUS-TEXT
               WHEN WS-FD-BATCHES (WS-FD-SUB) = 0
                   AND WS-NOW-STAMP > WS-FD-DEADLINE (WS-FD-SUB)
                   MOVE "*** MISSING" TO WS-STATUS-TEXT
                   ADD 1 TO WS-FEEDS-MISSING
                   DISPLAY "ERROR: FEED " WS-FD-SOURCE (WS-FD-SUB)
                       " HAS NOT ARRIVED FOR CYCLE " WS-CYCLE-DATE-X
                       " -- DUE BY " WS-FD-DEADLINE (WS-FD-SUB)
               WHEN WS-FD-BATCHES (WS-FD-SUB) = 0
                   MOVE "NOT YET DUE" TO WS-STATUS-TEXT
                   ADD 1 TO WS-FEEDS-PENDING
               WHEN NOT WS-FD-DUE (WS-FD-SUB)
      *            A BATCH ON A DAY THE FEED IS NOT DUE IS NOT AN
      *            ERROR, BUT IT IS NOT HELD TO A DEADLINE EITHER.
                   MOVE "EXTRA ARRIVAL" TO WS-STATUS-TEXT
               WHEN WS-FD-FIRST-ARRIVAL (WS-FD-SUB)
                   > WS-FD-DEADLINE (WS-FD-SUB)
                   MOVE "*** LATE" TO WS-STATUS-TEXT
                   ADD 1 TO WS-FEEDS-LATE
                   DISPLAY "WARNING: FEED " WS-FD-SOURCE (WS-FD-SUB)
                       " ARRIVED LATE FOR CYCLE " WS-CYCLE-DATE-X
               WHEN OTHER
                   MOVE "ON TIME" TO WS-STATUS-TEXT
           END-EVALUATE
           IF WS-FD-BATCHES (WS-FD-SUB) > 0
               IF WS-FD-RECORDS (WS-FD-SUB) < WS-FD-MIN (WS-FD-SUB)
                   MOVE "LOW" TO WS-VOLUME-TEXT
               END-IF
               IF WS-FD-MAX (WS-FD-SUB) > 0
                   AND WS-FD-RECORDS (WS-FD-SUB)
                       > WS-FD-MAX (WS-FD-SUB)
                   MOVE "HIGH" TO WS-VOLUME-TEXT
               END-IF
               IF WS-VOLUME-TEXT NOT = SPACE
                   ADD 1 TO WS-FEEDS-OUT-OF-RANGE
                   DISPLAY "WARNING: FEED " WS-FD-SOURCE (WS-FD-SUB)
                       " VOLUME " WS-VOLUME-TEXT " AT "
                       WS-FD-RECORDS (WS-FD-SUB) " RECORDS FOR CYCLE "
                       WS-CYCLE-DATE-X
               ELSE
                   IF WS-STATUS-TEXT = "ON TIME"
                       ADD 1 TO WS-FEEDS-ON-TIME
                   END-IF
               END-IF
           END-IF
           PERFORM 0920-WRITE-FEED-LINE.

       0920-WRITE-FEED-LINE.
           MOVE WS-FD-BATCHES (WS-FD-SUB) TO WS-BATCH-EDIT
           MOVE WS-FD-RECORDS (WS-FD-SUB) TO WS-RECORDS-EDIT
           MOVE WS-FD-MIN (WS-FD-SUB) TO WS-MIN-EDIT
           IF WS-FD-MAX (WS-FD-SUB) = 0
               MOVE " NO LIMIT" TO WS-MAX-TEXT
           ELSE
               MOVE WS-FD-MAX (WS-FD-SUB) TO WS-MAX-EDIT
               MOVE WS-MAX-EDIT TO WS-MAX-TEXT
           END-IF
           MOVE WS-FD-DEADLINE (WS-FD-SUB) TO WS-STAMP-WORK
           PERFORM 0925-EDIT-STAMP
           MOVE WS-STAMP-EDIT TO WS-FIRST-TEXT
           MOVE SPACE TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-FD-SOURCE (WS-FD-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VOLUME-TEXT DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-BATCH-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RECORDS-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MIN-EDIT DELIMITED BY SIZE
               " -" DELIMITED BY SIZE
               WS-MAX-TEXT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FIRST-TEXT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           IF WS-FD-FIRST-ARRIVAL (WS-FD-SUB) NOT = 999999999999
               MOVE WS-FD-FIRST-ARRIVAL (WS-FD-SUB) TO WS-STAMP-WORK
               PERFORM 0925-EDIT-STAMP
               MOVE WS-STAMP-EDIT TO REPORT-RECORD (91:13)
           END-IF
           WRITE REPORT-RECORD.

       0925-EDIT-STAMP.
           MOVE SPACE TO WS-STAMP-EDIT
           STRING WS-STAMP-WORK-X (1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STAMP-WORK-X (9:4) DELIMITED BY SIZE
               INTO WS-STAMP-EDIT
           END-STRING.

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

       0940-WRITE-UNSCHEDULED.
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  BATCHES FROM SOURCES NOT ON THE CALENDAR:"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-UN-COUNT = 0
               MOVE "    NONE" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM VARYING WS-UN-SUB FROM 1 BY 1
                   UNTIL WS-UN-SUB > WS-UN-COUNT
               MOVE WS-UN-RECORDS (WS-UN-SUB) TO WS-RECORDS-EDIT
               MOVE SPACE TO REPORT-RECORD
               STRING "    SOURCE '" DELIMITED BY SIZE
                   WS-UN-SOURCE (WS-UN-SUB) DELIMITED BY SIZE
                   "'  BATCH " DELIMITED BY SIZE
                   WS-UN-BATCH-ID (WS-UN-SUB) DELIMITED BY SIZE
                   "  RECORDS" DELIMITED BY SIZE
                   WS-RECORDS-EDIT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-PERFORM
           IF WS-UN-OVERFLOW > 0
               MOVE WS-UN-OVERFLOW TO WS-COUNT-EDIT
               MOVE SPACE TO REPORT-RECORD
               STRING "    ... AND" DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " MORE" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       0950-WRITE-COUNT-LINE.
           MOVE SPACE TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-REPORT-LABEL DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
