       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCCHK01.
       AUTHOR. DATA-QUALITY-TEAM.
      *REMARKS. SHARED CYCLE RUN-CONTROL SUBROUTINE.  EVERY STEP
      *    OF THE NIGHT -- TRUNSPLT, THE TRUNMAIN STREAMS,
      *    TRUNMRGE, TRUNASMB, TRUNAFIX, TRUNRCYC, THE TRUNMAIN
      *    RECYCLE PASS, TRUNHOLD, TRUNDLVR, TRUNACKM, TRUNPRGE
      *    AND TRUNBALC -- CALLS IT ONCE BEFORE OPENING ITS FILES AND
      *    ONCE AT END OF RUN.  THE START CALL PROVES THE STEP'S
      *    PREDECESSORS COMPLETED CLEANLY FOR THE CYCLE AND THAT
      *    THE STEP ITSELF HAS NOT ALREADY COMPLETED (A COMPLETED
      *    STEP RUNS AGAIN ONLY AFTER TRUNCYCL RESETS IT), THEN
      *    MARKS THE STEP'S CYCCTL ROW STARTED; OTHERWISE IT
      *    REFUSES THE STEP AND SAYS WHY.  THE END CALL MARKS THE
      *    ROW COMPLETE OR FAILED WITH THE STEP'S RETURN CODE.
      *    EACH FEED RUNS ITS OWN JOB, SO TRUNSPLT THROUGH
      *    TRUNDLVR CHECK IN UNDER THE FEED THEIR SRCPARM NAMES
      *    (BLANK WHEN THE JOB HAS NO SRCPARM) AND ONE FEED'S
      *    STEPS NEITHER WAIT ON NOR BLOCK ANOTHER FEED'S.
      *    TRUNACKM, TRUNPRGE AND TRUNBALC WORK ACROSS THE WHOLE
      *    NIGHT AND RUN ONCE, UNDER NO FEED.  EACH FEED'S ORDER IS
      *        TRUNSPLT, TRUNMAIN STREAMS 1-N, TRUNMRGE
      *          (OR ONE SINGLE-STREAM TRUNMAIN IN THEIR PLACE),
      *        TRUNASMB, TRUNAFIX, TRUNRCYC, THE RECYCLE PASS,
      *        TRUNHOLD, TRUNDLVR
      *    AND THE NIGHT ENDS WITH TRUNACKM, TRUNPRGE, TRUNBALC.
      *    EACH STEP NEEDS THE ONE BEFORE IT COMPLETE, WITH
      *    THESE EXCEPTIONS.  A PARTITIONED FEED IS ONE WITH A
      *    TRUNSPLT ROW FOR THE CYCLE, AND TRUNMRGE NEEDS EVERY
      *    STREAM TRUNSPLT CUT.  TRUNASMB AND TRUNAFIX BOTH WORK
      *    FROM THE VALIDATION OUTPUT AND EACH NEEDS ONLY
      *    TRUNMRGE (OR THE SINGLE-STREAM TRUNMAIN); TRUNRCYC
      *    NEEDS BOTH, SO THE NIGHT'S MACHINE CORRECTIONS ARE ON
      *    CORRIN BEFORE IT LOADS IT.  THE TRUNMAIN PASS THAT
      *    RE-VALIDATES TRUNRCYC'S RECYCOUT CHECKS IN AS STREAM
      *    9, SO IT IS NEITHER MISTAKEN FOR THE NIGHT'S OWN
      *    VALIDATION NOR REFUSED AS A SECOND RUN OF IT; IT NEEDS
      *    TRUNRCYC COMPLETE.  IT, TRUNHOLD AND TRUNDLVR DO NOT
      *    RUN EVERY NIGHT, SO EACH IS WAITED ON ONLY ONCE IT HAS
      *    CHECKED IN: TRUNHOLD NEEDS TRUNASMB, WHOSE ASMHOLD IT
      *    READS, AND TRUNRCYC, SO THE RECYCLE PASS HAS HAD ITS
      *    CHANCE TO CHECK IN, AND THEN THAT PASS IF IT HAS
      *    STARTED, SINCE TRUNHOLD READS ITS RE-VALIDATED ROWS;
      *    TRUNDLVR NEEDS TRUNASMB, AND TRUNHOLD IF IT HAS
      *    STARTED, SO ASMOUT IS FINAL BEFORE IT IS DELIVERED.
      *    TRUNACKM NEEDS TRUNRCYC COMPLETE FOR EVERY FEED THAT
      *    HAS STARTED ITS NIGHT WITH TRUNSPLT OR A SINGLE-STREAM
      *    TRUNMAIN.
      *    ANY OTHER PROGRAM THAT CALLS IN IS TRACKED AND GUARDED
      *    AGAINST A SECOND RUN BUT HAS NO PREDECESSOR.  "CLEAN"
      *    IS A RETURN CODE OF 4 OR LESS, THE SHOP'S WARNING
      *    LEVEL.  THE CYCLE DATE IS THE CALLER'S IF IT PASSED
      *    ONE, ELSE CYCPARM, ELSE TODAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CYCLE-CTL-FILE ASSIGN TO "CYCCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-KEY.

           SELECT OPTIONAL CYCLE-PARM-FILE ASSIGN TO "CYCPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CTL-FILE.
       COPY CYCCTL.

       FD  CYCLE-PARM-FILE.
       COPY CYCPARM.

       WORKING-STORAGE SECTION.
       01  WS-CYCLE-DATE-X         PIC X(8).
       01  WS-PRED-PROGRAM         PIC X(8).
       01  WS-PRED-STREAM          PIC 9 VALUE 0.
       01  WS-PRED-SOURCE          PIC X(8) VALUE SPACE.
       01  WS-STREAM-SUB           PIC 9 VALUE 0.
       01  WS-SPLIT-FOUND-FLAG     PIC X VALUE "N".
           88  WS-SPLIT-FOUND          VALUE "Y".
       01  WS-SPLIT-STREAMS        PIC 9 VALUE 0.
       01  WS-OWN-FOUND-FLAG       PIC X VALUE "N".
           88  WS-OWN-FOUND            VALUE "Y".
       01  WS-STREAM-TEXT          PIC X(9) VALUE SPACE.
       01  WS-FEED-TEXT            PIC X(14) VALUE SPACE.
       01  WS-CTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-CTL-END-OF-FILE      VALUE "Y".
      *    THE FEEDS THAT HAVE STARTED THE CYCLE, FOR A NIGHT-WIDE
      *    STEP THAT MUST WAIT ON ALL OF THEM.
       01  WS-FEED-COUNT           PIC 9(2) VALUE 0.
       01  WS-FEED-SUB             PIC 9(2) VALUE 0.
       01  WS-FEED-TABLE.
           05  WS-FEED-SOURCE          PIC X(8) OCCURS 50 TIMES.
       01  WS-RC-EDIT              PIC ZZZ9.
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

       LINKAGE SECTION.
       COPY CYCCHKLK.

       PROCEDURE DIVISION USING CC-CYCCHK-PARM.
       0000-MAIN.
           SET CC-STEP-CLEARED TO TRUE
           MOVE SPACE TO CC-MESSAGE
           IF CC-CYCLE-DATE NOT NUMERIC OR CC-CYCLE-DATE = 0
               PERFORM 0100-RESOLVE-CYCLE-DATE
           END-IF
           MOVE CC-CYCLE-DATE TO WS-CYCLE-DATE-X
           PERFORM 0900-BUILD-TIMESTAMP
           OPEN I-O CYCLE-CTL-FILE
           EVALUATE TRUE
               WHEN CC-START-STEP
                   PERFORM 0200-START-STEP
               WHEN CC-END-STEP
                   PERFORM 0500-END-STEP
               WHEN OTHER
                   SET CC-STEP-REFUSED TO TRUE
                   MOVE "CYCCHK01 CALLED WITH NO START/END FUNCTION"
                       TO CC-MESSAGE
           END-EVALUATE
           CLOSE CYCLE-CTL-FILE
           GOBACK.

       0100-RESOLVE-CYCLE-DATE.
           ACCEPT CC-CYCLE-DATE FROM DATE YYYYMMDD
           OPEN INPUT CYCLE-PARM-FILE
           READ CYCLE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CP-CYCLE-DATE IS NUMERIC
                       AND CP-CYCLE-DATE NOT = 0
                       MOVE CP-CYCLE-DATE TO CC-CYCLE-DATE
                   END-IF
           END-READ
           CLOSE CYCLE-PARM-FILE.

       0200-START-STEP.
           PERFORM 0210-CHECK-PREDECESSORS
           IF CC-STEP-CLEARED
               PERFORM 0220-CHECK-OWN-STEP
           END-IF
           IF CC-STEP-CLEARED
               PERFORM 0230-MARK-STEP-STARTED
           END-IF.

       0210-CHECK-PREDECESSORS.
      *    A FEED'S STEPS WAIT ONLY ON THAT FEED'S OWN ROWS.
           MOVE CC-SOURCE-SYSTEM TO WS-PRED-SOURCE
           PERFORM 0300-READ-SPLIT-STEP
           EVALUATE CC-PROGRAM-ID
               WHEN "TRUNSPLT"
                   CONTINUE
               WHEN "TRUNMAIN"
                   IF CC-RECYCLE-PASS
                       MOVE "TRUNRCYC" TO WS-PRED-PROGRAM
                       MOVE 0 TO WS-PRED-STREAM
                       PERFORM 0310-REQUIRE-PREDECESSOR
                   ELSE
                       IF CC-STREAM-NO = 0
      *                    A PARTITIONED NIGHT IS VALIDATED BY ITS
      *                    STREAMS; A WHOLE-FILE RUN ON TOP OF THEM
      *                    WOULD VALIDATE EVERY ROW TWICE.
                           IF WS-SPLIT-FOUND
                               SET CC-STEP-REFUSED TO TRUE
                               STRING "CYCLE " DELIMITED BY SIZE
                                   WS-CYCLE-DATE-X DELIMITED BY SIZE
                                   " IS PARTITIONED BY TRUNSPLT -- "
                                   DELIMITED BY SIZE
                                   "SINGLE-STREAM TRUNMAIN REFUSED"
                                   DELIMITED BY SIZE
                                   INTO CC-MESSAGE
                               END-STRING
                           END-IF
                       ELSE
                           MOVE "TRUNSPLT" TO WS-PRED-PROGRAM
                           MOVE 0 TO WS-PRED-STREAM
                           PERFORM 0310-REQUIRE-PREDECESSOR
                           IF CC-STEP-CLEARED
                               AND CC-STREAM-NO > WS-SPLIT-STREAMS
                               SET CC-STEP-REFUSED TO TRUE
                               STRING "TRUNSPLT CUT NO STREAM "
                                   DELIMITED BY SIZE
                                   CC-STREAM-NO DELIMITED BY SIZE
                                   " FOR CYCLE " DELIMITED BY SIZE
                                   WS-CYCLE-DATE-X DELIMITED BY SIZE
                                   INTO CC-MESSAGE
                               END-STRING
                           END-IF
                       END-IF
                   END-IF
               WHEN "TRUNMRGE"
                   MOVE "TRUNSPLT" TO WS-PRED-PROGRAM
                   MOVE 0 TO WS-PRED-STREAM
                   PERFORM 0310-REQUIRE-PREDECESSOR
                   MOVE "TRUNMAIN" TO WS-PRED-PROGRAM
                   PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
                           UNTIL WS-STREAM-SUB > WS-SPLIT-STREAMS
                       MOVE WS-STREAM-SUB TO WS-PRED-STREAM
                       PERFORM 0310-REQUIRE-PREDECESSOR
                   END-PERFORM
               WHEN "TRUNASMB"
               WHEN "TRUNAFIX"
                   IF WS-SPLIT-FOUND
                       MOVE "TRUNMRGE" TO WS-PRED-PROGRAM
                   ELSE
                       MOVE "TRUNMAIN" TO WS-PRED-PROGRAM
                   END-IF
                   MOVE 0 TO WS-PRED-STREAM
                   PERFORM 0310-REQUIRE-PREDECESSOR
               WHEN "TRUNRCYC"
                   MOVE "TRUNASMB" TO WS-PRED-PROGRAM
                   MOVE 0 TO WS-PRED-STREAM
                   PERFORM 0310-REQUIRE-PREDECESSOR
                   MOVE "TRUNAFIX" TO WS-PRED-PROGRAM
                   PERFORM 0310-REQUIRE-PREDECESSOR
               WHEN "TRUNHOLD"
                   MOVE "TRUNASMB" TO WS-PRED-PROGRAM
                   MOVE 0 TO WS-PRED-STREAM
                   PERFORM 0310-REQUIRE-PREDECESSOR
      *            TRUNRCYC FIRST, OR THE RECYCLE PASS WOULD BE
      *            PASSED OVER FOR NOT HAVING CHECKED IN YET.
                   MOVE "TRUNRCYC" TO WS-PRED-PROGRAM
                   MOVE 0 TO WS-PRED-STREAM
                   PERFORM 0310-REQUIRE-PREDECESSOR
                   MOVE "TRUNMAIN" TO WS-PRED-PROGRAM
                   MOVE 9 TO WS-PRED-STREAM
                   PERFORM 0340-REQUIRE-IF-CHECKED-IN
               WHEN "TRUNDLVR"
                   MOVE "TRUNASMB" TO WS-PRED-PROGRAM
                   MOVE 0 TO WS-PRED-STREAM
                   PERFORM 0310-REQUIRE-PREDECESSOR
                   MOVE "TRUNHOLD" TO WS-PRED-PROGRAM
                   PERFORM 0340-REQUIRE-IF-CHECKED-IN
               WHEN "TRUNACKM"
                   MOVE "TRUNRCYC" TO WS-PRED-PROGRAM
                   MOVE 0 TO WS-PRED-STREAM
                   PERFORM 0350-REQUIRE-EVERY-FEED
               WHEN "TRUNPRGE"
                   MOVE "TRUNACKM" TO WS-PRED-PROGRAM
                   MOVE 0 TO WS-PRED-STREAM
                   PERFORM 0310-REQUIRE-PREDECESSOR
               WHEN "TRUNBALC"
                   MOVE "TRUNPRGE" TO WS-PRED-PROGRAM
                   MOVE 0 TO WS-PRED-STREAM
                   PERFORM 0310-REQUIRE-PREDECESSOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0220-CHECK-OWN-STEP.
           MOVE CC-CYCLE-DATE TO CY-CYCLE-DATE
           MOVE CC-SOURCE-SYSTEM TO CY-SOURCE-SYSTEM
           MOVE CC-PROGRAM-ID TO CY-PROGRAM-ID
           MOVE CC-STREAM-NO TO CY-STREAM-NO
           MOVE "N" TO WS-OWN-FOUND-FLAG
           READ CYCLE-CTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-OWN-FOUND TO TRUE
           END-READ
      *    A STARTED, FAILED OR RESET ROW IS A RESTART AND MAY RUN;
      *    ONLY A STEP THAT ALREADY FINISHED CLEANLY IS HELD BACK.
           IF WS-OWN-FOUND AND CY-STEP-COMPLETE
               MOVE CC-PROGRAM-ID TO WS-PRED-PROGRAM
               MOVE CC-STREAM-NO TO WS-PRED-STREAM
               MOVE CC-SOURCE-SYSTEM TO WS-PRED-SOURCE
               PERFORM 0320-BUILD-STEP-TEXT
               SET CC-STEP-REFUSED TO TRUE
               STRING CC-PROGRAM-ID DELIMITED BY SPACE
                   WS-STREAM-TEXT DELIMITED BY "  "
                   WS-FEED-TEXT DELIMITED BY "  "
                   " ALREADY COMPLETED FOR CYCLE " DELIMITED BY SIZE
                   WS-CYCLE-DATE-X DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   CY-END-TIMESTAMP DELIMITED BY SIZE
                   " -- RESET IT THROUGH TRUNCYCL TO RERUN"
                   DELIMITED BY SIZE
                   INTO CC-MESSAGE
               END-STRING
           END-IF.

       0230-MARK-STEP-STARTED.
      *    THE OWN-STEP READ ABOVE IS THE LAST READ, SO A FOUND ROW
      *    IS STILL IN THE RECORD AREA FOR THE REWRITE.
           MOVE "S" TO CY-STATUS
           MOVE 0 TO CY-RETURN-CODE
           MOVE WS-TIMESTAMP TO CY-START-TIMESTAMP
           MOVE SPACE TO CY-END-TIMESTAMP
           IF WS-OWN-FOUND
               ADD 1 TO CY-RUN-COUNT
               REWRITE CYCLE-CONTROL-RECORD
                   INVALID KEY
                       PERFORM 0240-REFUSE-CTL-UPDATE
               END-REWRITE
           ELSE
               MOVE 0 TO CY-STREAM-COUNT
               MOVE 1 TO CY-RUN-COUNT
               MOVE SPACE TO CY-RESET-USER-ID
               MOVE SPACE TO CY-RESET-TIMESTAMP
               WRITE CYCLE-CONTROL-RECORD
                   INVALID KEY
                       PERFORM 0240-REFUSE-CTL-UPDATE
               END-WRITE
           END-IF.

       0240-REFUSE-CTL-UPDATE.
           MOVE CC-PROGRAM-ID TO WS-PRED-PROGRAM
           MOVE CC-STREAM-NO TO WS-PRED-STREAM
           MOVE CC-SOURCE-SYSTEM TO WS-PRED-SOURCE
           PERFORM 0320-BUILD-STEP-TEXT
           SET CC-STEP-REFUSED TO TRUE
           STRING "CYCCTL ROW FOR " DELIMITED BY SIZE
               CC-PROGRAM-ID DELIMITED BY SPACE
               WS-STREAM-TEXT DELIMITED BY "  "
               WS-FEED-TEXT DELIMITED BY "  "
               " CYCLE " DELIMITED BY SIZE
               WS-CYCLE-DATE-X DELIMITED BY SIZE
               " COULD NOT BE MARKED STARTED" DELIMITED BY SIZE
               INTO CC-MESSAGE
           END-STRING.

       0300-READ-SPLIT-STEP.
           MOVE "N" TO WS-SPLIT-FOUND-FLAG
           MOVE 0 TO WS-SPLIT-STREAMS
           MOVE CC-CYCLE-DATE TO CY-CYCLE-DATE
           MOVE CC-SOURCE-SYSTEM TO CY-SOURCE-SYSTEM
           MOVE "TRUNSPLT" TO CY-PROGRAM-ID
           MOVE 0 TO CY-STREAM-NO
           READ CYCLE-CTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SPLIT-FOUND TO TRUE
                   IF CY-STREAM-COUNT IS NUMERIC
                       MOVE CY-STREAM-COUNT TO WS-SPLIT-STREAMS
                   END-IF
           END-READ.

       0310-REQUIRE-PREDECESSOR.
      *    ONLY THE FIRST SHORTFALL IS REPORTED -- IT IS THE STEP
      *    THE NIGHT HAS TO BE PICKED UP FROM.
           IF CC-STEP-CLEARED
               PERFORM 0320-BUILD-STEP-TEXT
               MOVE CC-CYCLE-DATE TO CY-CYCLE-DATE
               MOVE WS-PRED-SOURCE TO CY-SOURCE-SYSTEM
               MOVE WS-PRED-PROGRAM TO CY-PROGRAM-ID
               MOVE WS-PRED-STREAM TO CY-STREAM-NO
               READ CYCLE-CTL-FILE
                   INVALID KEY
                       SET CC-STEP-REFUSED TO TRUE
                       STRING "PREDECESSOR " DELIMITED BY SIZE
                           WS-PRED-PROGRAM DELIMITED BY SPACE
                           WS-STREAM-TEXT DELIMITED BY "  "
                           WS-FEED-TEXT DELIMITED BY "  "
                           " HAS NOT RUN FOR CYCLE " DELIMITED BY SIZE
                           WS-CYCLE-DATE-X DELIMITED BY SIZE
                           INTO CC-MESSAGE
                       END-STRING
                   NOT INVALID KEY
                       IF NOT CY-STEP-COMPLETE
                           PERFORM 0330-REFUSE-UNCLEAN-PREDECESSOR
                       END-IF
               END-READ
           END-IF.

       0320-BUILD-STEP-TEXT.
           MOVE SPACE TO WS-STREAM-TEXT
           MOVE SPACE TO WS-FEED-TEXT
           IF WS-PRED-STREAM > 0
               STRING " STREAM " DELIMITED BY SIZE
                   WS-PRED-STREAM DELIMITED BY SIZE
                   INTO WS-STREAM-TEXT
               END-STRING
           END-IF
           IF WS-PRED-SOURCE NOT = SPACE
               STRING " FEED " DELIMITED BY SIZE
                   WS-PRED-SOURCE DELIMITED BY SPACE
                   INTO WS-FEED-TEXT
               END-STRING
           END-IF.

       0330-REFUSE-UNCLEAN-PREDECESSOR.
           SET CC-STEP-REFUSED TO TRUE
           MOVE CY-RETURN-CODE TO WS-RC-EDIT
           EVALUATE TRUE
               WHEN CY-STEP-FAILED
                   STRING "PREDECESSOR " DELIMITED BY SIZE
                       WS-PRED-PROGRAM DELIMITED BY SPACE
                       WS-STREAM-TEXT DELIMITED BY "  "
                       WS-FEED-TEXT DELIMITED BY "  "
                       " FAILED WITH RETURN CODE" DELIMITED BY SIZE
                       WS-RC-EDIT DELIMITED BY SIZE
                       " FOR CYCLE " DELIMITED BY SIZE
                       WS-CYCLE-DATE-X DELIMITED BY SIZE
                       INTO CC-MESSAGE
                   END-STRING
               WHEN CY-STEP-RESET
                   STRING "PREDECESSOR " DELIMITED BY SIZE
                       WS-PRED-PROGRAM DELIMITED BY SPACE
                       WS-STREAM-TEXT DELIMITED BY "  "
                       WS-FEED-TEXT DELIMITED BY "  "
                       " WAS RESET AND HAS NOT RERUN FOR CYCLE "
                       DELIMITED BY SIZE
                       WS-CYCLE-DATE-X DELIMITED BY SIZE
                       INTO CC-MESSAGE
                   END-STRING
               WHEN OTHER
                   STRING "PREDECESSOR " DELIMITED BY SIZE
                       WS-PRED-PROGRAM DELIMITED BY SPACE
                       WS-STREAM-TEXT DELIMITED BY "  "
                       WS-FEED-TEXT DELIMITED BY "  "
                       " STARTED BUT NEVER ENDED FOR CYCLE "
                       DELIMITED BY SIZE
                       WS-CYCLE-DATE-X DELIMITED BY SIZE
                       INTO CC-MESSAGE
                   END-STRING
           END-EVALUATE.

       0340-REQUIRE-IF-CHECKED-IN.
      *    A STEP THAT DOES NOT RUN EVERY NIGHT IS WAITED ON ONLY
      *    ONCE IT HAS CHECKED IN FOR THE CYCLE -- BUT THEN IT
      *    MUST HAVE COMPLETED CLEANLY.
           IF CC-STEP-CLEARED
               PERFORM 0320-BUILD-STEP-TEXT
               MOVE CC-CYCLE-DATE TO CY-CYCLE-DATE
               MOVE WS-PRED-SOURCE TO CY-SOURCE-SYSTEM
               MOVE WS-PRED-PROGRAM TO CY-PROGRAM-ID
               MOVE WS-PRED-STREAM TO CY-STREAM-NO
               READ CYCLE-CTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT CY-STEP-COMPLETE
                           PERFORM 0330-REFUSE-UNCLEAN-PREDECESSOR
                       END-IF
               END-READ
           END-IF.

       0350-REQUIRE-EVERY-FEED.
      *    A NIGHT-WIDE STEP WAITS ON ITS PREDECESSOR IN EVERY FEED
      *    THAT HAS STARTED THE CYCLE.  WITH NO FEED STARTED AT
      *    ALL, THE PREDECESSOR IS REPORTED AS NOT RUN.
           PERFORM 0360-COLLECT-FEEDS
           IF WS-FEED-COUNT = 0
               MOVE SPACE TO WS-PRED-SOURCE
               PERFORM 0310-REQUIRE-PREDECESSOR
           ELSE
               PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                       UNTIL WS-FEED-SUB > WS-FEED-COUNT
                   MOVE WS-FEED-SOURCE (WS-FEED-SUB) TO WS-PRED-SOURCE
                   PERFORM 0310-REQUIRE-PREDECESSOR
               END-PERFORM
           END-IF.

       0360-COLLECT-FEEDS.
      *    THE TABLE IS FILLED BEFORE ANY PREDECESSOR IS READ, SO
      *    THE KEYED READS DO NOT DISTURB THE BROWSE.
           MOVE 0 TO WS-FEED-COUNT
           MOVE "N" TO WS-CTL-EOF-FLAG
           MOVE CC-CYCLE-DATE TO CY-CYCLE-DATE
           MOVE LOW-VALUE TO CY-SOURCE-SYSTEM
           MOVE LOW-VALUE TO CY-PROGRAM-ID
           MOVE 0 TO CY-STREAM-NO
           START CYCLE-CTL-FILE KEY IS NOT < CY-KEY
               INVALID KEY
                   SET WS-CTL-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-CTL-END-OF-FILE
               READ CYCLE-CTL-FILE NEXT RECORD
                   AT END
                       SET WS-CTL-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CY-CYCLE-DATE NOT = CC-CYCLE-DATE
                           SET WS-CTL-END-OF-FILE TO TRUE
                       ELSE
                           PERFORM 0370-NOTE-FEED-ROW
                       END-IF
               END-READ
           END-PERFORM.

       0370-NOTE-FEED-ROW.
      *    A FEED'S NIGHT STARTS WITH TRUNSPLT OR A SINGLE-STREAM
      *    TRUNMAIN.  THE BROWSE RETURNS A FEED'S ROWS TOGETHER,
      *    SO A FEED IS NEW UNLESS IT IS THE LAST ONE NOTED.
           IF CY-PROGRAM-ID = "TRUNSPLT"
               OR (CY-PROGRAM-ID = "TRUNMAIN" AND CY-STREAM-NO = 0)
               IF WS-FEED-COUNT = 0
                   OR CY-SOURCE-SYSTEM NOT =
                       WS-FEED-SOURCE (WS-FEED-COUNT)
                   IF WS-FEED-COUNT < 50
                       ADD 1 TO WS-FEED-COUNT
                       MOVE CY-SOURCE-SYSTEM
                           TO WS-FEED-SOURCE (WS-FEED-COUNT)
                   ELSE
                       IF CC-STEP-CLEARED
                           SET CC-STEP-REFUSED TO TRUE
                           STRING "MORE THAN 50 FEEDS STARTED FOR "
                               DELIMITED BY SIZE
                               "CYCLE " DELIMITED BY SIZE
                               WS-CYCLE-DATE-X DELIMITED BY SIZE
                               " -- NOT ALL CAN BE CHECKED"
                               DELIMITED BY SIZE
                               INTO CC-MESSAGE
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0500-END-STEP.
           MOVE CC-CYCLE-DATE TO CY-CYCLE-DATE
           MOVE CC-SOURCE-SYSTEM TO CY-SOURCE-SYSTEM
           MOVE CC-PROGRAM-ID TO CY-PROGRAM-ID
           MOVE CC-STREAM-NO TO CY-STREAM-NO
           MOVE "N" TO WS-OWN-FOUND-FLAG
           READ CYCLE-CTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-OWN-FOUND TO TRUE
           END-READ
           IF CC-STEP-RC > 4
               MOVE "F" TO CY-STATUS
           ELSE
               MOVE "C" TO CY-STATUS
           END-IF
           MOVE CC-STEP-RC TO CY-RETURN-CODE
           MOVE WS-TIMESTAMP TO CY-END-TIMESTAMP
           IF CC-STREAM-COUNT > 0
               MOVE CC-STREAM-COUNT TO CY-STREAM-COUNT
           END-IF
           IF WS-OWN-FOUND
               REWRITE CYCLE-CONTROL-RECORD
                   INVALID KEY
                       PERFORM 0510-NOTE-END-NOT-POSTED
               END-REWRITE
           ELSE
      *        THE START ROW HAS GONE (RESET FILE, OR A STEP RUN
      *        BEFORE THE FILE EXISTED) -- POST THE END ANYWAY SO
      *        THE OUTCOME IS NOT LOST.
               IF CC-STREAM-COUNT = 0
                   MOVE 0 TO CY-STREAM-COUNT
               END-IF
               MOVE 1 TO CY-RUN-COUNT
               MOVE SPACE TO CY-START-TIMESTAMP
               MOVE SPACE TO CY-RESET-USER-ID
               MOVE SPACE TO CY-RESET-TIMESTAMP
               WRITE CYCLE-CONTROL-RECORD
                   INVALID KEY
                       PERFORM 0510-NOTE-END-NOT-POSTED
               END-WRITE
           END-IF.

       0510-NOTE-END-NOT-POSTED.
           MOVE CC-PROGRAM-ID TO WS-PRED-PROGRAM
           MOVE CC-STREAM-NO TO WS-PRED-STREAM
           MOVE CC-SOURCE-SYSTEM TO WS-PRED-SOURCE
           PERFORM 0320-BUILD-STEP-TEXT
           SET CC-STEP-REFUSED TO TRUE
           STRING "CYCCTL ROW FOR " DELIMITED BY SIZE
               CC-PROGRAM-ID DELIMITED BY SPACE
               WS-STREAM-TEXT DELIMITED BY "  "
               WS-FEED-TEXT DELIMITED BY "  "
               " CYCLE " DELIMITED BY SIZE
               WS-CYCLE-DATE-X DELIMITED BY SIZE
               " COULD NOT BE MARKED ENDED" DELIMITED BY SIZE
               INTO CC-MESSAGE
           END-STRING.

       0900-BUILD-TIMESTAMP.
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
