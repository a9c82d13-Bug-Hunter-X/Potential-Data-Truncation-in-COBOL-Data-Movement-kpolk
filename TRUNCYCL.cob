       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNCYCL.
       AUTHOR. DATA-QUALITY-TEAM.
      *REMARKS. CYCLE STATUS REPORT AND STEP RESET FOR THE CYCCTL
      *    RUN-CONTROL FILE.  EVERY STEP OF THE NIGHT CHECKS IN
      *    THROUGH CYCCHK01, WHICH REFUSES A STEP WHOSE
      *    PREDECESSORS HAVE NOT COMPLETED CLEANLY AND A STEP
      *    THAT ALREADY COMPLETED FOR THE CYCLE.  THIS PROGRAM IS
      *    THE OPERATOR'S SIDE OF THAT.  EACH FEED RUNS ITS OWN
      *    JOB AND CHECKS IN UNDER ITS SRCPARM SOURCE SYSTEM, SO
      *    THE REPORT TAKES EACH FEED THAT HAS STARTED THE CYCLE
      *    IN TURN AND LISTS ITS STEPS IN ORDER -- TRUNSPLT, THE
      *    TRUNMAIN STREAMS AND TRUNMRGE WHEN THE FEED IS
      *    PARTITIONED, OR THE ONE TRUNMAIN OTHERWISE, THEN
      *    TRUNASMB, TRUNAFIX, TRUNRCYC, THE TRUNMAIN RECYCLE PASS
      *    (STREAM 9), TRUNHOLD AND TRUNDLVR (THESE THREE ONLY IF
      *    THEY HAVE CHECKED IN) -- THEN THE NIGHT-WIDE STEPS
      *    TRUNACKM, TRUNPRGE AND TRUNBALC, EACH WITH ITS STATUS,
      *    RETURN CODE, START AND END TIMES AND NUMBER OF RUNS.
      *    EACH FEED, AND THE NIGHT-WIDE STEPS, GETS ITS OWN
      *    RESTART POINT: THE FIRST STEP IN ORDER THAT HAS NOT
      *    COMPLETED CLEANLY.  ANY OTHER STEP THAT CHECKED IN FOR
      *    THE CYCLE IS LISTED AFTER THEM.
      *    WHEN CYCRPARM NAMES A STEP TO RESET, THE STEP'S ROW IS
      *    MARKED RESET UNDER THE REQUESTING USER ID BEFORE THE
      *    REPORT IS PRINTED, WHICH IS THE ONLY WAY A COMPLETED
      *    STEP CAN RUN AGAIN; THE STEPS AFTER IT -- THE SAME
      *    FEED'S, THEN THE NIGHT-WIDE ONES -- CAN BE RESET WITH
      *    IT.
      *    RETURN CODE 0 MEANS THE CYCLE IS COMPLETE, 4 THAT IT IS
      *    STILL IN PROGRESS OR NOT YET STARTED, 8 THAT A STEP
      *    FAILED OR ABENDED OR A RESET WAS REFUSED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CYCLE-CTL-FILE ASSIGN TO "CYCCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CY-KEY.

           SELECT OPTIONAL CYCLE-PARM-FILE ASSIGN TO "CYCPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CYCLE-REPORT-PARM-FILE
               ASSIGN TO "CYCRPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "CYCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CTL-FILE.
       COPY CYCCTL.

       FD  CYCLE-PARM-FILE.
       COPY CYCPARM.

       FD  CYCLE-REPORT-PARM-FILE.
       COPY CYCRPARM.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-CTL-END-OF-FILE      VALUE "Y".
       01  WS-CYCLE-DATE           PIC 9(8) VALUE 0.
       01  WS-CYCLE-DATE-X REDEFINES WS-CYCLE-DATE PIC X(8).
       01  WS-RESET-PROGRAM        PIC X(8) VALUE SPACE.
       01  WS-RESET-STREAM         PIC 9 VALUE 0.
       01  WS-RESET-SOURCE         PIC X(8) VALUE SPACE.
       01  WS-RESET-FOLLOWING-FLAG PIC X VALUE "N".
           88  WS-RESET-FOLLOWING      VALUE "Y".
       01  WS-USER-ID              PIC X(8) VALUE SPACE.
       01  WS-RESET-REFUSED-FLAG   PIC X VALUE "N".
           88  WS-RESET-REFUSED        VALUE "Y".

      *    THE NIGHT'S ORDER, AS CYCCHK01 ENFORCES IT.  THE SHAPE
      *    BYTE SAYS WHICH NIGHTS A STEP BELONGS TO: "P" ONLY A
      *    PARTITIONED NIGHT (ONE WITH A TRUNSPLT ROW), "S" ONLY A
      *    SINGLE-STREAM NIGHT, "B" BOTH, "R" ONLY ONCE IT HAS
      *    CHECKED IN -- THE RECYCLE PASS RUNS ONLY ON A NIGHT
      *    TRUNRCYC HAD SOMETHING TO RECYCLE, AND TRUNHOLD AND
      *    TRUNDLVR ONLY WHERE THE SCHEDULE CALLS FOR THEM.  THE
      *    SCOPE BYTE SAYS WHETHER EACH FEED RUNS THE STEP FOR
      *    ITSELF ("F") OR IT RUNS ONCE FOR THE WHOLE NIGHT ("N").
       01  WS-STEP-ORDER-VALUES.
           05  FILLER              PIC X(11) VALUE "TRUNSPLT0PF".
           05  FILLER              PIC X(11) VALUE "TRUNMAIN1PF".
           05  FILLER              PIC X(11) VALUE "TRUNMAIN2PF".
           05  FILLER              PIC X(11) VALUE "TRUNMAIN3PF".
           05  FILLER              PIC X(11) VALUE "TRUNMAIN4PF".
           05  FILLER              PIC X(11) VALUE "TRUNMRGE0PF".
           05  FILLER              PIC X(11) VALUE "TRUNMAIN0SF".
           05  FILLER              PIC X(11) VALUE "TRUNASMB0BF".
           05  FILLER              PIC X(11) VALUE "TRUNAFIX0BF".
           05  FILLER              PIC X(11) VALUE "TRUNRCYC0BF".
           05  FILLER              PIC X(11) VALUE "TRUNMAIN9RF".
           05  FILLER              PIC X(11) VALUE "TRUNHOLD0RF".
           05  FILLER              PIC X(11) VALUE "TRUNDLVR0RF".
           05  FILLER              PIC X(11) VALUE "TRUNACKM0BN".
           05  FILLER              PIC X(11) VALUE "TRUNPRGE0BN".
           05  FILLER              PIC X(11) VALUE "TRUNBALC0BN".
       01  WS-STEP-ORDER REDEFINES WS-STEP-ORDER-VALUES.
           05  WS-SO-ENTRY OCCURS 16 TIMES.
               10  WS-SO-PROGRAM           PIC X(8).
               10  WS-SO-STREAM            PIC 9.
               10  WS-SO-SHAPE             PIC X.
               10  WS-SO-SCOPE             PIC X.
       01  WS-STEP-COUNT           PIC 9(2) VALUE 16.
       01  WS-SO-SUB               PIC 9(2) VALUE 0.
       01  WS-RESET-POS            PIC 9(2) VALUE 0.
       01  WS-IN-ORDER-FLAG        PIC X VALUE "N".
           88  WS-IN-ORDER             VALUE "Y".
       01  WS-REPORT-SCOPE         PIC X VALUE "F".

      *    THE FEEDS THAT HAVE STARTED THE CYCLE, IN KEY ORDER.
       01  WS-FEED-COUNT           PIC 9(2) VALUE 0.
       01  WS-FEED-SUB             PIC 9(2) VALUE 0.
       01  WS-FEED-TABLE.
           05  WS-FEED-SOURCE          PIC X(8) OCCURS 50 TIMES.
       01  WS-FEED-OVERFLOW-FLAG   PIC X VALUE "N".
           88  WS-FEED-OVERFLOW        VALUE "Y".
       01  WS-OTHER-SOURCE         PIC X(8) VALUE LOW-VALUE.

       01  WS-PARTITIONED-FLAG     PIC X VALUE "N".
           88  WS-PARTITIONED          VALUE "Y".
       01  WS-SPLIT-STREAMS        PIC 9 VALUE 0.
       01  WS-ROW-FOUND-FLAG       PIC X VALUE "N".
           88  WS-ROW-FOUND            VALUE "Y".
       01  WS-APPLIES-FLAG         PIC X VALUE "N".
           88  WS-STEP-APPLIES         VALUE "Y".
       01  WS-OTHER-SEEN-FLAG      PIC X VALUE "N".
           88  WS-OTHER-SEEN           VALUE "Y".
       01  WS-OTHER-UNCLEAN-FLAG   PIC X VALUE "N".
           88  WS-OTHER-UNCLEAN        VALUE "Y".

       01  WS-RESTART-FLAG         PIC X VALUE "N".
           88  WS-RESTART-FOUND        VALUE "Y".
       01  WS-ANY-RESTART-FLAG     PIC X VALUE "N".
           88  WS-ANY-RESTART          VALUE "Y".
       01  WS-RESTART-PROGRAM      PIC X(8) VALUE SPACE.
       01  WS-RESTART-STREAM       PIC 9 VALUE 0.
       01  WS-RESTART-STATUS       PIC X VALUE SPACE.
       01  WS-RESTART-RC           PIC 9(4) VALUE 0.
       01  WS-RESTART-ROW-FLAG     PIC X VALUE "N".
           88  WS-RESTART-HAS-ROW      VALUE "Y".

       01  WS-LINE-PROGRAM         PIC X(8).
       01  WS-LINE-STREAM          PIC 9.
       01  WS-LINE-SOURCE          PIC X(8) VALUE SPACE.
       01  WS-STREAM-TEXT          PIC X(9).
       01  WS-FEED-TEXT            PIC X(14).
       01  WS-STATUS-TEXT          PIC X(24).
       01  WS-PRIOR-STATUS-TEXT    PIC X(24).
       01  WS-RC-EDIT              PIC ZZZ9.
       01  WS-RUNS-EDIT            PIC ZZ9.

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
           IF WS-RESET-PROGRAM NOT = SPACE
               PERFORM 0200-APPLY-RESET
           END-IF
           PERFORM 0160-COLLECT-FEEDS
           PERFORM 0250-REPORT-FEED
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT
           IF WS-FEED-COUNT > 0
               PERFORM 0260-REPORT-NIGHT-WIDE-STEPS
           END-IF
           PERFORM 0400-REPORT-OTHER-STEPS
           PERFORM 0900-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
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
           CLOSE CYCLE-PARM-FILE
           OPEN INPUT CYCLE-REPORT-PARM-FILE
           READ CYCLE-REPORT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CQ-CYCLE-DATE IS NUMERIC
                       AND CQ-CYCLE-DATE NOT = 0
                       MOVE CQ-CYCLE-DATE TO WS-CYCLE-DATE
                   END-IF
                   MOVE CQ-RESET-PROGRAM TO WS-RESET-PROGRAM
                   IF CQ-RESET-STREAM IS NUMERIC
                       MOVE CQ-RESET-STREAM TO WS-RESET-STREAM
                   END-IF
                   IF CQ-RESET-FOLLOWING-STEPS
                       SET WS-RESET-FOLLOWING TO TRUE
                   END-IF
                   MOVE CQ-USER-ID TO WS-USER-ID
                   MOVE CQ-RESET-SOURCE TO WS-RESET-SOURCE
           END-READ
           CLOSE CYCLE-REPORT-PARM-FILE
           OPEN I-O CYCLE-CTL-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 0930-BUILD-TIMESTAMP
           MOVE SPACE TO REPORT-RECORD
           STRING "CYCLE STATUS REPORT - CYCLE DATE: "
               DELIMITED BY SIZE
               WS-CYCLE-DATE-X DELIMITED BY SIZE
               "   PRINTED: " DELIMITED BY SIZE
               WS-TIMESTAMP DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       0150-READ-SPLIT-ROW.
      *    A FEED WITH A TRUNSPLT ROW IS PARTITIONED -- THE SAME
      *    TEST CYCCHK01 APPLIES.
           MOVE "N" TO WS-PARTITIONED-FLAG
           MOVE 0 TO WS-SPLIT-STREAMS
           MOVE WS-CYCLE-DATE TO CY-CYCLE-DATE
           MOVE WS-LINE-SOURCE TO CY-SOURCE-SYSTEM
           MOVE "TRUNSPLT" TO CY-PROGRAM-ID
           MOVE 0 TO CY-STREAM-NO
           READ CYCLE-CTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PARTITIONED TO TRUE
                   IF CY-STREAM-COUNT IS NUMERIC
                       MOVE CY-STREAM-COUNT TO WS-SPLIT-STREAMS
                   END-IF
           END-READ.

       0160-COLLECT-FEEDS.
           MOVE 0 TO WS-FEED-COUNT
           MOVE "N" TO WS-CTL-EOF-FLAG
           MOVE WS-CYCLE-DATE TO CY-CYCLE-DATE
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
                       IF CY-CYCLE-DATE NOT = WS-CYCLE-DATE
                           SET WS-CTL-END-OF-FILE TO TRUE
                       ELSE
                           PERFORM 0170-NOTE-FEED-ROW
                       END-IF
               END-READ
           END-PERFORM.

       0170-NOTE-FEED-ROW.
      *    A FEED HAS STARTED THE CYCLE ONCE IT HAS A TRUNSPLT OR
      *    SINGLE-STREAM TRUNMAIN ROW, AS CYCCHK01 JUDGES IT FOR
      *    THE NIGHT-WIDE STEPS.  A FEED'S ROWS COME TOGETHER IN
      *    KEY ORDER, SO IT IS NEW UNLESS IT IS THE LAST ONE NOTED.
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
                       SET WS-FEED-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF.

       0200-APPLY-RESET.
           IF WS-USER-ID = SPACE
               SET WS-RESET-REFUSED TO TRUE
               DISPLAY "ERROR: RESET OF " WS-RESET-PROGRAM
                   " NAMES NO USER ID -- RESET REFUSED"
               MOVE SPACE TO REPORT-RECORD
               STRING "*** RESET OF " DELIMITED BY SIZE
                   WS-RESET-PROGRAM DELIMITED BY SIZE
                   " REFUSED -- CYCRPARM NAMES NO USER ID ***"
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           ELSE
               MOVE WS-RESET-PROGRAM TO WS-LINE-PROGRAM
               MOVE WS-RESET-STREAM TO WS-LINE-STREAM
               MOVE WS-RESET-SOURCE TO WS-LINE-SOURCE
               PERFORM 0210-RESET-ONE-STEP
               IF WS-RESET-FOLLOWING AND NOT WS-RESET-REFUSED
                   PERFORM 0230-RESET-FOLLOWING-STEPS
               END-IF
           END-IF
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       0210-RESET-ONE-STEP.
           PERFORM 0920-BUILD-STEP-TEXT
           MOVE WS-CYCLE-DATE TO CY-CYCLE-DATE
           MOVE WS-LINE-SOURCE TO CY-SOURCE-SYSTEM
           MOVE WS-LINE-PROGRAM TO CY-PROGRAM-ID
           MOVE WS-LINE-STREAM TO CY-STREAM-NO
           READ CYCLE-CTL-FILE
               INVALID KEY
      *            ONLY THE NAMED STEP IS AN ERROR WHEN MISSING;
      *            A FOLLOWING STEP THAT NEVER RAN NEEDS NO RESET.
                   IF WS-LINE-PROGRAM = WS-RESET-PROGRAM
                       AND WS-LINE-STREAM = WS-RESET-STREAM
                       AND WS-LINE-SOURCE = WS-RESET-SOURCE
                       SET WS-RESET-REFUSED TO TRUE
                       DISPLAY "ERROR: " WS-LINE-PROGRAM
                           WS-STREAM-TEXT WS-FEED-TEXT
                           " HAS NO CYCCTL ROW FOR "
                           "CYCLE " WS-CYCLE-DATE-X
                           " -- NOTHING TO RESET"
                       MOVE SPACE TO REPORT-RECORD
                       STRING "*** RESET OF " DELIMITED BY SIZE
                           WS-LINE-PROGRAM DELIMITED BY SPACE
                           WS-STREAM-TEXT DELIMITED BY "  "
                           WS-FEED-TEXT DELIMITED BY "  "
                           " REFUSED -- STEP HAS NOT RUN FOR THIS "
                           DELIMITED BY SIZE
                           "CYCLE ***" DELIMITED BY SIZE
                           INTO REPORT-RECORD
                       END-STRING
                       WRITE REPORT-RECORD
                   END-IF
               NOT INVALID KEY
                   IF NOT CY-STEP-RESET
                       PERFORM 0220-MARK-ROW-RESET
                   END-IF
           END-READ.

       0220-MARK-ROW-RESET.
           PERFORM 0910-SET-STATUS-TEXT
           MOVE WS-STATUS-TEXT TO WS-PRIOR-STATUS-TEXT
           MOVE CY-RETURN-CODE TO WS-RC-EDIT
           PERFORM 0930-BUILD-TIMESTAMP
           MOVE "R" TO CY-STATUS
           MOVE WS-USER-ID TO CY-RESET-USER-ID
           MOVE WS-TIMESTAMP TO CY-RESET-TIMESTAMP
           REWRITE CYCLE-CONTROL-RECORD
               INVALID KEY
                   SET WS-RESET-REFUSED TO TRUE
                   DISPLAY "ERROR: CYCCTL ROW FOR " WS-LINE-PROGRAM
                       WS-STREAM-TEXT WS-FEED-TEXT
                       " COULD NOT BE RESET"
               NOT INVALID KEY
                   MOVE SPACE TO REPORT-RECORD
                   STRING "RESET: " DELIMITED BY SIZE
                       WS-LINE-PROGRAM DELIMITED BY SPACE
                       WS-STREAM-TEXT DELIMITED BY "  "
                       WS-FEED-TEXT DELIMITED BY "  "
                       " WAS " DELIMITED BY SIZE
                       WS-PRIOR-STATUS-TEXT DELIMITED BY SIZE
                       " RC" DELIMITED BY SIZE
                       WS-RC-EDIT DELIMITED BY SIZE
                       " -- RESET BY " DELIMITED BY SIZE
                       WS-USER-ID DELIMITED BY SIZE
                       " AT " DELIMITED BY SIZE
                       WS-TIMESTAMP DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
           END-REWRITE.

       0230-RESET-FOLLOWING-STEPS.
      *    FIND THE NAMED STEP IN THE NIGHT'S ORDER, THEN RESET
      *    EVERY LATER STEP THAT HAS A ROW: THE SAME FEED'S LATER
      *    STEPS, THEN THE NIGHT-WIDE ONES.  A TRUNMAIN STREAM'S
      *    SIBLING STREAMS RUN ALONGSIDE IT, NOT AFTER IT, AND ARE
      *    LEFT ALONE; THE RECYCLE PASS IS NOT ONE OF THEM.
           MOVE 0 TO WS-RESET-POS
           PERFORM VARYING WS-SO-SUB FROM 1 BY 1
                   UNTIL WS-SO-SUB > WS-STEP-COUNT
                       OR WS-RESET-POS > 0
               IF WS-SO-PROGRAM (WS-SO-SUB) = WS-RESET-PROGRAM
                   AND WS-SO-STREAM (WS-SO-SUB) = WS-RESET-STREAM
                   MOVE WS-SO-SUB TO WS-RESET-POS
               END-IF
           END-PERFORM
           IF WS-RESET-POS > 0
               PERFORM VARYING WS-SO-SUB FROM WS-RESET-POS BY 1
                       UNTIL WS-SO-SUB >= WS-STEP-COUNT
                   IF WS-RESET-PROGRAM = "TRUNMAIN"
                       AND WS-RESET-STREAM > 0
                       AND WS-SO-PROGRAM (WS-SO-SUB + 1) = "TRUNMAIN"
                       AND WS-SO-STREAM (WS-SO-SUB + 1) NOT = 9
                       CONTINUE
                   ELSE
                       MOVE WS-SO-PROGRAM (WS-SO-SUB + 1)
                           TO WS-LINE-PROGRAM
                       MOVE WS-SO-STREAM (WS-SO-SUB + 1)
                           TO WS-LINE-STREAM
                       IF WS-SO-SCOPE (WS-SO-SUB + 1) = "F"
                           MOVE WS-RESET-SOURCE TO WS-LINE-SOURCE
                       ELSE
                           MOVE SPACE TO WS-LINE-SOURCE
                       END-IF
                       PERFORM 0210-RESET-ONE-STEP
                   END-IF
               END-PERFORM
           END-IF.

       0250-REPORT-FEED.
           MOVE WS-FEED-SOURCE (WS-FEED-SUB) TO WS-LINE-SOURCE
           PERFORM 0150-READ-SPLIT-ROW
           MOVE SPACE TO REPORT-RECORD
           IF WS-LINE-SOURCE = SPACE
               MOVE "FEED: (NO SRCPARM)" TO REPORT-RECORD
           ELSE
               STRING "FEED: " DELIMITED BY SIZE
                   WS-LINE-SOURCE DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF
           WRITE REPORT-RECORD
           MOVE "F" TO WS-REPORT-SCOPE
           PERFORM 0270-REPORT-SECTION.

       0260-REPORT-NIGHT-WIDE-STEPS.
           MOVE SPACE TO WS-LINE-SOURCE
           MOVE "NIGHT-WIDE STEPS:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "N" TO WS-REPORT-SCOPE
           PERFORM 0270-REPORT-SECTION.

       0270-REPORT-SECTION.
           MOVE "N" TO WS-RESTART-FLAG
           PERFORM 0300-REPORT-ORDERED-STEP
               VARYING WS-SO-SUB FROM 1 BY 1
               UNTIL WS-SO-SUB > WS-STEP-COUNT
           IF WS-RESTART-FOUND
               SET WS-ANY-RESTART TO TRUE
               PERFORM 0350-WRITE-RESTART-LINE
           END-IF
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       0300-REPORT-ORDERED-STEP.
           IF WS-SO-SCOPE (WS-SO-SUB) = WS-REPORT-SCOPE
               PERFORM 0305-REPORT-STEP-IN-SCOPE
           END-IF.

       0305-REPORT-STEP-IN-SCOPE.
           MOVE WS-SO-PROGRAM (WS-SO-SUB) TO WS-LINE-PROGRAM
           MOVE WS-SO-STREAM (WS-SO-SUB) TO WS-LINE-STREAM
           MOVE WS-CYCLE-DATE TO CY-CYCLE-DATE
           MOVE WS-LINE-SOURCE TO CY-SOURCE-SYSTEM
           MOVE WS-LINE-PROGRAM TO CY-PROGRAM-ID
           MOVE WS-LINE-STREAM TO CY-STREAM-NO
           MOVE "N" TO WS-ROW-FOUND-FLAG
           READ CYCLE-CTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ROW-FOUND TO TRUE
           END-READ
           MOVE "N" TO WS-APPLIES-FLAG
           EVALUATE WS-SO-SHAPE (WS-SO-SUB)
               WHEN "B"
                   SET WS-STEP-APPLIES TO TRUE
               WHEN "S"
                   IF NOT WS-PARTITIONED
                       SET WS-STEP-APPLIES TO TRUE
                   END-IF
               WHEN "P"
      *            A STREAM TRUNSPLT DID NOT CUT IS SHOWN ONLY IF
      *            SOMETHING RAN UNDER ITS NUMBER ANYWAY.
                   IF WS-PARTITIONED
                       IF WS-LINE-STREAM = 0
                           OR WS-LINE-STREAM NOT > WS-SPLIT-STREAMS
                           OR WS-ROW-FOUND
                           SET WS-STEP-APPLIES TO TRUE
                       END-IF
                   END-IF
               WHEN "R"
                   IF WS-ROW-FOUND
                       SET WS-STEP-APPLIES TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-STEP-APPLIES
               PERFORM 0310-WRITE-STEP-LINE
               IF NOT WS-RESTART-FOUND
                   AND NOT (WS-ROW-FOUND AND CY-STEP-COMPLETE)
                   SET WS-RESTART-FOUND TO TRUE
                   MOVE WS-LINE-PROGRAM TO WS-RESTART-PROGRAM
                   MOVE WS-LINE-STREAM TO WS-RESTART-STREAM
                   MOVE WS-ROW-FOUND-FLAG TO WS-RESTART-ROW-FLAG
                   IF WS-ROW-FOUND
                       MOVE CY-STATUS TO WS-RESTART-STATUS
                       MOVE CY-RETURN-CODE TO WS-RESTART-RC
                   END-IF
               END-IF
           END-IF.

       0310-WRITE-STEP-LINE.
           PERFORM 0920-BUILD-STEP-TEXT
           MOVE SPACE TO REPORT-RECORD
           IF WS-ROW-FOUND
               PERFORM 0910-SET-STATUS-TEXT
               MOVE CY-RETURN-CODE TO WS-RC-EDIT
               MOVE CY-RUN-COUNT TO WS-RUNS-EDIT
               STRING "  " DELIMITED BY SIZE
                   WS-LINE-PROGRAM DELIMITED BY SIZE
                   WS-STREAM-TEXT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-STATUS-TEXT DELIMITED BY SIZE
                   " RC" DELIMITED BY SIZE
                   WS-RC-EDIT DELIMITED BY SIZE
                   "  START " DELIMITED BY SIZE
                   CY-START-TIMESTAMP DELIMITED BY SIZE
                   " END " DELIMITED BY SIZE
                   CY-END-TIMESTAMP DELIMITED BY SIZE
                   " RUNS" DELIMITED BY SIZE
                   WS-RUNS-EDIT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               IF CY-RESET-USER-ID NOT = SPACE
                   MOVE SPACE TO REPORT-RECORD
                   STRING "      LAST RESET BY " DELIMITED BY SIZE
                       CY-RESET-USER-ID DELIMITED BY SIZE
                       " AT " DELIMITED BY SIZE
                       CY-RESET-TIMESTAMP DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               END-IF
           ELSE
               STRING "  " DELIMITED BY SIZE
                   WS-LINE-PROGRAM DELIMITED BY SIZE
                   WS-STREAM-TEXT DELIMITED BY SIZE
                   "  NOT YET RUN" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       0350-WRITE-RESTART-LINE.
           MOVE WS-RESTART-PROGRAM TO WS-LINE-PROGRAM
           MOVE WS-RESTART-STREAM TO WS-LINE-STREAM
           PERFORM 0920-BUILD-STEP-TEXT
           MOVE WS-RESTART-RC TO WS-RC-EDIT
           MOVE SPACE TO REPORT-RECORD
           EVALUATE TRUE
               WHEN NOT WS-RESTART-HAS-ROW
                   STRING "*** RESTART FROM: " DELIMITED BY SIZE
                       WS-LINE-PROGRAM DELIMITED BY SPACE
                       WS-STREAM-TEXT DELIMITED BY "  "
                       WS-FEED-TEXT DELIMITED BY "  "
                       " -- NOT YET RUN ***" DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-RESTART-STATUS = "R"
                   STRING "*** RESTART FROM: " DELIMITED BY SIZE
                       WS-LINE-PROGRAM DELIMITED BY SPACE
                       WS-STREAM-TEXT DELIMITED BY "  "
                       WS-FEED-TEXT DELIMITED BY "  "
                       " -- RESET, TO BE RERUN ***"
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-RESTART-STATUS = "F"
                   STRING "*** RESTART FROM: " DELIMITED BY SIZE
                       WS-LINE-PROGRAM DELIMITED BY SPACE
                       WS-STREAM-TEXT DELIMITED BY "  "
                       WS-FEED-TEXT DELIMITED BY "  "
                       " -- FAILED WITH RETURN CODE"
                       DELIMITED BY SIZE
                       WS-RC-EDIT DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   STRING "*** RESTART FROM: " DELIMITED BY SIZE
                       WS-LINE-PROGRAM DELIMITED BY SPACE
                       WS-STREAM-TEXT DELIMITED BY "  "
                       WS-FEED-TEXT DELIMITED BY "  "
                       " -- STARTED BUT NEVER ENDED (ABENDED "
                       DELIMITED BY SIZE
                       "OR STILL RUNNING) ***" DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           WRITE REPORT-RECORD.

       0400-REPORT-OTHER-STEPS.
      *    STEPS OUTSIDE THE NIGHT'S ORDER THAT STILL CHECK IN
      *    (SO THEY CANNOT RUN TWICE) ARE LISTED AFTER IT, UNDER
      *    THE FEED THEY CHECKED IN FOR.
           MOVE "N" TO WS-CTL-EOF-FLAG
           MOVE WS-CYCLE-DATE TO CY-CYCLE-DATE
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
                       IF CY-CYCLE-DATE NOT = WS-CYCLE-DATE
                           SET WS-CTL-END-OF-FILE TO TRUE
                       ELSE
                           PERFORM 0410-CHECK-OTHER-STEP
                       END-IF
               END-READ
           END-PERFORM.

       0410-CHECK-OTHER-STEP.
           MOVE "N" TO WS-IN-ORDER-FLAG
           PERFORM VARYING WS-SO-SUB FROM 1 BY 1
                   UNTIL WS-SO-SUB > WS-STEP-COUNT
               IF WS-SO-PROGRAM (WS-SO-SUB) = CY-PROGRAM-ID
                   SET WS-IN-ORDER TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-IN-ORDER
               IF NOT WS-OTHER-SEEN
                   SET WS-OTHER-SEEN TO TRUE
                   MOVE "OTHER STEPS CHECKED IN FOR THE CYCLE:"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               IF CY-SOURCE-SYSTEM NOT = WS-OTHER-SOURCE
                   MOVE CY-SOURCE-SYSTEM TO WS-OTHER-SOURCE
                   MOVE SPACE TO REPORT-RECORD
                   IF CY-SOURCE-SYSTEM = SPACE
                       MOVE "  FEED: (NO SRCPARM)" TO REPORT-RECORD
                   ELSE
                       STRING "  FEED: " DELIMITED BY SIZE
                           CY-SOURCE-SYSTEM DELIMITED BY SIZE
                           INTO REPORT-RECORD
                       END-STRING
                   END-IF
                   WRITE REPORT-RECORD
               END-IF
               IF NOT CY-STEP-COMPLETE
                   SET WS-OTHER-UNCLEAN TO TRUE
               END-IF
               MOVE CY-PROGRAM-ID TO WS-LINE-PROGRAM
               MOVE CY-STREAM-NO TO WS-LINE-STREAM
               MOVE CY-SOURCE-SYSTEM TO WS-LINE-SOURCE
               SET WS-ROW-FOUND TO TRUE
               PERFORM 0310-WRITE-STEP-LINE
           END-IF.

       0900-TERMINATE.
           IF WS-OTHER-SEEN
               MOVE SPACE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           EVALUATE TRUE
               WHEN WS-FEED-COUNT = 0
                   MOVE SPACE TO REPORT-RECORD
                   STRING "CYCLE NOT STARTED -- START EACH FEED WITH "
                       DELIMITED BY SIZE
                       "TRUNSPLT (PARTITIONED) OR "
                       DELIMITED BY SIZE
                       "TRUNMAIN (SINGLE STREAM)"
                       DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-ANY-RESTART
                   MOVE "CYCLE NOT COMPLETE -- SEE RESTART POINTS ABOVE"
                       TO REPORT-RECORD
               WHEN OTHER
                   MOVE "CYCLE COMPLETE -- NOTHING TO RESTART"
                       TO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD
           IF WS-FEED-OVERFLOW
               MOVE SPACE TO REPORT-RECORD
               STRING "*** MORE THAN 50 FEEDS ON THE CYCLE -- "
                   DELIMITED BY SIZE
                   "ONLY THE FIRST 50 ARE REPORTED" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-OTHER-UNCLEAN
               MOVE "*** AN OTHER STEP ON THE CYCLE HAS NOT COMPLETED"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-RESET-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE CYCLE-CTL-FILE
           CLOSE REPORT-FILE.

       0910-SET-STATUS-TEXT.
           EVALUATE TRUE
               WHEN CY-STEP-COMPLETE
                   MOVE "COMPLETE" TO WS-STATUS-TEXT
               WHEN CY-STEP-FAILED
                   MOVE "FAILED" TO WS-STATUS-TEXT
               WHEN CY-STEP-RESET
                   MOVE "RESET - TO BE RERUN" TO WS-STATUS-TEXT
               WHEN CY-STEP-STARTED
                   MOVE "STARTED - NEVER ENDED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN STATUS" TO WS-STATUS-TEXT
           END-EVALUATE.

       0920-BUILD-STEP-TEXT.
           MOVE SPACE TO WS-STREAM-TEXT
           MOVE SPACE TO WS-FEED-TEXT
           IF WS-LINE-STREAM > 0
               STRING " STREAM " DELIMITED BY SIZE
                   WS-LINE-STREAM DELIMITED BY SIZE
                   INTO WS-STREAM-TEXT
               END-STRING
           END-IF
           IF WS-LINE-SOURCE NOT = SPACE
               STRING " FEED " DELIMITED BY SIZE
                   WS-LINE-SOURCE DELIMITED BY SPACE
                   INTO WS-FEED-TEXT
               END-STRING
           END-IF.

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
