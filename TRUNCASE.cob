       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNCASE.
       AUTHOR. DATA-QUALITY-TEAM.
      *REMARKS. NIGHTLY EXCEPTION CASE BUILD AND OVERDUE REPORT.
      *    THE SAME (SOURCE FEED, FIELD) BREAKS HUNDREDS OF TIMES
      *    A NIGHT, EACH AS ITS OWN AUDIT ROW, SO NOBODY OWNED
      *    THE PROBLEM AND NOBODY COULD SAY HOW LONG IT HAD BEEN
      *    OPEN.  THIS STEP WALKS THE AUDIT FILE AND ROLLS EVERY
      *    OPEN OR REVIEWED ROW NOT YET ON A CASE INTO THE LIVE
      *    CASE FOR ITS AU-JOB-NAME / AU-FIELD-NAME / AU-REASON,
      *    OPENING A NEW CASE (CASEREC LAYOUT, INDEXED CASEFILE)
      *    WHEN THERE IS NONE, AND STAMPS THE CASE ID BACK ON THE
      *    ROW.  A NEW CASE IS DUE THE FEED'S CASESLA SERVICE
      *    LEVEL AFTER ITS FIRST EXCEPTION AND STARTS WITH THE
      *    FEED'S DEFAULT OWNER, IF ANY.  IT THEN SWEEPS THE CASE
      *    FILE: A CASE WITH NO LINKED ROW LEFT UNCLOSED ON THE
      *    AUDIT FILE (TRUNRCYC CLOSES ROWS AS CORRECTIONS LOAD;
      *    TRUNPRGE ARCHIVES AGED ONES) IS CLOSED ITSELF, AND
      *    EVERY LIVE CASE PAST ITS DUE DATE IS LISTED ON THE
      *    CASEOVD OVERDUE REPORT, GROUPED BY OWNER.  EACH
      *    CASE OPENED OR CLOSED HERE FILES A CASEHST ROW UNDER
      *    THIS PROGRAM'S NAME.  ANALYSTS WORK THE CASES THROUGH
      *    THE TRUNCSMT TRANSACTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CASE-FILE ASSIGN TO "CASEFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CASE-ID
               ALTERNATE RECORD KEY IS CS-GROUP-KEY
                   WITH DUPLICATES.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-KEY
               ALTERNATE RECORD KEY IS AU-FIELD-NAME
                   WITH DUPLICATES.

           SELECT OPTIONAL CASE-HIST-FILE ASSIGN TO "CASEHST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CASE-SLA-FILE ASSIGN TO "CASESLA"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "CASERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVERDUE-FILE ASSIGN TO "CASEOVD"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       COPY CASEREC.

       FD  AUDIT-FILE.
       COPY AUDREC.

       FD  CASE-HIST-FILE.
       COPY CASEHST.

       FD  CASE-SLA-FILE.
       COPY CASESLA.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       FD  OVERDUE-FILE.
       01  OVERDUE-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUD-EOF-FLAG         PIC X VALUE "N".
           88  WS-AUD-END-OF-FILE      VALUE "Y".
       01  WS-CASE-EOF-FLAG        PIC X VALUE "N".
           88  WS-CASE-END-OF-FILE     VALUE "Y".
       01  WS-SLA-EOF-FLAG         PIC X VALUE "N".
           88  WS-SLA-END-OF-FILE      VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
       01  WS-RUN-INTEGER          PIC 9(8) VALUE 0.
       01  WS-LAST-CASE-ID         PIC 9(6) VALUE 0.

      *    SERVICE LEVELS BY FEED.  THE BLANK-SOURCE ROW, IF ANY,
      *    REPLACES THE BUILT-IN 5-DAY UNASSIGNED DEFAULT.
       01  WS-DEFAULT-DUE-DAYS     PIC 9(3) VALUE 5.
       01  WS-DEFAULT-OWNER        PIC X(8) VALUE SPACE.
       01  WS-SLA-COUNT            PIC 9(3) VALUE 0.
       01  WS-SLA-TABLE.
           05  WS-SLA-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-SLA-COUNT
                   INDEXED BY WS-SLA-IDX.
               10  WS-SLA-SOURCE-SYSTEM    PIC X(8).
               10  WS-SLA-DUE-DAYS         PIC 9(3).
               10  WS-SLA-OWNER            PIC X(8).
       01  WS-CASE-DUE-DAYS        PIC 9(3) VALUE 0.
       01  WS-CASE-OWNER           PIC X(8) VALUE SPACE.

      *    THE GROUPING KEY OF THE AUDIT ROW BEING LINKED, AND THE
      *    CASE IT BELONGS TO.
       01  WS-GROUP-KEY.
           05  WS-GK-JOB-NAME          PIC X(8).
           05  WS-GK-FIELD-NAME        PIC X(30).
           05  WS-GK-REASON            PIC X(40).
       01  WS-LINK-CASE-ID         PIC 9(6) VALUE 0.
       01  WS-GRP-DONE-FLAG        PIC X VALUE "N".
           88  WS-GRP-DONE              VALUE "Y".

      *    GROUPS ALREADY RESOLVED TO A CASE THIS RUN, SO A BREAK
      *    REPEATED A THOUSAND TIMES IS LOOKED UP ON THE CASE FILE
      *    ONCE.  A FULL TABLE ONLY MEANS LATER GROUPS GO TO THE
      *    FILE EACH TIME.
       01  WS-GRP-COUNT            PIC 9(4) VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-GRP-COUNT
                   INDEXED BY WS-GRP-IDX.
               10  WS-GRP-KEY              PIC X(78).
               10  WS-GRP-CASE-ID          PIC 9(6).
       01  WS-GRP-FOUND-FLAG       PIC X VALUE "N".
           88  WS-GRP-FOUND             VALUE "Y".

      *    CASES WITH AT LEAST ONE LINKED ROW NOT YET CLOSED.  A
      *    LIVE CASE NOT IN HERE HAS NOTHING LEFT OPEN AND IS
      *    CLOSED BY THE SWEEP -- UNLESS THE TABLE OVERFLOWED, IN
      *    WHICH CASE NOTHING IS AUTO-CLOSED THIS RUN RATHER THAN
      *    CLOSE A CASE THAT STILL HAS WORK ON IT.
       01  WS-LIVE-COUNT           PIC 9(5) VALUE 0.
       01  WS-LIVE-CASE-TABLE.
           05  WS-LIVE-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-LIVE-COUNT
                   INDEXED BY WS-LIVE-IDX.
               10  WS-LIVE-CASE-ID         PIC 9(6).
       01  WS-LIVE-FOUND-FLAG      PIC X VALUE "N".
           88  WS-LIVE-FOUND            VALUE "Y".
       01  WS-LIVE-OVERFLOW-FLAG   PIC X VALUE "N".
           88  WS-LIVE-OVERFLOW         VALUE "Y".
       01  WS-LOOK-CASE-ID         PIC 9(6) VALUE 0.

      *    LIVE CASES PAST DUE, SORTED BY OWNER, DUE DATE AND
      *    CASE FOR THE OVERDUE REPORT.  A REPORT QUIETLY SHORT
      *    OF OVERDUE CASES IS WORSE THAN NONE, SO OVERFLOW FAILS
      *    THE RUN.
       01  WS-OVD-COUNT            PIC 9(4) VALUE 0.
       01  WS-OVERDUE-TABLE.
           05  WS-OVD-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-OVD-COUNT
                   INDEXED BY WS-OVD-IDX.
               10  WS-OVD-SORT-KEY.
                   15  WS-OVD-OWNER            PIC X(8).
                   15  WS-OVD-DUE-DATE         PIC 9(8).
                   15  WS-OVD-CASE-ID          PIC 9(6).
               10  WS-OVD-STATUS           PIC X.
               10  WS-OVD-JOB-NAME         PIC X(8).
               10  WS-OVD-FIELD-NAME       PIC X(30).
               10  WS-OVD-REASON           PIC X(40).
               10  WS-OVD-ROW-COUNT        PIC 9(6).
               10  WS-OVD-DAYS-OVER        PIC 9(5).
       01  WS-OVD-HOLD-ENTRY.
           05  WS-OVD-HOLD-KEY         PIC X(22).
           05  WS-OVD-HOLD-DATA        PIC X(90).
       01  WS-OVD-SORT-I           PIC 9(4) VALUE 0.
       01  WS-OVD-SORT-J           PIC 9(4) VALUE 0.
       01  WS-PREV-OWNER           PIC X(8) VALUE SPACE.
       01  WS-OWNER-LABEL          PIC X(12) VALUE SPACE.
       01  WS-OWNER-CASES          PIC 9(9) VALUE 0.
       01  WS-DAYS-OVER            PIC 9(5) VALUE 0.

       01  WS-CASE-ID-X            PIC 9(6) VALUE 0.
       01  WS-DATE-X               PIC X(8) VALUE SPACE.
       01  WS-DAYS-EDIT            PIC ZZZZ9.
       01  WS-ROWS-EDIT            PIC ZZZZZ9.

       01  WS-AUDIT-ROWS-READ      PIC 9(9) VALUE 0.
       01  WS-ROWS-LINKED          PIC 9(9) VALUE 0.
       01  WS-CASES-OPENED         PIC 9(9) VALUE 0.
       01  WS-CASES-AUTO-CLOSED    PIC 9(9) VALUE 0.
       01  WS-CASES-LIVE           PIC 9(9) VALUE 0.
       01  WS-CASES-OVERDUE        PIC 9(9) VALUE 0.
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
       01  WS-TIMESTAMP             PIC X(26).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-LINK-AUDIT-ROW
               UNTIL WS-AUD-END-OF-FILE
           PERFORM 0500-POSITION-CASE-FILE
           PERFORM 0600-REVIEW-CASE
               UNTIL WS-CASE-END-OF-FILE
           PERFORM 0700-WRITE-OVERDUE-REPORT
           PERFORM 0900-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN I-O CASE-FILE
           OPEN I-O AUDIT-FILE
           OPEN EXTEND CASE-HIST-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT OVERDUE-FILE
           PERFORM 0110-LOAD-SLA-TABLE
           PERFORM 0120-FIND-LAST-CASE-ID
           PERFORM 0130-WRITE-REPORT-HEADERS
           MOVE 0 TO AU-RUN-DATE
           MOVE 0 TO AU-SEQ-NO
           START AUDIT-FILE KEY IS >= AU-KEY
               INVALID KEY
                   SET WS-AUD-END-OF-FILE TO TRUE
           END-START
           PERFORM 0150-READ-AUDIT-ROW.

       0110-LOAD-SLA-TABLE.
           OPEN INPUT CASE-SLA-FILE
           PERFORM UNTIL WS-SLA-END-OF-FILE
               READ CASE-SLA-FILE
                   AT END
                       SET WS-SLA-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 0115-ADD-SLA-ROW
               END-READ
           END-PERFORM
           CLOSE CASE-SLA-FILE.

       0115-ADD-SLA-ROW.
      *    A ZERO OR NON-NUMERIC DAY COUNT WOULD MAKE EVERY CASE
      *    DUE THE DAY IT OPENS, SO THE ROW'S DAYS ARE IGNORED
      *    AND THE DEFAULT STANDS.
           IF SL-SOURCE-SYSTEM = SPACE
               IF SL-DUE-DAYS IS NUMERIC
                   AND SL-DUE-DAYS > 0
                   MOVE SL-DUE-DAYS TO WS-DEFAULT-DUE-DAYS
               END-IF
               MOVE SL-DEFAULT-OWNER TO WS-DEFAULT-OWNER
           ELSE
               IF WS-SLA-COUNT < 500
                   ADD 1 TO WS-SLA-COUNT
                   MOVE SL-SOURCE-SYSTEM
                       TO WS-SLA-SOURCE-SYSTEM (WS-SLA-COUNT)
                   IF SL-DUE-DAYS IS NUMERIC
                       AND SL-DUE-DAYS > 0
                       MOVE SL-DUE-DAYS
                           TO WS-SLA-DUE-DAYS (WS-SLA-COUNT)
                   ELSE
                       MOVE 0 TO WS-SLA-DUE-DAYS (WS-SLA-COUNT)
                   END-IF
                   MOVE SL-DEFAULT-OWNER
                       TO WS-SLA-OWNER (WS-SLA-COUNT)
               ELSE
                   DISPLAY "ERROR: CASESLA EXCEEDS 500 FEEDS AT "
                       SL-SOURCE-SYSTEM " -- RUN ABANDONED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0120-FIND-LAST-CASE-ID.
      *    CASE IDS ARE ISSUED IN SEQUENCE; THE NEXT ONE FOLLOWS
      *    THE HIGHEST ALREADY ON FILE.
           MOVE 0 TO CS-CASE-ID
           START CASE-FILE KEY IS >= CS-CASE-ID
               INVALID KEY
                   SET WS-CASE-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-CASE-END-OF-FILE
               READ CASE-FILE NEXT RECORD
                   AT END
                       SET WS-CASE-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE CS-CASE-ID TO WS-LAST-CASE-ID
               END-READ
           END-PERFORM
           MOVE "N" TO WS-CASE-EOF-FLAG.

       0130-WRITE-REPORT-HEADERS.
           MOVE SPACE TO REPORT-RECORD
           STRING "EXCEPTION CASE BUILD - RUN DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACE TO OVERDUE-RECORD
           STRING "OVERDUE EXCEPTION CASES BY OWNER - RUN DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               INTO OVERDUE-RECORD
           END-STRING
           WRITE OVERDUE-RECORD
           MOVE SPACE TO OVERDUE-RECORD
           STRING "  CASE    DUE DATE  DAYS  ST  FEED      "
               DELIMITED BY SIZE
               "FIELD NAME                       ROWS  REASON"
               DELIMITED BY SIZE
               INTO OVERDUE-RECORD
           END-STRING
           WRITE OVERDUE-RECORD.

       0150-READ-AUDIT-ROW.
           IF NOT WS-AUD-END-OF-FILE
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-AUD-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-ROWS-READ
               END-READ
           END-IF.

       0200-LINK-AUDIT-ROW.
      *    ONLY OPEN AND REVIEWED ROWS ARE STILL EXCEPTIONS TO
      *    WORK; A RESENT OR CLOSED ROW NOT ALREADY ON A CASE IS
      *    LEFT ALONE.  EVERY LINKED ROW NOT YET CLOSED KEEPS ITS
      *    CASE LIVE.
           IF NOT AU-STATUS-CLOSED
               IF AU-CASE-ID IS NUMERIC
                   AND AU-CASE-ID > 0
                   MOVE AU-CASE-ID TO WS-LOOK-CASE-ID
                   PERFORM 0250-NOTE-LIVE-CASE
               ELSE
                   IF AU-STATUS-OPEN OR AU-STATUS-REVIEWED
                       PERFORM 0210-LINK-TO-CASE
                       MOVE WS-LINK-CASE-ID TO WS-LOOK-CASE-ID
                       PERFORM 0250-NOTE-LIVE-CASE
                   END-IF
               END-IF
           END-IF
           PERFORM 0150-READ-AUDIT-ROW.

       0210-LINK-TO-CASE.
           MOVE AU-JOB-NAME TO WS-GK-JOB-NAME
           MOVE AU-FIELD-NAME TO WS-GK-FIELD-NAME
           MOVE AU-REASON TO WS-GK-REASON
           MOVE "N" TO WS-GRP-FOUND-FLAG
           IF WS-GRP-COUNT > 0
               SET WS-GRP-IDX TO 1
               SEARCH WS-GRP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GRP-KEY (WS-GRP-IDX) = WS-GROUP-KEY
                       MOVE "Y" TO WS-GRP-FOUND-FLAG
                       MOVE WS-GRP-CASE-ID (WS-GRP-IDX)
                           TO WS-LINK-CASE-ID
               END-SEARCH
           END-IF
           IF NOT WS-GRP-FOUND
               PERFORM 0220-FIND-LIVE-CASE
               IF WS-LINK-CASE-ID = 0
                   PERFORM 0230-OPEN-NEW-CASE
               END-IF
               IF WS-GRP-COUNT < 5000
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GROUP-KEY TO WS-GRP-KEY (WS-GRP-COUNT)
                   MOVE WS-LINK-CASE-ID
                       TO WS-GRP-CASE-ID (WS-GRP-COUNT)
               END-IF
           END-IF
           PERFORM 0240-ADD-ROW-TO-CASE.

       0220-FIND-LIVE-CASE.
      *    A GROUP CAN HAVE ANY NUMBER OF CLOSED CASES BEHIND IT
      *    BUT AT MOST ONE THAT IS NOT CLOSED.
           MOVE 0 TO WS-LINK-CASE-ID
           MOVE "N" TO WS-GRP-DONE-FLAG
           MOVE WS-GROUP-KEY TO CS-GROUP-KEY
           START CASE-FILE KEY IS = CS-GROUP-KEY
               INVALID KEY
                   SET WS-GRP-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-GRP-DONE
               READ CASE-FILE NEXT RECORD
                   AT END
                       SET WS-GRP-DONE TO TRUE
               END-READ
               IF NOT WS-GRP-DONE
                   IF CS-GROUP-KEY NOT = WS-GROUP-KEY
                       SET WS-GRP-DONE TO TRUE
                   ELSE
                       IF NOT CS-STATUS-CLOSED
                           MOVE CS-CASE-ID TO WS-LINK-CASE-ID
                           SET WS-GRP-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0230-OPEN-NEW-CASE.
           IF WS-LAST-CASE-ID = 999999
               DISPLAY "ERROR: CASE IDS EXHAUSTED -- RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LAST-CASE-ID
           MOVE WS-LAST-CASE-ID TO WS-LINK-CASE-ID
           PERFORM 0235-LOOKUP-SLA
           PERFORM 0930-BUILD-TIMESTAMP
           MOVE SPACE TO CASE-RECORD
           MOVE WS-LINK-CASE-ID TO CS-CASE-ID
           MOVE WS-GROUP-KEY TO CS-GROUP-KEY
           MOVE "O" TO CS-STATUS
           MOVE WS-CASE-OWNER TO CS-OWNER
      *    THE SERVICE-LEVEL CLOCK STARTS WHEN THE FIRST EXCEPTION
      *    WAS RAISED, NOT WHEN THIS RUN NOTICED IT.
           MOVE AU-RUN-DATE TO CS-OPENED-DATE
           COMPUTE CS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(AU-RUN-DATE)
               + WS-CASE-DUE-DAYS)
           MOVE 0 TO CS-ROW-COUNT
           MOVE AU-RUN-DATE TO CS-LAST-ROW-DATE
           MOVE WS-TIMESTAMP TO CS-LAST-ACTION-TS
           WRITE CASE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: CASE " CS-CASE-ID
                       " ALREADY ON CASEFILE -- RUN ABANDONED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-CASES-OPENED
           MOVE SPACE TO CASE-HISTORY-RECORD
           MOVE CS-CASE-ID TO CH-CASE-ID
           MOVE WS-TIMESTAMP TO CH-TIMESTAMP
           MOVE "TRUNCASE" TO CH-USER-ID
           MOVE "O" TO CH-ACTION
           MOVE "O" TO CH-NEW-STATUS
           MOVE CS-OWNER TO CH-OWNER
           MOVE AU-RUN-DATE TO CH-RUN-DATE
           MOVE AU-SEQ-NO TO CH-SEQ-NO
           MOVE 0 TO CH-ROW-COUNT
           MOVE "OPENED FROM THIS AUDIT ROW" TO CH-NOTE
           WRITE CASE-HISTORY-RECORD
           MOVE CS-CASE-ID TO WS-CASE-ID-X
           MOVE CS-DUE-DATE TO WS-DATE-X
           MOVE SPACE TO REPORT-RECORD
           STRING "  OPENED CASE " DELIMITED BY SIZE
               WS-CASE-ID-X DELIMITED BY SIZE
               " DUE " DELIMITED BY SIZE
               WS-DATE-X DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CS-JOB-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CS-FIELD-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CS-REASON DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       0235-LOOKUP-SLA.
           MOVE WS-DEFAULT-DUE-DAYS TO WS-CASE-DUE-DAYS
           MOVE WS-DEFAULT-OWNER TO WS-CASE-OWNER
           IF WS-SLA-COUNT > 0
               SET WS-SLA-IDX TO 1
               SEARCH WS-SLA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SLA-SOURCE-SYSTEM (WS-SLA-IDX)
                           = AU-JOB-NAME
                       IF WS-SLA-DUE-DAYS (WS-SLA-IDX) > 0
                           MOVE WS-SLA-DUE-DAYS (WS-SLA-IDX)
                               TO WS-CASE-DUE-DAYS
                       END-IF
                       IF WS-SLA-OWNER (WS-SLA-IDX) NOT = SPACE
                           MOVE WS-SLA-OWNER (WS-SLA-IDX)
                               TO WS-CASE-OWNER
                       END-IF
               END-SEARCH
           END-IF.

       0240-ADD-ROW-TO-CASE.
      *    KEYED ON THE PRIMARY KEY EXPLICITLY -- THE GROUP LOOKUP
      *    ABOVE MAY HAVE LEFT THE ALTERNATE KEY AS THE KEY OF
      *    REFERENCE.
           MOVE WS-LINK-CASE-ID TO CS-CASE-ID
           READ CASE-FILE KEY IS CS-CASE-ID
               INVALID KEY
                   DISPLAY "ERROR: CASE " WS-LINK-CASE-ID
                       " MISSING FROM CASEFILE -- RUN ABANDONED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           ADD 1 TO CS-ROW-COUNT
           IF AU-RUN-DATE > CS-LAST-ROW-DATE
               MOVE AU-RUN-DATE TO CS-LAST-ROW-DATE
           END-IF
           REWRITE CASE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO UPDATE CASE "
                       CS-CASE-ID
           END-REWRITE
           MOVE WS-LINK-CASE-ID TO AU-CASE-ID
           REWRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO LINK AUDIT ROW "
                       AU-RUN-DATE "/" AU-SEQ-NO " TO CASE "
                       WS-LINK-CASE-ID
           END-REWRITE
           ADD 1 TO WS-ROWS-LINKED.

       0250-NOTE-LIVE-CASE.
           MOVE "N" TO WS-LIVE-FOUND-FLAG
           IF WS-LIVE-COUNT > 0
               SET WS-LIVE-IDX TO 1
               SEARCH WS-LIVE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LIVE-CASE-ID (WS-LIVE-IDX)
                           = WS-LOOK-CASE-ID
                       MOVE "Y" TO WS-LIVE-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT WS-LIVE-FOUND
               IF WS-LIVE-COUNT < 10000
                   ADD 1 TO WS-LIVE-COUNT
                   MOVE WS-LOOK-CASE-ID
                       TO WS-LIVE-CASE-ID (WS-LIVE-COUNT)
               ELSE
                   SET WS-LIVE-OVERFLOW TO TRUE
               END-IF
           END-IF.

       0500-POSITION-CASE-FILE.
           MOVE "N" TO WS-CASE-EOF-FLAG
           MOVE 0 TO CS-CASE-ID
           START CASE-FILE KEY IS >= CS-CASE-ID
               INVALID KEY
                   SET WS-CASE-END-OF-FILE TO TRUE
           END-START
           PERFORM 0510-READ-CASE.

       0510-READ-CASE.
           IF NOT WS-CASE-END-OF-FILE
               READ CASE-FILE NEXT RECORD
                   AT END
                       SET WS-CASE-END-OF-FILE TO TRUE
               END-READ
           END-IF.

       0600-REVIEW-CASE.
           IF NOT CS-STATUS-CLOSED
               MOVE CS-CASE-ID TO WS-LOOK-CASE-ID
               MOVE "N" TO WS-LIVE-FOUND-FLAG
               IF WS-LIVE-COUNT > 0
                   SET WS-LIVE-IDX TO 1
                   SEARCH WS-LIVE-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-LIVE-CASE-ID (WS-LIVE-IDX)
                               = WS-LOOK-CASE-ID
                           MOVE "Y" TO WS-LIVE-FOUND-FLAG
                   END-SEARCH
               END-IF
               IF NOT WS-LIVE-FOUND
                   AND NOT WS-LIVE-OVERFLOW
                   AND CS-ROW-COUNT > 0
                   PERFORM 0610-AUTO-CLOSE-CASE
               ELSE
                   ADD 1 TO WS-CASES-LIVE
                   IF CS-DUE-DATE < WS-RUN-DATE
                       PERFORM 0620-ADD-OVERDUE-CASE
                   END-IF
               END-IF
           END-IF
           PERFORM 0510-READ-CASE.

       0610-AUTO-CLOSE-CASE.
      *    EVERY ROW ON THE CASE HAS BEEN CLOSED (BY TRUNRCYC AS
      *    ITS CORRECTION LOADED) OR ARCHIVED OFF THE FILE BY
      *    TRUNPRGE, SO THERE IS NOTHING LEFT TO WORK.
           PERFORM 0930-BUILD-TIMESTAMP
           MOVE SPACE TO CASE-HISTORY-RECORD
           MOVE CS-CASE-ID TO CH-CASE-ID
           MOVE WS-TIMESTAMP TO CH-TIMESTAMP
           MOVE "TRUNCASE" TO CH-USER-ID
           MOVE "C" TO CH-ACTION
           MOVE CS-STATUS TO CH-OLD-STATUS
           MOVE "C" TO CH-NEW-STATUS
           MOVE CS-OWNER TO CH-OWNER
           MOVE 0 TO CH-RUN-DATE
           MOVE 0 TO CH-SEQ-NO
           MOVE 0 TO CH-ROW-COUNT
           MOVE "NO LINKED AUDIT ROW LEFT OPEN ON FILE" TO CH-NOTE
           MOVE "C" TO CS-STATUS
           MOVE WS-TIMESTAMP TO CS-LAST-ACTION-TS
           REWRITE CASE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO CLOSE CASE " CS-CASE-ID
           END-REWRITE
           WRITE CASE-HISTORY-RECORD
           ADD 1 TO WS-CASES-AUTO-CLOSED
           MOVE CS-CASE-ID TO WS-CASE-ID-X
           MOVE SPACE TO REPORT-RECORD
           STRING "  CLOSED CASE " DELIMITED BY SIZE
               WS-CASE-ID-X DELIMITED BY SIZE
               " - NO LINKED AUDIT ROW LEFT OPEN ON FILE"
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       0620-ADD-OVERDUE-CASE.
           IF WS-OVD-COUNT < 5000
               ADD 1 TO WS-OVD-COUNT
               ADD 1 TO WS-CASES-OVERDUE
               MOVE CS-OWNER TO WS-OVD-OWNER (WS-OVD-COUNT)
               MOVE CS-DUE-DATE TO WS-OVD-DUE-DATE (WS-OVD-COUNT)
               MOVE CS-CASE-ID TO WS-OVD-CASE-ID (WS-OVD-COUNT)
               MOVE CS-STATUS TO WS-OVD-STATUS (WS-OVD-COUNT)
               MOVE CS-JOB-NAME TO WS-OVD-JOB-NAME (WS-OVD-COUNT)
               MOVE CS-FIELD-NAME TO WS-OVD-FIELD-NAME (WS-OVD-COUNT)
               MOVE CS-REASON TO WS-OVD-REASON (WS-OVD-COUNT)
               MOVE CS-ROW-COUNT TO WS-OVD-ROW-COUNT (WS-OVD-COUNT)
               COMPUTE WS-DAYS-OVER = WS-RUN-INTEGER
                   - FUNCTION INTEGER-OF-DATE(CS-DUE-DATE)
               MOVE WS-DAYS-OVER TO WS-OVD-DAYS-OVER (WS-OVD-COUNT)
           ELSE
               DISPLAY "ERROR: MORE THAN 5000 OVERDUE CASES AT "
                   CS-CASE-ID " -- RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0700-WRITE-OVERDUE-REPORT.
      *    STRAIGHT INSERTION SORT BY OWNER, THEN DUE DATE, THEN
      *    CASE, SO EACH ANALYST'S OLDEST BREACH LEADS THEIR LIST.
           PERFORM VARYING WS-OVD-SORT-I FROM 2 BY 1
                   UNTIL WS-OVD-SORT-I > WS-OVD-COUNT
               MOVE WS-OVD-ENTRY (WS-OVD-SORT-I) TO WS-OVD-HOLD-ENTRY
               COMPUTE WS-OVD-SORT-J = WS-OVD-SORT-I - 1
               PERFORM UNTIL WS-OVD-SORT-J = 0
                       OR WS-OVD-SORT-KEY (WS-OVD-SORT-J)
                           NOT > WS-OVD-HOLD-KEY
                   MOVE WS-OVD-ENTRY (WS-OVD-SORT-J)
                       TO WS-OVD-ENTRY (WS-OVD-SORT-J + 1)
                   SUBTRACT 1 FROM WS-OVD-SORT-J
               END-PERFORM
               MOVE WS-OVD-HOLD-ENTRY
                   TO WS-OVD-ENTRY (WS-OVD-SORT-J + 1)
           END-PERFORM
           IF WS-OVD-COUNT = 0
               MOVE "  NONE" TO OVERDUE-RECORD
               WRITE OVERDUE-RECORD
           ELSE
               PERFORM VARYING WS-OVD-IDX FROM 1 BY 1
                       UNTIL WS-OVD-IDX > WS-OVD-COUNT
                   IF WS-OVD-IDX = 1
                       OR WS-OVD-OWNER (WS-OVD-IDX)
                           NOT = WS-PREV-OWNER
                       IF WS-OVD-IDX > 1
                           PERFORM 0720-WRITE-OWNER-TOTAL
                       END-IF
                       PERFORM 0710-WRITE-OWNER-HEADER
                   END-IF
                   PERFORM 0730-WRITE-OVERDUE-LINE
               END-PERFORM
               PERFORM 0720-WRITE-OWNER-TOTAL
           END-IF.

       0710-WRITE-OWNER-HEADER.
           MOVE WS-OVD-OWNER (WS-OVD-IDX) TO WS-PREV-OWNER
           MOVE 0 TO WS-OWNER-CASES
           IF WS-PREV-OWNER = SPACE
               MOVE "(UNASSIGNED)" TO WS-OWNER-LABEL
           ELSE
               MOVE WS-PREV-OWNER TO WS-OWNER-LABEL
           END-IF
           MOVE SPACE TO OVERDUE-RECORD
           WRITE OVERDUE-RECORD
           MOVE SPACE TO OVERDUE-RECORD
           STRING "OWNER: " DELIMITED BY SIZE
               WS-OWNER-LABEL DELIMITED BY SIZE
               INTO OVERDUE-RECORD
           END-STRING
           WRITE OVERDUE-RECORD.

       0720-WRITE-OWNER-TOTAL.
           MOVE WS-OWNER-CASES TO WS-COUNT-EDIT
           MOVE SPACE TO OVERDUE-RECORD
           STRING "  OVERDUE CASES FOR " DELIMITED BY SIZE
               WS-OWNER-LABEL DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO OVERDUE-RECORD
           END-STRING
           WRITE OVERDUE-RECORD.

       0730-WRITE-OVERDUE-LINE.
           ADD 1 TO WS-OWNER-CASES
           MOVE WS-OVD-CASE-ID (WS-OVD-IDX) TO WS-CASE-ID-X
           MOVE WS-OVD-DUE-DATE (WS-OVD-IDX) TO WS-DATE-X
           MOVE WS-OVD-DAYS-OVER (WS-OVD-IDX) TO WS-DAYS-EDIT
           MOVE WS-OVD-ROW-COUNT (WS-OVD-IDX) TO WS-ROWS-EDIT
           MOVE SPACE TO OVERDUE-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-CASE-ID-X DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DATE-X DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OVD-STATUS (WS-OVD-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-OVD-JOB-NAME (WS-OVD-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OVD-FIELD-NAME (WS-OVD-IDX) DELIMITED BY SIZE
               WS-ROWS-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OVD-REASON (WS-OVD-IDX) DELIMITED BY SIZE
               INTO OVERDUE-RECORD
           END-STRING
           WRITE OVERDUE-RECORD.

       0900-TERMINATE.
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "AUDIT ROWS READ:" TO WS-REPORT-LABEL
           MOVE WS-AUDIT-ROWS-READ TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "AUDIT ROWS ROLLED INTO CASES:" TO WS-REPORT-LABEL
           MOVE WS-ROWS-LINKED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "CASES OPENED:" TO WS-REPORT-LABEL
           MOVE WS-CASES-OPENED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "CASES CLOSED - NO OPEN ROWS LEFT:"
               TO WS-REPORT-LABEL
           MOVE WS-CASES-AUTO-CLOSED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "CASES STILL LIVE:" TO WS-REPORT-LABEL
           MOVE WS-CASES-LIVE TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "CASES OVERDUE:" TO WS-REPORT-LABEL
           MOVE WS-CASES-OVERDUE TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           IF WS-LIVE-OVERFLOW
               MOVE SPACE TO REPORT-RECORD
               STRING "  WARNING: OVER 10000 LIVE CASES - NO CASE "
                   DELIMITED BY SIZE
                   "WAS AUTO-CLOSED THIS RUN" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           IF WS-CASES-OVERDUE > 0
      *        A CASE PAST ITS SERVICE LEVEL -- THE SAME WARNING
      *        CODE TRUNHOLD SETS FOR AN ESCALATED HOLD.
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE CASE-FILE
           CLOSE AUDIT-FILE
           CLOSE CASE-HIST-FILE
           CLOSE REPORT-FILE
           CLOSE OVERDUE-FILE.

       0910-WRITE-COUNT-LINE.
           MOVE SPACE TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-REPORT-LABEL DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

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
