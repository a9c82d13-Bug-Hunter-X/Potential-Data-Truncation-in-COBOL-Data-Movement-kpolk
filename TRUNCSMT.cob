       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNCSMT.
       AUTHOR. DATA-QUALITY-TEAM.
      *REMARKS. ONLINE MAINTENANCE TRANSACTION FOR EXCEPTION
      *    CASES BUILT BY TRUNCASE.  AN ANALYST SIGNS ON WITH A
      *    USER ID -- NOTHING CAN BE CHANGED WITHOUT ONE -- AND
      *    BROWSES THE CASES THAT ARE NOT CLOSED, FROM A GIVEN
      *    CASE ID AND OPTIONALLY FOR ONE OWNER, AND ON EACH CASE
      *    CAN ASSIGN IT TO AN ANALYST, ADD A NOTE, OR MARK IT
      *    REVIEWED, RESENT BY SOURCE, OR CLOSED.  RESENDING OR
      *    CLOSING A CASE CARRIES THE SAME STATUS ONTO EVERY
      *    LINKED AUDIT ROW NOT ALREADY CLOSED, SO ONE ACTION
      *    CLEARS HUNDREDS OF REPEAT EXCEPTIONS.  EVERY ACTION
      *    APPENDS A TIME-STAMPED CASEHST ROW WITH THE USER ID,
      *    THE BEFORE AND AFTER STATUS, AND ANY NOTE.  CASE AND
      *    AUDIT UPDATES ARE MADE ON THE SPOT, AS IN TRUNINQ, AND
      *    EACH LINKED ROW'S STATUS CHANGE IS SEALED AS A SEALEVT
      *    EVENT THROUGH AUDSEL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "CASEFILE"
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

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       COPY CASEREC.

       FD  AUDIT-FILE.
       COPY AUDREC.

       FD  CASE-HIST-FILE.
       COPY CASEHST.

       WORKING-STORAGE SECTION.
       01  WS-USER-ID              PIC X(8) VALUE SPACE.
       01  WS-START-CASE-ID        PIC 9(6) VALUE 0.
       01  WS-SEARCH-OWNER         PIC X(8) VALUE SPACE.
       01  WS-ACTION-CODE          PIC X VALUE SPACE.
       01  WS-NEW-OWNER            PIC X(8) VALUE SPACE.
       01  WS-NOTE-TEXT            PIC X(60) VALUE SPACE.
       01  WS-MESSAGE              PIC X(60) VALUE SPACE.
       01  WS-QUIT-FLAG            PIC X VALUE "N".
           88  WS-QUIT-REQUESTED       VALUE "Y".
       01  WS-NO-MORE-FLAG         PIC X VALUE "N".
           88  WS-NO-MORE-RECORDS      VALUE "Y".
       01  WS-NEXT-FLAG            PIC X VALUE "N".
           88  WS-NEXT-REQUESTED       VALUE "Y".
       01  WS-ROWS-DONE-FLAG       PIC X VALUE "N".
           88  WS-ROWS-DONE            VALUE "Y".

      *    THE CASE ON SCREEN, HELD ASIDE SO THE BROWSE CAN BE
      *    REPOSITIONED AFTER THE CASE IS REWRITTEN.
       01  WS-CUR-CASE-ID          PIC 9(6) VALUE 0.
       01  WS-OLD-STATUS           PIC X VALUE SPACE.
       01  WS-NEW-STATUS           PIC X VALUE SPACE.
       01  WS-HIST-ACTION          PIC X VALUE SPACE.
       01  WS-ROWS-UPDATED         PIC 9(6) VALUE 0.
       01  WS-ROW-OLD-STATUS       PIC X VALUE SPACE.
       01  WS-ROWS-EDIT            PIC ZZZZZ9.

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

       COPY AUDSELLK.

       SCREEN SECTION.
       01  SEARCH-CRITERIA-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE "EXCEPTION CASE MAINTENANCE".
           05  LINE 3 COL 1 VALUE "USER ID:".
           05  LINE 3 COL 42 PIC X(8) USING WS-USER-ID.
           05  LINE 4 COL 1
               VALUE "START AT CASE ID (0 = FIRST CASE):".
           05  LINE 4 COL 42 PIC 9(6) USING WS-START-CASE-ID.
           05  LINE 5 COL 1
               VALUE "OWNER (BLANK = ALL OWNERS):".
           05  LINE 5 COL 42 PIC X(8) USING WS-SEARCH-OWNER.

       01  CASE-DETAIL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1 VALUE "CASE ID:".
           05  LINE 1 COL 20 PIC 9(6) FROM CS-CASE-ID.
           05  LINE 2 COL 1 VALUE "SOURCE FEED:".
           05  LINE 2 COL 20 PIC X(8) FROM CS-JOB-NAME.
           05  LINE 3 COL 1 VALUE "FIELD NAME:".
           05  LINE 3 COL 20 PIC X(30) FROM CS-FIELD-NAME.
           05  LINE 4 COL 1 VALUE "REASON:".
           05  LINE 4 COL 20 PIC X(40) FROM CS-REASON.
           05  LINE 5 COL 1 VALUE "STATUS:".
           05  LINE 5 COL 20 PIC X FROM CS-STATUS.
           05  LINE 6 COL 1 VALUE "OWNER:".
           05  LINE 6 COL 20 PIC X(8) FROM CS-OWNER.
           05  LINE 7 COL 1 VALUE "OPENED:".
           05  LINE 7 COL 20 PIC 9(8) FROM CS-OPENED-DATE.
           05  LINE 8 COL 1 VALUE "DUE:".
           05  LINE 8 COL 20 PIC 9(8) FROM CS-DUE-DATE.
           05  LINE 9 COL 1 VALUE "AUDIT ROWS:".
           05  LINE 9 COL 20 PIC 9(6) FROM CS-ROW-COUNT.
           05  LINE 10 COL 1 VALUE "LATEST ROW:".
           05  LINE 10 COL 20 PIC 9(8) FROM CS-LAST-ROW-DATE.
           05  LINE 11 COL 1 VALUE "LAST NOTE:".
           05  LINE 11 COL 20 PIC X(60) FROM CS-LAST-NOTE.
           05  LINE 13 COL 1
               VALUE "ACTION: A=ASSIGN T=ADD NOTE R=REVIEWED".
           05  LINE 14 COL 9
               VALUE "S=RESENT C=CLOSE N=NEXT Q=QUIT".
           05  LINE 15 COL 1 VALUE "ENTER ACTION:".
           05  LINE 15 COL 20 PIC X USING WS-ACTION-CODE.
           05  LINE 16 COL 1 VALUE "NEW OWNER (A):".
           05  LINE 16 COL 20 PIC X(8) USING WS-NEW-OWNER.
           05  LINE 17 COL 1 VALUE "NOTE:".
           05  LINE 17 COL 20 PIC X(60) USING WS-NOTE-TEXT.
           05  LINE 19 COL 1 PIC X(60) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY SEARCH-CRITERIA-SCREEN
           ACCEPT SEARCH-CRITERIA-SCREEN
           IF WS-USER-ID = SPACE
      *        EVERY HISTORY ROW NEEDS A WHO; REFUSE THE SESSION
      *        RATHER THAN FILE CHANGES AGAINST A BLANK USER.
               DISPLAY "ERROR: USER ID IS REQUIRED -- NO CASES "
                   "CAN BE CHANGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O CASE-FILE
               OPEN I-O AUDIT-FILE
               OPEN EXTEND CASE-HIST-FILE
               MOVE WS-START-CASE-ID TO WS-CUR-CASE-ID
               PERFORM 0100-POSITION-BROWSE
               PERFORM 0200-BROWSE-LOOP
                   UNTIL WS-QUIT-REQUESTED OR WS-NO-MORE-RECORDS
               CLOSE CASE-FILE
               CLOSE AUDIT-FILE
               CLOSE CASE-HIST-FILE
           END-IF
           STOP RUN.

       0100-POSITION-BROWSE.
      *    ALSO USED AFTER EVERY ACTION: THE AUDIT UPDATES MOVE NO
      *    CASE-FILE POSITION, BUT THE KEYED REREAD DOES, SO THE
      *    BROWSE RESTARTS JUST PAST THE CASE LAST SHOWN.
           MOVE WS-CUR-CASE-ID TO CS-CASE-ID
           START CASE-FILE KEY IS >= CS-CASE-ID
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
           END-START.

       0200-BROWSE-LOOP.
           PERFORM 0210-READ-NEXT-MATCH
           IF NOT WS-NO-MORE-RECORDS
               MOVE "N" TO WS-NEXT-FLAG
               MOVE SPACE TO WS-MESSAGE
               PERFORM 0220-SHOW-AND-ACT
                   UNTIL WS-NEXT-REQUESTED OR WS-QUIT-REQUESTED
               COMPUTE WS-CUR-CASE-ID = CS-CASE-ID + 1
                   ON SIZE ERROR
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-COMPUTE
               IF NOT WS-NO-MORE-RECORDS
                   PERFORM 0100-POSITION-BROWSE
               END-IF
           END-IF.

       0210-READ-NEXT-MATCH.
      *    CLOSED CASES ARE HISTORY AND ARE SKIPPED, AS ARE OTHER
      *    OWNERS' CASES WHEN AN OWNER WAS GIVEN.
           PERFORM UNTIL WS-NO-MORE-RECORDS
               READ CASE-FILE NEXT RECORD
                   AT END
                       SET WS-NO-MORE-RECORDS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECORDS
                   IF NOT CS-STATUS-CLOSED
                       AND (WS-SEARCH-OWNER = SPACE
                           OR CS-OWNER = WS-SEARCH-OWNER)
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       0220-SHOW-AND-ACT.
           MOVE SPACE TO WS-ACTION-CODE
           MOVE SPACE TO WS-NEW-OWNER
           MOVE SPACE TO WS-NOTE-TEXT
           DISPLAY CASE-DETAIL-SCREEN
           ACCEPT CASE-DETAIL-SCREEN
           MOVE SPACE TO WS-MESSAGE
           MOVE CS-CASE-ID TO WS-CUR-CASE-ID
           MOVE CS-STATUS TO WS-OLD-STATUS
           MOVE CS-STATUS TO WS-NEW-STATUS
           MOVE 0 TO WS-ROWS-UPDATED
           EVALUATE WS-ACTION-CODE
               WHEN "A"
                   IF WS-NEW-OWNER = SPACE
                       MOVE "NEW OWNER IS REQUIRED TO ASSIGN"
                           TO WS-MESSAGE
                   ELSE
                       MOVE WS-NEW-OWNER TO CS-OWNER
                       MOVE "A" TO WS-HIST-ACTION
                       PERFORM 0300-UPDATE-CASE
                   END-IF
               WHEN "T"
                   IF WS-NOTE-TEXT = SPACE
                       MOVE "NOTE TEXT IS REQUIRED" TO WS-MESSAGE
                   ELSE
                       MOVE "N" TO WS-HIST-ACTION
                       PERFORM 0300-UPDATE-CASE
                   END-IF
               WHEN "R"
                   MOVE "R" TO WS-NEW-STATUS
                   MOVE "C" TO WS-HIST-ACTION
                   PERFORM 0300-UPDATE-CASE
               WHEN "S"
                   MOVE "S" TO WS-NEW-STATUS
                   MOVE "C" TO WS-HIST-ACTION
                   PERFORM 0400-UPDATE-LINKED-ROWS
                   PERFORM 0300-UPDATE-CASE
               WHEN "C"
                   MOVE "C" TO WS-NEW-STATUS
                   MOVE "C" TO WS-HIST-ACTION
                   PERFORM 0400-UPDATE-LINKED-ROWS
                   PERFORM 0300-UPDATE-CASE
                   SET WS-NEXT-REQUESTED TO TRUE
               WHEN "N"
                   SET WS-NEXT-REQUESTED TO TRUE
               WHEN "Q"
                   MOVE "Y" TO WS-QUIT-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0300-UPDATE-CASE.
      *    THE CASE IS REREAD BY KEY BEFORE THE REWRITE -- THE
      *    LINKED-ROW PASS MAY HAVE RUN SINCE IT WAS SHOWN -- AND
      *    THE SCREEN'S CHANGE IS APPLIED TO THE FRESH COPY.
           MOVE CS-OWNER TO WS-NEW-OWNER
           MOVE WS-CUR-CASE-ID TO CS-CASE-ID
           READ CASE-FILE KEY IS CS-CASE-ID
               INVALID KEY
                   MOVE "CASE NO LONGER ON FILE -- NOT UPDATED"
                       TO WS-MESSAGE
           END-READ
           IF WS-MESSAGE = SPACE
               PERFORM 0930-BUILD-TIMESTAMP
               MOVE WS-NEW-OWNER TO CS-OWNER
               MOVE WS-NEW-STATUS TO CS-STATUS
               MOVE WS-TIMESTAMP TO CS-LAST-ACTION-TS
               IF WS-NOTE-TEXT NOT = SPACE
                   MOVE WS-NOTE-TEXT TO CS-LAST-NOTE
               END-IF
               REWRITE CASE-RECORD
                   INVALID KEY
                       MOVE "ERROR: UNABLE TO UPDATE CASE"
                           TO WS-MESSAGE
               END-REWRITE
           END-IF
           IF WS-MESSAGE = SPACE
               PERFORM 0500-WRITE-HISTORY
               MOVE WS-ROWS-UPDATED TO WS-ROWS-EDIT
               MOVE SPACE TO WS-MESSAGE
               STRING "CASE UPDATED - AUDIT ROWS CHANGED:"
                   DELIMITED BY SIZE
                   WS-ROWS-EDIT DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
           END-IF.

       0400-UPDATE-LINKED-ROWS.
      *    A CASE'S ROWS ALL SHARE ITS FIELD NAME, SO THE AUDIT
      *    ALTERNATE KEY BRINGS THEM UP WITHOUT A FULL-FILE PASS.
           MOVE "N" TO WS-ROWS-DONE-FLAG
           MOVE CS-FIELD-NAME TO AU-FIELD-NAME
           START AUDIT-FILE KEY IS = AU-FIELD-NAME
               INVALID KEY
                   SET WS-ROWS-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-ROWS-DONE
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-ROWS-DONE TO TRUE
               END-READ
               IF NOT WS-ROWS-DONE
                   IF AU-FIELD-NAME NOT = CS-FIELD-NAME
                       SET WS-ROWS-DONE TO TRUE
                   ELSE
                       IF AU-CASE-ID IS NUMERIC
                           AND AU-CASE-ID = WS-CUR-CASE-ID
                           AND NOT AU-STATUS-CLOSED
                           MOVE AU-STATUS TO WS-ROW-OLD-STATUS
                           MOVE WS-NEW-STATUS TO AU-STATUS
                           REWRITE AUDIT-RECORD
                               INVALID KEY
                                   DISPLAY "ERROR: UNABLE TO UPDATE "
                                       "AUDIT RECORD " AU-RUN-DATE
                                       "/" AU-SEQ-NO
                               NOT INVALID KEY
                                   ADD 1 TO WS-ROWS-UPDATED
                                   PERFORM 0410-SEAL-STATUS-EVENT
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0410-SEAL-STATUS-EVENT.
           MOVE "E" TO SL-FUNCTION
           MOVE "TRUNCSMT" TO SL-PROGRAM-ID
           MOVE SPACE TO SL-SEAL-DATA
           MOVE "S" TO SL-EV-EVENT-TYPE
           MOVE AU-KEY TO SL-EV-AUDIT-KEY
           IF AU-SEAL-SEQ IS NUMERIC
               MOVE AU-SEAL-SEQ TO SL-EV-AUDIT-SEAL-SEQ
           ELSE
               MOVE 0 TO SL-EV-AUDIT-SEAL-SEQ
           END-IF
           MOVE WS-ROW-OLD-STATUS TO SL-EV-OLD-STATUS
           MOVE AU-STATUS TO SL-EV-NEW-STATUS
           MOVE AU-KEY TO SL-EV-SEALED-KEY
           MOVE WS-USER-ID TO SL-EV-USER-ID
           MOVE 82 TO SL-DATA-LEN
           CALL "AUDSEL01" USING SL-AUDSEL-PARM
           IF SL-NOT-SEALED
               DISPLAY "WARNING: " SL-MESSAGE
           END-IF.

       0500-WRITE-HISTORY.
           MOVE SPACE TO CASE-HISTORY-RECORD
           MOVE CS-CASE-ID TO CH-CASE-ID
           MOVE WS-TIMESTAMP TO CH-TIMESTAMP
           MOVE WS-USER-ID TO CH-USER-ID
           MOVE WS-HIST-ACTION TO CH-ACTION
           MOVE WS-OLD-STATUS TO CH-OLD-STATUS
           MOVE CS-STATUS TO CH-NEW-STATUS
           MOVE CS-OWNER TO CH-OWNER
           MOVE 0 TO CH-RUN-DATE
           MOVE 0 TO CH-SEQ-NO
           MOVE WS-ROWS-UPDATED TO CH-ROW-COUNT
           MOVE WS-NOTE-TEXT TO CH-NOTE
           WRITE CASE-HISTORY-RECORD.

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
