      *    SO THE CLAIMS TEAM AND THE VENDOR TEAM EACH SEE ONLY
      *    THEIR OWN EXCEPTIONS -- AND DRILLED INTO TO
      *    SEE THE ORIGINAL VERSUS TRUNCATED VALUE, AND MARKED
      *    REVIEWED OR RESENT BY SOURCE.  MARKING A ROW NEEDS A
      *    USER ID, AND EVERY MARK IS FILED ON THE CASEHST CASE
      *    HISTORY WITH WHO MADE IT AND WHEN, UNDER THE ROW'S
      *    TRUNCASE CASE IF IT IS ON ONE.  VALUES OF A SENSITIVE
      *    FIELD ARE MASKED ON THE AUDIT FILE ITSELF; A USER ON
      *    THE UMSKAUT LIST CAN ASK FOR THE ROW UNMASKED (ACTION
      *    U), WHICH READS THE SENSVLT VAULT, AND EVERY SUCH
      *    REQUEST -- SHOWN OR REFUSED -- IS LOGGED TO UMSKLOG.
      *    EVERY MARK IS ALSO SEALED AS A SEALEVT EVENT THROUGH
      *    AUDSEL01, SO TRUNSEAL CAN TELL IT FROM A STATUS
      *    CHANGED OUTSIDE THIS TRANSACTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ALTERNATE RECORD KEY IS AU-FIELD-NAME
                   WITH DUPLICATES.

           SELECT OPTIONAL CASE-HIST-FILE ASSIGN TO "CASEHST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SENS-VAULT-FILE ASSIGN TO "SENSVLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SV-KEY.

           SELECT OPTIONAL UNMASK-AUTH-FILE ASSIGN TO "UMSKAUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL UNMASK-LOG-FILE ASSIGN TO "UMSKLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY AUDREC.

       FD  CASE-HIST-FILE.
       COPY CASEHST.

       FD  SENS-VAULT-FILE.
       COPY SENSVLT.

       FD  UNMASK-AUTH-FILE.
       COPY UMSKAUT.

       FD  UNMASK-LOG-FILE.
       COPY UMSKLOG.

       WORKING-STORAGE SECTION.
       01  WS-SEARCH-DATE          PIC 9(8) VALUE 0.
       01  WS-SEARCH-FIELD-NAME    PIC X(30) VALUE SPACE.
           88  WS-QUIT-REQUESTED       VALUE "Y".
       01  WS-NO-MORE-FLAG         PIC X VALUE "N".
           88  WS-NO-MORE-RECORDS      VALUE "Y".
       01  WS-USER-ID              PIC X(8) VALUE SPACE.
       01  WS-OLD-STATUS           PIC X VALUE SPACE.
      *    THE UMSKAUT LIST IS READ ON THE FIRST UNMASK REQUEST OF
      *    THE SESSION AND THE ANSWER KEPT; THE USER ID CANNOT
      *    CHANGE ONCE THE SEARCH SCREEN IS ACCEPTED.
       01  WS-AUTH-CHECKED-FLAG    PIC X VALUE "N".
           88  WS-AUTH-CHECKED          VALUE "Y".
       01  WS-AUTHORIZED-FLAG      PIC X VALUE "N".
           88  WS-AUTHORIZED            VALUE "Y".
       01  WS-AUTH-EOF-FLAG        PIC X VALUE "N".
           88  WS-AUTH-END-OF-FILE      VALUE "Y".
       01  WS-AUTH-FROM            PIC 9(8) VALUE 0.
       01  WS-AUTH-TO              PIC 9(8) VALUE 0.
       01  WS-REDISPLAY-FLAG       PIC X VALUE "N".
           88  WS-REDISPLAY             VALUE "Y".
       01  WS-UNMASK-RESULT        PIC X VALUE SPACE.

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
           05  LINE 5 COL 1
               VALUE "SEARCH SOURCE FEED (BLANK = ALL SOURCES):".
           05  LINE 5 COL 43 PIC X(8) USING WS-SEARCH-SOURCE.
           05  LINE 6 COL 1
               VALUE "USER ID (REQUIRED TO MARK ROWS):".
           05  LINE 6 COL 43 PIC X(8) USING WS-USER-ID.

       01  DETAIL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 7 COL 1 VALUE "SOURCE FEED:".
           05  LINE 7 COL 20 PIC X(8) FROM AU-JOB-NAME.
           05  LINE 8 COL 1
               VALUE "ACTION: R=REVIEWED S=RESENT U=UNMASK N=NEXT".
           05  LINE 8 COL 46 VALUE "Q=QUIT".
           05  LINE 9 COL 1 VALUE "ENTER ACTION:".
           05  LINE 9 COL 15 PIC X USING WS-ACTION-CODE.

       01  UNMASKED-VALUE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COL 1
               VALUE "UNMASKED VALUES - THIS VIEW HAS BEEN LOGGED".
           05  LINE 2 COL 1 VALUE "RUN DATE:".
           05  LINE 2 COL 20 PIC 9(8) FROM SV-RUN-DATE.
           05  LINE 2 COL 30 VALUE "SEQ:".
           05  LINE 2 COL 35 PIC 9(6) FROM SV-SEQ-NO.
           05  LINE 3 COL 1 VALUE "FIELD NAME:".
           05  LINE 3 COL 20 PIC X(30) FROM SV-FIELD-NAME.
           05  LINE 4 COL 1 VALUE "RECORD ID:".
           05  LINE 4 COL 20 PIC X(10) FROM SV-RECORD-ID.
           05  LINE 5 COL 1 VALUE "ORIGINAL VALUE:".
           05  LINE 5 COL 20 PIC X(100) FROM SV-ORIGINAL-VALUE.
           05  LINE 6 COL 1 VALUE "TRUNCATED VALUE:".
           05  LINE 6 COL 20 PIC X(100) FROM SV-TRUNCATED-VALUE.
           05  LINE 8 COL 1 VALUE "PRESS ENTER TO RETURN:".
           05  LINE 8 COL 24 PIC X USING WS-ACTION-CODE.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN I-O AUDIT-FILE
           OPEN EXTEND CASE-HIST-FILE
           OPEN INPUT SENS-VAULT-FILE
           OPEN EXTEND UNMASK-LOG-FILE
           DISPLAY SEARCH-CRITERIA-SCREEN
           ACCEPT SEARCH-CRITERIA-SCREEN
           PERFORM 0100-POSITION-BROWSE
           PERFORM 0200-BROWSE-LOOP
               UNTIL WS-QUIT-REQUESTED OR WS-NO-MORE-RECORDS
           CLOSE AUDIT-FILE
           CLOSE CASE-HIST-FILE
           CLOSE SENS-VAULT-FILE
           CLOSE UNMASK-LOG-FILE
           STOP RUN.

       0100-POSITION-BROWSE.
           END-IF.

       0200-BROWSE-LOOP.
      *    AFTER AN UNMASK THE SAME ROW IS SHOWN AGAIN SO IT CAN
      *    STILL BE MARKED; OTHERWISE MOVE ON TO THE NEXT MATCH.
           IF WS-REDISPLAY
               MOVE "N" TO WS-REDISPLAY-FLAG
           ELSE
               PERFORM 0210-READ-NEXT-MATCH
           END-IF
           IF NOT WS-NO-MORE-RECORDS
               PERFORM 0220-SHOW-AND-ACT
           END-IF.
           MOVE SPACE TO WS-ACTION-CODE
           DISPLAY DETAIL-SCREEN
           ACCEPT DETAIL-SCREEN
           MOVE AU-STATUS TO WS-OLD-STATUS
           EVALUATE WS-ACTION-CODE
               WHEN "R"
               WHEN "S"
                   IF WS-USER-ID = SPACE
                       DISPLAY "ERROR: USER ID IS REQUIRED TO MARK "
                           "AN AUDIT RECORD -- NOT UPDATED"
                   ELSE
                       PERFORM 0230-MARK-ROW
                   END-IF
               WHEN "U"
                   IF WS-USER-ID = SPACE
                       DISPLAY "ERROR: USER ID IS REQUIRED TO "
                           "UNMASK AN AUDIT RECORD"
                   ELSE
                       PERFORM 0250-UNMASK-ROW
                   END-IF
                   MOVE "Y" TO WS-REDISPLAY-FLAG
               WHEN "Q"
                   MOVE "Y" TO WS-QUIT-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0230-MARK-ROW.
           MOVE WS-ACTION-CODE TO AU-STATUS
           REWRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO UPDATE AUDIT "
                       "RECORD -- IT MAY HAVE BEEN REMOVED "
                       "BY ANOTHER PROCESS"
               NOT INVALID KEY
                   PERFORM 0240-WRITE-HISTORY
                   PERFORM 0245-SEAL-STATUS-EVENT
           END-REWRITE.

       0240-WRITE-HISTORY.
      *    A ROW NOT YET ROLLED INTO A CASE IS FILED UNDER CASE
      *    ZERO; THE AUDIT KEY STILL SAYS WHICH ROW IT WAS.
           PERFORM 0930-BUILD-TIMESTAMP
           MOVE SPACE TO CASE-HISTORY-RECORD
           IF AU-CASE-ID IS NUMERIC
               MOVE AU-CASE-ID TO CH-CASE-ID
           ELSE
               MOVE 0 TO CH-CASE-ID
           END-IF
           MOVE WS-TIMESTAMP TO CH-TIMESTAMP
           MOVE WS-USER-ID TO CH-USER-ID
           MOVE "R" TO CH-ACTION
           MOVE WS-OLD-STATUS TO CH-OLD-STATUS
           MOVE AU-STATUS TO CH-NEW-STATUS
           MOVE AU-RUN-DATE TO CH-RUN-DATE
           MOVE AU-SEQ-NO TO CH-SEQ-NO
           MOVE 1 TO CH-ROW-COUNT
           WRITE CASE-HISTORY-RECORD.

       0245-SEAL-STATUS-EVENT.
           MOVE "E" TO SL-FUNCTION
           MOVE "TRUNINQ" TO SL-PROGRAM-ID
           MOVE SPACE TO SL-SEAL-DATA
           MOVE "S" TO SL-EV-EVENT-TYPE
           MOVE AU-KEY TO SL-EV-AUDIT-KEY
           IF AU-SEAL-SEQ IS NUMERIC
               MOVE AU-SEAL-SEQ TO SL-EV-AUDIT-SEAL-SEQ
           ELSE
               MOVE 0 TO SL-EV-AUDIT-SEAL-SEQ
           END-IF
           MOVE WS-OLD-STATUS TO SL-EV-OLD-STATUS
           MOVE AU-STATUS TO SL-EV-NEW-STATUS
           MOVE AU-KEY TO SL-EV-SEALED-KEY
           MOVE WS-USER-ID TO SL-EV-USER-ID
           MOVE WS-TIMESTAMP TO SL-EV-TIMESTAMP
           MOVE 82 TO SL-DATA-LEN
           CALL "AUDSEL01" USING SL-AUDSEL-PARM
           IF SL-NOT-SEALED
               DISPLAY "WARNING: " SL-MESSAGE
           END-IF.

       0250-UNMASK-ROW.
      *    THE LOG ROW IS WRITTEN BEFORE ANYTHING IS SHOWN, SO
      *    NO UNMASKED VIEW CAN EVER GO UNRECORDED.  A ROW WITH NO
      *    VAULT ENTRY IS A FIELD THAT WAS NOT SENSITIVE WHEN IT
      *    WAS LOGGED -- ITS AUDIT VALUES ARE ALREADY IN CLEAR.
           IF NOT WS-AUTH-CHECKED
               PERFORM 0260-CHECK-AUTHORIZATION
           END-IF
           IF NOT WS-AUTHORIZED
               MOVE "D" TO WS-UNMASK-RESULT
               PERFORM 0270-LOG-UNMASK-REQUEST
               DISPLAY "ERROR: USER " WS-USER-ID
                   " IS NOT AUTHORIZED TO VIEW UNMASKED VALUES"
           ELSE
               MOVE AU-KEY TO SV-KEY
               READ SENS-VAULT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-UNMASK-RESULT
                       PERFORM 0270-LOG-UNMASK-REQUEST
                       DISPLAY "NO MASKED VALUE IS HELD FOR THIS "
                           "ROW -- THE VALUES SHOWN ARE IN CLEAR"
                   NOT INVALID KEY
                       MOVE "V" TO WS-UNMASK-RESULT
                       PERFORM 0270-LOG-UNMASK-REQUEST
                       MOVE SPACE TO WS-ACTION-CODE
                       DISPLAY UNMASKED-VALUE-SCREEN
                       ACCEPT UNMASKED-VALUE-SCREEN
               END-READ
           END-IF.

       0260-CHECK-AUTHORIZATION.
      *    A ROW IS GOOD FROM ITS FROM-DATE THROUGH ITS TO-DATE;
      *    ZERO OR BLANK DATES ARE OPEN-ENDED.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE "N" TO WS-AUTHORIZED-FLAG
           MOVE "N" TO WS-AUTH-EOF-FLAG
           OPEN INPUT UNMASK-AUTH-FILE
           PERFORM UNTIL WS-AUTH-END-OF-FILE OR WS-AUTHORIZED
               READ UNMASK-AUTH-FILE
                   AT END
                       SET WS-AUTH-END-OF-FILE TO TRUE
                   NOT AT END
                       IF UA-FROM-DATE IS NUMERIC
                           MOVE UA-FROM-DATE TO WS-AUTH-FROM
                       ELSE
                           MOVE 0 TO WS-AUTH-FROM
                       END-IF
                       IF UA-TO-DATE IS NUMERIC
                           MOVE UA-TO-DATE TO WS-AUTH-TO
                       ELSE
                           MOVE 0 TO WS-AUTH-TO
                       END-IF
                       IF UA-USER-ID = WS-USER-ID
                           AND (WS-AUTH-FROM = 0
                               OR WS-AUTH-FROM NOT > WS-CURRENT-DATE)
                           AND (WS-AUTH-TO = 0
                               OR WS-AUTH-TO NOT < WS-CURRENT-DATE)
                           MOVE "Y" TO WS-AUTHORIZED-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNMASK-AUTH-FILE
           MOVE "Y" TO WS-AUTH-CHECKED-FLAG.

       0270-LOG-UNMASK-REQUEST.
           PERFORM 0930-BUILD-TIMESTAMP
           MOVE SPACE TO UNMASK-LOG-RECORD
           MOVE WS-TIMESTAMP TO UL-TIMESTAMP
           MOVE WS-USER-ID TO UL-USER-ID
           MOVE "TRUNINQ" TO UL-PROGRAM
           MOVE AU-RUN-DATE TO UL-RUN-DATE
           MOVE AU-SEQ-NO TO UL-SEQ-NO
           MOVE AU-FIELD-NAME TO UL-FIELD-NAME
           MOVE AU-JOB-NAME TO UL-SOURCE-SYSTEM
           MOVE WS-UNMASK-RESULT TO UL-RESULT
           WRITE UNMASK-LOG-RECORD.

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
