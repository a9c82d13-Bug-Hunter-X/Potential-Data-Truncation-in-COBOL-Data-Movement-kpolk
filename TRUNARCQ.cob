      *    REUSED SINCE THE PURGE, SO NOTHING LIVE IS EVER
      *    OVERWRITTEN.  RESTORED RECORDS KEEP THEIR WORKED
      *    STATUS, SO THE NEXT TRUNPRGE RUN SIMPLY AGES THEM
      *    BACK OUT WHEN THE AUDIT IS OVER.  VALUES OF SENSITIVE
      *    FIELDS ARE ARCHIVED MASKED, AS THE AUDIT FILE HOLDS
      *    THEM; WHEN ARCPARM ASKS FOR AN UNMASKED REPORT AND
      *    NAMES A USER ON THE UMSKAUT LIST, THE CLEAR VALUES ARE
      *    PRINTED FROM THE SENSVLT VAULT AND EVERY ROW SO SHOWN
      *    IS LOGGED TO UMSKLOG.  A REFUSED REQUEST IS LOGGED,
      *    PRINTS MASKED, AND ENDS WITH RETURN CODE 4.  A
      *    RELOADED ROW THAT HAD TO TAKE A FRESH SEQUENCE NUMBER
      *    HAS ITS VAULT ROW COPIED UNDER THE NEW KEY, SO TRUNINQ
      *    CAN STILL UNMASK IT.  EVERY RELOAD IS SEALED AS A
      *    SEALEVT EVENT THROUGH AUDSEL01, NAMING THE KEY THE ROW
      *    WAS SEALED UNDER AND THE KEY IT LANDED ON, SO TRUNSEAL
      *    CAN TELL A RELOAD FROM A ROW PUT BACK BY HAND.  A
      *    SEALED ROW AN EARLIER RELOAD ALREADY PUT BACK UNDER
      *    ITS ORIGINAL KEY IS REPORTED AND NOT RELOADED AGAIN.  THE
      *    SEALED TRAILER ENDING EACH GENERATION IS NOT A ROW
      *    AND IS SKIPPED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "ARCQRPT"
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
       FD  ARCHIVE-FILE.
      *    FLAT IMAGE OF THE FULL 397-BYTE AUDIT RECORD, EXACTLY
      *    AS TRUNPRGE UNLOADED IT, OR THE SEALED TRAILER THAT
      *    ENDS EACH GENERATION, WHICH IS SKIPPED.
       01  ARCHIVE-RECORD          PIC X(397).
       COPY ARCTRL.

       FD  QUERY-PARM-FILE.
       COPY ARCPARM.
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       FD  SENS-VAULT-FILE.
       COPY SENSVLT.

       FD  UNMASK-AUTH-FILE.
       COPY UMSKAUT.

       FD  UNMASK-LOG-FILE.
       COPY UMSKLOG.

       WORKING-STORAGE SECTION.
       01  WS-ARC-EOF-FLAG         PIC X VALUE "N".
           88  WS-ARC-END-OF-FILE      VALUE "Y".
       01  WS-SEL-STATUS           PIC X VALUE SPACE.
       01  WS-RELOAD-FLAG          PIC X VALUE "N".
           88  WS-RELOAD-WANTED         VALUE "Y".
       01  WS-UNMASK-FLAG          PIC X VALUE "N".
           88  WS-UNMASK-WANTED         VALUE "Y".
       01  WS-USER-ID              PIC X(8) VALUE SPACE.
       01  WS-AUTHORIZED-FLAG      PIC X VALUE "N".
           88  WS-AUTHORIZED            VALUE "Y".
       01  WS-AUTH-EOF-FLAG        PIC X VALUE "N".
           88  WS-AUTH-END-OF-FILE      VALUE "Y".
       01  WS-AUTH-FROM            PIC 9(8) VALUE 0.
       01  WS-AUTH-TO              PIC 9(8) VALUE 0.
       01  WS-VAULT-OPEN-FLAG      PIC X VALUE "N".
           88  WS-VAULT-OPEN            VALUE "Y".
       01  WS-LOG-OPEN-FLAG        PIC X VALUE "N".
           88  WS-LOG-OPEN              VALUE "Y".

      *    THE ARCHIVE ROW UNPACKED THROUGH THE AUDREC LAYOUT,
      *    RENAMED SO IT CANNOT COLLIDE WITH THE LIVE FILE'S
       01  WS-ROWS-SELECTED        PIC 9(9) VALUE 0.
       01  WS-ROWS-RELOADED        PIC 9(9) VALUE 0.
       01  WS-ROWS-REKEYED         PIC 9(9) VALUE 0.
       01  WS-ROWS-ALREADY-LIVE    PIC 9(9) VALUE 0.
       01  WS-ALREADY-LIVE-FLAG    PIC X VALUE "N".
           88  WS-ALREADY-LIVE         VALUE "Y".
       01  WS-ROWS-UNMASKED        PIC 9(9) VALUE 0.
       01  WS-RELOADS-NOT-SEALED   PIC 9(9) VALUE 0.
       01  WS-SAVE-RC              PIC S9(4) VALUE 0.
       01  WS-COUNT-EDIT           PIC ZZZZZZZZ9.
       01  WS-REPORT-LABEL         PIC X(40).
       01  WS-DETAIL-DATE-X        PIC X(8) VALUE SPACE.
       01  WS-DETAIL-SEQ-EDIT      PIC 9(6) VALUE 0.

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

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
                   IF AQ-RELOAD-REQUESTED
                       MOVE "Y" TO WS-RELOAD-FLAG
                   END-IF
                   IF AQ-UNMASK-REQUESTED
                       MOVE "Y" TO WS-UNMASK-FLAG
                       MOVE AQ-USER-ID TO WS-USER-ID
                   END-IF
           END-READ
           CLOSE QUERY-PARM-FILE
           IF WS-TO-DATE = 0
           IF WS-RELOAD-WANTED
               OPEN I-O AUDIT-FILE
           END-IF
           IF WS-RELOAD-WANTED OR WS-UNMASK-WANTED
               OPEN I-O SENS-VAULT-FILE
               MOVE "Y" TO WS-VAULT-OPEN-FLAG
           END-IF
           PERFORM 0110-WRITE-REPORT-HEADER
           IF WS-UNMASK-WANTED
               PERFORM 0120-CHECK-AUTHORIZATION
           END-IF.

       0110-WRITE-REPORT-HEADER.
           MOVE SPACE TO REPORT-RECORD
               WS-SEL-STATUS DELIMITED BY SIZE
               " RELOAD=" DELIMITED BY SIZE
               WS-RELOAD-FLAG DELIMITED BY SIZE
               " UNMASK=" DELIMITED BY SIZE
               WS-UNMASK-FLAG DELIMITED BY SIZE
               " USER=" DELIMITED BY SIZE
               WS-USER-ID DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       0120-CHECK-AUTHORIZATION.
      *    SAME RULE AS TRUNINQ: THE USER MUST BE ON UMSKAUT WITH
      *    A ROW IN EFFECT TODAY (ZERO OR BLANK DATES OPEN-ENDED).
      *    A REFUSAL IS LOGGED ONCE FOR THE RUN AND THE REPORT
      *    CARRIES ON MASKED.
           MOVE "N" TO WS-AUTHORIZED-FLAG
           IF WS-USER-ID NOT = SPACE
               OPEN INPUT UNMASK-AUTH-FILE
               PERFORM UNTIL WS-AUTH-END-OF-FILE OR WS-AUTHORIZED
                   READ UNMASK-AUTH-FILE
                       AT END
                           SET WS-AUTH-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 0125-TEST-AUTH-ROW
                   END-READ
               END-PERFORM
               CLOSE UNMASK-AUTH-FILE
           END-IF
           OPEN EXTEND UNMASK-LOG-FILE
           MOVE "Y" TO WS-LOG-OPEN-FLAG
           IF NOT WS-AUTHORIZED
               MOVE SPACE TO UNMASK-LOG-RECORD
               MOVE 0 TO UL-RUN-DATE
               MOVE 0 TO UL-SEQ-NO
               MOVE WS-SEL-FIELD-NAME TO UL-FIELD-NAME
               MOVE WS-SEL-SOURCE TO UL-SOURCE-SYSTEM
               MOVE "D" TO UL-RESULT
               PERFORM 0320-WRITE-UNMASK-LOG
               MOVE "N" TO WS-UNMASK-FLAG
               MOVE 4 TO RETURN-CODE
               MOVE SPACE TO REPORT-RECORD
               STRING "UNMASK REFUSED: USER " DELIMITED BY SIZE
                   WS-USER-ID DELIMITED BY SIZE
                   " IS NOT AUTHORIZED -- VALUES PRINT MASKED"
                       DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       0125-TEST-AUTH-ROW.
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
                   OR WS-AUTH-FROM NOT > WS-RUN-DATE)
               AND (WS-AUTH-TO = 0
                   OR WS-AUTH-TO NOT < WS-RUN-DATE)
               MOVE "Y" TO WS-AUTHORIZED-FLAG
           END-IF.

       0200-SCAN-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-ARC-END-OF-FILE TO TRUE
               NOT AT END
                   IF NOT AT-IS-TRAILER
                       ADD 1 TO WS-ROWS-READ
                       MOVE ARCHIVE-RECORD TO WORK-AUDIT-RECORD
                       PERFORM 0210-TEST-SELECTION
                   END-IF
           END-READ.

       0210-TEST-SELECTION.
               WA-TRUNCATED-VALUE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-UNMASK-WANTED
               PERFORM 0310-PRINT-UNMASKED-VALUES
           END-IF.

       0310-PRINT-UNMASKED-VALUES.
      *    ONLY A ROW WITH A VAULT ENTRY WAS MASKED; ANY OTHER ROW
      *    IS ALREADY IN CLEAR ABOVE AND NEEDS NO SECOND LINE.
      *    THE LOG ROW IS WRITTEN BEFORE THE VALUES ARE PRINTED.
           MOVE WA-KEY TO SV-KEY
           READ SENS-VAULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACE TO UNMASK-LOG-RECORD
                   MOVE WA-RUN-DATE TO UL-RUN-DATE
                   MOVE WA-SEQ-NO TO UL-SEQ-NO
                   MOVE WA-FIELD-NAME TO UL-FIELD-NAME
                   MOVE WA-JOB-NAME TO UL-SOURCE-SYSTEM
                   MOVE "V" TO UL-RESULT
                   PERFORM 0320-WRITE-UNMASK-LOG
                   ADD 1 TO WS-ROWS-UNMASKED
                   MOVE SPACE TO REPORT-RECORD
                   STRING "    UNMASKED ORIGINAL:  " DELIMITED BY SIZE
                       SV-ORIGINAL-VALUE DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
                   MOVE SPACE TO REPORT-RECORD
                   STRING "    UNMASKED TRUNCATED: " DELIMITED BY SIZE
                       SV-TRUNCATED-VALUE DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
           END-READ.

       0320-WRITE-UNMASK-LOG.
           PERFORM 0930-BUILD-TIMESTAMP
           MOVE WS-TIMESTAMP TO UL-TIMESTAMP
           MOVE WS-USER-ID TO UL-USER-ID
           MOVE "TRUNARCQ" TO UL-PROGRAM
           WRITE UNMASK-LOG-RECORD.

       0400-RELOAD-RECORD.
      *    THE ORIGINAL KEY IS TRIED FIRST -- AFTER A PURGE IT IS
      *    EXTRACT/ACK PAPERWORK THAT REFERENCED IT.  ONLY WHEN
      *    THE KEY HAS BEEN REUSED BY A LATER SAME-DAY WRITE DOES
      *    THE RETRY BUMP THE SEQUENCE, THE SAME WAY TRUNMAIN'S
      *    AUDIT WRITE HANDLES A DUPLICATE.  A SEALED ROW STILL
      *    SITTING UNDER ITS ORIGINAL KEY WAS PUT BACK BY AN
      *    EARLIER RELOAD, AND A SECOND LIVE COPY OF IT WOULD BE
      *    NOTHING BUT A DUPLICATE, SO IT IS REPORTED AND LEFT.
           PERFORM 0405-CHECK-ALREADY-LIVE
           IF WS-ALREADY-LIVE
               ADD 1 TO WS-ROWS-ALREADY-LIVE
               MOVE SPACE TO REPORT-RECORD
               STRING "    ALREADY ON AUDIT UNDER ITS ORIGINAL KEY "
                   DELIMITED BY SIZE
                   "-- NOT RELOADED AGAIN" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           ELSE
               MOVE WORK-AUDIT-RECORD TO AUDIT-RECORD
               WRITE AUDIT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ROWS-REKEYED
                       PERFORM 0410-WRITE-AUDIT-WITH-RETRY
                       PERFORM 0420-REKEY-VAULT-ROW
               END-WRITE
               PERFORM 0430-SEAL-RELOAD-EVENT
               ADD 1 TO WS-ROWS-RELOADED
           END-IF.

       0405-CHECK-ALREADY-LIVE.
      *    ONLY A SEALED ROW CAN BE RECOGNISED: ITS PLACE IN THE
      *    AUDIT CHAIN IS UNIQUE, WHERE A ROW WRITTEN BEFORE
      *    SEALING BEGAN HAS NOTHING TO TELL IT FROM A LATER ROW
      *    THAT REUSED THE KEY.
           MOVE "N" TO WS-ALREADY-LIVE-FLAG
           IF WA-SEAL-SEQ IS NUMERIC AND WA-SEAL-SEQ > 0
               MOVE WA-KEY TO AU-KEY
               READ AUDIT-FILE
                   KEY IS AU-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AU-SEAL-SEQ IS NUMERIC
                           AND AU-SEAL-SEQ = WA-SEAL-SEQ
                           SET WS-ALREADY-LIVE TO TRUE
                       END-IF
               END-READ
           END-IF.

       0410-WRITE-AUDIT-WITH-RETRY.
           ADD 1 TO AU-SEQ-NO
                   PERFORM 0410-WRITE-AUDIT-WITH-RETRY
           END-WRITE.

       0420-REKEY-VAULT-ROW.
      *    THE ARCHIVED KEY'S VAULT ROW (IF THE FIELD WAS MASKED)
      *    IS COPIED UNDER THE KEY THE ROW WAS RELOADED AS; THE
      *    ORIGINAL IS LEFT FOR THE ARCHIVE COPY OF THE ROW.
           MOVE WA-KEY TO SV-KEY
           READ SENS-VAULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AU-KEY TO SV-KEY
                   WRITE SENS-VAULT-RECORD
                       INVALID KEY
                           REWRITE SENS-VAULT-RECORD
                               INVALID KEY
                                   DISPLAY "ERROR: UNABLE TO COPY "
                                       "VAULT ROW FOR "
                                       AU-RUN-DATE "/" AU-SEQ-NO
                           END-REWRITE
                   END-WRITE
           END-READ.

       0430-SEAL-RELOAD-EVENT.
      *    THE RELOADED ROW KEEPS THE SEAL IT WAS ARCHIVED WITH;
      *    THE EVENT CARRIES BOTH KEYS SO THE SEAL CAN STILL BE
      *    PROVED AFTER A REKEY.  THE CALL RESETS RETURN-CODE, SO
      *    THE STEP'S OWN CODE IS SAVED AROUND IT.
           MOVE RETURN-CODE TO WS-SAVE-RC
           MOVE "E" TO SL-FUNCTION
           MOVE "TRUNARCQ" TO SL-PROGRAM-ID
           MOVE SPACE TO SL-SEAL-DATA
           MOVE "L" TO SL-EV-EVENT-TYPE
           MOVE AU-KEY TO SL-EV-AUDIT-KEY
           IF WA-SEAL-SEQ IS NUMERIC
               MOVE WA-SEAL-SEQ TO SL-EV-AUDIT-SEAL-SEQ
           ELSE
               MOVE 0 TO SL-EV-AUDIT-SEAL-SEQ
           END-IF
           MOVE WA-STATUS TO SL-EV-OLD-STATUS
           MOVE WA-STATUS TO SL-EV-NEW-STATUS
           MOVE WA-KEY TO SL-EV-SEALED-KEY
           MOVE WS-USER-ID TO SL-EV-USER-ID
           MOVE 82 TO SL-DATA-LEN
           CALL "AUDSEL01" USING SL-AUDSEL-PARM
           MOVE WS-SAVE-RC TO RETURN-CODE
           IF SL-NOT-SEALED
               ADD 1 TO WS-RELOADS-NOT-SEALED
               DISPLAY "WARNING: " SL-MESSAGE
           END-IF.

       0900-TERMINATE.
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ROWS REKEYED ON RELOAD:" TO WS-REPORT-LABEL
           MOVE WS-ROWS-REKEYED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           IF WS-RELOAD-WANTED
               MOVE "ROWS ALREADY ON AUDIT, NOT RELOADED:"
                   TO WS-REPORT-LABEL
               MOVE WS-ROWS-ALREADY-LIVE TO WS-COUNT-EDIT
               PERFORM 0910-WRITE-COUNT-LINE
           END-IF
           MOVE "ROWS SHOWN UNMASKED:" TO WS-REPORT-LABEL
           MOVE WS-ROWS-UNMASKED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           IF WS-RELOADS-NOT-SEALED > 0
               MOVE "RELOADS NOT SEALED:" TO WS-REPORT-LABEL
               MOVE WS-RELOADS-NOT-SEALED TO WS-COUNT-EDIT
               PERFORM 0910-WRITE-COUNT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ARCHIVE-FILE
           CLOSE REPORT-FILE
           IF WS-RELOAD-WANTED
               CLOSE AUDIT-FILE
           END-IF
           IF WS-VAULT-OPEN
               CLOSE SENS-VAULT-FILE
           END-IF
           IF WS-LOG-OPEN
               CLOSE UNMASK-LOG-FILE
           END-IF.

       0910-WRITE-COUNT-LINE.
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
