       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSEL01.
       AUTHOR. DATA-QUALITY-TEAM.
      *REMARKS. SHARED AUDIT SEALING SUBROUTINE.  AUDITORS TAKE
      *    THE AUDIT FILE AND THE TRUNPRGE ARCHIVES AS THE SHOP'S
      *    ONLY HISTORY OF TRUNCATED VALUES, SO EVERY ROW IS
      *    SEALED WHEN IT IS WRITTEN AND EVERY LEGITIMATE CHANGE
      *    AFTER THAT IS SEALED AS AN EVENT.  A SEAL IS A KEYED
      *    MAC OF THE SEAL OF THE LINK BEFORE IT, THE LINK'S
      *    SEQUENCE NUMBER AND THE SEALED DATA, SO EDITING A ROW
      *    BREAKS ITS OWN SEAL, AND DROPPING OR INSERTING ONE
      *    BREAKS THE CHAIN AT THAT POINT.  THE MAC IS THE
      *    HMAC-SHA-256 MACGEN01 TAKES THROUGH ICSF, CUT TO
      *    EIGHTEEN HEX DIGITS, UNDER THE SHOP'S SEAL KEY, WHICH
      *    STAYS IN THE CKDS UNDER THE LABEL ON THE FIRST RECORD
      *    OF THE SEALKEY DATASET.  ANYONE WHO CAN EDIT AUDIT BUT
      *    IS NOT PERMITTED TO USE THE KEY CANNOT PRODUCE A SEAL
      *    THAT VERIFIES, HOWEVER MANY SEALED ROWS THEY READ.
      *    WITH NO SEALKEY LABEL, OR IF THE MAC CANNOT BE TAKEN,
      *    NOTHING IS SEALED: SL-NOT-SEALED COMES BACK, THE CHAIN
      *    HEAD IS LEFT WHERE IT WAS AND NO EVENT IS WRITTEN, SO
      *    TRUNSEAL REPORTS THE GAP.  THE FIRST LINK OF A CHAIN
      *    CHAINS FROM EIGHTEEN ZEROS.  THE CHAIN HEADS LIVE ON SEALCTL
      *    AND ARE OPENED, MOVED ON AND CLOSED ON EVERY CALL, AS
      *    CYCCHK01 DOES WITH CYCCTL, SO A HEAD NEVER LAGS THE
      *    ROWS IT SEALS.  EVENTS ARE APPENDED TO SEALEVT.  SEE
      *    AUDSELLK FOR THE FUNCTIONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SEAL-CTL-FILE ASSIGN TO "SEALCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-CHAIN-ID.

           SELECT OPTIONAL SEAL-EVENT-FILE ASSIGN TO "SEALEVT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SEAL-KEY-FILE ASSIGN TO "SEALKEY"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SEAL-CTL-FILE.
       COPY SEALCTL.

       FD  SEAL-EVENT-FILE.
       COPY SEALEVT.

       FD  SEAL-KEY-FILE.
       01  SEAL-KEY-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
      *    THE SEAL KEY LABEL IS READ ON THE FIRST CALL AND KEPT.
       01  WS-KEY-LOADED-FLAG      PIC X VALUE "N".
           88  WS-KEY-LOADED           VALUE "Y".
       01  WS-SEAL-KEY-LABEL       PIC X(64) VALUE SPACE.
       01  WS-HEAD-FOUND-FLAG      PIC X VALUE "N".
           88  WS-HEAD-FOUND           VALUE "Y".
       01  WS-GENESIS-SEAL         PIC X(18) VALUE ALL "0".
      *    PREVIOUS SEAL, SEQUENCE AND DATA, AUTHENTICATED AS ONE.
       01  WS-MAC-SOURCE.
           05  WS-MS-PREV-SEAL         PIC X(18).
           05  WS-MS-SEQ               PIC 9(9).
           05  WS-MS-DATA              PIC X(400).
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

       COPY MACGENLK.

       LINKAGE SECTION.
       COPY AUDSELLK.

       PROCEDURE DIVISION USING SL-AUDSEL-PARM.
       0000-MAIN.
           SET SL-SEALED TO TRUE
           MOVE SPACE TO SL-MESSAGE
           IF NOT WS-KEY-LOADED
               PERFORM 0100-LOAD-SEAL-KEY
           END-IF
           IF SL-DATA-LEN NOT NUMERIC OR SL-DATA-LEN > 400
               SET SL-NOT-SEALED TO TRUE
               MOVE "AUDSEL01 CALLED WITH A BAD SEAL DATA LENGTH"
                   TO SL-MESSAGE
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN SL-COMPUTE-ONLY
                   PERFORM 0300-COMPUTE-SEAL
               WHEN SL-SEAL-LINK
                   PERFORM 0900-BUILD-TIMESTAMP
                   OPEN I-O SEAL-CTL-FILE
                   PERFORM 0200-SEAL-LINK
                   CLOSE SEAL-CTL-FILE
               WHEN SL-SEAL-EVENT
                   PERFORM 0900-BUILD-TIMESTAMP
                   OPEN I-O SEAL-CTL-FILE
                   PERFORM 0400-SEAL-EVENT
                   CLOSE SEAL-CTL-FILE
               WHEN OTHER
                   SET SL-NOT-SEALED TO TRUE
                   MOVE "AUDSEL01 CALLED WITH NO S/E/C FUNCTION"
                       TO SL-MESSAGE
           END-EVALUATE
           GOBACK.

       0100-LOAD-SEAL-KEY.
           MOVE SPACE TO WS-SEAL-KEY-LABEL
           OPEN INPUT SEAL-KEY-FILE
           READ SEAL-KEY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SEAL-KEY-RECORD (1:64) TO WS-SEAL-KEY-LABEL
           END-READ
           CLOSE SEAL-KEY-FILE
           SET WS-KEY-LOADED TO TRUE.

       0200-SEAL-LINK.
           PERFORM 0210-READ-CHAIN-HEAD
           ADD 1 TO SK-LAST-SEQ GIVING SL-SEAL-SEQ
           MOVE SK-LAST-SEAL TO SL-PREV-SEAL
           PERFORM 0300-COMPUTE-SEAL
           IF SL-SEALED
               PERFORM 0220-ADVANCE-CHAIN-HEAD
           END-IF.

       0210-READ-CHAIN-HEAD.
           MOVE SL-CHAIN-ID TO SK-CHAIN-ID
           MOVE "N" TO WS-HEAD-FOUND-FLAG
           READ SEAL-CTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HEAD-FOUND TO TRUE
           END-READ
           IF NOT WS-HEAD-FOUND
               MOVE SL-CHAIN-ID TO SK-CHAIN-ID
               MOVE 0 TO SK-LAST-SEQ
               MOVE WS-GENESIS-SEAL TO SK-LAST-SEAL
               MOVE WS-TIMESTAMP TO SK-START-TIMESTAMP
           END-IF.

       0220-ADVANCE-CHAIN-HEAD.
           MOVE SL-SEAL-SEQ TO SK-LAST-SEQ
           MOVE SL-SEAL TO SK-LAST-SEAL
           MOVE WS-TIMESTAMP TO SK-LAST-TIMESTAMP
           MOVE SL-PROGRAM-ID TO SK-LAST-PROGRAM
           IF WS-HEAD-FOUND
               REWRITE SEAL-CONTROL-RECORD
                   INVALID KEY
                       PERFORM 0230-NOTE-HEAD-NOT-MOVED
               END-REWRITE
           ELSE
               WRITE SEAL-CONTROL-RECORD
                   INVALID KEY
                       PERFORM 0230-NOTE-HEAD-NOT-MOVED
               END-WRITE
           END-IF.

       0230-NOTE-HEAD-NOT-MOVED.
           SET SL-NOT-SEALED TO TRUE
           STRING "SEALCTL HEAD FOR CHAIN " DELIMITED BY SIZE
               SL-CHAIN-ID DELIMITED BY SPACE
               " COULD NOT BE MOVED ON -- LINK " DELIMITED BY SIZE
               SL-SEAL-SEQ DELIMITED BY SIZE
               " NOT SEALED" DELIMITED BY SIZE
               INTO SL-MESSAGE
           END-STRING.

       0300-COMPUTE-SEAL.
           MOVE SL-PREV-SEAL TO WS-MS-PREV-SEAL
           MOVE SL-SEAL-SEQ TO WS-MS-SEQ
           MOVE SPACE TO WS-MS-DATA
           IF SL-DATA-LEN > 0
               MOVE SL-SEAL-DATA (1:SL-DATA-LEN)
                   TO WS-MS-DATA (1:SL-DATA-LEN)
           END-IF
           MOVE WS-SEAL-KEY-LABEL TO MG-KEY-LABEL
           COMPUTE MG-TEXT-LEN = 18 + 9 + SL-DATA-LEN
           MOVE SPACE TO MG-TEXT
           MOVE WS-MAC-SOURCE (1:MG-TEXT-LEN)
               TO MG-TEXT (1:MG-TEXT-LEN)
           CALL "MACGEN01" USING MG-MACGEN-PARM
           IF MG-MAC-MADE
               MOVE MG-MAC-TEXT TO SL-SEAL
           ELSE
               SET SL-NOT-SEALED TO TRUE
               MOVE SPACE TO SL-SEAL
               MOVE MG-MESSAGE TO SL-MESSAGE
           END-IF.

       0400-SEAL-EVENT.
           MOVE "EVENT" TO SL-CHAIN-ID
           MOVE 82 TO SL-DATA-LEN
           IF SL-EV-PROGRAM-ID = SPACE
               MOVE SL-PROGRAM-ID TO SL-EV-PROGRAM-ID
           END-IF
           IF SL-EV-TIMESTAMP = SPACE
               MOVE WS-TIMESTAMP TO SL-EV-TIMESTAMP
           END-IF
           PERFORM 0210-READ-CHAIN-HEAD
           ADD 1 TO SK-LAST-SEQ GIVING SL-SEAL-SEQ
           MOVE SK-LAST-SEAL TO SL-PREV-SEAL
           PERFORM 0300-COMPUTE-SEAL
           IF SL-SEALED
               PERFORM 0410-WRITE-EVENT
           END-IF.

       0410-WRITE-EVENT.
      *    THE EVENT GOES DOWN BEFORE THE HEAD MOVES ON: A HEAD
      *    THAT FAILS TO MOVE LEAVES AN EVENT PAST THE HEAD, AND
      *    TRUNSEAL REPORTS THE ONE AS SURELY AS THE OTHER.
           MOVE SL-SEAL-SEQ TO SE-EVENT-SEQ
           MOVE SL-SEAL-DATA (1:82) TO SE-EVENT-DATA
           MOVE SL-PREV-SEAL TO SE-PREV-SEAL
           MOVE SL-SEAL TO SE-SEAL
           OPEN EXTEND SEAL-EVENT-FILE
           WRITE SEAL-EVENT-RECORD
           CLOSE SEAL-EVENT-FILE
           PERFORM 0220-ADVANCE-CHAIN-HEAD.

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
