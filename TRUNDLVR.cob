       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNDLVR.
       AUTHOR. DATA-QUALITY-TEAM.
      *REMARKS. DOWNSTREAM DELIVERY STEP.  ASMOUT IS THE ONE
      *    ASSEMBLED-RECORD FILE EVERY CONSUMER IS MEANT TO LOAD
      *    FROM, BUT EACH CONSUMER WANTS ITS OWN FIELDS IN ITS OWN
      *    ORDER AND SHAPE.  THIS STEP READS ASMOUT ONCE AND CUTS
      *    ONE DELIVERY FILE PER CONSUMER (DLVOUT1-DLVOUT4, UP TO
      *    FOUR CONSUMERS), LAID OUT AS THE DLVCTL LAYOUT CONTROL
      *    TABLE SAYS: WHICH FIELDS, IN WHAT ORDER, FIXED WIDTH
      *    OR DELIMITED, AND HOW EACH FIXED COLUMN IS JUSTIFIED
      *    AND PADDED.  EVERY FILE OPENS WITH A HEADER CARRYING
      *    THE CYCLE DATE AND THE CYCLE'S ORIGINATING BATCH IDS
      *    FROM BATCHREG, AND CLOSES WITH A TRAILER CARRYING THE
      *    DATA RECORD COUNT AND A HASH TOTAL OVER THE CONSUMER'S
      *    NOMINATED NUMERIC FIELD (DLVREC LAYOUTS), SO THE
      *    RECEIVING SYSTEM CAN PROVE IT LOADED THE WHOLE FILE.
      *    EACH CONSUMER'S DELIVERY POSTS A CTLTOT ROW, WHICH
      *    LETS TRUNBALC PROVE THAT EVERY ASMOUT RECORD READ WAS
      *    DELIVERED TO EVERY CONSUMER.  A DLVCTL TABLE THAT DOES
      *    NOT HOLD TOGETHER FAILS THE RUN WITH RETURN CODE 16
      *    BEFORE ANYTHING IS WRITTEN; A VALUE CUT TO FIT ITS
      *    COLUMN, A VALUE CARRYING THE FILE'S DELIMITER, OR A
      *    HASH-FIELD VALUE THAT IS NOT NUMERIC OR WOULD CARRY
      *    THE HASH TOTAL PAST EIGHTEEN DIGITS ENDS THE RUN WITH
      *    RETURN CODE 4.  A VALUE LEFT OUT OF THE HASH EITHER
      *    WAY MARKS THE TRAILER'S HASH TOTAL AS PARTIAL.
      *    THE STEP CHECKS IN WITH THE CYCCTL RUN-CONTROL FILE
      *    THROUGH CYCCHK01 AT START AND END OF RUN, UNDER THE
      *    FEED SRCPARM NAMES -- EACH FEED'S JOB DELIVERS ITS OWN
      *    ASMOUT -- WHICH KEEPS IT FROM RUNNING TWICE FOR ONE
      *    FEED'S CYCLE; A SECOND PASS WOULD SEND EVERY CONSUMER
      *    THE FEED'S RECORDS AGAIN.  IT NEEDS THE FEED'S
      *    TRUNASMB COMPLETE, AND ITS TRUNHOLD TOO WHEN
      *    TRUNHOLD HAS CHECKED IN FOR THE CYCLE, SINCE TRUNHOLD
      *    CAN STILL APPEND RELEASED RECORDS TO ASMOUT; EITHER
      *    STILL RUNNING OR FAILED REFUSES THE DELIVERY, SO A
      *    CONSUMER IS NEVER SENT A SHORT FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASSEMBLED-FILE ASSIGN TO "ASMOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DELIVERY-CTL-FILE ASSIGN TO "DLVCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    READ ONLY FOR THE FEED THIS JOB CHECKS IN UNDER.
           SELECT OPTIONAL SOURCE-PARM-FILE ASSIGN TO "SRCPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    THE SAME PROCESSED-BATCH REGISTRY TRUNMAIN AND TRUNMRGE
      *    KEEP; READ HERE ONLY FOR THE CYCLE'S BATCH IDS.
           SELECT OPTIONAL BATCH-REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIVERY1-FILE ASSIGN TO "DLVOUT1"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIVERY2-FILE ASSIGN TO "DLVOUT2"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIVERY3-FILE ASSIGN TO "DLVOUT3"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DELIVERY4-FILE ASSIGN TO "DLVOUT4"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "DLVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSEMBLED-FILE.
       COPY ASMREC.

       FD  DELIVERY-CTL-FILE.
       COPY DLVCTL.

       FD  SOURCE-PARM-FILE.
       COPY SRCPARM.

       FD  BATCH-REG-FILE.
       COPY BATREG.

      *    FIFTY FIELDS OF AT MOST 100 CHARACTERS, PLUS THE
      *    DELIMITERS BETWEEN THEM, IS THE LONGEST LINE A
      *    CONSUMER CAN BE SENT.
       FD  DELIVERY1-FILE.
       01  DELIVERY1-RECORD        PIC X(5050).

       FD  DELIVERY2-FILE.
       01  DELIVERY2-RECORD        PIC X(5050).

       FD  DELIVERY3-FILE.
       01  DELIVERY3-RECORD        PIC X(5050).

       FD  DELIVERY4-FILE.
       01  DELIVERY4-RECORD        PIC X(5050).

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       FD  CONTROL-TOTAL-FILE.
       COPY CTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG             PIC X VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-CTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-CTL-END-OF-FILE      VALUE "Y".
       01  WS-BR-EOF-FLAG          PIC X VALUE "N".
           88  WS-BR-END-OF-FILE       VALUE "Y".
       01  WS-CTL-OK-FLAG          PIC X VALUE "Y".
           88  WS-CTL-OK               VALUE "Y".
       01  WS-CYCLE-DATE           PIC 9(8) VALUE 0.
       01  WS-CYCLE-DATE-X REDEFINES WS-CYCLE-DATE PIC X(8).

      *    ONE ENTRY PER CONSUMER ROW ON DLVCTL, WITH THE RUN'S
      *    COUNTS FOR THAT CONSUMER'S FILE.
       01  WS-DC-COUNT             PIC 9 VALUE 0.
       01  WS-DC-TABLE.
           05  WS-DC-ENTRY OCCURS 4 TIMES.
               10  WS-DC-CONSUMER-ID       PIC X(8).
               10  WS-DC-FILE-NO           PIC 9.
               10  WS-DC-FORMAT            PIC X.
                   88  WS-DC-FIXED             VALUE "F".
                   88  WS-DC-DELIMITED         VALUE "D".
               10  WS-DC-DELIMITER         PIC X.
               10  WS-DC-HASH-FIELD        PIC X(30).
               10  WS-DC-FIRST-FIELD       PIC 9(3).
               10  WS-DC-FIELD-COUNT       PIC 9(3).
               10  WS-DC-RECORDS-OUT       PIC 9(9).
               10  WS-DC-HASH-TOTAL        PIC 9(18).
               10  WS-DC-HASH-SKIPPED      PIC 9(9).
               10  WS-DC-HASH-OVERFLOW     PIC 9(9).
               10  WS-DC-TRUNCATED         PIC 9(9).
               10  WS-DC-DELIM-CLASH       PIC 9(9).
               10  WS-DC-ABSENT            PIC 9(9).
       01  WS-DC-SUB               PIC 9 VALUE 0.
       01  WS-DC-SUB-2             PIC 9 VALUE 0.
       01  WS-DC-FOUND-FLAG        PIC X VALUE "N".
           88  WS-DC-FOUND             VALUE "Y".

      *    EVERY FIELD ROW ON DLVCTL, SORTED BY CONSUMER AND
      *    SEQUENCE SO EACH CONSUMER'S FIELDS ARE ONE RUN OF THE
      *    TABLE IN OUTPUT ORDER.
       01  WS-DF-COUNT             PIC 9(3) VALUE 0.
       01  WS-DF-TABLE.
           05  WS-DF-ENTRY OCCURS 200 TIMES.
               10  WS-DF-KEY.
                   15  WS-DF-CONSUMER-ID       PIC X(8).
                   15  WS-DF-SEQUENCE          PIC 9(3).
               10  WS-DF-DATA.
                   15  WS-DF-FIELD-NAME        PIC X(30).
                   15  WS-DF-WIDTH             PIC 9(3).
                   15  WS-DF-JUSTIFY           PIC X.
                   15  WS-DF-PAD-CHAR          PIC X.
       01  WS-DF-HOLD-ENTRY.
           05  WS-DF-HOLD-KEY          PIC X(11).
           05  WS-DF-HOLD-DATA         PIC X(35).
       01  WS-DF-SUB               PIC 9(3) VALUE 0.
       01  WS-DF-SUB-2             PIC 9(3) VALUE 0.
       01  WS-DF-LAST              PIC 9(3) VALUE 0.

      *    DISTINCT BATCH IDS REGISTERED UNDER THE CYCLE.  THE
      *    HEADER NAMES THE FIRST TWENTY AND COUNTS THEM ALL.
       01  WS-BT-COUNT             PIC 9(3) VALUE 0.
       01  WS-BT-TABLE.
           05  WS-BT-BATCH-ID          PIC X(8) OCCURS 999 TIMES.
       01  WS-BT-SUB               PIC 9(3) VALUE 0.
       01  WS-BT-FOUND-FLAG        PIC X VALUE "N".
           88  WS-BT-FOUND             VALUE "Y".
       01  WS-BT-OVERFLOW          PIC 9(9) VALUE 0.

       01  WS-OUT-LINE             PIC X(5050).
       01  WS-OUT-POS              PIC 9(4) VALUE 1.
       01  WS-LOOKUP-NAME          PIC X(30).
       01  WS-FIELD-VALUE          PIC X(100).
       01  WS-FIELD-FOUND-FLAG     PIC X VALUE "N".
           88  WS-FIELD-FOUND          VALUE "Y".
       01  WS-AS-FIELD-LIMIT       PIC 9(3) VALUE 0.
       01  WS-AS-SUB               PIC 9(3) VALUE 0.
       01  WS-VALUE-LEN            PIC 9(3) VALUE 0.
       01  WS-PAD-LEN              PIC 9(3) VALUE 0.
       01  WS-PAD-CHAR             PIC X VALUE SPACE.
       01  WS-DELIM-TALLY          PIC 9(3) VALUE 0.

       01  WS-HASH-VALUE           PIC 9(18) VALUE 0.
       01  WS-HASH-DIGITS          PIC 9(3) VALUE 0.
       01  WS-HASH-POINTS          PIC 9(3) VALUE 0.
       01  WS-HASH-OK-FLAG         PIC X VALUE "Y".
           88  WS-HASH-OK              VALUE "Y".
       01  WS-CHAR-SUB             PIC 9(3) VALUE 0.
       01  WS-DIGIT-X              PIC X.
       01  WS-DIGIT-N REDEFINES WS-DIGIT-X PIC 9.

       01  WS-RECORDS-READ         PIC 9(9) VALUE 0.
       01  WS-COUNT-EDIT           PIC ZZZZZZZZ9.
       01  WS-HASH-EDIT            PIC ZZZZZZZZZZZZZZZZZ9.
       01  WS-REPORT-LABEL         PIC X(40).
       01  WS-FORMAT-TEXT          PIC X(9).
       01  WS-WARNING-FLAG         PIC X VALUE "N".
           88  WS-WARNING-FOUND        VALUE "Y".

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

       COPY DLVREC.

       COPY CYCCHKLK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           IF WS-CTL-OK
               PERFORM 0200-DELIVER-RECORD
                   UNTIL WS-END-OF-FILE
               PERFORM 0900-TERMINATE
           END-IF
           PERFORM 0990-POST-CYCLE-END
           STOP RUN.

       0100-INITIALIZE.
      *    SRCPARM COMES FIRST -- THE FEED IS PART OF THIS RUN'S
      *    IDENTITY ON THE CYCLE CONTROL FILE.
           PERFORM 0102-LOAD-SOURCE-PARM
           PERFORM 0105-CHECK-CYCLE-START
           MOVE CC-CYCLE-DATE TO WS-CYCLE-DATE
           PERFORM 0110-LOAD-DELIVERY-CONTROL
           IF WS-CTL-OK
               PERFORM 0130-LOAD-CYCLE-BATCHES
               OPEN INPUT ASSEMBLED-FILE
               OPEN OUTPUT REPORT-FILE
               PERFORM 0140-OPEN-DELIVERY-FILES
               PERFORM 0150-WRITE-REPORT-HEADER
               PERFORM 0930-BUILD-TIMESTAMP
               PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                       UNTIL WS-DC-SUB > WS-DC-COUNT
                   PERFORM 0160-WRITE-FILE-HEADER
               END-PERFORM
           ELSE
               DISPLAY "ERROR: DLVCTL LAYOUT CONTROL TABLE IS NOT "
                   "USABLE -- DELIVERY ABANDONED"
               MOVE 16 TO RETURN-CODE
           END-IF.

       0102-LOAD-SOURCE-PARM.
           OPEN INPUT SOURCE-PARM-FILE
           READ SOURCE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SP-SOURCE-SYSTEM TO CC-SOURCE-SYSTEM
           END-READ
           CLOSE SOURCE-PARM-FILE.

       0105-CHECK-CYCLE-START.
      *    BEFORE ANY OUTPUT IS OPENED, SO A REFUSED RERUN CANNOT
      *    EMPTY THE OUTPUTS OF THE RUN THAT ALREADY COMPLETED.
           MOVE "TRUNDLVR" TO CC-PROGRAM-ID
           SET CC-START-STEP TO TRUE
           CALL "CYCCHK01" USING CC-CYCCHK-PARM
           IF CC-STEP-REFUSED
               DISPLAY "ERROR: " CC-MESSAGE
               DISPLAY "ERROR: TRUNDLVR REFUSED BY CYCLE CONTROL "
                   "-- RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-LOAD-DELIVERY-CONTROL.
      *    THE TABLE IS THE WHOLE DEFINITION OF EVERY CONSUMER'S
      *    FILE, SO ANYTHING WRONG WITH IT FAILS THE RUN RATHER
      *    THAN SENDING A CONSUMER A FILE IT CANNOT LOAD.  EVERY
      *    FAULT IS LISTED BEFORE THE RUN GIVES UP.
           OPEN INPUT DELIVERY-CTL-FILE
           PERFORM UNTIL WS-CTL-END-OF-FILE
               READ DELIVERY-CTL-FILE
                   AT END
                       SET WS-CTL-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 0112-LOAD-CONTROL-ROW
               END-READ
           END-PERFORM
           CLOSE DELIVERY-CTL-FILE
           IF WS-DC-COUNT = 0
               DISPLAY "ERROR: DLVCTL DEFINES NO CONSUMERS"
               MOVE "N" TO WS-CTL-OK-FLAG
           END-IF
           PERFORM 0120-SORT-FIELD-ROWS
           PERFORM 0125-RESOLVE-FIELD-ROWS.

       0112-LOAD-CONTROL-ROW.
           EVALUATE TRUE
               WHEN DC-CONSUMER-ROW
                   PERFORM 0114-LOAD-CONSUMER-ROW
               WHEN DC-FIELD-ROW
                   PERFORM 0116-LOAD-FIELD-ROW
               WHEN OTHER
                   DISPLAY "ERROR: DLVCTL ROW FOR CONSUMER '"
                       DC-CONSUMER-ID "' HAS ROW TYPE '"
                       DC-ROW-TYPE "' -- MUST BE C OR F"
                   MOVE "N" TO WS-CTL-OK-FLAG
           END-EVALUATE.

       0114-LOAD-CONSUMER-ROW.
           MOVE "N" TO WS-DC-FOUND-FLAG
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                   UNTIL WS-DC-SUB > WS-DC-COUNT
               IF WS-DC-CONSUMER-ID (WS-DC-SUB) = DC-CONSUMER-ID
                   SET WS-DC-FOUND TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN DC-CONSUMER-ID = SPACE
                   DISPLAY "ERROR: DLVCTL CONSUMER ROW HAS NO "
                       "CONSUMER ID"
                   MOVE "N" TO WS-CTL-OK-FLAG
               WHEN WS-DC-FOUND
                   DISPLAY "ERROR: DLVCTL CONSUMER '" DC-CONSUMER-ID
                       "' IS DEFINED TWICE"
                   MOVE "N" TO WS-CTL-OK-FLAG
               WHEN WS-DC-COUNT NOT < 4
                   DISPLAY "ERROR: DLVCTL DEFINES MORE THAN 4 "
                       "CONSUMERS AT '" DC-CONSUMER-ID "'"
                   MOVE "N" TO WS-CTL-OK-FLAG
               WHEN DC-FILE-NO NOT NUMERIC
                   OR DC-FILE-NO < 1 OR DC-FILE-NO > 4
                   DISPLAY "ERROR: DLVCTL CONSUMER '" DC-CONSUMER-ID
                       "' FILE NUMBER MUST BE 1 THROUGH 4"
                   MOVE "N" TO WS-CTL-OK-FLAG
               WHEN NOT DC-FORMAT-FIXED AND NOT DC-FORMAT-DELIMITED
                   DISPLAY "ERROR: DLVCTL CONSUMER '" DC-CONSUMER-ID
                       "' FORMAT '" DC-FORMAT "' MUST BE F OR D"
                   MOVE "N" TO WS-CTL-OK-FLAG
               WHEN OTHER
                   PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                           UNTIL WS-DC-SUB > WS-DC-COUNT
                       IF WS-DC-FILE-NO (WS-DC-SUB) = DC-FILE-NO
                           SET WS-DC-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-DC-FOUND
                       DISPLAY "ERROR: DLVCTL CONSUMER '"
                           DC-CONSUMER-ID "' SHARES DLVOUT"
                           DC-FILE-NO " WITH ANOTHER CONSUMER"
                       MOVE "N" TO WS-CTL-OK-FLAG
                   ELSE
                       ADD 1 TO WS-DC-COUNT
                       MOVE DC-CONSUMER-ID
                           TO WS-DC-CONSUMER-ID (WS-DC-COUNT)
                       MOVE DC-FILE-NO TO WS-DC-FILE-NO (WS-DC-COUNT)
                       MOVE DC-FORMAT TO WS-DC-FORMAT (WS-DC-COUNT)
                       MOVE DC-DELIMITER
                           TO WS-DC-DELIMITER (WS-DC-COUNT)
                       IF DC-DELIMITER = SPACE
                           MOVE "|" TO WS-DC-DELIMITER (WS-DC-COUNT)
                       END-IF
                       MOVE DC-HASH-FIELD
                           TO WS-DC-HASH-FIELD (WS-DC-COUNT)
                       MOVE 0 TO WS-DC-FIRST-FIELD (WS-DC-COUNT)
                       MOVE 0 TO WS-DC-FIELD-COUNT (WS-DC-COUNT)
                       MOVE 0 TO WS-DC-RECORDS-OUT (WS-DC-COUNT)
                       MOVE 0 TO WS-DC-HASH-TOTAL (WS-DC-COUNT)
                       MOVE 0 TO WS-DC-HASH-SKIPPED (WS-DC-COUNT)
                       MOVE 0 TO WS-DC-HASH-OVERFLOW (WS-DC-COUNT)
                       MOVE 0 TO WS-DC-TRUNCATED (WS-DC-COUNT)
                       MOVE 0 TO WS-DC-DELIM-CLASH (WS-DC-COUNT)
                       MOVE 0 TO WS-DC-ABSENT (WS-DC-COUNT)
                   END-IF
           END-EVALUATE.

       0116-LOAD-FIELD-ROW.
           EVALUATE TRUE
               WHEN DF-FIELD-NAME = SPACE
                   DISPLAY "ERROR: DLVCTL FIELD ROW FOR CONSUMER '"
                       DF-CONSUMER-ID "' HAS NO FIELD NAME"
                   MOVE "N" TO WS-CTL-OK-FLAG
               WHEN DF-SEQUENCE NOT NUMERIC
                   OR DF-WIDTH NOT NUMERIC
                   DISPLAY "ERROR: DLVCTL FIELD '" DF-FIELD-NAME
                       "' FOR CONSUMER '" DF-CONSUMER-ID
                       "' HAS A NON-NUMERIC SEQUENCE OR WIDTH"
                   MOVE "N" TO WS-CTL-OK-FLAG
               WHEN WS-DF-COUNT NOT < 200
                   DISPLAY "ERROR: DLVCTL HAS MORE THAN 200 FIELD "
                       "ROWS AT '" DF-FIELD-NAME "'"
                   MOVE "N" TO WS-CTL-OK-FLAG
               WHEN OTHER
                   ADD 1 TO WS-DF-COUNT
                   MOVE DF-CONSUMER-ID
                       TO WS-DF-CONSUMER-ID (WS-DF-COUNT)
                   MOVE DF-SEQUENCE TO WS-DF-SEQUENCE (WS-DF-COUNT)
                   MOVE DF-FIELD-NAME TO WS-DF-FIELD-NAME (WS-DF-COUNT)
                   MOVE DF-WIDTH TO WS-DF-WIDTH (WS-DF-COUNT)
                   MOVE DF-JUSTIFY TO WS-DF-JUSTIFY (WS-DF-COUNT)
                   MOVE DF-PAD-CHAR TO WS-DF-PAD-CHAR (WS-DF-COUNT)
           END-EVALUATE.

       0120-SORT-FIELD-ROWS.
      *    A SIMPLE INSERTION SORT ON CONSUMER AND SEQUENCE -- THE
      *    TABLE IS SMALL AND LOADED ONCE PER RUN.
           PERFORM VARYING WS-DF-SUB FROM 2 BY 1
                   UNTIL WS-DF-SUB > WS-DF-COUNT
               MOVE WS-DF-ENTRY (WS-DF-SUB) TO WS-DF-HOLD-ENTRY
               MOVE WS-DF-SUB TO WS-DF-SUB-2
               PERFORM UNTIL WS-DF-SUB-2 < 2
                   OR WS-DF-KEY (WS-DF-SUB-2 - 1)
                       NOT > WS-DF-HOLD-KEY
                   MOVE WS-DF-ENTRY (WS-DF-SUB-2 - 1)
                       TO WS-DF-ENTRY (WS-DF-SUB-2)
                   SUBTRACT 1 FROM WS-DF-SUB-2
               END-PERFORM
               MOVE WS-DF-HOLD-ENTRY TO WS-DF-ENTRY (WS-DF-SUB-2)
           END-PERFORM.

       0125-RESOLVE-FIELD-ROWS.
           PERFORM VARYING WS-DF-SUB FROM 1 BY 1
                   UNTIL WS-DF-SUB > WS-DF-COUNT
               PERFORM 0127-CHECK-FIELD-ROW
           END-PERFORM
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                   UNTIL WS-DC-SUB > WS-DC-COUNT
               IF WS-DC-FIELD-COUNT (WS-DC-SUB) = 0
                   DISPLAY "ERROR: DLVCTL CONSUMER '"
                       WS-DC-CONSUMER-ID (WS-DC-SUB)
                       "' HAS NO FIELD ROWS"
                   MOVE "N" TO WS-CTL-OK-FLAG
               END-IF
               IF WS-DC-FIELD-COUNT (WS-DC-SUB) > 50
                   DISPLAY "ERROR: DLVCTL CONSUMER '"
                       WS-DC-CONSUMER-ID (WS-DC-SUB)
                       "' HAS MORE THAN 50 FIELD ROWS"
                   MOVE "N" TO WS-CTL-OK-FLAG
               END-IF
           END-PERFORM.

       0127-CHECK-FIELD-ROW.
           MOVE "N" TO WS-DC-FOUND-FLAG
           PERFORM VARYING WS-DC-SUB-2 FROM 1 BY 1
                   UNTIL WS-DC-SUB-2 > WS-DC-COUNT OR WS-DC-FOUND
               IF WS-DC-CONSUMER-ID (WS-DC-SUB-2)
                   = WS-DF-CONSUMER-ID (WS-DF-SUB)
                   SET WS-DC-FOUND TO TRUE
                   MOVE WS-DC-SUB-2 TO WS-DC-SUB
               END-IF
           END-PERFORM
           IF NOT WS-DC-FOUND
               DISPLAY "ERROR: DLVCTL FIELD '"
                   WS-DF-FIELD-NAME (WS-DF-SUB)
                   "' NAMES UNDEFINED CONSUMER '"
                   WS-DF-CONSUMER-ID (WS-DF-SUB) "'"
               MOVE "N" TO WS-CTL-OK-FLAG
           ELSE
               IF WS-DF-SUB > 1
                   AND WS-DF-KEY (WS-DF-SUB)
                       = WS-DF-KEY (WS-DF-SUB - 1)
                   DISPLAY "ERROR: DLVCTL CONSUMER '"
                       WS-DF-CONSUMER-ID (WS-DF-SUB)
                       "' USES SEQUENCE "
                       WS-DF-SEQUENCE (WS-DF-SUB) " TWICE"
                   MOVE "N" TO WS-CTL-OK-FLAG
               END-IF
               IF WS-DC-FIXED (WS-DC-SUB)
                   AND (WS-DF-WIDTH (WS-DF-SUB) < 1
                       OR WS-DF-WIDTH (WS-DF-SUB) > 100)
                   DISPLAY "ERROR: DLVCTL FIXED FIELD '"
                       WS-DF-FIELD-NAME (WS-DF-SUB)
                       "' FOR CONSUMER '"
                       WS-DF-CONSUMER-ID (WS-DF-SUB)
                       "' NEEDS A WIDTH OF 1 THROUGH 100"
                   MOVE "N" TO WS-CTL-OK-FLAG
               END-IF
               IF WS-DC-DELIMITED (WS-DC-SUB)
                   AND WS-DF-WIDTH (WS-DF-SUB) > 100
                   DISPLAY "ERROR: DLVCTL DELIMITED FIELD '"
                       WS-DF-FIELD-NAME (WS-DF-SUB)
                       "' FOR CONSUMER '"
                       WS-DF-CONSUMER-ID (WS-DF-SUB)
                       "' WIDTH MAY NOT EXCEED 100"
                   MOVE "N" TO WS-CTL-OK-FLAG
               END-IF
               IF WS-DF-JUSTIFY (WS-DF-SUB) NOT = "L"
                   AND WS-DF-JUSTIFY (WS-DF-SUB) NOT = "R"
                   AND WS-DF-JUSTIFY (WS-DF-SUB) NOT = SPACE
                   DISPLAY "ERROR: DLVCTL FIELD '"
                       WS-DF-FIELD-NAME (WS-DF-SUB)
                       "' FOR CONSUMER '"
                       WS-DF-CONSUMER-ID (WS-DF-SUB)
                       "' JUSTIFY MUST BE L OR R"
                   MOVE "N" TO WS-CTL-OK-FLAG
               END-IF
               IF WS-DC-FIELD-COUNT (WS-DC-SUB) = 0
                   MOVE WS-DF-SUB TO WS-DC-FIRST-FIELD (WS-DC-SUB)
               END-IF
               ADD 1 TO WS-DC-FIELD-COUNT (WS-DC-SUB)
           END-IF.

       0130-LOAD-CYCLE-BATCHES.
      *    AN ABSENT REGISTRY, OR ONE WITH NOTHING UNDER THIS
      *    CYCLE, LEAVES THE HEADER'S BATCH LIST EMPTY.
           OPEN INPUT BATCH-REG-FILE
           PERFORM UNTIL WS-BR-END-OF-FILE
               READ BATCH-REG-FILE
                   AT END
                       SET WS-BR-END-OF-FILE TO TRUE
                   NOT AT END
                       IF BR-CYCLE-DATE IS NUMERIC
                           AND BR-CYCLE-DATE = WS-CYCLE-DATE
                           PERFORM 0135-NOTE-CYCLE-BATCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-REG-FILE.

       0135-NOTE-CYCLE-BATCH.
      *    A PARTITIONED NIGHT REGISTERS THE SAME BATCH ID ONCE
      *    PER STREAM AND ONCE FOR THE MERGE; IT IS LISTED ONCE.
           MOVE "N" TO WS-BT-FOUND-FLAG
           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BT-COUNT OR WS-BT-FOUND
               IF WS-BT-BATCH-ID (WS-BT-SUB) = BR-BATCH-ID
                   SET WS-BT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-BT-FOUND
               IF WS-BT-COUNT < 999
                   ADD 1 TO WS-BT-COUNT
                   MOVE BR-BATCH-ID TO WS-BT-BATCH-ID (WS-BT-COUNT)
               ELSE
                   ADD 1 TO WS-BT-OVERFLOW
               END-IF
           END-IF.

       0140-OPEN-DELIVERY-FILES.
      *    ONLY THE FILES A CONSUMER IS DEFINED ON ARE OPENED, SO
      *    AN UNUSED DLVOUT IS NEVER EMPTIED BY THIS STEP.
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                   UNTIL WS-DC-SUB > WS-DC-COUNT
               EVALUATE WS-DC-FILE-NO (WS-DC-SUB)
                   WHEN 1
                       OPEN OUTPUT DELIVERY1-FILE
                   WHEN 2
                       OPEN OUTPUT DELIVERY2-FILE
                   WHEN 3
                       OPEN OUTPUT DELIVERY3-FILE
                   WHEN OTHER
                       OPEN OUTPUT DELIVERY4-FILE
               END-EVALUATE
           END-PERFORM.

       0150-WRITE-REPORT-HEADER.
           MOVE SPACE TO REPORT-RECORD
           STRING "DOWNSTREAM DELIVERY REPORT - CYCLE DATE: "
               DELIMITED BY SIZE
               WS-CYCLE-DATE-X DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "BATCHES REGISTERED FOR THE CYCLE:" TO WS-REPORT-LABEL
           COMPUTE WS-COUNT-EDIT = WS-BT-COUNT + WS-BT-OVERFLOW
           PERFORM 0910-WRITE-COUNT-LINE
           IF WS-BT-COUNT > 20 OR WS-BT-OVERFLOW > 0
               MOVE "  (HEADERS NAME THE FIRST 20)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       0160-WRITE-FILE-HEADER.
           MOVE SPACE TO DELIVERY-HEADER-RECORD
           MOVE "*HDR*" TO DH-RECORD-TYPE
           MOVE WS-DC-CONSUMER-ID (WS-DC-SUB) TO DH-CONSUMER-ID
           MOVE WS-CYCLE-DATE TO DH-CYCLE-DATE
           MOVE WS-TIMESTAMP TO DH-CREATE-TIMESTAMP
           MOVE WS-DC-FORMAT (WS-DC-SUB) TO DH-FORMAT
           IF WS-BT-OVERFLOW > 0
               MOVE 999 TO DH-BATCH-COUNT
           ELSE
               MOVE WS-BT-COUNT TO DH-BATCH-COUNT
           END-IF
           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BT-COUNT OR WS-BT-SUB > 20
               MOVE WS-BT-BATCH-ID (WS-BT-SUB)
                   TO DH-BATCH-ID (WS-BT-SUB)
           END-PERFORM
           MOVE SPACE TO WS-OUT-LINE
           MOVE DELIVERY-HEADER-RECORD TO WS-OUT-LINE
           PERFORM 0600-WRITE-DELIVERY-LINE.

       0200-DELIVER-RECORD.
           READ ASSEMBLED-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE 50 TO WS-AS-FIELD-LIMIT
                   IF AS-FIELD-COUNT IS NUMERIC
                       AND AS-FIELD-COUNT < 50
                       MOVE AS-FIELD-COUNT TO WS-AS-FIELD-LIMIT
                   END-IF
                   PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                           UNTIL WS-DC-SUB > WS-DC-COUNT
                       PERFORM 0300-DELIVER-TO-CONSUMER
                   END-PERFORM
           END-READ.

       0300-DELIVER-TO-CONSUMER.
           MOVE SPACE TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-POS
           COMPUTE WS-DF-LAST = WS-DC-FIRST-FIELD (WS-DC-SUB)
               + WS-DC-FIELD-COUNT (WS-DC-SUB) - 1
           PERFORM VARYING WS-DF-SUB
                   FROM WS-DC-FIRST-FIELD (WS-DC-SUB) BY 1
                   UNTIL WS-DF-SUB > WS-DF-LAST
               PERFORM 0310-APPEND-FIELD
           END-PERFORM
           PERFORM 0600-WRITE-DELIVERY-LINE
           ADD 1 TO WS-DC-RECORDS-OUT (WS-DC-SUB)
           IF WS-DC-HASH-FIELD (WS-DC-SUB) NOT = SPACE
               PERFORM 0340-ADD-TO-HASH-TOTAL
           END-IF.

       0310-APPEND-FIELD.
           MOVE WS-DF-FIELD-NAME (WS-DF-SUB) TO WS-LOOKUP-NAME
           PERFORM 0400-FIND-FIELD-VALUE
           IF NOT WS-FIELD-FOUND
               ADD 1 TO WS-DC-ABSENT (WS-DC-SUB)
           END-IF
           PERFORM 0410-MEASURE-VALUE
           IF WS-DC-FIXED (WS-DC-SUB)
               PERFORM 0320-APPEND-FIXED-VALUE
           ELSE
               PERFORM 0330-APPEND-DELIMITED-VALUE
           END-IF.

       0320-APPEND-FIXED-VALUE.
           IF WS-VALUE-LEN > WS-DF-WIDTH (WS-DF-SUB)
               ADD 1 TO WS-DC-TRUNCATED (WS-DC-SUB)
               MOVE WS-DF-WIDTH (WS-DF-SUB) TO WS-VALUE-LEN
           END-IF
           COMPUTE WS-PAD-LEN = WS-DF-WIDTH (WS-DF-SUB)
               - WS-VALUE-LEN
           MOVE WS-DF-PAD-CHAR (WS-DF-SUB) TO WS-PAD-CHAR
      *    THE LINE STARTS AS SPACES, SO ONLY A NON-SPACE PAD
      *    CHARACTER HAS TO BE LAID DOWN.
           IF WS-DF-JUSTIFY (WS-DF-SUB) = "R"
               IF WS-PAD-LEN > 0 AND WS-PAD-CHAR NOT = SPACE
                   INSPECT WS-OUT-LINE (WS-OUT-POS:WS-PAD-LEN)
                       REPLACING ALL SPACE BY WS-PAD-CHAR
               END-IF
               ADD WS-PAD-LEN TO WS-OUT-POS
               IF WS-VALUE-LEN > 0
                   MOVE WS-FIELD-VALUE (1:WS-VALUE-LEN)
                       TO WS-OUT-LINE (WS-OUT-POS:WS-VALUE-LEN)
               END-IF
               ADD WS-VALUE-LEN TO WS-OUT-POS
           ELSE
               IF WS-VALUE-LEN > 0
                   MOVE WS-FIELD-VALUE (1:WS-VALUE-LEN)
                       TO WS-OUT-LINE (WS-OUT-POS:WS-VALUE-LEN)
               END-IF
               ADD WS-VALUE-LEN TO WS-OUT-POS
               IF WS-PAD-LEN > 0 AND WS-PAD-CHAR NOT = SPACE
                   INSPECT WS-OUT-LINE (WS-OUT-POS:WS-PAD-LEN)
                       REPLACING ALL SPACE BY WS-PAD-CHAR
               END-IF
               ADD WS-PAD-LEN TO WS-OUT-POS
           END-IF.

       0330-APPEND-DELIMITED-VALUE.
           IF WS-DF-SUB > WS-DC-FIRST-FIELD (WS-DC-SUB)
               MOVE WS-DC-DELIMITER (WS-DC-SUB)
                   TO WS-OUT-LINE (WS-OUT-POS:1)
               ADD 1 TO WS-OUT-POS
           END-IF
           IF WS-DF-WIDTH (WS-DF-SUB) > 0
               AND WS-VALUE-LEN > WS-DF-WIDTH (WS-DF-SUB)
               ADD 1 TO WS-DC-TRUNCATED (WS-DC-SUB)
               MOVE WS-DF-WIDTH (WS-DF-SUB) TO WS-VALUE-LEN
           END-IF
           IF WS-VALUE-LEN > 0
      *        A VALUE CARRYING THE DELIMITER WILL SPLIT INTO TWO
      *        COLUMNS AT THE CONSUMER -- SENT AS IT IS, BUT
      *        COUNTED SO THE FILE IS NOT TRUSTED BLINDLY.
               MOVE 0 TO WS-DELIM-TALLY
               INSPECT WS-FIELD-VALUE (1:WS-VALUE-LEN)
                   TALLYING WS-DELIM-TALLY
                   FOR ALL WS-DC-DELIMITER (WS-DC-SUB)
               IF WS-DELIM-TALLY > 0
                   ADD 1 TO WS-DC-DELIM-CLASH (WS-DC-SUB)
               END-IF
               MOVE WS-FIELD-VALUE (1:WS-VALUE-LEN)
                   TO WS-OUT-LINE (WS-OUT-POS:WS-VALUE-LEN)
               ADD WS-VALUE-LEN TO WS-OUT-POS
           END-IF.

       0340-ADD-TO-HASH-TOTAL.
      *    THE HASH FIELD NEED NOT BE ONE OF THE FIELDS SENT.  ITS
      *    DIGITS ARE TAKEN AS ONE WHOLE NUMBER, A SINGLE DECIMAL
      *    POINT IGNORED, THE WAY A HAND-KEYED HASH TOTAL IS.
           MOVE WS-DC-HASH-FIELD (WS-DC-SUB) TO WS-LOOKUP-NAME
           PERFORM 0400-FIND-FIELD-VALUE
           PERFORM 0410-MEASURE-VALUE
           IF WS-VALUE-LEN > 0
               MOVE 0 TO WS-HASH-VALUE
               MOVE 0 TO WS-HASH-DIGITS
               MOVE 0 TO WS-HASH-POINTS
               MOVE "Y" TO WS-HASH-OK-FLAG
               PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                       UNTIL WS-CHAR-SUB > WS-VALUE-LEN
                       OR NOT WS-HASH-OK
                   PERFORM 0345-ACCUMULATE-HASH-DIGIT
               END-PERFORM
               IF WS-HASH-DIGITS = 0
                   MOVE "N" TO WS-HASH-OK-FLAG
               END-IF
               IF WS-HASH-OK
      *            A TOTAL THAT WOULD PASS EIGHTEEN DIGITS IS LEFT
      *            AS IT WAS AND THE VALUE COUNTED AS NOT ADDED.
                   ADD WS-HASH-VALUE TO WS-DC-HASH-TOTAL (WS-DC-SUB)
                       ON SIZE ERROR
                           ADD 1 TO WS-DC-HASH-OVERFLOW (WS-DC-SUB)
                   END-ADD
               ELSE
                   ADD 1 TO WS-DC-HASH-SKIPPED (WS-DC-SUB)
               END-IF
           END-IF.

       0345-ACCUMULATE-HASH-DIGIT.
           MOVE WS-FIELD-VALUE (WS-CHAR-SUB:1) TO WS-DIGIT-X
           EVALUATE TRUE
               WHEN WS-DIGIT-X IS NUMERIC
                   ADD 1 TO WS-HASH-DIGITS
                   IF WS-HASH-DIGITS > 18
                       MOVE "N" TO WS-HASH-OK-FLAG
                   ELSE
                       COMPUTE WS-HASH-VALUE = WS-HASH-VALUE * 10
                           + WS-DIGIT-N
                   END-IF
               WHEN WS-DIGIT-X = "."
                   ADD 1 TO WS-HASH-POINTS
                   IF WS-HASH-POINTS > 1
                       MOVE "N" TO WS-HASH-OK-FLAG
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-HASH-OK-FLAG
           END-EVALUATE.

       0400-FIND-FIELD-VALUE.
           MOVE SPACE TO WS-FIELD-VALUE
           MOVE "N" TO WS-FIELD-FOUND-FLAG
           IF WS-LOOKUP-NAME = "*RECORD-ID"
               MOVE AS-RECORD-ID TO WS-FIELD-VALUE
               SET WS-FIELD-FOUND TO TRUE
           ELSE
               PERFORM VARYING WS-AS-SUB FROM 1 BY 1
                       UNTIL WS-AS-SUB > WS-AS-FIELD-LIMIT
                       OR WS-FIELD-FOUND
                   IF AS-FIELD-NAME (WS-AS-SUB) = WS-LOOKUP-NAME
                       MOVE AS-FIELD-VALUE (WS-AS-SUB)
                           TO WS-FIELD-VALUE
                       SET WS-FIELD-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       0410-MEASURE-VALUE.
      *    LENGTH WITHOUT TRAILING SPACES; ZERO FOR A BLANK VALUE.
           MOVE 100 TO WS-VALUE-LEN
           PERFORM UNTIL WS-VALUE-LEN = 0
               OR WS-FIELD-VALUE (WS-VALUE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-VALUE-LEN
           END-PERFORM.

       0600-WRITE-DELIVERY-LINE.
           EVALUATE WS-DC-FILE-NO (WS-DC-SUB)
               WHEN 1
                   WRITE DELIVERY1-RECORD FROM WS-OUT-LINE
               WHEN 2
                   WRITE DELIVERY2-RECORD FROM WS-OUT-LINE
               WHEN 3
                   WRITE DELIVERY3-RECORD FROM WS-OUT-LINE
               WHEN OTHER
                   WRITE DELIVERY4-RECORD FROM WS-OUT-LINE
           END-EVALUATE.

       0900-TERMINATE.
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ASMOUT RECORDS READ:" TO WS-REPORT-LABEL
           MOVE WS-RECORDS-READ TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           PERFORM 0930-BUILD-TIMESTAMP
           OPEN EXTEND CONTROL-TOTAL-FILE
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                   UNTIL WS-DC-SUB > WS-DC-COUNT
               PERFORM 0905-CLOSE-CONSUMER-FILE
           END-PERFORM
           CLOSE CONTROL-TOTAL-FILE
           IF WS-WARNING-FOUND
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0940-CLOSE-DELIVERY-FILES
           CLOSE ASSEMBLED-FILE
           CLOSE REPORT-FILE.

       0905-CLOSE-CONSUMER-FILE.
           MOVE SPACE TO DELIVERY-TRAILER-RECORD
           MOVE "*TRL*" TO DT-RECORD-TYPE
           MOVE WS-DC-CONSUMER-ID (WS-DC-SUB) TO DT-CONSUMER-ID
           MOVE WS-CYCLE-DATE TO DT-CYCLE-DATE
           MOVE WS-DC-RECORDS-OUT (WS-DC-SUB) TO DT-RECORD-COUNT
           MOVE WS-DC-HASH-FIELD (WS-DC-SUB) TO DT-HASH-FIELD
           MOVE WS-DC-HASH-TOTAL (WS-DC-SUB) TO DT-HASH-TOTAL
           IF WS-DC-HASH-SKIPPED (WS-DC-SUB) > 0
               OR WS-DC-HASH-OVERFLOW (WS-DC-SUB) > 0
               SET DT-HASH-PARTIAL TO TRUE
           ELSE
               SET DT-HASH-COMPLETE TO TRUE
           END-IF
           MOVE SPACE TO WS-OUT-LINE
           MOVE DELIVERY-TRAILER-RECORD TO WS-OUT-LINE
           PERFORM 0600-WRITE-DELIVERY-LINE
           PERFORM 0920-WRITE-CONTROL-TOTALS
           IF WS-DC-FIXED (WS-DC-SUB)
               MOVE "FIXED" TO WS-FORMAT-TEXT
           ELSE
               MOVE "DELIMITED" TO WS-FORMAT-TEXT
           END-IF
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACE TO REPORT-RECORD
           STRING "CONSUMER " DELIMITED BY SIZE
               WS-DC-CONSUMER-ID (WS-DC-SUB) DELIMITED BY SIZE
               "  FILE DLVOUT" DELIMITED BY SIZE
               WS-DC-FILE-NO (WS-DC-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FORMAT-TEXT DELIMITED BY SPACE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "RECORDS DELIVERED:" TO WS-REPORT-LABEL
           MOVE WS-DC-RECORDS-OUT (WS-DC-SUB) TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           IF WS-DC-HASH-FIELD (WS-DC-SUB) = SPACE
               MOVE "  NO HASH FIELD NOMINATED" TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE WS-DC-HASH-TOTAL (WS-DC-SUB) TO WS-HASH-EDIT
               MOVE SPACE TO REPORT-RECORD
               STRING "  HASH TOTAL OF " DELIMITED BY SIZE
                   WS-DC-HASH-FIELD (WS-DC-SUB) DELIMITED BY SPACE
                   ":" DELIMITED BY SIZE
                   WS-HASH-EDIT DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               MOVE "HASH VALUES NOT NUMERIC (NOT ADDED):"
                   TO WS-REPORT-LABEL
               MOVE WS-DC-HASH-SKIPPED (WS-DC-SUB) TO WS-COUNT-EDIT
               PERFORM 0910-WRITE-COUNT-LINE
               MOVE "HASH VALUES PAST 18 DIGITS (NOT ADDED):"
                   TO WS-REPORT-LABEL
               MOVE WS-DC-HASH-OVERFLOW (WS-DC-SUB) TO WS-COUNT-EDIT
               PERFORM 0910-WRITE-COUNT-LINE
           END-IF
           MOVE "VALUES CUT TO FIT THE LAYOUT:" TO WS-REPORT-LABEL
           MOVE WS-DC-TRUNCATED (WS-DC-SUB) TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           IF WS-DC-DELIMITED (WS-DC-SUB)
               MOVE "VALUES CONTAINING THE DELIMITER:"
                   TO WS-REPORT-LABEL
               MOVE WS-DC-DELIM-CLASH (WS-DC-SUB) TO WS-COUNT-EDIT
               PERFORM 0910-WRITE-COUNT-LINE
           END-IF
           MOVE "FIELDS NOT ON RECORD (SENT BLANK):"
               TO WS-REPORT-LABEL
           MOVE WS-DC-ABSENT (WS-DC-SUB) TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           IF WS-DC-TRUNCATED (WS-DC-SUB) > 0
               OR WS-DC-DELIM-CLASH (WS-DC-SUB) > 0
               OR WS-DC-HASH-SKIPPED (WS-DC-SUB) > 0
               OR WS-DC-HASH-OVERFLOW (WS-DC-SUB) > 0
               SET WS-WARNING-FOUND TO TRUE
               DISPLAY "WARNING: DELIVERY TO "
                   WS-DC-CONSUMER-ID (WS-DC-SUB)
                   " HAS VALUES CUT, SPLIT OR LEFT OUT OF THE HASH"
                   " -- SEE DLVRPT"
           END-IF.

       0910-WRITE-COUNT-LINE.
           MOVE SPACE TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-REPORT-LABEL DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       0920-WRITE-CONTROL-TOTALS.
      *    ONE ROW PER CONSUMER.  EVERY ASMOUT RECORD READ GOES TO
      *    EVERY CONSUMER, SO IN MUST EQUAL A ON EACH ROW.  SLOT
      *    MEANINGS ARE IN CTLTOT.
           MOVE "TRUNDLVR" TO CT-PROGRAM-ID
           MOVE CC-CYCLE-DATE TO CT-CYCLE-DATE
           MOVE WS-TIMESTAMP TO CT-TIMESTAMP
           MOVE WS-RECORDS-READ TO CT-IN-COUNT
           MOVE WS-DC-RECORDS-OUT (WS-DC-SUB) TO CT-OUT-COUNT-A
           MOVE WS-DC-TRUNCATED (WS-DC-SUB) TO CT-OUT-COUNT-B
           COMPUTE CT-OUT-COUNT-C = WS-DC-HASH-SKIPPED (WS-DC-SUB)
               + WS-DC-HASH-OVERFLOW (WS-DC-SUB)
           MOVE WS-DC-FILE-NO (WS-DC-SUB) TO CT-OUT-COUNT-D
           WRITE CONTROL-TOTAL-RECORD.

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

       0940-CLOSE-DELIVERY-FILES.
           PERFORM VARYING WS-DC-SUB FROM 1 BY 1
                   UNTIL WS-DC-SUB > WS-DC-COUNT
               EVALUATE WS-DC-FILE-NO (WS-DC-SUB)
                   WHEN 1
                       CLOSE DELIVERY1-FILE
                   WHEN 2
                       CLOSE DELIVERY2-FILE
                   WHEN 3
                       CLOSE DELIVERY3-FILE
                   WHEN OTHER
                       CLOSE DELIVERY4-FILE
               END-EVALUATE
           END-PERFORM.

       0990-POST-CYCLE-END.
      *    THE CALL RESETS RETURN-CODE, SO THE STEP'S OWN CODE
      *    IS CARRIED THROUGH CC-STEP-RC AND PUT BACK.
           MOVE RETURN-CODE TO CC-STEP-RC
           SET CC-END-STEP TO TRUE
           CALL "CYCCHK01" USING CC-CYCCHK-PARM
           IF CC-STEP-REFUSED
               DISPLAY "WARNING: " CC-MESSAGE
           END-IF
           MOVE CC-STEP-RC TO RETURN-CODE.
