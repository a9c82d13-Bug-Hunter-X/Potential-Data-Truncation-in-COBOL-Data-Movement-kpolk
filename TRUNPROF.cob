       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNPROF.
       AUTHOR. DATA-QUALITY-TEAM.
      *REMARKS. FIELD-CONTENT PROFILE OF A DAY'S TRANIN.  WHEN
      *    THE FLDCTL LOOKUP FINDS NO ROW FOR A FIELD, UNDER THE
      *    FEED OR THE SHOP-WIDE DEFAULT, TRUNMAIN QUIETLY CHECKS
      *    IT AGAINST THE FULL 100-BYTE VALUE AREA -- SO A NEW
      *    FIELD AN UPSTREAM SYSTEM STARTS SENDING CAN GO
      *    UNNOTICED FOR MONTHS.  THIS PROGRAM READS TRANIN AND,
      *    PER (SOURCE, FIELD NAME), REPORTS THE BLANK RATE; THE
      *    MINIMUM, MAXIMUM, AVERAGE AND TYPICAL (MOST FREQUENT)
      *    CHARACTER LENGTH, COUNTED THROUGH LENCHK01 IN THE
      *    FIELD'S OWN COUNT MODE SO DBCS CONTENT IS MEASURED IN
      *    CHARACTERS; WHETHER THE CONTENT IS ALL-NUMERIC OR
      *    LOOKS LIKE A DATE; AND THE DISTINCT-VALUE COUNT, WITH
      *    EVERY VALUE AND ITS COUNT LISTED FOR LOW-CARDINALITY
      *    FIELDS (SEE PROFPARM).  EVERY FIELD WITH NO FLDCTL
      *    ROW IN EFFECT FOR THE RUN DATE IS FLAGGED, AND FOR
      *    EACH ONE A SUGGESTED ROW IS WRITTEN TO FLDSUGG IN
      *    FLDCTL LAYOUT: THE OBSERVED MAXIMUM LENGTH, COUNT
      *    MODE D IF DBCS CONTENT WAS SEEN, HANDLE MODE R, AND A
      *    VALIDATION TYPE OF D, V (WITH THE ALLOWED-VALUE LIST),
      *    N OR L FROM THE CONTENT SEEN.  THE SUGGESTIONS ARE FOR
      *    REVIEW ONLY -- EDIT OR DELETE ROWS AS NEEDED, LOAD THEM
      *    WITH THE FLDCTLMT "L" FUNCTION, AND RUN TRUNSIM OVER
      *    THE RESULTING FLDCTLNW BEFORE IT IS SWAPPED IN.  VALUES
      *    OF FIELDS CARRYING A SENSITIVITY CLASS ARE NEVER
      *    PRINTED; THEY ARE COUNTED ON THEIR MSKVAL01 HASH.
      *    NOTHING IS WRITTEN TO ANY PRODUCTION FILE.  RETURN
      *    CODE 4 WHEN ANY UNCONFIGURED FIELD WAS FOUND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIELD-CTL-FILE ASSIGN TO "FLDCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SOURCE-PARM-FILE ASSIGN TO "SRCPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PROFILE-PARM-FILE ASSIGN TO "PROFPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    ONE ROW PER FIELD ROW READ, CARRYING ITS MEASUREMENTS;
      *    SORTED BY (SOURCE, FIELD, VALUE) SO ONE PASS OF
      *    CONTROL BREAKS YIELDS BOTH THE FIELD TOTALS AND THE
      *    DISTINCT VALUES.
           SELECT PROF-WORK-FILE ASSIGN TO "PROFWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROF-SORT-FILE ASSIGN TO "SORTWK".

           SELECT SUGGEST-FILE ASSIGN TO "FLDSUGG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "PROFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       COPY TRANREC.

       FD  FIELD-CTL-FILE.
       COPY FLDCTL.

       FD  SOURCE-PARM-FILE.
       COPY SRCPARM.

       FD  PROFILE-PARM-FILE.
       COPY PROFPARM.

       FD  PROF-WORK-FILE.
       01  PROF-WORK-RECORD.
           05  PV-SOURCE           PIC X(8).
           05  PV-FIELD-NAME       PIC X(30).
           05  PV-FIELD-VALUE      PIC X(100).
           05  PV-CHAR-LEN         PIC 9(4).
           05  PV-BYTE-LEN         PIC 9(4).
           05  PV-DBCS-FLAG        PIC X.
           05  PV-NUMERIC-FLAG     PIC X.
           05  PV-DATE-FLAG        PIC X.
           05  PV-CONFIG-FLAG      PIC X.
           05  PV-COUNT-MODE       PIC X.
           05  PV-TARGET-LEN       PIC 9(4).
           05  PV-SENSITIVITY      PIC X.

       SD  PROF-SORT-FILE.
       01  PROF-SORT-RECORD.
           05  PS-SOURCE           PIC X(8).
           05  PS-FIELD-NAME       PIC X(30).
           05  PS-FIELD-VALUE      PIC X(100).
           05  PS-CHAR-LEN         PIC 9(4).
           05  PS-BYTE-LEN         PIC 9(4).
           05  PS-DBCS-FLAG        PIC X.
               88  PS-DBCS-VALUE       VALUE "Y".
           05  PS-NUMERIC-FLAG     PIC X.
               88  PS-NUMERIC-VALUE    VALUE "Y".
      *        "Y" A REAL YYYYMMDD DATE, "O" A DATE IN ANOTHER
      *        SEPARATED LAYOUT (DD/MM/YYYY, YYYY-MM-DD ...), "N"
      *        NOT DATE-LIKE.
           05  PS-DATE-FLAG        PIC X.
               88  PS-DATE-YYYYMMDD    VALUE "Y".
               88  PS-DATE-OTHER       VALUE "O".
           05  PS-CONFIG-FLAG      PIC X.
               88  PS-CONFIGURED       VALUE "Y".
           05  PS-COUNT-MODE       PIC X.
           05  PS-TARGET-LEN       PIC 9(4).
           05  PS-SENSITIVITY      PIC X.

       FD  SUGGEST-FILE.
       COPY FLDCTL REPLACING ==FLD-CONTROL-RECORD==
                          BY ==SUGGEST-CONTROL-RECORD==
                     LEADING ==FC-== BY ==SG-==.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG             PIC X VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-CTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-CTL-END-OF-FILE      VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
      *    A PROFILE RUN HAS NO JOB-NAME SOURCE OF ITS OWN: WITH
      *    NO SRCPARM AND NO ROW-LEVEL SOURCE THE ROWS PROFILE
      *    UNDER A BLANK SOURCE, AND ANY SUGGESTION FOR THEM IS A
      *    SHOP-WIDE DEFAULT ROW.
       01  WS-RUN-SOURCE           PIC X(8) VALUE SPACE.
       01  WS-EFF-SOURCE           PIC X(8) VALUE SPACE.
       01  WS-LOW-CARD-LIMIT       PIC 9(3) VALUE 20.

      *    FIELD CONTROL TABLE -- SAME SHAPE, SAME SELECTION AND
      *    SAME SEARCH ALL AS TRUNMAIN'S, SO "NO FLDCTL ROW" HERE
      *    MEANS EXACTLY WHAT IT WOULD MEAN TO TONIGHT'S RUN.
       01  WS-FC-COUNT             PIC 9(4) VALUE 0.
       01  WS-FIELD-CTL-TABLE.
           05  WS-FC-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-FC-COUNT
                   ASCENDING KEY IS WS-FC-SORT-KEY
                   INDEXED BY WS-FC-IDX.
               10  WS-FC-SORT-KEY.
                   15  WS-FC-SOURCE-SYSTEM PIC X(8).
                   15  WS-FC-FIELD-NAME    PIC X(30).
               10  WS-FC-MAX-LENGTH        PIC 9(4).
               10  WS-FC-COUNT-MODE        PIC X.
               10  WS-FC-HANDLE-MODE       PIC X.
               10  WS-FC-VALID-TYPE        PIC X.
               10  WS-FC-EDIT-RULE         PIC X(60).
               10  WS-FC-SENSITIVITY       PIC X.
       01  WS-FC-FOUND-FLAG        PIC X VALUE "N".
           88  WS-FC-FOUND              VALUE "Y".
       01  WS-FC-LOOKUP-KEY.
           05  WS-FC-LOOK-SOURCE       PIC X(8).
           05  WS-FC-LOOK-FIELD        PIC X(30).
       01  WS-FC-HOLD-ENTRY.
           05  WS-FC-HOLD-KEY          PIC X(38).
           05  WS-FC-HOLD-DATA         PIC X(68).
       01  WS-FC-SORT-I            PIC 9(4) VALUE 0.
       01  WS-FC-SORT-J            PIC 9(4) VALUE 0.
       01  WS-FC-EFF-FROM          PIC 9(8) VALUE 0.
       01  WS-FC-EFF-TO            PIC 9(8) VALUE 0.
       01  WS-ROW-EFF-FLAG         PIC X VALUE "N".
           88  WS-ROW-IN-EFFECT         VALUE "Y".

      *    THE RULE THAT WOULD JUDGE THE CURRENT ROW.
       01  WS-ROW-COUNT-MODE       PIC X VALUE "B".
       01  WS-ROW-TARGET-LEN       PIC 9(4) VALUE 0.
       01  WS-ROW-SENSITIVITY      PIC X VALUE "N".
       01  WS-BYTE-LEN             PIC 9(4) VALUE 0.

       01  WS-DATA-REC-FLAG        PIC X VALUE "N".
           88  WS-DATA-RECORD-READ      VALUE "Y".

       01  WS-SORT-EOF-FLAG        PIC X VALUE "N".
           88  WS-SORT-END-OF-FILE     VALUE "Y".
       01  WS-BRK-FIRST-FLAG       PIC X VALUE "Y".
           88  WS-BRK-FIRST-RECORD     VALUE "Y".
       01  WS-BRK-KEY.
           05  WS-BRK-SOURCE           PIC X(8).
           05  WS-BRK-FIELD-NAME       PIC X(30).
       01  WS-BRK-CONFIG-FLAG      PIC X VALUE "N".
           88  WS-BRK-CONFIGURED        VALUE "Y".
       01  WS-BRK-COUNT-MODE       PIC X VALUE SPACE.
       01  WS-BRK-TARGET-LEN       PIC 9(4) VALUE 0.
       01  WS-BRK-SENSITIVITY      PIC X VALUE SPACE.
           88  WS-BRK-NOT-SENSITIVE     VALUE "N" SPACE.
       01  WS-BRK-ROWS             PIC 9(9) VALUE 0.
       01  WS-BRK-BLANKS           PIC 9(9) VALUE 0.
       01  WS-BRK-NONBLANK         PIC 9(9) VALUE 0.
       01  WS-BRK-NUMERIC          PIC 9(9) VALUE 0.
       01  WS-BRK-YMD-DATES        PIC 9(9) VALUE 0.
       01  WS-BRK-OTHER-DATES      PIC 9(9) VALUE 0.
       01  WS-BRK-DBCS             PIC 9(9) VALUE 0.
       01  WS-BRK-DISTINCT         PIC 9(9) VALUE 0.
       01  WS-BRK-MIN-LEN          PIC 9(4) VALUE 0.
       01  WS-BRK-MAX-LEN          PIC 9(4) VALUE 0.
       01  WS-BRK-LEN-TOTAL        PIC 9(13) VALUE 0.
       01  WS-BRK-AVG-LEN          PIC 9(4) VALUE 0.
       01  WS-BRK-MODE-LEN         PIC 9(4) VALUE 0.
       01  WS-BRK-MODE-ROWS        PIC 9(9) VALUE 0.
       01  WS-LOW-CARD-FLAG        PIC X VALUE "N".
           88  WS-LOW-CARDINALITY       VALUE "Y".

      *    ROWS PER CHARACTER LENGTH 0-100 (SUBSCRIPT = LENGTH
      *    PLUS ONE), FROM WHICH THE TYPICAL LENGTH IS TAKEN.
       01  WS-LEN-HIST-TABLE.
           05  WS-LEN-HIST OCCURS 101 TIMES PIC 9(9).
       01  WS-LEN-SUB              PIC 9(4) VALUE 0.

      *    THE RUN OF EQUAL VALUES CURRENTLY BEING COUNTED.
       01  WS-RUN-VALUE            PIC X(100) VALUE SPACE.
       01  WS-RUN-BYTE-LEN         PIC 9(4) VALUE 0.
       01  WS-RUN-ROWS             PIC 9(9) VALUE 0.
       01  WS-RUN-DBCS-FLAG        PIC X VALUE "N".
           88  WS-RUN-DBCS              VALUE "Y".

      *    THE GROUP'S DISTINCT VALUES, KEPT FOR THE VALUE LISTING
      *    (THE LOW-CARDINALITY LIMIT NEVER EXCEEDS 50).
       01  WS-PV-COUNT             PIC 9(4) VALUE 0.
       01  WS-PROF-VALUE-TABLE.
           05  WS-PV-ENTRY OCCURS 50 TIMES.
               10  WS-PV-VALUE             PIC X(100).
               10  WS-PV-ROWS              PIC 9(9).
       01  WS-PV-HOLD-ENTRY.
           05  WS-PV-HOLD-VALUE        PIC X(100).
           05  WS-PV-HOLD-ROWS         PIC 9(9).
       01  WS-PV-I                 PIC 9(4) VALUE 0.
       01  WS-PV-J                 PIC 9(4) VALUE 0.

      *    THE DISTINCT VALUES STRUNG TOGETHER AS A "V" EDIT RULE,
      *    WHILE THEY STILL FIT FC-EDIT-RULE AND CARRY NO COMMA.
       01  WS-VALUE-LIST           PIC X(60) VALUE SPACE.
       01  WS-VL-LEN               PIC 9(4) VALUE 0.
       01  WS-VL-FIT-FLAG          PIC X VALUE "Y".
           88  WS-VL-FITS               VALUE "Y".
       01  WS-COMMA-COUNT          PIC 9(4) VALUE 0.

       01  WS-CONTENT-DESC         PIC X(24) VALUE SPACE.
       01  WS-DBCS-NOTE            PIC X(20) VALUE SPACE.
       01  WS-SUG-VALID-TYPE       PIC X VALUE SPACE.
       01  WS-SUG-HELD-TYPE        PIC X VALUE SPACE.
       01  WS-SUG-EDIT-RULE        PIC X(60) VALUE SPACE.
       01  WS-SUG-MAX-LENGTH       PIC 9(4) VALUE 0.
       01  WS-SUG-COUNT-MODE       PIC X VALUE SPACE.

       01  WS-ROWS-READ            PIC 9(9) VALUE 0.
       01  WS-FIELDS-PROFILED      PIC 9(9) VALUE 0.
       01  WS-FIELDS-UNCONFIGURED  PIC 9(9) VALUE 0.
       01  WS-SUGGESTIONS-WRITTEN  PIC 9(9) VALUE 0.

       01  WS-PCT                  PIC 9(3) VALUE 0.
       01  WS-PCT-EDIT             PIC ZZ9.
       01  WS-ED-1                 PIC ZZZZZZ9.
       01  WS-ED-2                 PIC ZZZZZZ9.
       01  WS-COUNT-EDIT           PIC ZZZZZZZZ9.
       01  WS-REPORT-LABEL         PIC X(40).
       01  WS-LEN-EDIT-1           PIC ZZZ9.
       01  WS-LEN-EDIT-2           PIC ZZZ9.
       01  WS-LEN-EDIT-3           PIC ZZZ9.
       01  WS-LEN-EDIT-4           PIC ZZZ9.

       COPY LENCHKLK.

       COPY EDTCHKLK.

       COPY MSKVALLK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROFILE-TRANSACTION
               UNTIL WS-END-OF-FILE
           PERFORM 0900-TERMINATE
           STOP RUN.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT TRANS-FILE
           OPEN OUTPUT PROF-WORK-FILE
           OPEN OUTPUT SUGGEST-FILE
           OPEN OUTPUT REPORT-FILE
           PERFORM 0110-LOAD-SOURCE-PARM
           PERFORM 0115-LOAD-PROFILE-PARM
           PERFORM 0120-LOAD-FIELD-CONTROL-TABLE
           PERFORM 0140-WRITE-REPORT-HEADER
           PERFORM 0150-READ-TRANSACTION.

       0110-LOAD-SOURCE-PARM.
           OPEN INPUT SOURCE-PARM-FILE
           READ SOURCE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SP-SOURCE-SYSTEM NOT = SPACE
                       MOVE SP-SOURCE-SYSTEM TO WS-RUN-SOURCE
                   END-IF
           END-READ
           CLOSE SOURCE-PARM-FILE.

       0115-LOAD-PROFILE-PARM.
           OPEN INPUT PROFILE-PARM-FILE
           READ PROFILE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PF-LOW-CARD-LIMIT IS NUMERIC
                       AND PF-LOW-CARD-LIMIT > 0
                       MOVE PF-LOW-CARD-LIMIT TO WS-LOW-CARD-LIMIT
                   END-IF
           END-READ
           CLOSE PROFILE-PARM-FILE
           IF WS-LOW-CARD-LIMIT > 50
               MOVE 50 TO WS-LOW-CARD-LIMIT
           END-IF.

       0120-LOAD-FIELD-CONTROL-TABLE.
      *    SAME SELECTION AS THE TRUNMAIN LOADER -- ACTIVE ROWS
      *    IN EFFECT FOR THE RUN DATE.  A FIELD WHOSE ONLY ROW IS
      *    INACTIVE OR OUT OF DATE IS AS UNCONFIGURED TONIGHT AS
      *    ONE WITH NO ROW AT ALL, AND IS FLAGGED THE SAME WAY.
           OPEN INPUT FIELD-CTL-FILE
           PERFORM UNTIL WS-CTL-END-OF-FILE
               READ FIELD-CTL-FILE
                   AT END
                       SET WS-CTL-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 0122-CHECK-ROW-IN-EFFECT
                       EVALUATE TRUE
                           WHEN FC-INACTIVE
                               CONTINUE
                           WHEN NOT WS-ROW-IN-EFFECT
                               CONTINUE
                           WHEN WS-FC-COUNT < 5000
                               ADD 1 TO WS-FC-COUNT
                               MOVE FC-SOURCE-SYSTEM
                                   TO WS-FC-SOURCE-SYSTEM (WS-FC-COUNT)
                               MOVE FC-FIELD-NAME
                                   TO WS-FC-FIELD-NAME (WS-FC-COUNT)
                               MOVE FC-MAX-LENGTH
                                   TO WS-FC-MAX-LENGTH (WS-FC-COUNT)
                               MOVE FC-COUNT-MODE
                                   TO WS-FC-COUNT-MODE (WS-FC-COUNT)
                               MOVE FC-HANDLE-MODE
                                   TO WS-FC-HANDLE-MODE (WS-FC-COUNT)
                               MOVE FC-VALID-TYPE
                                   TO WS-FC-VALID-TYPE (WS-FC-COUNT)
                               MOVE FC-EDIT-RULE
                                   TO WS-FC-EDIT-RULE (WS-FC-COUNT)
                               MOVE FC-SENSITIVITY
                                   TO WS-FC-SENSITIVITY (WS-FC-COUNT)
                           WHEN OTHER
                               DISPLAY "ERROR: FLDCTL EXCEEDS 5000 "
                                   "ACTIVE ENTRIES AT " FC-FIELD-NAME
                                   " -- PROFILE ABANDONED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FIELD-CTL-FILE
           PERFORM 0125-SORT-FIELD-CONTROL-TABLE.

       0122-CHECK-ROW-IN-EFFECT.
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
                   OR WS-FC-EFF-FROM NOT > WS-RUN-DATE)
               AND (WS-FC-EFF-TO = 0
                   OR WS-FC-EFF-TO NOT < WS-RUN-DATE)
               MOVE "Y" TO WS-ROW-EFF-FLAG
           ELSE
               MOVE "N" TO WS-ROW-EFF-FLAG
           END-IF.

       0125-SORT-FIELD-CONTROL-TABLE.
           PERFORM VARYING WS-FC-SORT-I FROM 2 BY 1
                   UNTIL WS-FC-SORT-I > WS-FC-COUNT
               MOVE WS-FC-ENTRY (WS-FC-SORT-I) TO WS-FC-HOLD-ENTRY
               COMPUTE WS-FC-SORT-J = WS-FC-SORT-I - 1
               PERFORM UNTIL WS-FC-SORT-J = 0
                       OR WS-FC-SORT-KEY (WS-FC-SORT-J)
                           NOT > WS-FC-HOLD-KEY
                   MOVE WS-FC-ENTRY (WS-FC-SORT-J)
                       TO WS-FC-ENTRY (WS-FC-SORT-J + 1)
                   SUBTRACT 1 FROM WS-FC-SORT-J
               END-PERFORM
               MOVE WS-FC-HOLD-ENTRY
                   TO WS-FC-ENTRY (WS-FC-SORT-J + 1)
           END-PERFORM.

       0140-WRITE-REPORT-HEADER.
           MOVE SPACE TO REPORT-RECORD
           STRING "FIELD CONTENT PROFILE - RUN DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               "  RUN SOURCE: " DELIMITED BY SIZE
               WS-RUN-SOURCE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-LOW-CARD-LIMIT TO WS-PCT-EDIT
           MOVE SPACE TO REPORT-RECORD
           STRING "VALUES LISTED FOR FIELDS WITH AT MOST "
               DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               " DISTINCT VALUES; LENGTHS IN CHARACTERS"
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "SUGGESTED ROWS FOR UNCONFIGURED FIELDS ARE ON FLDSUGG"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       0150-READ-TRANSACTION.
      *    BATCH CONTROL RECORDS ARE PASSED OVER THE SAME WAY
      *    TRUNMAIN PASSES THEM; THEY ARE NOT FIELD CONTENT.
           MOVE "N" TO WS-DATA-REC-FLAG
           PERFORM UNTIL WS-DATA-RECORD-READ OR WS-END-OF-FILE
               READ TRANS-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TC-BATCH-HEADER OR TC-BATCH-TRAILER
                           CONTINUE
                       ELSE
                           MOVE "Y" TO WS-DATA-REC-FLAG
                       END-IF
               END-READ
           END-PERFORM.

       0200-PROFILE-TRANSACTION.
           ADD 1 TO WS-ROWS-READ
           IF TR-SOURCE-SYSTEM NOT = SPACE
               MOVE TR-SOURCE-SYSTEM TO WS-EFF-SOURCE
           ELSE
               MOVE WS-RUN-SOURCE TO WS-EFF-SOURCE
           END-IF
           PERFORM 0300-LOOKUP-FIELD-CONTROL
           PERFORM 0400-MEASURE-VALUE
           MOVE WS-EFF-SOURCE TO PV-SOURCE
           MOVE TR-FIELD-NAME TO PV-FIELD-NAME
           MOVE WS-ROW-COUNT-MODE TO PV-COUNT-MODE
           MOVE WS-ROW-TARGET-LEN TO PV-TARGET-LEN
           MOVE WS-ROW-SENSITIVITY TO PV-SENSITIVITY
           MOVE WS-FC-FOUND-FLAG TO PV-CONFIG-FLAG
      *    A SENSITIVE VALUE NEVER REACHES THE WORK FILE IN
      *    CLEAR.  ITS HASH IS REPEATABLE, SO EQUAL VALUES STILL
      *    SORT TOGETHER AND THE DISTINCT COUNT HOLDS.
           IF WS-ROW-SENSITIVITY = "N" OR SPACE
               MOVE TR-FIELD-VALUE TO PV-FIELD-VALUE
           ELSE
               MOVE "H" TO MK-SENSITIVITY
               MOVE TR-FIELD-VALUE TO MK-VALUE-IN
               CALL "MSKVAL01" USING MK-MSKVAL-PARM
               MOVE MK-VALUE-OUT TO PV-FIELD-VALUE
           END-IF
           WRITE PROF-WORK-RECORD
           PERFORM 0150-READ-TRANSACTION.

       0300-LOOKUP-FIELD-CONTROL.
      *    SAME FEED-OVERRIDE-THEN-DEFAULT ORDER AS TRUNMAIN'S
      *    0320-LOOKUP-TARGET-LENGTH.  AN UNCONFIGURED FIELD IS
      *    MEASURED IN DBCS CHARACTERS WHEN ITS VALUE OPENS WITH
      *    A SHIFT-OUT, OTHERWISE IN BYTES.
           MOVE "N" TO WS-FC-FOUND-FLAG
           IF WS-FC-COUNT > 0
               MOVE WS-EFF-SOURCE TO WS-FC-LOOK-SOURCE
               MOVE TR-FIELD-NAME TO WS-FC-LOOK-FIELD
               SEARCH ALL WS-FC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FC-SORT-KEY (WS-FC-IDX)
                           = WS-FC-LOOKUP-KEY
                       MOVE "Y" TO WS-FC-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT WS-FC-FOUND AND WS-FC-COUNT > 0
               MOVE SPACE TO WS-FC-LOOK-SOURCE
               MOVE TR-FIELD-NAME TO WS-FC-LOOK-FIELD
               SEARCH ALL WS-FC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FC-SORT-KEY (WS-FC-IDX)
                           = WS-FC-LOOKUP-KEY
                       MOVE "Y" TO WS-FC-FOUND-FLAG
               END-SEARCH
           END-IF
           IF WS-FC-FOUND
               MOVE WS-FC-COUNT-MODE (WS-FC-IDX) TO WS-ROW-COUNT-MODE
               MOVE WS-FC-MAX-LENGTH (WS-FC-IDX) TO WS-ROW-TARGET-LEN
               MOVE WS-FC-SENSITIVITY (WS-FC-IDX)
                   TO WS-ROW-SENSITIVITY
           ELSE
               IF TR-FIELD-VALUE (1:1) = X"0E"
                   MOVE "D" TO WS-ROW-COUNT-MODE
               ELSE
                   MOVE "B" TO WS-ROW-COUNT-MODE
               END-IF
               MOVE 0 TO WS-ROW-TARGET-LEN
               MOVE "N" TO WS-ROW-SENSITIVITY
           END-IF.

       0400-MEASURE-VALUE.
      *    THE BYTE LENGTH DRIVES THE CONTENT TESTS; THE LENGTH
      *    STATISTICS USE THE CHARACTER LENGTH IN THE FIELD'S
      *    COUNT MODE, AS LENCHK01 WOULD MEASURE IT TONIGHT.
           MOVE TR-FIELD-VALUE TO LK-SOURCE-DATA
           MOVE LENGTH OF TR-FIELD-VALUE TO LK-SOURCE-LEN
           MOVE 9999 TO LK-TARGET-LEN
           MOVE "B" TO LK-COUNT-MODE
           CALL "LENCHK01" USING LK-LENCHK-PARM
           MOVE LK-CHAR-LEN TO WS-BYTE-LEN
           MOVE WS-BYTE-LEN TO PV-BYTE-LEN
           IF WS-ROW-COUNT-MODE = "D"
               MOVE "D" TO LK-COUNT-MODE
               CALL "LENCHK01" USING LK-LENCHK-PARM
           END-IF
           MOVE LK-CHAR-LEN TO PV-CHAR-LEN
           IF TR-FIELD-VALUE (1:1) = X"0E"
               MOVE "Y" TO PV-DBCS-FLAG
           ELSE
               MOVE "N" TO PV-DBCS-FLAG
           END-IF
           MOVE "N" TO PV-NUMERIC-FLAG
           IF WS-BYTE-LEN > 0
               IF TR-FIELD-VALUE (1:WS-BYTE-LEN) IS NUMERIC
                   MOVE "Y" TO PV-NUMERIC-FLAG
               END-IF
           END-IF
           PERFORM 0410-CHECK-DATE-LIKE.

       0410-CHECK-DATE-LIKE.
      *    A REAL YYYYMMDD IS PROVED THROUGH THE SAME EDTCHK01
      *    "D" EDIT THE SUGGESTED ROW WOULD APPLY.  SEPARATED
      *    LAYOUTS ARE RECOGNISED BY SHAPE ONLY -- THEY SHOW A
      *    DATE FIELD THE FEED HAS NOT BEEN ASKED TO REFORMAT.
           MOVE "N" TO PV-DATE-FLAG
           EVALUATE TRUE
               WHEN WS-BYTE-LEN = 8
                   MOVE "D" TO EK-VALID-TYPE
                   MOVE SPACE TO EK-EDIT-RULE
                   MOVE TR-FIELD-VALUE TO EK-FIELD-VALUE
                   MOVE WS-BYTE-LEN TO EK-CHAR-LEN
                   CALL "EDTCHK01" USING EK-EDTCHK-PARM
                   IF EK-EDIT-PASSED
                       MOVE "Y" TO PV-DATE-FLAG
                   END-IF
               WHEN WS-BYTE-LEN = 10
                   AND TR-FIELD-VALUE (1:2) IS NUMERIC
                   AND TR-FIELD-VALUE (4:2) IS NUMERIC
                   AND TR-FIELD-VALUE (7:4) IS NUMERIC
                   AND TR-FIELD-VALUE (3:1) = TR-FIELD-VALUE (6:1)
                   AND (TR-FIELD-VALUE (3:1) = "/"
                       OR TR-FIELD-VALUE (3:1) = "-"
                       OR TR-FIELD-VALUE (3:1) = ".")
                   MOVE "O" TO PV-DATE-FLAG
               WHEN WS-BYTE-LEN = 10
                   AND TR-FIELD-VALUE (1:4) IS NUMERIC
                   AND TR-FIELD-VALUE (6:2) IS NUMERIC
                   AND TR-FIELD-VALUE (9:2) IS NUMERIC
                   AND TR-FIELD-VALUE (5:1) = TR-FIELD-VALUE (8:1)
                   AND (TR-FIELD-VALUE (5:1) = "/"
                       OR TR-FIELD-VALUE (5:1) = "-"
                       OR TR-FIELD-VALUE (5:1) = ".")
                   MOVE "O" TO PV-DATE-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0900-TERMINATE.
      *    THE WORK FILE MUST BE CLOSED BEFORE THE SORT READS IT
      *    BACK FOR THE PROFILE.
           CLOSE PROF-WORK-FILE
           SORT PROF-SORT-FILE
               ON ASCENDING KEY PS-SOURCE
                                PS-FIELD-NAME
                                PS-FIELD-VALUE
               USING PROF-WORK-FILE
               OUTPUT PROCEDURE IS 0910-PROFILE-SORTED-VALUES
           IF WS-ROWS-READ = 0
               MOVE "    NO FIELD ROWS ON TRANIN" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "FIELD ROWS READ:" TO WS-REPORT-LABEL
           MOVE WS-ROWS-READ TO WS-COUNT-EDIT
           PERFORM 0990-WRITE-COUNT-LINE
           MOVE "FIELDS PROFILED:" TO WS-REPORT-LABEL
           MOVE WS-FIELDS-PROFILED TO WS-COUNT-EDIT
           PERFORM 0990-WRITE-COUNT-LINE
           MOVE "FIELDS WITH NO FLDCTL ROW:" TO WS-REPORT-LABEL
           MOVE WS-FIELDS-UNCONFIGURED TO WS-COUNT-EDIT
           PERFORM 0990-WRITE-COUNT-LINE
           MOVE "SUGGESTED ROWS WRITTEN TO FLDSUGG:"
               TO WS-REPORT-LABEL
           MOVE WS-SUGGESTIONS-WRITTEN TO WS-COUNT-EDIT
           PERFORM 0990-WRITE-COUNT-LINE
           IF WS-FIELDS-UNCONFIGURED > 0
      *        THE FEED IS SENDING FIELDS NOBODY HAS RULED ON --
      *        A WARNING, SO THE SUGGESTIONS GET REVIEWED.
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE TRANS-FILE
           CLOSE SUGGEST-FILE
           CLOSE REPORT-FILE.

       0910-PROFILE-SORTED-VALUES.
           MOVE "N" TO WS-SORT-EOF-FLAG
           MOVE "Y" TO WS-BRK-FIRST-FLAG
           PERFORM UNTIL WS-SORT-END-OF-FILE
               RETURN PROF-SORT-FILE
                   AT END
                       SET WS-SORT-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 0912-ACCUMULATE-SORTED-VALUE
               END-RETURN
           END-PERFORM
           IF NOT WS-BRK-FIRST-RECORD
               PERFORM 0916-CLOSE-VALUE-RUN
               PERFORM 0920-REPORT-FIELD-GROUP
           END-IF.

       0912-ACCUMULATE-SORTED-VALUE.
      *    TWO LEVELS OF BREAK: (SOURCE, FIELD) FOR THE FIELD'S
      *    PROFILE, AND THE VALUE ITSELF FOR THE DISTINCT COUNT.
           IF WS-BRK-FIRST-RECORD
               OR PS-SOURCE NOT = WS-BRK-SOURCE
               OR PS-FIELD-NAME NOT = WS-BRK-FIELD-NAME
               IF NOT WS-BRK-FIRST-RECORD
                   PERFORM 0916-CLOSE-VALUE-RUN
                   PERFORM 0920-REPORT-FIELD-GROUP
               END-IF
               PERFORM 0913-START-FIELD-GROUP
               PERFORM 0914-START-VALUE-RUN
           ELSE
               IF PS-FIELD-VALUE NOT = WS-RUN-VALUE
                   PERFORM 0916-CLOSE-VALUE-RUN
                   PERFORM 0914-START-VALUE-RUN
               END-IF
           END-IF
           ADD 1 TO WS-BRK-ROWS
           ADD 1 TO WS-RUN-ROWS
           IF PS-BYTE-LEN = 0
               ADD 1 TO WS-BRK-BLANKS
           ELSE
               PERFORM 0915-ACCUMULATE-CONTENT
           END-IF.

       0913-START-FIELD-GROUP.
           MOVE "N" TO WS-BRK-FIRST-FLAG
           MOVE PS-SOURCE TO WS-BRK-SOURCE
           MOVE PS-FIELD-NAME TO WS-BRK-FIELD-NAME
           MOVE PS-CONFIG-FLAG TO WS-BRK-CONFIG-FLAG
           MOVE PS-COUNT-MODE TO WS-BRK-COUNT-MODE
           MOVE PS-TARGET-LEN TO WS-BRK-TARGET-LEN
           MOVE PS-SENSITIVITY TO WS-BRK-SENSITIVITY
           MOVE 0 TO WS-BRK-ROWS
           MOVE 0 TO WS-BRK-BLANKS
           MOVE 0 TO WS-BRK-NUMERIC
           MOVE 0 TO WS-BRK-YMD-DATES
           MOVE 0 TO WS-BRK-OTHER-DATES
           MOVE 0 TO WS-BRK-DBCS
           MOVE 0 TO WS-BRK-DISTINCT
           MOVE 9999 TO WS-BRK-MIN-LEN
           MOVE 0 TO WS-BRK-MAX-LEN
           MOVE 0 TO WS-BRK-LEN-TOTAL
           MOVE ZERO TO WS-LEN-HIST-TABLE
           MOVE 0 TO WS-PV-COUNT
           MOVE SPACE TO WS-VALUE-LIST
           MOVE 0 TO WS-VL-LEN
           MOVE "Y" TO WS-VL-FIT-FLAG.

       0914-START-VALUE-RUN.
           MOVE PS-FIELD-VALUE TO WS-RUN-VALUE
           MOVE PS-BYTE-LEN TO WS-RUN-BYTE-LEN
           MOVE PS-DBCS-FLAG TO WS-RUN-DBCS-FLAG
           MOVE 0 TO WS-RUN-ROWS.

       0915-ACCUMULATE-CONTENT.
           IF PS-NUMERIC-VALUE
               ADD 1 TO WS-BRK-NUMERIC
           END-IF
           IF PS-DATE-YYYYMMDD
               ADD 1 TO WS-BRK-YMD-DATES
           END-IF
           IF PS-DATE-OTHER
               ADD 1 TO WS-BRK-OTHER-DATES
           END-IF
           IF PS-DBCS-VALUE
               ADD 1 TO WS-BRK-DBCS
           END-IF
           IF PS-CHAR-LEN < WS-BRK-MIN-LEN
               MOVE PS-CHAR-LEN TO WS-BRK-MIN-LEN
           END-IF
           IF PS-CHAR-LEN > WS-BRK-MAX-LEN
               MOVE PS-CHAR-LEN TO WS-BRK-MAX-LEN
           END-IF
           ADD PS-CHAR-LEN TO WS-BRK-LEN-TOTAL
           COMPUTE WS-LEN-SUB = PS-CHAR-LEN + 1
           ADD 1 TO WS-LEN-HIST (WS-LEN-SUB).

       0916-CLOSE-VALUE-RUN.
      *    BLANKS ARE REPORTED AS THE BLANK RATE, NOT AS A VALUE.
           IF WS-RUN-BYTE-LEN > 0
               ADD 1 TO WS-BRK-DISTINCT
               IF WS-PV-COUNT < 50
                   ADD 1 TO WS-PV-COUNT
                   MOVE WS-RUN-VALUE TO WS-PV-VALUE (WS-PV-COUNT)
                   MOVE WS-RUN-ROWS TO WS-PV-ROWS (WS-PV-COUNT)
               END-IF
               IF WS-VL-FITS
                   PERFORM 0917-ADD-TO-VALUE-LIST
               END-IF
           END-IF.

       0917-ADD-TO-VALUE-LIST.
      *    EDTCHK01 SPLITS THE RULE ON COMMAS AND COMPARES BYTE
      *    FOR BYTE, SO A VALUE HOLDING A COMMA OR DBCS CONTENT
      *    CANNOT BE LISTED, AND THE LIST MUST FIT THE 60-BYTE
      *    FC-EDIT-RULE WHOLE -- A PARTIAL LIST WOULD REJECT THE
      *    VALUES LEFT OFF IT.
           MOVE 0 TO WS-COMMA-COUNT
           INSPECT WS-RUN-VALUE (1:WS-RUN-BYTE-LEN)
               TALLYING WS-COMMA-COUNT FOR ALL ","
           EVALUATE TRUE
               WHEN WS-COMMA-COUNT > 0 OR WS-RUN-DBCS
                   MOVE "N" TO WS-VL-FIT-FLAG
               WHEN WS-VL-LEN = 0
                   AND WS-RUN-BYTE-LEN NOT > 60
                   MOVE WS-RUN-VALUE (1:WS-RUN-BYTE-LEN)
                       TO WS-VALUE-LIST (1:WS-RUN-BYTE-LEN)
                   MOVE WS-RUN-BYTE-LEN TO WS-VL-LEN
               WHEN WS-VL-LEN > 0
                   AND WS-VL-LEN + 1 + WS-RUN-BYTE-LEN NOT > 60
                   MOVE "," TO WS-VALUE-LIST (WS-VL-LEN + 1:1)
                   MOVE WS-RUN-VALUE (1:WS-RUN-BYTE-LEN)
                       TO WS-VALUE-LIST (WS-VL-LEN + 2:WS-RUN-BYTE-LEN)
                   COMPUTE WS-VL-LEN = WS-VL-LEN + 1 + WS-RUN-BYTE-LEN
               WHEN OTHER
                   MOVE "N" TO WS-VL-FIT-FLAG
           END-EVALUATE.

       0920-REPORT-FIELD-GROUP.
           ADD 1 TO WS-FIELDS-PROFILED
           COMPUTE WS-BRK-NONBLANK = WS-BRK-ROWS - WS-BRK-BLANKS
           IF WS-BRK-NONBLANK = 0
               MOVE 0 TO WS-BRK-MIN-LEN
               MOVE 0 TO WS-BRK-AVG-LEN
           ELSE
               COMPUTE WS-BRK-AVG-LEN =
                   WS-BRK-LEN-TOTAL / WS-BRK-NONBLANK
           END-IF
      *    THE TYPICAL LENGTH IS THE MOST FREQUENT NON-BLANK ONE;
      *    A TIE GOES TO THE SHORTER LENGTH.
           MOVE 0 TO WS-BRK-MODE-LEN
           MOVE 0 TO WS-BRK-MODE-ROWS
           PERFORM VARYING WS-LEN-SUB FROM 2 BY 1
                   UNTIL WS-LEN-SUB > 101
               IF WS-LEN-HIST (WS-LEN-SUB) > WS-BRK-MODE-ROWS
                   MOVE WS-LEN-HIST (WS-LEN-SUB) TO WS-BRK-MODE-ROWS
                   COMPUTE WS-BRK-MODE-LEN = WS-LEN-SUB - 1
               END-IF
           END-PERFORM
           IF WS-BRK-DISTINCT > 0
               AND WS-BRK-DISTINCT NOT > WS-LOW-CARD-LIMIT
               MOVE "Y" TO WS-LOW-CARD-FLAG
           ELSE
               MOVE "N" TO WS-LOW-CARD-FLAG
           END-IF
           PERFORM 0925-DESCRIBE-CONTENT
           PERFORM 0930-WRITE-PROFILE-LINES
           IF WS-LOW-CARDINALITY
               PERFORM 0940-WRITE-VALUE-LINES
           END-IF
           IF NOT WS-BRK-CONFIGURED
               ADD 1 TO WS-FIELDS-UNCONFIGURED
               PERFORM 0950-BUILD-SUGGESTION
               PERFORM 0960-WRITE-SUGGESTION
           END-IF.

       0925-DESCRIBE-CONTENT.
           EVALUATE TRUE
               WHEN WS-BRK-NONBLANK = 0
                   MOVE "ALWAYS BLANK" TO WS-CONTENT-DESC
               WHEN WS-BRK-YMD-DATES = WS-BRK-NONBLANK
                   MOVE "DATE (YYYYMMDD)" TO WS-CONTENT-DESC
               WHEN WS-BRK-YMD-DATES + WS-BRK-OTHER-DATES
                       = WS-BRK-NONBLANK
                   MOVE "DATE (OTHER LAYOUT)" TO WS-CONTENT-DESC
               WHEN WS-BRK-NUMERIC = WS-BRK-NONBLANK
                   MOVE "ALL NUMERIC" TO WS-CONTENT-DESC
               WHEN WS-BRK-YMD-DATES + WS-BRK-OTHER-DATES > 0
                   MOVE "MIXED, PARTLY DATES" TO WS-CONTENT-DESC
               WHEN WS-BRK-NUMERIC > 0
                   MOVE "MIXED, PARTLY NUMERIC" TO WS-CONTENT-DESC
               WHEN OTHER
                   MOVE "TEXT" TO WS-CONTENT-DESC
           END-EVALUATE.

       0930-WRITE-PROFILE-LINES.
           MOVE WS-BRK-ROWS TO WS-ED-1
           MOVE WS-BRK-BLANKS TO WS-ED-2
           COMPUTE WS-PCT = (WS-BRK-BLANKS * 100) / WS-BRK-ROWS
           MOVE WS-PCT TO WS-PCT-EDIT
           MOVE WS-BRK-MIN-LEN TO WS-LEN-EDIT-1
           MOVE WS-BRK-MAX-LEN TO WS-LEN-EDIT-2
           MOVE WS-BRK-AVG-LEN TO WS-LEN-EDIT-3
           MOVE WS-BRK-MODE-LEN TO WS-LEN-EDIT-4
           MOVE SPACE TO REPORT-RECORD
           STRING "    " DELIMITED BY SIZE
               WS-BRK-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BRK-FIELD-NAME DELIMITED BY SIZE
               " ROWS=" DELIMITED BY SIZE
               WS-ED-1 DELIMITED BY SIZE
               " BLANK=" DELIMITED BY SIZE
               WS-ED-2 DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-PCT-EDIT DELIMITED BY SIZE
               " PCT) LEN MIN=" DELIMITED BY SIZE
               WS-LEN-EDIT-1 DELIMITED BY SIZE
               " MAX=" DELIMITED BY SIZE
               WS-LEN-EDIT-2 DELIMITED BY SIZE
               " AVG=" DELIMITED BY SIZE
               WS-LEN-EDIT-3 DELIMITED BY SIZE
               " TYPICAL=" DELIMITED BY SIZE
               WS-LEN-EDIT-4 DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-BRK-DISTINCT TO WS-ED-1
           MOVE SPACE TO WS-DBCS-NOTE
           IF WS-BRK-DBCS > 0
               MOVE WS-BRK-DBCS TO WS-ED-2
               STRING " DBCS VALUES=" DELIMITED BY SIZE
                   WS-ED-2 DELIMITED BY SIZE
                   INTO WS-DBCS-NOTE
               END-STRING
           END-IF
           MOVE SPACE TO REPORT-RECORD
           STRING "      CONTENT: " DELIMITED BY SIZE
               WS-CONTENT-DESC DELIMITED BY SIZE
               " DISTINCT=" DELIMITED BY SIZE
               WS-ED-1 DELIMITED BY SIZE
               " COUNT MODE=" DELIMITED BY SIZE
               WS-BRK-COUNT-MODE DELIMITED BY SIZE
               WS-DBCS-NOTE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACE TO REPORT-RECORD
           IF WS-BRK-CONFIGURED
               MOVE WS-BRK-TARGET-LEN TO WS-LEN-EDIT-1
               STRING "      FLDCTL: MAX LENGTH=" DELIMITED BY SIZE
                   WS-LEN-EDIT-1 DELIMITED BY SIZE
                   " SENSITIVITY=" DELIMITED BY SIZE
                   WS-BRK-SENSITIVITY DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               MOVE "      FLDCTL: *** NO ROW UNDER FEED OR DEFAULT ***"
                   TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

       0940-WRITE-VALUE-LINES.
           IF NOT WS-BRK-NOT-SENSITIVE
               MOVE "        VALUES NOT LISTED - SENSITIVE FIELD"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM 0945-RANK-VALUES
               PERFORM VARYING WS-PV-I FROM 1 BY 1
                       UNTIL WS-PV-I > WS-PV-COUNT
                   MOVE WS-PV-ROWS (WS-PV-I) TO WS-ED-1
                   COMPUTE WS-PCT =
                       (WS-PV-ROWS (WS-PV-I) * 100) / WS-BRK-ROWS
                   MOVE WS-PCT TO WS-PCT-EDIT
                   MOVE SPACE TO REPORT-RECORD
                   STRING "        VALUE [" DELIMITED BY SIZE
                       WS-PV-VALUE (WS-PV-I) (1:40) DELIMITED BY SIZE
                       "] ROWS=" DELIMITED BY SIZE
                       WS-ED-1 DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WS-PCT-EDIT DELIMITED BY SIZE
                       " PCT)" DELIMITED BY SIZE
                       INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               END-PERFORM
           END-IF.

       0945-RANK-VALUES.
      *    MOST FREQUENT FIRST; EQUAL COUNTS KEEP VALUE ORDER.
           PERFORM VARYING WS-PV-I FROM 2 BY 1
                   UNTIL WS-PV-I > WS-PV-COUNT
               MOVE WS-PV-ENTRY (WS-PV-I) TO WS-PV-HOLD-ENTRY
               COMPUTE WS-PV-J = WS-PV-I - 1
               PERFORM UNTIL WS-PV-J = 0
                       OR WS-PV-ROWS (WS-PV-J)
                           NOT < WS-PV-HOLD-ROWS
                   MOVE WS-PV-ENTRY (WS-PV-J)
                       TO WS-PV-ENTRY (WS-PV-J + 1)
                   SUBTRACT 1 FROM WS-PV-J
               END-PERFORM
               MOVE WS-PV-HOLD-ENTRY TO WS-PV-ENTRY (WS-PV-J + 1)
           END-PERFORM.

       0950-BUILD-SUGGESTION.
      *    THE STRICTEST EDIT TODAY'S CONTENT WOULD PASS WHOLE:
      *    A REAL DATE IN EVERY ROW; ELSE A SHORT VALUE LIST,
      *    WHEN THE VALUES REPEAT (ONE ROW PER VALUE PROVES NO
      *    LIST); ELSE ALL-NUMERIC; ELSE LENGTH ONLY.  EDTCHK01
      *    FAILS A BLANK UNDER D, V AND N, SO A FIELD THAT ARRIVED
      *    BLANK TODAY IS HELD AT L AND THE TYPE IT WOULD HAVE
      *    HAD IS NOTED FOR THE REVIEWER INSTEAD.
           MOVE "L" TO WS-SUG-VALID-TYPE
           MOVE SPACE TO WS-SUG-EDIT-RULE
           MOVE SPACE TO WS-SUG-HELD-TYPE
           EVALUATE TRUE
               WHEN WS-BRK-NONBLANK = 0
                   CONTINUE
               WHEN WS-BRK-YMD-DATES = WS-BRK-NONBLANK
                   MOVE "D" TO WS-SUG-VALID-TYPE
               WHEN WS-LOW-CARDINALITY
                   AND WS-BRK-DISTINCT < WS-BRK-NONBLANK
                   AND WS-VL-FITS
                   MOVE "V" TO WS-SUG-VALID-TYPE
                   MOVE WS-VALUE-LIST TO WS-SUG-EDIT-RULE
               WHEN WS-BRK-NUMERIC = WS-BRK-NONBLANK
                   MOVE "N" TO WS-SUG-VALID-TYPE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-SUG-VALID-TYPE NOT = "L"
               AND WS-BRK-BLANKS > 0
               MOVE WS-SUG-VALID-TYPE TO WS-SUG-HELD-TYPE
               MOVE "L" TO WS-SUG-VALID-TYPE
               MOVE SPACE TO WS-SUG-EDIT-RULE
           END-IF
           IF WS-BRK-MAX-LEN = 0
               MOVE 1 TO WS-SUG-MAX-LENGTH
           ELSE
               MOVE WS-BRK-MAX-LEN TO WS-SUG-MAX-LENGTH
           END-IF
           IF WS-BRK-DBCS > 0
               MOVE "D" TO WS-SUG-COUNT-MODE
           ELSE
               MOVE "B" TO WS-SUG-COUNT-MODE
           END-IF.

       0960-WRITE-SUGGESTION.
      *    A STARTER ROW: REJECT ON OVERSIZE, ACTIVE, OPEN-ENDED,
      *    NOT SENSITIVE.  THE REVIEWER SETS ANY SENSITIVITY
      *    CLASS BEFORE LOADING.
           MOVE SPACE TO SUGGEST-CONTROL-RECORD
           MOVE WS-BRK-FIELD-NAME TO SG-FIELD-NAME
           MOVE WS-SUG-MAX-LENGTH TO SG-MAX-LENGTH
           MOVE WS-SUG-COUNT-MODE TO SG-COUNT-MODE
           MOVE "R" TO SG-HANDLE-MODE
           MOVE "A" TO SG-ACTIVE-FLAG
           MOVE WS-BRK-SOURCE TO SG-SOURCE-SYSTEM
           MOVE WS-SUG-VALID-TYPE TO SG-VALID-TYPE
           MOVE WS-SUG-EDIT-RULE TO SG-EDIT-RULE
           MOVE 0 TO SG-EFF-FROM-DATE
           MOVE 0 TO SG-EFF-TO-DATE
           MOVE "N" TO SG-SENSITIVITY
           WRITE SUGGEST-CONTROL-RECORD
           ADD 1 TO WS-SUGGESTIONS-WRITTEN
           MOVE WS-SUG-MAX-LENGTH TO WS-LEN-EDIT-1
           MOVE SPACE TO REPORT-RECORD
           STRING "      SUGGESTED: MAX LENGTH=" DELIMITED BY SIZE
               WS-LEN-EDIT-1 DELIMITED BY SIZE
               " COUNT MODE=" DELIMITED BY SIZE
               WS-SUG-COUNT-MODE DELIMITED BY SIZE
               " HANDLE=R VALID TYPE=" DELIMITED BY SIZE
               WS-SUG-VALID-TYPE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-SUG-EDIT-RULE NOT = SPACE
               MOVE SPACE TO REPORT-RECORD
               STRING "      SUGGESTED EDIT RULE [" DELIMITED BY SIZE
                   WS-SUG-EDIT-RULE DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           IF WS-SUG-HELD-TYPE NOT = SPACE
               MOVE WS-BRK-BLANKS TO WS-ED-1
               MOVE SPACE TO REPORT-RECORD
               STRING "      VALID TYPE " DELIMITED BY SIZE
                   WS-SUG-HELD-TYPE DELIMITED BY SIZE
                   " HELD BACK --" DELIMITED BY SIZE
                   WS-ED-1 DELIMITED BY SIZE
                   " BLANK ROWS WOULD FAIL IT" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       0990-WRITE-COUNT-LINE.
           MOVE SPACE TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-REPORT-LABEL DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
