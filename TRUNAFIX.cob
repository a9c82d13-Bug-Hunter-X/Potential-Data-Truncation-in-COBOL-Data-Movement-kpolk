       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNAFIX.
       AUTHOR. DATA-QUALITY-TEAM.
      *REMARKS. RULE-DRIVEN AUTO-CORRECTION OF REJECTS.  A LARGE
      *    SHARE OF WHAT LANDS ON REJECT IS MECHANICAL -- LEADING
      *    BLANKS OR TRAILING JUNK PUSHING A VALUE OVER ITS
      *    TARGET LENGTH, DATES SENT AS MM/DD/YYYY, NUMERICS WITH
      *    COMMAS OR SIGNS, LOWER-CASE CODES -- AND USED TO BE
      *    KEYED ONE AT A TIME IN TRUNCORR.  THIS STEP RUNS AHEAD
      *    OF TRUNCORR AND TRUNRCYC: FOR EACH REJECT IT APPLIES
      *    THE AFIXRUL REMEDIATION RULES FOR THE FIELD AND FEED
      *    (TRIM, UPPER-CASE, STRIP NON-DIGITS, DATE REFORMAT,
      *    CODE TRANSLATION), IN SEQUENCE, AND AFTER EVERY RULE
      *    THAT CHANGES THE VALUE RE-CHECKS IT THROUGH THE SAME
      *    LENCHK01 AND EDTCHK01 CALLS, UNDER THE SAME FEED-
      *    SPECIFIC FLDCTL ROW, THAT TRUNRCYC WILL APPLY.  THE
      *    FIRST RESULT THAT PASSES IS FILED ON CORRIN AS AN
      *    ORDINARY CORREC ROW, NAMING THE RULE THAT MADE IT
      *    PASS, SO TRUNRCYC RECYCLES IT TONIGHT LIKE ANY KEYED
      *    FIX; THE REJECT'S OPEN AUDIT ROW IS MARKED MACHINE-
      *    CORRECTED WITH THAT RULE ID.  A REJECT NO RULE CAN FIX
      *    IS LEFT ALONE FOR AN ANALYST IN TRUNCORR, WHICH SKIPS
      *    REJECTS ALREADY CORRECTED ON CORRIN -- AND THIS STEP
      *    LIKEWISE NEVER SECOND-GUESSES A CORRECTION ALREADY
      *    FILED THERE.  A SENSITIVE FIELD'S VALUE IS MASKED ON
      *    REJECT, SO IT IS NEVER AUTO-CORRECTED.
      *    CORRIN IS HELD TO THE 500 ROWS TRUNRCYC CAN LOAD; A
      *    FIX THAT WOULD OVERFILL IT IS HELD BACK FOR THE NEXT
      *    NIGHT (RETURN CODE 4).  A FIX WHOSE AUDIT ROW COULD NOT
      *    BE FOUND TO MARK IS STILL FILED ON CORRIN; THE MISSING
      *    ROW IS COUNTED AND REPORTED (RETURN CODE 4) FOR AN
      *    ANALYST TO LOOK INTO.  AN AFIXRUL TABLE THAT
      *    DOES NOT HOLD TOGETHER FAILS THE RUN WITH RETURN CODE
      *    16 BEFORE ANYTHING IS WRITTEN.  A CTLTOT ROW LETS
      *    TRUNBALC PROVE EVERY REJECT READ WAS CORRECTED, LEFT
      *    FOR TRUNCORR, OR ALREADY CORRECTED.
      *    THE STEP CHECKS IN WITH THE CYCCTL RUN-CONTROL FILE
      *    THROUGH CYCCHK01 AT START AND END OF RUN, WHICH KEEPS
      *    IT FROM RUNNING TWICE FOR ONE CYCLE.  LIKE TRUNASMB IT
      *    NEEDS THE NIGHT'S VALIDATION COMPLETE -- TRUNMRGE, OR
      *    THE SINGLE-STREAM TRUNMAIN -- AND TRUNRCYC IN TURN
      *    WAITS FOR IT, SO EVERY FIX IT FILES RECYCLES THE SAME
      *    NIGHT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO "REJECT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIELD-CTL-FILE ASSIGN TO "FLDCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SOURCE-PARM-FILE ASSIGN TO "SRCPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUTO-FIX-RULE-FILE ASSIGN TO "AFIXRUL"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    READ FIRST FOR THE CORRECTIONS ALREADY FILED, THEN
      *    EXTENDED, NOT REWRITTEN, SO A FIX KEYED IN TRUNCORR
      *    BEFORE THIS STEP RAN IS KEPT.
           SELECT OPTIONAL CORRECTION-FILE ASSIGN TO "CORRIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-KEY
               ALTERNATE RECORD KEY IS AU-FIELD-NAME
                   WITH DUPLICATES.

           SELECT REPORT-FILE ASSIGN TO "AFIXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       COPY REJREC.

       FD  FIELD-CTL-FILE.
       COPY FLDCTL.

       FD  SOURCE-PARM-FILE.
       COPY SRCPARM.

       FD  AUTO-FIX-RULE-FILE.
       COPY AFIXRUL.

       FD  CORRECTION-FILE.
       COPY CORREC.

       FD  AUDIT-FILE.
       COPY AUDREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       FD  CONTROL-TOTAL-FILE.
       COPY CTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-EOF-FLAG             PIC X VALUE "N".
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-CTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-CTL-END-OF-FILE      VALUE "Y".
       01  WS-AX-EOF-FLAG          PIC X VALUE "N".
           88  WS-AX-END-OF-FILE       VALUE "Y".
       01  WS-COR-EOF-FLAG         PIC X VALUE "N".
           88  WS-COR-END-OF-FILE      VALUE "Y".
       01  WS-RULES-OK-FLAG        PIC X VALUE "Y".
           88  WS-RULES-OK             VALUE "Y".
       01  WS-WARNING-FLAG         PIC X VALUE "N".
           88  WS-WARNING-FOUND        VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-CYCLE-DATE-X         PIC X(8).
       01  WS-FC-COUNT             PIC 9(4) VALUE 0.

      *    THE SAME SORTED TABLE, EFFECTIVE-DATE SELECTION AND
      *    BINARY SEARCH ALL LOOKUP TRUNRCYC USES, SO A VALUE
      *    PASSED HERE IS A VALUE TRUNRCYC WILL PASS.
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

       01  WS-RUN-SOURCE           PIC X(8) VALUE SPACE.
       01  WS-EFF-SOURCE           PIC X(8) VALUE SPACE.
      *    SOURCE VALUE THE AUDIT MATCH COMPARES AGAINST
      *    AU-JOB-NAME, BLANK TRANSLATED TO THE LEGACY STAMP
      *    EXACTLY AS TRUNRCYC DOES.
       01  WS-AUDIT-MATCH-SOURCE   PIC X(8) VALUE SPACE.
       01  WS-SENSITIVITY          PIC X VALUE "N".
           88  WS-SENS-NONE             VALUE "N" SPACE.

      *    ACTIVE AFIXRUL ROWS, SORTED ON (FIELD, SOURCE,
      *    SEQUENCE) SO A FIELD'S RULES ARE MET IN THE ORDER
      *    THEY ARE TO BE APPLIED.
       01  WS-AX-COUNT             PIC 9(4) VALUE 0.
       01  WS-AX-TABLE.
           05  WS-AX-ENTRY OCCURS 1000 TIMES.
               10  WS-AX-SORT-KEY.
                   15  WS-AX-FIELD-NAME    PIC X(30).
                   15  WS-AX-SOURCE-SYSTEM PIC X(8).
                   15  WS-AX-SEQUENCE      PIC 9(3).
               10  WS-AX-RULE-ID           PIC X(8).
               10  WS-AX-ACTION            PIC X.
               10  WS-AX-FROM-VALUE        PIC X(30).
               10  WS-AX-TO-VALUE          PIC X(30).
       01  WS-AX-HOLD-ENTRY.
           05  WS-AX-HOLD-KEY          PIC X(41).
           05  WS-AX-HOLD-DATA         PIC X(69).
       01  WS-AX-SUB               PIC 9(4) VALUE 0.
       01  WS-AX-SORT-I            PIC 9(4) VALUE 0.
       01  WS-AX-SORT-J            PIC 9(4) VALUE 0.
       01  WS-AX-DUP-FLAG          PIC X VALUE "N".
           88  WS-AX-DUPLICATE         VALUE "Y".
       01  WS-RULE-SOURCE          PIC X(8) VALUE SPACE.
       01  WS-RULE-FOUND-FLAG      PIC X VALUE "N".
           88  WS-RULE-FOUND           VALUE "Y".

      *    A DATE PATTERN IS CHECKED AT LOAD: TWO M'S, TWO D'S
      *    AND TWO OR FOUR Y'S, NOTHING ELSE BUT SEPARATORS.
       01  WS-PAT-Y-COUNT          PIC 9(2) VALUE 0.
       01  WS-PAT-M-COUNT          PIC 9(2) VALUE 0.
       01  WS-PAT-D-COUNT          PIC 9(2) VALUE 0.
       01  WS-PAT-LEN              PIC 9(3) VALUE 0.
       01  WS-PAT-SUB              PIC 9(3) VALUE 0.

      *    CORRECTIONS ALREADY ON CORRIN, BY (RECORD ID, FIELD
      *    NAME), PLUS THOSE FILED BY THIS RUN.  TRUNRCYC LOADS
      *    AT MOST 500, SO THE TABLE IS THE CAP AS WELL.
       01  WS-CF-COUNT             PIC 9(4) VALUE 0.
       01  WS-CF-TABLE.
           05  WS-CF-ENTRY OCCURS 500 TIMES.
               10  WS-CF-RECORD-ID         PIC X(10).
               10  WS-CF-FIELD-NAME        PIC X(30).
       01  WS-CF-SUB               PIC 9(4) VALUE 0.
       01  WS-CF-FOUND-FLAG        PIC X VALUE "N".
           88  WS-CF-FOUND             VALUE "Y".

      *    THE VALUE AS THE RULES RESHAPE IT, AND THE RULE THAT
      *    LAST CHANGED IT.
       01  WS-FIX-VALUE            PIC X(100).
       01  WS-BEFORE-VALUE         PIC X(100).
       01  WS-WORK-VALUE           PIC X(100).
       01  WS-FIX-RULE-ID          PIC X(8).
       01  WS-FIX-PASSED-FLAG      PIC X VALUE "N".
           88  WS-FIX-PASSED           VALUE "Y".
       01  WS-VAL-SUB              PIC 9(3) VALUE 0.
       01  WS-OUT-SUB              PIC 9(3) VALUE 0.
       01  WS-VAL-LEN              PIC 9(3) VALUE 0.
       01  WS-LEAD-POS             PIC 9(3) VALUE 0.
       01  WS-SHAPE-OK-FLAG        PIC X VALUE "Y".
           88  WS-SHAPE-OK             VALUE "Y".
       01  WS-DT-YEAR              PIC X(4).
       01  WS-DT-YEAR-LEN          PIC 9 VALUE 0.
       01  WS-DT-MONTH             PIC X(2).
       01  WS-DT-MONTH-LEN         PIC 9 VALUE 0.
       01  WS-DT-DAY               PIC X(2).
       01  WS-DT-DAY-LEN           PIC 9 VALUE 0.
       01  WS-DT-CENTURY           PIC X(2).
       01  WS-AUDIT-EOF-FLAG       PIC X VALUE "N".
           88  WS-AUDIT-NO-MORE         VALUE "Y".
       01  WS-AUDIT-MARKED-FLAG    PIC X VALUE "N".
           88  WS-AUDIT-MARKED          VALUE "Y".

       01  WS-REJECTS-READ         PIC 9(9) VALUE 0.
       01  WS-CORRECTED-COUNT      PIC 9(9) VALUE 0.
       01  WS-LEFT-COUNT           PIC 9(9) VALUE 0.
       01  WS-PREFILED-COUNT       PIC 9(9) VALUE 0.
       01  WS-SENSITIVE-COUNT      PIC 9(9) VALUE 0.
       01  WS-HELD-BACK-COUNT      PIC 9(9) VALUE 0.
       01  WS-AUDITS-MARKED-COUNT  PIC 9(9) VALUE 0.
       01  WS-AUDITS-MISSED-COUNT  PIC 9(9) VALUE 0.
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

       COPY LENCHKLK.

       COPY EDTCHKLK.

       COPY CYCCHKLK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           IF WS-RULES-OK
               PERFORM 0200-PROCESS-REJECT
                   UNTIL WS-END-OF-FILE
               PERFORM 0900-TERMINATE
           END-IF
           PERFORM 0990-POST-CYCLE-END
           STOP RUN.

       0100-INITIALIZE.
      *    SRCPARM COMES FIRST -- THE FEED IS PART OF THIS RUN'S
      *    IDENTITY ON THE CYCLE CONTROL FILE.
           PERFORM 0110-LOAD-SOURCE-PARM
           PERFORM 0105-CHECK-CYCLE-START
           MOVE CC-CYCLE-DATE TO WS-CYCLE-DATE-X
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0140-LOAD-FIX-RULES
           IF WS-RULES-OK
               PERFORM 0120-LOAD-FIELD-CONTROL-TABLE
               PERFORM 0160-LOAD-FILED-CORRECTIONS
               OPEN INPUT REJECT-FILE
               OPEN EXTEND CORRECTION-FILE
               OPEN I-O AUDIT-FILE
               OPEN OUTPUT REPORT-FILE
               PERFORM 0170-WRITE-REPORT-HEADER
               PERFORM 0180-READ-REJECT
           ELSE
               DISPLAY "ERROR: AFIXRUL REMEDIATION RULE TABLE IS NOT "
                   "USABLE -- RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
           END-IF.

       0105-CHECK-CYCLE-START.
      *    BEFORE ANY OUTPUT IS OPENED, SO A REFUSED RERUN CANNOT
      *    TOUCH THE OUTPUTS OF THE RUN THAT ALREADY COMPLETED.
           MOVE "TRUNAFIX" TO CC-PROGRAM-ID
           SET CC-START-STEP TO TRUE
           CALL "CYCCHK01" USING CC-CYCCHK-PARM
           IF CC-STEP-REFUSED
               DISPLAY "ERROR: " CC-MESSAGE
               DISPLAY "ERROR: TRUNAFIX REFUSED BY CYCLE CONTROL "
                   "-- RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-LOAD-SOURCE-PARM.
           OPEN INPUT SOURCE-PARM-FILE
           READ SOURCE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SP-SOURCE-SYSTEM TO WS-RUN-SOURCE
                   MOVE SP-SOURCE-SYSTEM TO CC-SOURCE-SYSTEM
           END-READ
           CLOSE SOURCE-PARM-FILE.

       0120-LOAD-FIELD-CONTROL-TABLE.
      *    INACTIVE ROWS AND ROWS NOT IN EFFECT TODAY ARE
      *    SKIPPED, EXACTLY AS TRUNRCYC SKIPS THEM.
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
                                   " -- RUN ABANDONED"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE FIELD-CTL-FILE
           PERFORM 0125-SORT-FIELD-CONTROL-TABLE.

       0122-CHECK-ROW-IN-EFFECT.
      *    SAME EFFECTIVE-DATE SELECTION AS THE TRUNMAIN LOADER:
      *    ZERO OR OLD-FORMAT SPACES MEAN OPEN-ENDED.
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
      *    STRAIGHT INSERTION SORT ON (SOURCE, FIELD NAME), RUN
      *    ONCE AT STARTUP, SO THE PER-REJECT LOOKUP CAN RELY ON
      *    SEARCH ALL -- FLDCTL ON DISK CARRIES NO ORDER PROMISE.
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

       0140-LOAD-FIX-RULES.
      *    A RULE THAT CANNOT BE READ AS WRITTEN COULD CORRECT
      *    GOOD DATA INTO BAD, SO ANY FAULTY ROW FAILS THE RUN --
      *    EVERY FAULT IS LISTED FIRST.
           OPEN INPUT AUTO-FIX-RULE-FILE
           PERFORM UNTIL WS-AX-END-OF-FILE
               READ AUTO-FIX-RULE-FILE
                   AT END
                       SET WS-AX-END-OF-FILE TO TRUE
                   NOT AT END
                       IF NOT AX-INACTIVE
                           PERFORM 0142-LOAD-RULE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTO-FIX-RULE-FILE
           IF WS-RULES-OK
               PERFORM 0148-SORT-FIX-RULES
           END-IF.

       0142-LOAD-RULE-ROW.
           MOVE "N" TO WS-AX-DUP-FLAG
           PERFORM VARYING WS-AX-SUB FROM 1 BY 1
                   UNTIL WS-AX-SUB > WS-AX-COUNT
               IF WS-AX-RULE-ID (WS-AX-SUB) = AX-RULE-ID
                   SET WS-AX-DUPLICATE TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN AX-RULE-ID = SPACE
                   DISPLAY "ERROR: AFIXRUL ROW FOR FIELD "
                       AX-FIELD-NAME " HAS NO RULE ID"
                   MOVE "N" TO WS-RULES-OK-FLAG
               WHEN WS-AX-DUPLICATE
                   DISPLAY "ERROR: AFIXRUL RULE ID " AX-RULE-ID
                       " IS USED TWICE"
                   MOVE "N" TO WS-RULES-OK-FLAG
               WHEN AX-FIELD-NAME = SPACE
                   DISPLAY "ERROR: AFIXRUL RULE " AX-RULE-ID
                       " NAMES NO FIELD"
                   MOVE "N" TO WS-RULES-OK-FLAG
               WHEN AX-SEQUENCE NOT NUMERIC
                   DISPLAY "ERROR: AFIXRUL RULE " AX-RULE-ID
                       " SEQUENCE IS NOT NUMERIC"
                   MOVE "N" TO WS-RULES-OK-FLAG
               WHEN NOT (AX-ACTION-TRIM OR AX-ACTION-UPPER
                       OR AX-ACTION-DIGITS OR AX-ACTION-DATE
                       OR AX-ACTION-TRANSLATE)
                   DISPLAY "ERROR: AFIXRUL RULE " AX-RULE-ID
                       " ACTION '" AX-ACTION
                       "' MUST BE T, U, S, D OR X"
                   MOVE "N" TO WS-RULES-OK-FLAG
               WHEN AX-ACTION-TRANSLATE
                   AND AX-FROM-VALUE = SPACE
                   DISPLAY "ERROR: AFIXRUL RULE " AX-RULE-ID
                       " TRANSLATES NO FROM-VALUE"
                   MOVE "N" TO WS-RULES-OK-FLAG
               WHEN WS-AX-COUNT NOT < 1000
                   DISPLAY "ERROR: AFIXRUL EXCEEDS 1000 ACTIVE "
                       "RULES AT " AX-RULE-ID
                   MOVE "N" TO WS-RULES-OK-FLAG
               WHEN OTHER
                   IF AX-ACTION-DATE
                       PERFORM 0145-CHECK-DATE-PATTERN
                   END-IF
                   ADD 1 TO WS-AX-COUNT
                   MOVE AX-FIELD-NAME TO WS-AX-FIELD-NAME (WS-AX-COUNT)
                   MOVE AX-SOURCE-SYSTEM
                       TO WS-AX-SOURCE-SYSTEM (WS-AX-COUNT)
                   MOVE AX-SEQUENCE TO WS-AX-SEQUENCE (WS-AX-COUNT)
                   MOVE AX-RULE-ID TO WS-AX-RULE-ID (WS-AX-COUNT)
                   MOVE AX-ACTION TO WS-AX-ACTION (WS-AX-COUNT)
                   MOVE AX-FROM-VALUE TO WS-AX-FROM-VALUE (WS-AX-COUNT)
                   MOVE AX-TO-VALUE TO WS-AX-TO-VALUE (WS-AX-COUNT)
           END-EVALUATE.

       0145-CHECK-DATE-PATTERN.
           MOVE 0 TO WS-PAT-Y-COUNT
           MOVE 0 TO WS-PAT-M-COUNT
           MOVE 0 TO WS-PAT-D-COUNT
           INSPECT AX-FROM-VALUE TALLYING WS-PAT-Y-COUNT FOR ALL "Y"
               WS-PAT-M-COUNT FOR ALL "M"
               WS-PAT-D-COUNT FOR ALL "D"
           IF WS-PAT-M-COUNT NOT = 2
               OR WS-PAT-D-COUNT NOT = 2
               OR (WS-PAT-Y-COUNT NOT = 2 AND WS-PAT-Y-COUNT NOT = 4)
               DISPLAY "ERROR: AFIXRUL RULE " AX-RULE-ID
                   " DATE PATTERN '" AX-FROM-VALUE
                   "' NEEDS MM, DD AND YY OR YYYY"
               MOVE "N" TO WS-RULES-OK-FLAG
           END-IF.

       0148-SORT-FIX-RULES.
      *    INSERTION SORT ON (FIELD, SOURCE, SEQUENCE); TWO RULES
      *    AT THE SAME STEP OF ONE FIELD'S CHAIN WOULD LEAVE
      *    THEIR ORDER TO CHANCE, SO THAT FAILS THE RUN TOO.
           PERFORM VARYING WS-AX-SORT-I FROM 2 BY 1
                   UNTIL WS-AX-SORT-I > WS-AX-COUNT
               MOVE WS-AX-ENTRY (WS-AX-SORT-I) TO WS-AX-HOLD-ENTRY
               COMPUTE WS-AX-SORT-J = WS-AX-SORT-I - 1
               PERFORM UNTIL WS-AX-SORT-J = 0
                       OR WS-AX-SORT-KEY (WS-AX-SORT-J)
                           NOT > WS-AX-HOLD-KEY
                   MOVE WS-AX-ENTRY (WS-AX-SORT-J)
                       TO WS-AX-ENTRY (WS-AX-SORT-J + 1)
                   SUBTRACT 1 FROM WS-AX-SORT-J
               END-PERFORM
               MOVE WS-AX-HOLD-ENTRY
                   TO WS-AX-ENTRY (WS-AX-SORT-J + 1)
           END-PERFORM
           PERFORM VARYING WS-AX-SUB FROM 2 BY 1
                   UNTIL WS-AX-SUB > WS-AX-COUNT
               IF WS-AX-SORT-KEY (WS-AX-SUB)
                       = WS-AX-SORT-KEY (WS-AX-SUB - 1)
                   DISPLAY "ERROR: AFIXRUL RULES "
                       WS-AX-RULE-ID (WS-AX-SUB - 1) " AND "
                       WS-AX-RULE-ID (WS-AX-SUB)
                       " SHARE ONE SEQUENCE NUMBER"
                   MOVE "N" TO WS-RULES-OK-FLAG
               END-IF
           END-PERFORM.

       0160-LOAD-FILED-CORRECTIONS.
      *    A CORRECTION ALREADY ON CORRIN -- KEYED BY AN ANALYST
      *    OR FILED BY AN EARLIER STEP -- IS NEVER OVERRIDDEN.
      *    MORE THAN TRUNRCYC CAN LOAD LEAVES NO ROOM FOR ANY
      *    FIX, SO THE EXCESS IS SIMPLY NOT TRACKED.
           OPEN INPUT CORRECTION-FILE
           PERFORM UNTIL WS-COR-END-OF-FILE
               READ CORRECTION-FILE
                   AT END
                       SET WS-COR-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-CF-COUNT < 500
                           ADD 1 TO WS-CF-COUNT
                           MOVE CR-RECORD-ID
                               TO WS-CF-RECORD-ID (WS-CF-COUNT)
                           MOVE CR-FIELD-NAME
                               TO WS-CF-FIELD-NAME (WS-CF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORRECTION-FILE.

       0170-WRITE-REPORT-HEADER.
           PERFORM 0930-BUILD-TIMESTAMP
           MOVE SPACE TO REPORT-RECORD
           STRING "REJECT AUTO-CORRECTION REPORT - CYCLE DATE: "
               DELIMITED BY SIZE
               WS-CYCLE-DATE-X DELIMITED BY SIZE
               "  RUN AT: " DELIMITED BY SIZE
               WS-TIMESTAMP DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  RECORD ID   FIELD NAME" TO REPORT-RECORD
           MOVE "RULE      REJECTED VALUE" TO REPORT-RECORD (47:)
           MOVE "CORRECTED VALUE" TO REPORT-RECORD (99:)
           WRITE REPORT-RECORD.

       0180-READ-REJECT.
           READ REJECT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-REJECTS-READ
           END-READ.

       0200-PROCESS-REJECT.
           IF RJ-SOURCE-SYSTEM NOT = SPACE
               MOVE RJ-SOURCE-SYSTEM TO WS-EFF-SOURCE
           ELSE
               MOVE WS-RUN-SOURCE TO WS-EFF-SOURCE
           END-IF
           IF WS-EFF-SOURCE = SPACE
               MOVE "TRUNMAIN" TO WS-AUDIT-MATCH-SOURCE
           ELSE
               MOVE WS-EFF-SOURCE TO WS-AUDIT-MATCH-SOURCE
           END-IF
           PERFORM 0210-FIND-FILED-CORRECTION
           IF WS-CF-FOUND
               ADD 1 TO WS-PREFILED-COUNT
           ELSE
               PERFORM 0330-LOOKUP-TARGET-LENGTH
               IF WS-SENS-NONE
                   PERFORM 0300-APPLY-FIX-RULES
               ELSE
                   MOVE "N" TO WS-FIX-PASSED-FLAG
                   ADD 1 TO WS-SENSITIVE-COUNT
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-FIX-PASSED
                       ADD 1 TO WS-LEFT-COUNT
                   WHEN WS-CF-COUNT NOT < 500
                       ADD 1 TO WS-LEFT-COUNT
                       ADD 1 TO WS-HELD-BACK-COUNT
                   WHEN OTHER
                       PERFORM 0400-FILE-CORRECTION
                       PERFORM 0420-MARK-AUDIT-RECORD
                       PERFORM 0430-WRITE-FIX-LINE
               END-EVALUATE
           END-IF
           PERFORM 0180-READ-REJECT.

       0210-FIND-FILED-CORRECTION.
           MOVE "N" TO WS-CF-FOUND-FLAG
           PERFORM VARYING WS-CF-SUB FROM 1 BY 1
                   UNTIL WS-CF-SUB > WS-CF-COUNT OR WS-CF-FOUND
               IF WS-CF-RECORD-ID (WS-CF-SUB) = RJ-RECORD-ID
                   AND WS-CF-FIELD-NAME (WS-CF-SUB) = RJ-FIELD-NAME
                   SET WS-CF-FOUND TO TRUE
               END-IF
           END-PERFORM.

       0300-APPLY-FIX-RULES.
      *    A FEED'S OWN RULES FOR THE FIELD REPLACE THE SHOP-WIDE
      *    ONES, AS A FEED'S FLDCTL ROW REPLACES THE DEFAULT ROW.
      *    RJ-FIELD-VALUE IS ALWAYS THE VALUE ORIGINALLY REJECTED,
      *    SO THE RULES START FROM WHAT THE FEED ACTUALLY SENT.
      *    A RULE THAT LEAVES THE VALUE AS IT WAS HAS NOT FIRED
      *    AND IS NOT RE-CHECKED; AN EMPTY RESULT NEVER PASSES.
           MOVE "N" TO WS-FIX-PASSED-FLAG
           MOVE SPACE TO WS-FIX-RULE-ID
           MOVE SPACE TO WS-RULE-SOURCE
           MOVE "N" TO WS-RULE-FOUND-FLAG
           IF WS-EFF-SOURCE NOT = SPACE
               PERFORM VARYING WS-AX-SUB FROM 1 BY 1
                       UNTIL WS-AX-SUB > WS-AX-COUNT OR WS-RULE-FOUND
                   IF WS-AX-FIELD-NAME (WS-AX-SUB) = RJ-FIELD-NAME
                       AND WS-AX-SOURCE-SYSTEM (WS-AX-SUB)
                           = WS-EFF-SOURCE
                       SET WS-RULE-FOUND TO TRUE
                       MOVE WS-EFF-SOURCE TO WS-RULE-SOURCE
                   END-IF
               END-PERFORM
           END-IF
           MOVE RJ-FIELD-VALUE TO WS-FIX-VALUE
           PERFORM VARYING WS-AX-SUB FROM 1 BY 1
                   UNTIL WS-AX-SUB > WS-AX-COUNT OR WS-FIX-PASSED
               IF WS-AX-FIELD-NAME (WS-AX-SUB) = RJ-FIELD-NAME
                   AND WS-AX-SOURCE-SYSTEM (WS-AX-SUB)
                       = WS-RULE-SOURCE
                   MOVE WS-FIX-VALUE TO WS-BEFORE-VALUE
                   PERFORM 0310-APPLY-ONE-RULE
                   IF WS-FIX-VALUE NOT = WS-BEFORE-VALUE
                       MOVE WS-AX-RULE-ID (WS-AX-SUB) TO WS-FIX-RULE-ID
                       IF WS-FIX-VALUE NOT = SPACE
                           PERFORM 0350-RECHECK-VALUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0310-APPLY-ONE-RULE.
           EVALUATE WS-AX-ACTION (WS-AX-SUB)
               WHEN "T"
                   PERFORM 0311-TRIM-VALUE
               WHEN "U"
                   INSPECT WS-FIX-VALUE CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               WHEN "S"
                   PERFORM 0313-STRIP-NON-DIGITS
               WHEN "D"
                   PERFORM 0315-REFORMAT-DATE
               WHEN "X"
                   IF WS-FIX-VALUE = WS-AX-FROM-VALUE (WS-AX-SUB)
                       MOVE WS-AX-TO-VALUE (WS-AX-SUB) TO WS-FIX-VALUE
                   END-IF
           END-EVALUATE.

       0311-TRIM-VALUE.
      *    TRAILING TABS AND LOW-VALUES ARE CONTENT TO LENCHK01,
      *    WHICH TRIMS ONLY SPACES, SO THEY ARE BLANKED FIRST;
      *    THE VALUE IS THEN SHIFTED LEFT OVER ANY LEADING SPACES.
           MOVE LENGTH OF WS-FIX-VALUE TO WS-VAL-SUB
           PERFORM UNTIL WS-VAL-SUB = 0
                   OR (WS-FIX-VALUE (WS-VAL-SUB:1) NOT = SPACE
                   AND WS-FIX-VALUE (WS-VAL-SUB:1) NOT = LOW-VALUE
                   AND WS-FIX-VALUE (WS-VAL-SUB:1) NOT = X"09")
               MOVE SPACE TO WS-FIX-VALUE (WS-VAL-SUB:1)
               SUBTRACT 1 FROM WS-VAL-SUB
           END-PERFORM
           MOVE 0 TO WS-LEAD-POS
           PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
                   UNTIL WS-VAL-SUB > LENGTH OF WS-FIX-VALUE
                       OR WS-LEAD-POS > 0
               IF WS-FIX-VALUE (WS-VAL-SUB:1) NOT = SPACE
                   MOVE WS-VAL-SUB TO WS-LEAD-POS
               END-IF
           END-PERFORM
           IF WS-LEAD-POS > 1
               MOVE WS-FIX-VALUE (WS-LEAD-POS:) TO WS-WORK-VALUE
               MOVE WS-WORK-VALUE TO WS-FIX-VALUE
           END-IF.

       0313-STRIP-NON-DIGITS.
           MOVE SPACE TO WS-WORK-VALUE
           MOVE 0 TO WS-OUT-SUB
           PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
                   UNTIL WS-VAL-SUB > LENGTH OF WS-FIX-VALUE
               IF WS-FIX-VALUE (WS-VAL-SUB:1) IS NUMERIC
                   ADD 1 TO WS-OUT-SUB
                   MOVE WS-FIX-VALUE (WS-VAL-SUB:1)
                       TO WS-WORK-VALUE (WS-OUT-SUB:1)
               END-IF
           END-PERFORM
           MOVE WS-WORK-VALUE TO WS-FIX-VALUE.

       0315-REFORMAT-DATE.
      *    THE VALUE MUST HAVE THE PATTERN'S EXACT SHAPE: THE
      *    SAME LENGTH, A DIGIT WHEREVER THE PATTERN HAS Y, M OR
      *    D, AND THE PATTERN'S OWN SEPARATORS EVERYWHERE ELSE.
      *    ANYTHING ELSE IS LEFT AS IT WAS.  WHETHER THE RESULT
      *    IS A REAL DATE IS EDTCHK01'S QUESTION, ASKED NEXT.
           MOVE 0 TO WS-PAT-LEN
           PERFORM VARYING WS-PAT-SUB FROM 30 BY -1
                   UNTIL WS-PAT-SUB = 0 OR WS-PAT-LEN > 0
               IF WS-AX-FROM-VALUE (WS-AX-SUB) (WS-PAT-SUB:1)
                       NOT = SPACE
                   MOVE WS-PAT-SUB TO WS-PAT-LEN
               END-IF
           END-PERFORM
           MOVE 0 TO WS-VAL-LEN
           PERFORM VARYING WS-VAL-SUB FROM 100 BY -1
                   UNTIL WS-VAL-SUB = 0 OR WS-VAL-LEN > 0
               IF WS-FIX-VALUE (WS-VAL-SUB:1) NOT = SPACE
                   MOVE WS-VAL-SUB TO WS-VAL-LEN
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-SHAPE-OK-FLAG
           IF WS-VAL-LEN NOT = WS-PAT-LEN
               MOVE "N" TO WS-SHAPE-OK-FLAG
           END-IF
           MOVE SPACE TO WS-DT-YEAR
           MOVE SPACE TO WS-DT-MONTH
           MOVE SPACE TO WS-DT-DAY
           MOVE 0 TO WS-DT-YEAR-LEN
           MOVE 0 TO WS-DT-MONTH-LEN
           MOVE 0 TO WS-DT-DAY-LEN
           PERFORM VARYING WS-PAT-SUB FROM 1 BY 1
                   UNTIL WS-PAT-SUB > WS-PAT-LEN OR NOT WS-SHAPE-OK
               PERFORM 0317-MATCH-DATE-CHARACTER
           END-PERFORM
           IF WS-SHAPE-OK
               IF WS-DT-YEAR-LEN = 2
                   IF WS-DT-YEAR (1:2) < "50"
                       MOVE "20" TO WS-DT-CENTURY
                   ELSE
                       MOVE "19" TO WS-DT-CENTURY
                   END-IF
                   MOVE WS-DT-YEAR (1:2) TO WS-DT-YEAR (3:2)
                   MOVE WS-DT-CENTURY TO WS-DT-YEAR (1:2)
               END-IF
               MOVE SPACE TO WS-FIX-VALUE
               STRING WS-DT-YEAR DELIMITED BY SIZE
                   WS-DT-MONTH DELIMITED BY SIZE
                   WS-DT-DAY DELIMITED BY SIZE
                   INTO WS-FIX-VALUE
               END-STRING
           END-IF.

       0317-MATCH-DATE-CHARACTER.
           EVALUATE WS-AX-FROM-VALUE (WS-AX-SUB) (WS-PAT-SUB:1)
               WHEN "Y"
                   IF WS-FIX-VALUE (WS-PAT-SUB:1) IS NUMERIC
                       ADD 1 TO WS-DT-YEAR-LEN
                       MOVE WS-FIX-VALUE (WS-PAT-SUB:1)
                           TO WS-DT-YEAR (WS-DT-YEAR-LEN:1)
                   ELSE
                       MOVE "N" TO WS-SHAPE-OK-FLAG
                   END-IF
               WHEN "M"
                   IF WS-FIX-VALUE (WS-PAT-SUB:1) IS NUMERIC
                       ADD 1 TO WS-DT-MONTH-LEN
                       MOVE WS-FIX-VALUE (WS-PAT-SUB:1)
                           TO WS-DT-MONTH (WS-DT-MONTH-LEN:1)
                   ELSE
                       MOVE "N" TO WS-SHAPE-OK-FLAG
                   END-IF
               WHEN "D"
                   IF WS-FIX-VALUE (WS-PAT-SUB:1) IS NUMERIC
                       ADD 1 TO WS-DT-DAY-LEN
                       MOVE WS-FIX-VALUE (WS-PAT-SUB:1)
                           TO WS-DT-DAY (WS-DT-DAY-LEN:1)
                   ELSE
                       MOVE "N" TO WS-SHAPE-OK-FLAG
                   END-IF
               WHEN OTHER
                   IF WS-FIX-VALUE (WS-PAT-SUB:1)
                       NOT = WS-AX-FROM-VALUE (WS-AX-SUB)
                           (WS-PAT-SUB:1)
                       MOVE "N" TO WS-SHAPE-OK-FLAG
                   END-IF
           END-EVALUATE.

       0330-LOOKUP-TARGET-LENGTH.
      *    SAME LOOKUP AND SAME UNCONFIGURED-FIELD DEFAULT AS
      *    TRUNRCYC USES, SO THE RE-CHECK HERE IS THE CHECK THE
      *    RECYCLE WILL RUN.
           MOVE "N" TO WS-FC-FOUND-FLAG
           MOVE LENGTH OF LK-SOURCE-DATA TO LK-TARGET-LEN
           MOVE "B" TO LK-COUNT-MODE
           MOVE "L" TO EK-VALID-TYPE
           MOVE SPACE TO EK-EDIT-RULE
           MOVE "N" TO WS-SENSITIVITY
           IF WS-FC-COUNT > 0
               MOVE WS-EFF-SOURCE TO WS-FC-LOOK-SOURCE
               MOVE RJ-FIELD-NAME TO WS-FC-LOOK-FIELD
               SEARCH ALL WS-FC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FC-SORT-KEY (WS-FC-IDX)
                           = WS-FC-LOOKUP-KEY
                       MOVE "Y" TO WS-FC-FOUND-FLAG
                       PERFORM 0335-MOVE-CONTROL-ENTRY
               END-SEARCH
           END-IF
           IF NOT WS-FC-FOUND AND WS-FC-COUNT > 0
               MOVE SPACE TO WS-FC-LOOK-SOURCE
               MOVE RJ-FIELD-NAME TO WS-FC-LOOK-FIELD
               SEARCH ALL WS-FC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FC-SORT-KEY (WS-FC-IDX)
                           = WS-FC-LOOKUP-KEY
                       MOVE "Y" TO WS-FC-FOUND-FLAG
                       PERFORM 0335-MOVE-CONTROL-ENTRY
               END-SEARCH
           END-IF.

       0335-MOVE-CONTROL-ENTRY.
           MOVE WS-FC-MAX-LENGTH (WS-FC-IDX)
               TO LK-TARGET-LEN
           MOVE WS-FC-COUNT-MODE (WS-FC-IDX)
               TO LK-COUNT-MODE
           MOVE WS-FC-VALID-TYPE (WS-FC-IDX)
               TO EK-VALID-TYPE
           MOVE WS-FC-EDIT-RULE (WS-FC-IDX)
               TO EK-EDIT-RULE
           MOVE WS-FC-SENSITIVITY (WS-FC-IDX)
               TO WS-SENSITIVITY.

       0350-RECHECK-VALUE.
      *    THE SAME TWO CALLS, IN THE SAME ORDER, AS TRUNRCYC'S
      *    0320-REVALIDATE-CORRECTION.
           MOVE WS-FIX-VALUE TO LK-SOURCE-DATA
           MOVE LENGTH OF LK-SOURCE-DATA TO LK-SOURCE-LEN
           CALL "LENCHK01" USING LK-LENCHK-PARM
           MOVE WS-FIX-VALUE TO EK-FIELD-VALUE
           MOVE LK-CHAR-LEN TO EK-CHAR-LEN
           CALL "EDTCHK01" USING EK-EDTCHK-PARM
           IF LK-NOT-TRUNCATED AND EK-EDIT-PASSED
               SET WS-FIX-PASSED TO TRUE
           END-IF.

       0400-FILE-CORRECTION.
           MOVE RJ-RECORD-ID TO CR-RECORD-ID
           MOVE RJ-FIELD-NAME TO CR-FIELD-NAME
           MOVE WS-FIX-VALUE TO CR-FIELD-VALUE
           MOVE WS-FIX-RULE-ID TO CR-FIX-RULE-ID
           WRITE CORRECTION-RECORD
           ADD 1 TO WS-CORRECTED-COUNT
           ADD 1 TO WS-CF-COUNT
           MOVE RJ-RECORD-ID TO WS-CF-RECORD-ID (WS-CF-COUNT)
           MOVE RJ-FIELD-NAME TO WS-CF-FIELD-NAME (WS-CF-COUNT).

       0420-MARK-AUDIT-RECORD.
      *    THE SAME MATCH TRUNRCYC USES TO CLOSE THE ROW -- FIELD
      *    NAME ON THE ALTERNATE KEY, ORIGINAL VALUE, SOURCE FEED
      *    AND RECORD ID (BLANK ON A ROW OLDER THAN THE RECORD ID
      *    ON AUDIT), STILL OPEN OR RESENT -- TAKING THE FIRST SUCH
      *    ROW NOT ALREADY MARKED.  THE STATUS IS LEFT FOR TRUNRCYC
      *    TO CLOSE WHEN THE CORRECTION ACTUALLY RECYCLES.
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           MOVE "N" TO WS-AUDIT-MARKED-FLAG
           MOVE RJ-FIELD-NAME TO AU-FIELD-NAME
           START AUDIT-FILE KEY IS = AU-FIELD-NAME
               INVALID KEY
                   SET WS-AUDIT-NO-MORE TO TRUE
           END-START
           PERFORM UNTIL WS-AUDIT-NO-MORE OR WS-AUDIT-MARKED
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-AUDIT-NO-MORE TO TRUE
               END-READ
               IF NOT WS-AUDIT-NO-MORE
                   IF AU-FIELD-NAME NOT = RJ-FIELD-NAME
                       SET WS-AUDIT-NO-MORE TO TRUE
                   ELSE
                       IF AU-ORIGINAL-VALUE = RJ-FIELD-VALUE
                           AND AU-JOB-NAME = WS-AUDIT-MATCH-SOURCE
                           AND (AU-RECORD-ID = RJ-RECORD-ID
                               OR AU-RECORD-ID = SPACE)
                           AND (AU-STATUS-OPEN OR AU-STATUS-RESENT)
                           AND NOT AU-MACHINE-CORRECTED
                           MOVE "M" TO AU-FIX-METHOD
                           MOVE WS-FIX-RULE-ID TO AU-FIX-RULE-ID
                           REWRITE AUDIT-RECORD
                               INVALID KEY
                                   DISPLAY "ERROR: UNABLE TO MARK "
                                       "AUDIT RECORD FOR "
                                       RJ-FIELD-NAME
                           END-REWRITE
                           SET WS-AUDIT-MARKED TO TRUE
                           ADD 1 TO WS-AUDITS-MARKED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-AUDIT-MARKED
               ADD 1 TO WS-AUDITS-MISSED-COUNT
               DISPLAY "WARNING: NO OPEN AUDIT ROW TO MARK FOR "
                   RJ-RECORD-ID " " RJ-FIELD-NAME
           END-IF.

       0430-WRITE-FIX-LINE.
           MOVE SPACE TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               RJ-RECORD-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RJ-FIELD-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FIX-RULE-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RJ-FIELD-VALUE (1:40) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FIX-VALUE (1:40) DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       0900-TERMINATE.
           MOVE SPACE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "REJECTS READ:" TO WS-REPORT-LABEL
           MOVE WS-REJECTS-READ TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "AUTO-CORRECTED ONTO CORRIN:" TO WS-REPORT-LABEL
           MOVE WS-CORRECTED-COUNT TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "ALREADY CORRECTED ON CORRIN:" TO WS-REPORT-LABEL
           MOVE WS-PREFILED-COUNT TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "LEFT FOR TRUNCORR:" TO WS-REPORT-LABEL
           MOVE WS-LEFT-COUNT TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "  OF WHICH SENSITIVE FIELDS:" TO WS-REPORT-LABEL
           MOVE WS-SENSITIVE-COUNT TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "  OF WHICH HELD BACK, CORRIN FULL:"
               TO WS-REPORT-LABEL
           MOVE WS-HELD-BACK-COUNT TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "AUDIT ROWS MARKED MACHINE-CORRECTED:"
               TO WS-REPORT-LABEL
           MOVE WS-AUDITS-MARKED-COUNT TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "FIXES WITH NO OPEN AUDIT ROW:" TO WS-REPORT-LABEL
           MOVE WS-AUDITS-MISSED-COUNT TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "ACTIVE REMEDIATION RULES:" TO WS-REPORT-LABEL
           MOVE WS-AX-COUNT TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           IF WS-HELD-BACK-COUNT > 0
               SET WS-WARNING-FOUND TO TRUE
               DISPLAY "WARNING: CORRIN IS AT THE 500 ROWS TRUNRCYC "
                   "CAN LOAD -- " WS-HELD-BACK-COUNT
                   " FIXES HELD BACK"
           END-IF
           IF WS-AUDITS-MISSED-COUNT > 0
               SET WS-WARNING-FOUND TO TRUE
           END-IF
           IF WS-WARNING-FOUND
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0920-WRITE-CONTROL-TOTALS
           CLOSE REJECT-FILE
           CLOSE CORRECTION-FILE
           CLOSE AUDIT-FILE
           CLOSE REPORT-FILE.

       0910-WRITE-COUNT-LINE.
           MOVE SPACE TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-REPORT-LABEL DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       0920-WRITE-CONTROL-TOTALS.
      *    EVERY REJECT READ WAS AUTO-CORRECTED, LEFT FOR
      *    TRUNCORR, OR ALREADY CORRECTED, SO IN MUST EQUAL
      *    A + B + C.  SLOT MEANINGS ARE IN CTLTOT.
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE "TRUNAFIX" TO CT-PROGRAM-ID
           MOVE CC-CYCLE-DATE TO CT-CYCLE-DATE
           PERFORM 0930-BUILD-TIMESTAMP
           MOVE WS-TIMESTAMP TO CT-TIMESTAMP
           MOVE WS-REJECTS-READ TO CT-IN-COUNT
           MOVE WS-CORRECTED-COUNT TO CT-OUT-COUNT-A
           MOVE WS-LEFT-COUNT TO CT-OUT-COUNT-B
           MOVE WS-PREFILED-COUNT TO CT-OUT-COUNT-C
           MOVE WS-AUDITS-MARKED-COUNT TO CT-OUT-COUNT-D
           WRITE CONTROL-TOTAL-RECORD
           CLOSE CONTROL-TOTAL-FILE.

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
