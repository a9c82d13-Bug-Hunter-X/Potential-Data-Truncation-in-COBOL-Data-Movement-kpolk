       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNHOLD.
       AUTHOR. DATA-QUALITY-TEAM.
      *REMARKS. HOLD-QUEUE MANAGER FOR RECORDS THE TRUNASMB
      *    COMPLETENESS GATE DIVERTED TO ASMHOLD.  ASMHOLD IS
      *    REWRITTEN EVERY NIGHT, SO WITHOUT THIS STEP A HELD
      *    RECORD WAS ONLY EVER PICKED BACK UP BY HAND-
      *    CONCATENATING ITS ROWS ONTO A LATER VALIDOUT.  THIS
      *    STEP KEEPS A PERSISTENT INDEXED HOLD STORE (HOLDSTOR,
      *    HOLDREC LAYOUT) KEYED BY RECORD ID AND FIELD NAME.
      *    EACH NIGHT IT MERGES IN THE NIGHT'S ASMHOLD ROWS AND
      *    THE RECYCLED ROWS TRUNRCYC SENT BACK THROUGH THE
      *    TRUNMAIN RECYCLE PASS (PRTPARM STREAM 9; THAT RUN'S
      *    VALIDOUT, HERE RCYVALID) FOR RECORDS ALREADY ON HOLD --
      *    A RECYCLED ROW OF ANY OTHER RECORD IS COUNTED AS NOT
      *    HELD AND LEFT OUT, SO A FULL VALIDOUT FED IN BY
      *    MISTAKE CANNOT RELEASE ITS RECORDS TO ASMOUT A SECOND
      *    TIME.  IT THEN WALKS THE
      *    STORE ONE RECORD AT A TIME AND APPLIES THE SAME GATE
      *    TRUNASMB DOES: NO FIELD STILL ON REJOUT, NO FIELD
      *    OUTSIDE THE FEED'S CONTROL SET, EVERY EXPECTED FIELD
      *    PRESENT.  A RECORD THAT NOW PASSES IS APPENDED TO
      *    ASMOUT IN THE SAME ASMREC LAYOUT AND ITS ROWS ARE
      *    DELETED FROM THE STORE; EVERYTHING ELSE STAYS HELD
      *    AND AGES FROM THE CYCLE IT WAS FIRST HELD.  A RECORD
      *    HELD LONGER THAN THE HOLDPARM THRESHOLD IS LISTED ON
      *    THE HOLDESC ESCALATION REPORT WITH THE FIELD BLOCKING
      *    IT AND THAT FIELD'S CURRENT REJOUT REASON, SO PARTIAL
      *    RECORDS STOP PILING UP UNSEEN.
      *    THE STEP CHECKS IN WITH THE CYCCTL RUN-CONTROL FILE
      *    THROUGH CYCCHK01 AT START AND END OF RUN, UNDER THE
      *    FEED SRCPARM NAMES, WHICH KEEPS IT FROM RUNNING TWICE
      *    FOR ONE FEED'S CYCLE -- A SECOND PASS WOULD RELEASE THE
      *    SAME RECORDS TO ASMOUT AGAIN.  EACH FEED'S JOB RUNS ITS
      *    OWN TRUNHOLD, AND EACH JUDGES ONLY ITS OWN FEED'S HELD
      *    RECORDS.  IT NEEDS THE FEED'S TRUNASMB COMPLETE, SINCE
      *    IT READS TRUNASMB'S ASMHOLD AND APPENDS TO ITS ASMOUT,
      *    AND ITS TRUNRCYC COMPLETE, SO THE RECYCLE PASS HAS HAD
      *    ITS CHANCE TO RUN; THE PASS ITSELF IS WAITED ON ONLY IF
      *    IT HAS CHECKED IN -- ON A NIGHT NOTHING WAS RECYCLED
      *    THE PASS DOES NOT RUN.  AGEING AND THE
      *    ESCALATION CUTOFF KEY OFF THE CYCLE DATE, NOT THE
      *    MACHINE DATE, SO A LATE RUN OR A RERUN AFTER MIDNIGHT
      *    AGES RECORDS BY THE RIGHT DAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-STORE-FILE ASSIGN TO "HOLDSTOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY.

           SELECT OPTIONAL HELD-ROW-FILE ASSIGN TO "ASMHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    VALIDOUT OF THE TRUNMAIN RUN THAT RE-VALIDATED THE
      *    NIGHT'S RECYCOUT.  ABSENT ON A NIGHT NOTHING RECYCLED.
           SELECT OPTIONAL RECYCLE-VALID-FILE ASSIGN TO "RCYVALID"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CARRY-FWD-FILE ASSIGN TO "REJOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FIELD-CTL-FILE ASSIGN TO "FLDCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SOURCE-PARM-FILE ASSIGN TO "SRCPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HOLD-PARM-FILE ASSIGN TO "HOLDPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ASSEMBLED-FILE ASSIGN TO "ASMOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESCALATION-FILE ASSIGN TO "HOLDESC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTROL-TOTAL-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-STORE-FILE.
       COPY HOLDREC.

       FD  HELD-ROW-FILE.
       COPY VALREC REPLACING ==VALID-OUT-RECORD==
                          BY ==HELD-ROW-RECORD==
                     LEADING ==VO-== BY ==HR-==.

       FD  RECYCLE-VALID-FILE.
       COPY VALREC.

       FD  CARRY-FWD-FILE.
       COPY REJREC.

       FD  FIELD-CTL-FILE.
       COPY FLDCTL.

       FD  SOURCE-PARM-FILE.
       COPY SRCPARM.

       FD  HOLD-PARM-FILE.
       COPY HOLDPARM.

       FD  ASSEMBLED-FILE.
       COPY ASMREC.

       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(132).

       FD  ESCALATION-FILE.
       01  ESCALATION-RECORD       PIC X(132).

       FD  CONTROL-TOTAL-FILE.
       COPY CTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-HLD-EOF-FLAG         PIC X VALUE "N".
           88  WS-HLD-END-OF-FILE      VALUE "Y".
       01  WS-RCY-EOF-FLAG         PIC X VALUE "N".
           88  WS-RCY-END-OF-FILE      VALUE "Y".
       01  WS-REJ-EOF-FLAG         PIC X VALUE "N".
           88  WS-REJ-END-OF-FILE      VALUE "Y".
       01  WS-CTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-CTL-END-OF-FILE      VALUE "Y".
       01  WS-STORE-EOF-FLAG       PIC X VALUE "N".
           88  WS-STORE-END-OF-FILE    VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
       01  WS-RUN-INTEGER          PIC 9(8) VALUE 0.
       01  WS-RUN-SOURCE           PIC X(8) VALUE SPACE.
       01  WS-FC-EFF-FROM          PIC 9(8) VALUE 0.
       01  WS-FC-EFF-TO            PIC 9(8) VALUE 0.
       01  WS-ROW-EFF-FLAG         PIC X VALUE "N".
           88  WS-ROW-IN-EFFECT         VALUE "Y".
       01  WS-ESCALATE-DAYS        PIC 9(3) VALUE 5.
       01  WS-ESCALATE-EDIT        PIC ZZ9.

      *    THE FEED'S EXPECTED FIELD SET, BUILT EXACTLY AS
      *    TRUNASMB BUILDS IT, SO A RECORD IS RELEASED FROM HOLD
      *    BY THE SAME TEST THAT HELD IT.
       01  WS-EXP-COUNT            PIC 9(3) VALUE 0.
       01  WS-EXPECTED-TABLE.
           05  WS-EXP-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-EXP-COUNT
                   INDEXED BY WS-EXP-IDX.
               10  WS-EXP-FIELD-NAME       PIC X(30).
               10  WS-EXP-SEEN-FLAG        PIC X.
               10  WS-EXP-SEEN-VALUE       PIC X(100).
       01  WS-EXP-FOUND-FLAG       PIC X VALUE "N".
           88  WS-EXP-FOUND             VALUE "Y".

      *    EVERY FIELD STILL OUTSTANDING ON TONIGHT'S REJOUT,
      *    WITH ITS CURRENT REASON FOR THE ESCALATION REPORT.  AN
      *    OVERFULL TABLE FAILS THE RUN HARD -- A DROPPED ROW
      *    WOULD RELEASE A RECORD WHOSE SIBLING IS STILL BAD.
       01  WS-REJ-COUNT            PIC 9(5) VALUE 0.
       01  WS-REJOUT-TABLE.
           05  WS-REJ-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-REJ-COUNT
                   INDEXED BY WS-REJ-IDX.
               10  WS-REJ-RECORD-ID        PIC X(10).
               10  WS-REJ-FIELD-NAME       PIC X(30).
               10  WS-REJ-REASON           PIC X(40).
       01  WS-REJ-FOUND-FLAG       PIC X VALUE "N".
           88  WS-REJ-FOUND             VALUE "Y".

      *    INCOMING ROW, SAVED ASIDE BEFORE THE KEYED READ OF THE
      *    STORE OVERLAYS THE RECORD AREA.
       01  WS-IN-RECORD-ID         PIC X(10) VALUE SPACE.
       01  WS-IN-FIELD-NAME        PIC X(30) VALUE SPACE.
       01  WS-IN-FIELD-VALUE       PIC X(100) VALUE SPACE.
       01  WS-IN-DISPOSITION       PIC X VALUE SPACE.
       01  WS-IN-ORIGIN            PIC X VALUE SPACE.
       01  WS-STORE-HIT-FLAG       PIC X VALUE "N".
           88  WS-STORE-HIT             VALUE "Y".

      *    THE HELD RECORD CURRENTLY BEING GATHERED FROM THE
      *    STORE.  THE STORE IS IN KEY ORDER, SO A CONTROL BREAK
      *    ON HS-RECORD-ID SEES EACH RECORD WHOLE.
       01  WS-CUR-RECORD-ID        PIC X(10) VALUE SPACE.
       01  WS-CUR-SOURCE           PIC X(8) VALUE SPACE.
       01  WS-CUR-FIRST-HELD       PIC 9(8) VALUE 0.
       01  WS-CUR-FIRST-HELD-X REDEFINES WS-CUR-FIRST-HELD
                                   PIC X(8).
       01  WS-CUR-DAYS-HELD        PIC 9(5) VALUE 0.
       01  WS-DAYS-EDIT            PIC ZZZZ9.
       01  WS-FIRST-FLAG           PIC X VALUE "Y".
           88  WS-FIRST-RECORD          VALUE "Y".
       01  WS-HOLD-REASON          PIC X(40) VALUE SPACE.
       01  WS-MISSING-NAME         PIC X(30) VALUE SPACE.
       01  WS-UNEXP-NAME           PIC X(30) VALUE SPACE.
       01  WS-BLOCK-REASON         PIC X(40) VALUE SPACE.
       01  WS-GRP-SUB              PIC 9(3) VALUE 0.

      *    RECORDS RELEASED THIS RUN.  THEIR STORE ROWS ARE
      *    DELETED AFTER THE SWEEP, NOT DURING IT, SO THE
      *    SEQUENTIAL WALK IS NEVER DISTURBED UNDER ITSELF.  WHEN
      *    THE TABLE IS FULL A COMPLETE RECORD IS SIMPLY LEFT ON
      *    HOLD FOR THE NEXT RUN -- NOTHING IS WRITTEN TO ASMOUT
      *    THAT CANNOT ALSO BE TAKEN OFF HOLD.
       01  WS-REL-COUNT            PIC 9(5) VALUE 0.
       01  WS-RELEASED-TABLE.
           05  WS-REL-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-REL-COUNT
                   INDEXED BY WS-REL-IDX.
               10  WS-REL-RECORD-ID        PIC X(10).
       01  WS-DEL-DONE-FLAG        PIC X VALUE "N".
           88  WS-DEL-DONE              VALUE "Y".

       01  WS-HELD-ROWS-READ       PIC 9(9) VALUE 0.
       01  WS-RCY-ROWS-READ        PIC 9(9) VALUE 0.
       01  WS-RCY-ROWS-MERGED      PIC 9(9) VALUE 0.
       01  WS-RCY-NOT-HELD         PIC 9(9) VALUE 0.
       01  WS-RCY-HELD-FLAG        PIC X VALUE "N".
           88  WS-RCY-RECORD-HELD       VALUE "Y".
       01  WS-ROWS-ADDED           PIC 9(9) VALUE 0.
       01  WS-ROWS-REPLACED        PIC 9(9) VALUE 0.
       01  WS-RECORDS-EVALUATED    PIC 9(9) VALUE 0.
       01  WS-RECORDS-RELEASED     PIC 9(9) VALUE 0.
       01  WS-RECORDS-STILL-HELD   PIC 9(9) VALUE 0.
       01  WS-RECORDS-ESCALATED    PIC 9(9) VALUE 0.
       01  WS-RECORDS-OTHER-FEED   PIC 9(9) VALUE 0.
       01  WS-RECORDS-DEFERRED     PIC 9(9) VALUE 0.
       01  WS-ROWS-DELETED         PIC 9(9) VALUE 0.
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

       COPY CYCCHKLK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-MERGE-HELD-ROW
               UNTIL WS-HLD-END-OF-FILE
           PERFORM 0300-MERGE-RECYCLED-ROW
               UNTIL WS-RCY-END-OF-FILE
           PERFORM 0500-POSITION-HOLD-STORE
           PERFORM 0600-SWEEP-HOLD-STORE
               UNTIL WS-STORE-END-OF-FILE
           PERFORM 0900-TERMINATE
           PERFORM 0990-POST-CYCLE-END
           STOP RUN.

       0100-INITIALIZE.
      *    SRCPARM COMES FIRST -- THE FEED IS PART OF THIS RUN'S
      *    IDENTITY ON THE CYCLE CONTROL FILE.
           PERFORM 0110-LOAD-SOURCE-PARM
           PERFORM 0105-CHECK-CYCLE-START
           MOVE CC-CYCLE-DATE TO WS-RUN-DATE
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN I-O HOLD-STORE-FILE
           OPEN INPUT HELD-ROW-FILE
           OPEN INPUT RECYCLE-VALID-FILE
           OPEN EXTEND ASSEMBLED-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT ESCALATION-FILE
           PERFORM 0115-LOAD-HOLD-PARM
           PERFORM 0120-LOAD-EXPECTED-FIELDS
           PERFORM 0130-LOAD-REJOUT
           PERFORM 0140-WRITE-REPORT-HEADERS
           PERFORM 0150-READ-HELD-ROW
           PERFORM 0160-READ-RECYCLED-ROW.

       0105-CHECK-CYCLE-START.
      *    BEFORE ANY OUTPUT IS OPENED, SO A REFUSED RERUN CANNOT
      *    EMPTY THE OUTPUTS OF THE RUN THAT ALREADY COMPLETED.
           MOVE "TRUNHOLD" TO CC-PROGRAM-ID
           SET CC-START-STEP TO TRUE
           CALL "CYCCHK01" USING CC-CYCCHK-PARM
           IF CC-STEP-REFUSED
               DISPLAY "ERROR: " CC-MESSAGE
               DISPLAY "ERROR: TRUNHOLD REFUSED BY CYCLE CONTROL "
                   "-- RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-LOAD-SOURCE-PARM.
      *    SAME RULE AS TRUNASMB: SRCPARM NAMES THE FEED WHOSE
      *    HELD RECORDS THIS RUN JUDGES; ABSENT OR BLANK, ONLY
      *    THE SHOP-WIDE DEFAULT ROWS DEFINE THE FIELD SET.
           OPEN INPUT SOURCE-PARM-FILE
           READ SOURCE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SP-SOURCE-SYSTEM TO WS-RUN-SOURCE
                   MOVE SP-SOURCE-SYSTEM TO CC-SOURCE-SYSTEM
           END-READ
           CLOSE SOURCE-PARM-FILE.

       0115-LOAD-HOLD-PARM.
           OPEN INPUT HOLD-PARM-FILE
           READ HOLD-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF HP-ESCALATE-DAYS IS NUMERIC
                       AND HP-ESCALATE-DAYS > 0
                       MOVE HP-ESCALATE-DAYS TO WS-ESCALATE-DAYS
                   END-IF
           END-READ
           CLOSE HOLD-PARM-FILE
           MOVE WS-ESCALATE-DAYS TO WS-ESCALATE-EDIT.

       0120-LOAD-EXPECTED-FIELDS.
           OPEN INPUT FIELD-CTL-FILE
           PERFORM UNTIL WS-CTL-END-OF-FILE
               READ FIELD-CTL-FILE
                   AT END
                       SET WS-CTL-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 0122-CHECK-ROW-IN-EFFECT
                       IF NOT FC-INACTIVE
                           AND WS-ROW-IN-EFFECT
                           AND (FC-SOURCE-SYSTEM = WS-RUN-SOURCE
                               OR FC-SOURCE-SYSTEM = SPACE)
                           PERFORM 0125-ADD-EXPECTED-FIELD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIELD-CTL-FILE.

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

       0125-ADD-EXPECTED-FIELD.
           MOVE "N" TO WS-EXP-FOUND-FLAG
           IF WS-EXP-COUNT > 0
               SET WS-EXP-IDX TO 1
               SEARCH WS-EXP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EXP-FIELD-NAME (WS-EXP-IDX)
                           = FC-FIELD-NAME
                       MOVE "Y" TO WS-EXP-FOUND-FLAG
               END-SEARCH
           END-IF
           IF NOT WS-EXP-FOUND
               IF WS-EXP-COUNT < 50
                   ADD 1 TO WS-EXP-COUNT
                   MOVE FC-FIELD-NAME
                       TO WS-EXP-FIELD-NAME (WS-EXP-COUNT)
                   MOVE "N" TO WS-EXP-SEEN-FLAG (WS-EXP-COUNT)
                   MOVE SPACE TO WS-EXP-SEEN-VALUE (WS-EXP-COUNT)
               ELSE
                   DISPLAY "ERROR: FEED " WS-RUN-SOURCE
                       " DECLARES MORE THAN 50 FIELDS AT "
                       FC-FIELD-NAME " -- RUN ABANDONED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0130-LOAD-REJOUT.
           OPEN INPUT CARRY-FWD-FILE
           PERFORM UNTIL WS-REJ-END-OF-FILE
               READ CARRY-FWD-FILE
                   AT END
                       SET WS-REJ-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-REJ-COUNT < 10000
                           ADD 1 TO WS-REJ-COUNT
                           MOVE RJ-RECORD-ID
                               TO WS-REJ-RECORD-ID (WS-REJ-COUNT)
                           MOVE RJ-FIELD-NAME
                               TO WS-REJ-FIELD-NAME (WS-REJ-COUNT)
                           MOVE RJ-REASON
                               TO WS-REJ-REASON (WS-REJ-COUNT)
                       ELSE
                           DISPLAY "ERROR: REJOUT EXCEEDS 10000 "
                               "ROWS AT " RJ-RECORD-ID
                               " -- RUN ABANDONED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARRY-FWD-FILE.

       0140-WRITE-REPORT-HEADERS.
           MOVE SPACE TO REPORT-RECORD
           STRING "HOLD QUEUE REPORT - CYCLE DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               "  FEED: " DELIMITED BY SIZE
               WS-RUN-SOURCE DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACE TO ESCALATION-RECORD
           STRING "HOLD ESCALATION REPORT - CYCLE DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-X DELIMITED BY SIZE
               "  FEED: " DELIMITED BY SIZE
               WS-RUN-SOURCE DELIMITED BY SIZE
               "  HELD MORE THAN" DELIMITED BY SIZE
               WS-ESCALATE-EDIT DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO ESCALATION-RECORD
           END-STRING
           WRITE ESCALATION-RECORD
           MOVE SPACE TO ESCALATION-RECORD
           STRING "  RECORD ID   DAYS FIRST HELD BLOCKING FIELD"
               DELIMITED BY SIZE
               "                 CURRENT REJOUT REASON"
               DELIMITED BY SIZE
               INTO ESCALATION-RECORD
           END-STRING
           WRITE ESCALATION-RECORD.

       0150-READ-HELD-ROW.
           READ HELD-ROW-FILE
               AT END
                   SET WS-HLD-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-HELD-ROWS-READ
           END-READ.

       0160-READ-RECYCLED-ROW.
           READ RECYCLE-VALID-FILE
               AT END
                   SET WS-RCY-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RCY-ROWS-READ
           END-READ.

       0200-MERGE-HELD-ROW.
           MOVE HR-RECORD-ID TO WS-IN-RECORD-ID
           MOVE HR-FIELD-NAME TO WS-IN-FIELD-NAME
           MOVE HR-FIELD-VALUE TO WS-IN-FIELD-VALUE
           MOVE HR-DISPOSITION TO WS-IN-DISPOSITION
           MOVE "H" TO WS-IN-ORIGIN
           PERFORM 0400-STORE-ROW
           PERFORM 0150-READ-HELD-ROW.

       0300-MERGE-RECYCLED-ROW.
      *    A RECYCLED ROW IS MERGED ONLY AS THE CORRECTED SIBLING
      *    OF A RECORD ALREADY ON HOLD.  ANY OTHER ROW -- A RECORD
      *    THAT WAS NEVER HELD, OR A WHOLE VALIDOUT FED IN AS
      *    RCYVALID -- WOULD OTHERWISE BE RELEASED TO ASMOUT AS A
      *    COMPLETE RECORD ALL OVER AGAIN, SO IT IS ONLY COUNTED.
           PERFORM 0310-CHECK-RECORD-HELD
           IF WS-RCY-RECORD-HELD
               MOVE VO-RECORD-ID TO WS-IN-RECORD-ID
               MOVE VO-FIELD-NAME TO WS-IN-FIELD-NAME
               MOVE VO-FIELD-VALUE TO WS-IN-FIELD-VALUE
               MOVE VO-DISPOSITION TO WS-IN-DISPOSITION
               MOVE "R" TO WS-IN-ORIGIN
               PERFORM 0400-STORE-ROW
               ADD 1 TO WS-RCY-ROWS-MERGED
           ELSE
               ADD 1 TO WS-RCY-NOT-HELD
           END-IF
           PERFORM 0160-READ-RECYCLED-ROW.

       0310-CHECK-RECORD-HELD.
      *    POSITION ON THE RECORD'S FIRST STORED ROW, IF ANY.
           MOVE "N" TO WS-RCY-HELD-FLAG
           MOVE VO-RECORD-ID TO HS-RECORD-ID
           MOVE LOW-VALUES TO HS-FIELD-NAME
           START HOLD-STORE-FILE KEY IS NOT < HS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ HOLD-STORE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HS-RECORD-ID = VO-RECORD-ID
                               SET WS-RCY-RECORD-HELD TO TRUE
                           END-IF
                   END-READ
           END-START.

       0400-STORE-ROW.
      *    A ROW ALREADY IN THE STORE UNDER THE SAME KEY IS
      *    REPLACED BY THE NEWER VALUE BUT KEEPS ITS FIRST-HELD
      *    DATE, SO A RECORD RE-HELD NIGHT AFTER NIGHT KEEPS
      *    AGING INSTEAD OF STARTING OVER.
           MOVE WS-IN-RECORD-ID TO HS-RECORD-ID
           MOVE WS-IN-FIELD-NAME TO HS-FIELD-NAME
           MOVE "N" TO WS-STORE-HIT-FLAG
           READ HOLD-STORE-FILE
               KEY IS HS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-STORE-HIT-FLAG
           END-READ
           IF NOT WS-STORE-HIT
               MOVE SPACE TO HOLD-STORE-RECORD
               MOVE WS-IN-RECORD-ID TO HS-RECORD-ID
               MOVE WS-IN-FIELD-NAME TO HS-FIELD-NAME
               MOVE WS-RUN-SOURCE TO HS-SOURCE-SYSTEM
               MOVE WS-RUN-DATE TO HS-FIRST-HELD-DATE
           END-IF
           MOVE WS-IN-FIELD-VALUE TO HS-FIELD-VALUE
           MOVE WS-IN-DISPOSITION TO HS-DISPOSITION
           MOVE WS-RUN-DATE TO HS-LAST-MERGED-DATE
           MOVE WS-IN-ORIGIN TO HS-ORIGIN
           IF WS-STORE-HIT
               REWRITE HOLD-STORE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: UNABLE TO REPLACE HOLD ROW "
                           WS-IN-RECORD-ID " " WS-IN-FIELD-NAME
               END-REWRITE
               ADD 1 TO WS-ROWS-REPLACED
           ELSE
               WRITE HOLD-STORE-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: UNABLE TO STORE HOLD ROW "
                           WS-IN-RECORD-ID " " WS-IN-FIELD-NAME
               END-WRITE
               ADD 1 TO WS-ROWS-ADDED
           END-IF.

       0500-POSITION-HOLD-STORE.
           MOVE LOW-VALUES TO HS-KEY
           START HOLD-STORE-FILE KEY IS NOT < HS-KEY
               INVALID KEY
                   SET WS-STORE-END-OF-FILE TO TRUE
           END-START
           IF NOT WS-STORE-END-OF-FILE
               PERFORM 0510-READ-STORE-ROW
           END-IF.

       0510-READ-STORE-ROW.
           READ HOLD-STORE-FILE NEXT RECORD
               AT END
                   SET WS-STORE-END-OF-FILE TO TRUE
           END-READ.

       0600-SWEEP-HOLD-STORE.
           IF WS-FIRST-RECORD
               OR HS-RECORD-ID NOT = WS-CUR-RECORD-ID
               IF NOT WS-FIRST-RECORD
                   PERFORM 0700-FINISH-RECORD
               END-IF
               MOVE "N" TO WS-FIRST-FLAG
               MOVE HS-RECORD-ID TO WS-CUR-RECORD-ID
               MOVE HS-SOURCE-SYSTEM TO WS-CUR-SOURCE
               MOVE HS-FIRST-HELD-DATE TO WS-CUR-FIRST-HELD
               MOVE SPACE TO WS-UNEXP-NAME
               PERFORM 0610-CLEAR-SEEN-FLAGS
           END-IF
           PERFORM 0620-COLLECT-FIELD
           PERFORM 0510-READ-STORE-ROW.

       0610-CLEAR-SEEN-FLAGS.
           IF WS-EXP-COUNT > 0
               PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                       UNTIL WS-EXP-IDX > WS-EXP-COUNT
                   MOVE "N" TO WS-EXP-SEEN-FLAG (WS-EXP-IDX)
                   MOVE SPACE TO WS-EXP-SEEN-VALUE (WS-EXP-IDX)
               END-PERFORM
           END-IF.

       0620-COLLECT-FIELD.
      *    THE RECORD AGES FROM ITS OLDEST ROW: A SIBLING THAT
      *    ARRIVED BY RECYCLE LAST NIGHT DOES NOT MAKE A RECORD
      *    HELD FOR TWO WEEKS LOOK NEW.
           IF HS-FIRST-HELD-DATE < WS-CUR-FIRST-HELD
               MOVE HS-FIRST-HELD-DATE TO WS-CUR-FIRST-HELD
           END-IF
           MOVE "N" TO WS-EXP-FOUND-FLAG
           IF WS-EXP-COUNT > 0
               SET WS-EXP-IDX TO 1
               SEARCH WS-EXP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EXP-FIELD-NAME (WS-EXP-IDX)
                           = HS-FIELD-NAME
                       MOVE "Y" TO WS-EXP-FOUND-FLAG
                       MOVE "Y" TO WS-EXP-SEEN-FLAG (WS-EXP-IDX)
                       MOVE HS-FIELD-VALUE
                           TO WS-EXP-SEEN-VALUE (WS-EXP-IDX)
               END-SEARCH
           END-IF
           IF NOT WS-EXP-FOUND
               AND WS-UNEXP-NAME = SPACE
               MOVE HS-FIELD-NAME TO WS-UNEXP-NAME
           END-IF.

       0700-FINISH-RECORD.
      *    ANOTHER FEED'S HELD RECORDS ARE LEFT FOR THAT FEED'S
      *    OWN RUN, WHICH KNOWS ITS FIELD SET.
           IF WS-CUR-SOURCE NOT = WS-RUN-SOURCE
               ADD 1 TO WS-RECORDS-OTHER-FEED
           ELSE
               ADD 1 TO WS-RECORDS-EVALUATED
               MOVE SPACE TO WS-HOLD-REASON
               MOVE SPACE TO WS-MISSING-NAME
               MOVE SPACE TO WS-BLOCK-REASON
               PERFORM 0705-CHECK-REJOUT-SIBLING
               IF WS-HOLD-REASON = SPACE
                   PERFORM 0706-CHECK-UNEXPECTED-FIELD
               END-IF
               IF WS-HOLD-REASON = SPACE
                   PERFORM 0707-CHECK-EXPECTED-SET
               END-IF
               IF WS-HOLD-REASON = SPACE
                   AND WS-REL-COUNT = 10000
                   MOVE "RELEASE LIMIT REACHED THIS RUN"
                       TO WS-HOLD-REASON
                   ADD 1 TO WS-RECORDS-DEFERRED
               END-IF
               IF WS-HOLD-REASON = SPACE
                   PERFORM 0710-RELEASE-RECORD
               ELSE
                   PERFORM 0720-KEEP-RECORD-HELD
               END-IF
           END-IF.

       0705-CHECK-REJOUT-SIBLING.
           MOVE "N" TO WS-REJ-FOUND-FLAG
           IF WS-REJ-COUNT > 0
               SET WS-REJ-IDX TO 1
               SEARCH WS-REJ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REJ-RECORD-ID (WS-REJ-IDX)
                           = WS-CUR-RECORD-ID
                       MOVE "Y" TO WS-REJ-FOUND-FLAG
               END-SEARCH
           END-IF
           IF WS-REJ-FOUND
               MOVE "SIBLING FIELD STILL ON REJOUT" TO WS-HOLD-REASON
               MOVE WS-REJ-FIELD-NAME (WS-REJ-IDX) TO WS-MISSING-NAME
               MOVE WS-REJ-REASON (WS-REJ-IDX) TO WS-BLOCK-REASON
           END-IF.

       0706-CHECK-UNEXPECTED-FIELD.
           IF WS-UNEXP-NAME NOT = SPACE
               MOVE "FIELD NOT IN CONTROL SET" TO WS-HOLD-REASON
               MOVE WS-UNEXP-NAME TO WS-MISSING-NAME
               MOVE "NOT ON REJOUT" TO WS-BLOCK-REASON
           END-IF.

       0707-CHECK-EXPECTED-SET.
           IF WS-EXP-COUNT > 0
               PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                       UNTIL WS-EXP-IDX > WS-EXP-COUNT
                           OR WS-HOLD-REASON NOT = SPACE
                   IF WS-EXP-SEEN-FLAG (WS-EXP-IDX) = "N"
                       MOVE "EXPECTED FIELD NOT YET RECEIVED"
                           TO WS-HOLD-REASON
                       MOVE WS-EXP-FIELD-NAME (WS-EXP-IDX)
                           TO WS-MISSING-NAME
                       MOVE "NOT ON REJOUT" TO WS-BLOCK-REASON
                   END-IF
               END-PERFORM
           END-IF.

       0710-RELEASE-RECORD.
      *    SAME SLOT ORDER AS TRUNASMB'S 0410, SO A RECORD
      *    RELEASED FROM HOLD IS INDISTINGUISHABLE DOWNSTREAM
      *    FROM ONE ASSEMBLED ON THE NIGHT IT ARRIVED.
           MOVE SPACE TO ASSEMBLED-RECORD
           MOVE WS-CUR-RECORD-ID TO AS-RECORD-ID
           MOVE WS-EXP-COUNT TO AS-FIELD-COUNT
           IF WS-EXP-COUNT > 0
               PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                       UNTIL WS-EXP-IDX > WS-EXP-COUNT
                   SET WS-GRP-SUB TO WS-EXP-IDX
                   MOVE WS-EXP-FIELD-NAME (WS-EXP-IDX)
                       TO AS-FIELD-NAME (WS-GRP-SUB)
                   MOVE WS-EXP-SEEN-VALUE (WS-EXP-IDX)
                       TO AS-FIELD-VALUE (WS-GRP-SUB)
               END-PERFORM
           END-IF
           WRITE ASSEMBLED-RECORD
           ADD 1 TO WS-RECORDS-RELEASED
           ADD 1 TO WS-REL-COUNT
           MOVE WS-CUR-RECORD-ID TO WS-REL-RECORD-ID (WS-REL-COUNT)
           MOVE SPACE TO REPORT-RECORD
           STRING "  RELEASED " DELIMITED BY SIZE
               WS-CUR-RECORD-ID DELIMITED BY SIZE
               " TO ASMOUT - FIRST HELD " DELIMITED BY SIZE
               WS-CUR-FIRST-HELD-X DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       0720-KEEP-RECORD-HELD.
           ADD 1 TO WS-RECORDS-STILL-HELD
           IF WS-CUR-FIRST-HELD IS NUMERIC
               AND WS-CUR-FIRST-HELD > 0
               COMPUTE WS-CUR-DAYS-HELD = WS-RUN-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-CUR-FIRST-HELD)
           ELSE
               MOVE 0 TO WS-CUR-DAYS-HELD
           END-IF
           MOVE WS-CUR-DAYS-HELD TO WS-DAYS-EDIT
           MOVE SPACE TO REPORT-RECORD
           STRING "  HELD     " DELIMITED BY SIZE
               WS-CUR-RECORD-ID DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               " DAYS - " DELIMITED BY SIZE
               WS-HOLD-REASON DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-MISSING-NAME DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-CUR-DAYS-HELD > WS-ESCALATE-DAYS
               PERFORM 0730-WRITE-ESCALATION
           END-IF.

       0730-WRITE-ESCALATION.
           ADD 1 TO WS-RECORDS-ESCALATED
           MOVE SPACE TO ESCALATION-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-CUR-RECORD-ID DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CUR-FIRST-HELD-X DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-MISSING-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BLOCK-REASON DELIMITED BY SIZE
               INTO ESCALATION-RECORD
           END-STRING
           WRITE ESCALATION-RECORD.

       0800-DELETE-RELEASED-ROWS.
      *    EACH RELEASED RECORD'S ROWS ARE FOUND BY POSITIONING AT
      *    THE LOWEST KEY FOR ITS RECORD ID AND DELETING FORWARD
      *    UNTIL THE ID CHANGES.
           IF WS-REL-COUNT > 0
               PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                       UNTIL WS-REL-IDX > WS-REL-COUNT
                   PERFORM 0810-DELETE-ONE-RECORD
               END-PERFORM
           END-IF.

       0810-DELETE-ONE-RECORD.
           MOVE "N" TO WS-DEL-DONE-FLAG
           MOVE WS-REL-RECORD-ID (WS-REL-IDX) TO HS-RECORD-ID
           MOVE LOW-VALUES TO HS-FIELD-NAME
           START HOLD-STORE-FILE KEY IS NOT < HS-KEY
               INVALID KEY
                   SET WS-DEL-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-DEL-DONE
               READ HOLD-STORE-FILE NEXT RECORD
                   AT END
                       SET WS-DEL-DONE TO TRUE
               END-READ
               IF NOT WS-DEL-DONE
                   IF HS-RECORD-ID NOT = WS-REL-RECORD-ID (WS-REL-IDX)
                       SET WS-DEL-DONE TO TRUE
                   ELSE
                       DELETE HOLD-STORE-FILE RECORD
                           INVALID KEY
                               DISPLAY "ERROR: UNABLE TO DELETE HOLD "
                                   "ROW " HS-RECORD-ID " "
                                   HS-FIELD-NAME
                       END-DELETE
                       ADD 1 TO WS-ROWS-DELETED
                   END-IF
               END-IF
           END-PERFORM.

       0900-TERMINATE.
           IF NOT WS-FIRST-RECORD
               PERFORM 0700-FINISH-RECORD
           END-IF
           PERFORM 0800-DELETE-RELEASED-ROWS
           MOVE "ASMHOLD ROWS MERGED:" TO WS-REPORT-LABEL
           MOVE WS-HELD-ROWS-READ TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "RECYCLED ROWS READ:" TO WS-REPORT-LABEL
           MOVE WS-RCY-ROWS-READ TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "RECYCLED ROWS MERGED:" TO WS-REPORT-LABEL
           MOVE WS-RCY-ROWS-MERGED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "RECYCLED ROWS NOT HELD (LEFT OUT):"
               TO WS-REPORT-LABEL
           MOVE WS-RCY-NOT-HELD TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           IF WS-RCY-NOT-HELD > 0
               DISPLAY "WARNING: " WS-RCY-NOT-HELD " RCYVALID ROWS "
                   "BELONG TO NO HELD RECORD AND WERE LEFT OUT"
           END-IF
           MOVE "NEW ROWS ADDED TO STORE:" TO WS-REPORT-LABEL
           MOVE WS-ROWS-ADDED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "STORED ROWS REPLACED:" TO WS-REPORT-LABEL
           MOVE WS-ROWS-REPLACED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "HELD RECORDS EVALUATED:" TO WS-REPORT-LABEL
           MOVE WS-RECORDS-EVALUATED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "RECORDS RELEASED TO ASMOUT:" TO WS-REPORT-LABEL
           MOVE WS-RECORDS-RELEASED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "RECORDS STILL HELD:" TO WS-REPORT-LABEL
           MOVE WS-RECORDS-STILL-HELD TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "RECORDS ESCALATED:" TO WS-REPORT-LABEL
           MOVE WS-RECORDS-ESCALATED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "COMPLETE BUT DEFERRED TO NEXT RUN:" TO WS-REPORT-LABEL
           MOVE WS-RECORDS-DEFERRED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "OTHER FEEDS' RECORDS LEFT ALONE:" TO WS-REPORT-LABEL
           MOVE WS-RECORDS-OTHER-FEED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           MOVE "STORE ROWS DELETED ON RELEASE:" TO WS-REPORT-LABEL
           MOVE WS-ROWS-DELETED TO WS-COUNT-EDIT
           PERFORM 0910-WRITE-COUNT-LINE
           IF WS-RECORDS-ESCALATED = 0
               MOVE "  NONE" TO ESCALATION-RECORD
               WRITE ESCALATION-RECORD
           END-IF
           PERFORM 0920-WRITE-CONTROL-TOTALS
           IF WS-RECORDS-ESCALATED > 0
      *        AN ESCALATED RECORD HAS SAT PAST ITS SERVICE LEVEL
      *        -- THE SAME WARNING CODE TRUNASMB SETS FOR A HOLD.
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE HOLD-STORE-FILE
           CLOSE HELD-ROW-FILE
           CLOSE RECYCLE-VALID-FILE
           CLOSE ASSEMBLED-FILE
           CLOSE REPORT-FILE
           CLOSE ESCALATION-FILE.

       0910-WRITE-COUNT-LINE.
           MOVE SPACE TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
               WS-REPORT-LABEL DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       0920-WRITE-CONTROL-TOTALS.
      *    EVERY HELD RECORD OF THE FEED THAT WAS EVALUATED WAS
      *    EITHER RELEASED OR KEPT, SO IN MUST EQUAL A + B.  SLOT
      *    MEANINGS ARE IN CTLTOT.
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE "TRUNHOLD" TO CT-PROGRAM-ID
           MOVE CC-CYCLE-DATE TO CT-CYCLE-DATE
           PERFORM 0930-BUILD-TIMESTAMP
           MOVE WS-TIMESTAMP TO CT-TIMESTAMP
           MOVE WS-RECORDS-EVALUATED TO CT-IN-COUNT
           MOVE WS-RECORDS-RELEASED TO CT-OUT-COUNT-A
           MOVE WS-RECORDS-STILL-HELD TO CT-OUT-COUNT-B
           MOVE WS-RECORDS-ESCALATED TO CT-OUT-COUNT-C
           COMPUTE CT-OUT-COUNT-D = WS-HELD-ROWS-READ
               + WS-RCY-ROWS-MERGED
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
