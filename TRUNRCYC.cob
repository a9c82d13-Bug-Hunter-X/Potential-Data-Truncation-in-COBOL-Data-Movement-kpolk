      *    SHOWING AS OUTSTANDING IN TRUNINQ.  REJECTS WITH NO
      *    CORRECTION, AND CORRECTIONS THAT STILL FAIL THE CHECK,
      *    ARE CARRIED FORWARD ON A NEW REJECT FILE SO NOTHING
      *    FALLS OUT OF THE CYCLE SILENTLY.  A FAILED CORRECTION
      *    CARRIED FORWARD IS MASKED BY MSKVAL01 PER THE FIELD'S
      *    SENSITIVITY CLASS, THE SAME AS TRUNMAIN MASKS THE
      *    REJECTED VALUE ITSELF.  EACH AUDIT ROW CLOSED IS
      *    SEALED AS A SEALEVT STATUS EVENT THROUGH AUDSEL01.
      *    THE STEP CHECKS IN WITH THE CYCCTL RUN-CONTROL FILE
      *    THROUGH CYCCHK01 BEFORE IT OPENS ANYTHING AND AGAIN AT
      *    END OF RUN, AND IS REFUSED IF ITS PREDECESSORS HAVE
      *    NOT COMPLETED CLEANLY OR IT ALREADY COMPLETED FOR
      *    THE CYCLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10  WS-FC-HANDLE-MODE       PIC X.
               10  WS-FC-VALID-TYPE        PIC X.
               10  WS-FC-EDIT-RULE         PIC X(60).
               10  WS-FC-SENSITIVITY       PIC X.
       01  WS-FC-FOUND-FLAG        PIC X VALUE "N".
           88  WS-FC-FOUND              VALUE "Y".
       01  WS-FC-LOOKUP-KEY.
           05  WS-FC-LOOK-FIELD        PIC X(30).
       01  WS-FC-HOLD-ENTRY.
           05  WS-FC-HOLD-KEY          PIC X(38).
           05  WS-FC-HOLD-DATA         PIC X(68).
       01  WS-FC-SORT-I            PIC 9(4) VALUE 0.
       01  WS-FC-SORT-J            PIC 9(4) VALUE 0.
       01  WS-FC-EFF-FROM          PIC 9(8) VALUE 0.
      *    LEAVES WS-EFF-SOURCE BLANK -- SO BLANK IS TRANSLATED
      *    TO THE LEGACY STAMP RATHER THAN MATCHING NOTHING.
       01  WS-AUDIT-MATCH-SOURCE   PIC X(8) VALUE SPACE.
      *    SENSITIVITY CLASS OF THE REJECT'S FIELD, SET WITH ITS
      *    OTHER CONTROLS BY 0330-LOOKUP-TARGET-LENGTH.
       01  WS-SENSITIVITY          PIC X VALUE "N".

       01  WS-COR-COUNT            PIC 9(4) VALUE 0.
       01  WS-CORRECTION-TABLE.
       01  WS-STILL-FAILING-COUNT  PIC 9(9) VALUE 0.
       01  WS-CARRIED-FWD-COUNT    PIC 9(9) VALUE 0.
       01  WS-AUDITS-CLOSED-COUNT  PIC 9(9) VALUE 0.
       01  WS-EVENTS-NOT-SEALED    PIC 9(9) VALUE 0.
       01  WS-OLD-STATUS           PIC X VALUE SPACE.

       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-CURRENT-DATE         PIC 9(8).

       COPY EDTCHKLK.

       COPY MSKVALLK.

       COPY CYCCHKLK.

       COPY AUDSELLK.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-PROCESS-REJECTS
               UNTIL WS-END-OF-FILE
           PERFORM 0900-TERMINATE
           PERFORM 0990-POST-CYCLE-END
           STOP RUN.

       0100-INITIALIZE.
      *    SRCPARM COMES FIRST -- THE FEED IS PART OF THIS RUN'S
      *    IDENTITY ON THE CYCLE CONTROL FILE.
           PERFORM 0110-LOAD-SOURCE-PARM
           PERFORM 0105-CHECK-CYCLE-START
           OPEN INPUT REJECT-FILE
           OPEN OUTPUT RECYCLE-FILE
           OPEN OUTPUT CARRY-FWD-FILE
           OPEN I-O AUDIT-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0120-LOAD-FIELD-CONTROL-TABLE
           PERFORM 0130-LOAD-CORRECTION-TABLE
           READ REJECT-FILE
                   ADD 1 TO WS-REJECTS-READ
           END-READ.

       0105-CHECK-CYCLE-START.
      *    BEFORE ANY OUTPUT IS OPENED, SO A REFUSED RERUN CANNOT
      *    EMPTY THE OUTPUTS OF THE RUN THAT ALREADY COMPLETED.
           MOVE "TRUNRCYC" TO CC-PROGRAM-ID
           SET CC-START-STEP TO TRUE
           CALL "CYCCHK01" USING CC-CYCCHK-PARM
           IF CC-STEP-REFUSED
               DISPLAY "ERROR: " CC-MESSAGE
               DISPLAY "ERROR: TRUNRCYC REFUSED BY CYCLE CONTROL "
                   "-- RUN ABANDONED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-LOAD-SOURCE-PARM.
           OPEN INPUT SOURCE-PARM-FILE
           READ SOURCE-PARM-FILE
                   CONTINUE
               NOT AT END
                   MOVE SP-SOURCE-SYSTEM TO WS-RUN-SOURCE
                   MOVE SP-SOURCE-SYSTEM TO CC-SOURCE-SYSTEM
           END-READ
           CLOSE SOURCE-PARM-FILE.

                                   TO WS-FC-VALID-TYPE (WS-FC-COUNT)
                               MOVE FC-EDIT-RULE
                                   TO WS-FC-EDIT-RULE (WS-FC-COUNT)
                               MOVE FC-SENSITIVITY
                                   TO WS-FC-SENSITIVITY (WS-FC-COUNT)
                           WHEN OTHER
                               DISPLAY "ERROR: FLDCTL EXCEEDS 5000 "
                                   "ACTIVE ENTRIES AT " FC-FIELD-NAME
           MOVE "B" TO LK-COUNT-MODE
           MOVE "L" TO EK-VALID-TYPE
           MOVE SPACE TO EK-EDIT-RULE
           MOVE "N" TO WS-SENSITIVITY
           IF WS-FC-COUNT > 0
               MOVE WS-EFF-SOURCE TO WS-FC-LOOK-SOURCE
               MOVE RJ-FIELD-NAME TO WS-FC-LOOK-FIELD
           MOVE WS-FC-VALID-TYPE (WS-FC-IDX)
               TO EK-VALID-TYPE
           MOVE WS-FC-EDIT-RULE (WS-FC-IDX)
               TO EK-EDIT-RULE
           MOVE WS-FC-SENSITIVITY (WS-FC-IDX)
               TO WS-SENSITIVITY.

       0410-WRITE-RECYCLE-RECORD.
           MOVE RJ-RECORD-ID TO TR-RECORD-ID
           ADD 1 TO WS-RECYCLED-COUNT.

       0420-CLOSE-AUDIT-RECORD.
      *    THE MATCH IS MADE ON THE ALTERNATE KEY (FIELD NAME)
      *    PLUS THE ORIGINAL REJECTED VALUE, THE SOURCE FEED
      *    STAMPED IN AU-JOB-NAME AND THE RECORD ID, TAKING THE
      *    FIRST RECORD STILL OPEN ("O") OR RESENT ("S").  WITHOUT
      *    THE SOURCE QUALIFIER A CLAIMS AND A VENDOR EXCEPTION
      *    FOR THE SAME FIELD AND VALUE ARE INDISTINGUISHABLE;
      *    WITHOUT THE RECORD ID, TWO RECORDS WHOSE DIFFERENT
      *    CLEAR VALUES MASK ALIKE UNDER "F" OR "L" ARE, AND THE
      *    WRONG EXCEPTION COULD BE CLOSED AND SEALED AS CLOSED.
      *    A ROW WRITTEN BEFORE THE AUDIT CARRIED A RECORD ID HAS
      *    A BLANK ONE AND STILL MATCHES AS IT ALWAYS DID.  A
      *    REJECT WHOSE AUDIT ROW WAS ALREADY CLOSED BY AN EARLIER
      *    RECYCLE PASSES QUIETLY.
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           MOVE "N" TO WS-AUDIT-CLOSED-FLAG
           MOVE RJ-FIELD-NAME TO AU-FIELD-NAME
                   ELSE
                       IF AU-ORIGINAL-VALUE = RJ-FIELD-VALUE
                           AND AU-JOB-NAME = WS-AUDIT-MATCH-SOURCE
                           AND (AU-RECORD-ID = RJ-RECORD-ID
                               OR AU-RECORD-ID = SPACE)
                           AND (AU-STATUS-OPEN OR AU-STATUS-RESENT)
                           MOVE AU-STATUS TO WS-OLD-STATUS
                           MOVE "C" TO AU-STATUS
                           REWRITE AUDIT-RECORD
                               INVALID KEY
                                   DISPLAY "ERROR: UNABLE TO CLOSE "
                                       "AUDIT RECORD FOR "
                                       RJ-FIELD-NAME
                               NOT INVALID KEY
                                   PERFORM 0425-SEAL-CLOSE-EVENT
                           END-REWRITE
                           SET WS-AUDIT-CLOSED TO TRUE
                           ADD 1 TO WS-AUDITS-CLOSED-COUNT
               END-IF
           END-PERFORM.

       0425-SEAL-CLOSE-EVENT.
           MOVE "E" TO SL-FUNCTION
           MOVE "TRUNRCYC" TO SL-PROGRAM-ID
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
           MOVE 82 TO SL-DATA-LEN
           CALL "AUDSEL01" USING SL-AUDSEL-PARM
           IF SL-NOT-SEALED
               ADD 1 TO WS-EVENTS-NOT-SEALED
               DISPLAY "WARNING: " SL-MESSAGE
           END-IF.

       0430-WRITE-STILL-FAILING.
      *    THE CORRECTION ITSELF FAILS THE CHECK: CARRY THE
      *    REJECT FORWARD WITH THE FAILED CORRECTION VISIBLE IN
      *    PASS, BECAUSE 0420 MATCHES IT AGAINST
      *    AU-ORIGINAL-VALUE TO CLOSE THE AUDIT ROW -- OVERWRITE
      *    IT AND A REJECT FIXED ON PASS TWO RECYCLES BUT ITS
      *    EXCEPTION STAYS OPEN FOREVER.  THE FAILED CORRECTION
      *    IS A VALUE OF THE SAME FIELD, SO IT IS MASKED THE SAME
      *    WAY THE ORIGINAL WAS.
           MOVE WS-SENSITIVITY TO MK-SENSITIVITY
           MOVE WS-COR-FIELD-VALUE (WS-COR-IDX) TO MK-VALUE-IN
           CALL "MSKVAL01" USING MK-MSKVAL-PARM
           MOVE MK-VALUE-OUT TO RJ-LAST-CORRECTION
           IF EK-EDIT-FAILED
               MOVE EK-REASON TO RJ-REASON
           ELSE
           CLOSE REJECT-FILE
           CLOSE RECYCLE-FILE
           CLOSE CARRY-FWD-FILE
           CLOSE AUDIT-FILE
           IF WS-EVENTS-NOT-SEALED > 0
               DISPLAY "WARNING: " WS-EVENTS-NOT-SEALED
                   " AUDIT CLOSES COULD NOT BE SEALED"
               MOVE 4 TO RETURN-CODE
           END-IF.

       0910-WRITE-CONTROL-TOTALS.
      *    THE STANDARD CONTROL-TOTALS ROW FOR TRUNBALC: EVERY
      *    EQUAL A + B + C.  SLOT MEANINGS ARE IN CTLTOT.
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE "TRUNRCYC" TO CT-PROGRAM-ID
           MOVE CC-CYCLE-DATE TO CT-CYCLE-DATE
           PERFORM 0920-BUILD-TIMESTAMP
           MOVE WS-TIMESTAMP TO CT-TIMESTAMP
           MOVE WS-REJECTS-READ TO CT-IN-COUNT
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
