      *    CORRECTION THAT WILL FAIL THE RECYCLE NEVER GETS
      *    KEYED IN THE FIRST PLACE.  THE RECORD ID AND FIELD
      *    NAME ARE TAKEN FROM THE REJECT BEING WORKED, SO THEY
      *    CANNOT BE MISKEYED AT ALL.  VALUES OF A SENSITIVE FIELD
      *    ARRIVE MASKED ON THE REJECT FILE AND ARE SHOWN MASKED.
      *    A REJECT THAT ALREADY HAS A CORRECTION ON CORRIN --
      *    FILED BY THE TRUNAFIX AUTO-CORRECTION STEP, OR EARLIER
      *    IN A RESUMED SESSION -- IS PASSED OVER, SO THE
      *    OPERATOR WORKS ONLY WHAT NO RULE COULD FIX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           88  WS-END-OF-FILE          VALUE "Y".
       01  WS-CTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-CTL-END-OF-FILE      VALUE "Y".
       01  WS-COR-EOF-FLAG         PIC X VALUE "N".
           88  WS-COR-END-OF-FILE      VALUE "Y".
       01  WS-QUIT-FLAG            PIC X VALUE "N".
           88  WS-QUIT-REQUESTED       VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8) VALUE 0.
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
       01  WS-EFF-SOURCE           PIC X(8) VALUE SPACE.

       01  WS-CORR-VALUE           PIC X(100) VALUE SPACE.
       01  WS-SENSITIVITY          PIC X VALUE "N".
           88  WS-SENS-NONE             VALUE "N" SPACE.
       01  WS-ACTION-CODE          PIC X VALUE SPACE.
       01  WS-EDIT-MESSAGE         PIC X(60) VALUE SPACE.
       01  WS-TARGET-LEN-SHOW      PIC 9(4) VALUE 0.
       01  WS-REJECTS-SHOWN        PIC 9(9) VALUE 0.
       01  WS-CORRECTIONS-FILED    PIC 9(9) VALUE 0.
       01  WS-REJECTS-SKIPPED      PIC 9(9) VALUE 0.
       01  WS-REJECTS-PREFILED     PIC 9(9) VALUE 0.

      *    (RECORD ID, FIELD NAME) OF EVERY CORRECTION ALREADY ON
      *    CORRIN.  TRUNRCYC LOADS AT MOST 500, SO NO MORE ARE
      *    WORTH TRACKING.
       01  WS-CF-COUNT             PIC 9(4) VALUE 0.
       01  WS-CF-TABLE.
           05  WS-CF-ENTRY OCCURS 500 TIMES.
               10  WS-CF-RECORD-ID         PIC X(10).
               10  WS-CF-FIELD-NAME        PIC X(30).
       01  WS-CF-SUB               PIC 9(4) VALUE 0.
       01  WS-CF-FOUND-FLAG        PIC X VALUE "N".
           88  WS-CF-FOUND             VALUE "Y".

       COPY LENCHKLK.


       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0130-LOAD-FILED-CORRECTIONS
           OPEN INPUT REJECT-FILE
           OPEN EXTEND CORRECTION-FILE
           PERFORM 0110-LOAD-SOURCE-PARM
                                   TO WS-FC-VALID-TYPE (WS-FC-COUNT)
                               MOVE FC-EDIT-RULE
                                   TO WS-FC-EDIT-RULE (WS-FC-COUNT)
                               MOVE FC-SENSITIVITY
                                   TO WS-FC-SENSITIVITY (WS-FC-COUNT)
                           WHEN OTHER
                               DISPLAY "ERROR: FLDCTL EXCEEDS 5000 "
                                   "ACTIVE ENTRIES AT " FC-FIELD-NAME
                   TO WS-FC-ENTRY (WS-FC-SORT-J + 1)
           END-PERFORM.

       0130-LOAD-FILED-CORRECTIONS.
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

       0150-READ-REJECT.
      *    REJECTS ALREADY CORRECTED ON CORRIN ARE READ PAST.
           MOVE "Y" TO WS-CF-FOUND-FLAG
           PERFORM UNTIL WS-END-OF-FILE OR NOT WS-CF-FOUND
               READ REJECT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 0155-FIND-FILED-CORRECTION
                       IF WS-CF-FOUND
                           ADD 1 TO WS-REJECTS-PREFILED
                       END-IF
               END-READ
           END-PERFORM.

       0155-FIND-FILED-CORRECTION.
           MOVE "N" TO WS-CF-FOUND-FLAG
           PERFORM VARYING WS-CF-SUB FROM 1 BY 1
                   UNTIL WS-CF-SUB > WS-CF-COUNT OR WS-CF-FOUND
               IF WS-CF-RECORD-ID (WS-CF-SUB) = RJ-RECORD-ID
                   AND WS-CF-FIELD-NAME (WS-CF-SUB) = RJ-FIELD-NAME
                   SET WS-CF-FOUND TO TRUE
               END-IF
           END-PERFORM.

       0200-WORK-ONE-REJECT.
           ADD 1 TO WS-REJECTS-SHOWN
           MOVE LK-TARGET-LEN TO WS-TARGET-LEN-SHOW
      *    THE LAST CORRECTION TRIED IS THE BEST STARTING POINT
      *    FOR THE NEXT ONE; A FRESH REJECT STARTS FROM BLANK.
      *    SO DOES A SENSITIVE FIELD, WHOSE LAST CORRECTION IS
      *    MASKED ON THE REJECT FILE -- PRE-FILLED, A MASK COULD
      *    BE FILED BACK AS THE CORRECTION WITH ONE KEYSTROKE.
           IF WS-SENS-NONE
               MOVE RJ-LAST-CORRECTION TO WS-CORR-VALUE
           ELSE
               MOVE SPACE TO WS-CORR-VALUE
           END-IF
           MOVE SPACE TO WS-EDIT-MESSAGE
           PERFORM 0210-SHOW-AND-ACT
               UNTIL WS-QUIT-REQUESTED
           MOVE RJ-RECORD-ID TO CR-RECORD-ID
           MOVE RJ-FIELD-NAME TO CR-FIELD-NAME
           MOVE WS-CORR-VALUE TO CR-FIELD-VALUE
           MOVE SPACE TO CR-FIX-RULE-ID
           WRITE CORRECTION-RECORD
           ADD 1 TO WS-CORRECTIONS-FILED.

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

       0900-TERMINATE.
           DISPLAY "TRUNCORR CORRECTION SESSION COMPLETE"
           DISPLAY "  REJECTS SHOWN:       " WS-REJECTS-SHOWN
           DISPLAY "  CORRECTIONS FILED:   " WS-CORRECTIONS-FILED
           DISPLAY "  REJECTS SKIPPED:     " WS-REJECTS-SKIPPED
           DISPLAY "  ALREADY CORRECTED:   " WS-REJECTS-PREFILED
           CLOSE REJECT-FILE
           CLOSE CORRECTION-FILE.
