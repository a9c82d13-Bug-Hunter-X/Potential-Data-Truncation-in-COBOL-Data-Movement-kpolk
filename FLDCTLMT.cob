      *    AND REACTIVATE ENTRIES WITH FIELD-LEVEL VALIDATION
      *    (COUNT MODE B/D, HANDLE MODE R/T/P, MAX LENGTH
      *    1-9999, VALIDATION TYPE L/N/D/V WITH AN ALLOWED-VALUE
      *    LIST REQUIRED FOR TYPE V, SENSITIVITY CLASS N/F/L/H),
      *    AND APPENDS A BEFORE/AFTER
      *    ROW TO THE FLDCHG
      *    CHANGE-HISTORY FILE FOR EVERY CHANGE SO A FIELD'S
      *    HANDLING CAN ALWAYS BE TRACED TO WHO CHANGED IT AND
      *    EFFECTIVE-TO THE DAY BEFORE), AND THE BATCH LOADERS
      *    FLIP OVER BY THEMSELVES ON THE NIGHT.  ZERO DATES
      *    MEAN OPEN-ENDED, SO EXISTING ROWS BEHAVE UNCHANGED.
      *    THE L FUNCTION LOADS THE REVIEWED STARTER ROWS THAT
      *    TRUNPROF WRITES TO FLDSUGG FOR UNCONFIGURED FIELDS:
      *    EACH ROW FACES THE SAME FIELD-LEVEL AND OVERLAP EDITS
      *    AS A KEYED ADD AND IS LOGGED AS AN ADD UNDER THE
      *    OPERATOR'S USER ID; A ROW WHOSE KEY ALREADY EXISTS OR
      *    THAT FAILS AN EDIT IS SKIPPED AND COUNTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-CTL-FILE ASSIGN TO "FLDCTLNW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUGGEST-FILE ASSIGN TO "FLDSUGG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FIELD-CTL-FILE.
                          BY ==NEW-CONTROL-RECORD==
                     LEADING ==FC-== BY ==NC-==.

       FD  SUGGEST-FILE.
       COPY FLDCTL REPLACING ==FLD-CONTROL-RECORD==
                          BY ==SUGGEST-CONTROL-RECORD==
                     LEADING ==FC-== BY ==SG-==.

       WORKING-STORAGE SECTION.
       01  WS-CTL-EOF-FLAG         PIC X VALUE "N".
           88  WS-CTL-END-OF-FILE      VALUE "Y".
               10  WS-FC-EDIT-RULE         PIC X(60).
               10  WS-FC-EFF-FROM          PIC 9(8).
               10  WS-FC-EFF-TO            PIC 9(8).
               10  WS-FC-SENSITIVITY       PIC X.
       01  WS-FC-FOUND-FLAG        PIC X VALUE "N".
           88  WS-FC-FOUND              VALUE "Y".
       01  WS-ENTRY-SUB            PIC 9(4) VALUE 0.
           88  WS-FUNC-UPDATE           VALUE "U".
           88  WS-FUNC-DEACTIVATE       VALUE "D".
           88  WS-FUNC-REACTIVATE       VALUE "R".
           88  WS-FUNC-LOAD             VALUE "L".
           88  WS-FUNC-QUIT             VALUE "Q".
       01  WS-QUIT-FLAG            PIC X VALUE "N".
           88  WS-QUIT-REQUESTED        VALUE "Y".
       01  WS-BROWSE-DONE-FLAG     PIC X VALUE "N".
           88  WS-BROWSE-DONE           VALUE "Y".
       01  WS-ACTION-CODE          PIC X VALUE SPACE.
       01  WS-SUG-EOF-FLAG         PIC X VALUE "N".
           88  WS-SUG-END-OF-FILE      VALUE "Y".
       01  WS-LOAD-ADDED           PIC 9(4) VALUE 0.
       01  WS-LOAD-SKIPPED         PIC 9(4) VALUE 0.
       01  WS-LOAD-EDIT-1          PIC ZZZ9.
       01  WS-LOAD-EDIT-2          PIC ZZZ9.

       01  WS-BROWSE-FILTER        PIC X(30) VALUE SPACE.
       01  WS-ENT-SOURCE-SYSTEM    PIC X(8) VALUE SPACE.
       01  WS-ENT-EDIT-RULE        PIC X(60) VALUE SPACE.
       01  WS-ENT-EFF-FROM         PIC 9(8) VALUE 0.
       01  WS-ENT-EFF-TO           PIC 9(8) VALUE 0.
       01  WS-ENT-SENSITIVITY      PIC X VALUE SPACE.

       01  WS-EDIT-OK-FLAG         PIC X VALUE "N".
           88  WS-EDIT-OK               VALUE "Y".
           05  WS-PND-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-CHG-COUNT
                   INDEXED BY WS-PND-IDX
                               PIC X(243).
       COPY FLDCHG REPLACING ==FIELD-CHANGE-RECORD==
                          BY ==WORK-CHANGE-RECORD==
                     LEADING ==FH-== BY ==WK-==.
           05  WS-OLD-EDIT-RULE        PIC X(60) VALUE SPACE.
           05  WS-OLD-EFF-FROM         PIC 9(8) VALUE 0.
           05  WS-OLD-EFF-TO           PIC 9(8) VALUE 0.
           05  WS-OLD-SENSITIVITY      PIC X VALUE SPACE.

       01  WS-CURRENT-DATE         PIC 9(8).
       01  WS-CD-GROUP REDEFINES WS-CURRENT-DATE.
           05  LINE 5 COL 1
               VALUE "FUNCTION: B=BROWSE A=ADD U=UPDATE".
           05  LINE 6 COL 11
               VALUE "D=DEACTIVATE R=REACTIVATE L=LOAD FLDSUGG Q=QUIT".
           05  LINE 7 COL 1 VALUE "ENTER FUNCTION:".
           05  LINE 7 COL 42 PIC X USING WS-FUNCTION-CODE.
           05  LINE 8 COL 1
           05  LINE 9 COL 25 PIC 9(8) USING WS-ENT-EFF-FROM.
           05  LINE 10 COL 1 VALUE "EFFECTIVE TO (0=OPEN):".
           05  LINE 10 COL 25 PIC 9(8) USING WS-ENT-EFF-TO.
           05  LINE 11 COL 1 VALUE "SENSITIVITY (N/F/L/H):".
           05  LINE 11 COL 25 PIC X USING WS-ENT-SENSITIVITY.
           05  LINE 12 COL 1 PIC X(60) FROM WS-EDIT-MESSAGE.

       01  BROWSE-SCREEN.
           05  LINE 10 COL 25 PIC 9(8) FROM WS-ENT-EFF-FROM.
           05  LINE 11 COL 1 VALUE "EFFECTIVE TO:".
           05  LINE 11 COL 25 PIC 9(8) FROM WS-ENT-EFF-TO.
           05  LINE 12 COL 1 VALUE "SENSITIVITY:".
           05  LINE 12 COL 25 PIC X FROM WS-ENT-SENSITIVITY.
           05  LINE 13 COL 1 VALUE "ACTION: N=NEXT Q=BACK TO MENU".
           05  LINE 14 COL 1 VALUE "ENTER ACTION:".
           05  LINE 14 COL 15 PIC X USING WS-ACTION-CODE.
                               MOVE 0
                                   TO WS-FC-EFF-TO (WS-FC-COUNT)
                           END-IF
                           IF FC-SENSITIVITY = SPACE
      *                        OLD-FORMAT ROWS PREDATE MASKING AND
      *                        NORMALIZE TO NOT SENSITIVE.
                               MOVE "N"
                                   TO WS-FC-SENSITIVITY (WS-FC-COUNT)
                           ELSE
                               MOVE FC-SENSITIVITY
                                   TO WS-FC-SENSITIVITY (WS-FC-COUNT)
                           END-IF
                       ELSE
      *                    MAINTENANCE MUST NEVER REWRITE THE FILE
      *                    MINUS ROWS IT COULD NOT HOLD, SO AN
                   PERFORM 0600-DEACTIVATE-ENTRY
               WHEN WS-FUNC-REACTIVATE
                   PERFORM 0650-REACTIVATE-ENTRY
               WHEN WS-FUNC-LOAD
                   PERFORM 0680-LOAD-SUGGESTED-ENTRIES
               WHEN OTHER
                   MOVE "FUNCTION MUST BE B, A, U, D, R, L OR Q"
                       TO WS-EDIT-MESSAGE
           END-EVALUATE.

           MOVE WS-FC-ACTIVE-FLAG (WS-ENTRY-SUB) TO WS-ENT-ACTIVE-FLAG
           MOVE WS-FC-EFF-FROM (WS-ENTRY-SUB) TO WS-ENT-EFF-FROM
           MOVE WS-FC-EFF-TO (WS-ENTRY-SUB) TO WS-ENT-EFF-TO
           MOVE WS-FC-SENSITIVITY (WS-ENTRY-SUB) TO WS-ENT-SENSITIVITY
           MOVE SPACE TO WS-ACTION-CODE
           DISPLAY BROWSE-SCREEN
           ACCEPT BROWSE-SCREEN
                       MOVE "L" TO WS-ENT-VALID-TYPE
                       MOVE SPACE TO WS-ENT-EDIT-RULE
                       MOVE 0 TO WS-ENT-EFF-TO
                       MOVE "N" TO WS-ENT-SENSITIVITY
                       MOVE 0 TO WS-SELF-SUB
                       PERFORM 0720-ACCEPT-AND-VALIDATE
                       IF WS-EDIT-OK
               MOVE WS-FC-EDIT-RULE (WS-FC-IDX) TO WS-ENT-EDIT-RULE
               MOVE WS-FC-EFF-FROM (WS-FC-IDX) TO WS-ENT-EFF-FROM
               MOVE WS-FC-EFF-TO (WS-FC-IDX) TO WS-ENT-EFF-TO
               MOVE WS-FC-SENSITIVITY (WS-FC-IDX)
                   TO WS-ENT-SENSITIVITY
               SET WS-SELF-SUB TO WS-FC-IDX
               PERFORM 0720-ACCEPT-AND-VALIDATE
               IF WS-EDIT-OK
               END-IF
           END-IF.

       0680-LOAD-SUGGESTED-ENTRIES.
      *    THE FILE IS READ FROM THE TOP ON EVERY L, SO LOADING
      *    IT TWICE ONLY SKIPS THE ROWS THE FIRST PASS ADDED.
           MOVE 0 TO WS-LOAD-ADDED
           MOVE 0 TO WS-LOAD-SKIPPED
           MOVE "N" TO WS-SUG-EOF-FLAG
           OPEN INPUT SUGGEST-FILE
           PERFORM UNTIL WS-SUG-END-OF-FILE
               READ SUGGEST-FILE
                   AT END
                       SET WS-SUG-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 0685-LOAD-ONE-SUGGESTION
               END-READ
           END-PERFORM
           CLOSE SUGGEST-FILE
           MOVE WS-LOAD-ADDED TO WS-LOAD-EDIT-1
           MOVE WS-LOAD-SKIPPED TO WS-LOAD-EDIT-2
           MOVE SPACE TO WS-EDIT-MESSAGE
           STRING "FLDSUGG ROWS ADDED:" DELIMITED BY SIZE
               WS-LOAD-EDIT-1 DELIMITED BY SIZE
               "  SKIPPED (EXISTING/INVALID):" DELIMITED BY SIZE
               WS-LOAD-EDIT-2 DELIMITED BY SIZE
               INTO WS-EDIT-MESSAGE
           END-STRING.

       0685-LOAD-ONE-SUGGESTION.
           MOVE SG-SOURCE-SYSTEM TO WS-ENT-SOURCE-SYSTEM
           MOVE SG-FIELD-NAME TO WS-ENT-FIELD-NAME
           IF SG-MAX-LENGTH IS NUMERIC
               MOVE SG-MAX-LENGTH TO WS-ENT-MAX-LENGTH
           ELSE
               MOVE 0 TO WS-ENT-MAX-LENGTH
           END-IF
           MOVE SG-COUNT-MODE TO WS-ENT-COUNT-MODE
           MOVE SG-HANDLE-MODE TO WS-ENT-HANDLE-MODE
           IF SG-VALID-TYPE = SPACE
               MOVE "L" TO WS-ENT-VALID-TYPE
           ELSE
               MOVE SG-VALID-TYPE TO WS-ENT-VALID-TYPE
           END-IF
           MOVE SG-EDIT-RULE TO WS-ENT-EDIT-RULE
           IF SG-EFF-FROM-DATE IS NUMERIC
               MOVE SG-EFF-FROM-DATE TO WS-ENT-EFF-FROM
           ELSE
               MOVE 0 TO WS-ENT-EFF-FROM
           END-IF
           IF SG-EFF-TO-DATE IS NUMERIC
               MOVE SG-EFF-TO-DATE TO WS-ENT-EFF-TO
           ELSE
               MOVE 0 TO WS-ENT-EFF-TO
           END-IF
           IF SG-SENSITIVITY = SPACE
               MOVE "N" TO WS-ENT-SENSITIVITY
           ELSE
               MOVE SG-SENSITIVITY TO WS-ENT-SENSITIVITY
           END-IF
           MOVE "N" TO WS-EDIT-OK-FLAG
           IF WS-ENT-FIELD-NAME NOT = SPACE
               AND WS-FC-COUNT < 5000
               AND WS-CHG-COUNT < 1000
               PERFORM 0710-FIND-ENTRY
               IF NOT WS-FC-FOUND
                   MOVE 0 TO WS-SELF-SUB
                   PERFORM 0750-VALIDATE-ENTRY-FIELDS
               END-IF
           END-IF
           IF WS-EDIT-OK
               ADD 1 TO WS-FC-COUNT
               SET WS-FC-IDX TO WS-FC-COUNT
               PERFORM 0730-MOVE-ENTRY-TO-TABLE
               MOVE "A" TO WS-FC-ACTIVE-FLAG (WS-FC-IDX)
               MOVE SPACE TO WS-BEFORE-IMAGE
               MOVE 0 TO WS-OLD-MAX-LENGTH
               MOVE 0 TO WS-OLD-EFF-FROM
               MOVE 0 TO WS-OLD-EFF-TO
               MOVE "A" TO WS-LOG-ACTION
               PERFORM 0800-LOG-CHANGE
               MOVE "Y" TO WS-DIRTY-FLAG
               ADD 1 TO WS-LOAD-ADDED
           ELSE
               ADD 1 TO WS-LOAD-SKIPPED
           END-IF.

       0710-FIND-ENTRY.
      *    THE EFFECTIVE-FROM DATE IS PART OF THE KEY: ONE
      *    (SOURCE, FIELD) CAN CARRY A CURRENT ROW AND A STAGED
                   AND WS-ENT-EDIT-RULE = SPACE
                   MOVE "EDIT RULE LIST IS REQUIRED FOR TYPE V"
                       TO WS-EDIT-MESSAGE
               WHEN WS-ENT-SENSITIVITY NOT = "N"
                   AND WS-ENT-SENSITIVITY NOT = "F"
                   AND WS-ENT-SENSITIVITY NOT = "L"
                   AND WS-ENT-SENSITIVITY NOT = "H"
                   MOVE "SENSITIVITY MUST BE N, F, L OR H"
                       TO WS-EDIT-MESSAGE
               WHEN WS-ENT-EFF-TO NOT = 0
                   AND WS-ENT-EFF-TO < WS-ENT-EFF-FROM
                   MOVE "EFFECTIVE TO MUST BE 0 OR ON/AFTER FROM"
           MOVE WS-ENT-VALID-TYPE TO WS-FC-VALID-TYPE (WS-FC-IDX)
           MOVE WS-ENT-EDIT-RULE TO WS-FC-EDIT-RULE (WS-FC-IDX)
           MOVE WS-ENT-EFF-FROM TO WS-FC-EFF-FROM (WS-FC-IDX)
           MOVE WS-ENT-EFF-TO TO WS-FC-EFF-TO (WS-FC-IDX)
           MOVE WS-ENT-SENSITIVITY TO WS-FC-SENSITIVITY (WS-FC-IDX).

       0740-SAVE-BEFORE-IMAGE.
           MOVE WS-FC-MAX-LENGTH (WS-FC-IDX) TO WS-OLD-MAX-LENGTH
           MOVE WS-FC-VALID-TYPE (WS-FC-IDX) TO WS-OLD-VALID-TYPE
           MOVE WS-FC-EDIT-RULE (WS-FC-IDX) TO WS-OLD-EDIT-RULE
           MOVE WS-FC-EFF-FROM (WS-FC-IDX) TO WS-OLD-EFF-FROM
           MOVE WS-FC-EFF-TO (WS-FC-IDX) TO WS-OLD-EFF-TO
           MOVE WS-FC-SENSITIVITY (WS-FC-IDX) TO WS-OLD-SENSITIVITY.

       0800-LOG-CHANGE.
      *    THE ROW IS ONLY PARKED HERE; 0920 FILES THE WHOLE
           MOVE WS-FC-EDIT-RULE (WS-FC-IDX) TO WK-NEW-EDIT-RULE
           MOVE WS-FC-EFF-FROM (WS-FC-IDX) TO WK-NEW-EFF-FROM-DATE
           MOVE WS-FC-EFF-TO (WS-FC-IDX) TO WK-NEW-EFF-TO-DATE
           MOVE WS-OLD-SENSITIVITY TO WK-OLD-SENSITIVITY
           MOVE WS-FC-SENSITIVITY (WS-FC-IDX) TO WK-NEW-SENSITIVITY
           ADD 1 TO WS-CHG-COUNT
           MOVE WORK-CHANGE-RECORD TO WS-PND-ENTRY (WS-CHG-COUNT).

                   TO NC-EFF-FROM-DATE
               MOVE WS-FC-EFF-TO (WS-ENTRY-SUB)
                   TO NC-EFF-TO-DATE
               MOVE WS-FC-SENSITIVITY (WS-ENTRY-SUB)
                   TO NC-SENSITIVITY
               WRITE NEW-CONTROL-RECORD
           END-PERFORM
           CLOSE NEW-CTL-FILE.
