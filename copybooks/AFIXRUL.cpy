      *----------------------------------------------------------*
      *  AFIXRUL - REMEDIATION RULE TABLE FOR THE TRUNAFIX AUTO-  *
      *  CORRECTION STEP.  ONE ROW PER RULE, FOR ONE FIELD NAME   *
      *  OF ONE SOURCE FEED -- OR, WITH A BLANK SOURCE, THE SHOP- *
      *  WIDE RULES FOR THE FIELD, USED ONLY WHEN THE FEED HAS    *
      *  NONE OF ITS OWN, AS ON FLDCTL.  A FIELD'S RULES ARE      *
      *  APPLIED IN AX-SEQUENCE ORDER, EACH TO THE RESULT OF THE  *
      *  ONE BEFORE; THE RULE ID IS WHAT THE AUDIT TRAIL AND      *
      *  CORRIN NAME FOR A MACHINE CORRECTION, SO IT MUST BE      *
      *  UNIQUE ACROSS THE TABLE.  ACTIONS:                       *
      *    "T" - TRIM: DROP LEADING SPACES, AND BLANK OUT ANY     *
      *          TABS OR LOW-VALUES TRAILING THE VALUE, WHICH THE *
      *          LENGTH CHECK COUNTS AS CONTENT.                  *
      *    "U" - UPPER-CASE THE VALUE.                            *
      *    "S" - STRIP EVERYTHING BUT THE DIGITS 0-9 (COMMAS,     *
      *          SIGNS, SPACES, DECIMAL POINTS).                  *
      *    "D" - DATE REFORMAT: AX-FROM-VALUE IS THE PATTERN THE  *
      *          FEED SENDS, E.G. "MM/DD/YYYY" OR "DD.MM.YY",     *
      *          BUILT OF YYYY OR YY, MM, DD AND LITERAL          *
      *          SEPARATORS; A VALUE OF THAT SHAPE IS REBUILT AS  *
      *          YYYYMMDD.  A TWO-DIGIT YEAR BELOW 50 IS 20YY,    *
      *          OTHERWISE 19YY.                                  *
      *    "X" - CODE TRANSLATION: A VALUE EQUAL TO AX-FROM-VALUE *
      *          BECOMES AX-TO-VALUE.                             *
      *  ROWS ARE DEACTIVATED RATHER THAN DELETED, AS ON FLDCTL.  *
      *----------------------------------------------------------*
       01  AUTO-FIX-RULE-RECORD.
           05  AX-RULE-ID              PIC X(8).
           05  AX-SOURCE-SYSTEM        PIC X(8).
           05  AX-FIELD-NAME           PIC X(30).
           05  AX-SEQUENCE             PIC 9(3).
           05  AX-ACTION               PIC X.
               88  AX-ACTION-TRIM          VALUE "T".
               88  AX-ACTION-UPPER         VALUE "U".
               88  AX-ACTION-DIGITS        VALUE "S".
               88  AX-ACTION-DATE          VALUE "D".
               88  AX-ACTION-TRANSLATE     VALUE "X".
           05  AX-FROM-VALUE           PIC X(30).
           05  AX-TO-VALUE             PIC X(30).
           05  AX-ACTIVE-FLAG          PIC X.
               88  AX-ACTIVE               VALUE "A" SPACE.
               88  AX-INACTIVE             VALUE "I".

