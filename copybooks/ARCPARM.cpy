      *  WHEN ITS OLD KEY HAS BEEN REUSED) SO THE HISTORY IS      *
      *  BROWSABLE IN TRUNINQ FOR THE DURATION OF AN AUDIT; ANY   *
      *  OTHER VALUE REPORTS ONLY.  AN ABSENT PARM FILE REPORTS   *
      *  THE WHOLE ARCHIVE AND NEVER RELOADS.  THE UNMASK FLAG,   *
      *  WHEN "Y", ALSO PRINTS THE UNMASKED VALUES OF SENSITIVE   *
      *  FIELDS FROM THE SENSVLT VAULT -- ONLY IF THE USER ID IS  *
      *  ON THE UMSKAUT LIST, AND EVERY ROW SO SHOWN IS LOGGED TO *
      *  UMSKLOG UNDER THAT USER.  A REFUSED REQUEST IS LOGGED    *
      *  TOO AND THE REPORT STAYS MASKED.                         *
      *----------------------------------------------------------*
       01  ARCHIVE-QUERY-PARM-RECORD.
           05  AQ-FROM-DATE            PIC 9(8).
           05  AQ-STATUS               PIC X.
           05  AQ-RELOAD-FLAG          PIC X.
               88  AQ-RELOAD-REQUESTED     VALUE "Y".
           05  AQ-UNMASK-FLAG          PIC X.
               88  AQ-UNMASK-REQUESTED     VALUE "Y".
           05  AQ-USER-ID              PIC X(8).
