      *----------------------------------------------------------*
      *  UMSKAUT - USERS AUTHORIZED TO SEE MASKED FIELD VALUES    *
      *  UNMASKED.  ONE ROW PER USER ID, MAINTAINED BY DATA       *
      *  SECURITY.  A ROW IS GOOD FROM ITS FROM-DATE THROUGH ITS  *
      *  TO-DATE (ZERO = OPEN-ENDED, AS ON FLDCTL), SO TEMPORARY  *
      *  ACCESS FOR AN AUDIT LAPSES BY ITSELF.  A USER NOT ON THE *
      *  FILE, OR AN ABSENT FILE, SEES MASKED VALUES ONLY.        *
      *----------------------------------------------------------*
       01  UNMASK-AUTH-RECORD.
           05  UA-USER-ID              PIC X(8).
           05  UA-FROM-DATE            PIC 9(8).
           05  UA-TO-DATE              PIC 9(8).
           05  UA-GRANTED-BY           PIC X(8).
