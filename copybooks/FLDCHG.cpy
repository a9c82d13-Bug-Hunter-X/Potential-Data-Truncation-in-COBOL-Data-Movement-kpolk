               10  FH-NEW-EDIT-RULE        PIC X(60).
               10  FH-NEW-EFF-FROM-DATE    PIC 9(8).
               10  FH-NEW-EFF-TO-DATE      PIC 9(8).
      *    SENSITIVITY CLASS BEFORE AND AFTER.  KEPT AFTER THE
      *    TWO IMAGES RATHER THAN INSIDE THEM SO HISTORY ROWS
      *    FILED BEFORE THE CLASS EXISTED STILL LINE UP; THEY
      *    READ BACK AS SPACES (NOT SENSITIVE).
           05  FH-OLD-SENSITIVITY      PIC X.
           05  FH-NEW-SENSITIVITY      PIC X.
