      *        IN EFFECT, SO OLD FILES RUN UNCHANGED.
           05  FC-EFF-FROM-DATE        PIC 9(8).
           05  FC-EFF-TO-DATE          PIC 9(8).
      *        SENSITIVITY CLASS, GOVERNING HOW THE FIELD'S VALUES
      *        ARE SHOWN ON EVERY OUTPUT THAT CARRIES THEM (AUDIT,
      *        TRUNRPT, REJECT AND THE AUDIT ARCHIVES).  "N" (OR
      *        BLANK, FOR ROWS WRITTEN BEFORE THE CLASS EXISTED)
      *        IS NOT SENSITIVE AND PRINTS IN FULL; "F" MASKS THE
      *        WHOLE VALUE; "L" MASKS ALL BUT THE LAST FOUR
      *        CHARACTERS; "H" REPLACES THE VALUE WITH A REPEATABLE
      *        HASH, SO EQUAL VALUES STILL MATCH EACH OTHER.  THE
      *        MASKING ITSELF IS DONE BY THE MSKVAL01 SUBROUTINE.
           05  FC-SENSITIVITY          PIC X.
               88  FC-SENS-NONE            VALUE "N" SPACE.
               88  FC-SENS-FULL-MASK       VALUE "F".
               88  FC-SENS-LAST-FOUR       VALUE "L".
               88  FC-SENS-HASH            VALUE "H".
