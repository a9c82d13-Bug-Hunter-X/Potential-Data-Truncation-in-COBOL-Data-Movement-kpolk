      *----------------------------------------------------------*
      *  MSKVALLK - LINKAGE LAYOUT FOR THE MSKVAL01 VALUE-MASKING *
      *  SUBROUTINE.  COPY THIS INTO THE CALLER'S WORKING-STORAGE *
      *  TO BUILD THE PARAMETER AND INTO MSKVAL01'S LINKAGE       *
      *  SECTION SO BOTH SIDES STAY IN STEP.  THE SENSITIVITY     *
      *  CLASS COMES FROM THE FIELD'S FLDCTL ROW; "N" (OR BLANK)  *
      *  RETURNS THE VALUE UNCHANGED, SO CALLERS CAN CALL         *
      *  UNCONDITIONALLY.                                         *
      *----------------------------------------------------------*
       01  MK-MSKVAL-PARM.
           05  MK-SENSITIVITY      PIC X.
               88  MK-SENS-NONE        VALUE "N" SPACE.
               88  MK-SENS-FULL-MASK   VALUE "F".
               88  MK-SENS-LAST-FOUR   VALUE "L".
               88  MK-SENS-HASH        VALUE "H".
           05  MK-VALUE-IN         PIC X(100).
           05  MK-VALUE-OUT        PIC X(100).
