      *----------------------------------------------------------*
      *  CYCPARM - OPTIONAL CYCLE-DATE PARAMETER SHARED BY EVERY  *
      *  STEP OF THE NIGHTLY CYCLE.  CP-CYCLE-DATE NAMES THE      *
      *  CYCLE THE STEP BELONGS TO ON THE CYCCTL RUN-CONTROL      *
      *  FILE AND ON ITS CTLTOT ROW, SO A NIGHT THAT RUNS PAST    *
      *  MIDNIGHT, OR A STEP RESTARTED THE NEXT MORNING, STAYS    *
      *  IN THE CYCLE IT STARTED IN.  ZERO, BLANK OR AN ABSENT    *
      *  PARM FILE MEANS TODAY.                                   *
      *----------------------------------------------------------*
       01  CYCLE-PARM-RECORD.
           05  CP-CYCLE-DATE           PIC 9(8).
