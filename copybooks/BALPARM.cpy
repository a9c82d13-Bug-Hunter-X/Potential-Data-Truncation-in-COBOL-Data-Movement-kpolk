      *  BALPARM - PARAMETER RECORD FOR THE TRUNBALC END-OF-NIGHT *
      *  CONTROL-TOTALS BALANCING JOB.  BL-CYCLE-DATE NAMES THE   *
      *  CYCLE (CT-CYCLE-DATE) WHOSE CONTROL-TOTAL ROWS ARE TO    *
      *  BE BALANCED; ZERO, OR AN ABSENT PARM FILE, MEANS THE     *
      *  NIGHT'S CYCLE DATE (CYCPARM, ELSE TODAY), SO THE NORMAL  *
      *  END-OF-NIGHT STEP RUNS WITH NO PARM AT ALL AND A MORNING *
      *  RERUN CAN NAME LAST NIGHT'S DATE.                        *
      *----------------------------------------------------------*
       01  BALANCE-PARM-RECORD.
           05  BL-CYCLE-DATE           PIC 9(8).
