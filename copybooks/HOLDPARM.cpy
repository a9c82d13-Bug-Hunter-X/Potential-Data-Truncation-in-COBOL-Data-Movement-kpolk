      *----------------------------------------------------------*
      *  HOLDPARM - OPTIONAL PARAMETER RECORD FOR THE TRUNHOLD    *
      *  HOLD-QUEUE MANAGER.  A RECORD STILL ON HOLD MORE THAN    *
      *  HP-ESCALATE-DAYS DAYS AFTER IT WAS FIRST HELD IS LISTED  *
      *  ON THE HOLDESC ESCALATION REPORT WITH ITS BLOCKING       *
      *  FIELD AND THAT FIELD'S CURRENT REJOUT REASON.  AN ABSENT *
      *  OR ZERO PARM LEAVES THE SHOP DEFAULT OF 5 DAYS IN FORCE. *
      *----------------------------------------------------------*
       01  HOLD-PARM-RECORD.
           05  HP-ESCALATE-DAYS        PIC 9(3).
