      *----------------------------------------------------------*
      *  LINPARM - PARAMETER RECORD FOR THE TRUNLINE RECORD       *
      *  LINEAGE INQUIRY.  THE RECORD ID IS REQUIRED -- AN        *
      *  INQUIRY WITHOUT ONE HAS NOTHING TO TRACE AND IS          *
      *  REFUSED.  FIELD NAME NARROWS THE TRACE TO ONE FIELD OF   *
      *  THE RECORD (RECORD-LEVEL EVENTS SUCH AS ASSEMBLY ARE     *
      *  STILL SHOWN); BATCH ID NARROWS THE EVENTS THAT CARRY A   *
      *  BATCH IDENTITY (TRANIN ARRIVALS AND AUDIT ROWS) TO THAT  *
      *  *HDR* BATCH.  BLANK MEANS ALL.  THE CYCLE DATE IS THE    *
      *  NIGHT THE JOB STREAM'S CYCLE DATASETS (TRANIN, VALIDOUT, *
      *  REJECT, EXTRACT, ACKIN ... ASMOUT) BELONG TO, USED TO    *
      *  DATE THEIR EVENTS ON THE TIMELINE; ZERO OR BLANK MEANS   *
      *  TODAY.                                                   *
      *----------------------------------------------------------*
       01  LINEAGE-PARM-RECORD.
           05  LP-RECORD-ID            PIC X(10).
           05  LP-FIELD-NAME           PIC X(30).
           05  LP-BATCH-ID             PIC X(8).
           05  LP-CYCLE-DATE           PIC 9(8).
