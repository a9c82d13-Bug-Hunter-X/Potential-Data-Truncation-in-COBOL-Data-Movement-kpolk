      *----------------------------------------------------------*
      *  CYCRPARM - OPTIONAL PARAMETER RECORD FOR THE TRUNCYCL    *
      *  CYCLE STATUS REPORT AND STEP RESET.  CQ-CYCLE-DATE NAMES *
      *  THE CYCLE TO REPORT ON; ZERO OR BLANK MEANS THE NIGHT'S  *
      *  CYCLE DATE (CYCPARM, ELSE TODAY).  WITH NO RESET PROGRAM *
      *  THE RUN ONLY REPORTS.  A RESET PROGRAM (AND STREAM, 1-4  *
      *  FOR A PARTITIONED TRUNMAIN STREAM, 9 FOR THE RECYCLE     *
      *  PASS, ELSE 0) MARKS THAT STEP'S CYCCTL ROW RESET SO IT   *
      *  MAY RUN AGAIN.  CQ-RESET-SOURCE NAMES THE FEED, THE      *
      *  SRCPARM SOURCE SYSTEM OF THE FEED'S JOB -- BLANK FOR A   *
      *  FEED RUN WITH NO SRCPARM AND FOR A NIGHT-WIDE STEP; IT   *
      *  COMES LAST SO A CARD WITHOUT IT STILL READS.  A RESET    *
      *  NEEDS THE REQUESTING USER ID, WHICH IS STAMPED ON THE    *
      *  ROW.  CQ-RESET-FOLLOWING "Y" ALSO RESETS EVERY STEP      *
      *  AFTER IT IN THE NIGHT'S ORDER THAT HAS ALREADY RUN --    *
      *  THE SAME FEED'S LATER STEPS, THEN THE NIGHT-WIDE ONES -- *
      *  THE USUAL CHOICE WHEN A STEP HAS TO BE RERUN AND WHAT    *
      *  FOLLOWED IT MUST RERUN ON ITS NEW OUTPUT.                *
      *----------------------------------------------------------*
       01  CYCLE-REPORT-PARM-RECORD.
           05  CQ-CYCLE-DATE           PIC 9(8).
           05  CQ-RESET-PROGRAM        PIC X(8).
           05  CQ-RESET-STREAM         PIC 9.
           05  CQ-RESET-FOLLOWING      PIC X.
               88  CQ-RESET-FOLLOWING-STEPS VALUE "Y".
           05  CQ-USER-ID              PIC X(8).
           05  CQ-RESET-SOURCE         PIC X(8).
