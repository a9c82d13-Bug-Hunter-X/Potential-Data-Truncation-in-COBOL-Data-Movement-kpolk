      *  FOR A CYCLE DATE AND PROVES THE IN-EQUALS-OUT EQUATIONS  *
      *  ACROSS THE WHOLE EXCEPTION CYCLE, SO A ROW LOST BETWEEN  *
      *  STEPS IS CAUGHT THAT NIGHT INSTEAD OF BY A CUSTOMER.     *
      *  CT-CYCLE-DATE IS THE CYCLE DATE THE STEP RAN UNDER ON    *
      *  THE CYCCTL RUN-CONTROL FILE (CYCPARM, ELSE TODAY).       *
      *  THE COUNT SLOTS ARE FIXED; WHAT EACH SLOT MEANS DEPENDS  *
      *  ON THE WRITING PROGRAM:                                  *
      *    TRUNMAIN: IN=FIELD ROWS CHECKED  A=WRITTEN TO VALIDOUT *
      *              B=REJECT ROWS (LENGTH+EDIT+CROSS-FIELD)      *
      *              C=EXTRACT ROWS CUT     D=PRTPARM STREAM      *
      *              PROVES IN = A + B  (STREAM 9, THE RECYCLE    *
      *              PASS, IS PROVED ON ITS OWN)                  *
      *    TRUNRCYC: IN=REJECTS READ        A=RECYCLED TO STREAM  *
      *              B=STILL FAILING        C=CARRIED FORWARD     *
      *              D=UNUSED               PROVES IN = A + B + C *
      *              B=DELETED              C=RETAINED OPEN       *
      *              D=RETAINED IN PERIOD   PROVES IN = A + C + D *
      *              AND A = B                                    *
      *    TRUNHOLD: IN=HELD RECORDS JUDGED A=RELEASED TO ASMOUT  *
      *              B=STILL HELD           C=ESCALATED (OF B)    *
      *              D=ROWS MERGED TO STORE PROVES IN = A + B     *
      *    TRUNDLVR: ONE ROW PER CONSUMER DELIVERY FILE           *
      *              IN=ASMOUT RECORDS READ A=RECORDS DELIVERED   *
      *              B=VALUES CUT TO FIT    C=HASH VALUES LEFT OUT *
      *              D=DLVOUT FILE NUMBER   PROVES IN = A         *
      *    TRUNAFIX: IN=REJECTS READ        A=AUTO-CORRECTED      *
      *              B=LEFT FOR TRUNCORR    C=ALREADY CORRECTED   *
      *              D=AUDIT ROWS MARKED    PROVES IN = A + B + C *
      *  ACROSS PROGRAMS, TRUNBALC ALSO PROVES TRUNMAIN C AGAINST *
      *  TRUNACKM IN, TRUNMAIN B AGAINST TRUNRCYC IN, AND        *
      *  TRUNRCYC A AGAINST THE RECYCLE PASS'S IN.                *
      *----------------------------------------------------------*
       01  CONTROL-TOTAL-RECORD.
           05  CT-PROGRAM-ID           PIC X(8).
