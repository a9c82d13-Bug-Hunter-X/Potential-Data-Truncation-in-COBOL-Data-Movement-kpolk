      *----------------------------------------------------------*
      *  CYCCTL - NIGHTLY CYCLE RUN-CONTROL RECORD (INDEXED       *
      *  CYCCTL DATASET).  ONE ROW PER STEP OF A CYCLE, KEYED BY  *
      *  CYCLE DATE, FEED, PROGRAM AND STREAM NUMBER.  THE FEED   *
      *  IS THE SRCPARM SOURCE SYSTEM OF THE FEED'S OWN JOB --    *
      *  EACH FEED RUNS TRUNSPLT THROUGH TRUNDLVR FOR ITSELF --    *
      *  AND IS BLANK FOR A FEED RUN WITH NO SRCPARM AND FOR THE  *
      *  NIGHT-WIDE STEPS (TRUNACKM, TRUNPRGE, TRUNBALC).  THE    *
      *  STREAM IS 1-4 FOR A PARTITIONED TRUNMAIN STREAM, 9 FOR   *
      *  THE TRUNMAIN RECYCLE PASS, ZERO FOR EVERY OTHER STEP     *
      *  AND FOR A SINGLE-STREAM TRUNMAIN.  EVERY STEP OF THE     *
      *  NIGHT CALLS CYCCHK01 AT START, WHICH REFUSES THE RUN     *
      *  WHEN A PREDECESSOR HAS NOT COMPLETED CLEANLY OR WHEN     *
      *  THE STEP ITSELF ALREADY COMPLETED FOR THE CYCLE, AND     *
      *  MARKS THE ROW STARTED; AT END IT MARKS THE ROW COMPLETE  *
      *  (RETURN CODE 4 OR LESS) OR FAILED, WITH THE RETURN CODE. *
      *  A ROW LEFT STARTED IS A STEP THAT ABENDED (OR IS STILL   *
      *  RUNNING) -- IT MAY BE RERUN AS IT STANDS.  A COMPLETED   *
      *  STEP RUNS AGAIN ONLY AFTER TRUNCYCL HAS RESET IT, AND    *
      *  THE RESET IS STAMPED WITH THE USER ID THAT ASKED FOR IT. *
      *  THE TRUNSPLT ROW ALSO CARRIES THE NUMBER OF STREAMS THE  *
      *  FEED WAS CUT INTO, SO TRUNMRGE KNOWS WHICH STREAMS IT    *
      *  MUST WAIT FOR.                                           *
      *----------------------------------------------------------*
       01  CYCLE-CONTROL-RECORD.
           05  CY-KEY.
               10  CY-CYCLE-DATE           PIC 9(8).
               10  CY-SOURCE-SYSTEM        PIC X(8).
               10  CY-PROGRAM-ID           PIC X(8).
               10  CY-STREAM-NO            PIC 9.
           05  CY-STATUS               PIC X.
               88  CY-STEP-STARTED         VALUE "S".
               88  CY-STEP-COMPLETE        VALUE "C".
               88  CY-STEP-FAILED          VALUE "F".
               88  CY-STEP-RESET           VALUE "R".
           05  CY-RETURN-CODE          PIC 9(4).
           05  CY-STREAM-COUNT         PIC 9.
           05  CY-RUN-COUNT            PIC 9(3).
           05  CY-START-TIMESTAMP      PIC X(26).
           05  CY-END-TIMESTAMP        PIC X(26).
           05  CY-RESET-USER-ID        PIC X(8).
           05  CY-RESET-TIMESTAMP      PIC X(26).
