      *----------------------------------------------------------*
      *  CYCCHKLK - LINKAGE LAYOUT FOR THE CYCCHK01 CYCLE RUN-    *
      *  CONTROL SUBROUTINE.  COPY THIS INTO THE CALLER'S         *
      *  WORKING-STORAGE TO BUILD THE PARAMETER AND INTO          *
      *  CYCCHK01'S LINKAGE SECTION SO BOTH SIDES STAY IN STEP.   *
      *  THE CALLER SETS CC-START-STEP BEFORE IT OPENS ANY OF ITS *
      *  FILES AND ABANDONS THE RUN WHEN CC-STEP-REFUSED COMES    *
      *  BACK, DISPLAYING CC-MESSAGE; AT END IT SETS CC-END-STEP  *
      *  WITH ITS RETURN CODE IN CC-STEP-RC.  CC-CYCLE-DATE GOES  *
      *  IN ZERO (CYCPARM OR TODAY) OR AS A DATE THE CALLER WAS   *
      *  GIVEN, AND COMES BACK AS THE CYCLE ACTUALLY USED -- THE  *
      *  END CALL MUST PASS IT BACK UNCHANGED.                    *
      *----------------------------------------------------------*
       01  CC-CYCCHK-PARM.
           05  CC-FUNCTION         PIC X.
               88  CC-START-STEP       VALUE "S".
               88  CC-END-STEP         VALUE "E".
           05  CC-PROGRAM-ID       PIC X(8).
      *        THE FEED THE STEP RUNS FOR -- SRCPARM'S SOURCE SYSTEM,
      *        SET BY EACH FEED'S OWN STEPS (TRUNSPLT THROUGH
      *        TRUNDLVR); BLANK FOR A FEED RUN WITH NO SRCPARM AND
      *        FOR THE NIGHT-WIDE STEPS (TRUNACKM, TRUNPRGE,
      *        TRUNBALC).
           05  CC-SOURCE-SYSTEM    PIC X(8) VALUE SPACE.
      *        1-4 FOR A PARTITIONED TRUNMAIN STREAM, 9 FOR THE
      *        TRUNMAIN PASS THAT RE-VALIDATES TRUNRCYC'S RECYCOUT,
      *        OTHERWISE 0.
           05  CC-STREAM-NO        PIC 9 VALUE 0.
               88  CC-RECYCLE-PASS     VALUE 9.
      *        SET ONLY BY TRUNSPLT ON ITS END CALL.
           05  CC-STREAM-COUNT     PIC 9 VALUE 0.
           05  CC-CYCLE-DATE       PIC 9(8) VALUE 0.
           05  CC-STEP-RC          PIC 9(4) VALUE 0.
           05  CC-VERDICT          PIC X.
               88  CC-STEP-CLEARED     VALUE "Y".
               88  CC-STEP-REFUSED     VALUE "N".
           05  CC-MESSAGE          PIC X(100).
