      *  MATCHED, AND ENDS WITH RETURN CODE 12 SO THE SCHEDULER   *
      *  ROUTES THE FILE TO THE DATA-QUALITY TEAM INSTEAD OF      *
      *  DOUBLE-FEEDING VALIDOUT DOWNSTREAM.                      *
      *  BR-RUN-DATE IS THE MACHINE DATE OF THE RUN; BR-CYCLE-    *
      *  DATE IS THE CYCCTL CYCLE THE BATCH WAS VALIDATED UNDER,  *
      *  WHICH IS HOW TRUNDLVR NAMES A NIGHT'S ORIGINATING        *
      *  BATCHES ON ITS DELIVERY HEADERS.  BR-SOURCE-SYSTEM IS    *
      *  THE RUN-LEVEL FEED (SRCPARM, ELSE "TRUNMAIN"),           *
      *  BR-ARRIVAL-TIMESTAMP WHEN THE CYCLE READ THE BATCH'S     *
      *  HEADER (BY TRUNSPLT ON A PARTITIONED NIGHT), AND         *
      *  BR-EXPECTED-COUNT THE TRAILER'S TC-EXPECTED-COUNT --     *
      *  THE FACTS THE TRUNFEED ARRIVAL MONITOR CHECKS AGAINST    *
      *  THE FEED CALENDAR.  ROWS REGISTERED BEFORE THESE FIELDS  *
      *  EXISTED CARRY SPACES THERE.                              *
      *----------------------------------------------------------*
       01  BATCH-REGISTRY-RECORD.
           05  BR-BATCH-ID             PIC X(8).
           05  BR-RECORDS-READ         PIC 9(9).
           05  BR-WRITTEN-OUT          PIC 9(9).
           05  BR-REJECT-ROWS          PIC 9(9).
           05  BR-CYCLE-DATE           PIC 9(8).
           05  BR-SOURCE-SYSTEM        PIC X(8).
           05  BR-ARRIVAL-TIMESTAMP    PIC X(26).
           05  BR-EXPECTED-COUNT       PIC 9(9).
