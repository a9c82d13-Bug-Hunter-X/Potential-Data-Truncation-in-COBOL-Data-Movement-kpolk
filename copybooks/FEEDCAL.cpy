      *----------------------------------------------------------*
      *  FEEDCAL - EXPECTED-FEED ARRIVAL CALENDAR, READ BY THE    *
      *  TRUNFEED MONITOR.  BATCHREG ONLY RECORDS THE BATCHES     *
      *  THAT DID ARRIVE; THIS TABLE SAYS WHICH SHOULD HAVE.      *
      *  FEED ROW ("F"), ONE PER SOURCE SYSTEM:                   *
      *    FE-SOURCE-SYSTEM  - THE FEED, AS STAMPED ON BATCHREG   *
      *                        (SRCPARM, ELSE "TRUNMAIN").        *
      *    FE-EXPECTED-DAYS  - SEVEN FLAGS, MONDAY FIRST; "Y"     *
      *                        MEANS A BATCH IS DUE FOR A CYCLE   *
      *                        DATE FALLING ON THAT DAY.          *
      *    FE-LATEST-ARRIVAL - LATEST ACCEPTABLE ARRIVAL, HHMM.   *
      *    FE-ARRIVAL-DAY    - 0 IF THAT TIME FALLS ON THE CYCLE  *
      *                        DATE ITSELF, 1 IF ON THE MORNING   *
      *                        AFTER (A FEED DUE AT 0200 FOR THE  *
      *                        PREVIOUS DAY'S CYCLE).             *
      *    FE-MIN-COUNT      - FEWEST RECORDS A NORMAL NIGHT      *
      *    FE-MAX-COUNT        CARRIES, AND MOST; A MAXIMUM OF    *
      *                        ZERO MEANS NO CEILING.  COUNTS ARE *
      *                        THE TRAILER'S TC-EXPECTED-COUNT,   *
      *                        SUMMED OVER THE NIGHT'S BATCHES.   *
      *  HOLIDAY ROW ("H"): THE FEED IS NOT DUE FOR THAT CYCLE    *
      *  DATE.  A BLANK SOURCE MAKES IT A HOLIDAY FOR EVERY FEED. *
      *----------------------------------------------------------*
       01  FEED-CALENDAR-RECORD.
           05  FE-SOURCE-SYSTEM        PIC X(8).
           05  FE-ROW-TYPE             PIC X.
               88  FE-FEED-ROW             VALUE "F".
               88  FE-HOLIDAY-ROW          VALUE "H".
           05  FE-EXPECTED-DAYS        PIC X(7).
           05  FE-LATEST-ARRIVAL       PIC 9(4).
           05  FE-ARRIVAL-DAY          PIC 9.
           05  FE-MIN-COUNT            PIC 9(9).
           05  FE-MAX-COUNT            PIC 9(9).
       01  FEED-HOLIDAY-RECORD.
           05  FH-SOURCE-SYSTEM        PIC X(8).
           05  FH-ROW-TYPE             PIC X.
           05  FH-HOLIDAY-DATE         PIC 9(8).
           05  FH-DESCRIPTION          PIC X(30).
