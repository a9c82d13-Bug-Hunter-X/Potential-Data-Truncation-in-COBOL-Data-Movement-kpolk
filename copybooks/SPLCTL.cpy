      *  STREAMS THE FILE WAS CUT INTO, AND THE DATA ROWS SENT    *
      *  TO EACH STREAM -- SO THE MERGE CAN PROVE THE COMBINED    *
      *  SLICES BACK AGAINST THE BATCH THE UPSTREAM SYSTEM        *
      *  ACTUALLY SENT, NOT JUST AGAINST EACH OTHER.  THE FEED    *
      *  AND THE TIME TRUNSPLT READ THE HEADER RIDE ALONG SO THE  *
      *  MERGE CAN REGISTER THE BATCH'S ARRIVAL ON BATCHREG.      *
      *----------------------------------------------------------*
       01  SPLIT-CONTROL-RECORD.
           05  SC-BATCH-ID             PIC X(8).
           05  SC-STREAM-COUNT         PIC 9.
           05  SC-STREAM-DATA-COUNT OCCURS 4 TIMES
                                       PIC 9(9).
           05  SC-SOURCE-SYSTEM        PIC X(8).
           05  SC-ARRIVAL-TIMESTAMP    PIC X(26).
