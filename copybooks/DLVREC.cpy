      *----------------------------------------------------------*
      *  DLVREC - HEADER AND TRAILER OF A TRUNDLVR DELIVERY FILE. *
      *  EVERY DLVOUT FILE, FIXED OR DELIMITED, OPENS WITH ONE    *
      *  HEADER AND CLOSES WITH ONE TRAILER IN THESE FIXED        *
      *  LAYOUTS, MARKED "*HDR*" AND "*TRL*" IN THE FIRST TEN     *
      *  BYTES AS ON THE INBOUND EXTRACT, SO THE RECEIVING SYSTEM *
      *  CAN PROVE IT LOADED THE WHOLE FILE.                      *
      *  THE HEADER CARRIES THE CYCLE DATE AND THE BATCH IDS      *
      *  VALIDATED UNDER THAT CYCLE (FROM BATCHREG) -- THE COUNT  *
      *  OF DISTINCT IDS AND THE FIRST TWENTY OF THEM.  RECORDS   *
      *  RELEASED FROM THE HOLD QUEUE MAY COME FROM AN EARLIER    *
      *  NIGHT'S BATCH.                                           *
      *  THE TRAILER CARRIES THE DATA RECORD COUNT AND THE HASH   *
      *  TOTAL OF THE CONSUMER'S NOMINATED NUMERIC FIELD.  THE    *
      *  HASH IS THE SUM OF THE FIELD'S DIGITS READ AS A WHOLE    *
      *  NUMBER (A DECIMAL POINT IS IGNORED).  A BLANK VALUE ADDS *
      *  NOTHING; SO DOES A NON-NUMERIC VALUE OR ONE OF MORE THAN *
      *  EIGHTEEN DIGITS, OR ONE THAT WOULD CARRY THE TOTAL PAST  *
      *  EIGHTEEN DIGITS, AND THOSE ARE COUNTED ON THE DLVRPT     *
      *  REPORT SO THE CONSUMER'S TOTAL CAN BE EXPLAINED.  THE    *
      *  HASH STATUS TELLS THE CONSUMER WHETHER THE TOTAL COVERS  *
      *  EVERY VALUE ("C") OR SOME WERE LEFT OUT ("P"); IT READS  *
      *  AS A SPACE ON A TRAILER WRITTEN BEFORE IT WAS ADDED.     *
      *----------------------------------------------------------*
       01  DELIVERY-HEADER-RECORD.
           05  DH-RECORD-TYPE          PIC X(10).
           05  DH-CONSUMER-ID          PIC X(8).
           05  DH-CYCLE-DATE           PIC 9(8).
           05  DH-CREATE-TIMESTAMP     PIC X(26).
           05  DH-FORMAT               PIC X.
           05  DH-BATCH-COUNT          PIC 9(3).
           05  DH-BATCH-ID             PIC X(8) OCCURS 20 TIMES.
       01  DELIVERY-TRAILER-RECORD.
           05  DT-RECORD-TYPE          PIC X(10).
           05  DT-CONSUMER-ID          PIC X(8).
           05  DT-CYCLE-DATE           PIC 9(8).
           05  DT-RECORD-COUNT         PIC 9(9).
           05  DT-HASH-FIELD           PIC X(30).
           05  DT-HASH-TOTAL           PIC 9(18).
           05  DT-HASH-STATUS          PIC X.
               88  DT-HASH-COMPLETE        VALUE "C".
               88  DT-HASH-PARTIAL         VALUE "P".
