      *  QUERYABLE, PERSISTENT RECORD OF WHY AN INBOUND VALUE     *
      *  DID NOT FIT ITS TARGET FIELD.  INDEXED BY AU-KEY SO THE  *
      *  TRUNINQ ONLINE INQUIRY CAN BROWSE BY RUN DATE AND, VIA   *
      *  THE ALTERNATE KEY, BY TARGET FIELD NAME.  THE RECORD ID  *
      *  AND BATCH ID AT THE END TIE EACH EXCEPTION BACK TO THE   *
      *  TRANIN RECORD AND *HDR* BATCH IT ARRIVED IN, FOR THE     *
      *  TRUNLINE LINEAGE INQUIRY; BOTH READ AS SPACES ON ROWS    *
      *  (AND ARCHIVES) WRITTEN BEFORE THEY WERE ADDED, AND THE   *
      *  BATCH ID IS SPACES FOR AN EXTRACT WITH NO *HDR* RECORD.  *
      *  THE REASON IS WHY TRUNMAIN RAISED THE EXCEPTION (THE     *
      *  REJECT REASON, OR THE TRUNCATE/PASS-THROUGH HANDLING),   *
      *  AND THE CASE ID IS THE TRUNCASE CASE THE ROW WAS ROLLED  *
      *  INTO -- ZERO (OR SPACES ON AN OLDER ROW) UNTIL IT IS.    *
      *  A REJECT THE TRUNAFIX AUTO-CORRECTION STEP FIXED BY RULE *
      *  IS MARKED MACHINE-CORRECTED ("M"), NAMING THE AFIXRUL    *
      *  RULE THAT MADE THE VALUE PASS; BOTH ARE SPACES ON A ROW  *
      *  CORRECTED BY HAND OR NOT CORRECTED AT ALL.               *
      *  THE SEAL FIELDS CHAIN EVERY ROW TO THE ONE WRITTEN       *
      *  BEFORE IT: AU-SEAL IS THE AUDSEL01 KEYED MAC OF THE KEY, *
      *  THE ORIGINAL AND TRUNCATED VALUES AND THE TIMESTAMP,     *
      *  TAKEN TOGETHER WITH THE ROW'S PLACE IN THE CHAIN         *
      *  (AU-SEAL-SEQ) AND THE SEAL OF THE ROW BEFORE IT          *
      *  (AU-SEAL-PREV).  THEY ARE SET ONCE, WHEN TRUNMAIN OR     *
      *  TRUNMRGE WRITES THE ROW, AND NEVER CHANGED; STATUS       *
      *  CHANGES ARE SEALED SEPARATELY AS SEALEVT EVENTS.         *
      *  TRUNSEAL VERIFIES THE CHAIN.  A ROW WRITTEN BEFORE       *
      *  SEALING BEGAN READS AS SPACES HERE.                      *
      *----------------------------------------------------------*
       01  AUDIT-RECORD.
           05  AU-KEY.
               88  AU-STATUS-REVIEWED      VALUE "R".
               88  AU-STATUS-RESENT        VALUE "S".
               88  AU-STATUS-CLOSED        VALUE "C".
           05  AU-RECORD-ID            PIC X(10).
           05  AU-BATCH-ID             PIC X(8).
           05  AU-REASON               PIC X(40).
           05  AU-CASE-ID              PIC 9(6).
           05  AU-FIX-METHOD           PIC X.
               88  AU-MACHINE-CORRECTED    VALUE "M".
           05  AU-FIX-RULE-ID          PIC X(8).
           05  AU-SEAL-SEQ             PIC 9(9).
           05  AU-SEAL-PREV            PIC X(18).
           05  AU-SEAL                 PIC X(18).
