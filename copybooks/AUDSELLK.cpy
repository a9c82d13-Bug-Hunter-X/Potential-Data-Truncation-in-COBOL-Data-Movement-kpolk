      *----------------------------------------------------------*
      *  AUDSELLK - LINKAGE LAYOUT FOR THE AUDSEL01 AUDIT SEALING *
      *  SUBROUTINE.  COPY THIS INTO THE CALLER'S WORKING-STORAGE *
      *  TO BUILD THE PARAMETER AND INTO AUDSEL01'S LINKAGE       *
      *  SECTION SO BOTH SIDES STAY IN STEP.  THE FUNCTIONS ARE:  *
      *    "S" - SEAL THE NEXT LINK OF CHAIN SL-CHAIN-ID ("AUDIT" *
      *          FOR AUDIT ROWS, "ARCHIVE" FOR ARCHIVE TRAILERS)  *
      *          OVER THE FIRST SL-DATA-LEN BYTES OF SL-SEAL-DATA.*
      *          SEQUENCE, PREVIOUS SEAL AND SEAL COME BACK TO BE *
      *          STORED ON THE ROW; THE CHAIN HEAD ON SEALCTL IS  *
      *          MOVED ON AT ONCE, SO THE ROW MUST BE WRITTEN     *
      *          WHETHER OR NOT IT IS STORED WITH ITS SEAL.       *
      *    "E" - SEAL SL-EVENT-DATA AS THE NEXT SEALEVT EVENT (A  *
      *          STATUS CHANGE OR A RELOAD OF AN AUDIT ROW).  THE *
      *          CALLER FILLS THE EVENT VIEW; THE PROGRAM AND     *
      *          TIMESTAMP ARE STAMPED HERE IF LEFT BLANK.        *
      *    "C" - COMPUTE ONLY: SEAL SL-SEAL-DATA UNDER THE GIVEN  *
      *          SL-SEAL-SEQ AND SL-PREV-SEAL, TOUCHING NO FILE.  *
      *          TRUNSEAL RECOMPUTES WITH IT, AND TRUNPRGE KEEPS  *
      *          WITH IT A RUNNING SEAL OF THE FULL ROW IMAGES IT *
      *          ARCHIVES, FOR THE GENERATION'S TRAILER.          *
      *  SL-NOT-SEALED COMES BACK WITH SL-MESSAGE WHEN THE SEAL   *
      *  COULD NOT BE TAKEN; THE CALLER REPORTS IT AND CARRIES ON *
      *  -- TRUNSEAL WILL SHOW THE ROW OR EVENT AS UNSEALED.      *
      *----------------------------------------------------------*
       01  SL-AUDSEL-PARM.
           05  SL-FUNCTION         PIC X.
               88  SL-SEAL-LINK        VALUE "S".
               88  SL-SEAL-EVENT       VALUE "E".
               88  SL-COMPUTE-ONLY     VALUE "C".
           05  SL-CHAIN-ID         PIC X(8).
           05  SL-PROGRAM-ID       PIC X(8).
           05  SL-SEAL-SEQ         PIC 9(9).
           05  SL-PREV-SEAL        PIC X(18).
           05  SL-SEAL             PIC X(18).
           05  SL-DATA-LEN         PIC 9(4).
           05  SL-SEAL-DATA        PIC X(400).
      *        AN AUDIT ROW IS SEALED OVER THESE 240 BYTES.
           05  SL-AUDIT-VIEW REDEFINES SL-SEAL-DATA.
               10  SL-AU-KEY               PIC X(14).
               10  SL-AU-ORIGINAL-VALUE    PIC X(100).
               10  SL-AU-TRUNCATED-VALUE   PIC X(100).
               10  SL-AU-TIMESTAMP         PIC X(26).
               10  FILLER                  PIC X(160).
      *        A SEALEVT EVENT IS SEALED OVER THESE 82 BYTES; THE
      *        LAYOUT MATCHES SE-EVENT-DATA.
           05  SL-EVENT-VIEW REDEFINES SL-SEAL-DATA.
               10  SL-EV-EVENT-TYPE        PIC X.
               10  SL-EV-AUDIT-KEY         PIC X(14).
               10  SL-EV-AUDIT-SEAL-SEQ    PIC 9(9).
               10  SL-EV-OLD-STATUS        PIC X.
               10  SL-EV-NEW-STATUS        PIC X.
               10  SL-EV-SEALED-KEY        PIC X(14).
               10  SL-EV-PROGRAM-ID        PIC X(8).
               10  SL-EV-USER-ID           PIC X(8).
               10  SL-EV-TIMESTAMP         PIC X(26).
               10  FILLER                  PIC X(318).
           05  SL-RESULT           PIC X.
               88  SL-SEALED           VALUE "Y".
               88  SL-NOT-SEALED       VALUE "N".
           05  SL-MESSAGE          PIC X(100).
