      *----------------------------------------------------------*
      *  SEALCTL - SEAL CHAIN HEAD RECORD (INDEXED SEALCTL        *
      *  DATASET), ONE ROW PER CHAIN, OWNED BY AUDSEL01:          *
      *    "AUDIT"   - EVERY AUDIT ROW, SEALED AS WRITTEN BY      *
      *                TRUNMAIN (SINGLE STREAM) OR TRUNMRGE.      *
      *    "ARCHIVE" - THE TRAILER OF EVERY TRUNPRGE ARCHIVE      *
      *                GENERATION.                                *
      *    "EVENT"   - EVERY SEALEVT STATUS-CHANGE/RELOAD EVENT.  *
      *  SK-LAST-SEQ AND SK-LAST-SEAL ARE THE NEWEST LINK, SO A   *
      *  ROW DELETED FROM THE END OF A CHAIN IS STILL SEEN BY     *
      *  TRUNSEAL.  SK-START-TIMESTAMP IS WHEN THE CHAIN BEGAN;   *
      *  AN AUDIT ROW WRITTEN AFTER IT WITH NO SEAL WAS ADDED     *
      *  OUTSIDE THE SEALING PROGRAMS.                            *
      *----------------------------------------------------------*
       01  SEAL-CONTROL-RECORD.
           05  SK-CHAIN-ID             PIC X(8).
           05  SK-LAST-SEQ             PIC 9(9).
           05  SK-LAST-SEAL            PIC X(18).
           05  SK-START-TIMESTAMP      PIC X(26).
           05  SK-LAST-TIMESTAMP       PIC X(26).
           05  SK-LAST-PROGRAM         PIC X(8).
