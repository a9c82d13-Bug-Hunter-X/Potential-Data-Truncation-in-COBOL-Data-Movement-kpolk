      *----------------------------------------------------------*
      *  SEALEVT - SEALED AUDIT EVENT RECORD, APPENDED BY         *
      *  AUDSEL01 FOR EVERY LEGITIMATE CHANGE TO A SEALED AUDIT   *
      *  ROW AFTER IT WAS WRITTEN:                                *
      *    "S" - STATUS CHANGE: TRUNINQ (REVIEWED/RESENT),        *
      *          TRUNRCYC (CLOSED) OR TRUNCSMT (CASE STATUS       *
      *          CARRIED TO ITS LINKED ROWS).                     *
      *    "L" - RELOAD: TRUNARCQ PUT AN ARCHIVED ROW BACK ON     *
      *          AUDIT.  SE-AUDIT-KEY IS THE KEY IT LANDED ON,    *
      *          SE-SEALED-KEY THE KEY IT WAS SEALED UNDER (THEY  *
      *          DIFFER WHEN THE RELOAD HAD TO REKEY IT).         *
      *  EVENTS FORM THEIR OWN CHAIN (SEALCTL ROW "EVENT"), SO    *
      *  AN EVENT CANNOT BE REMOVED OR EDITED UNSEEN EITHER.      *
      *  TRUNSEAL REPLAYS THEM AGAINST EACH ROW: A STATUS ON      *
      *  AUDIT THAT NO EVENT ACCOUNTS FOR IS AN UNSEALED CHANGE.  *
      *----------------------------------------------------------*
       01  SEAL-EVENT-RECORD.
           05  SE-EVENT-SEQ            PIC 9(9).
           05  SE-EVENT-DATA.
               10  SE-EVENT-TYPE           PIC X.
                   88  SE-STATUS-CHANGE        VALUE "S".
                   88  SE-RELOAD               VALUE "L".
               10  SE-AUDIT-KEY.
                   15  SE-AUDIT-RUN-DATE       PIC 9(8).
                   15  SE-AUDIT-SEQ-NO         PIC 9(6).
               10  SE-AUDIT-SEAL-SEQ       PIC 9(9).
               10  SE-OLD-STATUS           PIC X.
               10  SE-NEW-STATUS           PIC X.
               10  SE-SEALED-KEY           PIC X(14).
               10  SE-PROGRAM-ID           PIC X(8).
               10  SE-USER-ID              PIC X(8).
               10  SE-TIMESTAMP            PIC X(26).
           05  SE-PREV-SEAL            PIC X(18).
           05  SE-SEAL                 PIC X(18).
