      *----------------------------------------------------------*
      *  UMSKLOG - UNMASKED-VIEW LOG.  ONE ROW APPENDED BY        *
      *  TRUNINQ OR TRUNARCQ FOR EVERY ATTEMPT TO SEE A MASKED    *
      *  VALUE UNMASKED: WHO, WHEN, FROM WHICH PROGRAM, WHICH     *
      *  AUDIT ROW AND FIELD, AND WHAT HAPPENED -- "V" THE VALUE  *
      *  WAS SHOWN, "D" THE USER WAS REFUSED, "N" THE ROW HAD NO  *
      *  VAULT ENTRY TO SHOW.                                     *
      *----------------------------------------------------------*
       01  UNMASK-LOG-RECORD.
           05  UL-TIMESTAMP            PIC X(26).
           05  UL-USER-ID              PIC X(8).
           05  UL-PROGRAM              PIC X(8).
           05  UL-AUDIT-KEY.
               10  UL-RUN-DATE         PIC 9(8).
               10  UL-SEQ-NO           PIC 9(6).
           05  UL-FIELD-NAME           PIC X(30).
           05  UL-SOURCE-SYSTEM        PIC X(8).
           05  UL-RESULT               PIC X.
               88  UL-RESULT-VIEWED        VALUE "V".
               88  UL-RESULT-DENIED        VALUE "D".
               88  UL-RESULT-NO-VAULT      VALUE "N".
