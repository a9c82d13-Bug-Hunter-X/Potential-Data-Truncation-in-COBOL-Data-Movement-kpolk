      *----------------------------------------------------------*
      *  SENSVLT - SENSITIVE-VALUE VAULT RECORD.  WHEN A FIELD'S  *
      *  FLDCTL SENSITIVITY CLASS MASKS ITS VALUES ON THE AUDIT   *
      *  TRAIL, TRUNMAIN FILES THE UNMASKED ORIGINAL AND          *
      *  TRUNCATED VALUES HERE UNDER THE SAME KEY AS THE AUDIT    *
      *  ROW, SO AN AUTHORIZED USER CAN STILL SEE WHAT ACTUALLY   *
      *  ARRIVED.  ONLY TRUNINQ AND TRUNARCQ READ THE VAULT; BOTH *
      *  CHECK THE USER AGAINST UMSKAUT AND LOG EVERY VIEW TO     *
      *  UMSKLOG.  ROWS ARE NOT PURGED WITH THE AUDIT FILE, SO    *
      *  ARCHIVED EXCEPTIONS CAN STILL BE UNMASKED; ACCESS TO THE *
      *  DATASET ITSELF IS RESTRICTED AT THE SECURITY LAYER.      *
      *----------------------------------------------------------*
       01  SENS-VAULT-RECORD.
           05  SV-KEY.
               10  SV-RUN-DATE         PIC 9(8).
               10  SV-SEQ-NO           PIC 9(6).
           05  SV-FIELD-NAME           PIC X(30).
           05  SV-SOURCE-SYSTEM        PIC X(8).
           05  SV-RECORD-ID            PIC X(10).
           05  SV-SENSITIVITY          PIC X.
           05  SV-ORIGINAL-VALUE       PIC X(100).
           05  SV-TRUNCATED-VALUE      PIC X(100).
