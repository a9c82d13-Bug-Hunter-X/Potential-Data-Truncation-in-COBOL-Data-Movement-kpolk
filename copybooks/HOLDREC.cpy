      *----------------------------------------------------------*
      *  HOLDREC - PERSISTENT HOLD-STORE RECORD FOR THE TRUNHOLD  *
      *  HOLD-QUEUE MANAGER.  ONE ROW PER FIELD OF EVERY RECORD   *
      *  THE TRUNASMB COMPLETENESS GATE COULD NOT RELEASE, KEYED  *
      *  BY RECORD ID AND FIELD NAME SO ALL ROWS OF ONE HELD      *
      *  RECORD READ BACK TOGETHER.  ROWS ARRIVE FROM THE NIGHT'S *
      *  ASMHOLD AND FROM THE VALIDATED RECYCLE OUTPUT; A RECORD  *
      *  STAYS HERE, AGING FROM ITS FIRST-HELD DATE, UNTIL EVERY  *
      *  FIELD ITS FEED SUPPLIES IS PRESENT AND NONE IS STILL ON  *
      *  REJOUT, WHEN TRUNHOLD RELEASES IT TO ASMOUT AND DELETES  *
      *  ITS ROWS.                                                *
      *----------------------------------------------------------*
       01  HOLD-STORE-RECORD.
           05  HS-KEY.
               10  HS-RECORD-ID            PIC X(10).
               10  HS-FIELD-NAME           PIC X(30).
           05  HS-FIELD-VALUE          PIC X(100).
           05  HS-DISPOSITION          PIC X.
      *        FEED THE HELD RECORD BELONGS TO (THE SRCPARM OF THE
      *        RUN THAT FIRST HELD IT), SO EACH FEED'S HOLD RUN
      *        JUDGES ONLY ITS OWN RECORDS AGAINST ITS OWN FIELDS.
           05  HS-SOURCE-SYSTEM        PIC X(8).
           05  HS-FIRST-HELD-DATE      PIC 9(8).
           05  HS-LAST-MERGED-DATE     PIC 9(8).
           05  HS-ORIGIN               PIC X.
               88  HS-FROM-ASMHOLD         VALUE "H".
               88  HS-FROM-RECYCLE         VALUE "R".
