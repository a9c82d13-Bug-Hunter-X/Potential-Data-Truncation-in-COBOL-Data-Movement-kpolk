           05  CR-RECORD-ID        PIC X(10).
           05  CR-FIELD-NAME       PIC X(30).
           05  CR-FIELD-VALUE      PIC X(100).
      *        AFIXRUL RULE THAT PRODUCED THE CORRECTION WHEN THE
      *        TRUNAFIX AUTO-CORRECTION STEP FILED IT; SPACES ON A
      *        CORRECTION KEYED BY HAND IN TRUNCORR.
           05  CR-FIX-RULE-ID      PIC X(8).
