      *----------------------------------------------------------*
      *  SEALPARM - OPTIONAL RUN PARAMETER FOR TRUNSEAL.  WHEN    *
      *  OLD ARCHIVE GENERATIONS HAVE BEEN RETIRED UNDER THE      *
      *  RETENTION SCHEDULE, THE FIRST SURVIVING LINK OF EACH     *
      *  CHAIN IS GIVEN HERE SO THE RETIRED LINKS BEFORE IT ARE   *
      *  NOT REPORTED AS MISSING.  ZERO OR NO PARM MEANS EVERY    *
      *  LINK FROM THE FIRST MUST BE PRESENT.                     *
      *----------------------------------------------------------*
       01  SEAL-PARM-RECORD.
           05  SQ-AUDIT-FROM-SEQ       PIC 9(9).
           05  SQ-ARCHIVE-FROM-SEQ     PIC 9(9).
           05  FILLER                  PIC X(62).
