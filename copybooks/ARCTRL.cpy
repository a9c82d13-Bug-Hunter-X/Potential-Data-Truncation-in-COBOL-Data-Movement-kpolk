      *----------------------------------------------------------*
      *  ARCTRL - SEALED TRAILER WRITTEN BY TRUNPRGE AS THE LAST  *
      *  RECORD OF EVERY ARCHOUT GENERATION, THE SAME LENGTH AS   *
      *  THE AUDIT RECORD IMAGES BEFORE IT.  IT CARRIES THE ROW   *
      *  COUNT AND A RUNNING SEAL OVER EVERY ROW'S FULL IMAGE AS  *
      *  ARCHIVED, IN FILE ORDER (THE FIRST ROW CHAINS FROM       *
      *  EIGHTEEN ZEROS), AND IS ITSELF THE NEXT LINK OF THE      *
      *  "ARCHIVE" CHAIN ON SEALCTL -- SO A GENERATION CUT SHORT, *
      *  WITH A ROW EDITED, ADDED OR DROPPED, OR LEFT OUT OF THE  *
      *  CONCATENATION ALTOGETHER, IS FOUND BY TRUNSEAL.  READERS *
      *  OF ARCHIN (TRUNARCQ, TRUNLINE) SKIP IT BY AT-IS-TRAILER. *
      *----------------------------------------------------------*
       01  ARCHIVE-TRAILER-RECORD.
           05  AT-TRAILER-ID           PIC X(5).
               88  AT-IS-TRAILER           VALUE "*TRL*".
           05  AT-SEAL-SEQ             PIC 9(9).
           05  AT-TRAILER-DATA.
               10  AT-CYCLE-DATE           PIC 9(8).
               10  AT-TIMESTAMP            PIC X(26).
               10  AT-ROW-COUNT            PIC 9(9).
               10  AT-ROW-SEAL-TOTAL       PIC X(18).
           05  AT-PREV-SEAL            PIC X(18).
           05  AT-SEAL                 PIC X(18).
           05  FILLER                  PIC X(286).
