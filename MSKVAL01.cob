       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSKVAL01.
       AUTHOR. DATA-QUALITY-TEAM.
      *REMARKS. SHARED VALUE-MASKING SUBROUTINE, COMPANION TO
      *    LENCHK01 AND EDTCHK01.  EVERY PROGRAM THAT WRITES A
      *    FIELD VALUE TO A FILE OR REPORT PEOPLE CAN READ (THE
      *    AUDIT TRAIL, TRUNRPT, REJECT, AND THROUGH THE AUDIT
      *    FILE THE TRUNPRGE ARCHIVES) PASSES IT THROUGH HERE
      *    WITH THE SENSITIVITY CLASS FROM THE FIELD'S FLDCTL ROW:
      *      "N" OR BLANK - NOT SENSITIVE: RETURNED UNCHANGED.
      *      "F" - FULL MASK: EVERY CONTENT CHARACTER BECOMES "*".
      *      "L" - LAST FOUR: ALL BUT THE LAST FOUR CONTENT
      *            CHARACTERS BECOME "*".  A VALUE OF FOUR
      *            CHARACTERS OR FEWER WOULD SHOW WHOLE, SO IT IS
      *            MASKED IN FULL INSTEAD.
      *      "H" - KEYED HASH: THE VALUE IS REPLACED BY "#" AND
      *            EIGHTEEN HEX DIGITS OF AN HMAC-SHA-256 OF ITS
      *            CONTENT, TAKEN BY MACGEN01 UNDER THE SHOP'S
      *            MASKING KEY.  THE SAME VALUE ALWAYS GIVES THE
      *            SAME MARK, SO ANALYSTS CAN STILL SEE THAT TWO
      *            EXCEPTIONS CARRY ONE VALUE WITHOUT SEEING IT.
      *            AN UNKEYED HASH OF AN SSN, ACCOUNT NUMBER OR
      *            BIRTH DATE COULD BE UNDONE BY HASHING EVERY
      *            CANDIDATE VALUE; THIS MARK CANNOT BE MATCHED
      *            THAT WAY WITHOUT USE OF THE KEY, WHICH STAYS IN
      *            THE CKDS UNDER THE LABEL ON THE FIRST RECORD OF
      *            THE MASKKEY DATASET.  WITH NO MASKKEY LABEL, OR
      *            IF THE MAC CANNOT BE TAKEN, THE VALUE IS MASKED
      *            IN FULL INSTEAD.
      *    ANY OTHER CLASS CODE IS MASKED IN FULL -- A MIS-KEYED
      *    CLASS MUST FAIL SAFE, NOT PRINT THE VALUE.  FULL AND
      *    LAST-FOUR MASKS KEEP THE CONTENT LENGTH, SO A LENGTH
      *    EXCEPTION STILL READS SENSIBLY ON THE REPORT.  THE
      *    UNMASKED VALUES ARE KEPT ONLY ON THE SENSVLT VAULT,
      *    READ BY TRUNINQ AND TRUNARCQ FOR AUTHORIZED USERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MASK-KEY-FILE ASSIGN TO "MASKKEY"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-KEY-FILE.
       01  MASK-KEY-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONTENT-LEN          PIC 9(4) VALUE 0.
       01  WS-MASK-LEN             PIC 9(4) VALUE 0.
      *    THE MASKING KEY LABEL IS READ ON THE FIRST CALL AND
      *    KEPT; A FAILED MAC IS REPORTED ONCE PER RUN, NOT ONCE
      *    PER VALUE.
       01  WS-KEY-LOADED-FLAG      PIC X VALUE "N".
           88  WS-KEY-LOADED           VALUE "Y".
       01  WS-MASK-KEY-LABEL       PIC X(64) VALUE SPACE.
       01  WS-MAC-WARNED-FLAG      PIC X VALUE "N".
           88  WS-MAC-WARNED           VALUE "Y".
       01  WS-HASH-TEXT.
           05  WS-HASH-MARK            PIC X VALUE "#".
           05  WS-HASH-DIGITS          PIC X(18).

       COPY MACGENLK.

       LINKAGE SECTION.
       COPY MSKVALLK.

       PROCEDURE DIVISION USING MK-MSKVAL-PARM.
       0000-MAIN.
           MOVE SPACE TO MK-VALUE-OUT
           IF MK-VALUE-IN = SPACE
               GOBACK
           END-IF
      *    TRAILING ONLY, AS IN LENCHK01 -- A LEADING SPACE IS
      *    CONTENT AND IS MASKED WITH THE REST.
           MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(MK-VALUE-IN, TRAILING))
               TO WS-CONTENT-LEN
           EVALUATE TRUE
               WHEN MK-SENS-NONE
                   MOVE MK-VALUE-IN TO MK-VALUE-OUT
               WHEN MK-SENS-LAST-FOUR
                   AND WS-CONTENT-LEN > 4
                   COMPUTE WS-MASK-LEN = WS-CONTENT-LEN - 4
                   MOVE ALL "*" TO MK-VALUE-OUT (1:WS-MASK-LEN)
                   MOVE MK-VALUE-IN (WS-MASK-LEN + 1:4)
                       TO MK-VALUE-OUT (WS-MASK-LEN + 1:4)
               WHEN MK-SENS-HASH
                   PERFORM 0100-HASH-VALUE
               WHEN OTHER
                   MOVE ALL "*" TO MK-VALUE-OUT (1:WS-CONTENT-LEN)
           END-EVALUATE
           GOBACK.

       0100-HASH-VALUE.
           IF NOT WS-KEY-LOADED
               PERFORM 0110-LOAD-MASK-KEY
           END-IF
           MOVE WS-MASK-KEY-LABEL TO MG-KEY-LABEL
           MOVE WS-CONTENT-LEN TO MG-TEXT-LEN
           MOVE SPACE TO MG-TEXT
           MOVE MK-VALUE-IN (1:WS-CONTENT-LEN)
               TO MG-TEXT (1:WS-CONTENT-LEN)
           CALL "MACGEN01" USING MG-MACGEN-PARM
           IF MG-MAC-MADE
               MOVE MG-MAC-TEXT TO WS-HASH-DIGITS
               MOVE WS-HASH-TEXT TO MK-VALUE-OUT
           ELSE
      *        FAIL SAFE: NO KEY, NO MARK -- THE VALUE IS HIDDEN
      *        WHOLE RATHER THAN SHOWN UNDER A WEAKER HASH.
               MOVE ALL "*" TO MK-VALUE-OUT (1:WS-CONTENT-LEN)
               IF NOT WS-MAC-WARNED
                   SET WS-MAC-WARNED TO TRUE
                   DISPLAY "WARNING: MSKVAL01 " MG-MESSAGE
                   DISPLAY "WARNING: HASH-CLASS VALUES ARE BEING "
                       "MASKED IN FULL"
               END-IF
           END-IF.

       0110-LOAD-MASK-KEY.
           MOVE SPACE TO WS-MASK-KEY-LABEL
           OPEN INPUT MASK-KEY-FILE
           READ MASK-KEY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE MASK-KEY-RECORD (1:64) TO WS-MASK-KEY-LABEL
           END-READ
           CLOSE MASK-KEY-FILE
           SET WS-KEY-LOADED TO TRUE.
