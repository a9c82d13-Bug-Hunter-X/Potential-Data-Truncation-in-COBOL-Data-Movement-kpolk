       IDENTIFICATION DIVISION.
       PROGRAM-ID. MACGEN01.
       AUTHOR. DATA-QUALITY-TEAM.
      *REMARKS. SHARED KEYED-MAC SUBROUTINE FOR MSKVAL01 AND
      *    AUDSEL01.  A MASKED "H" VALUE AND AN AUDIT SEAL MUST
      *    BOTH BE IMPOSSIBLE TO REPRODUCE WITHOUT THE SHOP'S KEY:
      *    A PLAIN HASH OF A MASKED SSN CAN BE MATCHED BY HASHING
      *    EVERY CANDIDATE SSN, AND A PLAIN HASH OF AN AUDIT ROW
      *    CAN BE RECOMPUTED BY WHOEVER EDITED THE ROW.  THIS
      *    ROUTINE TAKES AN HMAC-SHA-256 OF THE CALLER'S TEXT
      *    THROUGH THE ICSF HMAC GENERATE SERVICE (CSNBHMG), UNDER
      *    THE HMAC KEY THE CALLER NAMES BY ITS CKDS LABEL, SO THE
      *    KEY IS NEVER READ INTO STORAGE AND ITS USE IS
      *    CONTROLLED BY THE CSFKEYS PROFILE ON THE LABEL.  THE
      *    FIRST NINE BYTES OF THE MAC ARE RETURNED AS EIGHTEEN
      *    HEX DIGITS, THE WIDTH OF AN AUDIT SEAL AND OF A MASKED
      *    HASH VALUE.  A BLANK LABEL OR ANY NONZERO ICSF RETURN
      *    CODE COMES BACK AS MG-MAC-FAILED WITH THE REASON; THERE
      *    IS NO UNKEYED FALLBACK.  SEE MACGENLK.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    CSNBHMG PARAMETERS.  THE COUNTS AND LENGTHS ARE
      *    FULLWORD BINARY, AS THE ICSF CALLABLE SERVICES TAKE
      *    THEM.
       01  WS-CSF-RETURN-CODE      PIC S9(9) COMP VALUE 0.
       01  WS-CSF-REASON-CODE      PIC S9(9) COMP VALUE 0.
       01  WS-CSF-EXIT-DATA-LEN    PIC S9(9) COMP VALUE 0.
       01  WS-CSF-EXIT-DATA        PIC X(4) VALUE SPACE.
       01  WS-CSF-RULE-COUNT       PIC S9(9) COMP VALUE 3.
       01  WS-CSF-RULE-ARRAY.
           05  FILLER              PIC X(8) VALUE "HMAC    ".
           05  FILLER              PIC X(8) VALUE "SHA-256 ".
           05  FILLER              PIC X(8) VALUE "ONLY    ".
       01  WS-CSF-KEY-ID-LEN       PIC S9(9) COMP VALUE 64.
       01  WS-CSF-KEY-ID           PIC X(64).
       01  WS-CSF-TEXT-LEN         PIC S9(9) COMP VALUE 0.
       01  WS-CSF-CHAIN-VEC-LEN    PIC S9(9) COMP VALUE 128.
       01  WS-CSF-CHAIN-VEC        PIC X(128).
       01  WS-CSF-MAC-LEN          PIC S9(9) COMP VALUE 32.
       01  WS-CSF-MAC              PIC X(32).

      *    ONE MAC BYTE AT A TIME, READ AS A NUMBER THROUGH THE
      *    LOW-ORDER BYTE OF A HALFWORD.
       01  WS-BYTE-PAIR.
           05  WS-BYTE-HIGH        PIC X VALUE LOW-VALUE.
           05  WS-BYTE-LOW         PIC X.
       01  WS-BYTE-NUMBER REDEFINES WS-BYTE-PAIR PIC 9(4) COMP.
       01  WS-HEX-DIGITS           PIC X(16)
                                   VALUE "0123456789ABCDEF".
       01  WS-BYTE-SUB             PIC 9(2) VALUE 0.
       01  WS-NIBBLE-HIGH          PIC 9(2) VALUE 0.
       01  WS-NIBBLE-LOW           PIC 9(2) VALUE 0.
       01  WS-RC-EDIT              PIC ZZZZZZZZ9.
       01  WS-REASON-EDIT          PIC ZZZZZZZZ9.

       LINKAGE SECTION.
       COPY MACGENLK.

       PROCEDURE DIVISION USING MG-MACGEN-PARM.
       0000-MAIN.
           SET MG-MAC-MADE TO TRUE
           MOVE SPACE TO MG-MAC-TEXT
           MOVE SPACE TO MG-MESSAGE
           EVALUATE TRUE
               WHEN MG-KEY-LABEL = SPACE
                   SET MG-MAC-FAILED TO TRUE
                   MOVE "MACGEN01 CALLED WITH NO HMAC KEY LABEL"
                       TO MG-MESSAGE
               WHEN MG-TEXT-LEN NOT NUMERIC
                   OR MG-TEXT-LEN = 0
                   OR MG-TEXT-LEN > 512
                   SET MG-MAC-FAILED TO TRUE
                   MOVE "MACGEN01 CALLED WITH A BAD TEXT LENGTH"
                       TO MG-MESSAGE
               WHEN OTHER
                   PERFORM 0100-GENERATE-MAC
           END-EVALUATE
      *    ICSF ALSO LEAVES ITS RETURN CODE IN REGISTER 15, WHICH
      *    WOULD OTHERWISE COME BACK TO THE CALLER AS RETURN-CODE.
           MOVE 0 TO RETURN-CODE
           GOBACK.

       0100-GENERATE-MAC.
           MOVE MG-KEY-LABEL TO WS-CSF-KEY-ID
           MOVE MG-TEXT-LEN TO WS-CSF-TEXT-LEN
           MOVE LOW-VALUES TO WS-CSF-CHAIN-VEC
           MOVE 32 TO WS-CSF-MAC-LEN
           MOVE LOW-VALUES TO WS-CSF-MAC
           CALL "CSNBHMG" USING WS-CSF-RETURN-CODE
                                WS-CSF-REASON-CODE
                                WS-CSF-EXIT-DATA-LEN
                                WS-CSF-EXIT-DATA
                                WS-CSF-RULE-COUNT
                                WS-CSF-RULE-ARRAY
                                WS-CSF-KEY-ID-LEN
                                WS-CSF-KEY-ID
                                WS-CSF-TEXT-LEN
                                MG-TEXT
                                WS-CSF-CHAIN-VEC-LEN
                                WS-CSF-CHAIN-VEC
                                WS-CSF-MAC-LEN
                                WS-CSF-MAC
           IF WS-CSF-RETURN-CODE NOT = 0
               SET MG-MAC-FAILED TO TRUE
               MOVE WS-CSF-RETURN-CODE TO WS-RC-EDIT
               MOVE WS-CSF-REASON-CODE TO WS-REASON-EDIT
               STRING "CSNBHMG FAILED FOR KEY " DELIMITED BY SIZE
                   MG-KEY-LABEL DELIMITED BY SPACE
                   " -- RETURN CODE" DELIMITED BY SIZE
                   WS-RC-EDIT DELIMITED BY SIZE
                   " REASON CODE" DELIMITED BY SIZE
                   WS-REASON-EDIT DELIMITED BY SIZE
                   INTO MG-MESSAGE
               END-STRING
           ELSE
               PERFORM VARYING WS-BYTE-SUB FROM 1 BY 1
                       UNTIL WS-BYTE-SUB > 9
                   PERFORM 0110-EDIT-MAC-BYTE
               END-PERFORM
           END-IF.

       0110-EDIT-MAC-BYTE.
           MOVE WS-CSF-MAC (WS-BYTE-SUB:1) TO WS-BYTE-LOW
           DIVIDE WS-BYTE-NUMBER BY 16
               GIVING WS-NIBBLE-HIGH
               REMAINDER WS-NIBBLE-LOW
           MOVE WS-HEX-DIGITS (WS-NIBBLE-HIGH + 1:1)
               TO MG-MAC-TEXT (WS-BYTE-SUB * 2 - 1:1)
           MOVE WS-HEX-DIGITS (WS-NIBBLE-LOW + 1:1)
               TO MG-MAC-TEXT (WS-BYTE-SUB * 2:1).
