      *----------------------------------------------------------*
      *  DLVCTL - DOWNSTREAM DELIVERY LAYOUT CONTROL TABLE, READ  *
      *  BY TRUNDLVR.  EACH CONSUMER OF ASMOUT IS DESCRIBED BY    *
      *  ONE CONSUMER ROW ("C") AND ONE FIELD ROW ("F") PER       *
      *  OUTPUT FIELD, SO A NEW OR CHANGED EXTRACT IS A TABLE     *
      *  CHANGE INSTEAD OF ANOTHER HAND-WRITTEN UNLOAD PROGRAM.   *
      *  CONSUMER ROW:                                            *
      *    DC-FILE-NO    - WHICH DELIVERY FILE (DLVOUT1-DLVOUT4)  *
      *                    THE CONSUMER RECEIVES; ONE CONSUMER    *
      *                    PER FILE.                              *
      *    DC-FORMAT     - "F" FIXED WIDTH, "D" DELIMITED.        *
      *    DC-DELIMITER  - SEPARATOR FOR A DELIMITED FILE;        *
      *                    BLANK MEANS "|".                       *
      *    DC-HASH-FIELD - THE NUMERIC FIELD WHOSE VALUES ARE     *
      *                    SUMMED INTO THE TRAILER HASH TOTAL.    *
      *                    BLANK MEANS NO HASH TOTAL.             *
      *  FIELD ROW:                                               *
      *    DF-SEQUENCE   - OUTPUT ORDER WITHIN THE CONSUMER.      *
      *    DF-FIELD-NAME - ASMOUT FIELD NAME, OR "*RECORD-ID"     *
      *                    FOR THE ASSEMBLED RECORD'S OWN ID.     *
      *    DF-WIDTH      - FIXED: THE COLUMN WIDTH, 1-100.        *
      *                    DELIMITED: THE MOST CHARACTERS SENT,   *
      *                    ZERO FOR THE WHOLE VALUE.              *
      *    DF-JUSTIFY    - FIXED ONLY: "L" (OR BLANK) LEFT, "R"   *
      *                    RIGHT.                                 *
      *    DF-PAD-CHAR   - FIXED ONLY: THE CHARACTER THAT FILLS   *
      *                    THE COLUMN (E.G. "0"); BLANK IS SPACE. *
      *  DELIMITED VALUES ARE SENT WITHOUT TRAILING SPACES.  A     *
      *  FIELD THE RECORD DOES NOT CARRY IS SENT BLANK.           *
      *----------------------------------------------------------*
       01  DELIVERY-CONSUMER-RECORD.
           05  DC-CONSUMER-ID          PIC X(8).
           05  DC-ROW-TYPE             PIC X.
               88  DC-CONSUMER-ROW         VALUE "C".
               88  DC-FIELD-ROW            VALUE "F".
           05  DC-FILE-NO              PIC 9.
           05  DC-FORMAT               PIC X.
               88  DC-FORMAT-FIXED         VALUE "F".
               88  DC-FORMAT-DELIMITED     VALUE "D".
           05  DC-DELIMITER            PIC X.
           05  DC-HASH-FIELD           PIC X(30).
       01  DELIVERY-FIELD-RECORD.
           05  DF-CONSUMER-ID          PIC X(8).
           05  DF-ROW-TYPE             PIC X.
           05  DF-SEQUENCE             PIC 9(3).
           05  DF-FIELD-NAME           PIC X(30).
           05  DF-WIDTH                PIC 9(3).
           05  DF-JUSTIFY              PIC X.
               88  DF-JUSTIFY-LEFT         VALUE "L" SPACE.
               88  DF-JUSTIFY-RIGHT        VALUE "R".
           05  DF-PAD-CHAR             PIC X.
