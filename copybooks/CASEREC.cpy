      *----------------------------------------------------------*
      *  CASEREC - EXCEPTION CASE RECORD.  TRUNCASE ROLLS EVERY   *
      *  OPEN AUDIT ROW FOR THE SAME SOURCE FEED, TARGET FIELD    *
      *  AND REASON INTO ONE CASE INSTEAD OF HUNDREDS OF LOOSE    *
      *  ROWS, STAMPING THE CASE ID BACK ON EACH ROW (AU-CASE-ID) *
      *  SO THE CASE AND ITS ROWS STAY LINKED.  INDEXED BY CASE   *
      *  ID, WITH THE GROUPING KEY AS AN ALTERNATE SO THE NIGHTLY *
      *  RUN FINDS A GROUP'S LIVE CASE DIRECTLY; A CLOSED CASE    *
      *  KEEPS ITS GROUPING KEY, SO THE KEY REPEATS WHEN THE SAME *
      *  BREAK RECURS LATER AND OPENS A NEW CASE.  THE DUE DATE   *
      *  IS THE FIRST EXCEPTION'S RUN DATE PLUS THE FEED'S        *
      *  SERVICE LEVEL FROM CASESLA.  OWNER, STATUS AND NOTES ARE *
      *  WORKED THROUGH THE TRUNCSMT TRANSACTION, WHICH FILES A   *
      *  CASEHST ROW FOR EVERY CHANGE.                            *
      *----------------------------------------------------------*
       01  CASE-RECORD.
           05  CS-CASE-ID              PIC 9(6).
           05  CS-GROUP-KEY.
               10  CS-JOB-NAME             PIC X(8).
               10  CS-FIELD-NAME           PIC X(30).
               10  CS-REASON               PIC X(40).
           05  CS-STATUS               PIC X.
               88  CS-STATUS-OPEN          VALUE "O".
               88  CS-STATUS-REVIEWED      VALUE "R".
               88  CS-STATUS-RESENT        VALUE "S".
               88  CS-STATUS-CLOSED        VALUE "C".
      *        ANALYST WORKING THE CASE.  SPACES UNTIL ASSIGNED,
      *        UNLESS CASESLA NAMES A DEFAULT OWNER FOR THE FEED.
           05  CS-OWNER                PIC X(8).
           05  CS-OPENED-DATE          PIC 9(8).
           05  CS-DUE-DATE             PIC 9(8).
      *        AUDIT ROWS ROLLED INTO THE CASE, AND THE RUN DATE
      *        OF THE LATEST OF THEM.
           05  CS-ROW-COUNT            PIC 9(6).
           05  CS-LAST-ROW-DATE        PIC 9(8).
           05  CS-LAST-ACTION-TS       PIC X(26).
           05  CS-LAST-NOTE            PIC X(60).
