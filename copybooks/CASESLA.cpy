      *----------------------------------------------------------*
      *  CASESLA - PER-FEED SERVICE LEVEL FOR EXCEPTION CASES.    *
      *  ONE ROW PER SOURCE FEED: A NEW CASE FOR THAT FEED IS DUE *
      *  SL-DUE-DAYS DAYS AFTER ITS FIRST EXCEPTION AND STARTS    *
      *  OUT OWNED BY SL-DEFAULT-OWNER (SPACES = UNASSIGNED).  A  *
      *  ROW WITH A BLANK SOURCE IS THE SHOP-WIDE DEFAULT FOR     *
      *  FEEDS WITHOUT ONE OF THEIR OWN; WITH NO ROW AT ALL, OR   *
      *  AN ABSENT FILE, A CASE IS DUE IN 5 DAYS, UNASSIGNED.     *
      *----------------------------------------------------------*
       01  CASE-SLA-RECORD.
           05  SL-SOURCE-SYSTEM        PIC X(8).
           05  SL-DUE-DAYS             PIC 9(3).
           05  SL-DEFAULT-OWNER        PIC X(8).
