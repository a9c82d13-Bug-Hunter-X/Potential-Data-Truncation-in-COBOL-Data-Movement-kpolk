      *----------------------------------------------------------*
      *  CASEHST - CASE ACTION HISTORY.  ONE ROW APPENDED FOR     *
      *  EVERY CHANGE TO A CASE OR TO AN AUDIT ROW'S STATUS --    *
      *  CASE OPENED OR AUTO-CLOSED BY TRUNCASE, OWNER ASSIGNED,  *
      *  NOTE ADDED, OR STATUS CHANGED IN TRUNCSMT, AND SINGLE    *
      *  ROWS MARKED IN TRUNINQ -- WITH WHO DID IT AND WHEN, SO   *
      *  NO STATUS ON THE AUDIT FILE CHANGES ANONYMOUSLY.  THE    *
      *  AUDIT KEY IS ZERO ON A CASE-LEVEL ACTION; THE CASE ID IS *
      *  ZERO ON A TRUNINQ ROW ACTION FOR A ROW NOT YET ON A      *
      *  CASE.  THE ROW COUNT IS HOW MANY LINKED AUDIT ROWS A     *
      *  CASE STATUS CHANGE UPDATED.  BATCH ACTIONS CARRY THE     *
      *  PROGRAM NAME AS THE USER ID.                             *
      *----------------------------------------------------------*
       01  CASE-HISTORY-RECORD.
           05  CH-CASE-ID              PIC 9(6).
           05  CH-TIMESTAMP            PIC X(26).
           05  CH-USER-ID              PIC X(8).
           05  CH-ACTION               PIC X.
               88  CH-ACTION-OPENED        VALUE "O".
               88  CH-ACTION-ASSIGNED      VALUE "A".
               88  CH-ACTION-NOTE          VALUE "N".
               88  CH-ACTION-CASE-STATUS   VALUE "C".
               88  CH-ACTION-ROW-STATUS    VALUE "R".
           05  CH-OLD-STATUS           PIC X.
           05  CH-NEW-STATUS           PIC X.
           05  CH-OWNER                PIC X(8).
           05  CH-AUDIT-KEY.
               10  CH-RUN-DATE             PIC 9(8).
               10  CH-SEQ-NO               PIC 9(6).
           05  CH-ROW-COUNT            PIC 9(6).
           05  CH-NOTE                 PIC X(60).
