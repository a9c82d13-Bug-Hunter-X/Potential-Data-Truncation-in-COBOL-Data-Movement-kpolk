      *----------------------------------------------------------*
      *  PROFPARM - OPTIONAL PARAMETER RECORD FOR THE TRUNPROF    *
      *  FIELD-CONTENT PROFILE.  PF-LOW-CARD-LIMIT IS THE MOST    *
      *  DISTINCT NON-BLANK VALUES A FIELD MAY CARRY AND STILL    *
      *  COUNT AS LOW-CARDINALITY -- SUCH FIELDS HAVE THEIR       *
      *  VALUES LISTED WITH COUNTS AND MAY BE SUGGESTED AS A      *
      *  VALUE-LIST ("V") EDIT.  ZERO OR AN ABSENT FILE TAKES     *
      *  THE DEFAULT OF 20; ANYTHING OVER 50 IS HELD AT 50.       *
      *----------------------------------------------------------*
       01  PROFILE-PARM-RECORD.
           05  PF-LOW-CARD-LIMIT       PIC 9(3).
