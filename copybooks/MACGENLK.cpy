      *----------------------------------------------------------*
      *  MACGENLK - LINKAGE LAYOUT FOR THE MACGEN01 KEYED-MAC     *
      *  SUBROUTINE.  COPY THIS INTO THE CALLER'S WORKING-STORAGE *
      *  TO BUILD THE PARAMETER AND INTO MACGEN01'S LINKAGE       *
      *  SECTION SO BOTH SIDES STAY IN STEP.  THE CALLER NAMES    *
      *  THE HMAC KEY BY ITS CKDS LABEL -- THE KEY ITSELF NEVER   *
      *  LEAVES THE CRYPTOGRAPHIC KEY DATA SET -- AND GIVES THE   *
      *  FIRST MG-TEXT-LEN BYTES OF MG-TEXT TO BE AUTHENTICATED.  *
      *  MG-MAC-MADE COMES BACK WITH THE MAC AS EIGHTEEN HEX      *
      *  DIGITS; MG-MAC-FAILED COMES BACK WITH MG-MESSAGE AND NO  *
      *  MAC, AND THE CALLER MUST NOT FALL BACK TO ANYTHING       *
      *  WEAKER.                                                  *
      *----------------------------------------------------------*
       01  MG-MACGEN-PARM.
           05  MG-KEY-LABEL        PIC X(64).
           05  MG-TEXT-LEN         PIC 9(4).
           05  MG-TEXT             PIC X(512).
           05  MG-MAC-TEXT         PIC X(18).
           05  MG-VERDICT          PIC X.
               88  MG-MAC-MADE         VALUE "Y".
               88  MG-MAC-FAILED       VALUE "N".
           05  MG-MESSAGE          PIC X(100).
