      *  DATASET -- PRODUCE KEYS THAT CAN LATER BE COMBINED INTO  *
      *  THE MASTER AUDIT FILE BY TRUNMRGE WITHOUT COLLISIONS.    *
      *  SINGLE-STREAM RUNS CARRY NO PRTPARM AND KEEP THE 0-     *
      *  99999 BAND THEY HAVE ALWAYS USED.  STREAM 9 IS RESERVED  *
      *  FOR THE PASS THAT RE-VALIDATES TRUNRCYC'S RECYCOUT; IT   *
      *  IS NEVER CUT BY TRUNSPLT AND WRITES THE MASTER AUDIT.    *
      *----------------------------------------------------------*
       01  PARTITION-PARM-RECORD.
           05  PT-STREAM-NO            PIC 9.
