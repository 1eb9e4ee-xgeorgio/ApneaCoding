000100*    SHARED SEGMENT MASTER RECORD LAYOUT.  ONE RECORD PER STABLE
      *    CLUSTER NUMBER, GIVING THE BUSINESS CODE AND NAME OF THE
      *    SEGMENT THAT NUMBER STANDS FOR.  MAINTAINED BY THE SEGMENT
      *    MASTER MAINTENANCE PROGRAM FROM TRANSACTION CARDS AND READ
      *    BY THE PROFILE, SCORING AND INQUIRY PROGRAMS TO SHOW THE
      *    SEGMENT NAME NEXT TO THE CLUSTER NUMBER.
       01  SEGMENT-REC.
           05  SEG-NO        PIC 9.
           05  SEG-CODE      PIC X(6).
           05  SEG-NAME      PIC X(20).
