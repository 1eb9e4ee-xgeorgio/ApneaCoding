000100*    SHARED DRILL HISTORY RECORD LAYOUTS.  EACH PRACTICE DRILL
      *    RUN IN MULTABL IS APPENDED TO THE DRILL HISTORY FILE AS ONE
      *    SESS RECORD FOLLOWED BY ONE FACT RECORD PER PROBLEM
      *    ANSWERED.  EVERY RECORD IS KEYED BY THE SIGNED-ON OPERATOR
      *    ID AND THE START OF THE SESSION, STAMPED WITH THE BUSINESS
      *    DATE.  THE SESSION CARRIES THE OPERATION (M, A, S OR D),
      *    THE UPPER LIMIT AND ROW COUNT CHOSEN, THE PROBLEMS ANSWERED
      *    AND ANSWERED RIGHT, THE SECONDS TAKEN AND WHETHER THE DRILL
      *    WAS COMPLETED OR LEFT EARLY.  A FACT IS ONE PROBLEM, THE
      *    LIMIT AGAINST THE ROW VALUE, WITH THE ANSWER GIVEN AND ITS
      *    MARK.
       01  DRILL-SESSION-REC.
           05  DS-OPERATOR   PIC X(8).
           05  DS-START-TS   PIC X(14).
           05  DS-TYPE       PIC X(4).
           05  DS-OP         PIC X.
           05  DS-LIMIT      PIC 99.
           05  DS-ROWS       PIC 99.
           05  DS-ASKED      PIC 99.
           05  DS-RIGHT      PIC 99.
           05  DS-SECONDS    PIC 9(5).
           05  DS-END        PIC X.
               88  DS-COMPLETED       VALUE "C".
               88  DS-LEFT-EARLY      VALUE "Q".
       01  DRILL-FACT-REC.
           05  DF-OPERATOR   PIC X(8).
           05  DF-START-TS   PIC X(14).
           05  DF-TYPE       PIC X(4).
           05  DF-OP         PIC X.
           05  DF-OPND-1     PIC 99.
           05  DF-OPND-2     PIC 99.
           05  DF-ANSWER     PIC X(6).
           05  DF-MARK       PIC X.
               88  DF-CORRECT         VALUE "R".
               88  DF-WRONG           VALUE "W".
