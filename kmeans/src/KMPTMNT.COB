      *    OR REJECTED, REWRITES THE MASTER AND THEN EXTRACTS THE
      *    CLEAN POINTS FILE FOR THE CLUSTERING RUN, SO A LOST FEED
      *    NO LONGER MEANS CLUSTERING A PARTIAL POPULATION.
      *    THE MASTER, THE TRANSACTIONS AND THE CLEAN POINTS FILE EACH
      *    START WITH A HEADER RECORD DECLARING HOW MANY ATTRIBUTES,
      *    ONE TO SIX, EVERY POINT CARRIES AND NAMING THEM; A FILE
      *    WITHOUT ONE CARRIES X AND Y.  TRANSACTIONS THAT DECLARE A
      *    DIFFERENT NUMBER OF ATTRIBUTES FROM THE MASTER ARE NOT
      *    APPLIED.  A NEW MASTER TAKES ITS ATTRIBUTES FROM THEM.
       AUTHOR.       MYSELF.
       DATE-WRITTEN. 1 JANUARY 1960.
       SECURITY.     NONE.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-FILE ASSIGN TO "KMPTERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       FD  MASTER-FILE.
       01  MASTER-REC.
           05  MAS-ID     PIC X(8).
           05  MAS-V      PIC S9(3)V9 SIGN LEADING SEPARATE
                          OCCURS 6 TIMES.
       01  MASTER-HDR-REC.
           05  MAS-TAG    PIC X(8).
           05  MAS-NATTR  PIC X.
           05  MAS-NAME   PIC X(8) OCCURS 6 TIMES.

       FD  TRANS-FILE.
       01  TRANS-REC.
           05  TRN-CODE   PIC X.
           05  TRN-ID     PIC X(8).
           05  TRN-V      PIC S9(3)V9 SIGN LEADING SEPARATE
                          OCCURS 6 TIMES.
       01  TRANS-HDR-REC.
           05  TRH-TAG    PIC X(8).
           05  TRH-NATTR  PIC X.
           05  TRH-NAME   PIC X(8) OCCURS 6 TIMES.

       FD  REGISTER-FILE.
       01  REGISTER-REC   PIC X(132).

       FD  CLEAN-FILE.
       01  CLEAN-REC.
           05  CLN-ID     PIC X(8).
           05  CLN-V      PIC S9(3)V9 SIGN LEADING SEPARATE
                          OCCURS 6 TIMES.
       01  CLEAN-HDR-REC.
           05  CLN-TAG    PIC X(8).
           05  CLN-NATTR  PIC 9.
           05  CLN-NAME   PIC X(8) OCCURS 6 TIMES.

       FD  ERROR-FILE.
       01  ERROR-REC      PIC X(80).

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       77  MASTER-STATUS  PIC XX.
       77  TRANS-STATUS   PIC XX.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30).
       77  CNT-READ    PIC 9(5) VALUE ZERO.
       77  REJ-REASON  PIC X(25).
       77  J           PIC 9(4).
       77  HIT-IX      PIC 9(4).
       77  ATT         PIC 9.
       77  N-ATTR      PIC 9 VALUE 2.
       77  TRN-NATTR   PIC 9 VALUE 2.
       77  LIST-LEN    PIC 99.
       77  OLD-LEN     PIC 99.
       77  MAST-FOUND  PIC X VALUE "N".
           88  MASTER-FOUND       VALUE "Y".
       01  MAX-COORD      PIC 9(3)V9 VALUE 999.9.

       01  MAST-FIELDS.
       02  MST-ID     PIC X(8)   OCCURS 9999 TIMES.
       02  MST-PT     OCCURS 9999 TIMES.
           03  MST-V      PIC S9(3)V9 OCCURS 6 TIMES.
       02  MST-DEL    PIC X      OCCURS 9999 TIMES.

       01  EDIT-FIELDS.
           05  ED-X       PIC +999.9.
           05  NEW-LIST   PIC X(42).
           05  OLD-LIST   PIC X(42).

      *** NAMES OF THE ATTRIBUTES, CARRIED FROM THE MASTER HEADER, ***
      *** OR FROM THE TRANSACTION HEADER FOR A NEW MASTER ***
       01  ATTR-NAME-VALUES.
           02  FILLER     PIC X(8) VALUE "X".
           02  FILLER     PIC X(8) VALUE "Y".
           02  FILLER     PIC X(8) VALUE "ATTR3".
           02  FILLER     PIC X(8) VALUE "ATTR4".
           02  FILLER     PIC X(8) VALUE "ATTR5".
           02  FILLER     PIC X(8) VALUE "ATTR6".
       01  ATTR-NAME-TABLE REDEFINES ATTR-NAME-VALUES.
           02  ATTR-NAME  PIC X(8) OCCURS 6 TIMES.

000400 PROCEDURE DIVISION.
       START-MAINT.
           DISPLAY "KMEANS POINTS MASTER UPDATE - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "KMEANS POINTS MASTER UPDATE - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.

      *** LOAD THE POINTS MASTER.  A MISSING MASTER IS TAKEN AS ***
      *** EMPTY SO THE VERY FIRST RUN CAN BUILD IT FROM ADDS.   ***
      *** ITS HEADER, WHEN IT HAS ONE, COMES FIRST ***
       LOAD-MASTER.
           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS NOT EQUAL "00"
               DISPLAY "KMEANS POINTS MASTER UPDATE - NEW MASTER"
               GO TO OPEN-TRANS.
           MOVE "Y" TO MAST-FOUND.
       CONT-LOAD-MASTER.
           READ MASTER-FILE AT END GO TO END-LOAD-MASTER.
           IF MAS-TAG EQUAL "*HEADER*"
               GO TO TAKE-MASTER-HEADER.
           IF N-MAST EQUAL MAX-MAST
               DISPLAY "KMEANS POINTS MASTER UPDATE - MASTER FULL"
               MOVE "POINTS MASTER OVER LIMIT" TO RUN-OUTCOME
               GO TO WRITE-AUDIT.
           ADD 1 TO N-MAST.
           MOVE MAS-ID TO MST-ID(N-MAST).
           MOVE 1 TO ATT.
       LOAD-MASTER-ATTR.
           MOVE MAS-V(ATT) TO MST-V(N-MAST, ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO LOAD-MASTER-ATTR.
           MOVE "N" TO MST-DEL(N-MAST).
           GO TO CONT-LOAD-MASTER.

      *** THE HEADER MUST COME BEFORE THE FIRST POINT AND DECLARE ***
      *** ONE TO SIX ATTRIBUTES ***
       TAKE-MASTER-HEADER.
           IF N-MAST NOT EQUAL ZERO
               OR MAS-NATTR IS NOT NUMERIC
               OR MAS-NATTR EQUAL "0"
               OR MAS-NATTR GREATER THAN "6"
               DISPLAY "KMEANS POINTS MASTER UPDATE - BAD MASTER HEADER"
               MOVE "POINTS MASTER HEADER INVALID" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               CLOSE MASTER-FILE
               GO TO WRITE-AUDIT.
           MOVE MAS-NATTR TO N-ATTR.
           MOVE 1 TO ATT.
       TAKE-MASTER-NAME.
           IF MAS-NAME(ATT) NOT EQUAL SPACES
               MOVE MAS-NAME(ATT) TO ATTR-NAME(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN 6 GO TO TAKE-MASTER-NAME.
           GO TO CONT-LOAD-MASTER.
       END-LOAD-MASTER.
           CLOSE MASTER-FILE.

      *** OPEN THE TRANSACTIONS AND THE UPDATE REGISTER.  THEIR ***
      *** HEADER, WHEN THEY HAVE ONE, COMES FIRST AND MUST DECLARE ***
      *** THE SAME NUMBER OF ATTRIBUTES AS THE MASTER ***
       OPEN-TRANS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS NOT EQUAL "00"
               DISPLAY "KMEANS POINTS MASTER UPDATE - NO TRANSACTIONS"
               MOVE "TRANSACTION FILE MISSING" TO RUN-OUTCOME
               GO TO WRITE-AUDIT.
           READ TRANS-FILE AT END GO TO CHECK-TRANS-ATTRS.
           IF TRH-TAG NOT EQUAL "*HEADER*" GO TO CHECK-TRANS-ATTRS.
           IF TRH-NATTR IS NOT NUMERIC
               OR TRH-NATTR EQUAL "0"
               OR TRH-NATTR GREATER THAN "6"
               DISPLAY "KMEANS POINTS MASTER UPDATE - BAD TRANS HEADER"
               MOVE "TRANSACTION HEADER INVALID" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               CLOSE TRANS-FILE
               GO TO WRITE-AUDIT.
           MOVE TRH-NATTR TO TRN-NATTR.
       CHECK-TRANS-ATTRS.
           IF MASTER-FOUND GO TO MATCH-TRANS-ATTRS.
           MOVE TRN-NATTR TO N-ATTR.
           IF TRH-TAG NOT EQUAL "*HEADER*" GO TO MATCH-TRANS-ATTRS.
           MOVE 1 TO ATT.
       TAKE-TRANS-NAME.
           IF TRH-NAME(ATT) NOT EQUAL SPACES
               MOVE TRH-NAME(ATT) TO ATTR-NAME(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN 6 GO TO TAKE-TRANS-NAME.
       MATCH-TRANS-ATTRS.
           IF TRN-NATTR NOT EQUAL N-ATTR
               DISPLAY "KMEANS POINTS MASTER UPDATE - TRANSACTIONS "
                   "CARRY " TRN-NATTR " ATTRIBUTE(S), MASTER " N-ATTR
               MOVE "TRANSACTION ATTRIBUTES MISMATCH" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               CLOSE TRANS-FILE
               GO TO WRITE-AUDIT.
           OPEN OUTPUT REGISTER-FILE.
           MOVE SPACES TO REGISTER-REC.
           STRING "KMEANS POINTS MASTER UPDATE REGISTER "
               START-TS(1:8) DELIMITED BY SIZE INTO REGISTER-REC.
           WRITE REGISTER-REC.
           IF TRANS-STATUS NOT EQUAL "00" GO TO END-READ-TRANS.
           IF TRH-TAG NOT EQUAL "*HEADER*" GO TO APPLY-TRANS.

      *** APPLY EACH TRANSACTION IN TURN ***
       CONT-READ-TRANS.
           READ TRANS-FILE AT END GO TO END-READ-TRANS.
       APPLY-TRANS.
           ADD 1 TO CNT-READ.
           IF TRH-TAG EQUAL "*HEADER*"
               MOVE "MISPLACED HEADER" TO REJ-REASON
               GO TO REJECT-TRANS.
           IF TRN-ID EQUAL SPACES
               MOVE "MISSING ID" TO REJ-REASON
               GO TO REJECT-TRANS.
               GO TO REJECT-TRANS.
           ADD 1 TO N-MAST.
           MOVE TRN-ID TO MST-ID(N-MAST).
           MOVE "N" TO MST-DEL(N-MAST).
           MOVE N-MAST TO HIT-IX.
           PERFORM TAKE-TRANS-ATTRS THRU END-TAKE-TRANS-ATTRS.
           ADD 1 TO CNT-ADDED.
           MOVE SPACES TO REGISTER-REC.
           STRING "ADDED   " TRN-ID " " NEW-LIST
               DELIMITED BY SIZE INTO REGISTER-REC.
           WRITE REGISTER-REC.
           GO TO CONT-READ-TRANS.
               GO TO REJECT-TRANS.
           PERFORM CHECK-COORDS THRU END-CHECK-COORDS.
           IF REJ-REASON NOT EQUAL SPACES GO TO REJECT-TRANS.
           PERFORM BUILD-OLD-LIST THRU END-BUILD-OLD-LIST.
           PERFORM TAKE-TRANS-ATTRS THRU END-TAKE-TRANS-ATTRS.
           ADD 1 TO CNT-CHANGED.
           MOVE SPACES TO REGISTER-REC.
           STRING "CHANGED " TRN-ID " " OLD-LIST(1:OLD-LEN)
               " TO " NEW-LIST
               DELIMITED BY SIZE INTO REGISTER-REC.
           WRITE REGISTER-REC.
           GO TO CONT-READ-TRANS.
           CLOSE TRANS-FILE.
           OPEN OUTPUT MASTER-FILE.
           OPEN OUTPUT CLEAN-FILE.
           MOVE SPACES TO CLEAN-HDR-REC.
           MOVE "*HEADER*" TO CLN-TAG.
           MOVE N-ATTR TO CLN-NATTR.
           MOVE 1 TO ATT.
       PUT-ATTR-NAME.
           MOVE ATTR-NAME(ATT) TO CLN-NAME(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO PUT-ATTR-NAME.
           MOVE CLEAN-HDR-REC TO MASTER-HDR-REC.
           WRITE MASTER-HDR-REC.
           WRITE CLEAN-HDR-REC.
           MOVE 1 TO J.
       CONT-UNLOAD.
           IF J GREATER THAN N-MAST GO TO END-UNLOAD.
           IF MST-DEL(J) EQUAL "Y" GO TO LOOP-UNLOAD.
           MOVE SPACES TO CLEAN-REC.
           MOVE MST-ID(J) TO CLN-ID.
           MOVE 1 TO ATT.
       UNLOAD-ATTR.
           MOVE MST-V(J, ATT) TO CLN-V(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO UNLOAD-ATTR.
           MOVE CLEAN-REC TO MASTER-REC.
           WRITE MASTER-REC.
           WRITE CLEAN-REC.
           ADD 1 TO CNT-CARRIED.
       LOOP-UNLOAD.
           MOVE "BATCH" TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE RUN-OUTCOME TO AUD-OUTCOME.
           WRITE AUDIT-REC.
       END-FIND-POINT.
           EXIT.

      *** EVERY ATTRIBUTE ON AN ADD OR CHANGE MUST BE A SIGNED ***
      *** DIGIT FIELD INSIDE THE -999.9/+999.9 RANGE, AND NOTHING ***
      *** MAY FOLLOW THE LAST ONE ***
       CHECK-COORDS.
           MOVE SPACES TO REJ-REASON.
           MOVE 1 TO ATT.
       CONT-CHECK-COORDS.
           IF TRN-V(ATT) IS NOT NUMERIC
               MOVE "NON-NUMERIC COORDS" TO REJ-REASON
               GO TO END-CHECK-COORDS.
           IF TRN-V(ATT) GREATER THAN MAX-COORD
               OR TRN-V(ATT) LESS THAN ZERO - MAX-COORD
               MOVE "COORDS OUT OF RANGE" TO REJ-REASON
               GO TO END-CHECK-COORDS.
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO CONT-CHECK-COORDS.
      *** ANYTHING PUNCHED PAST THE LAST ATTRIBUTE IS AN ERROR ***
           IF N-ATTR LESS THAN 6
               IF TRANS-REC(10 + N-ATTR * 5:) NOT EQUAL SPACES
                   MOVE "TOO MANY ATTRIBUTES" TO REJ-REASON.
       END-CHECK-COORDS.
           EXIT.

      *** PUT THE ATTRIBUTES OF THE TRANSACTION ON MASTER SLOT ***
      *** HIT-IX AND LIST THEM FOR THE REGISTER ***
       TAKE-TRANS-ATTRS.
           MOVE SPACES TO NEW-LIST.
           MOVE 1 TO LIST-LEN.
           MOVE 1 TO ATT.
       CONT-TAKE-TRANS-ATTRS.
           MOVE TRN-V(ATT) TO MST-V(HIT-IX, ATT).
           MOVE TRN-V(ATT) TO ED-X.
           STRING ED-X " " DELIMITED BY SIZE INTO NEW-LIST
               WITH POINTER LIST-LEN.
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR
               GO TO CONT-TAKE-TRANS-ATTRS.
       END-TAKE-TRANS-ATTRS.
           EXIT.

      *** LIST THE ATTRIBUTES ON MASTER SLOT HIT-IX BEFORE A ***
      *** CHANGE; OLD-LEN IS THE LENGTH OF THE LIST ***
       BUILD-OLD-LIST.
           MOVE SPACES TO OLD-LIST.
           MOVE 1 TO OLD-LEN.
           MOVE 1 TO ATT.
       CONT-BUILD-OLD-LIST.
           MOVE MST-V(HIT-IX, ATT) TO ED-X.
           STRING ED-X " " DELIMITED BY SIZE INTO OLD-LIST
               WITH POINTER OLD-LEN.
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO CONT-BUILD-OLD-LIST.
           SUBTRACT 2 FROM OLD-LEN.
       END-BUILD-OLD-LIST.
           EXIT.

      *** THE RUN DATE IS THE BUSINESS DATE ON THE DATE CONTROL ***
      *** RECORD; ONLY THE TIME OF DAY COMES FROM THE CLOCK.  NO ***
      *** RECORD, OR A DATE ALREADY CLOSED, AND THE RUN IS REFUSED ***
      *** WITH THE CLOCK DATE ON ITS AUDIT RECORD ***
       READ-BUSDATE.
           MOVE "N" TO RUN-DATE-FLAG.
           MOVE ZEROS TO RUN-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF BUSDATE-STATUS NOT EQUAL "00"
               MOVE "BUSINESS DATE MISSING" TO RUN-OUTCOME
               GO TO STAMP-RUN-DATE.
           READ BUSDATE-FILE AT END MOVE SPACES TO BUSDATE-REC.
           CLOSE BUSDATE-FILE.
           IF BD-DATE IS NOT NUMERIC
               MOVE "BUSINESS DATE MISSING" TO RUN-OUTCOME
               GO TO STAMP-RUN-DATE.
           MOVE BD-DATE TO RUN-DATE.
           IF BD-STATUS NOT EQUAL "O"
               OR BD-DATE NOT GREATER THAN BD-CLOSED
               MOVE "BUSINESS DATE CLOSED" TO RUN-OUTCOME
               GO TO STAMP-RUN-DATE.
           MOVE "Y" TO RUN-DATE-FLAG.
       STAMP-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           IF RUN-DATE EQUAL ZEROS
               MOVE NOW-TS(1:8) TO RUN-DATE.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO START-TS.
       END-READ-BUSDATE.
           EXIT.
