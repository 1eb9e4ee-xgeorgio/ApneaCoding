      *    POINTS AGAINST THE POINT ROWS ON THE RESULTS FILE, THE
      *    CENTROID MEMBER COUNTS AGAINST THE SAME POINT ROWS, THE
      *    PROFILE REPORT TRAILER AGAINST THE RESULTS AND THE SCORED
      *    AND OUTLIER ROWS AGAINST THE NEW POINTS FEED, AND THE
      *    NUMBER OF ATTRIBUTES DECLARED BY THE CLEAN POINTS HEADER
      *    AGAINST THE ATTRS ROWS OF THE RESULTS AND SCORED FILES.
      *    HEADER RECORDS ARE NOT COUNTED AS POINTS.  IT PRINTS THE
      *    RECONCILIATION REPORT AND ENDS WITH A BAD RETURN CODE
      *    WHEN ANYTHING FAILS TO TIE SO THE STREAM STOPS INSTEAD
      *    OF PUBLISHING WRONG NUMBERS.
               FILE STATUS IS OUTLIER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "KMBALRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       01  NEWPTS-REC     PIC X(80).

       FD  SCORE-FILE.
       01  SCORE-REC      PIC X(132).

       FD  OUTLIER-FILE.
       01  OUTLIER-REC    PIC X(132).

       FD  REPORT-FILE.
       01  REPORT-REC     PIC X(80).

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       77  SCORE-STATUS   PIC XX.
       77  OUTLIER-STATUS PIC XX.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30).
       77  EDIT-SEEN   PIC X VALUE "N".
       77  DIFF-CNT    PIC S9(6).
       77  TOKEN-LINE  PIC X(80).
       77  ED-DIFF     PIC +ZZZZZ9.
       77  PTS-NATTR   PIC 9 VALUE 2.
       77  RES-NATTR   PIC 9 VALUE 2.
       77  SCO-NATTR   PIC 9 VALUE 2.
       77  CNT-TOK     PIC 99 VALUE 6.

       01  UNSTRING-FIELDS.
           05  U-TOK1     PIC X(10).
           05  U-TOK7     PIC X(10).
           05  U-TOK8     PIC X(10).
           05  U-TOK9     PIC X(10).
           05  U-TOK10    PIC X(10).
       01  TOKEN-TABLE REDEFINES UNSTRING-FIELDS.
           05  U-TOK      PIC X(10) OCCURS 10 TIMES.

000400 PROCEDURE DIVISION.
       START-BALANCE.
           DISPLAY "KMEANS STREAM BALANCING - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "KMEANS STREAM BALANCING - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           STRING "KMEANS STREAM BALANCING REPORT " START-TS(1:8)
               GO TO ABORT-BALANCE.
       CONT-READ-POINTS.
           READ POINTS-FILE AT END GO TO END-READ-POINTS.
           IF POINTS-REC(1:8) EQUAL "*HEADER*"
               IF POINTS-REC(9:1) IS NUMERIC
                   MOVE POINTS-REC(9:1) TO PTS-NATTR
               END-IF
               GO TO CONT-READ-POINTS.
           ADD 1 TO CNT-POINTS.
           GO TO CONT-READ-POINTS.
       END-READ-POINTS.
           CLOSE POINTS-FILE.

      *** COUNT THE POINT ROWS AND SUM THE CENTROID MEMBER ***
      *** COUNTS ON THE RESULTS FILE.  THE COUNT COLUMN FOLLOWS ***
      *** THE ATTRIBUTE COLUMNS NAMED ON THE ATTRS ROW ***
       READ-RESULTS.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-STATUS NOT EQUAL "00"
           READ RESULTS-FILE AT END GO TO END-READ-RESULTS.
           MOVE SPACES TO UNSTRING-FIELDS.
           UNSTRING RESULTS-REC DELIMITED BY ","
               INTO U-TOK1 U-TOK2 U-TOK3 U-TOK4 U-TOK5
                    U-TOK6 U-TOK7 U-TOK8 U-TOK9 U-TOK10.
           IF U-TOK1 EQUAL "ATTRS"
               AND U-TOK2(1:1) IS NUMERIC
               MOVE U-TOK2(1:1) TO RES-NATTR
               COMPUTE CNT-TOK = RES-NATTR + 4.
           IF U-TOK1 EQUAL "POINT" ADD 1 TO CNT-RESPTS.
           IF U-TOK1 EQUAL "CENTROID"
               COMPUTE SUM-MEMBERS =
                   SUM-MEMBERS + FUNCTION NUMVAL(U-TOK(CNT-TOK)).
           GO TO CONT-READ-RESULTS.
       END-READ-RESULTS.
           CLOSE RESULTS-FILE.
           IF NEWPTS-STATUS NOT EQUAL "00" GO TO END-READ-NEWPTS.
       CONT-READ-NEWPTS.
           READ NEWPTS-FILE AT END GO TO CLOSE-NEWPTS.
           IF NEWPTS-REC(1:8) EQUAL "*HEADER*"
               GO TO CONT-READ-NEWPTS.
           ADD 1 TO CNT-NEWPTS.
           GO TO CONT-READ-NEWPTS.
       CLOSE-NEWPTS.
       CONT-READ-SCORES.
           READ SCORE-FILE AT END GO TO CLOSE-SCORES.
           MOVE SPACES TO UNSTRING-FIELDS.
           UNSTRING SCORE-REC DELIMITED BY "," INTO U-TOK1 U-TOK2.
           IF U-TOK1 EQUAL "ATTRS"
               AND U-TOK2(1:1) IS NUMERIC
               MOVE U-TOK2(1:1) TO SCO-NATTR.
           IF U-TOK1 EQUAL "POINT" ADD 1 TO CNT-SCORED.
           GO TO CONT-READ-SCORES.
       CLOSE-SCORES.
               STRING "SCORING NOT RUN - SCORING TIE SKIPPED"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               GO TO CHECK-ATTRS.
           COMPUTE SCORED-ALL = CNT-SCORED + CNT-OUTLIER.
           COMPUTE DIFF-CNT = CNT-NEWPTS - SCORED-ALL.
           MOVE SPACES TO REPORT-REC.
           END-IF.
           WRITE REPORT-REC.

      *** TIE 6: ATTRIBUTES DECLARED ON THE CLEAN POINTS AGAINST ***
      *** THE RESULTS, AND THE SCORED ROWS WHEN SCORING RAN ***
       CHECK-ATTRS.
           MOVE SPACES TO REPORT-REC.
           IF PTS-NATTR EQUAL RES-NATTR
               STRING "CLEAN POINT ATTRIBUTES " PTS-NATTR
                   " = RESULT ATTRIBUTES " RES-NATTR " : IN BALANCE"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               ADD 1 TO N-OUT
               STRING "CLEAN POINT ATTRIBUTES " PTS-NATTR
                   " VS RESULT ATTRIBUTES " RES-NATTR
                   " : OUT OF BALANCE"
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           IF SCORE-STATUS NOT EQUAL "00"
               AND SCORE-STATUS NOT EQUAL "10"
               GO TO END-CHECKS.
           MOVE SPACES TO REPORT-REC.
           IF SCO-NATTR EQUAL RES-NATTR
               STRING "SCORED ATTRIBUTES " SCO-NATTR
                   " = RESULT ATTRIBUTES " RES-NATTR " : IN BALANCE"
                   DELIMITED BY SIZE INTO REPORT-REC
           ELSE
               ADD 1 TO N-OUT
               STRING "SCORED ATTRIBUTES " SCO-NATTR
                   " VS RESULT ATTRIBUTES " RES-NATTR
                   " : OUT OF BALANCE"
                   DELIMITED BY SIZE INTO REPORT-REC
           END-IF.
           WRITE REPORT-REC.

      *** CLOSE THE REPORT AND SET THE RETURN CODE ***
       END-CHECKS.
           MOVE SPACES TO REPORT-REC.
           MOVE "BATCH" TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE RUN-OUTCOME TO AUD-OUTCOME.
           WRITE AUDIT-REC.
                    U-TOK6 U-TOK7 U-TOK8 U-TOK9.
       END-SPLIT-TOKENS.
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
