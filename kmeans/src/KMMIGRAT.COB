000100 IDENTIFICATION DIVISION.
       PROGRAM-ID.   KMMIGRAT.
      *    THIS PROGRAM MATCHES THE POINT ROWS OF THE PRIOR CLUSTERING
      *    RUN, KEPT BY KMEANSB ON THE PRIOR RESULTS FILE, AGAINST THE
      *    POINT ROWS OF TONIGHT'S RESULTS FILE BY POINT ID AND PRINTS
      *    THE POINT MIGRATION REPORT: A FROM-CLUSTER / TO-CLUSTER
      *    MATRIX OF POINT COUNTS, THEN THE LIST OF POINTS THAT MOVED
      *    TO ANOTHER CLUSTER, THE POINTS THAT JOINED THE POPULATION
      *    AND THE POINTS THAT DROPPED OUT OF IT.  THE MOVED LIST IS
      *    THE MORNING CALL LIST FOR THE ACCOUNT MANAGERS.  EACH
      *    FILE'S ATTRS ROW SAYS HOW MANY ATTRIBUTE COLUMNS COME
      *    BEFORE THE CLUSTER; A FILE WITHOUT ONE CARRIES TWO.
       AUTHOR.       MYSELF.
       DATE-WRITTEN. 1 JANUARY 1960.
       SECURITY.     NONE.

000200 ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  TRS-80.
       OBJECT-COMPUTER.  TRS-80.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-FILE ASSIGN TO "KMRESPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIOR-STATUS.
           SELECT RESULTS-FILE ASSIGN TO "KMRESULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "KMMIGRAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

000300 DATA DIVISION.
       FILE SECTION.
       FD  PRIOR-FILE.
       01  PRIOR-REC      PIC X(80).

       FD  RESULTS-FILE.
       01  RESULTS-REC    PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC     PIC X(80).

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  PRIOR-STATUS   PIC XX.
       77  RESULTS-STATUS PIC XX.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30).
       77  PRIOR-FLAG  PIC X VALUE "Y".
           88  PRIOR-ON-FILE      VALUE "Y".
       77  N-PRV       PIC 9(4) VALUE ZERO.
       77  N-CUR       PIC 9(4) VALUE ZERO.
       77  N-STAYED    PIC 9(4) VALUE ZERO.
       77  N-MOVED     PIC 9(4) VALUE ZERO.
       77  N-JOINED    PIC 9(4) VALUE ZERO.
       77  N-DROPPED   PIC 9(4) VALUE ZERO.
       77  N-HIGH      PIC 99 VALUE ZERO.
       77  PAGE-NO     PIC 999 VALUE ZERO.
       77  LINE-CNT    PIC 99 VALUE 99.
       77  PAGE-MAX    PIC 99 VALUE 55.
       77  J           PIC 9(5).
       77  P           PIC 9(5).
       77  K           PIC 99.
       77  L           PIC 99.
       77  COL-POS     PIC 99.
       77  ROW-TOTAL   PIC 9(5).
       77  CL-TOK      PIC 99.

       01  PRINT-LINE     PIC X(80).

      *** ONE RESULTS ROW SPLIT AT THE COMMAS: TYPE, ID, ONE ***
      *** COLUMN PER ATTRIBUTE, THEN THE CLUSTER ***
       01  UNSTRING-FIELDS.
           05  U-TOK      PIC X(10) OCCURS 10 TIMES.

      *** PRIOR AND CURRENT ASSIGNMENTS.  A FROM-CLUSTER OF ZERO ***
      *** ON A CURRENT POINT MEANS THE POINT WAS NOT IN THE PRIOR ***
      *** RUN; AN UNMATCHED PRIOR POINT HAS DROPPED OUT ***
       01  PRV-FIELDS.
       02  PRV-ID     PIC X(8)   OCCURS 9999 TIMES.
       02  PRV-C      PIC 9      OCCURS 9999 TIMES.
       02  PRV-HIT    PIC X      OCCURS 9999 TIMES.

       01  CUR-FIELDS.
       02  CUR-ID     PIC X(8)   OCCURS 9999 TIMES.
       02  CUR-C      PIC 9      OCCURS 9999 TIMES.
       02  CUR-FROM   PIC 9      OCCURS 9999 TIMES.

      *** MIGRATION MATRIX: ROWS 1-9 ARE THE PRIOR CLUSTER AND ROW ***
      *** 10 IS NEW POINTS; COLUMNS 1-9 ARE TONIGHT'S CLUSTER AND ***
      *** COLUMN 10 IS DROPPED POINTS ***
       01  MATRIX-FIELDS.
       02  MTX-ROW    OCCURS 10 TIMES.
           03  MTX-CELL   PIC 9(4)  OCCURS 10 TIMES.
       02  COL-TOTAL  PIC 9(5)  OCCURS 10 TIMES.

       01  EDIT-FIELDS.
           05  ED-CL      PIC 9.
           05  ED-CELL    PIC ZZZZ9.
           05  ED-TOTAL   PIC ZZZZZ9.

000400 PROCEDURE DIVISION.
       START-MIGRATION.
           DISPLAY "KMEANS POINT MIGRATION REPORT - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "KMEANS POINT MIGRATION REPORT - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           INITIALIZE MATRIX-FIELDS.

      *** LOAD THE PRIOR RUN.  WITH NO PRIOR FILE EVERY POINT OF ***
      *** TONIGHT'S RUN IS REPORTED AS HAVING JOINED ***
       READ-PRIOR.
           OPEN INPUT PRIOR-FILE.
           IF PRIOR-STATUS NOT EQUAL "00"
               MOVE "N" TO PRIOR-FLAG
               GO TO READ-CURRENT.
           MOVE 5 TO CL-TOK.
       CONT-READ-PRIOR.
           READ PRIOR-FILE AT END GO TO END-READ-PRIOR.
           MOVE SPACES TO UNSTRING-FIELDS.
           UNSTRING PRIOR-REC DELIMITED BY ","
               INTO U-TOK(1) U-TOK(2) U-TOK(3) U-TOK(4) U-TOK(5)
                    U-TOK(6) U-TOK(7) U-TOK(8) U-TOK(9) U-TOK(10).
           IF U-TOK(1) EQUAL "ATTRS"
               PERFORM TAKE-CL-TOK THRU END-TAKE-CL-TOK.
           IF U-TOK(1) NOT EQUAL "POINT" GO TO CONT-READ-PRIOR.
           IF N-PRV EQUAL 9999 GO TO CONT-READ-PRIOR.
           ADD 1 TO N-PRV.
           MOVE U-TOK(2) TO PRV-ID(N-PRV).
           COMPUTE PRV-C(N-PRV) = FUNCTION NUMVAL(U-TOK(CL-TOK)).
           MOVE "N" TO PRV-HIT(N-PRV).
           IF PRV-C(N-PRV) GREATER THAN N-HIGH
               MOVE PRV-C(N-PRV) TO N-HIGH.
           GO TO CONT-READ-PRIOR.
       END-READ-PRIOR.
           CLOSE PRIOR-FILE.

      *** LOAD TONIGHT'S RUN ***
       READ-CURRENT.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-STATUS NOT EQUAL "00"
               DISPLAY "KMEANS POINT MIGRATION REPORT - NO RESULTS FILE"
               MOVE "RESULTS FILE MISSING" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           MOVE 5 TO CL-TOK.
       CONT-READ-CURRENT.
           READ RESULTS-FILE AT END GO TO END-READ-CURRENT.
           MOVE SPACES TO UNSTRING-FIELDS.
           UNSTRING RESULTS-REC DELIMITED BY ","
               INTO U-TOK(1) U-TOK(2) U-TOK(3) U-TOK(4) U-TOK(5)
                    U-TOK(6) U-TOK(7) U-TOK(8) U-TOK(9) U-TOK(10).
           IF U-TOK(1) EQUAL "ATTRS"
               PERFORM TAKE-CL-TOK THRU END-TAKE-CL-TOK.
           IF U-TOK(1) NOT EQUAL "POINT" GO TO CONT-READ-CURRENT.
           IF N-CUR EQUAL 9999 GO TO CONT-READ-CURRENT.
           ADD 1 TO N-CUR.
           MOVE U-TOK(2) TO CUR-ID(N-CUR).
           COMPUTE CUR-C(N-CUR) = FUNCTION NUMVAL(U-TOK(CL-TOK)).
           MOVE ZERO TO CUR-FROM(N-CUR).
           IF CUR-C(N-CUR) GREATER THAN N-HIGH
               MOVE CUR-C(N-CUR) TO N-HIGH.
           GO TO CONT-READ-CURRENT.
       END-READ-CURRENT.
           CLOSE RESULTS-FILE.
           IF N-CUR EQUAL ZERO
               DISPLAY "KMEANS POINT MIGRATION REPORT - NOTHING TO "
                   "REPORT"
               MOVE "RESULTS FILE EMPTY" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.

      *** MATCH EVERY CURRENT POINT TO THE PRIOR RUN BY POINT ID ***
           MOVE 1 TO J.
       CONT-MATCH.
           IF J GREATER THAN N-CUR GO TO END-MATCH.
           MOVE 1 TO P.
       CONT-FIND-PRIOR.
           IF P GREATER THAN N-PRV GO TO POINT-JOINED.
           IF PRV-ID(P) EQUAL CUR-ID(J)
               AND PRV-HIT(P) EQUAL "N"
               GO TO POINT-MATCHED.
           ADD 1 TO P.
           GO TO CONT-FIND-PRIOR.
       POINT-MATCHED.
           MOVE "Y" TO PRV-HIT(P).
           MOVE PRV-C(P) TO CUR-FROM(J).
           ADD 1 TO MTX-CELL(PRV-C(P), CUR-C(J)).
           IF PRV-C(P) EQUAL CUR-C(J)
               ADD 1 TO N-STAYED
           ELSE
               ADD 1 TO N-MOVED.
           GO TO LOOP-MATCH.
       POINT-JOINED.
           ADD 1 TO MTX-CELL(10, CUR-C(J)).
           ADD 1 TO N-JOINED.
       LOOP-MATCH.
           ADD 1 TO J.
           GO TO CONT-MATCH.
       END-MATCH.

      *** PRIOR POINTS LEFT UNMATCHED HAVE DROPPED OUT ***
           MOVE 1 TO P.
       CONT-DROPPED.
           IF P GREATER THAN N-PRV GO TO PRINT-MATRIX.
           IF PRV-HIT(P) EQUAL "N"
               ADD 1 TO MTX-CELL(PRV-C(P), 10)
               ADD 1 TO N-DROPPED.
           ADD 1 TO P.
           GO TO CONT-DROPPED.

      *** PRINT THE MIGRATION MATRIX ***
       PRINT-MATRIX.
           OPEN OUTPUT REPORT-FILE.
           IF NOT PRIOR-ON-FILE
               MOVE SPACES TO PRINT-LINE
               STRING "NO PRIOR RUN ON FILE - ALL POINTS SHOWN AS "
                   "JOINED" DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO PRINT-LINE
               PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "FROM CLUSTER (DOWN) TO CLUSTER (ACROSS)"
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           MOVE "FROM/TO" TO PRINT-LINE(1:7).
           MOVE 1 TO K.
       CONT-HEAD-COL.
           IF K GREATER THAN N-HIGH GO TO END-HEAD-COL.
           COMPUTE COL-POS = 9 + (K - 1) * 6.
           MOVE "CL " TO PRINT-LINE(COL-POS + 1:3).
           MOVE K TO ED-CL.
           MOVE ED-CL TO PRINT-LINE(COL-POS + 4:1).
           ADD 1 TO K.
           GO TO CONT-HEAD-COL.
       END-HEAD-COL.
           COMPUTE COL-POS = 9 + N-HIGH * 6.
           MOVE " DROP" TO PRINT-LINE(COL-POS:5).
           ADD 6 TO COL-POS.
           MOVE " TOTAL" TO PRINT-LINE(COL-POS:6).
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO K.
       CONT-MATRIX-ROW.
           IF K GREATER THAN 10 GO TO END-MATRIX-ROW.
           IF K GREATER THAN N-HIGH AND K LESS THAN 10
               GO TO LOOP-MATRIX-ROW.
           MOVE SPACES TO PRINT-LINE.
           IF K EQUAL 10
               MOVE "NEW" TO PRINT-LINE(1:3)
           ELSE
               MOVE "CL " TO PRINT-LINE(1:3)
               MOVE K TO ED-CL
               MOVE ED-CL TO PRINT-LINE(4:1).
           MOVE ZERO TO ROW-TOTAL.
           MOVE 1 TO L.
       CONT-MATRIX-COL.
           IF L GREATER THAN 10 GO TO END-MATRIX-COL.
           IF L GREATER THAN N-HIGH AND L LESS THAN 10
               GO TO LOOP-MATRIX-COL.
           IF L EQUAL 10
               COMPUTE COL-POS = 9 + N-HIGH * 6
           ELSE
               COMPUTE COL-POS = 9 + (L - 1) * 6.
           MOVE MTX-CELL(K, L) TO ED-CELL.
           MOVE ED-CELL TO PRINT-LINE(COL-POS:5).
           ADD MTX-CELL(K, L) TO ROW-TOTAL.
           ADD MTX-CELL(K, L) TO COL-TOTAL(L).
       LOOP-MATRIX-COL.
           ADD 1 TO L.
           GO TO CONT-MATRIX-COL.
       END-MATRIX-COL.
           COMPUTE COL-POS = 9 + N-HIGH * 6 + 6.
           MOVE ROW-TOTAL TO ED-TOTAL.
           MOVE ED-TOTAL TO PRINT-LINE(COL-POS:6).
           PERFORM WRITE-REPORT-LINE.
       LOOP-MATRIX-ROW.
           ADD 1 TO K.
           GO TO CONT-MATRIX-ROW.
       END-MATRIX-ROW.
           MOVE SPACES TO PRINT-LINE.
           MOVE "TOTAL" TO PRINT-LINE(1:5).
           MOVE ZERO TO ROW-TOTAL.
           MOVE 1 TO L.
       CONT-TOTAL-COL.
           IF L GREATER THAN 10 GO TO END-TOTAL-COL.
           IF L GREATER THAN N-HIGH AND L LESS THAN 10
               GO TO LOOP-TOTAL-COL.
           IF L EQUAL 10
               COMPUTE COL-POS = 9 + N-HIGH * 6
           ELSE
               COMPUTE COL-POS = 9 + (L - 1) * 6.
           MOVE COL-TOTAL(L) TO ED-CELL.
           MOVE ED-CELL TO PRINT-LINE(COL-POS:5).
           ADD COL-TOTAL(L) TO ROW-TOTAL.
       LOOP-TOTAL-COL.
           ADD 1 TO L.
           GO TO CONT-TOTAL-COL.
       END-TOTAL-COL.
           COMPUTE COL-POS = 9 + N-HIGH * 6 + 6.
           MOVE ROW-TOTAL TO ED-TOTAL.
           MOVE ED-TOTAL TO PRINT-LINE(COL-POS:6).
           PERFORM WRITE-REPORT-LINE.

      *** THE CALL LIST: POINTS NOW IN A DIFFERENT CLUSTER ***
       LIST-MOVED.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "POINTS THAT MOVED CLUSTER - " N-MOVED
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO J.
       CONT-LIST-MOVED.
           IF J GREATER THAN N-CUR GO TO LIST-JOINED.
           IF CUR-FROM(J) NOT EQUAL ZERO
               AND CUR-FROM(J) NOT EQUAL CUR-C(J)
               MOVE SPACES TO PRINT-LINE
               STRING "   " CUR-ID(J) "  FROM CLUSTER " CUR-FROM(J)
                   "  TO CLUSTER " CUR-C(J)
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE.
           ADD 1 TO J.
           GO TO CONT-LIST-MOVED.

      *** POINTS NOT IN THE PRIOR RUN ***
       LIST-JOINED.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "POINTS THAT JOINED THE POPULATION - " N-JOINED
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO J.
       CONT-LIST-JOINED.
           IF J GREATER THAN N-CUR GO TO LIST-DROPPED.
           IF CUR-FROM(J) EQUAL ZERO
               MOVE SPACES TO PRINT-LINE
               STRING "   " CUR-ID(J) "  INTO CLUSTER " CUR-C(J)
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE.
           ADD 1 TO J.
           GO TO CONT-LIST-JOINED.

      *** POINTS OF THE PRIOR RUN MISSING FROM TONIGHT'S ***
       LIST-DROPPED.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "POINTS THAT DROPPED OUT - " N-DROPPED
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO P.
       CONT-LIST-DROPPED.
           IF P GREATER THAN N-PRV GO TO END-REPORT.
           IF PRV-HIT(P) EQUAL "N"
               MOVE SPACES TO PRINT-LINE
               STRING "   " PRV-ID(P) "  FROM CLUSTER " PRV-C(P)
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE.
           ADD 1 TO P.
           GO TO CONT-LIST-DROPPED.

       END-REPORT.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "END OF REPORT - " N-CUR " POINTS " N-STAYED
               " STAYED " N-MOVED " MOVED " N-JOINED " JOINED "
               N-DROPPED " DROPPED"
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "KMEANS POINT MIGRATION REPORT - " N-MOVED
               " POINT(S) MOVED".
           MOVE SPACES TO RUN-OUTCOME.
           STRING N-MOVED " MOVED " N-JOINED " IN " N-DROPPED " OUT"
               DELIMITED BY SIZE INTO RUN-OUTCOME.
           GO TO WRITE-AUDIT.

      *** PRINT ONE LINE, STARTING A NEW PAGE WHEN THE PAGE IS FULL ***
       WRITE-REPORT-LINE.
           IF LINE-CNT GREATER THAN PAGE-MAX
               ADD 1 TO PAGE-NO
               MOVE ZERO TO LINE-CNT
               MOVE SPACES TO REPORT-REC
               STRING "KMEANS POINT MIGRATION REPORT"
                   "                                         PAGE "
                   PAGE-NO DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               ADD 2 TO LINE-CNT
           END-IF.
           MOVE PRINT-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           ADD 1 TO LINE-CNT.

      *** THE ATTRS ROW OF A RESULTS FILE GIVES ITS NUMBER OF ***
      *** ATTRIBUTES; THE CLUSTER FOLLOWS THE TYPE, ID AND THEM ***
       TAKE-CL-TOK.
           IF U-TOK(2)(1:1) IS NUMERIC
               AND U-TOK(2)(1:1) NOT EQUAL "0"
               AND U-TOK(2)(1:1) NOT GREATER THAN "6"
               COMPUTE CL-TOK = FUNCTION NUMVAL(U-TOK(2)(1:1)) + 3.
       END-TAKE-CL-TOK.
           EXIT.

      *** RECORD THIS RUN IN THE SHARED AUDIT LOG ***
       WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT EQUAL "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "KMMIGRAT" TO AUD-PROGRAM.
           MOVE "BATCH" TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE RUN-OUTCOME TO AUD-OUTCOME.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

           STOP RUN.

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
