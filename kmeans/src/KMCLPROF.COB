      *    CLUSTER PROFILE AND QUALITY REPORT: PER CLUSTER THE MEMBER
      *    COUNT, SHARE OF ALL POINTS, COORDINATE RANGES AND MEANS AND
      *    THE DISTANCES TO THE CENTROID, THEN THE OVERALL WITHIN-
      *    CLUSTER TOTAL AND THE PAIRWISE CENTROID DISTANCES.  EACH
      *    CLUSTER IS SHOWN WITH ITS SEGMENT NAME FROM THE SEGMENT
      *    MASTER.  THE RANGES AND MEANS ARE SHOWN FOR EVERY
      *    ATTRIBUTE NAMED ON THE ATTRS ROW OF THE RESULTS FILE, AND
      *    THE DISTANCES ARE TAKEN OVER ALL OF THEM; A RESULTS FILE
      *    WITHOUT AN ATTRS ROW CARRIES X AND Y.
       AUTHOR.       MYSELF.
       DATE-WRITTEN. 1 JANUARY 1960.
       SECURITY.     NONE.
           SELECT RESULTS-FILE ASSIGN TO "KMRESULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-STATUS.
           SELECT SEGMENT-FILE ASSIGN TO "KMSEGMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "KMCLPROF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       FD  RESULTS-FILE.
       01  RESULTS-REC    PIC X(80).

       FD  SEGMENT-FILE.
       COPY SEGREC.

       FD  REPORT-FILE.
       01  REPORT-REC     PIC X(80).

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  RESULTS-STATUS PIC XX.
       77  SEG-STATUS     PIC XX.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30).
       77  N-POINTS    PIC 9(4) VALUE ZERO.
       77  K           PIC 99.
       77  L           PIC 99.
       77  CUR-CL      PIC 9.
       77  ATT         PIC 9.
       77  N-ATTR      PIC 9 VALUE 2.
       77  CL-TOK      PIC 99 VALUE 5.

       01  PRINT-LINE     PIC X(80).

      *** ONE RESULTS ROW SPLIT AT THE COMMAS: TYPE, ID, ONE ***
      *** COLUMN PER ATTRIBUTE, CLUSTER AND COUNT ***
       01  UNSTRING-FIELDS.
           05  U-TOK      PIC X(10) OCCURS 10 TIMES.

      *** NAMES OF THE ATTRIBUTES, TAKEN FROM THE ATTRS ROW ***
       01  ATTR-NAME-VALUES.
           02  FILLER     PIC X(8) VALUE "X".
           02  FILLER     PIC X(8) VALUE "Y".
           02  FILLER     PIC X(8) VALUE "ATTR3".
           02  FILLER     PIC X(8) VALUE "ATTR4".
           02  FILLER     PIC X(8) VALUE "ATTR5".
           02  FILLER     PIC X(8) VALUE "ATTR6".
       01  ATTR-NAME-TABLE REDEFINES ATTR-NAME-VALUES.
           02  ATTR-NAME  PIC X(8) OCCURS 6 TIMES.

       01  POINT-FIELDS.
       02  P-PT       OCCURS 9999 TIMES.
           03  P-V        PIC S9(4)V9 OCCURS 6 TIMES.
       02  P-C        PIC 9      OCCURS 9999 TIMES.
       02  CL-PT      OCCURS 9 TIMES.
           03  CL-V       PIC S9(4)V9 OCCURS 6 TIMES.
       02  CL-N       PIC 9(4)   OCCURS 9 TIMES.
       02  CL-DIST    PIC 9(8)V99 OCCURS 9 TIMES.
       02  CL-ON      PIC X      OCCURS 9 TIMES.
       02  SEG-TEXT   PIC X(20)  OCCURS 9 TIMES.

       01  CALC-FIELDS.
           05  MIN-V      PIC S9(4)V9 OCCURS 6 TIMES.
           05  MAX-V      PIC S9(4)V9 OCCURS 6 TIMES.
           05  SUM-V      PIC S9(7)V9 OCCURS 6 TIMES.
           05  MEAN-V     PIC S9(4)V99.
           05  DXS        PIC S9(5)V99.
           05  SQ-DIST    PIC 9(9)V99.
           05  ONE-DIST   PIC 9(5)V99.
           05  AVG-DIST   PIC 9(5)V99.
           05  TOT-DIST   PIC 9(8)V99.
           05  ED-SIGNED  PIC +ZZZ9.9.
           05  ED-SIGNED2 PIC +ZZZ9.9.
           05  ED-MEAN    PIC +ZZZ9.99.
           05  ED-DIST    PIC ZZZZ9.99.
           05  ED-TOT     PIC ZZZZZZZ9.99.
           05  ED-PCT     PIC ZZ9.9.
000400 PROCEDURE DIVISION.
       START-REPORT.
           DISPLAY "KMEANS CLUSTER PROFILE - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "KMEANS CLUSTER PROFILE - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           PERFORM LOAD-SEGMENTS THRU END-LOAD-SEGMENTS.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-STATUS NOT EQUAL "00"
               DISPLAY "KMEANS CLUSTER PROFILE - NO RESULTS FILE"
           READ RESULTS-FILE AT END GO TO END-READ-RESULTS.
           MOVE SPACES TO UNSTRING-FIELDS.
           UNSTRING RESULTS-REC DELIMITED BY ","
               INTO U-TOK(1) U-TOK(2) U-TOK(3) U-TOK(4) U-TOK(5)
                    U-TOK(6) U-TOK(7) U-TOK(8) U-TOK(9) U-TOK(10).
           IF U-TOK(1) EQUAL "ATTRS" GO TO LOAD-ATTRS.
           IF U-TOK(1) EQUAL "POINT" GO TO LOAD-POINT.
           IF U-TOK(1) EQUAL "CENTROID" GO TO LOAD-CENTROID.
           GO TO CONT-READ-RESULTS.
      *** THE ATTRS ROW GIVES THE NUMBER OF ATTRIBUTES AND THEIR ***
      *** NAMES, AND SO WHERE THE CLUSTER COLUMN FALLS ***
       LOAD-ATTRS.
           IF U-TOK(2)(1:1) IS NOT NUMERIC
               OR U-TOK(2)(1:1) EQUAL "0"
               OR U-TOK(2)(1:1) GREATER THAN "6"
               OR U-TOK(2)(2:) NOT EQUAL SPACES
               GO TO CONT-READ-RESULTS.
           MOVE U-TOK(2)(1:1) TO N-ATTR.
           COMPUTE CL-TOK = N-ATTR + 3.
           MOVE 1 TO ATT.
       LOAD-ATTR-NAME.
           MOVE U-TOK(ATT + 2) TO ATTR-NAME(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO LOAD-ATTR-NAME.
           GO TO CONT-READ-RESULTS.
       LOAD-POINT.
           IF N-POINTS EQUAL 9999 GO TO CONT-READ-RESULTS.
           ADD 1 TO N-POINTS.
           MOVE 1 TO ATT.
       LOAD-POINT-ATTR.
           COMPUTE P-V(N-POINTS, ATT) = FUNCTION NUMVAL(U-TOK(ATT + 2)).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO LOAD-POINT-ATTR.
           COMPUTE P-C(N-POINTS) = FUNCTION NUMVAL(U-TOK(CL-TOK)).
           GO TO CONT-READ-RESULTS.
      *** CENTROIDS ARE HELD BY THEIR STABLE CLUSTER NUMBER, WHICH ***
      *** NEED NOT RUN 1 TO N ***
       LOAD-CENTROID.
           COMPUTE CUR-CL = FUNCTION NUMVAL(U-TOK(CL-TOK)).
           IF CUR-CL EQUAL ZERO GO TO CONT-READ-RESULTS.
           IF CL-ON(CUR-CL) EQUAL "Y" GO TO CONT-READ-RESULTS.
           ADD 1 TO N-CENTROIDS.
           MOVE "Y" TO CL-ON(CUR-CL).
           MOVE 1 TO ATT.
       LOAD-CENTROID-ATTR.
           COMPUTE CL-V(CUR-CL, ATT) = FUNCTION NUMVAL(U-TOK(ATT + 2)).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO LOAD-CENTROID-ATTR.
           GO TO CONT-READ-RESULTS.
       END-READ-RESULTS.
           CLOSE RESULTS-FILE.
           MOVE ZERO TO TOT-DIST.
           MOVE 1 TO K.
       CONT-CLUSTER.
           IF K GREATER THAN 9 GO TO SHOW-OVERALL.
           IF CL-ON(K) NOT EQUAL "Y" GO TO LOOP-CLUSTER.
           MOVE K TO CUR-CL.
           MOVE ZERO TO CL-N(K).
           MOVE ZERO TO CL-DIST(K).
           MOVE 1 TO ATT.
       CLEAR-RANGES.
           MOVE ZERO TO SUM-V(ATT).
           MOVE +9999.9 TO MIN-V(ATT).
           MOVE -9999.9 TO MAX-V(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN 6 GO TO CLEAR-RANGES.
           MOVE 1 TO J.
       CONT-MEMBER.
           IF J GREATER THAN N-POINTS GO TO END-MEMBER.
           IF P-C(J) NOT EQUAL CUR-CL GO TO LOOP-MEMBER.
           ADD 1 TO CL-N(K).
           PERFORM ADD-MEMBER THRU END-ADD-MEMBER.
           ADD ONE-DIST TO CL-DIST(K).
       LOOP-MEMBER.
           ADD 1 TO J.
           COMPUTE PCT-PTS ROUNDED = CL-N(K) * 100 / N-POINTS.
           MOVE PCT-PTS TO ED-PCT.
           MOVE SPACES TO PRINT-LINE.
           STRING "CLUSTER " CUR-CL " " SEG-TEXT(K) "  MEMBERS " CL-N(K)
               "  PCT OF POINTS " ED-PCT
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               GO TO LOOP-CLUSTER.
           MOVE 1 TO ATT.
       PRINT-RANGES.
           COMPUTE MEAN-V ROUNDED = SUM-V(ATT) / CL-N(K).
           MOVE MIN-V(ATT) TO ED-SIGNED.
           MOVE MAX-V(ATT) TO ED-SIGNED2.
           MOVE MEAN-V TO ED-MEAN.
           MOVE SPACES TO PRINT-LINE.
           STRING "   " ATTR-NAME(ATT) "  MIN " ED-SIGNED
               "  MAX " ED-SIGNED2 "  MEAN " ED-MEAN
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO PRINT-RANGES.
           COMPUTE AVG-DIST ROUNDED = CL-DIST(K) / CL-N(K).
           MOVE CL-DIST(K) TO ED-TOT.
           MOVE AVG-DIST TO ED-DIST.
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO K.
       CONT-PAIR-K.
           IF K GREATER THAN 9 GO TO END-REPORT.
           IF CL-ON(K) NOT EQUAL "Y" GO TO LOOP-PAIR-K.
           COMPUTE L = K + 1.
       CONT-PAIR-L.
           IF L GREATER THAN 9 GO TO LOOP-PAIR-K.
           IF CL-ON(L) NOT EQUAL "Y"
               ADD 1 TO L
               GO TO CONT-PAIR-L.
           PERFORM PAIR-DIST THRU END-PAIR-DIST.
           MOVE ONE-DIST TO ED-DIST.
           MOVE SPACES TO PRINT-LINE.
           STRING "   CLUSTER " K " TO CLUSTER " L " = " ED-DIST
           MOVE "BATCH" TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE RUN-OUTCOME TO AUD-OUTCOME.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

           STOP RUN.

      *** LOAD THE SEGMENT NAMES BY CLUSTER NUMBER.  A NUMBER NOT ***
      *** ON THE SEGMENT MASTER IS SHOWN AS UNNAMED ***
       LOAD-SEGMENTS.
           MOVE 1 TO K.
       CLEAR-SEGMENTS.
           IF K GREATER THAN 9 GO TO OPEN-SEGMENTS.
           MOVE "N" TO CL-ON(K).
           MOVE "UNNAMED SEGMENT" TO SEG-TEXT(K).
           ADD 1 TO K.
           GO TO CLEAR-SEGMENTS.
       OPEN-SEGMENTS.
           OPEN INPUT SEGMENT-FILE.
           IF SEG-STATUS NOT EQUAL "00" GO TO END-LOAD-SEGMENTS.
       CONT-LOAD-SEGMENTS.
           READ SEGMENT-FILE AT END GO TO CLOSE-SEGMENTS.
           IF SEG-NO IS NOT NUMERIC GO TO CONT-LOAD-SEGMENTS.
           IF SEG-NO NOT EQUAL ZERO
               MOVE SEG-NAME TO SEG-TEXT(SEG-NO).
           GO TO CONT-LOAD-SEGMENTS.
       CLOSE-SEGMENTS.
           CLOSE SEGMENT-FILE.
       END-LOAD-SEGMENTS.
           EXIT.

      *** TAKE POINT J INTO THE RANGES AND SUMS OF CLUSTER K AND ***
      *** FIND ITS DISTANCE TO THE CENTROID OVER EVERY ATTRIBUTE ***
       ADD-MEMBER.
           MOVE ZERO TO SQ-DIST.
           MOVE 1 TO ATT.
       CONT-ADD-MEMBER.
           ADD P-V(J, ATT) TO SUM-V(ATT).
           IF P-V(J, ATT) LESS THAN MIN-V(ATT)
               MOVE P-V(J, ATT) TO MIN-V(ATT).
           IF P-V(J, ATT) GREATER THAN MAX-V(ATT)
               MOVE P-V(J, ATT) TO MAX-V(ATT).
           COMPUTE DXS = P-V(J, ATT) - CL-V(K, ATT).
           COMPUTE SQ-DIST = SQ-DIST + DXS * DXS.
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO CONT-ADD-MEMBER.
           COMPUTE ONE-DIST ROUNDED = FUNCTION SQRT(SQ-DIST).
       END-ADD-MEMBER.
           EXIT.

      *** DISTANCE BETWEEN THE CENTROIDS OF CLUSTERS K AND L ***
       PAIR-DIST.
           MOVE ZERO TO SQ-DIST.
           MOVE 1 TO ATT.
       CONT-PAIR-DIST.
           COMPUTE DXS = CL-V(K, ATT) - CL-V(L, ATT).
           COMPUTE SQ-DIST = SQ-DIST + DXS * DXS.
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO CONT-PAIR-DIST.
           COMPUTE ONE-DIST ROUNDED = FUNCTION SQRT(SQ-DIST).
       END-PAIR-DIST.
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
