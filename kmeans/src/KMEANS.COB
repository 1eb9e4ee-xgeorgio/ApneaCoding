       PROGRAM-ID.   KMEANS.
      *    THIS PROGRAM IS A SIMPLE DEMO FOR ILLUSTRATING HOW EVEN
      *    MODERN DATA ANALYTICS ALGORITHMS CAN BE IMPLEMENTED IN
      *    VERY OLD PROGRAMMING LANGUAGES LIKE COBOL.  THE CLUSTERS
      *    OF THE RUN TAKE OVER THE NUMBERS OF THE NEAREST CENTROIDS
      *    ON THE PRIOR CENTROID MASTER, SO A SEGMENT KEEPS ITS
      *    NUMBER FROM RUN TO RUN.  THE OPERATOR MAY ASK FOR THE
      *    COORDINATES TO BE SCALED BEFORE SEEDING, BY MINIMUM AND
      *    RANGE OR BY MEAN AND STANDARD DEVIATION; THE SCALE
      *    FACTORS GO ON THE CENTROID MASTER FOR THE SCORING PROGRAM
      *    AND THE RESULTS STILL CARRY BUSINESS UNITS.  EACH POINT
      *    CARRIES FROM ONE TO SIX ATTRIBUTES, AS DECLARED BY THE
      *    HEADER RECORD AT THE FRONT OF THE POINTS FILE; A FILE
      *    WITHOUT A HEADER HOLDS THE TWO COORDINATES X AND Y.
       AUTHOR.       MYSELF.
       DATE-WRITTEN. 1 JANUARY 1960.
       SECURITY.     NONE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-STATUS.
           SELECT CENTROID-MASTER ASSIGN TO "KMCENTRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "KMCENTHS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       FD  POINTS-FILE.
       01  POINTS-REC.
           05  REC-ID     PIC X(8).
           05  REC-V      PIC S9(3)V9 SIGN LEADING SEPARATE
                          OCCURS 6 TIMES.
       01  POINTS-HDR-REC.
           05  PH-TAG     PIC X(8).
           05  PH-NATTR   PIC X.
           05  PH-NAME    PIC X(8) OCCURS 6 TIMES.

       FD  RESULTS-FILE.
       01  RESULTS-REC    PIC X(80).
           05  CHKPT-A     PIC 9(4).
           05  CHKPT-B     PIC S9(4)V9 SIGN LEADING SEPARATE.
           05  CHKPT-C     PIC S9(4)V9 SIGN LEADING SEPARATE.
           05  CHKPT-SCALE PIC X.
           05  CHKPT-NATTR PIC X.
           05  CHKPT-EXTRA PIC S9(4)V9 SIGN LEADING SEPARATE
                           OCCURS 4 TIMES.

       FD  OPERATOR-FILE.
       COPY OPERREC.
       FD  HISTORY-FILE.
       COPY CENTHREC.

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  CHKPT-STATUS   PIC XX.
       77  HIST-STATUS    PIC XX.
       77  MASTER-STATUS  PIC XX.
       77  OPER-STATUS    PIC XX.
       77  PROG-HIT    PIC 99.
       77  PROG-TOKEN  PIC X(7) VALUE "KMEANS ".
       77  TRACE-STATUS   PIC XX.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  OPERATOR-ID PIC X(8).
       77  RUN-OUTCOME     PIC X(30).
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  RESUME-FLAG PIC X VALUE "N".
           88  RESUMED-RUN        VALUE "Y".
       77  N-DATA      PIC 9(4) VALUE ZERO.
       77  N-CALC      PIC 9(9).
       77  J           PIC 99.
       77  BEST-CL     PIC 9.
       77  BEST-DC     PIC 9(8)V99.
       77  DIST-METHOD  PIC 9 VALUE 1.
           88  DIST-EUCLID         VALUE 1.
           88  DIST-MANHATTAN      VALUE 2.
       77  BEST-SCORE  PIC 9(8)V99 VALUE 99999999.99.
       77  ONE-WD      PIC 9(5)V99.
       77  ED-SCORE    PIC ZZZZZZZ9.99.
       77  S           PIC 99.
       77  PAIR-NEW    PIC 9.
       77  PAIR-OLD    PIC 9.
       77  PAIR-DC     PIC 9(8)V99.
       77  ONE-DC      PIC 9(8)V99.
       77  SCALE-MODE  PIC X VALUE "N".
           88  SCALE-NONE         VALUE "N".
           88  SCALE-MINMAX       VALUE "M".
           88  SCALE-ZSCORE       VALUE "Z".
       77  SCALE-MODE-IN PIC XX.
       77  ATT         PIC 9.
       77  SCALE-IN    PIC S9(4)V9(4).
       77  SCALED-V    PIC S9(11)V9.
       77  VAR-V       PIC S9(8)V9(6).
       77  N-ATTR      PIC 9 VALUE 2.
       77  OLD-NATTR   PIC 9.
       77  CHKPT-ATTRS PIC X.
       77  ATTR-LEN    PIC 99.
       77  NAME-LEN    PIC 99.

       01  DATA-FIELDS.
       02  DATA-ID    PIC X(8)   OCCURS 9999 TIMES.
       02  DATA-PT    OCCURS 9999 TIMES.
           03  DATA-V     PIC S9(3)V9 OCCURS 6 TIMES.
       02  DATA-C     PIC 9  OCCURS 9999 TIMES.
       02  CL-PT      OCCURS 9 TIMES.
           03  CL-V       PIC S9(3)V9 OCCURS 6 TIMES.
       02  N-CL       PIC 9(4) OCCURS 9 TIMES.
       02  SUM-PT     OCCURS 9 TIMES.
           03  SUM-V      PIC S9(7)V9 OCCURS 6 TIMES.
       02  DC-TAB     PIC 9(8)V99 OCCURS 9 TIMES.
       02  DX         PIC S9(4)V9.
       02  N-T        PIC 9(5).
       02  ED-X       PIC +999.9.
       02  B-CL-PT    OCCURS 9 TIMES.
           03  B-CL-V     PIC S9(3)V9 OCCURS 6 TIMES.
       02  B-N-CL     PIC 9(4) OCCURS 9 TIMES.
       02  B-DATA-C   PIC 9  OCCURS 9999 TIMES.
       02  ORG-PT     OCCURS 9999 TIMES.
           03  ORG-V      PIC S9(3)V9 OCCURS 6 TIMES.
       02  UNS-PT     OCCURS 9 TIMES.
           03  UNS-V      PIC S9(3)V9 OCCURS 6 TIMES.

      *** NAMES OF THE ATTRIBUTES, TAKEN FROM THE POINTS FILE ***
      *** HEADER WHEN IT NAMES THEM ***
       01  ATTR-NAME-VALUES.
           02  FILLER     PIC X(8) VALUE "X".
           02  FILLER     PIC X(8) VALUE "Y".
           02  FILLER     PIC X(8) VALUE "ATTR3".
           02  FILLER     PIC X(8) VALUE "ATTR4".
           02  FILLER     PIC X(8) VALUE "ATTR5".
           02  FILLER     PIC X(8) VALUE "ATTR6".
       01  ATTR-NAME-TABLE REDEFINES ATTR-NAME-VALUES.
           02  ATTR-NAME  PIC X(8) OCCURS 6 TIMES.

      *** ONE SET OF ATTRIBUTES LAID OUT AS THE COMMA-SEPARATED ***
      *** COLUMNS OF AN OUTPUT ROW, AND THE MATCHING COLUMN NAMES ***
       01  ATTR-FIELDS.
       02  ATTR-ROW.
           03  ATTR-V     PIC S9(3)V9 OCCURS 6 TIMES.
       02  ATTR-LIST  PIC X(42).
       02  NAME-LIST  PIC X(54).

      *** CENTRE AND SPREAD OF EACH ATTRIBUTE USED TO SCALE THE ***
      *** POINTS.  AN UNSCALED RUN USES A ZERO CENTRE AND A ***
      *** SPREAD OF 100, WHICH LEAVES VALUES UNCHANGED ***
       01  SCALE-FIELDS.
       02  SC-CENTRE  PIC S9(4)V9(4) OCCURS 6 TIMES.
       02  SC-SPREAD  PIC 9(4)V9(4)  OCCURS 6 TIMES.
       02  SC-MIN     PIC S9(3)V9    OCCURS 6 TIMES.
       02  SC-MAX     PIC S9(3)V9    OCCURS 6 TIMES.
       02  SC-SUM     PIC S9(8)V9    OCCURS 6 TIMES.
       02  SC-SUMSQ   PIC 9(12)V99   OCCURS 6 TIMES.

      *** CENTROIDS OF THE PRIOR RUN FROM THE CENTROID MASTER, THE ***
      *** STABLE NUMBER GIVEN TO EACH CLUSTER OF THIS RUN AND, FOR ***
      *** EACH STABLE NUMBER, THE CLUSTER OF THIS RUN THAT HOLDS IT ***
       01  RENUMBER-FIELDS.
       02  OLD-PT     OCCURS 9 TIMES.
           03  OLD-V      PIC S9(3)V9 OCCURS 6 TIMES.
       02  OLD-ON     PIC X      OCCURS 9 TIMES.
       02  OLD-TAKEN  PIC X      OCCURS 9 TIMES.
       02  MAP-NO     PIC 9      OCCURS 9 TIMES.
       02  INV-MAP    PIC 9      OCCURS 9 TIMES.

000400 PROCEDURE DIVISION.
       START-INIT.
           DISPLAY (1, 1) "KMEANS CLUSTERING EXAMPLE" ERASE.
           DISPLAY (2, 1) "OPERATOR ID? ".
           ACCEPT OPERATOR-ID.
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               GO TO OPERATOR-REFUSED.

      *** THE OPERATOR MUST BE KNOWN, ACTIVE AND AUTHORIZED FOR ***
      *** THIS PROGRAM IN THE OPERATOR MASTER BEFORE ANY WORK   ***
       CONT-READ-POINTS.
           IF N-DATA EQUAL MAX-DATA GO TO END-READ-POINTS.
           READ POINTS-FILE AT END GO TO END-READ-POINTS.
           IF PH-TAG EQUAL "*HEADER*" GO TO TAKE-POINTS-HEADER.
           ADD 1 TO N-DATA.
           MOVE REC-ID TO DATA-ID(N-DATA).
           MOVE 1 TO ATT.
       LOAD-POINT-ATTR.
           IF ATT GREATER THAN N-ATTR
               MOVE ZERO TO ORG-V(N-DATA, ATT)
           ELSE
               MOVE REC-V(ATT) TO ORG-V(N-DATA, ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN 6 GO TO LOAD-POINT-ATTR.
           MOVE ORG-PT(N-DATA) TO DATA-PT(N-DATA).
           MOVE ZERO TO DATA-C(N-DATA).
           GO TO CONT-READ-POINTS.

      *** THE HEADER RECORD MUST COME BEFORE THE FIRST POINT AND ***
      *** DECLARE FROM 1 TO 6 ATTRIBUTES; A BLANK NAME KEEPS THE ***
      *** DEFAULT NAME ***
       TAKE-POINTS-HEADER.
           IF N-DATA NOT EQUAL ZERO
               OR PH-NATTR IS NOT NUMERIC
               OR PH-NATTR EQUAL "0"
               OR PH-NATTR GREATER THAN "6"
               CLOSE POINTS-FILE
               MOVE "POINTS HEADER INVALID" TO RUN-OUTCOME
               DISPLAY (4, 1) RUN-OUTCOME
               GO TO WRITE-AUDIT.
           MOVE PH-NATTR TO N-ATTR.
           MOVE 1 TO ATT.
       TAKE-ATTR-NAME.
           IF PH-NAME(ATT) NOT EQUAL SPACES
               MOVE PH-NAME(ATT) TO ATTR-NAME(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN 6 GO TO TAKE-ATTR-NAME.
           GO TO CONT-READ-POINTS.
       END-READ-POINTS.
           CLOSE POINTS-FILE.
           PERFORM BUILD-NAME-LIST THRU END-BUILD-NAME-LIST.

      *** CHECK FOR A CHECKPOINT FROM A PRIOR, INTERRUPTED RUN ***
       CHECK-CHECKPOINT.
           IF CHKPT-STATUS NOT EQUAL "00" GO TO ASK-CLUSTERS.
           READ CHECKPOINT-FILE AT END GO TO NO-CHECKPOINT.
           IF CHKPT-TYPE NOT EQUAL "HDR " GO TO NO-CHECKPOINT.
           MOVE CHKPT-NATTR TO CHKPT-ATTRS.
           IF CHKPT-ATTRS EQUAL SPACE MOVE "2" TO CHKPT-ATTRS.
           IF CHKPT-ATTRS NOT EQUAL N-ATTR GO TO NO-CHECKPOINT.
           MOVE CHKPT-A TO N-CLUSTERS.
           MOVE CHKPT-B TO N-ITER.
           MOVE CHKPT-C TO DIST-METHOD.
           IF CHKPT-SCALE EQUAL SPACE
               MOVE "N" TO SCALE-MODE
           ELSE
               MOVE CHKPT-SCALE TO SCALE-MODE.
           SET RESUMED-RUN TO TRUE.
       CONT-READ-CHKPT.
           READ CHECKPOINT-FILE AT END GO TO END-READ-CHKPT.
           IF CHKPT-TYPE EQUAL "CENT"
               MOVE CHKPT-B TO CL-V(CHKPT-A, 1)
               MOVE CHKPT-C TO CL-V(CHKPT-A, 2)
               MOVE CHKPT-EXTRA(1) TO CL-V(CHKPT-A, 3)
               MOVE CHKPT-EXTRA(2) TO CL-V(CHKPT-A, 4)
               MOVE CHKPT-EXTRA(3) TO CL-V(CHKPT-A, 5)
               MOVE CHKPT-EXTRA(4) TO CL-V(CHKPT-A, 6).
           IF CHKPT-TYPE EQUAL "ASGN"
               MOVE CHKPT-B TO DATA-C(CHKPT-A).
           GO TO CONT-READ-CHKPT.
           MOVE 1 TO N-STARTS.
           MOVE 1 TO CUR-START.
           MOVE 1 TO BEST-START.
           PERFORM SCALE-POINTS THRU END-SCALE-POINTS.
           GO TO START-ITER.
       NO-CHECKPOINT.
           CLOSE CHECKPOINT-FILE.
           MOVE N-STARTS-VAL TO N-STARTS.
           MOVE 1 TO CUR-START.

      *** ASK WHETHER TO SCALE THE COORDINATES BEFORE SEEDING ***
       ASK-SCALING.
           DISPLAY (11, 1) "SCALING - N=NONE M=MIN-MAX Z=MEAN/SD? ".
           ACCEPT SCALE-MODE-IN.
           IF SCALE-MODE-IN EQUAL SPACES
               MOVE "N" TO SCALE-MODE-IN.
           MOVE SCALE-MODE-IN TO SCALE-MODE.
           IF SCALE-MODE-IN(2:1) NOT EQUAL SPACE
               MOVE "?" TO SCALE-MODE.
           IF NOT SCALE-NONE AND NOT SCALE-MINMAX AND NOT SCALE-ZSCORE
               DISPLAY (12, 1) "INVALID - ENTER N, M OR Z"
               GO TO ASK-SCALING.
           PERFORM SCALE-POINTS THRU END-SCALE-POINTS.

      *** SEED THE CENTERS FOR THIS START FROM POINTS SPREAD ***
      *** THROUGH THE FILE, SHIFTED ALONG BY THE START NUMBER ***
       SEED-CENTERS.
           IF SEED-IDX GREATER THAN N-DATA
               SUBTRACT N-DATA FROM SEED-IDX
               GO TO WRAP-SEED-IDX.
           MOVE DATA-PT(SEED-IDX) TO CL-PT(J).
           ADD 1 TO J.
           GO TO SEED-ONE-CENTER.

               IF TRACE-STATUS NOT EQUAL "00"
                   OPEN OUTPUT TRACE-FILE
                   MOVE SPACES TO TRACE-REC
                   STRING "START,ITER,CLUSTER,"
                       NAME-LIST(1:NAME-LEN) "COUNT,CHANGED"
                       DELIMITED BY SIZE INTO TRACE-REC
                   WRITE TRACE-REC
               END-IF
               MOVE ZERO TO N-CALC
               OPEN OUTPUT TRACE-FILE
               MOVE SPACES TO TRACE-REC
               STRING "START,ITER,CLUSTER,"
                   NAME-LIST(1:NAME-LEN) "COUNT,CHANGED"
                   DELIMITED BY SIZE INTO TRACE-REC
               WRITE TRACE-REC.
           MOVE ZERO TO N-ITER.
       RESET-SUMS.
           IF J GREATER THAN N-CLUSTERS GO TO START-SCAN.
           MOVE ZERO TO N-CL(J).
           PERFORM CLEAR-SUMS THRU END-CLEAR-SUMS.
           ADD 1 TO J.
           GO TO RESET-SUMS.

           MOVE 1 TO J.
       CALC-DIST.
           IF J GREATER THAN N-CLUSTERS GO TO SELECT-CLOSEST.
           PERFORM POINT-DIST THRU END-POINT-DIST.
           MOVE ONE-DC TO DC-TAB(J).
           ADD 1 TO N-CALC.
           ADD 1 TO J.
           GO TO CALC-DIST.
           GO TO FIND-CLOSEST.

       ASSIGN-POINT.
           MOVE 1 TO ATT.
       ADD-POINT-SUMS.
           ADD DATA-V(N-T, ATT) TO SUM-V(BEST-CL, ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO ADD-POINT-SUMS.
           ADD 1 TO N-CL(BEST-CL).
           IF DATA-C(N-T) EQUAL BEST-CL GO TO LOOP-SCAN.
           MOVE BEST-CL TO DATA-C(N-T).
       UPDATE-CENTERS.
           IF J GREATER THAN N-CLUSTERS GO TO CHECK-STABLE.
           IF N-CL(J) NOT EQUAL ZERO
               PERFORM AVERAGE-CENTER THRU END-AVERAGE-CENTER.
           MOVE CL-PT(J) TO ATTR-ROW.
           PERFORM BUILD-ATTR-LIST THRU END-BUILD-ATTR-LIST.
           MOVE SPACES TO TRACE-REC.
           STRING CUR-START "," N-ITER "," J ","
               ATTR-LIST(1:ATTR-LEN) N-CL(J) "," N-CHANGED
               DELIMITED BY SIZE INTO TRACE-REC.
           WRITE TRACE-REC.
           ADD 1 TO J.
           GO TO UPDATE-CENTERS.
           MOVE N-CLUSTERS TO CHKPT-A.
           MOVE N-ITER TO CHKPT-B.
           MOVE DIST-METHOD TO CHKPT-C.
           MOVE SCALE-MODE TO CHKPT-SCALE.
           MOVE N-ATTR TO CHKPT-NATTR.
           MOVE ZERO TO CHKPT-EXTRA(1).
           MOVE ZERO TO CHKPT-EXTRA(2).
           MOVE ZERO TO CHKPT-EXTRA(3).
           MOVE ZERO TO CHKPT-EXTRA(4).
           WRITE CHKPT-REC.
           MOVE SPACE TO CHKPT-SCALE.
           MOVE SPACE TO CHKPT-NATTR.
           MOVE 1 TO J.
       SAVE-CHKPT-CENT.
           IF J GREATER THAN N-CLUSTERS GO TO SAVE-CHKPT-ASGN-INIT.
           MOVE "CENT" TO CHKPT-TYPE.
           MOVE J TO CHKPT-A.
           MOVE CL-V(J, 1) TO CHKPT-B.
           MOVE CL-V(J, 2) TO CHKPT-C.
           MOVE CL-V(J, 3) TO CHKPT-EXTRA(1).
           MOVE CL-V(J, 4) TO CHKPT-EXTRA(2).
           MOVE CL-V(J, 5) TO CHKPT-EXTRA(3).
           MOVE CL-V(J, 6) TO CHKPT-EXTRA(4).
           WRITE CHKPT-REC.
           ADD 1 TO J.
           GO TO SAVE-CHKPT-CENT.
           MOVE "ASGN" TO CHKPT-TYPE.
           MOVE N-T TO CHKPT-A.
           MOVE DATA-C(N-T) TO CHKPT-B.
           MOVE ZERO TO CHKPT-C.
           MOVE ZERO TO CHKPT-EXTRA(1).
           MOVE ZERO TO CHKPT-EXTRA(2).
           MOVE ZERO TO CHKPT-EXTRA(3).
           MOVE ZERO TO CHKPT-EXTRA(4).
           WRITE CHKPT-REC.
           ADD 1 TO N-T.
           GO TO SAVE-CHKPT-ASGN.
       CONT-SCORE-PT.
           ADD 1 TO N-T.
           IF N-T GREATER THAN N-DATA GO TO END-SCORE-PT.
           MOVE DATA-C(N-T) TO J.
           PERFORM POINT-DIST THRU END-POINT-DIST.
           IF DIST-MANHATTAN
               MOVE ONE-DC TO ONE-WD
           ELSE
               COMPUTE ONE-WD ROUNDED = FUNCTION SQRT(ONE-DC)
           END-IF.
           ADD ONE-WD TO TOTAL-WD.
           GO TO CONT-SCORE-PT.
               STRING FUNCTION TRIM(BEST-OUTCOME) " START " BEST-START
                   DELIMITED BY SIZE INTO RUN-OUTCOME.
           DISPLAY(19, 1) "RESULT: " RUN-OUTCOME.
           PERFORM RENUMBER-CLUSTERS THRU END-RENUMBER-CLUSTERS.
           PERFORM UNSCALE-CENTROIDS THRU END-UNSCALE-CENTROIDS.

      *** JOB IS DONE, THE CHECKPOINT IS NO LONGER NEEDED ***
       CLEAR-CHECKPOINT.
           MOVE ZERO TO CHKPT-A.
           MOVE ZERO TO CHKPT-B.
           MOVE ZERO TO CHKPT-C.
           MOVE SPACE TO CHKPT-SCALE.
           MOVE SPACE TO CHKPT-NATTR.
           MOVE ZERO TO CHKPT-EXTRA(1).
           MOVE ZERO TO CHKPT-EXTRA(2).
           MOVE ZERO TO CHKPT-EXTRA(3).
           MOVE ZERO TO CHKPT-EXTRA(4).
           WRITE CHKPT-REC.
           CLOSE CHECKPOINT-FILE.

           DISPLAY " "
           OPEN OUTPUT RESULTS-FILE.
           MOVE SPACES TO RESULTS-REC.
           STRING "TYPE,ID," NAME-LIST(1:NAME-LEN) "CLUSTER,COUNT"
               DELIMITED BY SIZE INTO RESULTS-REC.
           WRITE RESULTS-REC.
           MOVE SPACES TO RESULTS-REC.
           STRING "ATTRS," N-ATTR "," NAME-LIST(1:NAME-LEN)
               DELIMITED BY SIZE INTO RESULTS-REC.
           WRITE RESULTS-REC.
           IF N-STARTS GREATER THAN 1
               MOVE BEST-SCORE TO ED-SCORE
           MOVE ZERO TO N-T.
       CONT-RES.
           ADD 1 TO N-T.
           MOVE ORG-PT(N-T) TO ATTR-ROW.
           PERFORM BUILD-ATTR-LIST THRU END-BUILD-ATTR-LIST.
           DISPLAY DATA-ID(N-T) " (" ATTR-LIST(1:ATTR-LEN - 1) "): C="
               MAP-NO(DATA-C(N-T)).
           MOVE SPACES TO RESULTS-REC.
           STRING "POINT," DATA-ID(N-T) "," ATTR-LIST(1:ATTR-LEN)
               MAP-NO(DATA-C(N-T)) "," DELIMITED BY SIZE
               INTO RESULTS-REC.
           WRITE RESULTS-REC.
           IF N-T NOT EQUAL N-DATA GO TO CONT-RES.

      *** CENTROIDS GO OUT IN STABLE NUMBER ORDER ***
           MOVE 1 TO S.
       SHOW-CLUSTERS.
           IF S GREATER THAN 9 GO TO SHOW-SUMMARY.
           IF INV-MAP(S) EQUAL ZERO GO TO LOOP-SHOW-CLUSTERS.
           MOVE INV-MAP(S) TO J.
           MOVE UNS-PT(J) TO ATTR-ROW.
           PERFORM BUILD-ATTR-LIST THRU END-BUILD-ATTR-LIST.
           DISPLAY "CLUSTER " MAP-NO(J) ": ("
               ATTR-LIST(1:ATTR-LEN - 1) ") N=" N-CL(J).
           MOVE SPACES TO RESULTS-REC.
           STRING "CENTROID,," ATTR-LIST(1:ATTR-LEN) MAP-NO(J) ","
               N-CL(J) DELIMITED BY SIZE INTO RESULTS-REC.
           WRITE RESULTS-REC.
       LOOP-SHOW-CLUSTERS.
           ADD 1 TO S.
           GO TO SHOW-CLUSTERS.

       SHOW-SUMMARY.
           MOVE ZERO TO CM-Y.
           MOVE NOW-TS(1:8) TO CM-DATE.
           MOVE DIST-METHOD TO CM-METRIC.
           MOVE SCALE-MODE TO CM-SCALE.
           MOVE N-ATTR TO CM-NATTR.
           MOVE ZERO TO CM-EXTRA(1).
           MOVE ZERO TO CM-EXTRA(2).
           MOVE ZERO TO CM-EXTRA(3).
           MOVE ZERO TO CM-EXTRA(4).
           MOVE SPACE TO CM-PARENT.
           WRITE CENTROID-REC.
           IF SCALE-NONE GO TO SAVE-CENTROID-INIT.
           MOVE 1 TO ATT.
       SAVE-SCALE.
           MOVE SPACES TO CENTROID-SCALE-REC.
           MOVE "SCAL" TO CS-TYPE.
           MOVE ATT TO CS-SEQ.
           MOVE SC-CENTRE(ATT) TO CS-CENTRE.
           MOVE SC-SPREAD(ATT) TO CS-SPREAD.
           WRITE CENTROID-SCALE-REC.
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO SAVE-SCALE.
       SAVE-CENTROID-INIT.
           MOVE 1 TO S.
       SAVE-CENTROID.
           IF S GREATER THAN 9 GO TO END-SAVE-CENTROID.
           IF INV-MAP(S) EQUAL ZERO GO TO LOOP-SAVE-CENTROID.
           MOVE INV-MAP(S) TO J.
           MOVE "CENT" TO CM-TYPE.
           MOVE S TO CM-SEQ.
           MOVE UNS-V(J, 1) TO CM-X.
           MOVE UNS-V(J, 2) TO CM-Y.
           MOVE NOW-TS(1:8) TO CM-DATE.
           MOVE DIST-METHOD TO CM-METRIC.
           MOVE SCALE-MODE TO CM-SCALE.
           MOVE N-ATTR TO CM-NATTR.
           MOVE UNS-V(J, 3) TO CM-EXTRA(1).
           MOVE UNS-V(J, 4) TO CM-EXTRA(2).
           MOVE UNS-V(J, 5) TO CM-EXTRA(3).
           MOVE UNS-V(J, 6) TO CM-EXTRA(4).
           MOVE SPACE TO CM-PARENT.
           WRITE CENTROID-REC.
       LOOP-SAVE-CENTROID.
           ADD 1 TO S.
           GO TO SAVE-CENTROID.
       END-SAVE-CENTROID.
           CLOSE CENTROID-MASTER.
           MOVE NOW-TS(1:8) TO CH-DATE.
           MOVE DIST-METHOD TO CH-METRIC.
           MOVE N-DATA TO CH-COUNT.
           MOVE N-ATTR TO CH-NATTR.
           MOVE ZERO TO CH-EXTRA(1).
           MOVE ZERO TO CH-EXTRA(2).
           MOVE ZERO TO CH-EXTRA(3).
           MOVE ZERO TO CH-EXTRA(4).
           WRITE CENTHIST-REC.
           MOVE 1 TO S.
       SAVE-HIST-CENT.
           IF S GREATER THAN 9 GO TO END-SAVE-HISTORY.
           IF INV-MAP(S) EQUAL ZERO GO TO LOOP-SAVE-HIST-CENT.
           MOVE INV-MAP(S) TO J.
           MOVE "CENT" TO CH-TYPE.
           MOVE S TO CH-SEQ.
           MOVE UNS-V(J, 1) TO CH-X.
           MOVE UNS-V(J, 2) TO CH-Y.
           MOVE NOW-TS(1:8) TO CH-DATE.
           MOVE DIST-METHOD TO CH-METRIC.
           MOVE N-CL(J) TO CH-COUNT.
           MOVE N-ATTR TO CH-NATTR.
           MOVE UNS-V(J, 3) TO CH-EXTRA(1).
           MOVE UNS-V(J, 4) TO CH-EXTRA(2).
           MOVE UNS-V(J, 5) TO CH-EXTRA(3).
           MOVE UNS-V(J, 6) TO CH-EXTRA(4).
           WRITE CENTHIST-REC.
       LOOP-SAVE-HIST-CENT.
           ADD 1 TO S.
           GO TO SAVE-HIST-CENT.
       END-SAVE-HISTORY.
           CLOSE HISTORY-FILE.
           MOVE OPERATOR-ID TO AUD-OPERATOR.
           MOVE NOW-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE RUN-OUTCOME TO AUD-OUTCOME.
           WRITE AUDIT-REC.
           MOVE 1 TO J.
       SAVE-BEST-CL.
           IF J GREATER THAN N-CLUSTERS GO TO SAVE-BEST-PTS.
           MOVE CL-PT(J) TO B-CL-PT(J).
           MOVE N-CL(J) TO B-N-CL(J).
           ADD 1 TO J.
           GO TO SAVE-BEST-CL.
           MOVE 1 TO J.
       LOAD-BEST-CL.
           IF J GREATER THAN N-CLUSTERS GO TO LOAD-BEST-PTS.
           MOVE B-CL-PT(J) TO CL-PT(J).
           MOVE B-N-CL(J) TO N-CL(J).
           ADD 1 TO J.
           GO TO LOAD-BEST-CL.
           GO TO LOAD-BEST-PT.
       END-LOAD-BEST-RUN.
           EXIT.

      *** CLEAR THE ATTRIBUTE SUMS OF CLUSTER J ***
       CLEAR-SUMS.
           MOVE 1 TO ATT.
       CONT-CLEAR-SUMS.
           MOVE ZERO TO SUM-V(J, ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN 6 GO TO CONT-CLEAR-SUMS.
       END-CLEAR-SUMS.
           EXIT.

      *** MOVE CENTROID J TO THE MEAN OF ITS MEMBERS ***
       AVERAGE-CENTER.
           MOVE 1 TO ATT.
       CONT-AVERAGE-CENTER.
           COMPUTE CL-V(J, ATT) ROUNDED = SUM-V(J, ATT) / N-CL(J).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO CONT-AVERAGE-CENTER.
       END-AVERAGE-CENTER.
           EXIT.

      *** DISTANCE FROM POINT N-T TO CENTROID J OVER EVERY ***
      *** ATTRIBUTE: SQUARED EUCLIDEAN, OR MANHATTAN ***
       POINT-DIST.
           MOVE ZERO TO ONE-DC.
           MOVE 1 TO ATT.
       CONT-POINT-DIST.
           COMPUTE DX = DATA-V(N-T, ATT) - CL-V(J, ATT).
           IF DX LESS THAN ZERO COMPUTE DX = ZERO - DX.
           IF DIST-MANHATTAN
               ADD DX TO ONE-DC
           ELSE
               COMPUTE ONE-DC = ONE-DC + DX * DX
           END-IF.
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO CONT-POINT-DIST.
       END-POINT-DIST.
           EXIT.

      *** LAY THE ATTRIBUTES IN ATTR-ROW OUT AS "+999.9," COLUMNS; ***
      *** ATTR-LEN IS THE LENGTH OF THE COLUMNS TOGETHER ***
       BUILD-ATTR-LIST.
           MOVE SPACES TO ATTR-LIST.
           MOVE 1 TO ATTR-LEN.
           MOVE 1 TO ATT.
       CONT-ATTR-LIST.
           MOVE ATTR-V(ATT) TO ED-X.
           STRING ED-X "," DELIMITED BY SIZE INTO ATTR-LIST
               WITH POINTER ATTR-LEN.
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO CONT-ATTR-LIST.
           SUBTRACT 1 FROM ATTR-LEN.
       END-BUILD-ATTR-LIST.
           EXIT.

      *** THE ATTRIBUTE NAMES AS "NAME," COLUMN HEADINGS ***
       BUILD-NAME-LIST.
           MOVE SPACES TO NAME-LIST.
           MOVE 1 TO NAME-LEN.
           MOVE 1 TO ATT.
       CONT-NAME-LIST.
           STRING FUNCTION TRIM(ATTR-NAME(ATT)) "," DELIMITED BY SIZE
               INTO NAME-LIST WITH POINTER NAME-LEN.
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO CONT-NAME-LIST.
           SUBTRACT 1 FROM NAME-LEN.
       END-BUILD-NAME-LIST.
           EXIT.

      *** SCALE THE POINTS SO THAT NO ATTRIBUTE SWAMPS THE ***
      *** DISTANCES.  EACH VALUE BECOMES (VALUE - CENTRE) * 100 / ***
      *** SPREAD: MIN-MAX SCALING TAKES THE MINIMUM AND THE RANGE, ***
      *** MEAN/STANDARD DEVIATION SCALING TAKES THE MEAN AND THE ***
      *** STANDARD DEVIATION.  AN ATTRIBUTE WITH NO SPREAD IS ONLY ***
      *** CENTRED.  THE BUSINESS VALUES STAY IN ORG-V ***
       SCALE-POINTS.
           MOVE 1 TO ATT.
       CLEAR-SCALE.
           MOVE ZERO TO SC-CENTRE(ATT).
           MOVE 100 TO SC-SPREAD(ATT).
           MOVE 999.9 TO SC-MIN(ATT).
           MOVE -999.9 TO SC-MAX(ATT).
           MOVE ZERO TO SC-SUM(ATT).
           MOVE ZERO TO SC-SUMSQ(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN 6 GO TO CLEAR-SCALE.
           IF SCALE-NONE GO TO END-SCALE-POINTS.
           MOVE ZERO TO N-T.
       CONT-SCALE-STATS.
           ADD 1 TO N-T.
           IF N-T GREATER THAN N-DATA GO TO END-SCALE-STATS.
           MOVE 1 TO ATT.
       ADD-SCALE-STATS.
           IF ORG-V(N-T, ATT) LESS THAN SC-MIN(ATT)
               MOVE ORG-V(N-T, ATT) TO SC-MIN(ATT).
           IF ORG-V(N-T, ATT) GREATER THAN SC-MAX(ATT)
               MOVE ORG-V(N-T, ATT) TO SC-MAX(ATT).
           ADD ORG-V(N-T, ATT) TO SC-SUM(ATT).
           COMPUTE SC-SUMSQ(ATT) = SC-SUMSQ(ATT)
               + ORG-V(N-T, ATT) * ORG-V(N-T, ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO ADD-SCALE-STATS.
           GO TO CONT-SCALE-STATS.
       END-SCALE-STATS.
           MOVE 1 TO ATT.
       CALC-SCALE.
           IF SCALE-MINMAX
               MOVE SC-MIN(ATT) TO SC-CENTRE(ATT)
               COMPUTE SC-SPREAD(ATT) = SC-MAX(ATT) - SC-MIN(ATT)
           ELSE
               COMPUTE SC-CENTRE(ATT) ROUNDED = SC-SUM(ATT) / N-DATA
               COMPUTE VAR-V ROUNDED = SC-SUMSQ(ATT) / N-DATA
                   - SC-CENTRE(ATT) * SC-CENTRE(ATT)
               IF VAR-V LESS THAN ZERO MOVE ZERO TO VAR-V END-IF
               COMPUTE SC-SPREAD(ATT) ROUNDED = FUNCTION SQRT(VAR-V)
           END-IF.
           IF SC-SPREAD(ATT) EQUAL ZERO MOVE 100 TO SC-SPREAD(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO CALC-SCALE.
           MOVE ZERO TO N-T.
       CONT-SCALE-PT.
           ADD 1 TO N-T.
           IF N-T GREATER THAN N-DATA GO TO END-SCALE-POINTS.
           MOVE 1 TO ATT.
       SCALE-ONE-ATTR.
           MOVE ORG-V(N-T, ATT) TO SCALE-IN.
           PERFORM SCALE-VALUE THRU END-SCALE-VALUE.
           MOVE SCALED-V TO DATA-V(N-T, ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO SCALE-ONE-ATTR.
           GO TO CONT-SCALE-PT.
       END-SCALE-POINTS.
           EXIT.

      *** SCALE ONE VALUE OF ATTRIBUTE ATT, HELD WITHIN THE RANGE ***
      *** OF THE WORK TABLES ***
       SCALE-VALUE.
           COMPUTE SCALED-V ROUNDED =
               (SCALE-IN - SC-CENTRE(ATT)) * 100 / SC-SPREAD(ATT).
           IF SCALED-V GREATER THAN 999.9 MOVE 999.9 TO SCALED-V.
           IF SCALED-V LESS THAN -999.9 MOVE -999.9 TO SCALED-V.
       END-SCALE-VALUE.
           EXIT.

      *** BRING THE FINAL CENTROIDS BACK TO BUSINESS UNITS AS THE ***
      *** MEAN OF THE BUSINESS VALUES OF THEIR MEMBERS.  AN EMPTY ***
      *** CLUSTER HAS ITS CENTROID UNSCALED BY THE FACTORS INSTEAD ***
       UNSCALE-CENTROIDS.
           MOVE 1 TO J.
       CLEAR-UNSCALE.
           IF J GREATER THAN N-CLUSTERS GO TO START-UNSCALE-SUMS.
           MOVE CL-PT(J) TO UNS-PT(J).
           PERFORM CLEAR-SUMS THRU END-CLEAR-SUMS.
           ADD 1 TO J.
           GO TO CLEAR-UNSCALE.
       START-UNSCALE-SUMS.
           IF SCALE-NONE GO TO END-UNSCALE-CENTROIDS.
           MOVE ZERO TO N-T.
       CONT-UNSCALE-SUMS.
           ADD 1 TO N-T.
           IF N-T GREATER THAN N-DATA GO TO CALC-UNSCALE-INIT.
           MOVE 1 TO ATT.
       ADD-UNSCALE-SUMS.
           ADD ORG-V(N-T, ATT) TO SUM-V(DATA-C(N-T), ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO ADD-UNSCALE-SUMS.
           GO TO CONT-UNSCALE-SUMS.
       CALC-UNSCALE-INIT.
           MOVE 1 TO J.
       CALC-UNSCALE.
           IF J GREATER THAN N-CLUSTERS GO TO END-UNSCALE-CENTROIDS.
           MOVE 1 TO ATT.
       CALC-UNSCALE-ATTR.
           IF N-CL(J) NOT EQUAL ZERO
               COMPUTE UNS-V(J, ATT) ROUNDED = SUM-V(J, ATT) / N-CL(J)
           ELSE
               COMPUTE UNS-V(J, ATT) ROUNDED =
                   SC-CENTRE(ATT) + CL-V(J, ATT) * SC-SPREAD(ATT) / 100
           END-IF.
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO CALC-UNSCALE-ATTR.
           ADD 1 TO J.
           GO TO CALC-UNSCALE.
       END-UNSCALE-CENTROIDS.
           EXIT.

      *** GIVE EACH CLUSTER OF THIS RUN THE NUMBER OF A CENTROID ON ***
      *** THE PRIOR CENTROID MASTER, CLOSEST PAIR FIRST, SO THAT A ***
      *** SEGMENT KEEPS ITS NUMBER FROM NIGHT TO NIGHT.  A CLUSTER ***
      *** LEFT OVER TAKES THE LOWEST NUMBER NOT ON THE PRIOR MASTER. ***
      *** THE PRIOR CENTROIDS ARE SCALED WITH THIS RUN'S FACTORS SO ***
      *** BOTH SIDES ARE COMPARED IN THE SAME UNITS ***
       RENUMBER-CLUSTERS.
           MOVE 1 TO S.
       CLEAR-RENUMBER.
           IF S GREATER THAN 9 GO TO READ-OLD-MASTER.
           MOVE "N" TO OLD-ON(S).
           MOVE "N" TO OLD-TAKEN(S).
           MOVE ZERO TO MAP-NO(S).
           MOVE ZERO TO INV-MAP(S).
           ADD 1 TO S.
           GO TO CLEAR-RENUMBER.
       READ-OLD-MASTER.
           OPEN INPUT CENTROID-MASTER.
           IF MASTER-STATUS NOT EQUAL "00" GO TO MATCH-PAIRS.
       CONT-OLD-MASTER.
           READ CENTROID-MASTER AT END GO TO END-OLD-MASTER.
           IF CM-TYPE EQUAL "HDR "
               AND CM-NATTR IS NUMERIC
               MOVE CM-NATTR TO OLD-NATTR.
           IF CM-TYPE EQUAL "HDR "
               AND CM-NATTR IS NOT NUMERIC
               MOVE 2 TO OLD-NATTR.
      *** A MASTER BUILT ON A DIFFERENT SET OF ATTRIBUTES CANNOT BE ***
      *** MATCHED, SO THE CLUSTERS ARE NUMBERED AFRESH ***
           IF CM-TYPE EQUAL "HDR "
               AND OLD-NATTR NOT EQUAL N-ATTR
               GO TO END-OLD-MASTER.
           IF CM-TYPE EQUAL "CENT"
               AND CM-SEQ NOT EQUAL ZERO
               PERFORM SCALE-OLD-CENTROID THRU END-SCALE-OLD-CENTROID.
           GO TO CONT-OLD-MASTER.
       END-OLD-MASTER.
           CLOSE CENTROID-MASTER.

      *** FIND THE CLOSEST UNNUMBERED CLUSTER AND FREE OLD CENTROID ***
       MATCH-PAIRS.
           MOVE ZERO TO PAIR-NEW.
           MOVE ZERO TO PAIR-DC.
           MOVE 1 TO J.
       CONT-PAIR-NEW.
           IF J GREATER THAN N-CLUSTERS GO TO END-PAIR-NEW.
           IF MAP-NO(J) NOT EQUAL ZERO GO TO LOOP-PAIR-NEW.
           MOVE 1 TO S.
       CONT-PAIR-OLD.
           IF S GREATER THAN 9 GO TO LOOP-PAIR-NEW.
           IF OLD-ON(S) NOT EQUAL "Y" OR OLD-TAKEN(S) EQUAL "Y"
               GO TO LOOP-PAIR-OLD.
           PERFORM OLD-DIST THRU END-OLD-DIST.
           IF PAIR-NEW EQUAL ZERO OR ONE-DC LESS THAN PAIR-DC
               MOVE J TO PAIR-NEW
               MOVE S TO PAIR-OLD
               MOVE ONE-DC TO PAIR-DC.
       LOOP-PAIR-OLD.
           ADD 1 TO S.
           GO TO CONT-PAIR-OLD.
       LOOP-PAIR-NEW.
           ADD 1 TO J.
           GO TO CONT-PAIR-NEW.
       END-PAIR-NEW.
           IF PAIR-NEW EQUAL ZERO GO TO NUMBER-LEFTOVERS.
           MOVE PAIR-OLD TO MAP-NO(PAIR-NEW).
           MOVE "Y" TO OLD-TAKEN(PAIR-OLD).
           GO TO MATCH-PAIRS.

      *** NO PRIOR CENTROID LEFT: NUMBER THE REST FROM THE LOWEST ***
      *** NUMBER THE PRIOR MASTER DID NOT USE ***
       NUMBER-LEFTOVERS.
           MOVE 1 TO J.
           MOVE 1 TO S.
       CONT-LEFTOVER.
           IF J GREATER THAN N-CLUSTERS GO TO BUILD-INV-MAP.
           IF MAP-NO(J) NOT EQUAL ZERO GO TO LOOP-LEFTOVER.
       FIND-FREE-NO.
           IF OLD-ON(S) EQUAL "Y" OR OLD-TAKEN(S) EQUAL "Y"
               ADD 1 TO S
               GO TO FIND-FREE-NO.
           MOVE S TO MAP-NO(J).
           MOVE "Y" TO OLD-TAKEN(S).
       LOOP-LEFTOVER.
           ADD 1 TO J.
           GO TO CONT-LEFTOVER.
       BUILD-INV-MAP.
           MOVE 1 TO J.
       CONT-INV-MAP.
           IF J GREATER THAN N-CLUSTERS GO TO END-RENUMBER-CLUSTERS.
           MOVE J TO INV-MAP(MAP-NO(J)).
           ADD 1 TO J.
           GO TO CONT-INV-MAP.
       END-RENUMBER-CLUSTERS.
           EXIT.

      *** SCALE ONE CENTROID OF THE PRIOR MASTER; ATTRIBUTES 1 AND ***
      *** 2 ARE ITS X AND Y FIELDS, THE REST ITS EXTRA FIELDS ***
       SCALE-OLD-CENTROID.
           MOVE 1 TO ATT.
       CONT-SCALE-OLD.
           IF ATT EQUAL 1 MOVE CM-X TO SCALE-IN.
           IF ATT EQUAL 2 MOVE CM-Y TO SCALE-IN.
           IF ATT GREATER THAN 2 MOVE CM-EXTRA(ATT - 2) TO SCALE-IN.
           PERFORM SCALE-VALUE THRU END-SCALE-VALUE.
           MOVE SCALED-V TO OLD-V(CM-SEQ, ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO CONT-SCALE-OLD.
           MOVE "Y" TO OLD-ON(CM-SEQ).
       END-SCALE-OLD-CENTROID.
           EXIT.

      *** DISTANCE FROM CLUSTER J OF THIS RUN TO PRIOR CENTROID S ***
       OLD-DIST.
           MOVE ZERO TO ONE-DC.
           MOVE 1 TO ATT.
       CONT-OLD-DIST.
           COMPUTE DX = CL-V(J, ATT) - OLD-V(S, ATT).
           IF DX LESS THAN ZERO COMPUTE DX = ZERO - DX.
           IF DIST-MANHATTAN
               ADD DX TO ONE-DC
           ELSE
               COMPUTE ONE-DC = ONE-DC + DX * DX
           END-IF.
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO CONT-OLD-DIST.
       END-OLD-DIST.
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
       END-READ-BUSDATE.
           EXIT.
