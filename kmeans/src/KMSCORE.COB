      *    ASSIGNMENT DISTANCE IS WRITTEN ON EVERY SCORED ROW AND A
      *    POINT FARTHER FROM EVERY CENTROID THAN THE TOLERANCE ON
      *    THE CONTROL CARD IS DIVERTED TO THE OUTLIER EXCEPTION
      *    FILE WITH A REASON INSTEAD OF BEING ASSIGNED.  EVERY
      *    SCORED ROW ALSO CARRIES THE SEGMENT NAME OF ITS CLUSTER
      *    FROM THE SEGMENT MASTER.  WHEN THE MASTER CARRIES SCALE
      *    FACTORS, EACH NEW POINT IS SCALED THE SAME WAY AS THE
      *    POINTS OF THE RUN BEFORE THE DISTANCES ARE TAKEN, SO THE
      *    DISTANCES AND THE TOLERANCE ARE THEN IN SCALED UNITS; THE
      *    SCORED ROWS STILL CARRY THE POINTS IN BUSINESS UNITS.
      *    THE NEW POINTS MUST CARRY THE SAME NUMBER OF ATTRIBUTES AS
      *    THE MASTER, AS DECLARED BY THE HEADER RECORD AT THE FRONT
      *    OF THE NEW POINTS FILE (TWO, X AND Y, WHEN THERE IS NONE).
      *    THE SCORED AND OUTLIER FILES CARRY ONE COLUMN PER
      *    ATTRIBUTE AND AN ATTRS ROW GIVING THEIR NUMBER AND NAMES.
      *    WHEN THE SUB-CENTROID MASTER CARRIES A BLOCK FOR THE
      *    CLUSTER A POINT IS ASSIGNED TO, THE POINT IS SCORED A
      *    SECOND TIME AGAINST THE CHILDREN OF THAT CLUSTER, SCALED
      *    WITH THE FACTORS OF THE DRILL-DOWN THAT BUILT THEM, AND
      *    THE SCORED ROW CARRIES THE SUB-CLUSTER AS PARENT.CHILD.
       AUTHOR.       MYSELF.
       DATE-WRITTEN. 1 JANUARY 1960.
       SECURITY.     NONE.
           SELECT CONTROL-FILE ASSIGN TO "KMSCNTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNTL-STATUS.
           SELECT CENTROID-MASTER ASSIGN USING MASTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-STATUS.
           SELECT NEWPTS-FILE ASSIGN TO "KMNEWPTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEWPTS-STATUS.
           SELECT SEGMENT-FILE ASSIGN TO "KMSEGMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEG-STATUS.
           SELECT SCORE-FILE ASSIGN TO "KMSCOREO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTLIER-FILE ASSIGN TO "KMOUTLRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       FD  NEWPTS-FILE.
       01  POINTS-REC.
           05  REC-ID     PIC X(8).
           05  REC-V      PIC S9(3)V9 SIGN LEADING SEPARATE
                          OCCURS 6 TIMES.
       01  POINTS-HDR-REC.
           05  PH-TAG     PIC X(8).
           05  PH-NATTR   PIC X.
           05  PH-NAME    PIC X(8) OCCURS 6 TIMES.

       FD  SEGMENT-FILE.
       COPY SEGREC.

       FD  SCORE-FILE.
       01  SCORE-REC      PIC X(132).

       FD  OUTLIER-FILE.
       01  OUTLIER-REC    PIC X(132).

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.
       77  CNTL-STATUS    PIC XX.
       77  MASTER-STATUS  PIC XX.
       77  NEWPTS-STATUS  PIC XX.
       77  SEG-STATUS     PIC XX.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30).
       77  MASTER-DATE PIC X(8).
       77  N-CLUSTERS  PIC 9 VALUE ZERO.
       77  N-CENTS     PIC 9 VALUE ZERO.
       77  N-SCORED    PIC 9(5) VALUE ZERO.
       77  N-OUTLIER   PIC 9(5) VALUE ZERO.
       77  TOLER-WORK  PIC 9(5).
       77  TOLER-DIST  PIC 9(4)V9 VALUE ZERO.
       77  J           PIC 99.
       77  BEST-CL     PIC 9.
       77  BEST-DC     PIC 9(8)V99.
       77  ONE-DC      PIC 9(8)V99.
       77  DIST-METHOD  PIC 9 VALUE 1.
           88  DIST-EUCLID         VALUE 1.
           88  DIST-MANHATTAN      VALUE 2.
       77  SCALE-MODE  PIC X VALUE "N".
           88  SCALE-NONE         VALUE "N".
       77  ATT         PIC 9.
       77  SCALE-IN    PIC S9(4)V9(4).
       77  SCALED-V    PIC S9(11)V9.
       77  N-ATTR      PIC 9 VALUE 2.
       77  PT-NATTR    PIC 9 VALUE 2.
       77  ATTR-LEN    PIC 99.
       77  NAME-LEN    PIC 99.
       77  MASTER-NAME PIC X(12) VALUE "KMCENTRS.DAT".
       77  P           PIC 99.
       77  SUB-NATTR   PIC 9.
       77  SUB-BEST    PIC 9.
       77  SUB-BEST-DC PIC 9(8)V99.
       77  SUB-KEY     PIC X(3).
       77  N-SUB-BLOCKS PIC 9 VALUE ZERO.
       77  N-SUBSCORED PIC 9(5) VALUE ZERO.

       01  SCORE-FIELDS.
       02  CL-PT      OCCURS 9 TIMES.
           03  CL-V       PIC S9(3)V9 OCCURS 6 TIMES.
       02  DC-TAB     PIC 9(8)V99 OCCURS 9 TIMES.
       02  ASG-CNT    PIC 9(5)   OCCURS 9 TIMES.
       02  CL-USED    PIC X      OCCURS 9 TIMES.
       02  SEG-TEXT   PIC X(20)  OCCURS 9 TIMES.
       02  SC-CENTRE  PIC S9(4)V9(4) OCCURS 6 TIMES.
       02  SC-SPREAD  PIC 9(4)V9(4)  OCCURS 6 TIMES.
       02  PT-V       PIC S9(3)V9 OCCURS 6 TIMES.
       02  DX         PIC S9(4)V9.
       02  BEST-WD    PIC 9(5)V99.
       02  ED-X       PIC +999.9.
       02  ED-DIST    PIC ZZZZ9.9.

      *** ONE BLOCK PER PARENT CLUSTER FROM THE SUB-CENTROID ***
      *** MASTER: ITS METRIC, SCALE FACTORS AND CHILD CENTROIDS, ***
      *** THE CHILDREN HELD IN THE SCALED UNITS OF THE BLOCK ***
       01  SUB-FIELDS.
       02  SUB-BLOCK  OCCURS 9 TIMES.
           03  SUB-ON     PIC X.
           03  SUB-METRIC PIC 9.
           03  SUB-CENTRE PIC S9(4)V9(4) OCCURS 6 TIMES.
           03  SUB-SPREAD PIC 9(4)V9(4)  OCCURS 6 TIMES.
           03  SUB-USED   PIC X      OCCURS 9 TIMES.
           03  SUB-PT     OCCURS 9 TIMES.
               04  SUB-V      PIC S9(3)V9 OCCURS 6 TIMES.
       02  SUB-PV     PIC S9(3)V9 OCCURS 6 TIMES.

      *** NAMES OF THE ATTRIBUTES, TAKEN FROM THE NEW POINTS ***
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

      *** THE ATTRIBUTES OF ONE NEW POINT AS THE COMMA-SEPARATED ***
      *** COLUMNS OF AN OUTPUT ROW, AND THE MATCHING COLUMN NAMES ***
       01  ATTR-FIELDS.
       02  ATTR-LIST  PIC X(42).
       02  NAME-LIST  PIC X(54).

000400 PROCEDURE DIVISION.
       START-SCORE.
           DISPLAY "KMEANS SCORING - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "KMEANS SCORING - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.

      *** THE CONTROL CARD CARRIES THE ASSIGNMENT TOLERANCE IN ***
      *** TENTHS OF A COORDINATE UNIT, E.G. 00500 MEANS 50.0, ***
      *** IN SCALED UNITS WHEN THE MASTER CARRIES SCALE FACTORS. ***
      *** WITH NO CARD EVERY POINT IS ASSIGNED AS BEFORE. ***
       READ-CONTROL.
           OPEN INPUT CONTROL-FILE.
           CLOSE CONTROL-FILE.
       END-READ-CONTROL.

      *** LOAD THE CENTROID MASTER SAVED BY THE CLUSTERING RUN. ***
      *** THE CLUSTER NUMBERS ARE STABLE ACROSS RUNS AND MAY HAVE ***
      *** GAPS, SO EACH NUMBER PRESENT IS FLAGGED AS IN USE.  AN ***
      *** UNSCALED MASTER LEAVES A ZERO CENTRE AND A SPREAD OF 100, ***
      *** WHICH LEAVES VALUES UNCHANGED ***
       READ-MASTER.
           PERFORM LOAD-SEGMENTS THRU END-LOAD-SEGMENTS.
           MOVE 1 TO ATT.
       CLEAR-SCALE.
           MOVE ZERO TO SC-CENTRE(ATT).
           MOVE 100 TO SC-SPREAD(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN 6 GO TO CLEAR-SCALE.
           OPEN INPUT CENTROID-MASTER.
           IF MASTER-STATUS NOT EQUAL "00"
               DISPLAY "KMEANS SCORING - NO CENTROID MASTER"
           READ CENTROID-MASTER AT END GO TO END-READ-MASTER.
           IF CM-TYPE EQUAL "HDR "
               MOVE CM-DATE TO MASTER-DATE
               MOVE CM-METRIC TO DIST-METHOD
               IF CM-SCALE NOT EQUAL SPACE
                   MOVE CM-SCALE TO SCALE-MODE.
           IF CM-TYPE EQUAL "HDR "
               AND CM-NATTR IS NUMERIC
               AND CM-NATTR NOT EQUAL ZERO
               MOVE CM-NATTR TO N-ATTR.
           IF CS-TYPE EQUAL "SCAL"
               AND CS-SEQ NOT EQUAL ZERO
               AND CS-SEQ NOT GREATER THAN 6
               MOVE CS-CENTRE TO SC-CENTRE(CS-SEQ)
               MOVE CS-SPREAD TO SC-SPREAD(CS-SEQ).
           IF CM-TYPE EQUAL "CENT"
               AND CM-SEQ NOT EQUAL ZERO
               PERFORM LOAD-CENTROID THRU END-LOAD-CENTROID
               MOVE "Y" TO CL-USED(CM-SEQ)
               ADD 1 TO N-CENTS
               IF CM-SEQ GREATER THAN N-CLUSTERS
                   MOVE CM-SEQ TO N-CLUSTERS
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           DISPLAY "KMEANS SCORING - MASTER OF " MASTER-DATE
               " METRIC " DIST-METHOD " WITH " N-CENTS " CLUSTERS".
           DISPLAY "KMEANS SCORING - " N-ATTR " ATTRIBUTE(S) PER POINT".
           IF NOT SCALE-NONE
               DISPLAY "KMEANS SCORING - POINTS SCALED, MODE "
                   SCALE-MODE
               PERFORM SCALE-CENTROIDS THRU END-SCALE-CENTROIDS.
           PERFORM LOAD-SUB-MASTER THRU END-LOAD-SUB-MASTER.

      *** ONE PASS OVER THE NEW POINTS: NEAREST CENTROID WINS ***
       SCORE-POINTS.
               MOVE "NEW POINTS FILE MISSING" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.

      *** THE HEADER RECORD, WHEN THERE IS ONE, MUST COME FIRST AND ***
      *** DECLARE AS MANY ATTRIBUTES AS THE MASTER HOLDS; IT IS READ ***
      *** AHEAD SO THE OUTPUT FILES CAN BE HEADED WITH ITS NAMES ***
           READ NEWPTS-FILE AT END GO TO OPEN-OUTPUTS.
           IF PH-TAG NOT EQUAL "*HEADER*" GO TO OPEN-OUTPUTS.
           IF PH-NATTR IS NOT NUMERIC
               OR PH-NATTR EQUAL "0"
               OR PH-NATTR GREATER THAN "6"
               CLOSE NEWPTS-FILE
               DISPLAY "KMEANS SCORING - NEW POINTS HEADER INVALID"
               MOVE "NEW POINTS HEADER INVALID" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           MOVE PH-NATTR TO PT-NATTR.
           MOVE 1 TO ATT.
       TAKE-ATTR-NAME.
           IF PH-NAME(ATT) NOT EQUAL SPACES
               MOVE PH-NAME(ATT) TO ATTR-NAME(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN 6 GO TO TAKE-ATTR-NAME.
       OPEN-OUTPUTS.
           IF PT-NATTR NOT EQUAL N-ATTR
               CLOSE NEWPTS-FILE
               DISPLAY "KMEANS SCORING - NEW POINTS CARRY " PT-NATTR
                   " ATTRIBUTE(S), MASTER " N-ATTR
               MOVE "NEW POINTS ATTRIBUTES MISMATCH" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           PERFORM BUILD-NAME-LIST THRU END-BUILD-NAME-LIST.
           OPEN OUTPUT SCORE-FILE.
           MOVE SPACES TO SCORE-REC.
           STRING "TYPE,ID," NAME-LIST(1:NAME-LEN)
               "CLUSTER,DIST,MASTER,SEGMENT,SUBCLUSTER"
               DELIMITED BY SIZE INTO SCORE-REC.
           WRITE SCORE-REC.
           MOVE SPACES TO SCORE-REC.
           STRING "ATTRS," N-ATTR "," NAME-LIST(1:NAME-LEN)
               DELIMITED BY SIZE INTO SCORE-REC.
           WRITE SCORE-REC.
           OPEN OUTPUT OUTLIER-FILE.
           MOVE SPACES TO OUTLIER-REC.
           STRING "TYPE,ID," NAME-LIST(1:NAME-LEN) "DIST,REASON"
               DELIMITED BY SIZE INTO OUTLIER-REC.
           WRITE OUTLIER-REC.
           MOVE SPACES TO OUTLIER-REC.
           STRING "ATTRS," N-ATTR "," NAME-LIST(1:NAME-LEN)
               DELIMITED BY SIZE INTO OUTLIER-REC.
           WRITE OUTLIER-REC.
           IF NEWPTS-STATUS NOT EQUAL "00" GO TO END-SCORE.
           IF PH-TAG NOT EQUAL "*HEADER*" GO TO SCORE-ONE-POINT.
       CONT-SCORE.
           READ NEWPTS-FILE AT END GO TO END-SCORE.
       SCORE-ONE-POINT.
           MOVE 1 TO ATT.
       SCALE-ONE-ATTR.
           MOVE REC-V(ATT) TO SCALE-IN.
           PERFORM SCALE-VALUE THRU END-SCALE-VALUE.
           MOVE SCALED-V TO PT-V(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO SCALE-ONE-ATTR.
           MOVE 1 TO J.
       CALC-DIST.
           IF J GREATER THAN N-CLUSTERS GO TO SELECT-CLOSEST.
           IF CL-USED(J) NOT EQUAL "Y"
               ADD 1 TO J
               GO TO CALC-DIST.
           PERFORM POINT-DIST THRU END-POINT-DIST.
           MOVE ONE-DC TO DC-TAB(J).
           ADD 1 TO J.
           GO TO CALC-DIST.
       SELECT-CLOSEST.
           MOVE ZERO TO BEST-CL.
           MOVE 1 TO J.
       FIND-CLOSEST.
           IF J GREATER THAN N-CLUSTERS GO TO WRITE-SCORE.
           IF CL-USED(J) NOT EQUAL "Y"
               ADD 1 TO J
               GO TO FIND-CLOSEST.
           IF BEST-CL EQUAL ZERO OR DC-TAB(J) LESS THAN BEST-DC
               MOVE J TO BEST-CL
               MOVE DC-TAB(J) TO BEST-DC.
           ADD 1 TO J.
           GO TO FIND-CLOSEST.
       WRITE-SCORE.
           IF DIST-MANHATTAN
               MOVE BEST-DC TO BEST-WD
           ELSE
               COMPUTE BEST-WD ROUNDED = FUNCTION SQRT(BEST-DC)
           END-IF.
           PERFORM BUILD-ATTR-LIST THRU END-BUILD-ATTR-LIST.
           MOVE BEST-WD TO ED-DIST.
           IF TOLER-DIST NOT EQUAL ZERO
               AND BEST-WD GREATER THAN TOLER-DIST
               GO TO WRITE-OUTLIER.
           ADD 1 TO N-SCORED.
           ADD 1 TO ASG-CNT(BEST-CL).
           PERFORM SCORE-CHILD THRU END-SCORE-CHILD.
           MOVE SPACES TO SCORE-REC.
           STRING "POINT," REC-ID "," ATTR-LIST(1:ATTR-LEN)
               BEST-CL "," ED-DIST "," MASTER-DATE ","
               FUNCTION TRIM(SEG-TEXT(BEST-CL)) "," SUB-KEY
               DELIMITED BY SIZE INTO SCORE-REC.
           WRITE SCORE-REC.
           GO TO CONT-SCORE.
       WRITE-OUTLIER.
           ADD 1 TO N-OUTLIER.
           MOVE SPACES TO OUTLIER-REC.
           STRING "OUTLIER," REC-ID "," ATTR-LIST(1:ATTR-LEN) ED-DIST
               ",NEAREST CENTROID " BEST-CL " OVER TOLERANCE"
               DELIMITED BY SIZE INTO OUTLIER-REC.
           WRITE OUTLIER-REC.
           CLOSE OUTLIER-FILE.
           DISPLAY "KMEANS SCORING - " N-SCORED " POINT(S) SCORED, "
               N-OUTLIER " OUTLIER(S)".
           IF N-SUB-BLOCKS NOT EQUAL ZERO
               DISPLAY "KMEANS SCORING - " N-SUBSCORED
                   " POINT(S) SCORED TO A SUB-CLUSTER".
           MOVE 1 TO J.
       SHOW-ASG-CNT.
           IF J GREATER THAN N-CLUSTERS GO TO END-SHOW-ASG.
           IF CL-USED(J) EQUAL "Y"
               DISPLAY "KMEANS SCORING - CLUSTER " J " "
                   SEG-TEXT(J) " ASSIGNED " ASG-CNT(J).
           ADD 1 TO J.
           GO TO SHOW-ASG-CNT.
       END-SHOW-ASG.
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
           MOVE 1 TO J.
       CLEAR-SEGMENTS.
           IF J GREATER THAN 9 GO TO OPEN-SEGMENTS.
           MOVE "N" TO CL-USED(J).
           MOVE "UNNAMED SEGMENT" TO SEG-TEXT(J).
           ADD 1 TO J.
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

      *** PUT THE CENTROIDS OF A SCALED MASTER INTO SCALED UNITS SO ***
      *** THEY CAN BE COMPARED WITH THE SCALED NEW POINTS ***
       SCALE-CENTROIDS.
           MOVE 1 TO J.
       CONT-SCALE-CENTROIDS.
           IF J GREATER THAN N-CLUSTERS GO TO END-SCALE-CENTROIDS.
           IF CL-USED(J) NOT EQUAL "Y" GO TO LOOP-SCALE-CENTROIDS.
           MOVE 1 TO ATT.
       SCALE-CENTROID-ATTR.
           MOVE CL-V(J, ATT) TO SCALE-IN.
           PERFORM SCALE-VALUE THRU END-SCALE-VALUE.
           MOVE SCALED-V TO CL-V(J, ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO SCALE-CENTROID-ATTR.
       LOOP-SCALE-CENTROIDS.
           ADD 1 TO J.
           GO TO CONT-SCALE-CENTROIDS.
       END-SCALE-CENTROIDS.
           EXIT.

      *** LOAD THE SUB-CENTROID MASTER WRITTEN BY THE DRILL-DOWN ***
      *** RUNS, ONE BLOCK PER PARENT CLUSTER.  A BLOCK BUILT ON A ***
      *** DIFFERENT NUMBER OF ATTRIBUTES FROM THE CENTROID MASTER ***
      *** IS IGNORED.  NO SUB-CENTROID MASTER AND EVERY POINT IS ***
      *** SCORED TO ITS CLUSTER ONLY ***
       LOAD-SUB-MASTER.
           MOVE 1 TO P.
       CLEAR-SUB-BLOCK.
           IF P GREATER THAN 9 GO TO OPEN-SUB-MASTER.
           MOVE "N" TO SUB-ON(P).
           ADD 1 TO P.
           GO TO CLEAR-SUB-BLOCK.
       OPEN-SUB-MASTER.
           MOVE "KMSUBCEN.DAT" TO MASTER-NAME.
           OPEN INPUT CENTROID-MASTER.
           IF MASTER-STATUS NOT EQUAL "00" GO TO END-LOAD-SUB-MASTER.
       CONT-SUB-MASTER.
           READ CENTROID-MASTER AT END GO TO CLOSE-SUB-MASTER.
           IF CM-PARENT IS NOT NUMERIC OR CM-PARENT EQUAL "0"
               GO TO CONT-SUB-MASTER.
           MOVE CM-PARENT TO P.
           IF CM-TYPE EQUAL "HDR "
               PERFORM TAKE-SUB-HEADER THRU END-TAKE-SUB-HEADER.
           IF SUB-ON(P) NOT EQUAL "Y" GO TO CONT-SUB-MASTER.
           IF CS-TYPE EQUAL "SCAL"
               AND CS-SEQ NOT EQUAL ZERO
               AND CS-SEQ NOT GREATER THAN 6
               MOVE CS-CENTRE TO SUB-CENTRE(P, CS-SEQ)
               MOVE CS-SPREAD TO SUB-SPREAD(P, CS-SEQ).
           IF CM-TYPE EQUAL "CENT"
               AND CM-SEQ NOT EQUAL ZERO
               PERFORM LOAD-SUB-CENTROID THRU END-LOAD-SUB-CENTROID.
           GO TO CONT-SUB-MASTER.
       CLOSE-SUB-MASTER.
           CLOSE CENTROID-MASTER.
           MOVE ZERO TO N-SUB-BLOCKS.
           MOVE 1 TO P.
       COUNT-SUB-BLOCKS.
           IF P GREATER THAN 9 GO TO SHOW-SUB-BLOCKS.
           IF SUB-ON(P) EQUAL "Y" ADD 1 TO N-SUB-BLOCKS.
           ADD 1 TO P.
           GO TO COUNT-SUB-BLOCKS.
       SHOW-SUB-BLOCKS.
           IF N-SUB-BLOCKS NOT EQUAL ZERO
               DISPLAY "KMEANS SCORING - SUB-CLUSTERS HELD FOR "
                   N-SUB-BLOCKS " CLUSTER(S)".
       END-LOAD-SUB-MASTER.
           EXIT.

      *** THE HEADER OF A PARENT'S BLOCK STARTS THE BLOCK AFRESH; ***
      *** AN UNSCALED BLOCK KEEPS A ZERO CENTRE AND A SPREAD OF 100 ***
       TAKE-SUB-HEADER.
           MOVE "N" TO SUB-ON(P).
           MOVE 2 TO SUB-NATTR.
           IF CM-NATTR IS NUMERIC AND CM-NATTR NOT EQUAL ZERO
               MOVE CM-NATTR TO SUB-NATTR.
           IF SUB-NATTR NOT EQUAL N-ATTR GO TO END-TAKE-SUB-HEADER.
           MOVE "Y" TO SUB-ON(P).
           MOVE CM-METRIC TO SUB-METRIC(P).
           MOVE 1 TO ATT.
       CLEAR-SUB-SCALE.
           MOVE ZERO TO SUB-CENTRE(P, ATT).
           MOVE 100 TO SUB-SPREAD(P, ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN 6 GO TO CLEAR-SUB-SCALE.
           MOVE 1 TO J.
       CLEAR-SUB-USED.
           MOVE "N" TO SUB-USED(P, J).
           ADD 1 TO J.
           IF J NOT GREATER THAN 9 GO TO CLEAR-SUB-USED.
       END-TAKE-SUB-HEADER.
           EXIT.

      *** TAKE ONE CHILD CENTROID OFF THE SUB-CENTROID MASTER AND ***
      *** PUT IT INTO THE SCALED UNITS OF ITS BLOCK; THE SCALE ***
      *** RECORDS OF A BLOCK COME BEFORE ITS CENTROIDS ***
       LOAD-SUB-CENTROID.
           MOVE CM-SEQ TO J.
           MOVE "Y" TO SUB-USED(P, J).
           MOVE CM-X TO SUB-V(P, J, 1).
           MOVE CM-Y TO SUB-V(P, J, 2).
           MOVE 3 TO ATT.
       CONT-LOAD-SUB-CENTROID.
           IF ATT GREATER THAN N-ATTR GO TO SCALE-SUB-CENTROID.
           MOVE CM-EXTRA(ATT - 2) TO SUB-V(P, J, ATT).
           ADD 1 TO ATT.
           GO TO CONT-LOAD-SUB-CENTROID.
       SCALE-SUB-CENTROID.
           MOVE 1 TO ATT.
       SCALE-SUB-CENTROID-ATTR.
           MOVE SUB-V(P, J, ATT) TO SCALE-IN.
           PERFORM SCALE-SUB-VALUE THRU END-SCALE-SUB-VALUE.
           MOVE SCALED-V TO SUB-V(P, J, ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR
               GO TO SCALE-SUB-CENTROID-ATTR.
       END-LOAD-SUB-CENTROID.
           EXIT.

      *** SCORE AN ASSIGNED POINT AGAINST THE CHILDREN OF ITS ***
      *** CLUSTER, WITH THE SCALING AND METRIC OF THE DRILL-DOWN. ***
      *** SUB-KEY IS LEFT BLANK WHEN THE CLUSTER HAS NO CHILDREN ***
       SCORE-CHILD.
           MOVE SPACES TO SUB-KEY.
           MOVE BEST-CL TO P.
           IF SUB-ON(P) NOT EQUAL "Y" GO TO END-SCORE-CHILD.
           MOVE 1 TO ATT.
       SCALE-CHILD-ATTR.
           MOVE REC-V(ATT) TO SCALE-IN.
           PERFORM SCALE-SUB-VALUE THRU END-SCALE-SUB-VALUE.
           MOVE SCALED-V TO SUB-PV(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO SCALE-CHILD-ATTR.
           MOVE ZERO TO SUB-BEST.
           MOVE 1 TO J.
       FIND-CLOSEST-CHILD.
           IF J GREATER THAN 9 GO TO TAKE-CLOSEST-CHILD.
           IF SUB-USED(P, J) NOT EQUAL "Y" GO TO LOOP-CLOSEST-CHILD.
           PERFORM CHILD-DIST THRU END-CHILD-DIST.
           IF SUB-BEST EQUAL ZERO OR ONE-DC LESS THAN SUB-BEST-DC
               MOVE J TO SUB-BEST
               MOVE ONE-DC TO SUB-BEST-DC.
       LOOP-CLOSEST-CHILD.
           ADD 1 TO J.
           GO TO FIND-CLOSEST-CHILD.
       TAKE-CLOSEST-CHILD.
           IF SUB-BEST EQUAL ZERO GO TO END-SCORE-CHILD.
           ADD 1 TO N-SUBSCORED.
           STRING BEST-CL "." SUB-BEST DELIMITED BY SIZE INTO SUB-KEY.
       END-SCORE-CHILD.
           EXIT.

      *** DISTANCE FROM THE NEW POINT TO CHILD J OF PARENT P IN ***
      *** THE METRIC OF THE DRILL-DOWN ***
       CHILD-DIST.
           MOVE ZERO TO ONE-DC.
           MOVE 1 TO ATT.
       CONT-CHILD-DIST.
           COMPUTE DX = SUB-PV(ATT) - SUB-V(P, J, ATT).
           IF DX LESS THAN ZERO COMPUTE DX = ZERO - DX.
           IF SUB-METRIC(P) EQUAL 2
               ADD DX TO ONE-DC
           ELSE
               COMPUTE ONE-DC = ONE-DC + DX * DX
           END-IF.
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO CONT-CHILD-DIST.
       END-CHILD-DIST.
           EXIT.

      *** SCALE ONE VALUE OF ATTRIBUTE ATT WITH THE FACTORS OF THE ***
      *** BLOCK OF PARENT P ***
       SCALE-SUB-VALUE.
           COMPUTE SCALED-V ROUNDED =
               (SCALE-IN - SUB-CENTRE(P, ATT)) * 100
               / SUB-SPREAD(P, ATT).
           IF SCALED-V GREATER THAN 999.9 MOVE 999.9 TO SCALED-V.
           IF SCALED-V LESS THAN -999.9 MOVE -999.9 TO SCALED-V.
       END-SCALE-SUB-VALUE.
           EXIT.

      *** SCALE ONE VALUE OF ATTRIBUTE ATT AS THE CLUSTERING RUN ***
      *** DID: (VALUE - CENTRE) * 100 / SPREAD, HELD WITHIN RANGE ***
       SCALE-VALUE.
           COMPUTE SCALED-V ROUNDED =
               (SCALE-IN - SC-CENTRE(ATT)) * 100 / SC-SPREAD(ATT).
           IF SCALED-V GREATER THAN 999.9 MOVE 999.9 TO SCALED-V.
           IF SCALED-V LESS THAN -999.9 MOVE -999.9 TO SCALED-V.
       END-SCALE-VALUE.
           EXIT.

      *** TAKE ONE CENTROID OFF THE MASTER; ATTRIBUTES 1 AND 2 ARE ***
      *** ITS X AND Y FIELDS, THE REST ITS EXTRA FIELDS ***
       LOAD-CENTROID.
           MOVE CM-X TO CL-V(CM-SEQ, 1).
           MOVE CM-Y TO CL-V(CM-SEQ, 2).
           MOVE 3 TO ATT.
       CONT-LOAD-CENTROID.
           IF ATT GREATER THAN N-ATTR GO TO END-LOAD-CENTROID.
           MOVE CM-EXTRA(ATT - 2) TO CL-V(CM-SEQ, ATT).
           ADD 1 TO ATT.
           GO TO CONT-LOAD-CENTROID.
       END-LOAD-CENTROID.
           EXIT.

      *** DISTANCE FROM THE NEW POINT TO CENTROID J OVER EVERY ***
      *** ATTRIBUTE: SQUARED EUCLIDEAN, OR MANHATTAN ***
       POINT-DIST.
           MOVE ZERO TO ONE-DC.
           MOVE 1 TO ATT.
       CONT-POINT-DIST.
           COMPUTE DX = PT-V(ATT) - CL-V(J, ATT).
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

      *** LAY THE ATTRIBUTES OF THE NEW POINT OUT AS "+999.9," ***
      *** COLUMNS IN BUSINESS UNITS; ATTR-LEN IS THEIR LENGTH ***
       BUILD-ATTR-LIST.
           MOVE SPACES TO ATTR-LIST.
           MOVE 1 TO ATTR-LEN.
           MOVE 1 TO ATT.
       CONT-ATTR-LIST.
           MOVE REC-V(ATT) TO ED-X.
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
