       PROGRAM-ID.   KMPTINQ.
      *    THIS PROGRAM IS THE POINT INQUIRY SCREEN FOR THE OPS DESK.
      *    AFTER THE USUAL OPERATOR MASTER SIGN-ON, THE OPERATOR KEYS
      *    A POINT ID AND SEES ITS COORDINATES, ITS ASSIGNED CLUSTER
      *    WITH THE SEGMENT NAME FROM THE SEGMENT MASTER,
      *    THE DISTANCE TO ITS CENTROID AND WHETHER THE ANSWER CAME
      *    FROM THE CLUSTERING RUN OR THE SCORING RUN, WITH THE
      *    MASTER DATE FROM THE CENTROID MASTER HEADER.  AN ID ON
      *    NEITHER FILE IS SAID SO IN PLAIN WORDS.  WHEN THE MASTER
      *    CARRIES SCALE FACTORS, THE DISTANCE IS TAKEN IN SCALED
      *    UNITS, THE SAME WAY THE CLUSTERING AND SCORING RUNS DO.
      *    EVERY ATTRIBUTE OF THE POINT IS SHOWN AND TAKEN INTO THE
      *    DISTANCE, AS NAMED BY THE ATTRS ROW OF THE FILE IT CAME
      *    FROM; A FILE WITHOUT ONE CARRIES X AND Y.
       AUTHOR.       MYSELF.
       DATE-WRITTEN. 1 JANUARY 1960.
       SECURITY.     NONE.
           SELECT CENTROID-MASTER ASSIGN TO "KMCENTRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-STATUS.
           SELECT SEGMENT-FILE ASSIGN TO "KMSEGMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEG-STATUS.
           SELECT RESULTS-FILE ASSIGN TO "KMRESULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-STATUS.
           SELECT SCORE-FILE ASSIGN TO "KMSCOREO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCORE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       FD  CENTROID-MASTER.
       COPY CENTREC.

       FD  SEGMENT-FILE.
       COPY SEGREC.

       FD  RESULTS-FILE.
       01  RESULTS-REC    PIC X(80).

       FD  SCORE-FILE.
       01  SCORE-REC      PIC X(132).

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       77  OPER-STATUS    PIC XX.
       77  MASTER-STATUS  PIC XX.
       77  SEG-STATUS     PIC XX.
       77  RESULTS-STATUS PIC XX.
       77  SCORE-STATUS   PIC XX.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  PROG-HIT    PIC 99.
       77  PROG-TOKEN  PIC X(8) VALUE "KMPTINQ ".
       77  OPERATOR-ID PIC X(8).
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30) VALUE SPACES.
       77  MASTER-DATE PIC X(8) VALUE SPACES.
       77  CNT-ASKED   PIC 9(4) VALUE ZERO.
       77  CNT-FOUND   PIC 9(4) VALUE ZERO.
       77  HIT-CL      PIC 9.
       77  J           PIC 99.
       77  SCALE-MODE  PIC X VALUE "N".
           88  SCALE-NONE         VALUE "N".
       77  ATT         PIC 9.
       77  SCALE-IN    PIC S9(4)V9(4).
       77  SCALED-V    PIC S9(11)V9.
       77  N-ATTR      PIC 9 VALUE 2.
       77  FILE-NATTR  PIC 9.
       77  ATTR-LEN    PIC 99.
       77  CL-TOK      PIC 99.

       01  LOOKUP-FIELDS.
           05  PT-V       PIC S9(3)V9 OCCURS 6 TIMES.
           05  SPT-V      PIC S9(3)V9.
           05  DXS        PIC S9(4)V9.
           05  SQ-DIST    PIC 9(8)V99.
           05  ONE-DIST   PIC 9(5)V99.

       01  CENTROID-FIELDS.
       02  CL-PT      OCCURS 9 TIMES.
           03  CL-V       PIC S9(3)V9 OCCURS 6 TIMES.
       02  CL-ON      PIC X      OCCURS 9 TIMES.
       02  SEG-TEXT   PIC X(20)  OCCURS 9 TIMES.
       02  SC-CENTRE  PIC S9(4)V9(4) OCCURS 6 TIMES.
       02  SC-SPREAD  PIC 9(4)V9(4)  OCCURS 6 TIMES.

      *** ONE RESULTS OR SCORED ROW SPLIT AT THE COMMAS: TYPE, ID, ***
      *** ONE COLUMN PER ATTRIBUTE, THEN THE CLUSTER AND THE REST ***
       01  UNSTRING-FIELDS.
           05  U-TOK      PIC X(10) OCCURS 12 TIMES.

       01  EDIT-FIELDS.
           05  ED-X       PIC +999.9.
           05  ED-DIST    PIC ZZZZ9.99.
           05  ATTR-LIST  PIC X(42).

000400 PROCEDURE DIVISION.
       START-INIT.
           DISPLAY (1, 1) "KMEANS POINT INQUIRY" ERASE.
           DISPLAY (2, 1) "OPERATOR ID? ".
           ACCEPT OPERATOR-ID.
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               GO TO OPERATOR-REFUSED.

      *** THE OPERATOR MUST BE KNOWN, ACTIVE AND AUTHORIZED FOR ***
      *** THIS PROGRAM IN THE OPERATOR MASTER BEFORE ANY WORK   ***
           GO TO WRITE-AUDIT.

      *** LOAD THE CENTROID MASTER SO A CLUSTERING-RUN HIT CAN ***
      *** SHOW THE DISTANCE TO ITS CENTROID AND THE MASTER DATE. ***
      *** AN UNSCALED MASTER LEAVES A ZERO CENTRE AND A SPREAD OF ***
      *** 100, WHICH LEAVES VALUES UNCHANGED ***
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
               DISPLAY (3, 1) "NO CENTROID MASTER - DISTANCES OMITTED"
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
               MOVE "Y" TO CL-ON(CM-SEQ)
               ADD 1 TO N-CLUSTERS
           END-IF.
           GO TO CONT-READ-MASTER.
       END-READ-MASTER.
           CLOSE CENTROID-MASTER.
           DISPLAY (3, 1) "MASTER OF " MASTER-DATE " WITH "
               N-CLUSTERS " CLUSTERS".
           IF NOT SCALE-NONE
               PERFORM SCALE-CENTROIDS THRU END-SCALE-CENTROIDS.

      *** THE INQUIRY LOOP: ONE POINT ID PER PASS ***
       ASK-POINT.

      *** LOOK IN THE CLUSTERING RESULTS FIRST ***
       SEARCH-RESULTS.
           MOVE 2 TO FILE-NATTR.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-STATUS NOT EQUAL "00" GO TO SEARCH-SCORES.
       CONT-SEARCH-RES.
           READ RESULTS-FILE AT END GO TO END-SEARCH-RES.
           MOVE SPACES TO UNSTRING-FIELDS.
           UNSTRING RESULTS-REC DELIMITED BY ","
               INTO U-TOK(1) U-TOK(2) U-TOK(3) U-TOK(4) U-TOK(5)
                    U-TOK(6) U-TOK(7) U-TOK(8) U-TOK(9) U-TOK(10).
           IF U-TOK(1) EQUAL "ATTRS"
               PERFORM TAKE-FILE-NATTR THRU END-TAKE-FILE-NATTR.
           IF U-TOK(1) NOT EQUAL "POINT" GO TO CONT-SEARCH-RES.
           IF U-TOK(2)(1:8) NOT EQUAL INQ-ID GO TO CONT-SEARCH-RES.
           CLOSE RESULTS-FILE.
           GO TO SHOW-RESULT-HIT.
       END-SEARCH-RES.

      *** NOT CLUSTERED: TRY THE SCORED POINTS NEXT ***
       SEARCH-SCORES.
           MOVE 2 TO FILE-NATTR.
           OPEN INPUT SCORE-FILE.
           IF SCORE-STATUS NOT EQUAL "00" GO TO NOT-FOUND.
       CONT-SEARCH-SCORE.
           READ SCORE-FILE AT END GO TO END-SEARCH-SCORE.
           MOVE SPACES TO UNSTRING-FIELDS.
           UNSTRING SCORE-REC DELIMITED BY ","
               INTO U-TOK(1) U-TOK(2) U-TOK(3) U-TOK(4) U-TOK(5)
                    U-TOK(6) U-TOK(7) U-TOK(8) U-TOK(9) U-TOK(10)
                    U-TOK(11) U-TOK(12).
           IF U-TOK(1) EQUAL "ATTRS"
               PERFORM TAKE-FILE-NATTR THRU END-TAKE-FILE-NATTR.
           IF U-TOK(1) NOT EQUAL "POINT" GO TO CONT-SEARCH-SCORE.
           IF U-TOK(2)(1:8) NOT EQUAL INQ-ID GO TO CONT-SEARCH-SCORE.
           CLOSE SCORE-FILE.
           GO TO SHOW-SCORE-HIT.
       END-SEARCH-SCORE.
      *** THE CENTROID MASTER USING ITS OWN METRIC ***
       SHOW-RESULT-HIT.
           ADD 1 TO CNT-FOUND.
           PERFORM BUILD-ATTR-LIST THRU END-BUILD-ATTR-LIST.
           COMPUTE HIT-CL = FUNCTION NUMVAL(U-TOK(CL-TOK)).
           DISPLAY "POINT " INQ-ID " (" ATTR-LIST(1:ATTR-LEN)
               ") CLUSTER " HIT-CL.
           IF HIT-CL NOT EQUAL ZERO
               DISPLAY "SEGMENT " SEG-TEXT(HIT-CL).
           IF HIT-CL EQUAL ZERO OR CL-ON(HIT-CL) NOT EQUAL "Y"
               OR FILE-NATTR NOT EQUAL N-ATTR
               DISPLAY "DISTANCE NOT AVAILABLE"
           ELSE
               PERFORM POINT-DIST THRU END-POINT-DIST
               MOVE ONE-DIST TO ED-DIST
               IF SCALE-NONE
                   DISPLAY "DISTANCE TO CENTROID " ED-DIST
               ELSE
                   DISPLAY "DISTANCE TO CENTROID " ED-DIST
                       " (SCALED UNITS)"
               END-IF
           END-IF.
           DISPLAY "SOURCE: CLUSTERING RUN (KMRESULT), MASTER OF "
               MASTER-DATE.
      *** ALREADY ON THE SCORED ROW ***
       SHOW-SCORE-HIT.
           ADD 1 TO CNT-FOUND.
           PERFORM BUILD-ATTR-LIST THRU END-BUILD-ATTR-LIST.
           COMPUTE HIT-CL = FUNCTION NUMVAL(U-TOK(CL-TOK)).
           DISPLAY "POINT " INQ-ID " (" ATTR-LIST(1:ATTR-LEN)
               ") CLUSTER " HIT-CL.
           IF HIT-CL NOT EQUAL ZERO
               DISPLAY "SEGMENT " SEG-TEXT(HIT-CL).
           DISPLAY "DISTANCE TO CENTROID " U-TOK(CL-TOK + 1).
           DISPLAY "SOURCE: SCORING RUN (KMSCOREO), MASTER OF "
               U-TOK(CL-TOK + 2).
           GO TO ASK-POINT.

       END-INQUIRY.
           MOVE OPERATOR-ID TO AUD-OPERATOR.
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
           MOVE "N" TO CL-ON(J).
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
      *** THEY CAN BE COMPARED WITH A SCALED POINT ***
       SCALE-CENTROIDS.
           MOVE 1 TO J.
       CONT-SCALE-CENTROIDS.
           IF J GREATER THAN 9 GO TO END-SCALE-CENTROIDS.
           IF CL-ON(J) NOT EQUAL "Y" GO TO LOOP-SCALE-CENTROIDS.
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

      *** THE ATTRS ROW OF THE FILE BEING SEARCHED GIVES ITS ***
      *** NUMBER OF ATTRIBUTES, AND SO WHERE THE CLUSTER FALLS ***
       TAKE-FILE-NATTR.
           IF U-TOK(2)(1:1) IS NUMERIC
               AND U-TOK(2)(1:1) NOT EQUAL "0"
               AND U-TOK(2)(1:1) NOT GREATER THAN "6"
               MOVE U-TOK(2)(1:1) TO FILE-NATTR.
       END-TAKE-FILE-NATTR.
           EXIT.

      *** TAKE THE ATTRIBUTES OF THE POINT FOUND AND LAY THEM OUT ***
      *** AS "+999.9," COLUMNS; ATTR-LEN IS THEIR LENGTH WITHOUT ***
      *** THE LAST COMMA ***
       BUILD-ATTR-LIST.
           COMPUTE CL-TOK = FILE-NATTR + 3.
           MOVE SPACES TO ATTR-LIST.
           MOVE 1 TO ATTR-LEN.
           MOVE 1 TO ATT.
       CONT-ATTR-LIST.
           COMPUTE PT-V(ATT) = FUNCTION NUMVAL(U-TOK(ATT + 2)).
           MOVE PT-V(ATT) TO ED-X.
           STRING ED-X "," DELIMITED BY SIZE INTO ATTR-LIST
               WITH POINTER ATTR-LEN.
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN FILE-NATTR GO TO CONT-ATTR-LIST.
           SUBTRACT 2 FROM ATTR-LEN.
       END-BUILD-ATTR-LIST.
           EXIT.

      *** DISTANCE FROM THE POINT FOUND TO THE CENTROID OF ITS ***
      *** CLUSTER OVER EVERY ATTRIBUTE, SCALED AS THE MASTER WAS ***
       POINT-DIST.
           MOVE ZERO TO SQ-DIST.
           MOVE 1 TO ATT.
       CONT-POINT-DIST.
           MOVE PT-V(ATT) TO SCALE-IN.
           PERFORM SCALE-VALUE THRU END-SCALE-VALUE.
           MOVE SCALED-V TO SPT-V.
           COMPUTE DXS = SPT-V - CL-V(HIT-CL, ATT).
           IF DXS LESS THAN ZERO COMPUTE DXS = ZERO - DXS.
           IF DIST-MANHATTAN
               ADD DXS TO SQ-DIST
           ELSE
               COMPUTE SQ-DIST = SQ-DIST + DXS * DXS
           END-IF.
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO CONT-POINT-DIST.
           IF DIST-MANHATTAN
               MOVE SQ-DIST TO ONE-DIST
           ELSE
               COMPUTE ONE-DIST ROUNDED = FUNCTION SQRT(SQ-DIST)
           END-IF.
       END-POINT-DIST.
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
