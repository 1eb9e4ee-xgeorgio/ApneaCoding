      *    CHANGE IN MEMBER COUNT, WITH A FLAG LINE WHENEVER A
      *    CENTROID MOVED MORE THAN THE TOLERANCE ON THE CONTROL
      *    CARD, SO THE ANALYSTS KNOW WHEN THE SEGMENTATION HAS
      *    SHIFTED ENOUGH THAT DOWNSTREAM TEAMS MUST BE TOLD.  THE
      *    MOVEMENT IS TAKEN OVER EVERY ATTRIBUTE OF THE RUN AND THE
      *    CHANGE IN EACH ATTRIBUTE IS SHOWN UNDER IT.  TWO RUNS THAT
      *    CARRY A DIFFERENT NUMBER OF ATTRIBUTES ARE NOT COMPARED.
       AUTHOR.       MYSELF.
       DATE-WRITTEN. 1 JANUARY 1960.
       SECURITY.     NONE.
               FILE STATUS IS HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "KMDRIFT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       FD  REPORT-FILE.
       01  REPORT-REC     PIC X(80).

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       77  CNTL-STATUS    PIC XX.
       77  HIST-STATUS    PIC XX.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30).
       77  TOLER-WORK  PIC 9(5).
       77  J           PIC 99.
       77  CUR-DATE    PIC X(8) VALUE SPACES.
       77  PRV-DATE    PIC X(8) VALUE SPACES.
       77  ATT         PIC 9.
       77  CUR-NATTR   PIC 9 VALUE 2.
       77  PRV-NATTR   PIC 9 VALUE 2.
       77  LINE-PTR    PIC 99.

       01  CUR-FIELDS.
       02  CUR-PT     OCCURS 9 TIMES.
           03  CUR-V      PIC S9(3)V9 OCCURS 6 TIMES.
       02  CUR-N      PIC 9(4)    OCCURS 9 TIMES.
       02  CUR-IN     PIC X       OCCURS 9 TIMES.

       01  PRV-FIELDS.
       02  PRV-PT     OCCURS 9 TIMES.
           03  PRV-V      PIC S9(3)V9 OCCURS 6 TIMES.
       02  PRV-N      PIC 9(4)    OCCURS 9 TIMES.
       02  PRV-IN     PIC X       OCCURS 9 TIMES.

       01  CALC-FIELDS.
           05  DXS        PIC S9(4)V9 OCCURS 6 TIMES.
           05  SQ-DIST    PIC 9(8)V99.
           05  ONE-DIST   PIC 9(4)V99.
           05  CNT-DELTA  PIC S9(5).

           05  ED-DIST    PIC ZZZ9.99.
           05  ED-TOL     PIC ZZZ9.9.
           05  ED-DELTA   PIC +ZZZ9.
           05  ED-CHANGE  PIC +ZZZ9.9.

000400 PROCEDURE DIVISION.
       START-DRIFT.
           DISPLAY "KMEANS CENTROID DRIFT REPORT - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "KMEANS CENTROID DRIFT REPORT - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.

      *** THE CONTROL CARD CARRIES THE MOVEMENT TOLERANCE IN ***
      *** TENTHS OF A COORDINATE UNIT, E.G. 00050 MEANS 5.0. ***

      *** ONE PASS OVER THE HISTORY, KEEPING THE NEWEST RUN AND ***
      *** THE ONE BEFORE IT.  EVERY HDR STARTS A NEW RUN BLOCK. ***
      *** CLUSTER NUMBERS ARE STABLE ACROSS RUNS AND MAY HAVE   ***
      *** GAPS, SO EACH RUN FLAGS THE NUMBERS IT HOLDS.         ***
           PERFORM CLEAR-CUR-RUN THRU END-ROLL-RUNS.
           OPEN INPUT HISTORY-FILE.
           IF HIST-STATUS NOT EQUAL "00"
               DISPLAY "KMEANS CENTROID DRIFT REPORT - NO HISTORY"
           IF CH-TYPE EQUAL "HDR "
               PERFORM ROLL-RUNS THRU END-ROLL-RUNS
               MOVE CH-DATE TO CUR-DATE
               IF CH-NATTR IS NUMERIC AND CH-NATTR NOT EQUAL ZERO
                   MOVE CH-NATTR TO CUR-NATTR
               END-IF
               ADD 1 TO N-RUNS.
           IF CH-TYPE EQUAL "CENT"
               AND CH-SEQ NOT EQUAL ZERO
               PERFORM LOAD-CENTROID THRU END-LOAD-CENTROID
               MOVE CH-COUNT TO CUR-N(CH-SEQ)
               MOVE "Y" TO CUR-IN(CH-SEQ)
               IF CH-SEQ GREATER THAN N-CUR
                   MOVE CH-SEQ TO N-CUR
               END-IF
               CLOSE REPORT-FILE
               MOVE "ONLY ONE RUN ON HISTORY" TO RUN-OUTCOME
               GO TO WRITE-AUDIT.
           IF CUR-NATTR NOT EQUAL PRV-NATTR
               MOVE SPACES TO REPORT-REC
               STRING "RUN OF " PRV-DATE " CARRIED " PRV-NATTR
                   " ATTRIBUTE(S), THIS RUN " CUR-NATTR
                   " - NOTHING TO COMPARE"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               MOVE "ATTRIBUTE COUNT CHANGED" TO RUN-OUTCOME
               GO TO WRITE-AUDIT.
           MOVE TOLER-DIST TO ED-TOL.
           MOVE SPACES TO REPORT-REC.
           STRING "COMPARED AGAINST RUN OF " PRV-DATE
           MOVE 1 TO J.
       CONT-DRIFT-CL.
           IF J GREATER THAN N-HIGH GO TO END-DRIFT-CL.
           IF CUR-IN(J) NOT EQUAL "Y" AND PRV-IN(J) NOT EQUAL "Y"
               GO TO LOOP-DRIFT-CL.
           IF PRV-IN(J) NOT EQUAL "Y"
               MOVE SPACES TO REPORT-REC
               STRING "CLUSTER " J "  NEW IN LATEST RUN, MEMBERS "
                   CUR-N(J) DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               GO TO LOOP-DRIFT-CL.
           IF CUR-IN(J) NOT EQUAL "Y"
               MOVE SPACES TO REPORT-REC
               STRING "CLUSTER " J "  DROPPED SINCE PRIOR RUN"
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               GO TO LOOP-DRIFT-CL.
           PERFORM CALC-MOVEMENT THRU END-CALC-MOVEMENT.
           COMPUTE CNT-DELTA = CUR-N(J) - PRV-N(J).
           MOVE ONE-DIST TO ED-DIST.
           MOVE CNT-DELTA TO ED-DELTA.
               " (" ED-DELTA ")"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM PRINT-CHANGES THRU END-PRINT-CHANGES.
           IF TOLER-DIST NOT EQUAL ZERO
               AND ONE-DIST GREATER THAN TOLER-DIST
               ADD 1 TO N-FLAGGED
           MOVE "BATCH" TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE RUN-OUTCOME TO AUD-OUTCOME.
           WRITE AUDIT-REC.
       ROLL-RUNS.
           MOVE CUR-DATE TO PRV-DATE.
           MOVE N-CUR TO N-PRV.
           MOVE CUR-NATTR TO PRV-NATTR.
           MOVE 1 TO J.
       CONT-ROLL-RUNS.
           IF J GREATER THAN 9 GO TO CLEAR-CUR-RUN.
           MOVE CUR-PT(J) TO PRV-PT(J).
           MOVE CUR-N(J) TO PRV-N(J).
           MOVE CUR-IN(J) TO PRV-IN(J).
           ADD 1 TO J.
           GO TO CONT-ROLL-RUNS.
       CLEAR-CUR-RUN.
           MOVE ZERO TO N-CUR.
           MOVE SPACES TO CUR-DATE.
           MOVE 2 TO CUR-NATTR.
           MOVE 1 TO J.
       CONT-CLEAR-CUR.
           IF J GREATER THAN 9 GO TO END-ROLL-RUNS.
           MOVE ZERO TO CUR-PT(J).
           MOVE ZERO TO CUR-N(J).
           MOVE "N" TO CUR-IN(J).
           ADD 1 TO J.
           GO TO CONT-CLEAR-CUR.
       END-ROLL-RUNS.
           EXIT.

      *** TAKE ONE CENTROID OFF THE HISTORY; ATTRIBUTES 1 AND 2 ARE ***
      *** ITS X AND Y FIELDS, THE REST ITS EXTRA FIELDS ***
       LOAD-CENTROID.
           MOVE CH-X TO CUR-V(CH-SEQ, 1).
           MOVE CH-Y TO CUR-V(CH-SEQ, 2).
           MOVE 3 TO ATT.
       CONT-LOAD-CENTROID.
           IF ATT GREATER THAN CUR-NATTR GO TO END-LOAD-CENTROID.
           MOVE CH-EXTRA(ATT - 2) TO CUR-V(CH-SEQ, ATT).
           ADD 1 TO ATT.
           GO TO CONT-LOAD-CENTROID.
       END-LOAD-CENTROID.
           EXIT.

      *** HOW FAR CENTROID J MOVED SINCE THE PRIOR RUN, OVER EVERY ***
      *** ATTRIBUTE, KEEPING THE CHANGE IN EACH ***
       CALC-MOVEMENT.
           MOVE ZERO TO SQ-DIST.
           MOVE 1 TO ATT.
       CONT-CALC-MOVEMENT.
           COMPUTE DXS(ATT) = CUR-V(J, ATT) - PRV-V(J, ATT).
           COMPUTE SQ-DIST = SQ-DIST + DXS(ATT) * DXS(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN CUR-NATTR
               GO TO CONT-CALC-MOVEMENT.
           COMPUTE ONE-DIST ROUNDED = FUNCTION SQRT(SQ-DIST).
       END-CALC-MOVEMENT.
           EXIT.

      *** ONE LINE GIVING THE CHANGE IN EACH ATTRIBUTE OF CENTROID J ***
       PRINT-CHANGES.
           MOVE SPACES TO REPORT-REC.
           MOVE 1 TO LINE-PTR.
           STRING "   CHANGE" DELIMITED BY SIZE
               INTO REPORT-REC WITH POINTER LINE-PTR.
           MOVE 1 TO ATT.
       CONT-PRINT-CHANGES.
           MOVE DXS(ATT) TO ED-CHANGE.
           STRING " " ATT ":" ED-CHANGE DELIMITED BY SIZE
               INTO REPORT-REC WITH POINTER LINE-PTR.
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN CUR-NATTR
               GO TO CONT-PRINT-CHANGES.
           WRITE REPORT-REC.
       END-PRINT-CHANGES.
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
