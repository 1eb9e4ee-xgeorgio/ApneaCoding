000100 IDENTIFICATION DIVISION.
       PROGRAM-ID.   MULTDRPT.
      *    THIS PROGRAM READS THE DRILL HISTORY WRITTEN BY THE MULTABL
      *    PRACTICE DRILL AND PRINTS THE OPERATOR PROGRESS REPORT FOR
      *    THE SUPERVISORS.  FOR EACH OPERATOR IT LISTS EVERY SESSION
      *    WITH ITS SCORE, ACCURACY, CHANGE FROM THE SESSION BEFORE
      *    AND TIME TAKEN, THEN THE OVERALL ACCURACY, THE TREND OF
      *    THE RECENT SESSIONS AGAINST THE EARLIER ONES, THE FACTS
      *    MOST OFTEN MISSED, AND WHETHER THE OPERATOR IS READY TO BE
      *    SIGNED OFF.  AN OPERATOR IS READY WHEN THE LAST SESSIONS,
      *    AS MANY AS THE CONTROL CARD ASKS FOR, WERE ALL COMPLETED
      *    AT OR ABOVE THE ACCURACY ON THE CARD; WITH NO CARD THREE
      *    SESSIONS AT 90 PCT ARE ASKED FOR.
       AUTHOR.       MYSELF.
       DATE-WRITTEN. 1 JANUARY 1960.
       SECURITY.     NONE.

000200 ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  TRS-80.
       OBJECT-COMPUTER.  TRS-80.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "MULTDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNTL-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-STATUS.
           SELECT DRILL-HISTORY ASSIGN TO "MULTDHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DHST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MULTDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

000300 DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-SESSIONS  PIC X.
           05  CTL-PCT       PIC X(3).

       FD  OPERATOR-FILE.
       COPY OPERREC.

       FD  DRILL-HISTORY.
       COPY DRILLREC.

       FD  REPORT-FILE.
       01  REPORT-REC     PIC X(80).

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  CNTL-STATUS    PIC XX.
       77  OPER-STATUS    PIC XX.
       77  DHST-STATUS    PIC XX.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30).
       77  SIGNOFF-SESS PIC 9 VALUE 3.
       77  SIGNOFF-PCT PIC 999 VALUE 90.
       77  CNT-READ    PIC 9(5) VALUE ZERO.
       77  N-OPER      PIC 99 VALUE ZERO.
       77  MAX-OPER    PIC 99 VALUE 50.
       77  N-SESS      PIC 9(3) VALUE ZERO.
       77  MAX-SESS    PIC 9(3) VALUE 500.
       77  N-FACT      PIC 9(3) VALUE ZERO.
       77  MAX-FACT    PIC 9(3) VALUE 999.
       77  N-READY     PIC 99 VALUE ZERO.
       77  N-ORPHAN    PIC 9(5) VALUE ZERO.
       77  PAGE-NO     PIC 999 VALUE ZERO.
       77  LINE-CNT    PIC 99 VALUE 99.
       77  PAGE-MAX    PIC 99 VALUE 55.
       77  J           PIC 99.
       77  S           PIC 9(3).
       77  F           PIC 9(4).
       77  W           PIC 9.
       77  BEST-F      PIC 9(4).
       77  TABLE-FULL  PIC X(30) VALUE SPACES.
       77  SEEN-ID     PIC X(8).
       77  OPER-ADD-FLAG PIC X.
           88  ADD-OPERATOR       VALUE "Y".
       77  SESS-POS    PIC 9(3).
       77  RECENT-K    PIC 9(3).
       77  RECENT-SUM  PIC 9(6).
       77  EARLY-SUM   PIC 9(6).
       77  RECENT-AVG  PIC 999.
       77  EARLY-AVG   PIC 999.
       77  PRIOR-PCT   PIC 999.
       77  PCT-CHANGE  PIC S999.
       77  TOTAL-PCT   PIC 999.
       77  SHOW-MIN    PIC 9(3).
       77  SHOW-SEC    PIC 99.
       77  READY-FLAG  PIC X.
           88  OPER-READY         VALUE "Y".
       77  NOT-READY-WHY PIC X(36).
       77  FACT-SYM    PIC X.
       77  TREND-WORD  PIC X(7).

      *** ONE ENTRY PER OPERATOR IN THE ORDER FIRST SEEN ***
       01  OPER-FIELDS.
       02  OPS-ID     PIC X(8)  OCCURS 50 TIMES.
       02  OPS-NAME   PIC X(20) OCCURS 50 TIMES.
       02  OPS-SESS   PIC 9(3)  OCCURS 50 TIMES.
       02  OPS-ASKED  PIC 9(5)  OCCURS 50 TIMES.
       02  OPS-RIGHT  PIC 9(5)  OCCURS 50 TIMES.

      *** ONE ENTRY PER SESSION IN THE ORDER OF THE HISTORY FILE ***
       01  SESS-FIELDS.
       02  SES-OPER   PIC 99    OCCURS 500 TIMES.
       02  SES-TS     PIC X(14) OCCURS 500 TIMES.
       02  SES-OP     PIC X     OCCURS 500 TIMES.
       02  SES-LIMIT  PIC 99    OCCURS 500 TIMES.
       02  SES-ROWS   PIC 99    OCCURS 500 TIMES.
       02  SES-ASKED  PIC 99    OCCURS 500 TIMES.
       02  SES-RIGHT  PIC 99    OCCURS 500 TIMES.
       02  SES-SECONDS PIC 9(5) OCCURS 500 TIMES.
       02  SES-END    PIC X     OCCURS 500 TIMES.
       02  SES-PCT    PIC 999   OCCURS 500 TIMES.

      *** ONE ENTRY PER OPERATOR AND FACT, WITH HOW OFTEN IT WAS ***
      *** ASKED AND MISSED ***
       01  FACT-FIELDS.
       02  FCT-OPER   PIC 99    OCCURS 999 TIMES.
       02  FCT-OP     PIC X     OCCURS 999 TIMES.
       02  FCT-OPND-1 PIC 99    OCCURS 999 TIMES.
       02  FCT-OPND-2 PIC 99    OCCURS 999 TIMES.
       02  FCT-ASKED  PIC 9(4)  OCCURS 999 TIMES.
       02  FCT-WRONG  PIC 9(4)  OCCURS 999 TIMES.
       02  FCT-SHOWN  PIC X     OCCURS 999 TIMES.

       01  PRINT-LINE     PIC X(80).

       01  EDIT-FIELDS.
           05  ED-CHANGE  PIC +ZZ9.
           05  ED-OPND-1  PIC Z9.
           05  ED-OPND-2  PIC Z9.

000400 PROCEDURE DIVISION.
       START-REPORT.
           DISPLAY "MULTABL DRILL REPORT - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "MULTABL DRILL REPORT - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.

      *** THE CONTROL CARD CARRIES THE NUMBER OF RECENT SESSIONS ***
      *** AND THE ACCURACY IN PCT THEY MUST ALL REACH FOR SIGN-OFF, ***
      *** E.G. 3090.  WITH NO CARD, OR A BAD ONE, 3 AND 90 ARE USED ***
       READ-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF CNTL-STATUS NOT EQUAL "00" GO TO END-READ-CONTROL.
           READ CONTROL-FILE AT END GO TO CLOSE-CONTROL.
           IF CTL-SESSIONS IS NUMERIC AND CTL-SESSIONS NOT EQUAL "0"
               AND CTL-PCT IS NUMERIC AND CTL-PCT NOT GREATER THAN "100"
               MOVE CTL-SESSIONS TO SIGNOFF-SESS
               MOVE CTL-PCT TO SIGNOFF-PCT
           ELSE
               DISPLAY "MULTABL DRILL REPORT - BAD CONTROL CARD, "
                   "DEFAULTS USED".
       CLOSE-CONTROL.
           CLOSE CONTROL-FILE.
       END-READ-CONTROL.

      *** LOAD THE SESSIONS AND TALLY THE FACTS BY OPERATOR.  A ***
      *** HISTORY TOO BIG FOR THE TABLES STOPS THE RUN RATHER THAN ***
      *** REPORT ON PART OF IT ***
           OPEN INPUT DRILL-HISTORY.
           IF DHST-STATUS NOT EQUAL "00"
               DISPLAY "MULTABL DRILL REPORT - NO DRILL HISTORY"
               MOVE "DRILL HISTORY MISSING" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
       CONT-READ-HISTORY.
           READ DRILL-HISTORY AT END GO TO END-READ-HISTORY.
           ADD 1 TO CNT-READ.
           IF DS-TYPE EQUAL "SESS" GO TO READ-SESSION.
           IF DF-TYPE EQUAL "FACT" GO TO READ-FACT.
           GO TO CONT-READ-HISTORY.

      *** ONLY A SESSION WITH A USABLE SCORE PUTS ITS OPERATOR ON ***
      *** THE REPORT ***
       READ-SESSION.
           IF DS-ASKED IS NOT NUMERIC OR DS-ASKED EQUAL ZERO
               OR DS-RIGHT IS NOT NUMERIC
               GO TO CONT-READ-HISTORY.
           MOVE DS-OPERATOR TO SEEN-ID.
           MOVE "Y" TO OPER-ADD-FLAG.
           PERFORM FIND-OPERATOR THRU END-FIND-OPERATOR.
           PERFORM TAKE-SESSION THRU END-TAKE-SESSION.
           GO TO CHECK-TABLE-FULL.

      *** A FACT IS TALLIED ONLY FOR AN OPERATOR ALREADY ON THE ***
      *** REPORT; ANY OTHER IS COUNTED AS AN ORPHAN ***
       READ-FACT.
           MOVE DF-OPERATOR TO SEEN-ID.
           MOVE "N" TO OPER-ADD-FLAG.
           PERFORM FIND-OPERATOR THRU END-FIND-OPERATOR.
           IF J EQUAL ZERO
               ADD 1 TO N-ORPHAN
               GO TO CONT-READ-HISTORY.
           PERFORM TALLY-FACT THRU END-TALLY-FACT.

       CHECK-TABLE-FULL.
           IF TABLE-FULL NOT EQUAL SPACES
               CLOSE DRILL-HISTORY
               DISPLAY "MULTABL DRILL REPORT - " TABLE-FULL
               MOVE TABLE-FULL TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           GO TO CONT-READ-HISTORY.
       END-READ-HISTORY.
           CLOSE DRILL-HISTORY.
           IF N-SESS EQUAL ZERO
               DISPLAY "MULTABL DRILL REPORT - NOTHING TO REPORT"
               MOVE "DRILL HISTORY EMPTY" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.

      *** ONE BLOCK PER OPERATOR ***
           OPEN OUTPUT REPORT-FILE.
           MOVE 1 TO J.
       CONT-OPERATOR.
           IF J GREATER THAN N-OPER GO TO END-REPORT.
           IF OPS-SESS(J) EQUAL ZERO GO TO LOOP-OPERATOR.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "OPERATOR " OPS-ID(J) " " OPS-NAME(J)
               "  SESSIONS " OPS-SESS(J)
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "   DATE     TIME  OP LIMIT ROWS  SCORE   PCT  CHANGE"
               "  MIN:SEC"
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           PERFORM SHOW-SESSIONS THRU END-SHOW-SESSIONS.
           PERFORM SHOW-TREND THRU END-SHOW-TREND.
           PERFORM SHOW-WEAK-FACTS THRU END-SHOW-WEAK-FACTS.
           PERFORM SHOW-SIGNOFF THRU END-SHOW-SIGNOFF.
       LOOP-OPERATOR.
           ADD 1 TO J.
           GO TO CONT-OPERATOR.

       END-REPORT.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "SIGN-OFF ASKS FOR THE LAST " SIGNOFF-SESS
               " SESSION(S) COMPLETED AT " SIGNOFF-PCT " PCT OR BETTER"
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "END OF REPORT - " N-OPER " OPERATOR(S) " N-SESS
               " SESSION(S) " N-READY " READY FOR SIGN-OFF"
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "                FACT RECORDS WITH NO SESSION FOR "
               "THE OPERATOR " N-ORPHAN
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           DISPLAY "MULTABL DRILL REPORT - " N-OPER " OPERATOR(S), "
               N-READY " READY, " PAGE-NO " PAGE(S), "
               N-ORPHAN " ORPHAN FACT(S)".
           MOVE SPACES TO RUN-OUTCOME.
           STRING N-OPER " OPERATORS " N-READY " READY"
               DELIMITED BY SIZE INTO RUN-OUTCOME.
           GO TO WRITE-AUDIT.

      *** PRINT ONE LINE, STARTING A NEW PAGE WHEN THE PAGE IS FULL ***
       WRITE-REPORT-LINE.
           IF LINE-CNT GREATER THAN PAGE-MAX
               ADD 1 TO PAGE-NO
               MOVE ZERO TO LINE-CNT
               MOVE SPACES TO REPORT-REC
               STRING "MULTABL DRILL PROGRESS REPORT AS AT " RUN-DATE
                   "                        PAGE " PAGE-NO
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC
               ADD 2 TO LINE-CNT
           END-IF.
           MOVE PRINT-LINE TO REPORT-REC.
           WRITE REPORT-REC.
           ADD 1 TO LINE-CNT.
       END-WRITE-REPORT-LINE.
           EXIT.

      *** RECORD THIS RUN IN THE SHARED AUDIT LOG ***
       WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT EQUAL "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "MULTDRPT" TO AUD-PROGRAM.
           MOVE "BATCH" TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE RUN-OUTCOME TO AUD-OUTCOME.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

           STOP RUN.

      *** FIND THE OPERATOR SEEN-ID, ADDING IT WHEN ADD-OPERATOR ***
      *** IS SET; J IS ITS SLOT, OR ZERO WHEN IT IS NOT ON THE ***
      *** TABLE, WITH TABLE-FULL SET WHEN THE TABLE IS FULL ***
       FIND-OPERATOR.
           MOVE 1 TO J.
       CONT-FIND-OPERATOR.
           IF J GREATER THAN N-OPER GO TO NEW-OPERATOR.
           IF OPS-ID(J) EQUAL SEEN-ID GO TO END-FIND-OPERATOR.
           ADD 1 TO J.
           GO TO CONT-FIND-OPERATOR.
       NEW-OPERATOR.
           IF NOT ADD-OPERATOR
               MOVE ZERO TO J
               GO TO END-FIND-OPERATOR.
           IF N-OPER EQUAL MAX-OPER
               MOVE ZERO TO J
               MOVE "TOO MANY OPERATORS" TO TABLE-FULL
               GO TO END-FIND-OPERATOR.
           ADD 1 TO N-OPER.
           MOVE N-OPER TO J.
           MOVE SEEN-ID TO OPS-ID(J).
           MOVE "NOT ON OPERATOR FILE" TO OPS-NAME(J).
           MOVE ZERO TO OPS-SESS(J).
           MOVE ZERO TO OPS-ASKED(J).
           MOVE ZERO TO OPS-RIGHT(J).
           OPEN INPUT OPERATOR-FILE.
           IF OPER-STATUS NOT EQUAL "00" GO TO END-FIND-OPERATOR.
       CONT-OPERATOR-NAME.
           READ OPERATOR-FILE AT END GO TO CLOSE-OPERATOR-NAME.
           IF OPR-ID NOT EQUAL SEEN-ID GO TO CONT-OPERATOR-NAME.
           MOVE OPR-NAME TO OPS-NAME(J).
       CLOSE-OPERATOR-NAME.
           CLOSE OPERATOR-FILE.
       END-FIND-OPERATOR.
           EXIT.

      *** HOLD ONE SESSION AND ADD IT TO ITS OPERATOR'S TOTALS ***
       TAKE-SESSION.
           IF J EQUAL ZERO GO TO END-TAKE-SESSION.
           IF N-SESS EQUAL MAX-SESS
               MOVE "TOO MANY DRILL SESSIONS" TO TABLE-FULL
               GO TO END-TAKE-SESSION.
           ADD 1 TO N-SESS.
           MOVE J TO SES-OPER(N-SESS).
           MOVE DS-START-TS TO SES-TS(N-SESS).
           MOVE DS-OP TO SES-OP(N-SESS).
           MOVE DS-LIMIT TO SES-LIMIT(N-SESS).
           MOVE DS-ROWS TO SES-ROWS(N-SESS).
           MOVE DS-ASKED TO SES-ASKED(N-SESS).
           MOVE DS-RIGHT TO SES-RIGHT(N-SESS).
           MOVE DS-SECONDS TO SES-SECONDS(N-SESS).
           MOVE DS-END TO SES-END(N-SESS).
           COMPUTE SES-PCT(N-SESS) ROUNDED = DS-RIGHT * 100 / DS-ASKED.
           ADD 1 TO OPS-SESS(J).
           ADD DS-ASKED TO OPS-ASKED(J).
           ADD DS-RIGHT TO OPS-RIGHT(J).
       END-TAKE-SESSION.
           EXIT.

      *** FIND OR ADD THE FACT FOR OPERATOR J AND COUNT THE ANSWER ***
       TALLY-FACT.
           IF J EQUAL ZERO GO TO END-TALLY-FACT.
           MOVE 1 TO F.
       CONT-TALLY-FACT.
           IF F GREATER THAN N-FACT GO TO NEW-TALLY-FACT.
           IF FCT-OPER(F) EQUAL J
               AND FCT-OP(F) EQUAL DF-OP
               AND FCT-OPND-1(F) EQUAL DF-OPND-1
               AND FCT-OPND-2(F) EQUAL DF-OPND-2
               GO TO ADD-TALLY-FACT.
           ADD 1 TO F.
           GO TO CONT-TALLY-FACT.
       NEW-TALLY-FACT.
           IF N-FACT EQUAL MAX-FACT
               MOVE "TOO MANY DRILL FACTS" TO TABLE-FULL
               GO TO END-TALLY-FACT.
           ADD 1 TO N-FACT.
           MOVE J TO FCT-OPER(F).
           MOVE DF-OP TO FCT-OP(F).
           MOVE DF-OPND-1 TO FCT-OPND-1(F).
           MOVE DF-OPND-2 TO FCT-OPND-2(F).
           MOVE ZERO TO FCT-ASKED(F).
           MOVE ZERO TO FCT-WRONG(F).
           MOVE "N" TO FCT-SHOWN(F).
       ADD-TALLY-FACT.
           ADD 1 TO FCT-ASKED(F).
           IF DF-WRONG ADD 1 TO FCT-WRONG(F).
       END-TALLY-FACT.
           EXIT.

      *** ONE LINE PER SESSION OF OPERATOR J, WITH THE CHANGE IN ***
      *** ACCURACY FROM THE SESSION BEFORE ***
       SHOW-SESSIONS.
           MOVE ZERO TO SESS-POS.
           MOVE 1 TO S.
       CONT-SHOW-SESSIONS.
           IF S GREATER THAN N-SESS GO TO END-SHOW-SESSIONS.
           IF SES-OPER(S) NOT EQUAL J GO TO LOOP-SHOW-SESSIONS.
           ADD 1 TO SESS-POS.
           MOVE SES-OP(S) TO FACT-SYM.
           PERFORM SET-FACT-SYM THRU END-SET-FACT-SYM.
           DIVIDE SES-SECONDS(S) BY 60 GIVING SHOW-MIN
               REMAINDER SHOW-SEC.
           MOVE SPACES TO PRINT-LINE.
           STRING "   " SES-TS(S)(1:8) " " SES-TS(S)(9:2) ":"
               SES-TS(S)(11:2) "  " FACT-SYM "   " SES-LIMIT(S)
               "    " SES-ROWS(S) "  " SES-RIGHT(S) "/" SES-ASKED(S)
               "  " SES-PCT(S)
               DELIMITED BY SIZE INTO PRINT-LINE.
           IF SESS-POS GREATER THAN 1
               COMPUTE PCT-CHANGE = SES-PCT(S) - PRIOR-PCT
               MOVE PCT-CHANGE TO ED-CHANGE
               MOVE ED-CHANGE TO PRINT-LINE(46:4)
           ELSE
               MOVE "  --" TO PRINT-LINE(46:4).
           MOVE SHOW-MIN TO PRINT-LINE(53:3).
           MOVE ":" TO PRINT-LINE(56:1).
           MOVE SHOW-SEC TO PRINT-LINE(57:2).
           IF SES-END(S) EQUAL "Q"
               MOVE "LEFT EARLY" TO PRINT-LINE(61:10).
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SES-PCT(S) TO PRIOR-PCT.
       LOOP-SHOW-SESSIONS.
           ADD 1 TO S.
           GO TO CONT-SHOW-SESSIONS.
       END-SHOW-SESSIONS.
           EXIT.

      *** OVERALL ACCURACY, AND THE AVERAGE OF THE RECENT SESSIONS ***
      *** AGAINST THE AVERAGE OF THE EARLIER ONES.  THE RECENT ***
      *** SESSIONS ARE AS MANY AS SIGN-OFF ASKS FOR, LEAVING AT ***
      *** LEAST ONE EARLIER SESSION TO COMPARE WITH ***
       SHOW-TREND.
           COMPUTE TOTAL-PCT ROUNDED =
               OPS-RIGHT(J) * 100 / OPS-ASKED(J).
           MOVE SPACES TO PRINT-LINE.
           STRING "   PROBLEMS " OPS-ASKED(J) "  RIGHT " OPS-RIGHT(J)
               "  ACCURACY " TOTAL-PCT " PCT"
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           IF OPS-SESS(J) LESS THAN 2
               STRING "   TREND NOT YET KNOWN - ONE SESSION ONLY"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
               GO TO END-SHOW-TREND.
           MOVE SIGNOFF-SESS TO RECENT-K.
           IF RECENT-K NOT LESS THAN OPS-SESS(J)
               COMPUTE RECENT-K = OPS-SESS(J) - 1.
           MOVE ZERO TO RECENT-SUM.
           MOVE ZERO TO EARLY-SUM.
           MOVE ZERO TO SESS-POS.
           MOVE 1 TO S.
       CONT-TREND.
           IF S GREATER THAN N-SESS GO TO CALC-TREND.
           IF SES-OPER(S) NOT EQUAL J GO TO LOOP-TREND.
           ADD 1 TO SESS-POS.
           IF SESS-POS GREATER THAN OPS-SESS(J) - RECENT-K
               ADD SES-PCT(S) TO RECENT-SUM
           ELSE
               ADD SES-PCT(S) TO EARLY-SUM.
       LOOP-TREND.
           ADD 1 TO S.
           GO TO CONT-TREND.
       CALC-TREND.
           COMPUTE RECENT-AVG ROUNDED = RECENT-SUM / RECENT-K.
           COMPUTE EARLY-AVG ROUNDED =
               EARLY-SUM / (OPS-SESS(J) - RECENT-K).
           MOVE "LEVEL" TO TREND-WORD.
           IF RECENT-AVG NOT LESS THAN EARLY-AVG + 5
               MOVE "RISING" TO TREND-WORD.
           IF RECENT-AVG + 5 NOT GREATER THAN EARLY-AVG
               MOVE "FALLING" TO TREND-WORD.
           STRING "   TREND " TREND-WORD " - LAST " RECENT-K
               " SESSION(S) AVERAGE " RECENT-AVG " PCT, EARLIER "
               EARLY-AVG " PCT"
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
       END-SHOW-TREND.
           EXIT.

      *** THE THREE FACTS OPERATOR J HAS MISSED MOST OFTEN ***
       SHOW-WEAK-FACTS.
           MOVE 1 TO W.
       CONT-WEAK-FACTS.
           IF W GREATER THAN 3 GO TO END-SHOW-WEAK-FACTS.
           MOVE ZERO TO BEST-F.
           MOVE 1 TO F.
       FIND-WEAK-FACT.
           IF F GREATER THAN N-FACT GO TO SHOW-WEAK-FACT.
           IF FCT-OPER(F) NOT EQUAL J
               OR FCT-SHOWN(F) EQUAL "Y"
               OR FCT-WRONG(F) EQUAL ZERO
               GO TO LOOP-WEAK-FACT.
           IF BEST-F EQUAL ZERO
               MOVE F TO BEST-F
               GO TO LOOP-WEAK-FACT.
           IF FCT-WRONG(F) GREATER THAN FCT-WRONG(BEST-F)
               MOVE F TO BEST-F.
       LOOP-WEAK-FACT.
           ADD 1 TO F.
           GO TO FIND-WEAK-FACT.
       SHOW-WEAK-FACT.
           IF BEST-F EQUAL ZERO AND W EQUAL 1
               MOVE SPACES TO PRINT-LINE
               STRING "   WEAKEST FACTS - NONE MISSED"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           IF BEST-F EQUAL ZERO GO TO END-SHOW-WEAK-FACTS.
           MOVE "Y" TO FCT-SHOWN(BEST-F).
           MOVE FCT-OP(BEST-F) TO FACT-SYM.
           PERFORM SET-FACT-SYM THRU END-SET-FACT-SYM.
           MOVE FCT-OPND-1(BEST-F) TO ED-OPND-1.
           MOVE FCT-OPND-2(BEST-F) TO ED-OPND-2.
           MOVE SPACES TO PRINT-LINE.
           IF W EQUAL 1
               MOVE "   WEAKEST FACTS" TO PRINT-LINE.
           STRING ED-OPND-1 " " FACT-SYM " " ED-OPND-2
               "  MISSED " FCT-WRONG(BEST-F) " OF " FCT-ASKED(BEST-F)
               DELIMITED BY SIZE INTO PRINT-LINE(20:).
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           ADD 1 TO W.
           GO TO CONT-WEAK-FACTS.
       END-SHOW-WEAK-FACTS.
           EXIT.

      *** READY FOR SIGN-OFF WHEN EACH OF THE LAST SIGNOFF-SESS ***
      *** SESSIONS WAS COMPLETED AT OR ABOVE SIGNOFF-PCT ***
       SHOW-SIGNOFF.
           MOVE "Y" TO READY-FLAG.
           MOVE SPACES TO NOT-READY-WHY.
           IF OPS-SESS(J) LESS THAN SIGNOFF-SESS
               MOVE "N" TO READY-FLAG
               STRING "TOO FEW SESSIONS" DELIMITED BY SIZE
                   INTO NOT-READY-WHY
               GO TO PRINT-SIGNOFF.
           MOVE ZERO TO SESS-POS.
           MOVE 1 TO S.
       CONT-SIGNOFF.
           IF S GREATER THAN N-SESS GO TO PRINT-SIGNOFF.
           IF SES-OPER(S) NOT EQUAL J GO TO LOOP-SIGNOFF.
           ADD 1 TO SESS-POS.
           IF SESS-POS NOT GREATER THAN OPS-SESS(J) - SIGNOFF-SESS
               GO TO LOOP-SIGNOFF.
           IF SES-END(S) EQUAL "Q" AND NOT-READY-WHY EQUAL SPACES
               MOVE "N" TO READY-FLAG
               MOVE "A RECENT SESSION WAS LEFT EARLY" TO NOT-READY-WHY.
           IF SES-PCT(S) LESS THAN SIGNOFF-PCT
               AND NOT-READY-WHY EQUAL SPACES
               MOVE "N" TO READY-FLAG
               MOVE "A RECENT SESSION IS BELOW STANDARD"
                   TO NOT-READY-WHY.
       LOOP-SIGNOFF.
           ADD 1 TO S.
           GO TO CONT-SIGNOFF.
       PRINT-SIGNOFF.
           MOVE SPACES TO PRINT-LINE.
           IF OPER-READY
               ADD 1 TO N-READY
               STRING "   READY FOR SIGN-OFF"
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "   NOT YET READY - " NOT-READY-WHY
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
       END-SHOW-SIGNOFF.
           EXIT.

      *** THE PRINTED SYMBOL FOR THE OPERATION CODE IN FACT-SYM ***
       SET-FACT-SYM.
           IF FACT-SYM EQUAL "A" MOVE "+" TO FACT-SYM.
           IF FACT-SYM EQUAL "S" MOVE "-" TO FACT-SYM.
           IF FACT-SYM EQUAL "D" MOVE "/" TO FACT-SYM.
           IF FACT-SYM EQUAL "M" MOVE "X" TO FACT-SYM.
       END-SET-FACT-SYM.
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
