      *    LIST OR AS AN N-BY-M CROSS-TABLE CHART,
      *    FOR MULTIPLICATION, ADDITION, SUBTRACTION
      *    OR DIVISION, WITH DIVISION SHOWN TO ONE
      *    DECIMAL PLACE.  IN PRACTICE DRILL MODE
      *    THE PROBLEMS OF THE CHOSEN OPERATION AND
      *    RANGE ARE SHOWN ONE AT A TIME IN MIXED
      *    ORDER, EACH ANSWER IS MARKED RIGHT OR
      *    WRONG, AND THE SCORE AND TIME TAKEN ARE
      *    SHOWN AT THE END.  EVERY DRILL IS ADDED
      *    TO THE DRILL HISTORY FILE UNDER THE
      *    SIGNED-ON OPERATOR ID.
       AUTHOR.       MYSELF.
       DATE-WRITTEN. 1 JANUARY 1960.
       SECURITY.     NONE.
           SELECT OPERATOR-FILE ASSIGN TO "OPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-STATUS.
           SELECT DRILL-HISTORY ASSIGN TO "MULTDHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DHST-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       FD  OPERATOR-FILE.
       COPY OPERREC.

       FD  DRILL-HISTORY.
       COPY DRILLREC.

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

            03   OP-IN     PIC X(1).
            03   NUM-ROWS  PIC 99.
            03   QUES-2    PIC X(1).
            03   QUES-3    PIC X(1).
            03   ANSWER-IN PIC X(6).
       77   AUDIT-STATUS   PIC XX.
       77   BUSDATE-STATUS PIC XX.
       77   OPERATOR-ID PIC X(8).
       77   NOW-TS         PIC X(21).
       77   RUN-DATE    PIC X(8).
       77   RUN-DATE-FLAG PIC X VALUE "N".
            88  RUN-DATE-OPEN      VALUE "Y".
       77   START-TS    PIC X(14).
       77   TABLE-CNT   PIC 99 VALUE ZERO.
       77   RUN-OUTCOME     PIC X(30) VALUE SPACES.
       77   COL-POS     PIC 99.
       77   CELL-ED     PIC ZZZ9.
       77   GRID-LINE   PIC X(80).
       77   DHST-STATUS    PIC XX.
       77   DRILL-CNT   PIC 99 VALUE ZERO.
       77   PROB-NO     PIC 99.
       77   PROB-ASKED  PIC 99.
       77   PROB-RIGHT  PIC 99.
       77   PICK-NO     PIC 99.
       77   SWAP-NO     PIC 99.
       77   RANDOM-SEED PIC 9(8).
       77   RANDOM-V    PIC V9(9).
       77   EXPECT-V    PIC S9(4)V9.
       77   GIVEN-V     PIC S9(4)V9.
       77   DRILL-END   PIC X.
       77   DRILL-PCT   PIC 999.
       77   DRILL-SEC   PIC S9(9).
       77   DRILL-MIN   PIC 9(5).
       77   DRILL-REM   PIC 99.
       77   DRILL-TS    PIC X(14).
       77   CLOCK-TS    PIC X(21).
       77   DAYS-START  PIC 9(7).
       77   DAYS-END    PIC 9(7).

      *** THE ROW VALUES OF A DRILL IN THE ORDER THEY ARE ASKED, ***
      *** AND THE ANSWER GIVEN AND MARK FOR EACH PROBLEM ***
       01   DRILL-FIELDS.
       02   DR-ORDER    PIC 99   OCCURS 99 TIMES.
       02   DR-ANSWER   PIC X(6) OCCURS 99 TIMES.
       02   DR-MARK     PIC X    OCCURS 99 TIMES.

       01   TS-FIELDS.
            05   TS-WORK.
                 10   TS-DATE    PIC 9(8).
                 10   TS-HH      PIC 99.
                 10   TS-MM      PIC 99.
                 10   TS-SS      PIC 99.
            05   SEC-START  PIC 9(5).
            05   SEC-END    PIC 9(5).
            05   CLOCK-START PIC X(14).

000400 PROCEDURE DIVISION.
       START-INIT.
            DISPLAY(1, 1) "OPERATOR ID? " ERASE.
            ACCEPT OPERATOR-ID.
            PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
            IF NOT RUN-DATE-OPEN
                GO TO OPERATOR-REFUSED.

      *** THE OPERATOR MUST BE KNOWN, ACTIVE AND AUTHORIZED FOR ***
      *** THIS PROGRAM IN THE OPERATOR MASTER BEFORE ANY WORK   ***
                GO TO ACCEPT-OP.
            PERFORM SET-OPERATION THRU END-SET-OPERATION.

       ACCEPT-MODE.
            DISPLAY(6, 1) "PRACTICE DRILL (Y/N)? ".
            ACCEPT QUES-3.
            IF QUES-3 EQUAL "Y" OR "y" GO TO START-DRILL.

       ACCEPT-FORMAT.
            DISPLAY(7, 1) "OUTPUT AS GRID CHART (Y/N)? ".
            ACCEPT QUES-2.
            MOVE ZERO TO NUM-2.
            DISPLAY " ".

       START-N3.
            ADD 1 TO TABLE-CNT.
       ASK-MORE.
            DISPLAY(20, 1) "MORE (Y/N)? "
            ACCEPT QUES-1.
            IF QUES-1 EQUAL "Y" OR "y" GO TO START-N1.
            DISPLAY "PROGRAM COMPLETED.".
            GO TO WRITE-AUDIT.

      *** PRACTICE DRILL: EVERY ROW OF THE TABLE IS ASKED ONCE, ***
      *** IN AN ORDER SHUFFLED FROM THE CLOCK, AND THE ANSWER IS ***
      *** MARKED AT ONCE.  Q LEAVES THE DRILL EARLY; THE PROBLEMS ***
      *** ANSWERED SO FAR STILL COUNT ***
       START-DRILL.
            PERFORM SHUFFLE-ROWS THRU END-SHUFFLE-ROWS.
            MOVE ZERO TO PROB-ASKED.
            MOVE ZERO TO PROB-RIGHT.
            MOVE "C" TO DRILL-END.
            MOVE FUNCTION CURRENT-DATE TO NOW-TS.
            MOVE NOW-TS(1:14) TO CLOCK-START.
            MOVE RUN-DATE TO NOW-TS(1:8).
            MOVE NOW-TS(1:14) TO DRILL-TS.
            DISPLAY(1, 1) "PRACTICE DRILL - " OP-NAME ERASE.
            DISPLAY(1, 33) "LIMIT " NUM-1.
            DISPLAY(2, 1) "ANSWER EACH PROBLEM, Q TO STOP".
            IF OP-DIV
                DISPLAY(2, 32) "- DIVISION TO ONE DECIMAL PLACE".
            MOVE ZERO TO PROB-NO.
       NEXT-PROBLEM.
            IF PROB-NO EQUAL NUM-ROWS GO TO END-DRILL.
            ADD 1 TO PROB-NO.
            MOVE DR-ORDER(PROB-NO) TO NUM-2.
            PERFORM CALC-CELL THRU END-CALC-CELL.
            PERFORM CALC-EXPECT THRU END-CALC-EXPECT.
            DISPLAY(4, 1) "PROBLEM " PROB-NO " OF " NUM-ROWS.
            DISPLAY(6, 1) NUM-1 " " OP-SYM " " NUM-2 " = ?      ".
       ACCEPT-ANSWER.
            DISPLAY(7, 1) "                                        ".
            MOVE SPACES TO ANSWER-IN.
            ACCEPT ANSWER-IN.
            IF ANSWER-IN EQUAL "Q" OR "q"
                MOVE "Q" TO DRILL-END
                GO TO END-DRILL.
            IF ANSWER-IN EQUAL SPACES
                OR FUNCTION TEST-NUMVAL(ANSWER-IN) NOT EQUAL ZERO
                DISPLAY(7, 1) "INVALID ENTRY - A NUMBER, TRY AGAIN"
                GO TO ACCEPT-ANSWER.
            COMPUTE GIVEN-V = FUNCTION NUMVAL(ANSWER-IN).
            ADD 1 TO PROB-ASKED.
            MOVE ANSWER-IN TO DR-ANSWER(PROB-ASKED).
            IF GIVEN-V EQUAL EXPECT-V
                ADD 1 TO PROB-RIGHT
                MOVE "R" TO DR-MARK(PROB-ASKED)
                DISPLAY(8, 1) "RIGHT                         "
            ELSE
                MOVE "W" TO DR-MARK(PROB-ASKED)
                DISPLAY(8, 1) "WRONG - THE ANSWER IS " CELL-TEXT
            END-IF.
            GO TO NEXT-PROBLEM.

      *** SCORE AND TIME TAKEN, THEN INTO THE DRILL HISTORY ***
       END-DRILL.
            MOVE FUNCTION CURRENT-DATE TO CLOCK-TS.
            PERFORM CALC-DRILL-TIME THRU END-CALC-DRILL-TIME.
            IF PROB-ASKED EQUAL ZERO
                DISPLAY(10, 1) "NO PROBLEMS ANSWERED - NOT RECORDED"
                GO TO ASK-MORE.
            COMPUTE DRILL-PCT ROUNDED = PROB-RIGHT * 100 / PROB-ASKED.
            DIVIDE DRILL-SEC BY 60 GIVING DRILL-MIN
                REMAINDER DRILL-REM.
            DISPLAY(10, 1) "SCORE " PROB-RIGHT " OUT OF " PROB-ASKED
                " (" DRILL-PCT " PCT)".
            DISPLAY(11, 1) "TIME TAKEN " DRILL-MIN " MIN "
                DRILL-REM " SEC".
            PERFORM SAVE-DRILL THRU END-SAVE-DRILL.
            ADD 1 TO DRILL-CNT.
            GO TO ASK-MORE.

      *** PICK THE SYMBOL AND TITLE WORD FOR THE OPERATION ***
       SET-OPERATION.
            IF OP-ADD
       END-CALC-GRID-CELL.
            EXIT.

      *** THE ROW VALUES 1 TO NUM-ROWS, SHUFFLED BY SWAPPING EACH ***
      *** POSITION FROM THE END WITH A RANDOM ONE AT OR BEFORE IT ***
       SHUFFLE-ROWS.
            MOVE ZERO TO PROB-NO.
       FILL-ORDER.
            ADD 1 TO PROB-NO.
            MOVE PROB-NO TO DR-ORDER(PROB-NO).
            IF PROB-NO LESS THAN NUM-ROWS GO TO FILL-ORDER.
            MOVE FUNCTION CURRENT-DATE TO CLOCK-TS.
            MOVE CLOCK-TS(9:8) TO RANDOM-SEED.
            COMPUTE RANDOM-V = FUNCTION RANDOM(RANDOM-SEED).
       SWAP-ORDER.
            IF PROB-NO LESS THAN 2 GO TO END-SHUFFLE-ROWS.
            COMPUTE RANDOM-V = FUNCTION RANDOM.
            COMPUTE PICK-NO = RANDOM-V * PROB-NO + 1.
            MOVE DR-ORDER(PICK-NO) TO SWAP-NO.
            MOVE DR-ORDER(PROB-NO) TO DR-ORDER(PICK-NO).
            MOVE SWAP-NO TO DR-ORDER(PROB-NO).
            SUBTRACT 1 FROM PROB-NO.
            GO TO SWAP-ORDER.
       END-SHUFFLE-ROWS.
            EXIT.

      *** THE RIGHT ANSWER TO NUM-1 <OP> NUM-2 AS A NUMBER, ***
      *** DIVISION TO ONE DECIMAL PLACE AS THE TABLE SHOWS IT ***
       CALC-EXPECT.
            IF OP-MULT
                COMPUTE EXPECT-V = NUM-1 * NUM-2
                GO TO END-CALC-EXPECT.
            IF OP-ADD
                COMPUTE EXPECT-V = NUM-1 + NUM-2
                GO TO END-CALC-EXPECT.
            IF OP-SUB
                COMPUTE EXPECT-V = NUM-1 - NUM-2
                GO TO END-CALC-EXPECT.
            COMPUTE EXPECT-V ROUNDED = NUM-1 / NUM-2.
       END-CALC-EXPECT.
            EXIT.

      *** SECONDS FROM THE START OF THE DRILL TO CLOCK-TS ***
       CALC-DRILL-TIME.
            MOVE CLOCK-START TO TS-WORK.
            COMPUTE DAYS-START = FUNCTION INTEGER-OF-DATE(TS-DATE).
            COMPUTE SEC-START = TS-HH * 3600 + TS-MM * 60 + TS-SS.
            MOVE CLOCK-TS(1:14) TO TS-WORK.
            COMPUTE DAYS-END = FUNCTION INTEGER-OF-DATE(TS-DATE).
            COMPUTE SEC-END = TS-HH * 3600 + TS-MM * 60 + TS-SS.
            COMPUTE DRILL-SEC =
                (DAYS-END - DAYS-START) * 86400 + SEC-END - SEC-START.
            IF DRILL-SEC LESS THAN ZERO MOVE ZERO TO DRILL-SEC.
            IF DRILL-SEC GREATER THAN 99999 MOVE 99999 TO DRILL-SEC.
       END-CALC-DRILL-TIME.
            EXIT.

      *** APPEND THE SESSION AND ONE FACT PER PROBLEM ANSWERED TO ***
      *** THE DRILL HISTORY UNDER THE SIGNED-ON OPERATOR ***
       SAVE-DRILL.
            OPEN EXTEND DRILL-HISTORY.
            IF DHST-STATUS NOT EQUAL "00"
                OPEN OUTPUT DRILL-HISTORY
            END-IF.
            MOVE SPACES TO DRILL-SESSION-REC.
            MOVE OPERATOR-ID TO DS-OPERATOR.
            MOVE DRILL-TS TO DS-START-TS.
            MOVE "SESS" TO DS-TYPE.
            MOVE OP-CODE TO DS-OP.
            IF OP-MULT MOVE "M" TO DS-OP.
            MOVE NUM-1 TO DS-LIMIT.
            MOVE NUM-ROWS TO DS-ROWS.
            MOVE PROB-ASKED TO DS-ASKED.
            MOVE PROB-RIGHT TO DS-RIGHT.
            MOVE DRILL-SEC TO DS-SECONDS.
            MOVE DRILL-END TO DS-END.
            WRITE DRILL-SESSION-REC.
            MOVE ZERO TO PROB-NO.
       SAVE-DRILL-FACT.
            IF PROB-NO EQUAL PROB-ASKED GO TO CLOSE-DRILL.
            ADD 1 TO PROB-NO.
            MOVE SPACES TO DRILL-FACT-REC.
            MOVE OPERATOR-ID TO DF-OPERATOR.
            MOVE DRILL-TS TO DF-START-TS.
            MOVE "FACT" TO DF-TYPE.
            MOVE OP-CODE TO DF-OP.
            IF OP-MULT MOVE "M" TO DF-OP.
            MOVE NUM-1 TO DF-OPND-1.
            MOVE DR-ORDER(PROB-NO) TO DF-OPND-2.
            MOVE DR-ANSWER(PROB-NO) TO DF-ANSWER.
            MOVE DR-MARK(PROB-NO) TO DF-MARK.
            WRITE DRILL-FACT-REC.
            GO TO SAVE-DRILL-FACT.
       CLOSE-DRILL.
            CLOSE DRILL-HISTORY.
       END-SAVE-DRILL.
            EXIT.

       WRITE-AUDIT.
            OPEN EXTEND AUDIT-FILE.
            IF AUDIT-STATUS NOT EQUAL "00"
            MOVE OPERATOR-ID TO AUD-OPERATOR.
            MOVE START-TS TO AUD-START-TS.
            MOVE FUNCTION CURRENT-DATE TO NOW-TS.
            MOVE RUN-DATE TO NOW-TS(1:8).
            MOVE NOW-TS TO AUD-END-TS.
            IF RUN-OUTCOME EQUAL SPACES AND DRILL-CNT NOT EQUAL ZERO
                STRING TABLE-CNT " TABLE(S) " DRILL-CNT " DRILL(S)"
                    DELIMITED BY SIZE INTO RUN-OUTCOME
            END-IF.
            IF RUN-OUTCOME EQUAL SPACES
                STRING TABLE-CNT " TABLE(S) PRODUCED"
                    DELIMITED BY SIZE INTO RUN-OUTCOME
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

