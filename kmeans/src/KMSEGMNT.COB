000100 IDENTIFICATION DIVISION.
       PROGRAM-ID.   KMSEGMNT.
      *    THIS PROGRAM IS THE MAINTENANCE UTILITY FOR THE SEGMENT
      *    MASTER, WHICH GIVES EACH STABLE CLUSTER NUMBER A BUSINESS
      *    CODE AND NAME.  IT APPLIES A TRANSACTION FILE OF ADD,
      *    CHANGE AND DELETE CARDS TO THE MASTER, LISTS EVERY
      *    MALFORMED OR DUPLICATE CARD WITH A REASON ON AN EXCEPTION
      *    REPORT, PRINTS A BEFORE/AFTER CHANGE REPORT FOR SIGN-OFF
      *    AND WRITES EVERY APPLIED CHANGE TO THE SHARED AUDIT LOG.
      *    WHEN THERE IS NO MASTER YET THE CARDS BUILD A NEW ONE.
       AUTHOR.       MYSELF.
       DATE-WRITTEN. 1 JANUARY 1960.
       SECURITY.     NONE.

000200 ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  TRS-80.
       OBJECT-COMPUTER.  TRS-80.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "KMSEGTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT SEGMENT-FILE ASSIGN TO "KMSEGMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEG-STATUS.
           SELECT ERROR-FILE ASSIGN TO "KMSEGERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "KMSEGCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

000300 DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRANS-REC.
           05  TRN-ACTION PIC X(10).
           05  TRN-NO     PIC X.
           05  TRN-CODE   PIC X(6).
           05  TRN-NAME   PIC X(20).

       FD  SEGMENT-FILE.
       COPY SEGREC.

       FD  ERROR-FILE.
       01  ERROR-REC      PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-REC     PIC X(80).

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  TRANS-STATUS   PIC XX.
       77  SEG-STATUS     PIC XX.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30).
       77  CNT-READ    PIC 9(5) VALUE ZERO.
       77  CNT-APPLIED PIC 9(5) VALUE ZERO.
       77  CNT-BAD     PIC 9(5) VALUE ZERO.
       77  CNT-MST-BAD PIC 9(5) VALUE ZERO.
       77  N-SEG       PIC 9 VALUE ZERO.
       77  REJ-REASON  PIC X(30).
       77  J           PIC 99.
       77  HIT-IX      PIC 9.
       77  CODE-IX     PIC 9.
       77  NAME-COMMAS PIC 99.

      *** THE MASTER IS HELD BY SEGMENT NUMBER, ONE SLOT PER ***
      *** POSSIBLE CLUSTER NUMBER ***
       01  MASTER-FIELDS.
       02  MST-ON     PIC X     OCCURS 9 TIMES.
       02  MST-CODE   PIC X(6)  OCCURS 9 TIMES.
       02  MST-NAME   PIC X(20) OCCURS 9 TIMES.

       01  BEFORE-IMAGE.
           05  BEF-NO     PIC X.
           05  FILLER     PIC X VALUE SPACE.
           05  BEF-CODE   PIC X(6).
           05  FILLER     PIC X VALUE SPACE.
           05  BEF-NAME   PIC X(20).

       01  AFTER-IMAGE.
           05  AFT-NO     PIC X.
           05  FILLER     PIC X VALUE SPACE.
           05  AFT-CODE   PIC X(6).
           05  FILLER     PIC X VALUE SPACE.
           05  AFT-NAME   PIC X(20).

000400 PROCEDURE DIVISION.
       START-MAINT.
           DISPLAY "SEGMENT MASTER MAINTENANCE - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "SEGMENT MASTER MAINTENANCE - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           MOVE 1 TO J.
       CLEAR-MASTER.
           IF J GREATER THAN 9 GO TO OPEN-ERRORS.
           MOVE "N" TO MST-ON(J).
           MOVE SPACES TO MST-CODE(J).
           MOVE SPACES TO MST-NAME(J).
           ADD 1 TO J.
           GO TO CLEAR-MASTER.

      *** THE EXCEPTION REPORT IS OPENED FIRST SO THAT A MASTER ***
      *** RECORD WITH A BAD SEGMENT NUMBER CAN BE LISTED ON IT ***
       OPEN-ERRORS.
           OPEN OUTPUT ERROR-FILE.
           MOVE SPACES TO ERROR-REC.
           STRING "SEGMENT MASTER MAINTENANCE - EXCEPTION REPORT"
               DELIMITED BY SIZE INTO ERROR-REC.
           WRITE ERROR-REC.

      *** LOAD THE CURRENT MASTER INTO THE WORK TABLE.  WITH NO ***
      *** MASTER ON FILE THE TRANSACTIONS START A NEW ONE ***
       LOAD-MASTER.
           OPEN INPUT SEGMENT-FILE.
           IF SEG-STATUS NOT EQUAL "00"
               DISPLAY "SEGMENT MASTER MAINTENANCE - NEW MASTER"
               GO TO OPEN-TRANS.
       CONT-LOAD-MASTER.
           READ SEGMENT-FILE AT END GO TO END-LOAD-MASTER.
           IF SEG-NO IS NOT NUMERIC GO TO BAD-MASTER.
           IF SEG-NO EQUAL ZERO GO TO CONT-LOAD-MASTER.
           IF MST-ON(SEG-NO) NOT EQUAL "Y"
               ADD 1 TO N-SEG.
           MOVE "Y" TO MST-ON(SEG-NO).
           MOVE SEG-CODE TO MST-CODE(SEG-NO).
           MOVE SEG-NAME TO MST-NAME(SEG-NO).
           GO TO CONT-LOAD-MASTER.

      *** A MASTER RECORD WITH NO USABLE NUMBER IS LEFT OUT OF THE ***
      *** WORK TABLE, SO IT IS DROPPED WHEN THE MASTER IS REWRITTEN ***
       BAD-MASTER.
           ADD 1 TO CNT-MST-BAD.
           MOVE SPACES TO ERROR-REC.
           STRING "MASTER RECORD IGNORED - INVALID SEGMENT NUMBER"
               DELIMITED BY SIZE INTO ERROR-REC.
           WRITE ERROR-REC.
           MOVE SPACES TO ERROR-REC.
           STRING "  RECORD IMAGE " SEGMENT-REC
               DELIMITED BY SIZE INTO ERROR-REC.
           WRITE ERROR-REC.
           GO TO CONT-LOAD-MASTER.
       END-LOAD-MASTER.
           CLOSE SEGMENT-FILE.

      *** OPEN THE TRANSACTIONS AND THE CHANGE REPORT ***
       OPEN-TRANS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS NOT EQUAL "00"
               DISPLAY "SEGMENT MASTER MAINTENANCE - NO TRANSACTIONS"
               CLOSE ERROR-FILE
               MOVE "TRANSACTION FILE MISSING" TO RUN-OUTCOME
               GO TO WRITE-AUDIT.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           STRING "SEGMENT MASTER MAINTENANCE - CHANGE REPORT "
               START-TS(1:8) DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.

      *** APPLY EACH TRANSACTION CARD IN TURN ***
       CONT-READ-TRANS.
           READ TRANS-FILE AT END GO TO END-READ-TRANS.
           ADD 1 TO CNT-READ.
           IF TRN-NO IS NOT NUMERIC OR TRN-NO EQUAL "0"
               MOVE "INVALID SEGMENT NUMBER" TO REJ-REASON
               GO TO REJECT-TRANS.
           MOVE TRN-NO TO HIT-IX.
      *** THE NAME GOES INTO COMMA-DELIMITED SCORING AND EXTRACT ***
      *** ROWS, SO IT MAY NOT CARRY A COMMA OF ITS OWN ***
           MOVE ZERO TO NAME-COMMAS.
           INSPECT TRN-NAME TALLYING NAME-COMMAS FOR ALL ",".
           IF NAME-COMMAS NOT EQUAL ZERO
               MOVE "COMMA IN SEGMENT NAME" TO REJ-REASON
               GO TO REJECT-TRANS.
           IF TRN-ACTION EQUAL "ADD" GO TO APPLY-ADD.
           IF TRN-ACTION EQUAL "CHANGE" GO TO APPLY-CHANGE.
           IF TRN-ACTION EQUAL "DELETE" GO TO APPLY-DELETE.
           MOVE "UNKNOWN ACTION" TO REJ-REASON.
           GO TO REJECT-TRANS.

      *** ADD A SEGMENT FOR A NUMBER NOT YET ON THE MASTER ***
       APPLY-ADD.
           IF MST-ON(HIT-IX) EQUAL "Y"
               MOVE "DUPLICATE - NUMBER ON MASTER" TO REJ-REASON
               GO TO REJECT-TRANS.
           IF TRN-CODE EQUAL SPACES
               MOVE "MISSING SEGMENT CODE" TO REJ-REASON
               GO TO REJECT-TRANS.
           IF TRN-NAME EQUAL SPACES
               MOVE "MISSING SEGMENT NAME" TO REJ-REASON
               GO TO REJECT-TRANS.
           PERFORM FIND-CODE THRU END-FIND-CODE.
           IF CODE-IX NOT EQUAL ZERO
               MOVE "DUPLICATE - CODE ON MASTER" TO REJ-REASON
               GO TO REJECT-TRANS.
           MOVE SPACES TO BEFORE-IMAGE.
           MOVE TRN-NO TO BEF-NO.
           MOVE "(NOT ON MASTER)" TO BEF-NAME.
           MOVE "Y" TO MST-ON(HIT-IX).
           MOVE TRN-CODE TO MST-CODE(HIT-IX).
           MOVE TRN-NAME TO MST-NAME(HIT-IX).
           ADD 1 TO N-SEG.
           GO TO APPLY-DONE.

      *** CHANGE THE CODE, THE NAME OR BOTH.  A BLANK FIELD ON ***
      *** THE CARD LEAVES THAT FIELD AS IT IS ***
       APPLY-CHANGE.
           IF MST-ON(HIT-IX) NOT EQUAL "Y"
               MOVE "NUMBER NOT ON MASTER" TO REJ-REASON
               GO TO REJECT-TRANS.
           IF TRN-CODE EQUAL SPACES AND TRN-NAME EQUAL SPACES
               MOVE "NOTHING TO CHANGE" TO REJ-REASON
               GO TO REJECT-TRANS.
           IF TRN-CODE NOT EQUAL SPACES
               PERFORM FIND-CODE THRU END-FIND-CODE
               IF CODE-IX NOT EQUAL ZERO
                   AND CODE-IX NOT EQUAL HIT-IX
                   MOVE "DUPLICATE - CODE ON MASTER" TO REJ-REASON
                   GO TO REJECT-TRANS
               END-IF
           END-IF.
           PERFORM HOLD-BEFORE THRU END-HOLD-BEFORE.
           IF TRN-CODE NOT EQUAL SPACES
               MOVE TRN-CODE TO MST-CODE(HIT-IX).
           IF TRN-NAME NOT EQUAL SPACES
               MOVE TRN-NAME TO MST-NAME(HIT-IX).
           GO TO APPLY-DONE.

      *** DELETE TAKES THE NUMBER OFF THE MASTER ***
       APPLY-DELETE.
           IF MST-ON(HIT-IX) NOT EQUAL "Y"
               MOVE "NUMBER NOT ON MASTER" TO REJ-REASON
               GO TO REJECT-TRANS.
           PERFORM HOLD-BEFORE THRU END-HOLD-BEFORE.
           MOVE "N" TO MST-ON(HIT-IX).
           SUBTRACT 1 FROM N-SEG.
           GO TO APPLY-DONE.

      *** THE CARD WAS GOOD: REPORT IT AND AUDIT IT ***
       APPLY-DONE.
           ADD 1 TO CNT-APPLIED.
           MOVE SPACES TO AFTER-IMAGE.
           MOVE TRN-NO TO AFT-NO.
           IF MST-ON(HIT-IX) EQUAL "Y"
               MOVE MST-CODE(HIT-IX) TO AFT-CODE
               MOVE MST-NAME(HIT-IX) TO AFT-NAME
           ELSE
               MOVE "(DELETED)" TO AFT-NAME.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "CHANGE " CNT-APPLIED "  " TRN-ACTION " SEGMENT "
               TRN-NO DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "  BEFORE  " BEFORE-IMAGE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "  AFTER   " AFTER-IMAGE
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT EQUAL "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "KMSEGMNT" TO AUD-PROGRAM.
           MOVE "BATCH" TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE SPACES TO AUD-OUTCOME.
           STRING TRN-ACTION " " TRN-NO " " TRN-CODE
               DELIMITED BY SIZE INTO AUD-OUTCOME.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
           GO TO CONT-READ-TRANS.

       REJECT-TRANS.
           ADD 1 TO CNT-BAD.
           MOVE SPACES TO ERROR-REC.
           STRING "CARD " CNT-READ " REJECTED - " REJ-REASON
               DELIMITED BY SIZE INTO ERROR-REC.
           WRITE ERROR-REC.
           MOVE SPACES TO ERROR-REC.
           STRING "  CARD IMAGE " TRANS-REC
               DELIMITED BY SIZE INTO ERROR-REC.
           WRITE ERROR-REC.
           GO TO CONT-READ-TRANS.

      *** ALL CARDS SEEN: REWRITE THE MASTER AND CLOSE THE LISTS ***
       END-READ-TRANS.
           CLOSE TRANS-FILE.
           MOVE SPACES TO ERROR-REC.
           STRING "CONTROL TOTALS - READ " CNT-READ
               " APPLIED " CNT-APPLIED " REJECTED " CNT-BAD
               " MASTER IGNORED " CNT-MST-BAD
               DELIMITED BY SIZE INTO ERROR-REC.
           WRITE ERROR-REC.
           CLOSE ERROR-FILE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "END OF REPORT - READ " CNT-READ
               " APPLIED " CNT-APPLIED " REJECTED " CNT-BAD
               " SEGMENTS ON MASTER " N-SEG
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           CLOSE REPORT-FILE.
           IF CNT-APPLIED EQUAL ZERO GO TO SKIP-REWRITE.
           OPEN OUTPUT SEGMENT-FILE.
           MOVE 1 TO J.
       CONT-REWRITE.
           IF J GREATER THAN 9 GO TO DONE-REWRITE.
           IF MST-ON(J) NOT EQUAL "Y" GO TO LOOP-REWRITE.
           MOVE J TO SEG-NO.
           MOVE MST-CODE(J) TO SEG-CODE.
           MOVE MST-NAME(J) TO SEG-NAME.
           WRITE SEGMENT-REC.
       LOOP-REWRITE.
           ADD 1 TO J.
           GO TO CONT-REWRITE.
       DONE-REWRITE.
           CLOSE SEGMENT-FILE.
       SKIP-REWRITE.
           DISPLAY "SEGMENT MASTER MAINTENANCE - READ " CNT-READ
               " APPLIED " CNT-APPLIED " REJECTED " CNT-BAD.
           MOVE SPACES TO RUN-OUTCOME.
           STRING "APPLIED " CNT-APPLIED " REJECTED " CNT-BAD
               DELIMITED BY SIZE INTO RUN-OUTCOME.

      *** RECORD THIS RUN IN THE SHARED AUDIT LOG ***
       WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT EQUAL "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "KMSEGMNT" TO AUD-PROGRAM.
           MOVE "BATCH" TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE RUN-OUTCOME TO AUD-OUTCOME.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

           STOP RUN.

      *** LOOK THE TRANSACTION CODE UP ON THE OTHER SEGMENTS ***
       FIND-CODE.
           MOVE ZERO TO CODE-IX.
           MOVE 1 TO J.
       CONT-FIND-CODE.
           IF J GREATER THAN 9 GO TO END-FIND-CODE.
           IF MST-ON(J) EQUAL "Y"
               AND MST-CODE(J) EQUAL TRN-CODE
               MOVE J TO CODE-IX
               GO TO END-FIND-CODE.
           ADD 1 TO J.
           GO TO CONT-FIND-CODE.
       END-FIND-CODE.
           EXIT.

      *** HOLD THE BEFORE IMAGE FOR THE CHANGE REPORT ***
       HOLD-BEFORE.
           MOVE SPACES TO BEFORE-IMAGE.
           MOVE TRN-NO TO BEF-NO.
           MOVE MST-CODE(HIT-IX) TO BEF-CODE.
           MOVE MST-NAME(HIT-IX) TO BEF-NAME.
       END-HOLD-BEFORE.
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
