000100 IDENTIFICATION DIVISION.
       PROGRAM-ID.   KMGENRST.
      *    THIS PROGRAM IS THE GENERATION RESTORE UTILITY.  EACH
      *    TRANSACTION CARD NAMES A FILE UNDER GENERATION CONTROL AND
      *    THE BUSINESS DATE OF A SAVED GENERATION; THE GENERATION IS
      *    COPIED BACK OVER THE LIVE FILE, SO A BAD NIGHT CAN BE
      *    BACKED OUT AND THE STREAM RERUN AGAINST YESTERDAY'S
      *    MASTER.  A GENERATION IS ONLY RESTORED WHEN IT IS ON THE
      *    CATALOG AND STILL HOLDS THE RECORD COUNT THE CATALOG GIVES
      *    FOR IT; OTHERWISE THE LIVE FILE IS LEFT ALONE AND THE CARD
      *    IS LISTED WITH THE REASON.  EVERY RESTORE IS WRITTEN TO
      *    THE SHARED AUDIT LOG.
       AUTHOR.       MYSELF.
       DATE-WRITTEN. 1 JANUARY 1960.
       SECURITY.     NONE.

000200 ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  TRS-80.
       OBJECT-COMPUTER.  TRS-80.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "KMRSTTRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "KMGENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STATUS.
           SELECT LIVE-FILE ASSIGN USING LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-STATUS.
           SELECT GEN-FILE ASSIGN USING GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "KMRSTRPT.DAT"
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
           05  TRN-FILE   PIC X(8).
           05  TRN-DATE   PIC X(8).

       FD  CATALOG-FILE.
       COPY GENCAT.

       FD  LIVE-FILE.
       01  LIVE-REC       PIC X(200).

       FD  GEN-FILE.
       01  GEN-REC        PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-REC     PIC X(80).

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  TRANS-STATUS   PIC XX.
       77  CAT-STATUS     PIC XX.
       77  LIVE-STATUS    PIC XX.
       77  GEN-STATUS     PIC XX.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30).
       77  LIVE-NAME   PIC X(20).
       77  GEN-NAME    PIC X(20).
       77  N-CAT       PIC 9(4) VALUE ZERO.
       77  MAX-CAT     PIC 9(4) VALUE 500.
       77  CNT-READ    PIC 9(5) VALUE ZERO.
       77  CNT-RESTORED PIC 9(5) VALUE ZERO.
       77  CNT-BAD     PIC 9(5) VALUE ZERO.
       77  REC-COUNT   PIC 9(7).
       77  REJ-REASON  PIC X(37).
       77  F           PIC 9.
       77  J           PIC 9(4).
       77  HIT-IX      PIC 9(4).

      *** THE FILES UNDER GENERATION CONTROL ***
       01  GEN-FILE-VALUES.
           02  FILLER     PIC X(8) VALUE "KMRESULT".
           02  FILLER     PIC X(8) VALUE "KMSCOREO".
           02  FILLER     PIC X(8) VALUE "KMOUTLRS".
           02  FILLER     PIC X(8) VALUE "KMCLPROF".
           02  FILLER     PIC X(8) VALUE "KMCENTRS".
           02  FILLER     PIC X(8) VALUE "KMBALRPT".
       01  GEN-FILE-TABLE REDEFINES GEN-FILE-VALUES.
           02  GF-NAME    PIC X(8) OCCURS 6 TIMES.

       01  CATALOG-FIELDS.
       02  CAT-FILE   PIC X(8)  OCCURS 500 TIMES.
       02  CAT-DATE   PIC X(8)  OCCURS 500 TIMES.
       02  CAT-COUNT  PIC 9(7)  OCCURS 500 TIMES.

000400 PROCEDURE DIVISION.
       START-RESTORE.
           DISPLAY "KMEANS GENERATION RESTORE - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "KMEANS GENERATION RESTORE - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.

      *** LOAD THE GENERATION CATALOG; WITHOUT ONE THERE IS ***
      *** NOTHING THAT CAN BE RESTORED ***
       LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.
           IF CAT-STATUS NOT EQUAL "00"
               DISPLAY "KMEANS GENERATION RESTORE - NO CATALOG"
               MOVE "GENERATION CATALOG MISSING" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
       CONT-LOAD-CATALOG.
           READ CATALOG-FILE AT END GO TO END-LOAD-CATALOG.
           IF GC-FILE EQUAL SPACES GO TO CONT-LOAD-CATALOG.
           IF N-CAT EQUAL MAX-CAT GO TO END-LOAD-CATALOG.
           ADD 1 TO N-CAT.
           MOVE GC-FILE TO CAT-FILE(N-CAT).
           MOVE GC-DATE TO CAT-DATE(N-CAT).
           MOVE GC-COUNT TO CAT-COUNT(N-CAT).
           GO TO CONT-LOAD-CATALOG.
       END-LOAD-CATALOG.
           CLOSE CATALOG-FILE.

      *** OPEN THE TRANSACTIONS AND THE RESTORE LISTING ***
       OPEN-TRANS.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS NOT EQUAL "00"
               DISPLAY "KMEANS GENERATION RESTORE - NO TRANSACTIONS"
               MOVE "TRANSACTION FILE MISSING" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           STRING "KMEANS GENERATION RESTORE - LISTING " START-TS(1:8)
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

      *** CHECK EACH CARD AGAINST THE CATALOG AND THE SAVED ***
      *** GENERATION BEFORE THE LIVE FILE IS TOUCHED ***
       CONT-READ-TRANS.
           READ TRANS-FILE AT END GO TO END-READ-TRANS.
           ADD 1 TO CNT-READ.
           MOVE 1 TO F.
       FIND-GEN-FILE.
           IF GF-NAME(F) EQUAL TRN-FILE GO TO CHECK-DATE.
           ADD 1 TO F.
           IF F NOT GREATER THAN 6 GO TO FIND-GEN-FILE.
           MOVE "FILE NOT UNDER GENERATION CONTROL" TO REJ-REASON.
           GO TO REJECT-TRANS.
       CHECK-DATE.
           IF TRN-DATE IS NOT NUMERIC
               MOVE "INVALID GENERATION DATE" TO REJ-REASON
               GO TO REJECT-TRANS.
           MOVE ZERO TO HIT-IX.
           MOVE 1 TO J.
       FIND-CATALOG.
           IF J GREATER THAN N-CAT GO TO END-FIND-CATALOG.
           IF CAT-FILE(J) EQUAL TRN-FILE AND CAT-DATE(J) EQUAL TRN-DATE
               MOVE J TO HIT-IX
               GO TO END-FIND-CATALOG.
           ADD 1 TO J.
           GO TO FIND-CATALOG.
       END-FIND-CATALOG.
           IF HIT-IX EQUAL ZERO
               MOVE "GENERATION NOT ON CATALOG" TO REJ-REASON
               GO TO REJECT-TRANS.
           MOVE SPACES TO GEN-NAME.
           STRING TRN-FILE ".D" TRN-DATE
               DELIMITED BY SIZE INTO GEN-NAME.
           MOVE SPACES TO LIVE-NAME.
           STRING TRN-FILE ".DAT" DELIMITED BY SIZE INTO LIVE-NAME.

      *** COUNT THE SAVED GENERATION FIRST ***
           OPEN INPUT GEN-FILE.
           IF GEN-STATUS NOT EQUAL "00"
               MOVE "GENERATION FILE MISSING" TO REJ-REASON
               GO TO REJECT-TRANS.
           MOVE ZERO TO REC-COUNT.
       CONT-COUNT-GEN.
           READ GEN-FILE AT END GO TO END-COUNT-GEN.
           ADD 1 TO REC-COUNT.
           GO TO CONT-COUNT-GEN.
       END-COUNT-GEN.
           CLOSE GEN-FILE.
           IF REC-COUNT NOT EQUAL CAT-COUNT(HIT-IX)
               MOVE "GENERATION COUNT DIFFERS FROM CATALOG"
                   TO REJ-REASON
               GO TO REJECT-TRANS.

      *** THE GENERATION IS WHOLE: COPY IT OVER THE LIVE FILE ***
           OPEN INPUT GEN-FILE.
           OPEN OUTPUT LIVE-FILE.
           IF LIVE-STATUS NOT EQUAL "00"
               CLOSE GEN-FILE
               MOVE "LIVE FILE CANNOT BE WRITTEN" TO REJ-REASON
               GO TO REJECT-TRANS.
           MOVE ZERO TO REC-COUNT.
       CONT-COPY-GEN.
           READ GEN-FILE AT END GO TO END-COPY-GEN.
           MOVE GEN-REC TO LIVE-REC.
           WRITE LIVE-REC.
           ADD 1 TO REC-COUNT.
           GO TO CONT-COPY-GEN.
       END-COPY-GEN.
           CLOSE GEN-FILE.
           CLOSE LIVE-FILE.

      *** THE CARD WAS GOOD: LIST IT AND AUDIT IT ***
       RESTORE-DONE.
           ADD 1 TO CNT-RESTORED.
           MOVE SPACES TO REPORT-REC.
           STRING "CARD " CNT-READ " RESTORED "
               FUNCTION TRIM(GEN-NAME) " TO " FUNCTION TRIM(LIVE-NAME)
               " " REC-COUNT " RECORD(S)"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           DISPLAY "KMEANS GENERATION RESTORE - " GEN-NAME
               " RESTORED, " REC-COUNT " RECORD(S)".
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT EQUAL "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "KMGENRST" TO AUD-PROGRAM.
           MOVE "BATCH" TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE SPACES TO AUD-OUTCOME.
           STRING "RESTORED " TRN-FILE " " TRN-DATE
               DELIMITED BY SIZE INTO AUD-OUTCOME.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
           GO TO CONT-READ-TRANS.

       REJECT-TRANS.
           ADD 1 TO CNT-BAD.
           MOVE SPACES TO REPORT-REC.
           STRING "CARD " CNT-READ " REJECTED - " REJ-REASON
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "  CARD IMAGE " TRANS-REC
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           GO TO CONT-READ-TRANS.

      *** ALL CARDS SEEN: CLOSE THE LISTING ***
       END-READ-TRANS.
           CLOSE TRANS-FILE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "CONTROL TOTALS - READ " CNT-READ
               " RESTORED " CNT-RESTORED " REJECTED " CNT-BAD
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           CLOSE REPORT-FILE.
           DISPLAY "KMEANS GENERATION RESTORE - READ " CNT-READ
               " RESTORED " CNT-RESTORED " REJECTED " CNT-BAD.
           MOVE SPACES TO RUN-OUTCOME.
           STRING "RESTORED " CNT-RESTORED " REJECTED " CNT-BAD
               DELIMITED BY SIZE INTO RUN-OUTCOME.
           IF CNT-BAD NOT EQUAL ZERO
               MOVE 8 TO RETURN-CODE.

      *** RECORD THIS RUN IN THE SHARED AUDIT LOG ***
       WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT EQUAL "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "KMGENRST" TO AUD-PROGRAM.
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
