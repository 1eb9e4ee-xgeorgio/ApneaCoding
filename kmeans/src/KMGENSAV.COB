000100 IDENTIFICATION DIVISION.
       PROGRAM-ID.   KMGENSAV.
      *    THIS PROGRAM IS THE GENERATION SAVE STEP OF THE OVERNIGHT
      *    STREAM.  IT COPIES EACH NIGHTLY OUTPUT FILE - THE RESULTS,
      *    SCORED POINTS, OUTLIERS, CLUSTER PROFILE, CENTROID MASTER
      *    AND BALANCING REPORT - TO A GENERATION NAMED FOR THE
      *    BUSINESS DATE, E.G. KMRESULT.D20261015, AND ENTERS IT ON
      *    THE GENERATION CATALOG WITH ITS RECORD COUNT.  SAVING THE
      *    SAME FILE TWICE ON ONE BUSINESS DATE REPLACES THAT DAY'S
      *    GENERATION.  THE RETENTION CARDS GIVE THE NUMBER OF
      *    GENERATIONS KEPT FOR EACH FILE; THE OLDEST BEYOND THAT ARE
      *    DELETED AND TAKEN OFF THE CATALOG.  A FILE WITH NO CARD
      *    KEEPS SEVEN.  THE RESTORE UTILITY KMGENRST PUTS A SAVED
      *    GENERATION BACK IN PLACE.
       AUTHOR.       MYSELF.
       DATE-WRITTEN. 1 JANUARY 1960.
       SECURITY.     NONE.

000200 ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  TRS-80.
       OBJECT-COMPUTER.  TRS-80.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "KMGENCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNTL-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "KMGENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STATUS.
           SELECT LIVE-FILE ASSIGN USING LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-STATUS.
           SELECT GEN-FILE ASSIGN USING GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-STATUS.
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
           05  CTL-FILE      PIC X(8).
           05  CTL-KEEP      PIC X(3).

       FD  CATALOG-FILE.
       COPY GENCAT.

       FD  LIVE-FILE.
       01  LIVE-REC       PIC X(200).

       FD  GEN-FILE.
       01  GEN-REC        PIC X(200).

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  CNTL-STATUS    PIC XX.
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
       77  CNT-SAVED   PIC 99 VALUE ZERO.
       77  CNT-MISSING PIC 99 VALUE ZERO.
       77  CNT-PURGED  PIC 999 VALUE ZERO.
       77  REC-COUNT   PIC 9(7).
       77  F           PIC 9.
       77  J           PIC 9(4).
       77  HIT-IX      PIC 9(4).
       77  N-GEN       PIC 9(4).
       77  OLD-IX      PIC 9(4).
       77  DEL-RC      PIC S9(9) BINARY.

      *** THE FILES UNDER GENERATION CONTROL, WITH THE NUMBER OF ***
      *** GENERATIONS KEPT OF EACH ***
       01  GEN-FILE-VALUES.
           02  FILLER     PIC X(8) VALUE "KMRESULT".
           02  FILLER     PIC X(8) VALUE "KMSCOREO".
           02  FILLER     PIC X(8) VALUE "KMOUTLRS".
           02  FILLER     PIC X(8) VALUE "KMCLPROF".
           02  FILLER     PIC X(8) VALUE "KMCENTRS".
           02  FILLER     PIC X(8) VALUE "KMBALRPT".
       01  GEN-FILE-TABLE REDEFINES GEN-FILE-VALUES.
           02  GF-NAME    PIC X(8) OCCURS 6 TIMES.

       01  KEEP-FIELDS.
           02  GF-KEEP    PIC 999  OCCURS 6 TIMES.

      *** THE CATALOG AS LOADED; CAT-ON IS N ONCE A GENERATION ***
      *** HAS BEEN PURGED ***
       01  CATALOG-FIELDS.
       02  CAT-FILE   PIC X(8)  OCCURS 500 TIMES.
       02  CAT-DATE   PIC X(8)  OCCURS 500 TIMES.
       02  CAT-COUNT  PIC 9(7)  OCCURS 500 TIMES.
       02  CAT-SAVED  PIC X(14) OCCURS 500 TIMES.
       02  CAT-ON     PIC X     OCCURS 500 TIMES.

000400 PROCEDURE DIVISION.
       START-SAVE.
           DISPLAY "KMEANS GENERATION SAVE - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "KMEANS GENERATION SAVE - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           MOVE 1 TO F.
       CLEAR-KEEP.
           MOVE 7 TO GF-KEEP(F).
           ADD 1 TO F.
           IF F NOT GREATER THAN 6 GO TO CLEAR-KEEP.

      *** ONE RETENTION CARD PER FILE: THE FILE NAME AND THE ***
      *** NUMBER OF GENERATIONS TO KEEP, AT LEAST ONE ***
       READ-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF CNTL-STATUS NOT EQUAL "00"
               DISPLAY "KMEANS GENERATION SAVE - NO RETENTION CARDS, "
                   "KEEPING 7 OF EACH"
               GO TO LOAD-CATALOG.
       CONT-READ-CONTROL.
           READ CONTROL-FILE AT END GO TO END-READ-CONTROL.
           MOVE 1 TO F.
       FIND-CONTROL-FILE.
           IF GF-NAME(F) EQUAL CTL-FILE GO TO TAKE-CONTROL.
           ADD 1 TO F.
           IF F NOT GREATER THAN 6 GO TO FIND-CONTROL-FILE.
           DISPLAY "KMEANS GENERATION SAVE - CARD FOR " CTL-FILE
               " IGNORED, NOT A GENERATION FILE".
           GO TO CONT-READ-CONTROL.
       TAKE-CONTROL.
           IF CTL-KEEP IS NOT NUMERIC OR CTL-KEEP EQUAL "000"
               DISPLAY "KMEANS GENERATION SAVE - BAD RETENTION FOR "
                   CTL-FILE ", KEEPING 7"
               GO TO CONT-READ-CONTROL.
           MOVE CTL-KEEP TO GF-KEEP(F).
           GO TO CONT-READ-CONTROL.
       END-READ-CONTROL.
           CLOSE CONTROL-FILE.

      *** LOAD THE CATALOG.  WITH NO CATALOG YET, THIS IS THE ***
      *** FIRST GENERATION OF EVERY FILE ***
       LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.
           IF CAT-STATUS NOT EQUAL "00" GO TO SAVE-FILES.
       CONT-LOAD-CATALOG.
           READ CATALOG-FILE AT END GO TO END-LOAD-CATALOG.
           IF GC-FILE EQUAL SPACES GO TO CONT-LOAD-CATALOG.
           IF N-CAT EQUAL MAX-CAT
               DISPLAY "KMEANS GENERATION SAVE - CATALOG FULL"
               MOVE "GENERATION CATALOG OVER LIMIT" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               CLOSE CATALOG-FILE
               GO TO WRITE-AUDIT.
           ADD 1 TO N-CAT.
           MOVE GC-FILE TO CAT-FILE(N-CAT).
           MOVE GC-DATE TO CAT-DATE(N-CAT).
           MOVE GC-COUNT TO CAT-COUNT(N-CAT).
           MOVE GC-SAVED-TS TO CAT-SAVED(N-CAT).
           MOVE "Y" TO CAT-ON(N-CAT).
           GO TO CONT-LOAD-CATALOG.
       END-LOAD-CATALOG.
           CLOSE CATALOG-FILE.

      *** SAVE TONIGHT'S GENERATION OF EVERY FILE ***
       SAVE-FILES.
           MOVE 1 TO F.
       CONT-SAVE-FILES.
           PERFORM SAVE-ONE THRU END-SAVE-ONE.
           IF RETURN-CODE NOT EQUAL ZERO GO TO WRITE-AUDIT.
           ADD 1 TO F.
           IF F NOT GREATER THAN 6 GO TO CONT-SAVE-FILES.

      *** PURGE THE OLDEST GENERATIONS OF EACH FILE BEYOND ITS ***
      *** RETENTION COUNT ***
       PURGE-FILES.
           MOVE 1 TO F.
       CONT-PURGE-FILES.
           PERFORM PURGE-ONE THRU END-PURGE-ONE.
           ADD 1 TO F.
           IF F NOT GREATER THAN 6 GO TO CONT-PURGE-FILES.

      *** REWRITE THE CATALOG WITHOUT THE PURGED GENERATIONS ***
       WRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE.
           MOVE 1 TO J.
       CONT-WRITE-CATALOG.
           IF J GREATER THAN N-CAT GO TO END-WRITE-CATALOG.
           IF CAT-ON(J) NOT EQUAL "Y" GO TO LOOP-WRITE-CATALOG.
           MOVE CAT-FILE(J) TO GC-FILE.
           MOVE CAT-DATE(J) TO GC-DATE.
           MOVE CAT-COUNT(J) TO GC-COUNT.
           MOVE CAT-SAVED(J) TO GC-SAVED-TS.
           WRITE GENCAT-REC.
       LOOP-WRITE-CATALOG.
           ADD 1 TO J.
           GO TO CONT-WRITE-CATALOG.
       END-WRITE-CATALOG.
           CLOSE CATALOG-FILE.
           DISPLAY "KMEANS GENERATION SAVE - " CNT-SAVED
               " SAVED, " CNT-MISSING " NOT ON FILE, " CNT-PURGED
               " PURGED".
           MOVE SPACES TO RUN-OUTCOME.
           STRING CNT-SAVED " SAVED " CNT-MISSING " MISSING "
               CNT-PURGED " PURGED" DELIMITED BY SIZE INTO RUN-OUTCOME.

      *** RECORD THIS RUN IN THE SHARED AUDIT LOG ***
       WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT EQUAL "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "KMGENSAV" TO AUD-PROGRAM.
           MOVE "BATCH" TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE RUN-OUTCOME TO AUD-OUTCOME.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

           STOP RUN.

      *** COPY FILE F TO TONIGHT'S GENERATION, COUNTING RECORDS. ***
      *** A FILE NOT ON DISK IS SKIPPED; THE STEP THAT WRITES IT ***
      *** MAY NOT BE ON TONIGHT'S SCHEDULE ***
       SAVE-ONE.
           MOVE SPACES TO LIVE-NAME.
           STRING GF-NAME(F) ".DAT" DELIMITED BY SIZE INTO LIVE-NAME.
           MOVE SPACES TO GEN-NAME.
           STRING GF-NAME(F) ".D" RUN-DATE
               DELIMITED BY SIZE INTO GEN-NAME.
           OPEN INPUT LIVE-FILE.
           IF LIVE-STATUS NOT EQUAL "00"
               DISPLAY "KMEANS GENERATION SAVE - " LIVE-NAME
                   " NOT ON FILE, NOT SAVED"
               ADD 1 TO CNT-MISSING
               GO TO END-SAVE-ONE.
           OPEN OUTPUT GEN-FILE.
           IF GEN-STATUS NOT EQUAL "00"
               CLOSE LIVE-FILE
               DISPLAY "KMEANS GENERATION SAVE - CANNOT WRITE "
                   GEN-NAME
               MOVE "GENERATION FILE NOT WRITTEN" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO END-SAVE-ONE.
           MOVE ZERO TO REC-COUNT.
       CONT-SAVE-ONE.
           READ LIVE-FILE AT END GO TO CLOSE-SAVE-ONE.
           MOVE LIVE-REC TO GEN-REC.
           WRITE GEN-REC.
           ADD 1 TO REC-COUNT.
           GO TO CONT-SAVE-ONE.
       CLOSE-SAVE-ONE.
           CLOSE LIVE-FILE.
           CLOSE GEN-FILE.
           PERFORM CATALOG-ONE THRU END-CATALOG-ONE.
           IF RETURN-CODE NOT EQUAL ZERO GO TO END-SAVE-ONE.
           ADD 1 TO CNT-SAVED.
           DISPLAY "KMEANS GENERATION SAVE - " GEN-NAME " "
               REC-COUNT " RECORD(S)".
       END-SAVE-ONE.
           EXIT.

      *** ENTER THE NEW GENERATION ON THE CATALOG, REPLACING AN ***
      *** EARLIER SAVE OF THE SAME FILE ON THE SAME DATE ***
       CATALOG-ONE.
           MOVE ZERO TO HIT-IX.
           MOVE 1 TO J.
       CONT-CATALOG-ONE.
           IF J GREATER THAN N-CAT GO TO ADD-CATALOG-ONE.
           IF CAT-ON(J) EQUAL "Y"
               AND CAT-FILE(J) EQUAL GF-NAME(F)
               AND CAT-DATE(J) EQUAL RUN-DATE
               MOVE J TO HIT-IX
               GO TO SET-CATALOG-ONE.
           ADD 1 TO J.
           GO TO CONT-CATALOG-ONE.
       ADD-CATALOG-ONE.
           IF N-CAT EQUAL MAX-CAT
               DISPLAY "KMEANS GENERATION SAVE - CATALOG FULL"
               MOVE "GENERATION CATALOG OVER LIMIT" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO END-CATALOG-ONE.
           ADD 1 TO N-CAT.
           MOVE N-CAT TO HIT-IX.
           MOVE GF-NAME(F) TO CAT-FILE(HIT-IX).
           MOVE RUN-DATE TO CAT-DATE(HIT-IX).
           MOVE "Y" TO CAT-ON(HIT-IX).
       SET-CATALOG-ONE.
           MOVE REC-COUNT TO CAT-COUNT(HIT-IX).
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO CAT-SAVED(HIT-IX).
       END-CATALOG-ONE.
           EXIT.

      *** WHILE FILE F HAS MORE GENERATIONS THAN IT KEEPS, DELETE ***
      *** THE OLDEST AND TAKE IT OFF THE CATALOG ***
       PURGE-ONE.
           MOVE ZERO TO N-GEN.
           MOVE ZERO TO OLD-IX.
           MOVE 1 TO J.
       CONT-PURGE-ONE.
           IF J GREATER THAN N-CAT GO TO CHECK-PURGE-ONE.
           IF CAT-ON(J) NOT EQUAL "Y" GO TO LOOP-PURGE-ONE.
           IF CAT-FILE(J) NOT EQUAL GF-NAME(F) GO TO LOOP-PURGE-ONE.
           ADD 1 TO N-GEN.
           IF OLD-IX EQUAL ZERO
               MOVE J TO OLD-IX
           ELSE
               IF CAT-DATE(J) LESS THAN CAT-DATE(OLD-IX)
                   MOVE J TO OLD-IX.
       LOOP-PURGE-ONE.
           ADD 1 TO J.
           GO TO CONT-PURGE-ONE.
       CHECK-PURGE-ONE.
           IF N-GEN NOT GREATER THAN GF-KEEP(F) GO TO END-PURGE-ONE.
           MOVE SPACES TO GEN-NAME.
           STRING CAT-FILE(OLD-IX) ".D" CAT-DATE(OLD-IX)
               DELIMITED BY SIZE INTO GEN-NAME.
           CALL "CBL_DELETE_FILE" USING GEN-NAME.
           MOVE RETURN-CODE TO DEL-RC.
           MOVE ZERO TO RETURN-CODE.
           IF DEL-RC EQUAL ZERO
               DISPLAY "KMEANS GENERATION SAVE - " GEN-NAME " PURGED"
           ELSE
               DISPLAY "KMEANS GENERATION SAVE - " GEN-NAME
                   " ALREADY GONE, TAKEN OFF THE CATALOG".
           MOVE "N" TO CAT-ON(OLD-IX).
           ADD 1 TO CNT-PURGED.
           GO TO PURGE-ONE.
       END-PURGE-ONE.
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
