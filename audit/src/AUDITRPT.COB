           SELECT CONTROL-FILE ASSIGN TO "AUDCNTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNTL-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       01  CONTROL-REC.
           05  CTL-CUTOFF    PIC X(8).

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  CNTL-STATUS    PIC XX.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  HIST-STATUS    PIC XX.
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30).
       77  CUTOFF-DATE PIC X(8) VALUE SPACES.
000400 PROCEDURE DIVISION.
       START-SUMMARY.
           DISPLAY "AUDIT LOG SUMMARY - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "AUDIT LOG SUMMARY - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.

      *** THE CONTROL CARD CARRIES THE RETENTION CUTOFF DATE.  WITH ***
      *** NO CARD THE SUMMARY STILL PRINTS BUT NOTHING IS ARCHIVED. ***
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
