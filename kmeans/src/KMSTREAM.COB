      *    CARD FOR KMEANSB MAY CARRY A REJECT THRESHOLD: WHEN THE
      *    POINTS EDIT REJECTED MORE RECORDS THAN THAT, THE DRIVER
      *    REFUSES TO START THE CLUSTERING AND STOPS THE STREAM.
      *    THE STEP TIMES CARRY THE BUSINESS DATE FROM THE DATE
      *    CONTROL RECORD, AND THE DATE-ROLL STEP KMDTROLL IS
      *    SCHEDULED LAST SO A NIGHT THAT STOPS SHORT KEEPS ITS DATE
      *    OPEN FOR THE RERUN.  THE GENERATION SAVE KMGENSAV RUNS
      *    AFTER THE BALANCING SO EACH NIGHT'S OUTPUTS ARE KEPT UNDER
      *    THAT NIGHT'S DATE AND CAN BE PUT BACK BY KMGENRST.  THE
      *    CRM EXTRACT KMXTRACT ALSO FOLLOWS THE BALANCING, SO ONLY A
      *    NIGHT THAT TIES IS SENT, AND KMXRECON THEN CHASES THE
      *    ACKNOWLEDGMENTS OF THE BATCHES SENT BEFORE IT.
       AUTHOR.       MYSELF.
       DATE-WRITTEN. 1 JANUARY 1960.
       SECURITY.     NONE.
           SELECT EDITERR-FILE ASSIGN TO "KMPTERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDITERR-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       FD  EDITERR-FILE.
       01  EDITERR-REC    PIC X(80).

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       77  STEP-STATUS    PIC XX.
       77  EDITERR-STATUS PIC XX.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30).
       77  N-STEPS     PIC 99 VALUE ZERO.
000400 PROCEDURE DIVISION.
       START-STREAM.
           DISPLAY "KMEANS STREAM DRIVER - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "KMEANS STREAM DRIVER - " RUN-OUTCOME
               MOVE 8 TO STREAM-RC
               GO TO WRITE-AUDIT.

      *** LOAD THE SCHEDULE FOR THE NIGHT ***
       READ-SCHEDULE.
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO STP-START(CUR-STEP).
           MOVE SPACES TO STP-END(CUR-STEP).
           MOVE "STARTED" TO STP-OUT(CUR-STEP).
               DELIMITED BY SIZE INTO CMD-LINE.
           CALL "SYSTEM" USING CMD-LINE.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO STP-END(CUR-STEP).
           IF RETURN-CODE EQUAL ZERO
               MOVE "ENDED OK" TO STP-OUT(CUR-STEP)
           MOVE "BATCH" TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE RUN-OUTCOME TO AUD-OUTCOME.
           WRITE AUDIT-REC.
               DISPLAY "KMEANS STREAM DRIVER - " EDIT-REJECTED
                   " EDIT REJECTS OVER LIMIT " REJ-LIMIT
               MOVE FUNCTION CURRENT-DATE TO NOW-TS
               MOVE RUN-DATE TO NOW-TS(1:8)
               MOVE NOW-TS TO STP-START(CUR-STEP)
               MOVE NOW-TS TO STP-END(CUR-STEP)
               MOVE "REFUSED" TO STP-OUT(CUR-STEP)
               MOVE 8 TO STREAM-RC.
       END-CHECK-REJECTS.
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
