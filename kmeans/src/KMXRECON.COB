000100 IDENTIFICATION DIVISION.
       PROGRAM-ID.   KMXRECON.
      *    THIS PROGRAM IS THE CRM ACKNOWLEDGMENT RECONCILIATION.  IT
      *    READS THE ACKNOWLEDGMENT FILE SENT BACK BY THE RECEIVING
      *    SYSTEM AND HOLDS EACH ACKNOWLEDGMENT AGAINST THE TRAILER
      *    TOTALS OF ITS BATCH ON THE BATCH REGISTER: THE BUSINESS
      *    DATE, THE RECORD COUNT AND THE ID AND CLUSTER HASH TOTALS
      *    MUST ALL AGREE FOR THE BATCH TO BE ACKNOWLEDGED.  A BATCH
      *    STILL UNACKNOWLEDGED, OR ACKNOWLEDGED SHORT OR WITH TOTALS
      *    THAT DISAGREE, MORE THAN THE CUTOFF NUMBER OF BUSINESS
      *    DAYS AFTER IT WAS SENT IS LISTED ON THE EXCEPTION REPORT
      *    AND WRITTEN TO THE SHARED AUDIT LOG EVERY NIGHT UNTIL IT
      *    IS PUT RIGHT.  AN ACKNOWLEDGMENT FOR A BATCH NOT ON THE
      *    REGISTER IS AN EXCEPTION AS WELL.  THE REGISTER IS
      *    REWRITTEN WITH WHAT WAS ACKNOWLEDGED, LESS THE BATCHES
      *    ACKNOWLEDGED OR REPLACED LONGER AGO THAN THE RETENTION
      *    PERIOD.
       AUTHOR.       MYSELF.
       DATE-WRITTEN. 1 JANUARY 1960.
       SECURITY.     NONE.

000200 ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  TRS-80.
       OBJECT-COMPUTER.  TRS-80.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "KMXCNTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNTL-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "KMXREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT ACK-FILE ASSIGN TO "KMCRMACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "KMXEXCPT.DAT"
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
           05  CTL-CUTOFF    PIC X(2).
           05  CTL-RETAIN    PIC X(3).

       FD  REGISTER-FILE.
       COPY KMXREG.

       FD  ACK-FILE.
       COPY KMACKREC.

       FD  REPORT-FILE.
       01  REPORT-REC     PIC X(80).

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  CNTL-STATUS    PIC XX.
       77  REG-STATUS     PIC XX.
       77  ACK-STATUS     PIC XX.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30).
       77  EXC-OUTCOME     PIC X(30).
       77  CUTOFF-DAYS PIC 99 VALUE 1.
       77  RETAIN-DAYS PIC 999 VALUE 90.
       77  N-AGED      PIC 9(3) VALUE ZERO.
       77  N-REG       PIC 9(3) VALUE ZERO.
       77  MAX-REG     PIC 9(3) VALUE 999.
       77  CNT-ACKS    PIC 9(5) VALUE ZERO.
       77  CNT-MATCHED PIC 9(5) VALUE ZERO.
       77  CNT-EXCEPT  PIC 9(5) VALUE ZERO.
       77  CNT-PENDING PIC 9(5) VALUE ZERO.
       77  J           PIC 9(3).
       77  HIT-IX      PIC 9(3).
       77  BATCH-DATE  PIC 9(8).
       77  RUN-DAY     PIC 9(7).
       77  AGE-DAYS    PIC 9(5).
       77  EXC-REASON  PIC X(16).

      *** THE BATCH REGISTER, HELD WHOLE SO IT CAN BE REWRITTEN ***
      *** WITH WHAT WAS ACKNOWLEDGED ***
       01  REGISTER-FIELDS.
       02  REG-LINE   PIC X(81) OCCURS 999 TIMES.

000400 PROCEDURE DIVISION.
       START-RECON.
           DISPLAY "KMEANS CRM RECONCILIATION - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "KMEANS CRM RECONCILIATION - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           MOVE RUN-DATE TO BATCH-DATE.
           COMPUTE RUN-DAY = FUNCTION INTEGER-OF-DATE(BATCH-DATE).

      *** THE CONTROL CARD CARRIES THE CUTOFF: THE NUMBER OF ***
      *** BUSINESS DAYS THE RECEIVING SYSTEM HAS TO ACKNOWLEDGE A ***
      *** BATCH IN FULL.  WITH NO CARD THE CUTOFF IS ONE DAY.  IN ***
      *** COLUMNS 3-5 IT CARRIES THE DAYS A SETTLED BATCH STAYS ON ***
      *** THE REGISTER, 90 WHEN BLANK ***
       READ-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF CNTL-STATUS NOT EQUAL "00" GO TO END-READ-CONTROL.
           READ CONTROL-FILE AT END GO TO CLOSE-CONTROL.
           IF CTL-CUTOFF IS NUMERIC
               MOVE CTL-CUTOFF TO CUTOFF-DAYS
           ELSE
               DISPLAY "KMEANS CRM RECONCILIATION - BAD CUTOFF, "
                   "ONE DAY".
           IF CTL-RETAIN IS NUMERIC AND CTL-RETAIN NOT EQUAL "000"
               MOVE CTL-RETAIN TO RETAIN-DAYS.
       CLOSE-CONTROL.
           CLOSE CONTROL-FILE.
       END-READ-CONTROL.

      *** LOAD THE BATCH REGISTER.  A BATCH ACKNOWLEDGED OR ***
      *** REPLACED MORE THAN THE RETENTION PERIOD AGO IS LEFT OFF, ***
      *** SO IT DROPS OFF THE REGISTER WHEN IT IS REWRITTEN ***
       LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE.
           IF REG-STATUS NOT EQUAL "00"
               DISPLAY "KMEANS CRM RECONCILIATION - NO BATCH REGISTER"
               MOVE "BATCH REGISTER MISSING" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
       CONT-LOAD-REGISTER.
           READ REGISTER-FILE AT END GO TO END-LOAD-REGISTER.
           IF XREG-REC EQUAL SPACES GO TO CONT-LOAD-REGISTER.
           IF (XR-ACKED OR XR-REPLACED) AND XR-DATE IS NUMERIC
               MOVE XR-DATE TO BATCH-DATE
               IF FUNCTION INTEGER-OF-DATE(BATCH-DATE) + RETAIN-DAYS
                   LESS THAN RUN-DAY
                   ADD 1 TO N-AGED
                   GO TO CONT-LOAD-REGISTER.
           IF N-REG EQUAL MAX-REG
               CLOSE REGISTER-FILE
               DISPLAY "KMEANS CRM RECONCILIATION - REGISTER FULL"
               MOVE "BATCH REGISTER FULL" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           ADD 1 TO N-REG.
           MOVE XREG-REC TO REG-LINE(N-REG).
           GO TO CONT-LOAD-REGISTER.
       END-LOAD-REGISTER.
           CLOSE REGISTER-FILE.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-REC.
           STRING "KMEANS CRM ACKNOWLEDGMENT EXCEPTIONS - " RUN-DATE
               "  CUTOFF " CUTOFF-DAYS " DAY(S)"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

      *** HOLD EACH ACKNOWLEDGMENT AGAINST ITS BATCH.  NO FILE ***
      *** MEANS NOTHING HAS BEEN ACKNOWLEDGED YET ***
       READ-ACKS.
           OPEN INPUT ACK-FILE.
           IF ACK-STATUS NOT EQUAL "00"
               DISPLAY "KMEANS CRM RECONCILIATION - NO ACKNOWLEDGMENTS"
               GO TO CHASE-BATCHES.
       CONT-READ-ACKS.
           READ ACK-FILE AT END GO TO END-READ-ACKS.
           IF ACK-REC EQUAL SPACES GO TO CONT-READ-ACKS.
           ADD 1 TO CNT-ACKS.
           IF AK-BATCH IS NOT NUMERIC
               OR AK-COUNT IS NOT NUMERIC
               OR AK-HASH-ID IS NOT NUMERIC
               OR AK-HASH-CL IS NOT NUMERIC
               MOVE "ACK RECORD INVALID" TO EXC-OUTCOME
               GO TO ACK-EXCEPTION.
           MOVE ZERO TO HIT-IX.
           MOVE 1 TO J.
       FIND-BATCH.
           IF J GREATER THAN N-REG GO TO END-FIND-BATCH.
           MOVE REG-LINE(J) TO XREG-REC.
           IF XR-BATCH EQUAL AK-BATCH
               MOVE J TO HIT-IX
               GO TO END-FIND-BATCH.
           ADD 1 TO J.
           GO TO FIND-BATCH.
       END-FIND-BATCH.
           IF HIT-IX EQUAL ZERO
               MOVE SPACES TO EXC-OUTCOME
               STRING "ACK FOR UNKNOWN BATCH " AK-BATCH
                   DELIMITED BY SIZE INTO EXC-OUTCOME
               GO TO ACK-EXCEPTION.

      *** A BATCH ALREADY ACKNOWLEDGED OR REPLACED STAYS AS IT IS ***
           IF XR-ACKED OR XR-REPLACED GO TO CONT-READ-ACKS.
           MOVE AK-COUNT TO XR-ACK-COUNT.
           MOVE AK-LOAD-TS TO XR-ACK-TS.
           IF AK-DATE EQUAL XR-DATE
               AND AK-COUNT EQUAL XR-COUNT
               AND AK-HASH-ID EQUAL XR-HASH-ID
               AND AK-HASH-CL EQUAL XR-HASH-CL
               MOVE "A" TO XR-STATUS
               ADD 1 TO CNT-MATCHED
               DISPLAY "KMEANS CRM RECONCILIATION - BATCH " XR-BATCH
                   " ACKNOWLEDGED"
           ELSE
               MOVE "D" TO XR-STATUS
               DISPLAY "KMEANS CRM RECONCILIATION - BATCH " XR-BATCH
                   " TOTALS DISAGREE"
           END-IF.
           MOVE XREG-REC TO REG-LINE(HIT-IX).
           GO TO CONT-READ-ACKS.

      *** AN ACKNOWLEDGMENT THAT CANNOT BE MATCHED TO A BATCH ***
       ACK-EXCEPTION.
           ADD 1 TO CNT-EXCEPT.
           MOVE SPACES TO REPORT-REC.
           STRING "** " EXC-OUTCOME DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "   ACK IMAGE " ACK-REC(1:45)
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM AUDIT-EXCEPTION THRU END-AUDIT-EXCEPTION.
           GO TO CONT-READ-ACKS.
       END-READ-ACKS.
           CLOSE ACK-FILE.

      *** CHASE EVERY BATCH NOT YET ACKNOWLEDGED IN FULL.  PAST ***
      *** THE CUTOFF IT IS AN EXCEPTION, BEFORE IT STILL PENDING ***
       CHASE-BATCHES.
           MOVE 1 TO J.
       CONT-CHASE-BATCHES.
           IF J GREATER THAN N-REG GO TO END-CHASE-BATCHES.
           MOVE REG-LINE(J) TO XREG-REC.
           IF XR-ACKED OR XR-REPLACED GO TO LOOP-CHASE-BATCHES.
           MOVE ZERO TO AGE-DAYS.
           IF XR-DATE IS NUMERIC
               MOVE XR-DATE TO BATCH-DATE
               IF FUNCTION INTEGER-OF-DATE(BATCH-DATE) LESS THAN
                   RUN-DAY
                   COMPUTE AGE-DAYS = RUN-DAY -
                       FUNCTION INTEGER-OF-DATE(BATCH-DATE)
               END-IF
           END-IF.
           IF AGE-DAYS NOT GREATER THAN CUTOFF-DAYS
               ADD 1 TO CNT-PENDING
               GO TO LOOP-CHASE-BATCHES.
           IF XR-SENT
               MOVE "UNACKNOWLEDGED" TO EXC-REASON
           ELSE
               IF XR-ACK-COUNT LESS THAN XR-COUNT
                   MOVE "SHORT" TO EXC-REASON
               ELSE
                   MOVE "TOTALS DISAGREE" TO EXC-REASON
               END-IF
           END-IF.
           ADD 1 TO CNT-EXCEPT.
           MOVE SPACES TO REPORT-REC.
           STRING "** BATCH " XR-BATCH " OF " XR-DATE " "
               FUNCTION TRIM(EXC-REASON) " AFTER " AGE-DAYS " DAY(S)"
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "   SENT " XR-COUNT " RECORD(S) AT " XR-SENT-TS
               "  ACKNOWLEDGED " XR-ACK-COUNT
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO EXC-OUTCOME.
           STRING "BATCH " XR-BATCH " " EXC-REASON
               DELIMITED BY SIZE INTO EXC-OUTCOME.
           PERFORM AUDIT-EXCEPTION THRU END-AUDIT-EXCEPTION.
       LOOP-CHASE-BATCHES.
           ADD 1 TO J.
           GO TO CONT-CHASE-BATCHES.
       END-CHASE-BATCHES.

      *** REWRITE THE REGISTER WITH WHAT WAS ACKNOWLEDGED ***
       WRITE-REGISTER.
           OPEN OUTPUT REGISTER-FILE.
           MOVE 1 TO J.
       CONT-WRITE-REGISTER.
           IF J GREATER THAN N-REG GO TO END-WRITE-REGISTER.
           MOVE REG-LINE(J) TO XREG-REC.
           WRITE XREG-REC.
           ADD 1 TO J.
           GO TO CONT-WRITE-REGISTER.
       END-WRITE-REGISTER.
           CLOSE REGISTER-FILE.
           IF N-AGED NOT EQUAL ZERO
               DISPLAY "KMEANS CRM RECONCILIATION - " N-AGED
                   " SETTLED BATCH(ES) DROPPED FROM THE REGISTER".

           IF CNT-EXCEPT EQUAL ZERO
               MOVE SPACES TO REPORT-REC
               STRING "NO EXCEPTIONS" DELIMITED BY SIZE
                   INTO REPORT-REC
               WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING "CONTROL TOTALS - ACKS READ " CNT-ACKS
               " MATCHED " CNT-MATCHED " EXCEPTIONS " CNT-EXCEPT
               " PENDING " CNT-PENDING
               DELIMITED BY SIZE INTO REPORT-REC.
           WRITE REPORT-REC.
           CLOSE REPORT-FILE.
           DISPLAY "KMEANS CRM RECONCILIATION - " CNT-ACKS
               " ACK(S), " CNT-MATCHED " MATCHED, " CNT-EXCEPT
               " EXCEPTION(S), " CNT-PENDING " PENDING".
           MOVE SPACES TO RUN-OUTCOME.
           STRING CNT-EXCEPT " EXCEPTIONS " CNT-PENDING " PENDING"
               DELIMITED BY SIZE INTO RUN-OUTCOME.

      *** RECORD THIS RUN IN THE SHARED AUDIT LOG ***
       WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT EQUAL "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "KMXRECON" TO AUD-PROGRAM.
           MOVE "BATCH" TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE RUN-OUTCOME TO AUD-OUTCOME.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

           STOP RUN.

      *** EACH EXCEPTION GOES TO THE SHARED AUDIT LOG ON ITS OWN ***
       AUDIT-EXCEPTION.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT EQUAL "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "KMXRECON" TO AUD-PROGRAM.
           MOVE "BATCH" TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE EXC-OUTCOME TO AUD-OUTCOME.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
       END-AUDIT-EXCEPTION.
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
