               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "OPMCHGRP.DAT"
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

       77  TRANS-STATUS   PIC XX.
       77  OPER-STATUS    PIC XX.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30).
       77  CNT-READ    PIC 9(5) VALUE ZERO.
000400 PROCEDURE DIVISION.
       START-MAINT.
           DISPLAY "OPERATOR MASTER MAINTENANCE - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "OPERATOR MASTER MAINTENANCE - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.

      *** LOAD THE CURRENT MASTER INTO THE WORK TABLE ***
       LOAD-MASTER.
           MOVE "BATCH" TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE SPACES TO AUD-OUTCOME.
           STRING TRN-ACTION " " TRN-ID " " TRN-PROG
           MOVE "BATCH" TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE RUN-OUTCOME TO AUD-OUTCOME.
           WRITE AUDIT-REC.
           MOVE MST-PROGS(HIT-IX) TO BEF-PROGS.
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
