000100 IDENTIFICATION DIVISION.
       PROGRAM-ID.   KMXTRACT.
      *    THIS PROGRAM IS THE CRM INTERFACE EXTRACT.  IT COMBINES
      *    THE NIGHT'S CLUSTERED ASSIGNMENTS FROM THE RESULTS FILE
      *    AND SCORED ASSIGNMENTS FROM THE SCORED FILE INTO ONE
      *    FIXED-WIDTH INTERFACE FILE, WITH A HEADER RECORD GIVING
      *    THE BUSINESS DATE AND BATCH NUMBER AND A TRAILER RECORD
      *    GIVING THE RECORD COUNT AND THE HASH TOTALS OF THE IDS AND
      *    THE CLUSTERS, SO THE RECEIVING SYSTEM CAN PROVE IT GOT THE
      *    WHOLE FILE.  EACH ASSIGNMENT CARRIES THE SEGMENT CODE AND
      *    NAME OF ITS CLUSTER FROM THE SEGMENT MASTER.  THE BATCH IS
      *    ENTERED ON THE BATCH REGISTER WITH ITS TRAILER TOTALS FOR
      *    THE ACKNOWLEDGMENT RECONCILIATION; AN EARLIER BATCH OF THE
      *    SAME BUSINESS DATE NOT YET ACKNOWLEDGED IN FULL IS MARKED
      *    REPLACED BY THIS ONE.  A BATCH ACKNOWLEDGED OR REPLACED
      *    LONGER AGO THAN THE RETENTION PERIOD ON THE CRM CONTROL
      *    CARD DROPS OFF THE REGISTER WHEN IT IS REWRITTEN.
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
           SELECT RESULTS-FILE ASSIGN TO "KMRESULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULTS-STATUS.
           SELECT SCORE-FILE ASSIGN TO "KMSCOREO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCORE-STATUS.
           SELECT SEGMENT-FILE ASSIGN TO "KMSEGMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEG-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "KMXREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO "KMCRMIF.DAT"
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

       FD  RESULTS-FILE.
       01  RESULTS-REC    PIC X(132).

       FD  SCORE-FILE.
       01  SCORE-REC      PIC X(132).

       FD  SEGMENT-FILE.
       COPY SEGREC.

       FD  REGISTER-FILE.
       COPY KMXREG.

       FD  INTERFACE-FILE.
       COPY KMIFREC.

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  CNTL-STATUS    PIC XX.
       77  RESULTS-STATUS PIC XX.
       77  SCORE-STATUS   PIC XX.
       77  SEG-STATUS     PIC XX.
       77  REG-STATUS     PIC XX.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30).
       77  N-REG       PIC 9(3) VALUE ZERO.
       77  MAX-REG     PIC 9(3) VALUE 999.
       77  RETAIN-DAYS PIC 999 VALUE 90.
       77  N-AGED      PIC 9(3) VALUE ZERO.
       77  BATCH-DATE  PIC 9(8).
       77  RUN-DAY     PIC 9(7).
       77  LAST-BATCH  PIC 9(6) VALUE ZERO.
       77  BATCH-NO    PIC 9(6).
       77  N-REPLACED  PIC 9(3) VALUE ZERO.
       77  CNT-DETAIL  PIC 9(7) VALUE ZERO.
       77  CNT-CLUSTERED PIC 9(7) VALUE ZERO.
       77  CNT-SCORED  PIC 9(7) VALUE ZERO.
       77  HASH-ID     PIC 9(15) VALUE ZERO.
       77  HASH-CL     PIC 9(9) VALUE ZERO.
       77  ID-NUM      PIC 9(8).
       77  ID-DIGIT    PIC 9.
       77  DTL-SOURCE  PIC X.
       77  DTL-CLUSTER PIC 9.
       77  CL-TOK      PIC 99.
       77  J           PIC 9(3).
       77  K           PIC 9.

       01  UNSTRING-FIELDS.
           05  U-TOK      PIC X(10) OCCURS 12 TIMES.

       01  SEGMENT-FIELDS.
       02  SEG-CODE-TAB PIC X(6)  OCCURS 9 TIMES.
       02  SEG-TEXT     PIC X(20) OCCURS 9 TIMES.

      *** THE BATCH REGISTER, HELD WHOLE SO IT CAN BE REWRITTEN ***
      *** WITH THE NEW BATCH ADDED ***
       01  REGISTER-FIELDS.
       02  REG-LINE   PIC X(81) OCCURS 999 TIMES.

000400 PROCEDURE DIVISION.
       START-EXTRACT.
           DISPLAY "KMEANS CRM EXTRACT - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "KMEANS CRM EXTRACT - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           PERFORM LOAD-SEGMENTS THRU END-LOAD-SEGMENTS.
           MOVE RUN-DATE TO BATCH-DATE.
           COMPUTE RUN-DAY = FUNCTION INTEGER-OF-DATE(BATCH-DATE).

      *** COLUMNS 3-5 OF THE CRM CONTROL CARD CARRY THE DAYS A ***
      *** SETTLED BATCH STAYS ON THE REGISTER, 90 WHEN BLANK ***
       READ-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF CNTL-STATUS NOT EQUAL "00" GO TO END-READ-CONTROL.
           READ CONTROL-FILE AT END GO TO CLOSE-CONTROL.
           IF CTL-RETAIN IS NUMERIC AND CTL-RETAIN NOT EQUAL "000"
               MOVE CTL-RETAIN TO RETAIN-DAYS.
       CLOSE-CONTROL.
           CLOSE CONTROL-FILE.
       END-READ-CONTROL.

      *** LOAD THE BATCH REGISTER AND FIND THE LAST BATCH NUMBER. ***
      *** NO REGISTER YET AND THIS IS THE FIRST BATCH.  A BATCH ***
      *** ACKNOWLEDGED OR REPLACED MORE THAN THE RETENTION PERIOD ***
      *** AGO COUNTS TOWARDS THE LAST NUMBER BUT IS LEFT OFF ***
       LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE.
           IF REG-STATUS NOT EQUAL "00" GO TO END-LOAD-REGISTER.
       CONT-LOAD-REGISTER.
           READ REGISTER-FILE AT END GO TO CLOSE-REGISTER.
           IF XREG-REC EQUAL SPACES GO TO CONT-LOAD-REGISTER.
           IF XR-BATCH GREATER THAN LAST-BATCH
               MOVE XR-BATCH TO LAST-BATCH.
           IF (XR-ACKED OR XR-REPLACED) AND XR-DATE IS NUMERIC
               MOVE XR-DATE TO BATCH-DATE
               IF FUNCTION INTEGER-OF-DATE(BATCH-DATE) + RETAIN-DAYS
                   LESS THAN RUN-DAY
                   ADD 1 TO N-AGED
                   GO TO CONT-LOAD-REGISTER.
           IF N-REG EQUAL MAX-REG
               CLOSE REGISTER-FILE
               DISPLAY "KMEANS CRM EXTRACT - BATCH REGISTER FULL"
               MOVE "BATCH REGISTER FULL" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           ADD 1 TO N-REG.
           MOVE XREG-REC TO REG-LINE(N-REG).
           GO TO CONT-LOAD-REGISTER.
       CLOSE-REGISTER.
           CLOSE REGISTER-FILE.
       END-LOAD-REGISTER.
           IF N-REG EQUAL MAX-REG
               DISPLAY "KMEANS CRM EXTRACT - BATCH REGISTER FULL"
               MOVE "BATCH REGISTER FULL" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           COMPUTE BATCH-NO = LAST-BATCH + 1.

      *** BOTH ASSIGNMENT FILES MUST BE THERE BEFORE ANYTHING IS ***
      *** WRITTEN ***
       OPEN-INPUTS.
           OPEN INPUT RESULTS-FILE.
           IF RESULTS-STATUS NOT EQUAL "00"
               DISPLAY "KMEANS CRM EXTRACT - NO RESULTS FILE"
               MOVE "RESULTS FILE MISSING" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           OPEN INPUT SCORE-FILE.
           IF SCORE-STATUS NOT EQUAL "00"
               CLOSE RESULTS-FILE
               DISPLAY "KMEANS CRM EXTRACT - NO SCORED FILE"
               MOVE "SCORED FILE MISSING" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.

      *** THE HEADER RECORD ***
           OPEN OUTPUT INTERFACE-FILE.
           MOVE SPACES TO IF-HEADER-REC.
           MOVE "HDR " TO XH-TYPE.
           MOVE "KMEANS" TO XH-SYSTEM.
           MOVE RUN-DATE TO XH-DATE.
           MOVE BATCH-NO TO XH-BATCH.
           MOVE START-TS TO XH-CREATED-TS.
           WRITE IF-HEADER-REC.

      *** THE CLUSTERED POINTS.  THE ATTRS ROW SAYS HOW MANY ***
      *** ATTRIBUTE COLUMNS COME BEFORE THE CLUSTER NUMBER ***
           MOVE "C" TO DTL-SOURCE.
           MOVE 5 TO CL-TOK.
       CONT-READ-RESULTS.
           READ RESULTS-FILE AT END GO TO END-READ-RESULTS.
           MOVE SPACES TO UNSTRING-FIELDS.
           UNSTRING RESULTS-REC DELIMITED BY ","
               INTO U-TOK(1) U-TOK(2) U-TOK(3) U-TOK(4) U-TOK(5)
                    U-TOK(6) U-TOK(7) U-TOK(8) U-TOK(9) U-TOK(10)
                    U-TOK(11) U-TOK(12).
           IF U-TOK(1) EQUAL "ATTRS"
               PERFORM TAKE-CL-TOK THRU END-TAKE-CL-TOK.
           IF U-TOK(1) NOT EQUAL "POINT" GO TO CONT-READ-RESULTS.
           PERFORM WRITE-DETAIL THRU END-WRITE-DETAIL.
           ADD 1 TO CNT-CLUSTERED.
           GO TO CONT-READ-RESULTS.
       END-READ-RESULTS.
           CLOSE RESULTS-FILE.

      *** THE SCORED POINTS; THE CLUSTER NUMBER SITS IN THE SAME ***
      *** PLACE AS ON THE RESULTS FILE ***
           MOVE "S" TO DTL-SOURCE.
           MOVE 5 TO CL-TOK.
       CONT-READ-SCORED.
           READ SCORE-FILE AT END GO TO END-READ-SCORED.
           MOVE SPACES TO UNSTRING-FIELDS.
           UNSTRING SCORE-REC DELIMITED BY ","
               INTO U-TOK(1) U-TOK(2) U-TOK(3) U-TOK(4) U-TOK(5)
                    U-TOK(6) U-TOK(7) U-TOK(8) U-TOK(9) U-TOK(10)
                    U-TOK(11) U-TOK(12).
           IF U-TOK(1) EQUAL "ATTRS"
               PERFORM TAKE-CL-TOK THRU END-TAKE-CL-TOK.
           IF U-TOK(1) NOT EQUAL "POINT" GO TO CONT-READ-SCORED.
           PERFORM WRITE-DETAIL THRU END-WRITE-DETAIL.
           ADD 1 TO CNT-SCORED.
           GO TO CONT-READ-SCORED.
       END-READ-SCORED.
           CLOSE SCORE-FILE.

      *** THE TRAILER RECORD ***
           MOVE SPACES TO IF-TRAILER-REC.
           MOVE "TRL " TO XT-TYPE.
           MOVE BATCH-NO TO XT-BATCH.
           MOVE CNT-DETAIL TO XT-COUNT.
           MOVE HASH-ID TO XT-HASH-ID.
           MOVE HASH-CL TO XT-HASH-CL.
           MOVE CNT-CLUSTERED TO XT-CLUSTERED.
           MOVE CNT-SCORED TO XT-SCORED.
           WRITE IF-TRAILER-REC.
           CLOSE INTERFACE-FILE.

      *** ENTER THE BATCH ON THE REGISTER.  AN EARLIER BATCH OF ***
      *** TONIGHT'S DATE NOT YET ACKNOWLEDGED IN FULL HAS BEEN ***
      *** REPLACED BY THIS ONE AND IS NO LONGER CHASED ***
       UPDATE-REGISTER.
           MOVE 1 TO J.
       CONT-MARK-REPLACED.
           IF J GREATER THAN N-REG GO TO ADD-REGISTER.
           MOVE REG-LINE(J) TO XREG-REC.
           IF XR-DATE EQUAL RUN-DATE
               AND (XR-SENT OR XR-DISAGREE)
               MOVE "R" TO XR-STATUS
               MOVE XREG-REC TO REG-LINE(J)
               ADD 1 TO N-REPLACED
               DISPLAY "KMEANS CRM EXTRACT - BATCH " XR-BATCH
                   " REPLACED".
           ADD 1 TO J.
           GO TO CONT-MARK-REPLACED.
       ADD-REGISTER.
           MOVE SPACES TO XREG-REC.
           MOVE BATCH-NO TO XR-BATCH.
           MOVE RUN-DATE TO XR-DATE.
           MOVE CNT-DETAIL TO XR-COUNT.
           MOVE HASH-ID TO XR-HASH-ID.
           MOVE HASH-CL TO XR-HASH-CL.
           MOVE START-TS TO XR-SENT-TS.
           MOVE "S" TO XR-STATUS.
           MOVE ZERO TO XR-ACK-COUNT.
           ADD 1 TO N-REG.
           MOVE XREG-REC TO REG-LINE(N-REG).
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
               DISPLAY "KMEANS CRM EXTRACT - " N-AGED
                   " SETTLED BATCH(ES) DROPPED FROM THE REGISTER".

           DISPLAY "KMEANS CRM EXTRACT - BATCH " BATCH-NO " OF "
               RUN-DATE ", " CNT-DETAIL " RECORD(S)".
           DISPLAY "KMEANS CRM EXTRACT - " CNT-CLUSTERED
               " CLUSTERED, " CNT-SCORED " SCORED".
           MOVE SPACES TO RUN-OUTCOME.
           STRING "BATCH " BATCH-NO " " CNT-DETAIL " RECORDS"
               DELIMITED BY SIZE INTO RUN-OUTCOME.

      *** RECORD THIS RUN IN THE SHARED AUDIT LOG ***
       WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT EQUAL "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "KMXTRACT" TO AUD-PROGRAM.
           MOVE "BATCH" TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE RUN-OUTCOME TO AUD-OUTCOME.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.

           STOP RUN.

      *** ONE DETAIL RECORD FOR THE POINT IN THE TOKENS, ADDED ***
      *** INTO THE COUNT AND BOTH HASH TOTALS ***
       WRITE-DETAIL.
           COMPUTE DTL-CLUSTER = FUNCTION NUMVAL(U-TOK(CL-TOK)).
           MOVE SPACES TO IF-DETAIL-REC.
           MOVE "DTL " TO XD-TYPE.
           MOVE DTL-SOURCE TO XD-SOURCE.
           MOVE U-TOK(2) TO XD-ID.
           MOVE DTL-CLUSTER TO XD-CLUSTER.
           IF DTL-CLUSTER NOT EQUAL ZERO
               MOVE SEG-CODE-TAB(DTL-CLUSTER) TO XD-SEG-CODE
               MOVE SEG-TEXT(DTL-CLUSTER) TO XD-SEG-NAME.
           WRITE IF-DETAIL-REC.
           ADD 1 TO CNT-DETAIL.
           ADD DTL-CLUSTER TO HASH-CL.
           MOVE ZERO TO ID-NUM.
           MOVE 1 TO K.
       CONT-HASH-ID.
           IF XD-ID(K:1) IS NUMERIC
               MOVE XD-ID(K:1) TO ID-DIGIT
               COMPUTE ID-NUM = ID-NUM * 10 + ID-DIGIT.
           IF K LESS THAN 8
               ADD 1 TO K
               GO TO CONT-HASH-ID.
           ADD ID-NUM TO HASH-ID.
       END-WRITE-DETAIL.
           EXIT.

      *** THE ATTRS ROW OF A RESULTS OR SCORED FILE GIVES ITS ***
      *** NUMBER OF ATTRIBUTES; THE CLUSTER COLUMN FOLLOWS THEM ***
       TAKE-CL-TOK.
           IF U-TOK(2)(1:1) IS NUMERIC
               AND U-TOK(2)(1:1) NOT EQUAL "0"
               AND U-TOK(2)(1:1) NOT GREATER THAN "6"
               COMPUTE CL-TOK = FUNCTION NUMVAL(U-TOK(2)(1:1)) + 3.
       END-TAKE-CL-TOK.
           EXIT.

      *** LOAD THE SEGMENT CODES AND NAMES BY CLUSTER NUMBER.  A ***
      *** NUMBER NOT ON THE SEGMENT MASTER IS SENT AS UNNAMED ***
       LOAD-SEGMENTS.
           MOVE 1 TO J.
       CLEAR-SEGMENTS.
           IF J GREATER THAN 9 GO TO OPEN-SEGMENTS.
           MOVE SPACES TO SEG-CODE-TAB(J).
           MOVE "UNNAMED SEGMENT" TO SEG-TEXT(J).
           ADD 1 TO J.
           GO TO CLEAR-SEGMENTS.
       OPEN-SEGMENTS.
           OPEN INPUT SEGMENT-FILE.
           IF SEG-STATUS NOT EQUAL "00" GO TO END-LOAD-SEGMENTS.
       CONT-LOAD-SEGMENTS.
           READ SEGMENT-FILE AT END GO TO CLOSE-SEGMENTS.
           IF SEG-NO IS NOT NUMERIC GO TO CONT-LOAD-SEGMENTS.
           IF SEG-NO NOT EQUAL ZERO
               MOVE SEG-CODE TO SEG-CODE-TAB(SEG-NO)
               MOVE SEG-NAME TO SEG-TEXT(SEG-NO).
           GO TO CONT-LOAD-SEGMENTS.
       CLOSE-SEGMENTS.
           CLOSE SEGMENT-FILE.
       END-LOAD-SEGMENTS.
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
