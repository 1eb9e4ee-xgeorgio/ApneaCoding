      *    OPERATION CODE ON THE CARD PICKS MULTIPLICATION (M OR
      *    BLANK), ADDITION (A), SUBTRACTION (S) OR DIVISION (D),
      *    WITH DIVISION SHOWN TO ONE DECIMAL PLACE.
      *    EACH CARD ALSO NAMES THE REQUESTER IT IS FOR (BLANK IS
      *    GENERAL) AND THE NUMBER OF COPIES WANTED (BLANK IS ONE).
      *    THE REPORTS ARE SPLIT INTO ONE FILE PER REQUESTER, MR
      *    FOLLOWED BY THE REQUESTER ID, EACH OPENING WITH A BANNER
      *    PAGE AND CARRYING A HEADING AND PAGE NUMBER ON EVERY PAGE
      *    AND A TRAILER AFTER EACH COPY OF EACH REQUEST.  WHAT WENT
      *    TO WHOM, WITH COPIES AND PAGES, IS LISTED ON THE
      *    DISTRIBUTION LOG AND EACH DELIVERY IS ALSO WRITTEN TO THE
      *    SHARED AUDIT LOG.
       AUTHOR.       MYSELF.
       DATE-WRITTEN. 1 JANUARY 1960.
       SECURITY.     NONE.
               FILE STATUS IS OPER-STATUS.
           SELECT REQUEST-FILE ASSIGN TO "MULTREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN USING REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIST-FILE ASSIGN TO "MULTDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           05  REQ-ROWS   PIC 99.
           05  REQ-FORMAT PIC X.
           05  REQ-OP     PIC X.
           05  REQ-REQUESTER PIC X(8).
           05  REQ-COPIES PIC X.

       FD  REPORT-FILE.
       01  REPORT-REC     PIC X(80).

       FD  DIST-FILE.
       01  DIST-REC       PIC X(80).

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       77  CELL-ED     PIC ZZZ9.
       77  GRID-LINE   PIC X(80).
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  CNTL-STATUS    PIC XX.
       77  OPER-STATUS    PIC XX.
       77  OPERATOR-ID PIC X(8) VALUE SPACES.
       77  PROG-HIT    PIC 99.
       77  PROG-TOKEN  PIC X(9) VALUE "MULTABLB ".
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30) VALUE SPACES.
       77  DELIVERY-OUTCOME PIC X(30).
       77  REPORT-NAME PIC X(20).
       77  REQUESTER-ID PIC X(8).
       77  REQUESTER-NAME PIC X(20).
       77  CARD-NO     PIC 99.
       77  COPY-CNT    PIC 9.
       77  COPY-NO     PIC 9.
       77  N-RQR       PIC 99 VALUE ZERO.
       77  MAX-RQR     PIC 99 VALUE 50.
       77  R           PIC 99.
       77  PAGE-NO     PIC 999 VALUE ZERO.
       77  LINE-CNT    PIC 99 VALUE 99.
       77  PAGE-MAX    PIC 99 VALUE 55.
       77  PAGES-BEFORE PIC 999.
       77  REQ-PAGES   PIC 999.
       77  TOTAL-PAGES PIC 9(4) VALUE ZERO.
       77  REQ-TITLE   PIC X(40).
       77  REQ-SKIP-FLAG PIC X.
           88  REQUEST-SKIPPED    VALUE "Y".
       77  GRID-HDR-FLAG PIC X VALUE "N".
           88  GRID-HDR-ON        VALUE "Y".
       77  GRID-HDR-LINE PIC X(80).

      *** ONE ENTRY PER REQUESTER IN THE ORDER FIRST SEEN ***
       01  RQR-FIELDS.
       02  RQR-ID     PIC X(8) OCCURS 50 TIMES.
       02  RQR-REQS   PIC 99   OCCURS 50 TIMES.
       02  RQR-SKIPS  PIC 99   OCCURS 50 TIMES.
       02  RQR-COPIES PIC 999  OCCURS 50 TIMES.
       02  RQR-PAGES  PIC 999  OCCURS 50 TIMES.

       01  PRINT-LINE     PIC X(80).

000400 PROCEDURE DIVISION.
       START-BATCH.
           DISPLAY "MULTABL BATCH MODE - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "MULTABL BATCH MODE - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.

      *** THE OPERATOR ON THE CONTROL CARD MUST BE KNOWN, ACTIVE ***
      *** AND AUTHORIZED FOR THIS PROGRAM IN THE OPERATOR MASTER ***
               RUN-OUTCOME.
           GO TO WRITE-AUDIT.

      *** FIRST PASS: FIND EVERY REQUESTER AND THEIR REQUEST COUNT ***
       START-REQUESTS.
           OPEN INPUT REQUEST-FILE.
       CONT-TALLY-REQ.
           READ REQUEST-FILE AT END GO TO END-TALLY-REQ.
           ADD 1 TO N-REQ.
           PERFORM SET-REQUESTER THRU END-SET-REQUESTER.
           MOVE 1 TO R.
       FIND-REQUESTER.
           IF R GREATER THAN N-RQR GO TO NEW-REQUESTER.
           IF RQR-ID(R) EQUAL REQUESTER-ID GO TO COUNT-REQUESTER.
           ADD 1 TO R.
           GO TO FIND-REQUESTER.
       NEW-REQUESTER.
           IF N-RQR EQUAL MAX-RQR
               CLOSE REQUEST-FILE
               MOVE "TOO MANY REQUESTERS" TO RUN-OUTCOME
               DISPLAY "MULTABL BATCH MODE - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           ADD 1 TO N-RQR.
           MOVE N-RQR TO R.
           MOVE REQUESTER-ID TO RQR-ID(R).
           MOVE ZERO TO RQR-REQS(R).
           MOVE ZERO TO RQR-SKIPS(R).
           MOVE ZERO TO RQR-COPIES(R).
           MOVE ZERO TO RQR-PAGES(R).
       COUNT-REQUESTER.
           ADD 1 TO RQR-REQS(R).
           GO TO CONT-TALLY-REQ.
       END-TALLY-REQ.
           CLOSE REQUEST-FILE.

      *** SECOND PASS: ONE REPORT FILE PER REQUESTER, EACH LISTED ***
      *** ON THE DISTRIBUTION LOG ***
           OPEN OUTPUT DIST-FILE.
           MOVE SPACES TO DIST-REC.
           STRING "MULTABL DISTRIBUTION LOG FOR " RUN-DATE
               " - RUN BY " OPERATOR-ID
               DELIMITED BY SIZE INTO DIST-REC.
           WRITE DIST-REC.
           MOVE SPACES TO DIST-REC.
           WRITE DIST-REC.
           MOVE SPACES TO DIST-REC.
           MOVE "REQUESTER" TO DIST-REC(1:9).
           MOVE "FILE" TO DIST-REC(11:4).
           MOVE "CARD" TO DIST-REC(25:4).
           MOVE "REQUEST" TO DIST-REC(30:7).
           MOVE "COPY" TO DIST-REC(70:4).
           MOVE "PAGES" TO DIST-REC(75:5).
           WRITE DIST-REC.
           MOVE 1 TO R.
       CONT-DELIVER.
           IF R GREATER THAN N-RQR GO TO END-BATCH.
           PERFORM DELIVER-REQUESTER THRU END-DELIVER-REQUESTER.
           ADD 1 TO R.
           GO TO CONT-DELIVER.

       END-BATCH.
           MOVE SPACES TO DIST-REC.
           WRITE DIST-REC.
           MOVE SPACES TO DIST-REC.
           STRING "END OF LOG - " N-RQR " REQUESTER(S) " N-REQ
               " REQUEST(S) " TOTAL-PAGES " PAGE(S) PRODUCED"
               DELIMITED BY SIZE INTO DIST-REC.
           WRITE DIST-REC.
           CLOSE DIST-FILE.
           DISPLAY "MULTABL BATCH MODE - " N-REQ " REQUEST(S) DONE FOR "
               N-RQR " REQUESTER(S)".
           GO TO WRITE-AUDIT.

      *** THE REQUESTER ON THE CARD, GENERAL WHEN IT IS BLANK ***
       SET-REQUESTER.
           MOVE REQ-REQUESTER TO REQUESTER-ID.
           IF REQUESTER-ID EQUAL SPACES
               MOVE "GENERAL" TO REQUESTER-ID.
       END-SET-REQUESTER.
           EXIT.

      *** ALL THE REQUESTS FOR REQUESTER R, EACH AS MANY TIMES AS ***
      *** THE CARD ASKS, INTO THAT REQUESTER'S OWN REPORT FILE ***
       DELIVER-REQUESTER.
           MOVE SPACES TO REPORT-NAME.
           STRING "MR" RQR-ID(R) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE INTO REPORT-NAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE ZERO TO PAGE-NO.
           MOVE 99 TO LINE-CNT.
           MOVE "N" TO GRID-HDR-FLAG.
           MOVE RQR-ID(R) TO REQUESTER-ID.
           PERFORM WRITE-BANNER THRU END-WRITE-BANNER.
           OPEN INPUT REQUEST-FILE.
           MOVE ZERO TO CARD-NO.
       CONT-ROUTE-REQ.
           READ REQUEST-FILE AT END GO TO END-ROUTE-REQ.
           ADD 1 TO CARD-NO.
           PERFORM SET-REQUESTER THRU END-SET-REQUESTER.
           IF REQUESTER-ID NOT EQUAL RQR-ID(R) GO TO CONT-ROUTE-REQ.
           MOVE PAGE-NO TO PAGES-BEFORE.
           MOVE 1 TO COPY-CNT.
           IF REQ-COPIES IS NUMERIC AND REQ-COPIES NOT EQUAL "0"
               MOVE REQ-COPIES TO COPY-CNT.
           MOVE 1 TO COPY-NO.
       ROUTE-COPY.
           PERFORM PRINT-REQUEST THRU END-PRINT-REQUEST.
           IF REQUEST-SKIPPED
               ADD 1 TO RQR-SKIPS(R)
               MOVE ZERO TO COPY-CNT
               GO TO LOG-REQUEST.
           IF COPY-NO LESS THAN COPY-CNT
               ADD 1 TO COPY-NO
               GO TO ROUTE-COPY.
           ADD COPY-CNT TO RQR-COPIES(R).
       LOG-REQUEST.
           COMPUTE REQ-PAGES = PAGE-NO - PAGES-BEFORE.
           MOVE SPACES TO DIST-REC.
           MOVE RQR-ID(R) TO DIST-REC(1:8).
           MOVE REPORT-NAME TO DIST-REC(11:14).
           MOVE CARD-NO TO DIST-REC(26:2).
           MOVE REQ-TITLE TO DIST-REC(30:40).
           MOVE COPY-CNT TO DIST-REC(71:1).
           MOVE REQ-PAGES TO DIST-REC(76:3).
           WRITE DIST-REC.
           GO TO CONT-ROUTE-REQ.
       END-ROUTE-REQ.
           CLOSE REQUEST-FILE.
           CLOSE REPORT-FILE.
           MOVE PAGE-NO TO RQR-PAGES(R).
           ADD PAGE-NO TO TOTAL-PAGES.
           MOVE SPACES TO DIST-REC.
           STRING "   TOTAL FOR " RQR-ID(R) " - " RQR-REQS(R)
               " REQUEST(S) " RQR-SKIPS(R) " SKIPPED " RQR-COPIES(R)
               " COPIES " RQR-PAGES(R) " PAGES"
               DELIMITED BY SIZE INTO DIST-REC.
           WRITE DIST-REC.
           MOVE SPACES TO DELIVERY-OUTCOME.
           STRING "SENT " RQR-ID(R) " " RQR-REQS(R) " REQ "
               RQR-PAGES(R) " PG"
               DELIMITED BY SIZE INTO DELIVERY-OUTCOME.
           PERFORM AUDIT-DELIVERY THRU END-AUDIT-DELIVERY.
       END-DELIVER-REQUESTER.
           EXIT.

      *** THE BANNER PAGE THAT OPENS EACH REQUESTER'S REPORT ***
       WRITE-BANNER.
           MOVE "NOT ON OPERATOR FILE" TO REQUESTER-NAME.
           OPEN INPUT OPERATOR-FILE.
           IF OPER-STATUS NOT EQUAL "00" GO TO PRINT-BANNER.
       CONT-BANNER-NAME.
           READ OPERATOR-FILE AT END GO TO CLOSE-BANNER-NAME.
           IF OPR-ID NOT EQUAL REQUESTER-ID GO TO CONT-BANNER-NAME.
           MOVE OPR-NAME TO REQUESTER-NAME.
       CLOSE-BANNER-NAME.
           CLOSE OPERATOR-FILE.
       PRINT-BANNER.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE ALL "*" TO PRINT-LINE(1:60).
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           MOVE "*" TO PRINT-LINE(1:1).
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE "*   MULTABL ARITHMETIC TABLE REPORTS" TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE "*" TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "*   DELIVER TO       " REQUESTER-ID " "
               REQUESTER-NAME DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "*   REQUESTS         " RQR-REQS(R)
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "*   BUSINESS DATE    " RUN-DATE
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "*   RUN BY OPERATOR  " OPERATOR-ID
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE "*" TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE ALL "*" TO PRINT-LINE(1:60).
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
       END-WRITE-BANNER.
           EXIT.

      *** ONE COPY OF THE REQUEST ON THE CURRENT CARD, STARTING ON ***
      *** A NEW PAGE AND ENDING WITH ITS TRAILER.  AN INVALID CARD ***
      *** GETS ONE SKIPPED LINE AND A TRAILER AND NO COPIES ***
       PRINT-REQUEST.
           MOVE "N" TO REQ-SKIP-FLAG.
           MOVE 99 TO LINE-CNT.
           MOVE REQ-LIMIT TO NUM-1.
           MOVE REQ-ROWS TO NUM-ROWS.
           MOVE REQ-FORMAT TO OUT-FORMAT.
           MOVE REQ-OP TO OP-CODE.
           IF NUM-1 EQUAL ZERO OR NUM-ROWS EQUAL ZERO
               MOVE "Y" TO REQ-SKIP-FLAG
               MOVE "SKIPPED - INVALID LIMIT OR ROWS" TO REQ-TITLE
               MOVE SPACES TO PRINT-LINE
               STRING "SKIPPED INVALID REQUEST: LIMIT=" NUM-1
                   " ROWS=" NUM-ROWS DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
               GO TO PRINT-TRAILER.
           IF NOT OP-VALID
               MOVE "Y" TO REQ-SKIP-FLAG
               MOVE "SKIPPED - INVALID OPERATION" TO REQ-TITLE
               MOVE SPACES TO PRINT-LINE
               STRING "SKIPPED INVALID REQUEST: OPERATION=" OP-CODE
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
               GO TO PRINT-TRAILER.
           PERFORM SET-OPERATION THRU END-SET-OPERATION.
           IF GRID-FORMAT GO TO GRID-REQUEST.

      *** LIST FORMAT: ONE RESULT LINE PER ROW ***
           MOVE SPACES TO REQ-TITLE.
           STRING FUNCTION TRIM(OP-NAME) " TABLE FOR " NUM-1
               " (" NUM-ROWS " ROWS)"
               DELIMITED BY SIZE INTO REQ-TITLE.
           MOVE REQ-TITLE TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE ZERO TO NUM-2.
       START-N2.
           ADD 1 TO NUM-2.
           PERFORM CALC-CELL THRU END-CALC-CELL.
           MOVE SPACES TO PRINT-LINE.
           STRING NUM-1 " " OP-SYM " " NUM-2 " = " CELL-TEXT
               DELIMITED BY SIZE INTO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           IF NUM-2 EQUAL NUM-ROWS GO TO PRINT-TRAILER.
           GO TO START-N2.

      *** GRID FORMAT: ONE CROSS-TABLE CHART PER REQUEST, WITH THE ***
      *** RIGHT-HAND OPERANDS ACROSS THE TOP AND THE ROW VALUES    ***
      *** DOWN THE SIDE.  A CHART RUNNING ONTO A NEW PAGE REPEATS  ***
      *** THE COLUMN HEADINGS ***
       GRID-REQUEST.
           IF NUM-1 GREATER THAN MAX-GRID-COLS
               MOVE "Y" TO REQ-SKIP-FLAG
               MOVE "SKIPPED - GRID TOO WIDE" TO REQ-TITLE
               MOVE SPACES TO PRINT-LINE
               STRING "SKIPPED GRID REQUEST: LIMIT=" NUM-1
                   " EXCEEDS " MAX-GRID-COLS " COLUMNS"
                   DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE
               GO TO PRINT-TRAILER.
           MOVE SPACES TO REQ-TITLE.
           STRING FUNCTION TRIM(OP-NAME) " TABLE CHART TO " NUM-1
               " (" NUM-ROWS " ROWS)"
               DELIMITED BY SIZE INTO REQ-TITLE.
           MOVE REQ-TITLE TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO GRID-LINE.
           MOVE "    " TO GRID-LINE(1:4).
           MOVE OP-SYM TO GRID-LINE(4:1).
           ADD 1 TO COL-NO.
           GO TO GRID-HDR-CELL.
       GRID-HDR-DONE.
           MOVE GRID-LINE TO GRID-HDR-LINE.
           MOVE GRID-LINE TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           MOVE "Y" TO GRID-HDR-FLAG.
           MOVE ZERO TO NUM-2.
       GRID-ROW.
           ADD 1 TO NUM-2.
           ADD 1 TO COL-NO.
           GO TO GRID-ROW-CELL.
       GRID-ROW-DONE.
           MOVE GRID-LINE TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           IF NUM-2 EQUAL NUM-ROWS GO TO PRINT-TRAILER.
           GO TO GRID-ROW.

      *** THE TRAILER CLOSING EACH COPY OF A REQUEST ***
       PRINT-TRAILER.
           MOVE "N" TO GRID-HDR-FLAG.
           MOVE SPACES TO PRINT-LINE.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
           IF REQUEST-SKIPPED
               STRING "END OF REQUEST " CARD-NO " - "
                   FUNCTION TRIM(REQ-TITLE)
                   DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING "END OF REQUEST " CARD-NO " - "
                   FUNCTION TRIM(REQ-TITLE) " - COPY " COPY-NO
                   " OF " COPY-CNT
                   DELIMITED BY SIZE INTO PRINT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE THRU END-WRITE-REPORT-LINE.
       END-PRINT-REQUEST.
           EXIT.

      *** PRINT ONE LINE, STARTING A NEW PAGE WHEN THE PAGE IS FULL ***
       WRITE-REPORT-LINE.
           IF LINE-CNT GREATER THAN PAGE-MAX
               ADD 1 TO PAGE-NO
               MOVE ZERO TO LINE-CNT
               MOVE SPACES TO REPORT-REC
               STRING "MULTABL TABLE REPORT FOR " REQUESTER-ID
                   "   BUSINESS DATE " RUN-DATE
                   "            PAGE " PAGE-NO
                   DELIMITED BY SIZE INTO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING PAGE
               MOVE SPACES TO REPORT-REC
               WRITE REPORT-REC AFTER ADVANCING 1 LINE
               ADD 2 TO LINE-CNT
               IF GRID-HDR-ON
                   MOVE GRID-HDR-LINE TO REPORT-REC
                   WRITE REPORT-REC AFTER ADVANCING 1 LINE
                   MOVE SPACES TO REPORT-REC
                   WRITE REPORT-REC AFTER ADVANCING 1 LINE
                   ADD 2 TO LINE-CNT
               END-IF
           END-IF.
           MOVE PRINT-LINE TO REPORT-REC.
           WRITE REPORT-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CNT.
       END-WRITE-REPORT-LINE.
           EXIT.

      *** PICK THE SYMBOL AND TITLE WORD FOR THE OPERATION ***
       SET-OPERATION.
           MOVE OPERATOR-ID TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           IF RUN-OUTCOME EQUAL SPACES
               STRING N-REQ " REQUEST(S) PROCESSED"
           CLOSE AUDIT-FILE.

           STOP RUN.

      *** EACH DELIVERY GOES TO THE SHARED AUDIT LOG ON ITS OWN ***
       AUDIT-DELIVERY.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT EQUAL "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "MULTABLB" TO AUD-PROGRAM.
           MOVE OPERATOR-ID TO AUD-OPERATOR.
           MOVE START-TS TO AUD-START-TS.
           MOVE FUNCTION CURRENT-DATE TO NOW-TS.
           MOVE RUN-DATE TO NOW-TS(1:8).
           MOVE NOW-TS TO AUD-END-TS.
           MOVE DELIVERY-OUTCOME TO AUD-OUTCOME.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
       END-AUDIT-DELIVERY.
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
