000100 IDENTIFICATION DIVISION.
       PROGRAM-ID.   KMDTROLL.
      *    THIS PROGRAM IS THE BUSINESS DATE ROLL, RUN AS THE LAST
      *    STEP OF THE OVERNIGHT STREAM.  IT CLOSES THE BUSINESS DATE
      *    ON THE DATE CONTROL RECORD AND OPENS THE NEXT CALENDAR
      *    DAY, SO EVERY PROGRAM RUN FROM THEN ON STAMPS THE NEW
      *    DATE.  A STREAM THAT FAILS BEFORE THIS STEP LEAVES THE
      *    DATE OPEN, AND THE RERUN NEXT MORNING STILL STAMPS THE
      *    NIGHT IT BELONGS TO.  THE ROLL IS REFUSED WHEN THE RECORD
      *    IS MISSING, THE DATE IS ALREADY CLOSED, OR THE NEXT DATE
      *    WOULD BE MORE THAN A DAY AHEAD OF THE CALENDAR, WHICH LETS
      *    A STREAM FINISH BEFORE MIDNIGHT BUT STOPS A SECOND ROLL ON
      *    THE SAME NIGHT.  ANY OTHER COPY OF THE DATE CONTROL RECORD,
      *    SUCH AS THE ONE IN ANOTHER APPLICATION'S DATA DIRECTORY, IS
      *    NAMED ON A CARD OF THE COPY FILE AND IS REWRITTEN WITH THE
      *    NEW DATE AS WELL.
       AUTHOR.       MYSELF.
       DATE-WRITTEN. 1 JANUARY 1960.
       SECURITY.     NONE.

000200 ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  TRS-80.
       OBJECT-COMPUTER.  TRS-80.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT COPY-CARD-FILE ASSIGN TO "KMDTCOPY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-STATUS.
           SELECT COPY-FILE ASSIGN USING COPY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

000300 DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  COPY-CARD-FILE.
       01  COPY-CARD      PIC X(60).

       FD  COPY-FILE.
       01  COPY-REC       PIC X(31).

       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  CARD-STATUS    PIC XX.
       77  COPY-STATUS    PIC XX.
       77  COPY-NAME   PIC X(60).
       77  N-COPIES    PIC 99 VALUE ZERO.
       77  N-COPY-FAIL PIC 99 VALUE ZERO.
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30).
       77  CLOCK-TS    PIC X(21).
       77  OLD-DATE    PIC 9(8).
       77  NEW-DATE    PIC 9(8).
       77  DAY-NO      PIC 9(7).
       77  CLOCK-DAY-NO PIC 9(7).

000400 PROCEDURE DIVISION.
       START-ROLL.
           DISPLAY "BUSINESS DATE ROLL - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "BUSINESS DATE ROLL - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.

      *** THE NEXT BUSINESS DATE IS THE NEXT CALENDAR DAY.  IT MAY ***
      *** CATCH UP WITH THE CALENDAR, AND A STREAM ENDING BEFORE ***
      *** MIDNIGHT OPENS TOMORROW, BUT IT NEVER GETS MORE THAN ONE ***
      *** DAY AHEAD ***
       NEXT-DATE.
           MOVE RUN-DATE TO OLD-DATE.
           COMPUTE DAY-NO = FUNCTION INTEGER-OF-DATE(OLD-DATE) + 1.
           COMPUTE NEW-DATE = FUNCTION DATE-OF-INTEGER(DAY-NO).
           MOVE FUNCTION CURRENT-DATE TO CLOCK-TS.
           COMPUTE CLOCK-DAY-NO =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CLOCK-TS(1:8))).
           IF DAY-NO GREATER THAN CLOCK-DAY-NO + 1
               DISPLAY "BUSINESS DATE ROLL - " NEW-DATE
                   " IS AHEAD OF THE CALENDAR, DATE NOT ROLLED"
               MOVE "DATE AHEAD OF CALENDAR" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.

      *** CLOSE TONIGHT'S DATE AND OPEN THE NEXT ONE ***
       WRITE-BUSDATE.
           MOVE SPACES TO BUSDATE-REC.
           MOVE NEW-DATE TO BD-DATE.
           MOVE "O" TO BD-STATUS.
           MOVE OLD-DATE TO BD-CLOSED.
           MOVE CLOCK-TS(1:14) TO BD-ROLL-TS.
           OPEN OUTPUT BUSDATE-FILE.
           WRITE BUSDATE-REC.
           CLOSE BUSDATE-FILE.
           DISPLAY "BUSINESS DATE ROLL - " OLD-DATE " CLOSED, "
               NEW-DATE " OPEN".
           MOVE SPACES TO RUN-OUTCOME.
           STRING "ROLLED " OLD-DATE " TO " NEW-DATE
               DELIMITED BY SIZE INTO RUN-OUTCOME.

      *** REWRITE EVERY OTHER COPY OF THE RECORD NAMED ON THE COPY ***
      *** FILE.  A COPY THAT CANNOT BE WRITTEN FAILS THE STEP SO ***
      *** OPERATIONS CAN PUT IT RIGHT BY HAND ***
           OPEN INPUT COPY-CARD-FILE.
           IF CARD-STATUS NOT EQUAL "00" GO TO WRITE-AUDIT.
       CONT-COPY.
           READ COPY-CARD-FILE AT END GO TO END-COPY.
           IF COPY-CARD EQUAL SPACES GO TO CONT-COPY.
           MOVE COPY-CARD TO COPY-NAME.
           OPEN OUTPUT COPY-FILE.
           IF COPY-STATUS NOT EQUAL "00"
               DISPLAY "BUSINESS DATE ROLL - COPY NOT WRITTEN: "
                   FUNCTION TRIM(COPY-NAME)
               ADD 1 TO N-COPY-FAIL
               GO TO CONT-COPY.
           MOVE BUSDATE-REC TO COPY-REC.
           WRITE COPY-REC.
           CLOSE COPY-FILE.
           ADD 1 TO N-COPIES.
           GO TO CONT-COPY.
       END-COPY.
           CLOSE COPY-CARD-FILE.
           DISPLAY "BUSINESS DATE ROLL - " N-COPIES
               " COPY(IES) WRITTEN".
           IF N-COPY-FAIL NOT EQUAL ZERO
               MOVE SPACES TO RUN-OUTCOME
               STRING "ROLLED " NEW-DATE " COPY FAILED"
                   DELIMITED BY SIZE INTO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE.

      *** RECORD THIS RUN IN THE SHARED AUDIT LOG ***
       WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT EQUAL "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE "KMDTROLL" TO AUD-PROGRAM.
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
