      *    CODE ON AN EXCEPTION REPORT AND ENDS WITH CONTROL TOTALS.
      *    RAW RECORDS MAY BE IN THE SIGNED ONE-DECIMAL LAYOUT OR IN
      *    THE OLD UNSIGNED SIX-DIGIT LAYOUT, WHICH IS CONVERTED.
      *    A HEADER RECORD AT THE FRONT OF THE RAW FILE DECLARES HOW
      *    MANY ATTRIBUTES, ONE TO SIX, EACH POINT CARRIES AND NAMES
      *    THEM; WITHOUT ONE EACH POINT CARRIES X AND Y.  EVERY
      *    ATTRIBUTE IS EDITED, AND THE CLEAN FILE ALWAYS STARTS WITH
      *    A HEADER.  THE OLD LAYOUT IS ONLY TAKEN FOR TWO ATTRIBUTES.
       AUTHOR.       MYSELF.
       DATE-WRITTEN. 1 JANUARY 1960.
       SECURITY.     NONE.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ERROR-FILE ASSIGN TO "KMPTERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
       FD  CLEAN-FILE.
       01  CLEAN-REC.
           05  CLN-ID     PIC X(8).
           05  CLN-V      PIC S9(3)V9 SIGN LEADING SEPARATE
                          OCCURS 6 TIMES.
       01  CLEAN-HDR-REC.
           05  CLN-TAG    PIC X(8).
           05  CLN-NATTR  PIC 9.
           05  CLN-NAME   PIC X(8) OCCURS 6 TIMES.

       FD  ERROR-FILE.
       01  ERROR-REC      PIC X(80).

       FD  BUSDATE-FILE.
       COPY BDATEREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       77  RAW-STATUS     PIC XX.
       77  AUDIT-STATUS   PIC XX.
       77  BUSDATE-STATUS PIC XX.
       77  NOW-TS         PIC X(21).
       77  RUN-DATE    PIC X(8).
       77  RUN-DATE-FLAG PIC X VALUE "N".
           88  RUN-DATE-OPEN      VALUE "Y".
       77  START-TS    PIC X(14).
       77  RUN-OUTCOME     PIC X(30).
       77  CNT-READ    PIC 9(5) VALUE ZERO.
       77  REJ-REASON  PIC X(20).
       77  BLANK-CNT   PIC 99.
       77  J           PIC 9(5).
       77  ATT         PIC 9.
       77  N-ATTR      PIC 9 VALUE 2.
       77  BODY-LEN    PIC 99.
       77  TAIL-POS    PIC 99.
       77  HDR-SEEN    PIC X VALUE "N".

       01  RAW-FIELDS.
           05  RAW-ID     PIC X(8).
           05  RAW-BODY.
               10  RAW-V      PIC S9(3)V9 SIGN LEADING SEPARATE
                              OCCURS 6 TIMES.
           05  RAW-TAIL   PIC X(42).
       01  RAW-OLD-VIEW REDEFINES RAW-FIELDS.
           05  RAW-OLD-ID PIC X(8).
           05  RAW-OLD-BODY.
               10  RAW-OLD-X  PIC 9(3).
               10  RAW-OLD-Y  PIC 9(3).
           05  RAW-OLD-TAIL PIC X(66).
       01  RAW-HDR-VIEW REDEFINES RAW-FIELDS.
           05  RAW-HDR-TAG   PIC X(8).
           05  RAW-HDR-NATTR PIC X.
           05  RAW-HDR-NAME  PIC X(8) OCCURS 6 TIMES.
           05  RAW-HDR-TAIL  PIC X(23).
       01  RAW-NUM-FIELDS.
           05  RAW-NUM    PIC S9(3)V9 OCCURS 6 TIMES.
       01  MAX-COORD      PIC 9(3)V9 VALUE 999.9.

      *** NAMES OF THE ATTRIBUTES, TAKEN FROM THE RAW HEADER WHEN ***
      *** IT NAMES THEM ***
       01  ATTR-NAME-VALUES.
           02  FILLER     PIC X(8) VALUE "X".
           02  FILLER     PIC X(8) VALUE "Y".
           02  FILLER     PIC X(8) VALUE "ATTR3".
           02  FILLER     PIC X(8) VALUE "ATTR4".
           02  FILLER     PIC X(8) VALUE "ATTR5".
           02  FILLER     PIC X(8) VALUE "ATTR6".
       01  ATTR-NAME-TABLE REDEFINES ATTR-NAME-VALUES.
           02  ATTR-NAME  PIC X(8) OCCURS 6 TIMES.

       01  SEEN-FIELDS.
       02  SEEN-ID    PIC X(8)   OCCURS 9999 TIMES.

000400 PROCEDURE DIVISION.
       START-EDIT.
           DISPLAY "KMEANS POINTS EDIT - STARTING".
           PERFORM READ-BUSDATE THRU END-READ-BUSDATE.
           IF NOT RUN-DATE-OPEN
               DISPLAY "KMEANS POINTS EDIT - " RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           OPEN INPUT RAW-FILE.
           IF RAW-STATUS NOT EQUAL "00"
               DISPLAY "KMEANS POINTS EDIT - RAW FILE MISSING"
               DELIMITED BY SIZE INTO ERROR-REC.
           WRITE ERROR-REC.

      *** THE HEADER RECORD, WHEN THERE IS ONE, MUST COME FIRST. ***
      *** IT IS NOT A POINT AND IS NOT COUNTED AS ONE ***
           READ RAW-FILE AT END GO TO WRITE-CLEAN-HEADER.
           MOVE RAW-REC TO RAW-FIELDS.
           IF RAW-HDR-TAG NOT EQUAL "*HEADER*"
               GO TO WRITE-CLEAN-HEADER.
           IF RAW-HDR-NATTR IS NOT NUMERIC
               OR RAW-HDR-NATTR EQUAL "0"
               OR RAW-HDR-NATTR GREATER THAN "6"
               OR RAW-HDR-TAIL NOT EQUAL SPACES
               CLOSE RAW-FILE
               CLOSE CLEAN-FILE
               CLOSE ERROR-FILE
               DISPLAY "KMEANS POINTS EDIT - RAW HEADER INVALID"
               MOVE "RAW POINTS HEADER INVALID" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO WRITE-AUDIT.
           MOVE RAW-HDR-NATTR TO N-ATTR.
           MOVE 1 TO ATT.
       TAKE-ATTR-NAME.
           IF RAW-HDR-NAME(ATT) NOT EQUAL SPACES
               MOVE RAW-HDR-NAME(ATT) TO ATTR-NAME(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN 6 GO TO TAKE-ATTR-NAME.
           MOVE "Y" TO HDR-SEEN.

      *** THE CLEAN FILE ALWAYS DECLARES ITS ATTRIBUTES ***
       WRITE-CLEAN-HEADER.
           MOVE SPACES TO CLEAN-HDR-REC.
           MOVE "*HEADER*" TO CLN-TAG.
           MOVE N-ATTR TO CLN-NATTR.
           MOVE 1 TO ATT.
       PUT-ATTR-NAME.
           MOVE ATTR-NAME(ATT) TO CLN-NAME(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO PUT-ATTR-NAME.
           WRITE CLEAN-HDR-REC.
           COMPUTE BODY-LEN = N-ATTR * 5.
           COMPUTE TAIL-POS = BODY-LEN + 9.
           DISPLAY "KMEANS POINTS EDIT - " N-ATTR
               " ATTRIBUTE(S) PER POINT".
           IF RAW-STATUS NOT EQUAL "00" GO TO END-READ-RAW.
           IF HDR-SEEN EQUAL "N" GO TO EDIT-RECORD.

      *** EDIT EACH RAW RECORD IN TURN ***
       CONT-READ-RAW.
           READ RAW-FILE AT END GO TO END-READ-RAW.
           MOVE RAW-REC TO RAW-FIELDS.
       EDIT-RECORD.
           ADD 1 TO CNT-READ.

      *** RULE 7: A HEADER MAY ONLY COME AT THE FRONT OF THE FILE ***
           IF RAW-HDR-TAG EQUAL "*HEADER*"
               MOVE "R7 MISPLACED HEADER" TO REJ-REASON
               GO TO REJECT-RECORD.

      *** RULE 1: EVERY POINT MUST CARRY ITS ACCOUNT/SITE KEY ***
           IF RAW-ID EQUAL SPACES
               GO TO REJECT-RECORD.

      *** AN OLD-STYLE SIX-DIGIT RECORD IS ACCEPTED AS-IS AND ***
      *** CONVERTED TO THE SIGNED ONE-DECIMAL LAYOUT ON OUTPUT. ***
      *** IT ONLY EVER CARRIED X AND Y ***
           IF N-ATTR EQUAL 2
               AND RAW-OLD-TAIL EQUAL SPACES
               AND RAW-OLD-BODY IS NUMERIC
               MOVE ZERO TO RAW-NUM-FIELDS
               MOVE RAW-OLD-X TO RAW-NUM(1)
               MOVE RAW-OLD-Y TO RAW-NUM(2)
               GO TO CHECK-RANGE.

      *** RULE 2: THE ATTRIBUTES MUST FILL EXACTLY FIVE CHARACTERS ***
      *** EACH ***
           IF RAW-FIELDS(TAIL-POS:) NOT EQUAL SPACES
               MOVE "R2 WRONG LENGTH" TO REJ-REASON
               GO TO REJECT-RECORD.
           MOVE ZERO TO BLANK-CNT.
           INSPECT RAW-BODY(1:BODY-LEN) TALLYING BLANK-CNT
               FOR ALL SPACE.
           IF BLANK-CNT NOT EQUAL ZERO
               MOVE "R2 WRONG LENGTH" TO REJ-REASON
               GO TO REJECT-RECORD.

      *** RULE 3: EVERY ATTRIBUTE MUST BE A SIGNED DIGIT FIELD ***
           MOVE ZERO TO RAW-NUM-FIELDS.
           MOVE 1 TO ATT.
       CHECK-NUMERIC.
           IF RAW-V(ATT) IS NOT NUMERIC
               MOVE "R1 NON-NUMERIC" TO REJ-REASON
               GO TO REJECT-RECORD.
           MOVE RAW-V(ATT) TO RAW-NUM(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO CHECK-NUMERIC.

      *** RULE 4: ATTRIBUTES MUST LIE IN THE -999.9/+999.9 RANGE ***
       CHECK-RANGE.
           MOVE 1 TO ATT.
       CHECK-ATTR-RANGE.
           IF RAW-NUM(ATT) GREATER THAN MAX-COORD
               OR RAW-NUM(ATT) LESS THAN ZERO - MAX-COORD
               MOVE "R3 OUT OF RANGE" TO REJ-REASON
               GO TO REJECT-RECORD.
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO CHECK-ATTR-RANGE.

      *** RULE 5: THE KEY MUST NOT REPEAT AN ACCEPTED RECORD ***
           MOVE 1 TO J.
       ACCEPT-RECORD.
           ADD 1 TO CNT-GOOD.
           MOVE RAW-ID TO SEEN-ID(CNT-GOOD).
           MOVE SPACES TO CLEAN-REC.
           MOVE RAW-ID TO CLN-ID.
           MOVE 1 TO ATT.
       PUT-CLEAN-ATTR.
           MOVE RAW-NUM(ATT) TO CLN-V(ATT).
           ADD 1 TO ATT.
           IF ATT NOT GREATER THAN N-ATTR GO TO PUT-CLEAN-ATTR.
           WRITE CLEAN-REC.
           GO TO CONT-READ-RAW.

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
