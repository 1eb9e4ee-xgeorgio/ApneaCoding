      *    CLUSTERING PROGRAMS WITH THE FINAL CENTROIDS OF A RUN AND
      *    READ BY THE SCORING PROGRAM TO ASSIGN NEW POINTS WITHOUT
      *    RERUNNING THE ITERATIONS.  THE HDR RECORD CARRIES THE RUN
      *    DATE, THE DISTANCE METRIC AND THE SCALING MODE; EACH CENT
      *    RECORD CARRIES ONE CLUSTER NUMBER AND ITS CENTROID
      *    COORDINATES IN BUSINESS UNITS.  WHEN THE RUN WAS SCALED,
      *    ONE SCAL RECORD PER COORDINATE FOLLOWS THE HDR RECORD WITH
      *    THE CENTRE AND SPREAD USED, SO THAT NEW POINTS CAN BE
      *    SCALED THE SAME WAY: SCALED = (VALUE - CENTRE) * 100 /
      *    SPREAD.  THE FIRST TWO ATTRIBUTES OF A CENTROID ARE HELD
      *    IN CM-X AND CM-Y, ANY FURTHER ONES IN CM-EXTRA; CM-NATTR ON
      *    THE HDR RECORD GIVES THE NUMBER OF ATTRIBUTES (1 TO 6).  A
      *    MASTER WRITTEN BEFORE CM-NATTR EXISTED HAS IT BLANK AND
      *    HOLDS TWO ATTRIBUTES.  THE SAME LAYOUT SERVES THE
      *    SUB-CENTROID MASTER OF A DRILL-DOWN RUN, WHERE CM-PARENT
      *    (CS-PARENT ON A SCAL RECORD) GIVES THE PARENT CLUSTER AND
      *    CM-SEQ THE CHILD, SO EACH RECORD IS KEYED PARENT.CHILD; A
      *    BLOCK OF HDR, SCAL AND CENT RECORDS IS KEPT PER PARENT.  ON
      *    THE CENTROID MASTER ITSELF CM-PARENT IS BLANK.
       01  CENTROID-REC.
           05  CM-TYPE       PIC X(4).
           05  CM-SEQ        PIC 9.
           05  CM-Y          PIC S9(3)V9 SIGN LEADING SEPARATE.
           05  CM-DATE       PIC X(8).
           05  CM-METRIC     PIC 9.
           05  CM-SCALE      PIC X.
               88  CM-SCALE-NONE      VALUES "N" " ".
               88  CM-SCALE-MINMAX    VALUE "M".
               88  CM-SCALE-ZSCORE    VALUE "Z".
           05  CM-NATTR      PIC 9.
           05  CM-EXTRA      PIC S9(3)V9 SIGN LEADING SEPARATE
                             OCCURS 4 TIMES.
           05  CM-PARENT     PIC X.
       01  CENTROID-SCALE-REC.
           05  CS-TYPE       PIC X(4).
           05  CS-SEQ        PIC 9.
           05  CS-CENTRE     PIC S9(4)V9(4) SIGN LEADING SEPARATE.
           05  CS-SPREAD     PIC 9(4)V9(4).
           05  FILLER        PIC X(24).
           05  CS-PARENT     PIC X.
