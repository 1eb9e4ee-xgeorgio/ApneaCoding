      *    MEMBER COUNT ADDED: THE HDR RECORD CARRIES THE RUN DATE,
      *    METRIC AND TOTAL POINT COUNT; EACH CENT RECORD CARRIES
      *    ONE CENTROID AND ITS MEMBER COUNT.  THE DRIFT REPORT
      *    COMPARES THE NEWEST RUN AGAINST THE ONE BEFORE IT.  AS ON
      *    THE MASTER, ATTRIBUTES 3 TO 6 ARE HELD IN CH-EXTRA AND THE
      *    HDR RECORD GIVES THEIR NUMBER IN CH-NATTR (BLANK ON OLDER
      *    RUNS, WHICH HOLD TWO).
       01  CENTHIST-REC.
           05  CH-TYPE       PIC X(4).
           05  CH-SEQ        PIC 9.
           05  CH-DATE       PIC X(8).
           05  CH-METRIC     PIC 9.
           05  CH-COUNT      PIC 9(4).
           05  CH-NATTR      PIC 9.
           05  CH-EXTRA      PIC S9(3)V9 SIGN LEADING SEPARATE
                             OCCURS 4 TIMES.
