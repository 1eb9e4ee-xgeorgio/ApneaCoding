000100*    SHARED CRM INTERFACE RECORD LAYOUT.  ONE FIXED-WIDTH FILE
      *    PER NIGHT CARRYING THE CLUSTERED AND THE SCORED ASSIGNMENTS
      *    OF THE NIGHT.  THE HDR RECORD COMES FIRST WITH THE BUSINESS
      *    DATE AND THE BATCH NUMBER; ONE DTL RECORD FOLLOWS PER POINT,
      *    SOURCE C FOR A POINT FROM THE CLUSTERING RUN AND S FOR A
      *    NEW POINT SCORED AGAINST THE MASTER; THE TRL RECORD COMES
      *    LAST WITH THE NUMBER OF DTL RECORDS AND TWO HASH TOTALS.
      *    THE ID HASH IS THE SUM OVER THE DTL RECORDS OF THE DIGITS
      *    OF EACH ID READ AS ONE NUMBER (ACCT0012 COUNTS 12); THE
      *    CLUSTER HASH IS THE SUM OF THE CLUSTER NUMBERS.  THE
      *    RECEIVING SYSTEM RECOMPUTES BOTH AND ECHOES THEM BACK ON
      *    ITS ACKNOWLEDGMENT.
       01  IF-HEADER-REC.
           05  XH-TYPE       PIC X(4).
           05  XH-SYSTEM     PIC X(8).
           05  XH-DATE       PIC X(8).
           05  XH-BATCH      PIC 9(6).
           05  XH-CREATED-TS PIC X(14).
           05  FILLER        PIC X(40).
       01  IF-DETAIL-REC.
           05  XD-TYPE       PIC X(4).
           05  XD-SOURCE     PIC X.
           05  XD-ID         PIC X(8).
           05  XD-CLUSTER    PIC 9.
           05  XD-SEG-CODE   PIC X(6).
           05  XD-SEG-NAME   PIC X(20).
           05  FILLER        PIC X(40).
       01  IF-TRAILER-REC.
           05  XT-TYPE       PIC X(4).
           05  XT-BATCH      PIC 9(6).
           05  XT-COUNT      PIC 9(7).
           05  XT-HASH-ID    PIC 9(15).
           05  XT-HASH-CL    PIC 9(9).
           05  XT-CLUSTERED  PIC 9(7).
           05  XT-SCORED     PIC 9(7).
           05  FILLER        PIC X(25).
