000100*    SHARED GENERATION CATALOG RECORD LAYOUT.  ONE RECORD PER
      *    SAVED GENERATION OF A NIGHTLY OUTPUT FILE, WRITTEN BY THE
      *    GENERATION SAVE STEP AND READ BY THE RESTORE UTILITY.  A
      *    GENERATION IS KEPT UNDER THE FILE NAME WITH D AND THE
      *    BUSINESS DATE AS ITS EXTENSION, E.G. KMRESULT.D20261015,
      *    AND THE COUNT IS THE NUMBER OF RECORDS SAVED IN IT.
       01  GENCAT-REC.
           05  GC-FILE       PIC X(8).
           05  GC-DATE       PIC X(8).
           05  GC-COUNT      PIC 9(7).
           05  GC-SAVED-TS   PIC X(14).
