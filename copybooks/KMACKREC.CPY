000100*    SHARED CRM ACKNOWLEDGMENT RECORD LAYOUT.  WRITTEN BY THE
      *    RECEIVING SYSTEM, ONE RECORD PER INTERFACE BATCH IT LOADED,
      *    GIVING THE BATCH NUMBER AND BUSINESS DATE FROM THE HEADER,
      *    THE NUMBER OF DTL RECORDS LOADED AND THE ID AND CLUSTER
      *    HASH TOTALS IT COMPUTED OVER THEM, AND WHEN IT LOADED THEM.
       01  ACK-REC.
           05  AK-BATCH      PIC 9(6).
           05  AK-DATE       PIC X(8).
           05  AK-COUNT      PIC 9(7).
           05  AK-HASH-ID    PIC 9(15).
           05  AK-HASH-CL    PIC 9(9).
           05  AK-LOAD-TS    PIC X(14).
