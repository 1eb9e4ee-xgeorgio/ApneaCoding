000100*    SHARED CRM BATCH REGISTER RECORD LAYOUT.  ONE RECORD PER
      *    INTERFACE BATCH SENT, WRITTEN BY THE EXTRACT WITH THE
      *    TRAILER TOTALS OF THE BATCH AND UPDATED BY THE
      *    ACKNOWLEDGMENT RECONCILIATION WITH WHAT THE RECEIVING
      *    SYSTEM SAID IT LOADED.  A BATCH IS SENT, ACKNOWLEDGED IN
      *    FULL, ACKNOWLEDGED WITH TOTALS THAT DISAGREE, OR REPLACED
      *    BY A LATER EXTRACT FOR THE SAME BUSINESS DATE.
       01  XREG-REC.
           05  XR-BATCH      PIC 9(6).
           05  XR-DATE       PIC X(8).
           05  XR-COUNT      PIC 9(7).
           05  XR-HASH-ID    PIC 9(15).
           05  XR-HASH-CL    PIC 9(9).
           05  XR-SENT-TS    PIC X(14).
           05  XR-STATUS     PIC X.
               88  XR-SENT            VALUE "S".
               88  XR-ACKED           VALUE "A".
               88  XR-DISAGREE        VALUE "D".
               88  XR-REPLACED        VALUE "R".
           05  XR-ACK-COUNT  PIC 9(7).
           05  XR-ACK-TS     PIC X(14).
