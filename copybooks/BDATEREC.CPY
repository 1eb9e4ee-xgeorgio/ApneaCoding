000100*    SHARED BUSINESS DATE CONTROL RECORD.  ONE RECORD GIVING THE
      *    BUSINESS DATE EVERY PROGRAM RUNS UNDER, IN PLACE OF THE
      *    MACHINE CLOCK, SO A STREAM THAT RUNS PAST MIDNIGHT OR IS
      *    RERUN THE NEXT MORNING STILL STAMPS THE NIGHT IT BELONGS
      *    TO.  THE DATE-ROLL STEP AT THE END OF THE OVERNIGHT STREAM
      *    CLOSES THE DATE AND OPENS THE NEXT ONE.  A PROGRAM REFUSES
      *    TO RUN WHEN THE RECORD IS MISSING OR THE DATE IS CLOSED;
      *    OPERATIONS MAY KEY A C IN THE STATUS TO HOLD ALL WORK.
       01  BUSDATE-REC.
           05  BD-DATE       PIC X(8).
           05  BD-STATUS     PIC X.
           05  BD-CLOSED     PIC X(8).
           05  BD-ROLL-TS    PIC X(14).
