      *  instead of from memory.  RH-STATUS summarizes how the
      *  invocation ended; RH-RESTART-FLAG is "Y" when the run resumed
      *  from a checkpoint.  RUNHSTRP summarizes this file across a
      *  date range.  RH-RUN-DATE is the machine date the run started
      *  on; RH-BUSINESS-DATE and RH-CYCLE-NUMBER say which posting
      *  cycle the run was for (spaces on an undated run and on rows
      *  written before cycles existed, which ended at RH-STATUS).
      *****************************************************************
       01  RUN-HISTORY-RECORD.
           05  RH-RUN-DATE              PIC X(8).
               88  RH-CAP-STOP          VALUE "CAPSTOP".
               88  RH-OUT-OF-BALANCE    VALUE "OUTOFBAL".
               88  RH-FORECAST          VALUE "FORECAST".
           05  RH-BUSINESS-DATE         PIC X(8).
           05  RH-CYCLE-NUMBER          PIC X(1).
           05  FILLER                   PIC X(11).
