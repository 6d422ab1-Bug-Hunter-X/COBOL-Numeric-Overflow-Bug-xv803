      *  WARNING, so a failed night picks up at the failed step
      *  instead of rerunning - and double-posting - the steps that
      *  finished.  SKIPPED and FAILED steps run again on restart.
      *  SS-CYCLE-NUMBER is the posting cycle the chain ran for - the
      *  restart scan matches date and cycle, so each cycle of a day
      *  runs its own chain.  Rows from before cycles existed carry
      *  a space, read as cycle 1.
      *****************************************************************
       01  STEP-STATUS-RECORD.
           05  SS-BUSINESS-DATE         PIC X(8).
               88  SS-STEP-WARNING      VALUE "WARNING".
               88  SS-STEP-FAILED       VALUE "FAILED".
               88  SS-STEP-SKIPPED      VALUE "SKIPPED".
           05  SS-CYCLE-NUMBER          PIC X(1).
           05  FILLER                   PIC X(7).
