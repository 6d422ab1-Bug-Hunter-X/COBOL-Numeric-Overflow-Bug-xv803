      *  rerun override on the control card.  This is what stops a
      *  double-submitted job silently replacing a day's GL extract
      *  and wiping a reject file that has not been worked yet.
      *  RC-CYCLE-NUMBER is the posting cycle within the date, so a
      *  date carries one row per cycle posted; the completion check
      *  is on date and cycle together.  Rows written before cycles
      *  existed carry a space, read as cycle 1.
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05  RC-BUSINESS-DATE         PIC X(8).
               88  RC-RUN-COMPLETE      VALUE "C".
           05  RC-COMPLETED-TIMESTAMP   PIC X(21).
           05  RC-FINAL-TOTAL           PIC 9(9)V99.
           05  RC-CYCLE-NUMBER          PIC X(1).
           05  FILLER                   PIC X(38).
