      *****************************************************************
      *  WNCTL.cpy
      *  Control card for WINDRPT, the batch-window report.
      *  WNC-TO-DATE (YYYYMMDD) is the last business date reported -
      *  spaces mean the latest dated chain on STEPSTAT; WNC-DAYS is
      *  how many calendar days back from it the report covers (zero
      *  or blank means a week).
      *****************************************************************
       01  WN-CONTROL-RECORD.
           05  WNC-TO-DATE              PIC X(8).
           05  WNC-DAYS                 PIC 9(3).
           05  FILLER                   PIC X(69).
