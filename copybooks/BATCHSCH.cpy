      *****************************************************************
      *  BATCHSCH.cpy
      *  Batch-window schedule read by BATCHDRV and WINDRPT.  A step
      *  row ("S") gives the minutes a chain step is expected to take;
      *  a step with no row is not timed.  A deadline row ("D") gives
      *  the wall-clock time (HHMM) the whole chain must be finished
      *  by, BSD-DAYS-AFTER calendar days after the business date (1
      *  for an overnight chain due next morning).  BSD-CYCLE-NUMBER
      *  "1"-"9" sets the deadline for that posting cycle alone; a
      *  space sets it for every cycle without a row of its own.  A
      *  dateless chain measures from the day the driver started.
      *****************************************************************
       01  BATCH-SCHEDULE-RECORD.
           05  BS-RECORD-TYPE           PIC X(1).
               88  BS-IS-STEP           VALUE "S".
               88  BS-IS-DEADLINE       VALUE "D".
           05  BS-STEP-BODY.
               10  BSS-STEP-NAME        PIC X(8).
               10  BSS-EXPECTED-MINUTES PIC 9(4).
               10  FILLER               PIC X(67).
           05  BS-DEADLINE-BODY REDEFINES BS-STEP-BODY.
               10  BSD-CYCLE-NUMBER     PIC X(1).
               10  BSD-DAYS-AFTER       PIC 9(1).
               10  BSD-DEADLINE-TIME    PIC 9(4).
               10  FILLER               PIC X(73).
