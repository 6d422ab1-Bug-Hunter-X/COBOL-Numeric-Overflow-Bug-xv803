      *****************************************************************
      *  PARTCTL.cpy
      *  Split control written by TRANSPLT when it splits the day's
      *  cleaned TRANSIN into partition files (TRANSIN.P<n>), read by
      *  each DAILYACC partition for its account range, by DAILYMRG
      *  to prove the merged day, and by BATCHDRV for the partitions
      *  to start.  The header row ("H") carries the business date
      *  and cycle the split was made for, the number of partitions,
      *  and the day's record count and trailer control total as
      *  TRANSIN had them - the one total the merged day must still
      *  balance to.  One partition row ("P") follows per partition
      *  with its account range, the records routed to it and their
      *  net, which is the control total on that partition's trailer.
      *****************************************************************
       01  PARTITION-CONTROL-RECORD.
           05  PX-RECORD-TYPE           PIC X(1).
               88  PX-IS-HEADER         VALUE "H".
               88  PX-IS-PARTITION      VALUE "P".
           05  PX-HEADER-BODY.
               10  PX-BUSINESS-DATE     PIC X(8).
               10  PX-CYCLE-NUMBER      PIC X(1).
               10  PX-PARTITION-COUNT   PIC 9(1).
               10  PX-CONTROL-FLAG      PIC X(1).
                   88  PX-HAVE-CONTROL-TOTAL VALUE "Y".
               10  PX-CONTROL-TOTAL     PIC 9(9)V99.
               10  PX-RECORD-COUNT      PIC 9(5).
               10  PX-SPLIT-TIMESTAMP   PIC X(21).
               10  FILLER               PIC X(20).
           05  PX-PARTITION-BODY REDEFINES PX-HEADER-BODY.
               10  PX-PARTITION-NUMBER  PIC X(1).
               10  PX-LOW-ACCOUNT       PIC X(10).
               10  PX-HIGH-ACCOUNT      PIC X(10).
               10  PX-PART-RECORD-COUNT PIC 9(5).
               10  PX-PART-NET          PIC 9(9)V99.
               10  FILLER               PIC X(31).
