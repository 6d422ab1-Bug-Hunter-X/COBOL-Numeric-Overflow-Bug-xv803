      *****************************************************************
      *  PARTCARD.cpy
      *  Partition card read by TRANSPLT - one row per DAILYACC
      *  partition, giving the range of account codes (low and high,
      *  both inclusive) whose items that partition posts.  Up to 9
      *  partitions, numbered "1"-"9".  Rows are in ascending account
      *  order and the ranges may not overlap; an item whose account
      *  falls in no range stops the split, so the ranges are set to
      *  cover every account the feeds can carry (a blank account
      *  counts as the house default account).  BATCHDRV runs the
      *  posting step partitioned whenever this card is present.
      *****************************************************************
       01  PARTITION-CARD-RECORD.
           05  PC-PARTITION-NUMBER      PIC X(1).
           05  PC-LOW-ACCOUNT           PIC X(10).
           05  PC-HIGH-ACCOUNT          PIC X(10).
           05  FILLER                   PIC X(59).
