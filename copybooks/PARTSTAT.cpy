      *****************************************************************
      *  PARTSTAT.cpy
      *  Partition status written by a partitioned DAILYACC run
      *  (PARTSTAT.P<n>, one row, replaced by every posting run of
      *  the partition) in place of the run-control and run-history
      *  rows, which are the whole day's and are written by DAILYMRG
      *  once every partition is in.  PS-STATUS is how the run ended:
      *  COMPLETE (balanced to its trailer, GL extract written),
      *  CAPSTOP (stopped at the iteration cap, checkpoint kept) or
      *  OUTOFBAL (did not balance, no GL extract).  The counts and
      *  totals are the ones on the partition's balancing report;
      *  the held, released and GL-suspended nets are signed.  An
      *  item the GL distribution table had no room for goes to
      *  REJECTS, so like a held item it is on the trailer but not
      *  in the total.  DAILYMRG merges only when every partition
      *  of the split shows COMPLETE for the business date and
      *  cycle.
      *****************************************************************
       01  PARTITION-STATUS-RECORD.
           05  PS-BUSINESS-DATE         PIC X(8).
           05  PS-CYCLE-NUMBER          PIC X(1).
           05  PS-PARTITION-NUMBER      PIC X(1).
           05  PS-STATUS                PIC X(8).
               88  PS-COMPLETE          VALUE "COMPLETE".
               88  PS-CAP-STOP          VALUE "CAPSTOP".
               88  PS-OUT-OF-BALANCE    VALUE "OUTOFBAL".
           05  PS-END-TIMESTAMP         PIC X(21).
           05  PS-RESTART-FLAG          PIC X(1).
           05  PS-RECORDS-PROCESSED     PIC 9(5).
           05  PS-REJECT-COUNT          PIC 9(5).
           05  PS-HELD-COUNT            PIC 9(5).
           05  PS-HELD-NET              PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  PS-RELEASED-COUNT        PIC 9(5).
           05  PS-RELEASED-NET          PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  PS-CONTROL-FLAG          PIC X(1).
               88  PS-HAVE-CONTROL-TOTAL VALUE "Y".
           05  PS-CONTROL-TOTAL         PIC 9(9)V99.
           05  PS-FINAL-TOTAL           PIC 9(9)V99.
           05  PS-DETLEDGR-COUNT        PIC 9(5).
           05  PS-ALERT-COUNT           PIC 9(5).
           05  PS-JNL-POSTED-COUNT      PIC 9(5).
           05  PS-JNL-SUSPENDED-COUNT   PIC 9(5).
           05  PS-GL-SUSP-COUNT         PIC 9(5).
           05  PS-GL-SUSP-NET           PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
