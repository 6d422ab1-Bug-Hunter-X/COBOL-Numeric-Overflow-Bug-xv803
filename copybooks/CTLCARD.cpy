      *  own generation.  The downstream programs (REJRECYC, ALRTDISP,
      *  GLRECON) read this same card to find the day's files.  With
      *  no date the old fixed file names and no run control apply.
      *  CC-CYCLE-NUMBER (1-9) numbers the posting cycle within the
      *  business date - the morning batch, the mid-day file and the
      *  late file are each posted as their own cycle, with their own
      *  run-control and run-history entries and their own generation
      *  of every output.  Blank or zero means cycle 1, which keeps
      *  the plain .DYYYYMMDD names; cycles 2-9 add a C<n> suffix
      *  (GLEXTRCT.D20260101C2), so a cycle's names still fit the
      *  20-byte generation names HOUSEKP inventories.
      *****************************************************************
       01  CONTROL-CARD-RECORD.
           05  CC-MAX-ITERATIONS        PIC 9(5).
           05  CC-RUN-MODE              PIC X(1).
           05  CC-BUSINESS-DATE         PIC X(8).
           05  CC-RERUN-OVERRIDE        PIC X(1).
           05  CC-CYCLE-NUMBER          PIC X(1).
           05  FILLER                   PIC X(61).
