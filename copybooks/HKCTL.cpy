      *  from HKC-ASOF-DATE (spaces = today); zero means that family
      *  is never purged.  HKC-HISTORY-DAYS trims RUNHIST rows and
      *  RUNCTL rows whose generations are all off disk.
      *  HKC-TRANHIST-DAYS ages rows off the permanent TRANS-ID
      *  history (TRANHIST) by business date; it is kept separate
      *  because it sets how far back TRANEDIT can catch a resent
      *  item, which is a different question from how long the
      *  generations themselves are worth keeping.
      *  For RESTORE, HKC-RESTORE-GEN is the generation file name
      *  (e.g. REJECTS.D20260115) and HKC-ARCHIVE-NAME the archive
      *  file it was packed into (e.g. ARCHIVE.D20260301).
           05  HKC-HISTORY-DAYS         PIC 9(3).
           05  HKC-RESTORE-GEN          PIC X(20).
           05  HKC-ARCHIVE-NAME         PIC X(20).
           05  HKC-TRANHIST-DAYS        PIC 9(3).
           05  FILLER                   PIC X(7).
