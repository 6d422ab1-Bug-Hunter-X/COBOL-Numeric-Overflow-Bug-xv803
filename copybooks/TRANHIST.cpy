      *****************************************************************
      *  TRANHIST.cpy
      *  Permanent TRANS-ID history - one row for every transaction
      *  that reached DAILYACC on a dated posting run, copied from the
      *  day's DETLEDGR generation when the run completes.  TRANEDIT
      *  rejects any incoming TRANS-ID already on this file under
      *  another business date (E010), so a feed that resends an
      *  earlier day's file cannot post the same items twice.  A
      *  rerun of a date under the override replaces that date's rows
      *  rather than adding to them.  TH-POST-STATUS is copied from
      *  DL-POST-STATUS: "P" posted, "S" suspended to REJECTS (still
      *  live - REJRECYC will post it, so a resend is just as much a
      *  duplicate), "H" held on HELDITEM over the account's
      *  single-item limit.  A held item released through HELDREL
      *  gets a second row under the date it finally posts.  HOUSEKP
      *  ages rows off by TH-BUSINESS-DATE under its own retention
      *  window (HKC-TRANHIST-DAYS).  TH-CYCLE-NUMBER is the posting
      *  cycle within the date: a rerun replaces only its own cycle's
      *  rows, and an id already recorded under another cycle of the
      *  same date is just as much a resend (rows from before cycles
      *  existed carry a space, read as cycle 1).
      *****************************************************************
       01  TRANS-HISTORY-RECORD.
           05  TH-TRANS-ID              PIC X(10).
           05  TH-BUSINESS-DATE         PIC X(8).
           05  TH-POST-STATUS           PIC X(1).
               88  TH-POSTED            VALUE "P".
               88  TH-SUSPENDED         VALUE "S".
               88  TH-HELD              VALUE "H".
           05  TH-ACCOUNT-CODE          PIC X(10).
           05  TH-AMOUNT                PIC 9(9)V99.
           05  TH-MOVEMENT-SIGN         PIC X(1).
           05  TH-RECORDED-TIMESTAMP    PIC X(21).
           05  TH-CYCLE-NUMBER          PIC X(1).
           05  FILLER                   PIC X(17).
