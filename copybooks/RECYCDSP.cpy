      *  re-presented from REJECTS, so operations can see at a glance
      *  which rejected amounts posted on the recycle pass, which were
      *  re-suspended (and how old they are), and which were escalated
      *  after failing three or more passes.  RCY-JOURNAL-ID names
      *  the journal entry an item is a leg of (spaces for a single
      *  item); every leg of a journal gets the same disposition.
      *****************************************************************
       01  RECYCLE-DISPOSITION-RECORD.
           05  RCY-TRANS-ID             PIC X(10).
               88  RCY-ESCALATED        VALUE "ESCALATED".
           05  RCY-AGE-COUNT            PIC 9(3).
           05  RCY-RUN-DATE             PIC X(8).
           05  RCY-JOURNAL-ID           PIC X(10).
           05  FILLER                   PIC X(27).
