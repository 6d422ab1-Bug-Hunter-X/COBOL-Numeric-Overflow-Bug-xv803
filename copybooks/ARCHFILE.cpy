      *  generation back out when audit or a late GL confirmation
      *  needs it.  Archive files are one per housekeeping day
      *  (ARCHIVE.DYYYYMMDD), so a generation name appears at most
      *  once per archive file.  The record image is sized for the
      *  widest record any archived family carries (RUNHIST rows
      *  are 100 bytes); shorter rows are padded with spaces.
      *****************************************************************
       01  ARCHIVE-RECORD.
           05  ARC-REC-TYPE             PIC X(1).
           05  ARC-GENERATION-NAME      PIC X(20).
           05  ARC-RECORD-COUNT         PIC 9(5).
           05  ARC-ARCHIVE-DATE         PIC X(8).
           05  ARC-RECORD-IMAGE         PIC X(120).
