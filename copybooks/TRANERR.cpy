      *  TRANERR.cpy
      *  Edit-reject record written by TRANEDIT for each raw input
      *  record that fails a field-level, duplicate or account-master
      *  edit.  E010 is a TRANS-ID already on the permanent TRANS-ID
      *  history (TRANHIST) under an earlier business date - a resent
      *  item, not a same-file duplicate.  E011 is a currency code
      *  that is not on the exchange-rate file at all; E012 is a
      *  known currency with no usable rate for the business date.
      *  E013 is a journal entry that cannot stand - a leg with no
      *  journal ID or side, a journal of one leg, or debits that
      *  do not equal credits; every leg is rejected.  E014 marks a
      *  leg that was clean itself but whose journal had another
      *  leg fail, so the whole journal is resubmitted together.
      *  The full
      *  original record image is carried so upstream can correct and
      *  resubmit without going back to the source system.
      *****************************************************************
               88  TERR-UNKNOWN-ACCT    VALUE "E007".
               88  TERR-CLOSED-ACCT     VALUE "E008".
               88  TERR-POSTING-RULE    VALUE "E009".
               88  TERR-ALREADY-POSTED  VALUE "E010".
               88  TERR-UNKNOWN-CURRENCY
                                        VALUE "E011".
               88  TERR-NO-RATE         VALUE "E012".
               88  TERR-JOURNAL-UNBALANCED
                                        VALUE "E013".
               88  TERR-JOURNAL-LEG-FAILED
                                        VALUE "E014".
           05  TERR-REASON-TEXT         PIC X(30).
           05  TERR-RECORD              PIC X(80).
