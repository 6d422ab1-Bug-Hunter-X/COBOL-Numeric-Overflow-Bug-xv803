      *****************************************************************
      *  STORDMST.cpy
      *  Standing-order master - one row per recurring posting (a
      *  monthly service fee, a rent accrual, a fixed inter-company
      *  charge) so it is generated on the day it falls due instead
      *  of being keyed into a feed by hand.  Operations maintain the
      *  file through STORDMNT; STORDGEN reads it each business date,
      *  writes the due items to the standing-order feed (STORDFED)
      *  and rewrites it.
      *  SO-ITEM-TYPE "D" generates a detail and "R" a reversal on
      *  SO-ACCOUNT-CODE; "J" generates a two-leg journal, debit
      *  SO-ACCOUNT-CODE and credit SO-OFFSET-ACCOUNT, for charges
      *  that move between two accounts.  Amounts are base currency.
      *  SO-FREQUENCY is "W" weekly, "F" fortnightly, "M" monthly,
      *  "Q" quarterly, "H" half-yearly or "Y" yearly, counted from
      *  SO-START-DATE; a monthly order started on the 31st falls on
      *  the last day of the shorter months and goes back to the
      *  31st after them.  SO-END-DATE (spaces = open-ended) is the
      *  last date an occurrence may fall on.
      *  SO-OCCURRENCE-COUNT is how many occurrences have been posted
      *  and SO-NEXT-DUE-DATE is when the next one falls.  Neither
      *  moves when an item is generated: the generated occurrences
      *  are recorded as pending (SO-PENDING-DATE, SO-PENDING-CYCLE,
      *  SO-PENDING-COUNT) and the order only advances once the
      *  run-control file shows that date and cycle's DAILYACC run
      *  complete - until then a rerun regenerates the same items
      *  under the same TRANS-IDs rather than doubling them.
      *  SO-STATUS "A" active, "P" paused, "C" cancelled, "E" ended
      *  (past its end date).  Rows are never deleted.
      *****************************************************************
       01  STANDING-ORDER-RECORD.
           05  SO-ORDER-ID              PIC X(5).
           05  SO-STATUS                PIC X(1).
               88  SO-ACTIVE            VALUE "A".
               88  SO-PAUSED            VALUE "P".
               88  SO-CANCELLED         VALUE "C".
               88  SO-ENDED             VALUE "E".
           05  SO-ACCOUNT-CODE          PIC X(10).
           05  SO-OFFSET-ACCOUNT        PIC X(10).
           05  SO-ITEM-TYPE             PIC X(1).
               88  SO-GENERATES-DETAIL  VALUE "D".
               88  SO-GENERATES-REVERSAL VALUE "R".
               88  SO-GENERATES-JOURNAL VALUE "J".
           05  SO-AMOUNT                PIC 9(9)V99.
           05  SO-FREQUENCY             PIC X(1).
           05  SO-START-DATE            PIC X(8).
           05  SO-END-DATE              PIC X(8).
           05  SO-NEXT-DUE-DATE         PIC X(8).
           05  SO-OCCURRENCE-COUNT      PIC 9(4).
           05  SO-PENDING-DATE          PIC X(8).
           05  SO-PENDING-CYCLE         PIC X(1).
           05  SO-PENDING-COUNT         PIC 9(2).
           05  FILLER                   PIC X(2).
