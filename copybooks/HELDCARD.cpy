      *****************************************************************
      *  HELDCARD.cpy
      *  Release card read by HELDREL - one per held item operations
      *  are deciding.  HC-TRANS-ID names the item; HC-HELD-DATE is
      *  the business date it was held on, and may be left blank
      *  when the id is held only once (a blank date takes the
      *  oldest held row for the id).  HC-ACTION "R" releases the
      *  item to post on the next DAILYACC run, "C" cancels it -
      *  HC-REASON is mandatory on a cancel and kept on the item.
      *  HC-OPERATOR-ID is mandatory on every card.
      *****************************************************************
       01  HELD-RELEASE-CARD.
           05  HC-TRANS-ID              PIC X(10).
           05  HC-HELD-DATE             PIC X(8).
           05  HC-ACTION                PIC X(1).
               88  HC-RELEASE           VALUE "R".
               88  HC-CANCEL            VALUE "C".
           05  HC-OPERATOR-ID           PIC X(8).
           05  HC-REASON                PIC X(30).
           05  FILLER                   PIC X(23).
