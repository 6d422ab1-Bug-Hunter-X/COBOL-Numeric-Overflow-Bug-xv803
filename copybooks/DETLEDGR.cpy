      *  source TRANS-ID so an item can be traced from the raw feed
      *  through to its posting (see TRANINQ).  DL-POST-STATUS says
      *  how the row ended: "P" posted, "S" suspended (the capacity
      *  check refused it and the amount went to REJECTS), "H" held
      *  (over the account's single-item limit, the item went to
      *  HELDITEM) - needed because a genuine zero-amount
      *  transaction also posts with DL-AMOUNT-ADDED 0, so the
      *  amount alone cannot tell them apart.
      *  DL-CURRENCY-CODE, DL-ORIG-AMOUNT and DL-EXCHANGE-RATE keep
      *  the currency the item was received in, its amount in that
      *  currency and the rate TRANEDIT converted it at, alongside
      *  the base-currency amount (a base-currency item shows the
      *  base code, its own amount and a rate of 1).  They are set
      *  on suspended and held rows too, so audit can see what the
      *  item was even though nothing was added.  Adding them took
      *  the record past 80 bytes; it is now 120.
      *  DL-JOURNAL-ID is the journal entry the row is a leg of
      *  (spaces for an ordinary item); a journal's legs are posted
      *  or suspended together, so they share one status.
      *  NOTE - widening DL-AMOUNT-ADDED and DL-RUNNING-TOTAL from
      *  9(9) to 9(9)V99 shifted every field after them, so rows
      *  written under the whole-dollar layout do NOT parse under
           05  DL-POST-STATUS           PIC X(1).
               88  DL-POSTED            VALUE "P".
               88  DL-SUSPENDED         VALUE "S".
               88  DL-HELD              VALUE "H".
           05  DL-CURRENCY-CODE         PIC X(3).
           05  DL-ORIG-AMOUNT           PIC 9(9)V99.
           05  DL-EXCHANGE-RATE         PIC 9(4)V9(6).
           05  DL-JOURNAL-ID            PIC X(10).
           05  FILLER                   PIC X(8).
