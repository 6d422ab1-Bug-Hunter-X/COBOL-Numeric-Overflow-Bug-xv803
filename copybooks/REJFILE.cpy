      *  would have driven the running total below zero) and "+" for
      *  an over-capacity detail, so the recycle pass re-presents the
      *  item with the same direction it originally carried.
      *  REJ-CURRENCY-CODE, REJ-ORIG-AMOUNT and REJ-EXCHANGE-RATE
      *  carry the item's original currency, amount and conversion
      *  rate, so the recycle pass posts it to the GL with the same
      *  conversion it was received under (spaces on rows written
      *  before currencies were carried mean the base currency).
      *  Adding them took the record from 80 to 100 bytes.
      *  REJ-JOURNAL-ID is set on every leg of a journal entry that
      *  was suspended as a whole (spaces for a single item); the
      *  legs are written together and REJRECYC re-presents them
      *  together, so a journal never posts one side only.
      *  REJ-REASON-CODE is "G" on an item DAILYACC suspended because
      *  its GL distribution table had no room for it - the item was
      *  sound and posts on the recycle pass - and a space for an
      *  item refused by the accumulator.
      *****************************************************************
       01  REJECT-RECORD.
           05  REJ-TRANS-ID             PIC X(10).
           05  REJ-ACCOUNT-CODE         PIC X(10).
           05  REJ-MOVEMENT-SIGN        PIC X(1).
           05  REJ-BUSINESS-DATE        PIC X(8).
           05  REJ-CURRENCY-CODE        PIC X(3).
           05  REJ-ORIG-AMOUNT          PIC 9(9)V99.
           05  REJ-EXCHANGE-RATE        PIC 9(4)V9(6).
           05  REJ-JOURNAL-ID           PIC X(10).
           05  REJ-REASON-CODE          PIC X(1).
               88  REJ-GL-TABLE-FULL    VALUE "G".
           05  FILLER                   PIC X(6).
