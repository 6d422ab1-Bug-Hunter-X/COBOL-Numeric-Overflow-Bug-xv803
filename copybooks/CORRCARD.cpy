      *  fields overwrite the matching field on the original record
      *  image, spaces meaning "keep what was there".  CR-NEW-AMOUNT
      *  is the full 11-digit amount (dollars and cents, implied
      *  decimal).  CR-NEW-CURRENCY and CR-NEW-ORIG-AMOUNT repair a
      *  foreign-currency reject (E011/E012, or a bad original
      *  amount); the re-edit converts the item at the business
      *  date's rate exactly as TRANEDIT would, so for a foreign item
      *  it is the original amount that counts, not CR-NEW-AMOUNT.
      *  CR-OPERATOR-ID is who keyed the fix and is
      *  mandatory - it goes on the audit report next to the before
      *  and after images.  The correction is held pending until a
      *  different operator approves it through PENDAPPR.
      *****************************************************************
       01  CORRECTION-CARD.
           05  CR-REJECT-SEQ            PIC 9(5).
           05  CR-NEW-AMOUNT            PIC X(11).
           05  CR-NEW-ACCOUNT           PIC X(10).
           05  CR-OPERATOR-ID           PIC X(8).
           05  CR-NEW-CURRENCY          PIC X(3).
           05  CR-NEW-ORIG-AMOUNT       PIC X(11).
           05  FILLER                   PIC X(22).
