      *  TRANS-ACCOUNT-CODE is the GL account/cost-center the amount
      *  belongs to; spaces fall back to the house default account so
      *  files from feeds that do not yet supply a code keep posting.
      *  TRANS-CURRENCY-CODE is the currency the item was received
      *  in; spaces (or the base currency code) mean the base
      *  currency.  A foreign-currency item carries its amount in
      *  that currency on TRANS-ORIG-AMOUNT and arrives with
      *  TRANS-AMOUNT zero: TRANEDIT looks up the day's rate on the
      *  exchange-rate file (FXRATES), fills TRANS-AMOUNT with the
      *  base-currency equivalent and records the rate used on
      *  TRANS-EXCHANGE-RATE (base units per one unit of the
      *  currency).  A base-currency item leaves TRANEDIT with its
      *  own amount as the original and a rate of 1, so every clean
      *  record DAILYACC reads carries all three.
      *  TRANS-REC-TYPE "J" is one leg of a balanced journal entry
      *  (a transfer or reclass between accounts).  Every leg of a
      *  journal carries the same TRANS-JOURNAL-ID and the legs sit
      *  together in the file; TRANS-JOURNAL-DR-CR says whether the
      *  leg is the debit ("D", moves like a detail) or the credit
      *  ("C", moves like a reversal) side.  TRANEDIT accepts a
      *  journal only as a whole - at least two legs, every leg
      *  clean and debits equal to credits in the base currency -
      *  and DAILYACC and REJRECYC post or suspend it as a whole.
      *  A journal ID that turns up again further down the file
      *  starts a new journal that must balance on its own.  A
      *  feed's trailer counts debit legs as plus and credit legs as
      *  minus, so a balanced journal nets to nothing.
      *****************************************************************
       01  TRANS-RECORD.
           05  TRANS-REC-TYPE          PIC X(1).
               88  TRANS-IS-DETAIL     VALUE "D".
               88  TRANS-IS-REVERSAL   VALUE "R".
               88  TRANS-IS-TRAILER    VALUE "T".
               88  TRANS-IS-JOURNAL-LEG
                                       VALUE "J".
           05  TRANS-ID                PIC X(10).
           05  TRANS-AMOUNT            PIC 9(9)V99.
           05  TRANS-ACCOUNT-CODE      PIC X(10).
           05  TRANS-CURRENCY-CODE     PIC X(3).
           05  TRANS-ORIG-AMOUNT       PIC 9(9)V99.
           05  TRANS-EXCHANGE-RATE     PIC 9(4)V9(6).
           05  TRANS-JOURNAL-ID        PIC X(10).
           05  TRANS-JOURNAL-DR-CR     PIC X(1).
               88  TRANS-LEG-DEBIT     VALUE "D".
               88  TRANS-LEG-CREDIT    VALUE "C".
           05  FILLER                  PIC X(13).
