      *  amount is carried unsigned with GL-DR-CR-IND giving the
      *  direction: "D" debit (net positive), "C" credit (net
      *  negative).
      *  Foreign-currency postings are kept apart from base-currency
      *  ones: there is one record per account, currency and rate,
      *  with GL-ORIG-AMOUNT the net in GL-CURRENCY-CODE (same
      *  direction as GL-AMOUNT) and GL-EXCHANGE-RATE the rate it
      *  was converted at, so the GL side can see the conversion.
      *  Base-currency rows carry the base code and a rate of 1.
      *  Journal legs are kept apart too: GL-JOURNAL-ID names the
      *  journal entry a row came from (spaces for ordinary items),
      *  so both sides of a transfer can be traced on the GL side.
      *****************************************************************
       01  GL-EXTRACT-RECORD.
           05  GL-ACCOUNT-CODE          PIC X(10).
               88  GL-IS-DEBIT          VALUE "D".
               88  GL-IS-CREDIT         VALUE "C".
           05  GL-RUN-DATE              PIC X(8).
           05  GL-CURRENCY-CODE         PIC X(3).
           05  GL-ORIG-AMOUNT           PIC 9(9)V99.
           05  GL-EXCHANGE-RATE         PIC 9(4)V9(6).
           05  GL-JOURNAL-ID            PIC X(10).
           05  FILLER                   PIC X(16).
