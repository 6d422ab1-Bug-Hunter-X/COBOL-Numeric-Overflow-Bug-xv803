      *  must not already exist; posting indicator and description
      *  come from the card), "CLOSE" or "REOPEN" (account must
      *  exist).  AMC-POSTING-IND on an ADD defaults to "B" (both
      *  directions) when left blank.  "LIMIT" changes the single-
      *  item limit of an existing account.  AMC-ITEM-LIMIT is the
      *  full 11-digit amount (dollars and cents, implied decimal)
      *  for an ADD or LIMIT; blank or zero means no limit.
      *  AMC-OPERATOR-ID is who keyed the card and is mandatory - the
      *  action is only held pending until a different operator
      *  approves it through PENDAPPR.
      *****************************************************************
       01  ACCOUNT-MAINT-CARD.
           05  AMC-ACTION               PIC X(6).
               88  AMC-IS-ADD           VALUE "ADD".
               88  AMC-IS-CLOSE         VALUE "CLOSE".
               88  AMC-IS-REOPEN        VALUE "REOPEN".
               88  AMC-IS-LIMIT         VALUE "LIMIT".
           05  AMC-ACCOUNT-CODE         PIC X(10).
           05  AMC-POSTING-IND          PIC X(1).
           05  AMC-DESCRIPTION          PIC X(30).
           05  AMC-OPERATOR-ID          PIC X(8).
           05  AMC-ITEM-LIMIT           PIC X(11).
           05  AMC-ITEM-LIMIT-AMOUNT REDEFINES AMC-ITEM-LIMIT
                                        PIC 9(9)V99.
           05  FILLER                   PIC X(14).
