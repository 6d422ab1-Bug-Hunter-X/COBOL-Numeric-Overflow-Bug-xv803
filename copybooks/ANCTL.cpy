      *****************************************************************
      *  ANCTL.cpy
      *  Control card for ACCTANOM, the per-account movement check.
      *  ANC-BASELINE-DAYS is how many completed business dates
      *  before today make up each account's trailing baseline;
      *  ANC-REGULAR-DAYS is how many of those dates an account must
      *  have posted on before it is judged against its baseline (and
      *  missed when it posts nothing today).  ANC-DEVIATION-FACTOR
      *  (9.9) is how many spreads (standard deviations of the daily
      *  figure over the baseline) today's net movement or item count
      *  may stray from the baseline mean; ANC-MIN-NET-CHANGE and
      *  ANC-MIN-COUNT-CHANGE are floors under that, so an account
      *  that barely ever moves is not flagged for a trivial change.
      *  ANC-REVERSAL-POINTS is how many percentage points today's
      *  reversal ratio may rise over the baseline ratio.  A field
      *  left zero or blank keeps the house default.
      *****************************************************************
       01  AN-CONTROL-RECORD.
           05  ANC-BASELINE-DAYS        PIC 9(3).
           05  ANC-REGULAR-DAYS         PIC 9(3).
           05  ANC-DEVIATION-FACTOR     PIC 9(2)V9.
           05  ANC-MIN-NET-CHANGE       PIC 9(9)V99.
           05  ANC-MIN-COUNT-CHANGE     PIC 9(5).
           05  ANC-REVERSAL-POINTS      PIC 9(3).
           05  FILLER                   PIC X(52).
