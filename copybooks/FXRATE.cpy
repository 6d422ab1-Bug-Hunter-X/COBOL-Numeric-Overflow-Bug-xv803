      *****************************************************************
      *  FXRATE.cpy
      *  Daily exchange-rate record - one row per currency per
      *  business date, loaded by operations onto the FXRATES file
      *  before the edit pass.  FX-EXCHANGE-RATE is the number of
      *  base-currency units one unit of FX-CURRENCY-CODE buys on
      *  FX-RATE-DATE, to six decimal places.  A currency that
      *  appears on the file under any date is a known currency;
      *  TRANEDIT converts an item only at the rate for the run's
      *  business date (an undated run takes the latest date on
      *  file), so a known currency with no row for the day is a
      *  missing rate, not an unknown currency.  A zero or
      *  non-numeric rate is treated as no rate at all.
      *****************************************************************
       01  FX-RATE-RECORD.
           05  FX-CURRENCY-CODE         PIC X(3).
           05  FX-RATE-DATE             PIC X(8).
           05  FX-EXCHANGE-RATE         PIC 9(4)V9(6).
           05  FILLER                   PIC X(59).
