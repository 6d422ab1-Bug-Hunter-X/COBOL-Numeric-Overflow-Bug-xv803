      *  separate envelope from detail on the first ten bytes.
      *  GLRECON refuses to match against an extract whose envelope
      *  is missing or disagrees - that is an immediate break, not a
      *  tolerance-days wait.  GLE-CYCLE-NUMBER on the header names
      *  the posting cycle within the business date the file carries.
      *****************************************************************
       01  GL-ENVELOPE-RECORD.
           05  GLE-ENVELOPE-ID          PIC X(10).
               10  GLE-SOURCE-SYSTEM    PIC X(8).
               10  GLE-BUSINESS-DATE    PIC X(8).
               10  GLE-CREATE-TIMESTAMP PIC X(21).
               10  GLE-CYCLE-NUMBER     PIC X(1).
               10  FILLER               PIC X(32).
           05  GLE-TRAILER-BODY REDEFINES GLE-HEADER-BODY.
               10  GLE-RECORD-COUNT     PIC 9(5).
               10  GLE-AMOUNT-HASH      PIC 9(13)V99.
