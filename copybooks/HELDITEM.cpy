      *****************************************************************
      *  HELDITEM.cpy
      *  Held-items record - one per detail or reversal DAILYACC
      *  diverted instead of posting because its amount was over the
      *  account's single-item limit (AM-ITEM-LIMIT, carried here as
      *  HI-ITEM-LIMIT as it stood when the item was held).  The
      *  item never reached ACCUMADD; its DETLEDGR row carries
      *  DL-POST-STATUS "H" with nothing added.  HI-STATUS:
      *  "H" held, waiting for operations; "R" released through
      *  HELDREL - the next DAILYACC run posts it; "C" cancelled
      *  through HELDREL with HI-REASON, never posted; "P" handed to
      *  posting by the DAILYACC run of HI-POSTED-DATE.  A rerun of
      *  that date under the override sets its "P" rows back to "R"
      *  so the replacement generation posts them again.
      *  HI-ITERATION is the record number the item held on in its
      *  run, so a checkpoint restart can drop the rows held after
      *  the checkpoint before it reprocesses them.  HI-AMOUNT is
      *  the unsigned item amount; HI-MOVEMENT-SIGN is "+" for a
      *  detail and "-" for a reversal.  HI-OPERATOR-ID and
      *  HI-ACTION-TIMESTAMP record who released or cancelled the
      *  item and when.  Rows are never deleted.
      *  HI-CYCLE-NUMBER and HI-POSTED-CYCLE carry the posting cycle
      *  alongside HI-BUSINESS-DATE and HI-POSTED-DATE, so a restart
      *  or rerun of one cycle touches only that cycle's rows (a
      *  space, on rows from before cycles existed, reads as 1).
      *  HI-CURRENCY-CODE, HI-ORIG-AMOUNT and HI-EXCHANGE-RATE keep
      *  the item's original currency, amount and conversion rate so
      *  a released item posts with the conversion it was received
      *  under (spaces on older rows mean the base currency).
      *****************************************************************
       01  HELD-ITEM-RECORD.
           05  HI-TRANS-ID              PIC X(10).
           05  HI-BUSINESS-DATE         PIC X(8).
           05  HI-ITERATION             PIC 9(5).
           05  HI-ACCOUNT-CODE          PIC X(10).
           05  HI-AMOUNT                PIC 9(9)V99.
           05  HI-MOVEMENT-SIGN         PIC X(1).
           05  HI-ITEM-LIMIT            PIC 9(9)V99.
           05  HI-STATUS                PIC X(1).
               88  HI-HELD              VALUE "H".
               88  HI-RELEASED          VALUE "R".
               88  HI-CANCELLED         VALUE "C".
               88  HI-POSTED            VALUE "P".
           05  HI-HELD-TIMESTAMP        PIC X(21).
           05  HI-OPERATOR-ID           PIC X(8).
           05  HI-ACTION-TIMESTAMP      PIC X(21).
           05  HI-REASON                PIC X(30).
           05  HI-POSTED-DATE           PIC X(8).
           05  HI-CYCLE-NUMBER          PIC X(1).
           05  HI-POSTED-CYCLE          PIC X(1).
           05  HI-CURRENCY-CODE         PIC X(3).
           05  HI-ORIG-AMOUNT           PIC 9(9)V99.
           05  HI-EXCHANGE-RATE         PIC 9(4)V9(6).
           05  FILLER                   PIC X(3).
