      *****************************************************************
      *  STORCARD.cpy
      *  Maintenance card read by STORDMNT - one per standing-order
      *  action.  SOC-ACTION is:
      *    "ADD"    new order (SOC-ORDER-ID must not be on the master):
      *             account, item type (blank = "D"; an offset account
      *             makes it "J"), amount, frequency and start date are
      *             mandatory, end date optional.
      *    "CHANGE" a new SOC-AMOUNT and/or SOC-END-DATE for a live
      *             order - a field left blank keeps its value.
      *    "PAUSE"  stop generating an active order.
      *    "RESUME" start a paused order again.  SOC-START-DATE, if
      *             given, is the first due date to generate - the
      *             occurrences that fell due before it are skipped;
      *             blank generates the missed ones on the next run.
      *    "CANCEL" stop the order for good.
      *  SOC-AMOUNT is the full 11-digit amount (dollars and cents,
      *  implied decimal).  SOC-OPERATOR-ID is who keyed the card and
      *  is mandatory - the action is only held pending until a
      *  different operator approves it through PENDAPPR.
      *****************************************************************
       01  STANDING-ORDER-CARD.
           05  SOC-ACTION               PIC X(6).
               88  SOC-IS-ADD           VALUE "ADD".
               88  SOC-IS-CHANGE        VALUE "CHANGE".
               88  SOC-IS-PAUSE         VALUE "PAUSE".
               88  SOC-IS-RESUME        VALUE "RESUME".
               88  SOC-IS-CANCEL        VALUE "CANCEL".
           05  SOC-ORDER-ID             PIC X(5).
           05  SOC-ACCOUNT-CODE         PIC X(10).
           05  SOC-OFFSET-ACCOUNT       PIC X(10).
           05  SOC-ITEM-TYPE            PIC X(1).
           05  SOC-AMOUNT               PIC X(11).
           05  SOC-AMOUNT-VALUE REDEFINES SOC-AMOUNT
                                        PIC 9(9)V99.
           05  SOC-FREQUENCY            PIC X(1).
           05  SOC-START-DATE           PIC X(8).
           05  SOC-END-DATE             PIC X(8).
           05  SOC-OPERATOR-ID          PIC X(8).
           05  FILLER                   PIC X(12).
