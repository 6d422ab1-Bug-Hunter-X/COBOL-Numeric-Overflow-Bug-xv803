      *  "C" credit only (reversals), "B" both.  Operations maintain
      *  this file through ACCTMNT; the house default account
      *  1000100000 must exist and be open before any run starts.
      *  AM-ITEM-LIMIT is the largest single detail or reversal the
      *  account takes straight through: DAILYACC diverts any item
      *  over it to the held-items file (HELDITEM) for operations to
      *  release or cancel through HELDREL.  Zero means no limit, as
      *  do spaces on a row written before the limit was carried.
      *****************************************************************
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT-CODE          PIC X(10).
               88  AM-POST-CREDIT-ONLY  VALUE "C".
               88  AM-POST-BOTH         VALUE "B".
           05  AM-DESCRIPTION           PIC X(30).
           05  AM-ITEM-LIMIT            PIC 9(9)V99.
           05  FILLER                   PIC X(27).
