      *****************************************************************
      *  PENDACT.cpy
      *  Pending-action record - maker-checker control over the
      *  operator-keyed changes to production data.  ACCTMNT (account
      *  maintenance cards), TRNCORR (edit-reject correction cards)
      *  and STORDMNT (standing-order cards) no longer apply a card
      *  on the run it is keyed; each card that passes its checks is
      *  held here as pending under the keying operator
      *  (PA-MAKER-ID), with the before and after images of what it
      *  would change.  PENDAPPR records a second operator's approve
      *  or decline (PA-CHECKER-ID) - never the maker's own - and the
      *  next ACCTMNT, TRNCORR or STORDMNT run applies
      *  the approved items of its own source and marks them applied
      *  or refused (the master or the reject file may have moved on
      *  since the item was keyed, so every approved item is checked
      *  again before it is applied).  Rows are never deleted - the
      *  file is the audit trail of who keyed and who approved what.
      *  PA-BEFORE-IMAGE / PA-AFTER-IMAGE are an account master
      *  record (ACCTMAST layout, spaces before an ADD) for source
      *  "A", the original and corrected transaction record images
      *  for source "C", and a standing-order record (STORDMST
      *  layout, spaces before an ADD) for source "S", whose order
      *  id sits in PA-ACCOUNT-CODE.
      *****************************************************************
       01  PENDING-ACTION-RECORD.
           05  PA-PEND-ID               PIC 9(7).
           05  PA-SOURCE                PIC X(1).
               88  PA-FROM-ACCTMNT      VALUE "A".
               88  PA-FROM-TRNCORR      VALUE "C".
               88  PA-FROM-STORDMNT     VALUE "S".
           05  PA-STATUS                PIC X(1).
               88  PA-PENDING           VALUE "P".
               88  PA-APPROVED          VALUE "A".
               88  PA-DECLINED          VALUE "D".
               88  PA-APPLIED           VALUE "X".
               88  PA-REFUSED           VALUE "R".
           05  PA-ACTION                PIC X(6).
           05  PA-ACCOUNT-CODE          PIC X(10).
           05  PA-CORRECTION-REF REDEFINES PA-ACCOUNT-CODE.
               10  PA-REJECT-SEQ        PIC 9(5).
               10  PA-REJECT-CODE       PIC X(4).
               10  FILLER               PIC X(1).
           05  PA-MAKER-ID              PIC X(8).
           05  PA-KEYED-TIMESTAMP       PIC X(21).
           05  PA-CHECKER-ID            PIC X(8).
           05  PA-DECIDED-TIMESTAMP     PIC X(21).
           05  PA-OUTCOME-TEXT          PIC X(40).
           05  PA-BEFORE-IMAGE          PIC X(80).
           05  PA-AFTER-IMAGE           PIC X(80).
