      *****************************************************************
      *  APPRCARD.cpy
      *  Approval card read by PENDAPPR - one per pending item the
      *  checker is deciding.  AP-PEND-ID is the item number printed
      *  on the ACCTMNT / TRNCORR / STORDMNT report when the item was
      *  held.
      *  AP-DECISION "A" approves (the owning program applies it on
      *  its next run), "D" declines (AP-REASON is mandatory and is
      *  kept on the item).  AP-APPROVER-ID is mandatory and must not
      *  be the operator who keyed the item.
      *****************************************************************
       01  APPROVAL-CARD.
           05  AP-PEND-ID               PIC 9(7).
           05  AP-DECISION              PIC X(1).
               88  AP-APPROVE           VALUE "A".
               88  AP-DECLINE           VALUE "D".
           05  AP-APPROVER-ID           PIC X(8).
           05  AP-REASON                PIC X(30).
           05  FILLER                   PIC X(34).
