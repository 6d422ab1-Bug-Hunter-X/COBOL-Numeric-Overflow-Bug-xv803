      *  replacement TRANS-ID, TRANS-AMOUNT and/or TRANS-ACCOUNT-CODE
      *  to the original record image, and re-runs the corrected
      *  record through the same edits TRANEDIT applies - field
      *  level, duplicate-within-batch, the permanent TRANS-ID history
      *  (a corrected ID already posted or suspended on any business
      *  date is refused, E010), and the account master checks
      *  (the master must be loadable, same as TRANEDIT), then the
      *  currency edit and conversion against the exchange-rate file
      *  (FXRATES) for the business date on CTLCARD - a corrected
      *  record can also replace the currency code and original
      *  amount of a foreign-currency reject.  Records
      *  that now pass go to the supplemental clean file (TRANSUPP)
      *  with its own trailer carrying the batch's net total, so
      *  DAILYACC can post it as a late batch; records that still
      *  fail stay out and are listed with the reason.  The audit
      *  report (CORRAUDT) shows every correction with its before
      *  and after image and who keyed it.
      *  Maker-checker: a card is not applied on the run it is keyed.
      *  The corrected image is held on the pending-action file
      *  (PENDACT) under the keying operator, next to the original,
      *  until a different operator approves or declines it through
      *  PENDAPPR.  Each run applies the corrections approved since
      *  the last one - only if the reject at that sequence on
      *  TRANSERR is still the record the correction was keyed
      *  against - and marks each one applied or refused on PENDACT.
      *  Only one correction is applied to a reject: any further
      *  approved item for the same reject sequence is refused.
      *  TRANSUPP is only written when a run applies something, so
      *  a run that only holds cards leaves a supplemental batch not
      *  yet posted as it stands.
      *  RETURN-CODE 4 when any card was refused or a corrected
      *  record still fails; 8 when the supplemental batch nets
      *  negative or past the trailer ceiling (its unsigned 9(9)V99
      *  trailer cannot carry either, so the trailer is withheld and
      *  the batch must not post); 16 when PENDACT could not be
      *  replaced.
      *  A journal-entry leg is never corrected on its own: TRANEDIT
      *  only accepts a journal whole, so a supplemental batch cannot
      *  carry one leg of it.  A correction keyed against a leg is
      *  refused (E013) and the journal is resubmitted whole.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TRANS-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT SUPPLEMENTAL-FILE ASSIGN TO "TRANSUPP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-REPORT-FILE ASSIGN TO "CORRAUDT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-ACTION-FILE ASSIGN TO "PENDACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PENDING-REBUILD-FILE ASSIGN TO "PENDACT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-ERROR-FILE.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD  TRANS-HISTORY-FILE.
           COPY TRANHIST.

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.

       FD  EXCHANGE-RATE-FILE.
           COPY FXRATE.

       FD  SUPPLEMENTAL-FILE.
       01  SUPPLEMENTAL-RECORD         PIC X(80).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE           PIC X(132).

       FD  PENDING-ACTION-FILE.
           COPY PENDACT.

       FD  PENDING-REBUILD-FILE.
       01  PENDING-REBUILD-RECORD      PIC X(283).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-TRANSERR-STATUS       PIC X(2) VALUE "00".
               88  WS-MASTER-EOF        VALUE "Y".
           05  WS-EDIT-FAIL-FLAG        PIC X VALUE "N".
               88  WS-EDIT-FAILED       VALUE "Y".
           05  WS-HISTORY-STATUS        PIC X(2) VALUE "00".
           05  WS-HISTORY-EOF-FLAG      PIC X VALUE "N".
               88  WS-HISTORY-EOF       VALUE "Y".
           05  WS-HISTORY-FOUND-FLAG    PIC X VALUE "N".
               88  WS-HISTORY-FOUND     VALUE "Y".
           05  WS-HISTORY-DATE          PIC X(8) VALUE SPACES.
           05  WS-HISTORY-POST-STATUS   PIC X(1) VALUE SPACE.
           05  WS-PENDING-STATUS        PIC X(2) VALUE "00".
           05  WS-PENDING-EOF-FLAG      PIC X VALUE "N".
               88  WS-PENDING-EOF       VALUE "Y".
           05  WS-PENDING-EXISTS-FLAG   PIC X VALUE "N".
               88  WS-PENDING-EXISTS    VALUE "Y".
           05  WS-TRAILER-WITHHELD-FLAG PIC X VALUE "N".
               88  WS-TRAILER-WITHHELD  VALUE "Y".
           05  WS-SUPP-OPEN-FLAG        PIC X VALUE "N".
               88  WS-SUPP-OPEN         VALUE "Y".
           05  WS-SEQ-APPLIED-FLAG      PIC X VALUE "N".
               88  WS-SEQ-APPLIED       VALUE "Y".
           05  WS-CTLCARD-STATUS        PIC X(2) VALUE "00".
           05  WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.

       01  WS-COUNT-AREA.
           05  WS-ERR-SEQ               PIC 9(5) VALUE 0.
           05  WS-CARD-COUNT            PIC 9(3) VALUE 0.
           05  WS-HELD-COUNT            PIC 9(5) VALUE 0.
           05  WS-CORRECTED-COUNT       PIC 9(5) VALUE 0.
           05  WS-STILL-FAILING-COUNT   PIC 9(5) VALUE 0.
           05  WS-REFUSED-COUNT         PIC 9(5) VALUE 0.
           COPY TRANFILE.

      *    Correction cards, loaded up front and matched by reject
      *    sequence as TRANSERR streams past.  A matched card keeps
      *    the original and corrected images and the item number it
      *    is held under until PENDACT is rebuilt at the end.
       01  WS-CARD-TABLE-AREA.
           05  WS-CTAB-COUNT            PIC 9(3) VALUE 0.
           05  WS-CTAB-MAX              PIC 9(3) VALUE 200.
                   15  WS-CTAB-AMOUNT   PIC X(11).
                   15  WS-CTAB-ACCOUNT  PIC X(10).
                   15  WS-CTAB-OPERATOR PIC X(8).
                   15  WS-CTAB-CURRENCY PIC X(3).
                   15  WS-CTAB-ORIG-AMOUNT
                                        PIC X(11).
                   15  WS-CTAB-USED     PIC X(1).
                   15  WS-CTAB-PEND-ID  PIC 9(7).
                   15  WS-CTAB-REJECT-CODE
                                        PIC X(4).
                   15  WS-CTAB-BEFORE   PIC X(80).
                   15  WS-CTAB-AFTER    PIC X(80).

      *    Corrections approved through PENDAPPR and not yet applied.
      *    Any past the table limit stay approved on PENDACT and are
      *    picked up by the next run.
       01  WS-APPROVED-TABLE-AREA.
           05  WS-LAST-PEND-ID          PIC 9(7) VALUE 0.
           05  WS-APPR-COUNT            PIC 9(3) VALUE 0.
           05  WS-APPR-MAX              PIC 9(3) VALUE 200.
           05  WS-APPR-IX               PIC 9(3) VALUE 0.
           05  WS-APPR-FOUND-FLAG       PIC X VALUE "N".
               88  WS-APPR-FOUND        VALUE "Y".
           05  WS-APPR-TABLE.
               10  WS-APPR-ENTRY OCCURS 200 TIMES.
                   15  WS-APPR-PEND-ID  PIC 9(7).
                   15  WS-APPR-SEQ      PIC 9(5).
                   15  WS-APPR-MAKER    PIC X(8).
                   15  WS-APPR-CHECKER  PIC X(8).
                   15  WS-APPR-BEFORE   PIC X(80).
                   15  WS-APPR-AFTER    PIC X(80).
                   15  WS-APPR-NEW-STATUS
                                        PIC X(1).
                   15  WS-APPR-OUTCOME  PIC X(40).

      *    New pending rows are built here, in the PENDACT layout.
       01  WS-PEND-BUILD.
           05  WS-PB-PEND-ID            PIC 9(7) VALUE 0.
           05  WS-PB-SOURCE             PIC X(1) VALUE "C".
           05  WS-PB-STATUS             PIC X(1) VALUE "P".
           05  WS-PB-ACTION             PIC X(6) VALUE SPACES.
           05  WS-PB-REJECT-SEQ         PIC 9(5) VALUE 0.
           05  WS-PB-REJECT-CODE        PIC X(4) VALUE SPACES.
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-PB-MAKER-ID           PIC X(8) VALUE SPACES.
           05  WS-PB-KEYED-TIMESTAMP    PIC X(21) VALUE SPACES.
           05  WS-PB-CHECKER-ID         PIC X(8) VALUE SPACES.
           05  WS-PB-DECIDED-TIMESTAMP  PIC X(21) VALUE SPACES.
           05  WS-PB-OUTCOME-TEXT       PIC X(40) VALUE SPACES.
           05  WS-PB-BEFORE-IMAGE       PIC X(80) VALUE SPACES.
           05  WS-PB-AFTER-IMAGE        PIC X(80) VALUE SPACES.

       01  WS-REBUILD-AREA.
           05  WS-PENDING-NAME          PIC X(20) VALUE "PENDACT".
           05  WS-PENDING-TEMP-NAME     PIC X(20) VALUE "PENDACT.TMP".
           05  WS-REBUILD-RC            PIC 9(9) COMP-5 VALUE 0.

      *    Exchange rates for the business date, loaded the way
      *    TRANEDIT loads them - a corrected foreign item is converted
      *    at the same rate its batch-mates were.
       01  WS-RATE-TABLE-AREA.
           05  WS-BASE-CURRENCY         PIC X(3) VALUE "USD".
           05  WS-RATE-STATUS           PIC X(2) VALUE "00".
           05  WS-RATE-EOF-FLAG         PIC X VALUE "N".
               88  WS-RATE-EOF          VALUE "Y".
           05  WS-EDIT-CURRENCY         PIC X(3) VALUE SPACES.
           05  WS-CONVERTED-AMOUNT      PIC 9(9)V99 VALUE 0.
           05  WS-RATE-COUNT            PIC 9(3) VALUE 0.
           05  WS-RATE-MAX              PIC 9(3) VALUE 100.
           05  WS-RATE-IX               PIC 9(3) VALUE 0.
           05  WS-RATE-FOUND-FLAG       PIC X VALUE "N".
               88  WS-RATE-FOUND        VALUE "Y".
           05  WS-RATE-TABLE.
               10  WS-RATE-ENTRY OCCURS 100 TIMES.
                   15  WS-RATE-CURRENCY PIC X(3).
                   15  WS-RATE-DATE     PIC X(8).
                   15  WS-RATE-VALUE    PIC 9(4)V9(6).

       01  WS-ACCT-TABLE-AREA.
           05  WS-HOUSE-ACCOUNT         PIC X(10) VALUE "1000100000".

       0000-MAIN.
           PERFORM 0100-LOAD-ACCOUNT-MASTER
           PERFORM 0150-READ-CONTROL-CARD
           PERFORM 0170-LOAD-EXCHANGE-RATES
           PERFORM 0200-LOAD-CORRECTION-CARDS
           PERFORM 0300-LOAD-APPROVED-ITEMS

           OPEN INPUT EDIT-ERROR-FILE
           IF WS-TRANSERR-STATUS NOT = "00" THEN
               STOP RUN
           END-IF

           OPEN OUTPUT AUDIT-REPORT-FILE
           PERFORM 3000-WRITE-AUDIT-HEADING

                       SET WS-ERR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ERR-SEQ
                       PERFORM 1150-MATCH-APPROVED
                       PERFORM 1000-MATCH-CORRECTION
               END-READ
           END-PERFORM
           CLOSE EDIT-ERROR-FILE

           PERFORM 1800-REPORT-UNMATCHED-CARDS
           PERFORM 1850-REPORT-UNMATCHED-APPROVED
           IF WS-SUPP-OPEN THEN
               PERFORM 2000-WRITE-SUPP-TRAILER
               CLOSE SUPPLEMENTAL-FILE
           ELSE
               DISPLAY "No corrections applied - TRANSUPP not "
                   "rewritten"
           END-IF

           PERFORM 1900-REBUILD-PENDING-FILE

           PERFORM 3900-WRITE-AUDIT-TOTALS
           CLOSE AUDIT-REPORT-FILE
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Correction pass complete - " WS-HELD-COUNT
               " held for approval " WS-CORRECTED-COUNT
               " corrected " WS-STILL-FAILING-COUNT
               " still failing " WS-REFUSED-COUNT " cards refused"

           END-PERFORM
           CLOSE ACCOUNT-MASTER-FILE.

       0150-READ-CONTROL-CARD.
      *    Only the business date is wanted - it picks the day's
      *    exchange rates.  No card or no date takes the latest rate
      *    on file, as an undated TRANEDIT run does.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-STATUS = "00" THEN
               READ CONTROL-CARD-FILE
                   NOT AT END
                       MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

       0170-LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-RATE-STATUS NOT = "00" THEN
               DISPLAY "No exchange-rate file - foreign-currency "
                   "corrections will still fail"
           ELSE
               PERFORM UNTIL WS-RATE-EOF
                   READ EXCHANGE-RATE-FILE
                       AT END
                           SET WS-RATE-EOF TO TRUE
                       NOT AT END
                           IF FX-CURRENCY-CODE NOT = SPACES THEN
                               PERFORM 0175-TABLE-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF.

       0175-TABLE-RATE.
           MOVE FX-CURRENCY-CODE TO WS-EDIT-CURRENCY
           PERFORM 1450-FIND-CURRENCY
           IF NOT WS-RATE-FOUND THEN
               IF WS-RATE-COUNT < WS-RATE-MAX THEN
                   ADD 1 TO WS-RATE-COUNT
                   MOVE WS-RATE-COUNT TO WS-RATE-IX
                   MOVE FX-CURRENCY-CODE
                       TO WS-RATE-CURRENCY (WS-RATE-IX)
                   MOVE SPACES TO WS-RATE-DATE (WS-RATE-IX)
                   MOVE 0 TO WS-RATE-VALUE (WS-RATE-IX)
               ELSE
                   DISPLAY "Exchange-rate file exceeds table limit "
                       WS-RATE-MAX " currencies - run refused"
                   MOVE 16 TO RETURN-CODE
                   CLOSE EXCHANGE-RATE-FILE
                   STOP RUN
               END-IF
           END-IF
           IF FX-EXCHANGE-RATE IS NUMERIC
                   AND FX-EXCHANGE-RATE > 0 THEN
               IF WS-BUSINESS-DATE NOT = SPACES THEN
                   IF FX-RATE-DATE = WS-BUSINESS-DATE THEN
                       MOVE FX-RATE-DATE TO WS-RATE-DATE (WS-RATE-IX)
                       MOVE FX-EXCHANGE-RATE
                           TO WS-RATE-VALUE (WS-RATE-IX)
                   END-IF
               ELSE
                   IF FX-RATE-DATE >= WS-RATE-DATE (WS-RATE-IX) THEN
                       MOVE FX-RATE-DATE TO WS-RATE-DATE (WS-RATE-IX)
                       MOVE FX-EXCHANGE-RATE
                           TO WS-RATE-VALUE (WS-RATE-IX)
                   END-IF
               END-IF
           END-IF.

       0200-LOAD-CORRECTION-CARDS.
      *    No card file is an ordinary day - the run still applies
      *    whatever was approved since the last one.
           OPEN INPUT CORRECTION-CARD-FILE
           IF WS-CORRCARD-STATUS NOT = "00" THEN
               DISPLAY "No correction card file - applying approved "
                   "corrections only"
           ELSE
               PERFORM UNTIL WS-CARD-EOF
                   READ CORRECTION-CARD-FILE
                       AT END
                           SET WS-CARD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 0250-LOAD-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-CARD-FILE
           END-IF.

       0250-LOAD-ONE-CARD.
           IF CR-REJECT-SEQ IS NOT NUMERIC OR CR-REJECT-SEQ = 0 THEN
                           TO WS-CTAB-ACCOUNT (WS-CTAB-COUNT)
                       MOVE CR-OPERATOR-ID
                           TO WS-CTAB-OPERATOR (WS-CTAB-COUNT)
                       MOVE CR-NEW-CURRENCY
                           TO WS-CTAB-CURRENCY (WS-CTAB-COUNT)
                       MOVE CR-NEW-ORIG-AMOUNT
                           TO WS-CTAB-ORIG-AMOUNT (WS-CTAB-COUNT)
                       MOVE "N" TO WS-CTAB-USED (WS-CTAB-COUNT)
                       MOVE 0 TO WS-CTAB-PEND-ID (WS-CTAB-COUNT)
                   END-IF
               END-IF
           END-IF.

       0300-LOAD-APPROVED-ITEMS.
      *    One pass over PENDACT for the highest item number in use
      *    (new items are numbered on from it) and the corrections
      *    approved and waiting to be applied.
           OPEN INPUT PENDING-ACTION-FILE
           IF WS-PENDING-STATUS = "00" THEN
               SET WS-PENDING-EXISTS TO TRUE
               PERFORM UNTIL WS-PENDING-EOF
                   READ PENDING-ACTION-FILE
                       AT END
                           SET WS-PENDING-EOF TO TRUE
                       NOT AT END
                           IF PA-PEND-ID > WS-LAST-PEND-ID THEN
                               MOVE PA-PEND-ID TO WS-LAST-PEND-ID
                           END-IF
                           IF PA-FROM-TRNCORR AND PA-APPROVED THEN
                               PERFORM 0350-TABLE-APPROVED-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-ACTION-FILE
           END-IF.

       0350-TABLE-APPROVED-ITEM.
           IF WS-APPR-COUNT < WS-APPR-MAX THEN
               ADD 1 TO WS-APPR-COUNT
               MOVE PA-PEND-ID TO WS-APPR-PEND-ID (WS-APPR-COUNT)
               MOVE PA-REJECT-SEQ TO WS-APPR-SEQ (WS-APPR-COUNT)
               MOVE PA-MAKER-ID TO WS-APPR-MAKER (WS-APPR-COUNT)
               MOVE PA-CHECKER-ID TO WS-APPR-CHECKER (WS-APPR-COUNT)
               MOVE PA-BEFORE-IMAGE TO WS-APPR-BEFORE (WS-APPR-COUNT)
               MOVE PA-AFTER-IMAGE TO WS-APPR-AFTER (WS-APPR-COUNT)
               MOVE "A" TO WS-APPR-NEW-STATUS (WS-APPR-COUNT)
               MOVE SPACES TO WS-APPR-OUTCOME (WS-APPR-COUNT)
           ELSE
               DISPLAY "Approved correction " PA-PEND-ID
                   " past the table limit " WS-APPR-MAX
                   " - left approved for the next run"
           END-IF.

       1000-MATCH-CORRECTION.
           MOVE "N" TO WS-CTAB-FOUND-FLAG
           MOVE 1 TO WS-CTAB-IX
           END-PERFORM
           IF WS-CTAB-FOUND THEN
               MOVE "Y" TO WS-CTAB-USED (WS-CTAB-IX)
               PERFORM 1100-HOLD-CORRECTION
           END-IF.

       1100-HOLD-CORRECTION.
      *    The corrected image is built now, against the reject as
      *    keyed, and held with the original until it is approved.
           MOVE TERR-RECORD TO TRANS-RECORD
           IF WS-CTAB-ID (WS-CTAB-IX) NOT = SPACES THEN
               MOVE WS-CTAB-ID (WS-CTAB-IX) TO TRANS-ID
               MOVE WS-CTAB-ACCOUNT (WS-CTAB-IX)
                   TO TRANS-ACCOUNT-CODE
           END-IF
           IF WS-CTAB-CURRENCY (WS-CTAB-IX) NOT = SPACES THEN
               MOVE WS-CTAB-CURRENCY (WS-CTAB-IX)
                   TO TRANS-CURRENCY-CODE
           END-IF
           IF WS-CTAB-ORIG-AMOUNT (WS-CTAB-IX) NOT = SPACES THEN
               MOVE WS-CTAB-ORIG-AMOUNT (WS-CTAB-IX)
                   TO TRANS-ORIG-AMOUNT (1:11)
           END-IF

           ADD 1 TO WS-LAST-PEND-ID
           MOVE WS-LAST-PEND-ID TO WS-CTAB-PEND-ID (WS-CTAB-IX)
           MOVE TERR-REASON-CODE TO WS-CTAB-REJECT-CODE (WS-CTAB-IX)
           MOVE TERR-RECORD TO WS-CTAB-BEFORE (WS-CTAB-IX)
           MOVE TRANS-RECORD TO WS-CTAB-AFTER (WS-CTAB-IX)
           ADD 1 TO WS-HELD-COUNT
           PERFORM 3150-WRITE-HELD-LINES.

       1150-MATCH-APPROVED.
      *    More than one approved correction can name the same
      *    reject.  They are tried in item order until one is
      *    applied; the rest are refused, whatever TRANS-ID they
      *    carry, so a reject never goes onto the batch twice.
           MOVE "N" TO WS-SEQ-APPLIED-FLAG
           MOVE 1 TO WS-APPR-IX
           PERFORM UNTIL WS-APPR-IX > WS-APPR-COUNT
               IF WS-APPR-SEQ (WS-APPR-IX) = WS-ERR-SEQ
                       AND WS-APPR-NEW-STATUS (WS-APPR-IX) = "A" THEN
                   IF WS-SEQ-APPLIED THEN
                       PERFORM 1170-REFUSE-SECOND-CORRECTION
                   ELSE
                       PERFORM 1160-APPLY-APPROVED
                       IF WS-APPR-NEW-STATUS (WS-APPR-IX) = "X" THEN
                           SET WS-SEQ-APPLIED TO TRUE
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-APPR-IX
           END-PERFORM.

       1160-APPLY-APPROVED.
      *    TRANSERR is rewritten by every TRANEDIT run - a correction
      *    approved after the file has moved on would land on some
      *    other reject, so the original image must still match.
           IF WS-APPR-BEFORE (WS-APPR-IX) NOT = TERR-RECORD THEN
               MOVE "R" TO WS-APPR-NEW-STATUS (WS-APPR-IX)
               MOVE "REFUSED - REJECT CHANGED SINCE KEYED"
                   TO WS-APPR-OUTCOME (WS-APPR-IX)
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM 3250-WRITE-STALE-LINES
           ELSE
               MOVE WS-APPR-AFTER (WS-APPR-IX) TO TRANS-RECORD
               PERFORM 1200-REEDIT-RECORD

               IF WS-EDIT-FAILED THEN
                   ADD 1 TO WS-STILL-FAILING-COUNT
                   MOVE "R" TO WS-APPR-NEW-STATUS (WS-APPR-IX)
                   MOVE SPACES TO WS-APPR-OUTCOME (WS-APPR-IX)
                   STRING "STILL FAILS " WS-FAIL-REASON
                       DELIMITED BY SIZE
                       INTO WS-APPR-OUTCOME (WS-APPR-IX)
                   PERFORM 3200-WRITE-STILL-FAILS-LINES
               ELSE
                   ADD 1 TO WS-CORRECTED-COUNT
                   ADD 1 TO WS-SUPP-COUNT
                   IF TRANS-IS-REVERSAL THEN
                       SUBTRACT TRANS-AMOUNT FROM WS-SUPP-NET
                   ELSE
                       ADD TRANS-AMOUNT TO WS-SUPP-NET
                   END-IF
                   IF NOT WS-SUPP-OPEN THEN
                       OPEN OUTPUT SUPPLEMENTAL-FILE
                       SET WS-SUPP-OPEN TO TRUE
                   END-IF
                   MOVE TRANS-RECORD TO SUPPLEMENTAL-RECORD
                   WRITE SUPPLEMENTAL-RECORD
                   MOVE "X" TO WS-APPR-NEW-STATUS (WS-APPR-IX)
                   MOVE "CORRECTED - ON SUPPLEMENTAL BATCH"
                       TO WS-APPR-OUTCOME (WS-APPR-IX)
                   PERFORM 3100-WRITE-CORRECTED-LINES
               END-IF
           END-IF.

       1170-REFUSE-SECOND-CORRECTION.
           MOVE "R" TO WS-APPR-NEW-STATUS (WS-APPR-IX)
           MOVE "REFUSED - REJECT ALREADY CORRECTED"
               TO WS-APPR-OUTCOME (WS-APPR-IX)
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "SEQ " WS-ERR-SEQ
               " ITEM " WS-APPR-PEND-ID (WS-APPR-IX)
               " KEYED BY " WS-APPR-MAKER (WS-APPR-IX)
               " APPROVED BY " WS-APPR-CHECKER (WS-APPR-IX)
               " - REFUSED, REJECT ALREADY CORRECTED THIS RUN"
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.

       1200-REEDIT-RECORD.
      *    The same edits TRANEDIT applies, in the same order - a
      *    corrected record earns its way onto the supplemental
           MOVE SPACES TO WS-FAIL-REASON
           IF NOT TRANS-IS-DETAIL AND NOT TRANS-IS-REVERSAL THEN
               SET WS-EDIT-FAILED TO TRUE
               IF TRANS-IS-JOURNAL-LEG THEN
                   MOVE "E013 JOURNAL - RESUBMIT WHOLE"
                       TO WS-FAIL-REASON
               ELSE
                   MOVE "E003 UNKNOWN RECORD TYPE" TO WS-FAIL-REASON
               END-IF
           ELSE
               IF TRANS-ID = SPACES THEN
                   SET WS-EDIT-FAILED TO TRUE
                           MOVE "E004 DUPLICATE TRANS-ID"
                               TO WS-FAIL-REASON
                       ELSE
                           PERFORM 1270-CHECK-TRANS-HISTORY
                           IF WS-HISTORY-FOUND THEN
                               SET WS-EDIT-FAILED TO TRUE
                               MOVE SPACES TO WS-FAIL-REASON
                               STRING "E010 ON HISTORY "
                                   WS-HISTORY-DATE " "
                                   WS-HISTORY-POST-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-FAIL-REASON
                           ELSE
                               PERFORM 1300-VALIDATE-ACCOUNT
                               IF NOT WS-EDIT-FAILED THEN
                                   PERFORM 1400-CONVERT-CURRENCY
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       1270-CHECK-TRANS-HISTORY.
      *    A correction batch is a handful of records, so each one
      *    probes the TRANS-ID history file directly.  The batch
      *    posts on top of a day that has already run, so a match on
      *    any business date - including today's - is a duplicate.
           MOVE "N" TO WS-HISTORY-FOUND-FLAG
           MOVE "N" TO WS-HISTORY-EOF-FLAG
           OPEN INPUT TRANS-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00" THEN
               PERFORM UNTIL WS-HISTORY-EOF OR WS-HISTORY-FOUND
                   READ TRANS-HISTORY-FILE
                       AT END
                           SET WS-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF TH-TRANS-ID = TRANS-ID THEN
                               SET WS-HISTORY-FOUND TO TRUE
                               MOVE TH-BUSINESS-DATE
                                   TO WS-HISTORY-DATE
                               MOVE TH-POST-STATUS
                                   TO WS-HISTORY-POST-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-HISTORY-FILE
           END-IF.

       1300-VALIDATE-ACCOUNT.
           IF TRANS-ACCOUNT-CODE = SPACES THEN
               MOVE WS-HOUSE-ACCOUNT TO WS-EDIT-ACCOUNT
               END-IF
           END-PERFORM.

       1400-CONVERT-CURRENCY.
      *    As TRANEDIT - base items are stamped with their own amount
      *    as the original and a rate of 1, foreign items are
      *    converted at the business date's rate.
           IF TRANS-CURRENCY-CODE = SPACES
                   OR TRANS-CURRENCY-CODE = WS-BASE-CURRENCY THEN
               MOVE WS-BASE-CURRENCY TO TRANS-CURRENCY-CODE
               MOVE TRANS-AMOUNT TO TRANS-ORIG-AMOUNT
               MOVE 1 TO TRANS-EXCHANGE-RATE
           ELSE
               MOVE TRANS-CURRENCY-CODE TO WS-EDIT-CURRENCY
               PERFORM 1450-FIND-CURRENCY
               IF NOT WS-RATE-FOUND THEN
                   SET WS-EDIT-FAILED TO TRUE
                   STRING "E011 UNKNOWN CURRENCY "
                       TRANS-CURRENCY-CODE
                       DELIMITED BY SIZE INTO WS-FAIL-REASON
               ELSE
                   IF WS-RATE-DATE (WS-RATE-IX) = SPACES THEN
                       SET WS-EDIT-FAILED TO TRUE
                       STRING "E012 NO " TRANS-CURRENCY-CODE
                           " RATE " WS-BUSINESS-DATE
                           DELIMITED BY SIZE INTO WS-FAIL-REASON
                   ELSE
                       IF TRANS-ORIG-AMOUNT IS NOT NUMERIC THEN
                           SET WS-EDIT-FAILED TO TRUE
                           MOVE "E002 NON-NUMERIC ORIG AMOUNT"
                               TO WS-FAIL-REASON
                       ELSE
                           COMPUTE WS-CONVERTED-AMOUNT ROUNDED =
                               TRANS-ORIG-AMOUNT
                               * WS-RATE-VALUE (WS-RATE-IX)
                               ON SIZE ERROR
                                   SET WS-EDIT-FAILED TO TRUE
                                   MOVE "E002 CONVERTED AMOUNT TOO BIG"
                                       TO WS-FAIL-REASON
                               NOT ON SIZE ERROR
                                   MOVE WS-CONVERTED-AMOUNT
                                       TO TRANS-AMOUNT
                                   MOVE WS-RATE-VALUE (WS-RATE-IX)
                                       TO TRANS-EXCHANGE-RATE
                           END-COMPUTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1450-FIND-CURRENCY.
           MOVE "N" TO WS-RATE-FOUND-FLAG
           MOVE 1 TO WS-RATE-IX
           PERFORM UNTIL WS-RATE-IX > WS-RATE-COUNT OR WS-RATE-FOUND
               IF WS-RATE-CURRENCY (WS-RATE-IX) = WS-EDIT-CURRENCY
                       THEN
                   SET WS-RATE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-RATE-IX
               END-IF
           END-PERFORM.

       1800-REPORT-UNMATCHED-CARDS.
           MOVE 1 TO WS-CTAB-IX
           PERFORM UNTIL WS-CTAB-IX > WS-CTAB-COUNT
               ADD 1 TO WS-CTAB-IX
           END-PERFORM.

       1850-REPORT-UNMATCHED-APPROVED.
           MOVE 1 TO WS-APPR-IX
           PERFORM UNTIL WS-APPR-IX > WS-APPR-COUNT
               IF WS-APPR-NEW-STATUS (WS-APPR-IX) = "A" THEN
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "R" TO WS-APPR-NEW-STATUS (WS-APPR-IX)
                   MOVE "REFUSED - NO SUCH REJECT ON TRANSERR"
                       TO WS-APPR-OUTCOME (WS-APPR-IX)
                   MOVE SPACES TO AUDIT-REPORT-LINE
                   STRING "** ITEM " WS-APPR-PEND-ID (WS-APPR-IX)
                       " FOR SEQ " WS-APPR-SEQ (WS-APPR-IX)
                       " KEYED BY " WS-APPR-MAKER (WS-APPR-IX)
                       " APPROVED BY " WS-APPR-CHECKER (WS-APPR-IX)
                       " - NO SUCH REJECT ON TRANSERR"
                       DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
                   WRITE AUDIT-REPORT-LINE
               END-IF
               ADD 1 TO WS-APPR-IX
           END-PERFORM.

       1900-REBUILD-PENDING-FILE.
      *    PENDACT is rebuilt through PENDACT.TMP - every existing
      *    row copied, the approved items carrying their outcome, and
      *    this run's held cards added behind them.
           IF WS-HELD-COUNT > 0 OR WS-APPR-COUNT > 0 THEN
               OPEN OUTPUT PENDING-REBUILD-FILE
               IF WS-PENDING-EXISTS THEN
                   MOVE "N" TO WS-PENDING-EOF-FLAG
                   OPEN INPUT PENDING-ACTION-FILE
                   PERFORM UNTIL WS-PENDING-EOF
                       READ PENDING-ACTION-FILE
                           AT END
                               SET WS-PENDING-EOF TO TRUE
                           NOT AT END
                               PERFORM 1950-COPY-PENDING-ROW
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-ACTION-FILE
               END-IF
               MOVE 1 TO WS-CTAB-IX
               PERFORM UNTIL WS-CTAB-IX > WS-CTAB-COUNT
                   IF WS-CTAB-PEND-ID (WS-CTAB-IX) > 0 THEN
                       PERFORM 1960-WRITE-HELD-ROW
                   END-IF
                   ADD 1 TO WS-CTAB-IX
               END-PERFORM
               CLOSE PENDING-REBUILD-FILE
               PERFORM 1970-REPLACE-PENDING-FILE
           END-IF.

       1950-COPY-PENDING-ROW.
           MOVE "N" TO WS-APPR-FOUND-FLAG
           IF PA-FROM-TRNCORR AND PA-APPROVED THEN
               MOVE 1 TO WS-APPR-IX
               PERFORM UNTIL WS-APPR-IX > WS-APPR-COUNT
                       OR WS-APPR-FOUND
                   IF WS-APPR-PEND-ID (WS-APPR-IX) = PA-PEND-ID THEN
                       SET WS-APPR-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-APPR-IX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-APPR-FOUND THEN
      *        A batch whose trailer was withheld does not post, so
      *        nothing on it counts as applied.
               IF WS-TRAILER-WITHHELD
                       AND WS-APPR-NEW-STATUS (WS-APPR-IX) = "X" THEN
                   MOVE "R" TO WS-APPR-NEW-STATUS (WS-APPR-IX)
                   MOVE "REFUSED - SUPPLEMENTAL TRAILER WITHHELD"
                       TO WS-APPR-OUTCOME (WS-APPR-IX)
               END-IF
               MOVE WS-APPR-NEW-STATUS (WS-APPR-IX) TO PA-STATUS
               MOVE WS-APPR-OUTCOME (WS-APPR-IX) TO PA-OUTCOME-TEXT
           END-IF
           MOVE PENDING-ACTION-RECORD TO PENDING-REBUILD-RECORD
           WRITE PENDING-REBUILD-RECORD.

       1960-WRITE-HELD-ROW.
           MOVE SPACES TO WS-PEND-BUILD
           MOVE WS-CTAB-PEND-ID (WS-CTAB-IX) TO WS-PB-PEND-ID
           MOVE "C" TO WS-PB-SOURCE
           MOVE "P" TO WS-PB-STATUS
           MOVE "CORR" TO WS-PB-ACTION
           MOVE WS-CTAB-SEQ (WS-CTAB-IX) TO WS-PB-REJECT-SEQ
           MOVE WS-CTAB-REJECT-CODE (WS-CTAB-IX) TO WS-PB-REJECT-CODE
           MOVE WS-CTAB-OPERATOR (WS-CTAB-IX) TO WS-PB-MAKER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-PB-KEYED-TIMESTAMP
           MOVE WS-CTAB-BEFORE (WS-CTAB-IX) TO WS-PB-BEFORE-IMAGE
           MOVE WS-CTAB-AFTER (WS-CTAB-IX) TO WS-PB-AFTER-IMAGE
           MOVE WS-PEND-BUILD TO PENDING-REBUILD-RECORD
           WRITE PENDING-REBUILD-RECORD.

       1970-REPLACE-PENDING-FILE.
           IF WS-PENDING-EXISTS THEN
               CALL "CBL_DELETE_FILE" USING WS-PENDING-NAME
                   RETURNING WS-REBUILD-RC
               IF WS-REBUILD-RC NOT = 0 THEN
                   DISPLAY "Unable to delete " WS-PENDING-NAME
                       " while replacing the pending file - rc "
                       WS-REBUILD-RC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-PENDING-TEMP-NAME
               WS-PENDING-NAME
               RETURNING WS-REBUILD-RC
           IF WS-REBUILD-RC NOT = 0 THEN
               DISPLAY "Unable to rename " WS-PENDING-TEMP-NAME
                   " to " WS-PENDING-NAME
                   " while replacing the pending file - rc "
                   WS-REBUILD-RC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-WRITE-SUPP-TRAILER.
      *    The supplemental batch carries its own trailer so DAILYACC
      *    reconciles the late batch the same way it reconciles the
           IF WS-SUPP-NET < 0 THEN
               DISPLAY "Supplemental batch nets negative ("
                   WS-SUPP-NET ") - trailer withheld, do not post"
               SET WS-TRAILER-WITHHELD TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SUPP-NET > 999999999.99 THEN
                   DISPLAY "Supplemental batch net ("
                       WS-SUPP-NET ") exceeds the trailer ceiling "
                       "999999999.99 - trailer withheld, do not post"
                   SET WS-TRAILER-WITHHELD TO TRUE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-SUPP-NET TO WS-TB-AMOUNT
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "SEQ " WS-ERR-SEQ
               " WAS " TERR-REASON-CODE
               " ITEM " WS-APPR-PEND-ID (WS-APPR-IX)
               " KEYED BY " WS-APPR-MAKER (WS-APPR-IX)
               " APPROVED BY " WS-APPR-CHECKER (WS-APPR-IX)
               " - CORRECTED, ON SUPPLEMENTAL BATCH"
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM 3300-WRITE-IMAGE-LINES.

       3150-WRITE-HELD-LINES.
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "SEQ " WS-ERR-SEQ
               " WAS " TERR-REASON-CODE
               " KEYED BY " WS-CTAB-OPERATOR (WS-CTAB-IX)
               " - HELD FOR APPROVAL AS ITEM "
               WS-CTAB-PEND-ID (WS-CTAB-IX)
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM 3300-WRITE-IMAGE-LINES.

       3200-WRITE-STILL-FAILS-LINES.
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "SEQ " WS-ERR-SEQ
               " WAS " TERR-REASON-CODE
               " ITEM " WS-APPR-PEND-ID (WS-APPR-IX)
               " KEYED BY " WS-APPR-MAKER (WS-APPR-IX)
               " APPROVED BY " WS-APPR-CHECKER (WS-APPR-IX)
               " - STILL FAILS: " WS-FAIL-REASON
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM 3300-WRITE-IMAGE-LINES.

       3250-WRITE-STALE-LINES.
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "SEQ " WS-ERR-SEQ
               " ITEM " WS-APPR-PEND-ID (WS-APPR-IX)
               " KEYED BY " WS-APPR-MAKER (WS-APPR-IX)
               " APPROVED BY " WS-APPR-CHECKER (WS-APPR-IX)
               " - REFUSED, REJECT FILE CHANGED SINCE KEYED"
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "  KEYED  " WS-APPR-BEFORE (WS-APPR-IX)
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "  NOW    " TERR-RECORD
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.

       3300-WRITE-IMAGE-LINES.
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "  BEFORE " TERR-RECORD
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "HELD FOR APPROVAL:      " WS-HELD-COUNT
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "APPROVED ITEMS READ:    " WS-APPR-COUNT
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE SPACES TO AUDIT-REPORT-LINE
           STRING "CORRECTED AND PASSED:   " WS-CORRECTED-COUNT
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
