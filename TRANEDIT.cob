      *  raw upstream transaction file (TRANSRAW) and DAILYACC.  It
      *  applies field-level edits (blank TRANS-ID, non-numeric
      *  TRANS-AMOUNT, unknown TRANS-REC-TYPE), a duplicate
      *  TRANS-ID check, a check against the permanent TRANS-ID
      *  history (TRANHIST) so an item that already reached DAILYACC
      *  on another business date is refused as a resend (E010), and
      *  account-master edits (TRANS-ACCOUNT-CODE
      *  must be on ACCTMAST, open, and allowed to post in the
      *  transaction's direction), rejects failures to TRANSERR with a
      *  reason code, writes the records that pass to the clean file
      *  master is missing or the house default account 1000100000 is
      *  not on it and open - without that account the fallback for
      *  blank account codes has nowhere to post.
      *  The duplicate and history checks are made for the whole file
      *  in one sorted pass before editing starts, so there is no
      *  table ceiling past which duplicates stop being caught.  The
      *  business date and cycle on CTLCARD say which history rows
      *  are this same cycle's (a rerun under the override) and not
      *  a resend - an id already posted by another cycle of the
      *  same business date is a resend like any other.
      *  Foreign-currency items are checked against the daily
      *  exchange-rate file (FXRATES) once they have passed every
      *  other edit: a currency not on the file at all is rejected
      *  E011, a known currency with no rate for the business date
      *  E012.  An item that passes is converted - TRANS-AMOUNT is
      *  filled with the base-currency equivalent of TRANS-ORIG-AMOUNT
      *  and the rate used goes on the record - and base-currency
      *  items leave with their own amount as the original and a
      *  rate of 1.  The upstream trailer only covers the amounts as
      *  submitted (a foreign item arrives with TRANS-AMOUNT zero), so
      *  the trailer written to TRANSIN is restated by the net the
      *  conversions added, keeping DAILYACC's reconcile in base
      *  currency; a restated total the trailer cannot carry
      *  (negative or past 9(9)V99) is withheld, RETURN-CODE 8.
      *  Journal-entry legs ("J") are edited one by one like any
      *  item - a debit leg moves like a detail, a credit leg like
      *  a reversal - but nothing is written until the journal's
      *  last leg has been read (the next record is not a leg of the
      *  same journal).  The journal is then accepted or rejected
      *  whole: any leg that failed goes to TRANSERR with its own
      *  reason and the clean legs with it as E014; a journal of one
      *  leg, or whose debits and credits (in the base currency,
      *  after conversion) differ, is rejected E013 leg by leg.  A
      *  journal rejected whole nets to nothing on the trailer, so
      *  it leaves the accepted hash in step with the control total.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

           SELECT TRANS-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT EXCHANGE-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

      *    Work files for the up-front duplicate pass (see
      *    0200-FLAG-DUPLICATE-IDS).
           SELECT ID-SORT-FILE ASSIGN TO "IDSORT".

           SELECT FLAG-SORT-FILE ASSIGN TO "FLAGSORT".

           SELECT DUP-FLAG-FILE ASSIGN TO "IDFLAGS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-TRANS-FILE.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.

       FD  TRANS-HISTORY-FILE.
           COPY TRANHIST.

       FD  EXCHANGE-RATE-FILE.
           COPY FXRATE.

      *    One sort row per TRANS-ID occurrence: "H" rows come off
      *    the history, "R" rows off this TRANSRAW (with their read
      *    sequence).  "H" sorts ahead of "R" within an ID.
       SD  ID-SORT-FILE.
       01  ID-SORT-RECORD.
           05  DS-TRANS-ID              PIC X(10).
           05  DS-SOURCE                PIC X(1).
               88  DS-FROM-HISTORY      VALUE "H".
               88  DS-FROM-RAW          VALUE "R".
           05  DS-BUSINESS-DATE         PIC X(8).
           05  DS-READ-SEQ              PIC 9(5).
           05  DS-POST-STATUS           PIC X(1).
           05  DS-CYCLE-NUMBER          PIC X(1).

       SD  FLAG-SORT-FILE.
       01  FLAG-SORT-RECORD.
           05  FS-READ-SEQ              PIC 9(5).
           05  FILLER                   PIC X(75).

      *    One row per TRANSRAW record that fails the duplicate or
      *    history check, keyed by read sequence.
       FD  DUP-FLAG-FILE.
       01  DUP-FLAG-RECORD.
           05  DF-READ-SEQ              PIC 9(5).
           05  DF-REASON-CODE           PIC X(4).
           05  DF-BUSINESS-DATE         PIC X(8).
           05  DF-POST-STATUS           PIC X(1).
           05  DF-CYCLE-NUMBER          PIC X(1).
           05  FILLER                   PIC X(61).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-EOF-FLAG              PIC X VALUE "N".
               88  WS-MASTER-EOF        VALUE "Y".
           05  WS-TRAILER-SEEN-FLAG     PIC X VALUE "N".
               88  WS-TRAILER-SEEN      VALUE "Y".
           05  WS-CTLCARD-STATUS        PIC X(2) VALUE "00".
           05  WS-HISTORY-STATUS        PIC X(2) VALUE "00".
           05  WS-HISTORY-EOF-FLAG      PIC X VALUE "N".
               88  WS-HISTORY-EOF       VALUE "Y".
           05  WS-FLAG-STATUS           PIC X(2) VALUE "00".
           05  WS-FLAG-EOF-FLAG         PIC X VALUE "N".
               88  WS-FLAG-EOF          VALUE "Y".
           05  WS-SORT-EOF-FLAG         PIC X VALUE "N".
               88  WS-SORT-EOF          VALUE "Y".
           05  WS-PRESCAN-TRAILER-FLAG  PIC X VALUE "N".
               88  WS-PRESCAN-TRAILER-SEEN VALUE "Y".
           05  WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
           05  WS-CYCLE-NUMBER          PIC X(1) VALUE "1".

       01  WS-COUNT-AREA.
           05  WS-READ-COUNT            PIC 9(5) VALUE 0.
           05  WS-E007-COUNT            PIC 9(5) VALUE 0.
           05  WS-E008-COUNT            PIC 9(5) VALUE 0.
           05  WS-E009-COUNT            PIC 9(5) VALUE 0.
           05  WS-E010-COUNT            PIC 9(5) VALUE 0.
           05  WS-E011-COUNT            PIC 9(5) VALUE 0.
           05  WS-E012-COUNT            PIC 9(5) VALUE 0.
           05  WS-E013-COUNT            PIC 9(5) VALUE 0.
           05  WS-E014-COUNT            PIC 9(5) VALUE 0.

      *    The accepted hash nets reversals against details, since
      *    the trailer control total DAILYACC reconciles against is a
      *    net figure.  Signed separate so a mid-file negative swing
      *    cannot wrap and the figure prints readably on the report.
      *    The hash is taken on the clean records as written, so it
      *    is compared with the trailer as restated for the
      *    conversions (see 1200-EDIT-TRAILER).
       01  WS-HASH-AREA.
           05  WS-ACCEPTED-HASH         PIC S9(13)V99 VALUE 0
                                        SIGN LEADING SEPARATE.
           05  WS-CONTROL-TOTAL         PIC 9(9)V99 VALUE 0.
           05  WS-CONVERSION-ADJUST     PIC S9(13)V99 VALUE 0
                                        SIGN LEADING SEPARATE.
           05  WS-RESTATED-TOTAL        PIC S9(13)V99 VALUE 0
                                        SIGN LEADING SEPARATE.
           05  WS-TRAILER-LIMIT         PIC 9(9)V99
                                        VALUE 999999999.99.
           05  WS-TRAILER-WITHHELD-FLAG PIC X VALUE "N".
               88  WS-TRAILER-WITHHELD  VALUE "Y".

      *    Working fields for the sorted duplicate pass - the
      *    current TRANS-ID group and what has been seen in it.
       01  WS-DUP-CHECK-AREA.
           05  WS-PRESCAN-SEQ           PIC 9(5) VALUE 0.
           05  WS-HISTORY-ROW-COUNT     PIC 9(9) VALUE 0.
           05  WS-FLAG-COUNT            PIC 9(5) VALUE 0.
           05  WS-GROUP-ID              PIC X(10) VALUE SPACES.
           05  WS-GROUP-HISTORY-FLAG    PIC X VALUE "N".
               88  WS-GROUP-ON-HISTORY  VALUE "Y".
           05  WS-GROUP-RAW-FLAG        PIC X VALUE "N".
               88  WS-GROUP-RAW-SEEN    VALUE "Y".
           05  WS-GROUP-HIST-DATE       PIC X(8) VALUE SPACES.
           05  WS-GROUP-HIST-STATUS     PIC X(1) VALUE SPACE.
           05  WS-GROUP-HIST-CYCLE      PIC X(1) VALUE SPACE.
           05  WS-ID-FOUND-FLAG         PIC X VALUE "N".
               88  WS-ID-FOUND          VALUE "Y".
           05  WS-HISTORY-FOUND-FLAG    PIC X VALUE "N".
               88  WS-HISTORY-FOUND     VALUE "Y".
           05  WS-FLAG-NAME             PIC X(20) VALUE "IDFLAGS.TMP".
           05  WS-REBUILD-RC            PIC 9(9) COMP-5 VALUE 0.

      *    The account master is small enough to hold in storage for
      *    the whole edit pass - one lookup per detail record instead
                   15  WS-ACCT-STATUS   PIC X(1).
                   15  WS-ACCT-POST-IND PIC X(1).

      *    Exchange rates off FXRATES - one entry per currency on
      *    the file, holding the rate for the business date (or the
      *    latest on file for an undated run).  WS-RATE-DATE stays
      *    spaces for a currency known to the file with no usable
      *    rate for the run.  Base-currency items are never looked
      *    up.
       01  WS-RATE-TABLE-AREA.
           05  WS-BASE-CURRENCY         PIC X(3) VALUE "USD".
           05  WS-RATE-STATUS           PIC X(2) VALUE "00".
           05  WS-RATE-EOF-FLAG         PIC X VALUE "N".
               88  WS-RATE-EOF          VALUE "Y".
           05  WS-EDIT-CURRENCY         PIC X(3) VALUE SPACES.
           05  WS-SUBMITTED-AMOUNT      PIC 9(9)V99 VALUE 0.
           05  WS-CONVERTED-AMOUNT      PIC 9(9)V99 VALUE 0.
           05  WS-CONVERTED-COUNT       PIC 9(5) VALUE 0.
           05  WS-CURRENCY-ERROR-FLAG   PIC X VALUE "N".
               88  WS-CURRENCY-IN-ERROR VALUE "Y".
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

      *    Legs of the journal entry being edited.  A journal is
      *    only decided once its last leg has been read, so each
      *    leg's outcome is kept here until then: the image as
      *    received (for TRANSERR), the image as it would go to
      *    TRANSIN, and the reason it failed if it did.  Conversions
      *    are counted against the journal and only carried to the
      *    run's adjustment if the journal is accepted.
       01  WS-JOURNAL-AREA.
           05  WS-JOURNAL-MODE-FLAG     PIC X VALUE "N".
               88  WS-JOURNAL-MODE      VALUE "Y".
           05  WS-JOURNAL-OPEN-FLAG     PIC X VALUE "N".
               88  WS-JOURNAL-OPEN      VALUE "Y".
           05  WS-JNL-FAILED-FLAG       PIC X VALUE "N".
               88  WS-JNL-LEG-FAILED    VALUE "Y".
           05  WS-JNL-OVERSIZE-FLAG     PIC X VALUE "N".
               88  WS-JNL-OVERSIZE      VALUE "Y".
           05  WS-JOURNAL-ID            PIC X(10) VALUE SPACES.
           05  WS-JNL-LEG-COUNT         PIC 9(3) VALUE 0.
           05  WS-JNL-LEG-MAX           PIC 9(3) VALUE 50.
           05  WS-JNL-LEG-IX            PIC 9(3) VALUE 0.
           05  WS-JNL-DEBIT-TOTAL       PIC 9(11)V99 VALUE 0.
           05  WS-JNL-CREDIT-TOTAL      PIC 9(11)V99 VALUE 0.
           05  WS-JNL-CONV-ADJUST       PIC S9(13)V99 VALUE 0
                                        SIGN LEADING SEPARATE.
           05  WS-JNL-CONV-COUNT        PIC 9(5) VALUE 0.
           05  WS-JNL-REASON-CODE       PIC X(4) VALUE SPACES.
           05  WS-JNL-REASON-TEXT       PIC X(30) VALUE SPACES.
           05  WS-JNL-ACCEPT-COUNT      PIC 9(5) VALUE 0.
           05  WS-JNL-REJECT-COUNT      PIC 9(5) VALUE 0.
           05  WS-JNL-LEG-TABLE.
               10  WS-JNL-LEG OCCURS 50 TIMES.
                   15  WS-JNL-LEG-STATUS
                                        PIC X(1).
                   15  WS-JNL-LEG-REASON
                                        PIC X(4).
                   15  WS-JNL-LEG-TEXT  PIC X(30).
                   15  WS-JNL-RAW-IMAGE PIC X(80).
                   15  WS-JNL-CLEAN-IMAGE
                                        PIC X(80).

       01  WS-REPORT-AREA.
           05  WS-REASON-TEXT           PIC X(30) VALUE SPACES.


       0000-MAIN.
           PERFORM 0100-LOAD-ACCOUNT-MASTER
           PERFORM 0150-READ-CONTROL-CARD
           PERFORM 0170-LOAD-EXCHANGE-RATES

           OPEN INPUT RAW-TRANS-FILE
           IF WS-RAW-STATUS NOT = "00" THEN
               STOP RUN
           END-IF

      *    The duplicate pass reads TRANSRAW through once and closes
      *    it; the edit pass then reads it again from the top.
           PERFORM 0200-FLAG-DUPLICATE-IDS
           OPEN INPUT RAW-TRANS-FILE
           OPEN INPUT DUP-FLAG-FILE
           IF WS-FLAG-STATUS NOT = "00" THEN
               SET WS-FLAG-EOF TO TRUE
           ELSE
               PERFORM 1155-READ-DUP-FLAG
           END-IF

           OPEN OUTPUT CLEAN-TRANS-FILE
           OPEN OUTPUT EDIT-ERROR-FILE
           OPEN OUTPUT EDIT-REPORT-FILE
                       PERFORM 1000-EDIT-RECORD
               END-READ
           END-PERFORM
      *    A file that ends on a journal (no trailer) still has it
      *    decided and written.
           IF WS-JOURNAL-OPEN THEN
               PERFORM 1300-CLOSE-JOURNAL
           END-IF

           CLOSE RAW-TRANS-FILE
           CLOSE CLEAN-TRANS-FILE
           CLOSE EDIT-ERROR-FILE
           CLOSE DUP-FLAG-FILE
           CALL "CBL_DELETE_FILE" USING WS-FLAG-NAME
               RETURNING WS-REBUILD-RC

           PERFORM 3000-WRITE-EDIT-SUMMARY
           CLOSE EDIT-REPORT-FILE
               STOP RUN
           END-IF.

       0150-READ-CONTROL-CARD.
      *    Same card DAILYACC reads - the business date and cycle tell
      *    the history check which rows belong to this same cycle.
      *    No card or no date means every history row counts as an
      *    earlier posting.  A cycle DAILYACC would refuse is refused
      *    here too, before anything is written.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-STATUS = "00" THEN
               READ CONTROL-CARD-FILE
                   NOT AT END
                       MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       IF CC-CYCLE-NUMBER = SPACE
                               OR CC-CYCLE-NUMBER = "0" THEN
                           MOVE "1" TO WS-CYCLE-NUMBER
                       ELSE
                           IF CC-CYCLE-NUMBER IS NUMERIC THEN
                               MOVE CC-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                           ELSE
                               DISPLAY "Control card cycle number "
                                   CC-CYCLE-NUMBER " is not 1-9 - "
                                   "run refused"
                               MOVE 16 TO RETURN-CODE
                               CLOSE CONTROL-CARD-FILE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

       0170-LOAD-EXCHANGE-RATES.
      *    No rate file is not fatal - a day with no foreign-currency
      *    items needs none - but every foreign item will be rejected
      *    for want of a rate.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-RATE-STATUS NOT = "00" THEN
               DISPLAY "No exchange-rate file - foreign-currency "
                   "items will be rejected"
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
               DISPLAY "Exchange rates loaded for " WS-RATE-COUNT
                   " currencies"
           END-IF.

       0175-TABLE-RATE.
      *    A later row for the same currency and date replaces an
      *    earlier one - operations correct a rate by appending.
           MOVE FX-CURRENCY-CODE TO WS-EDIT-CURRENCY
           PERFORM 1195-FIND-CURRENCY
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

       0200-FLAG-DUPLICATE-IDS.
      *    Duplicates are found for the whole file up front in one
      *    sorted pass instead of by searching a table as each record
      *    is edited - a table has a ceiling, and once it filled, the
      *    rest of a heavy day went through with no duplicate check
      *    at all.  Every record that will reach the duplicate edit
      *    is sorted by TRANS-ID together with the TRANS-ID history;
      *    the output side flags the first occurrence of an ID that
      *    is on the history (E010) and every repeat within the file
      *    (E004), then the flags are re-sorted into read order so
      *    the edit pass meets them in step with TRANSRAW.
           SORT ID-SORT-FILE
               ON ASCENDING KEY DS-TRANS-ID DS-SOURCE
                   DS-BUSINESS-DATE DS-CYCLE-NUMBER DS-READ-SEQ
               INPUT PROCEDURE IS 0210-RELEASE-IDS
               OUTPUT PROCEDURE IS 0250-FLAG-SORTED-IDS
           SORT FLAG-SORT-FILE
               ON ASCENDING KEY FS-READ-SEQ
               USING DUP-FLAG-FILE
               GIVING DUP-FLAG-FILE
           DISPLAY "Duplicate check - " WS-HISTORY-ROW-COUNT
               " history ids, " WS-FLAG-COUNT " records flagged".

       0210-RELEASE-IDS.
           OPEN INPUT TRANS-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00" THEN
               PERFORM UNTIL WS-HISTORY-EOF
                   READ TRANS-HISTORY-FILE
                       AT END
                           SET WS-HISTORY-EOF TO TRUE
                       NOT AT END
                           IF TH-CYCLE-NUMBER = SPACE THEN
                               MOVE "1" TO TH-CYCLE-NUMBER
                           END-IF
                           IF TH-TRANS-ID NOT = SPACES
                                   AND (TH-BUSINESS-DATE NOT =
                                       WS-BUSINESS-DATE
                                    OR TH-CYCLE-NUMBER NOT =
                                       WS-CYCLE-NUMBER) THEN
                               MOVE SPACES TO ID-SORT-RECORD
                               MOVE TH-TRANS-ID TO DS-TRANS-ID
                               SET DS-FROM-HISTORY TO TRUE
                               MOVE TH-BUSINESS-DATE
                                   TO DS-BUSINESS-DATE
                               MOVE 0 TO DS-READ-SEQ
                               MOVE TH-POST-STATUS TO DS-POST-STATUS
                               MOVE TH-CYCLE-NUMBER TO DS-CYCLE-NUMBER
                               RELEASE ID-SORT-RECORD
                               ADD 1 TO WS-HISTORY-ROW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-HISTORY-FILE
           ELSE
               DISPLAY "No TRANS-ID history on file - duplicates "
                   "checked within this file only"
           END-IF

           PERFORM UNTIL WS-END-OF-FILE
               READ RAW-TRANS-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PRESCAN-SEQ
                       PERFORM 0220-RELEASE-RAW-ID
               END-READ
           END-PERFORM
           CLOSE RAW-TRANS-FILE
           MOVE "N" TO WS-EOF-FLAG.

       0220-RELEASE-RAW-ID.
      *    Follows 1000/1100 exactly: only a record that will get as
      *    far as the duplicate edit - a detail, reversal or journal
      *    leg before the trailer, with an ID and a numeric amount -
      *    is released; a leg with no journal ID or side is rejected
      *    E013 by 1250 first, so it is left out here too.  The edit
      *    pass steps along the flags by read sequence, so a journal
      *    leg that fails its own checks before reaching the
      *    duplicate edit does not put them out of step.
           IF NOT WS-PRESCAN-TRAILER-SEEN THEN
               IF TRANS-IS-TRAILER THEN
                   IF TRANS-AMOUNT IS NUMERIC THEN
                       SET WS-PRESCAN-TRAILER-SEEN TO TRUE
                   END-IF
               ELSE
                   IF (TRANS-IS-DETAIL OR TRANS-IS-REVERSAL
                           OR (TRANS-IS-JOURNAL-LEG
                               AND TRANS-JOURNAL-ID NOT = SPACES
                               AND (TRANS-LEG-DEBIT
                                   OR TRANS-LEG-CREDIT)))
                           AND TRANS-ID NOT = SPACES
                           AND TRANS-AMOUNT IS NUMERIC THEN
                       MOVE SPACES TO ID-SORT-RECORD
                       MOVE TRANS-ID TO DS-TRANS-ID
                       SET DS-FROM-RAW TO TRUE
                       MOVE SPACES TO DS-BUSINESS-DATE
                       MOVE WS-PRESCAN-SEQ TO DS-READ-SEQ
                       RELEASE ID-SORT-RECORD
                   END-IF
               END-IF
           END-IF.

       0250-FLAG-SORTED-IDS.
           OPEN OUTPUT DUP-FLAG-FILE
           PERFORM UNTIL WS-SORT-EOF
               RETURN ID-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 0260-FLAG-ONE-ID
               END-RETURN
           END-PERFORM
           CLOSE DUP-FLAG-FILE.

       0260-FLAG-ONE-ID.
           IF DS-TRANS-ID NOT = WS-GROUP-ID THEN
               MOVE DS-TRANS-ID TO WS-GROUP-ID
               MOVE "N" TO WS-GROUP-HISTORY-FLAG
               MOVE "N" TO WS-GROUP-RAW-FLAG
           END-IF
           IF DS-FROM-HISTORY THEN
      *        History rows come ahead of the file's own, oldest date
      *        and cycle first, so the one kept is the most recent
      *        posting.
               SET WS-GROUP-ON-HISTORY TO TRUE
               MOVE DS-BUSINESS-DATE TO WS-GROUP-HIST-DATE
               MOVE DS-POST-STATUS TO WS-GROUP-HIST-STATUS
               MOVE DS-CYCLE-NUMBER TO WS-GROUP-HIST-CYCLE
           ELSE
               MOVE SPACES TO DUP-FLAG-RECORD
               MOVE DS-READ-SEQ TO DF-READ-SEQ
               IF WS-GROUP-RAW-SEEN THEN
                   MOVE "E004" TO DF-REASON-CODE
                   WRITE DUP-FLAG-RECORD
                   ADD 1 TO WS-FLAG-COUNT
               ELSE
                   SET WS-GROUP-RAW-SEEN TO TRUE
                   IF WS-GROUP-ON-HISTORY THEN
                       MOVE "E010" TO DF-REASON-CODE
                       MOVE WS-GROUP-HIST-DATE TO DF-BUSINESS-DATE
                       MOVE WS-GROUP-HIST-STATUS TO DF-POST-STATUS
                       MOVE WS-GROUP-HIST-CYCLE TO DF-CYCLE-NUMBER
                       WRITE DUP-FLAG-RECORD
                       ADD 1 TO WS-FLAG-COUNT
                   END-IF
               END-IF
           END-IF.

       1000-EDIT-RECORD.
           MOVE SPACES TO WS-REASON-TEXT

               END-IF
               PERFORM 2000-WRITE-ERROR
           ELSE
      *        Anything but the next leg of the same journal ends the
      *        journal being built - it is decided before this record
      *        is edited, so the trailer sees its conversions.
               IF WS-JOURNAL-OPEN THEN
                   IF NOT TRANS-IS-JOURNAL-LEG
                           OR TRANS-JOURNAL-ID NOT = WS-JOURNAL-ID
                           THEN
                       PERFORM 1300-CLOSE-JOURNAL
                   END-IF
               END-IF
               IF TRANS-IS-TRAILER THEN
                   PERFORM 1200-EDIT-TRAILER
               ELSE
                   IF TRANS-IS-DETAIL OR TRANS-IS-REVERSAL THEN
                       PERFORM 1100-EDIT-DETAIL
                   ELSE
                       IF TRANS-IS-JOURNAL-LEG THEN
                           PERFORM 1250-EDIT-JOURNAL-LEG
                       ELSE
                           MOVE "E003" TO TERR-REASON-CODE
                           MOVE "UNKNOWN RECORD TYPE"
                               TO WS-REASON-TEXT
                           ADD 1 TO WS-E003-COUNT
                           PERFORM 2000-WRITE-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.
                       ADD 1 TO WS-E004-COUNT
                       PERFORM 2000-WRITE-ERROR
                   ELSE
                       IF WS-HISTORY-FOUND THEN
                           PERFORM 1180-SET-HISTORY-REASON
                           PERFORM 2000-WRITE-ERROR
                       ELSE
                           PERFORM 1160-VALIDATE-ACCOUNT
                           IF WS-ACCT-IN-ERROR THEN
                               PERFORM 2000-WRITE-ERROR
                           ELSE
                               PERFORM 1190-CONVERT-CURRENCY
                               IF WS-CURRENCY-IN-ERROR THEN
                                   PERFORM 2000-WRITE-ERROR
                               ELSE
                                   PERFORM 2100-ACCEPT-RECORD
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1150-CHECK-DUPLICATE-ID.
      *    The flags were worked out for the whole file before the
      *    edit pass began (see 0200) and are in read order, so this
      *    is a step along the flag file, not a search.
           MOVE "N" TO WS-ID-FOUND-FLAG
           MOVE "N" TO WS-HISTORY-FOUND-FLAG
           PERFORM UNTIL WS-FLAG-EOF OR DF-READ-SEQ >= WS-READ-COUNT
               PERFORM 1155-READ-DUP-FLAG
           END-PERFORM
           IF NOT WS-FLAG-EOF AND DF-READ-SEQ = WS-READ-COUNT THEN
               IF DF-REASON-CODE = "E010" THEN
                   SET WS-HISTORY-FOUND TO TRUE
               ELSE
                   SET WS-ID-FOUND TO TRUE
               END-IF
           END-IF.

       1155-READ-DUP-FLAG.
           READ DUP-FLAG-FILE
               AT END
                   SET WS-FLAG-EOF TO TRUE
           END-READ.

       1160-VALIDATE-ACCOUNT.
      *    A blank account code is validated as the house default it
      *    will fall back to in DAILYACC - that account was proven
      *    open at startup, so blanks pass here by construction.  The
      *    posting direction follows the movement: a detail or debit
      *    leg debits the account, a reversal or credit leg credits
      *    it.
           MOVE "N" TO WS-ACCT-ERROR-FLAG
           IF TRANS-ACCOUNT-CODE = SPACES THEN
               MOVE WS-HOUSE-ACCOUNT TO WS-EDIT-ACCOUNT
                   MOVE "ACCOUNT CLOSED" TO WS-REASON-TEXT
                   ADD 1 TO WS-E008-COUNT
               ELSE
                   IF ((TRANS-IS-DETAIL
                           OR (TRANS-IS-JOURNAL-LEG
                               AND TRANS-LEG-DEBIT))
                           AND WS-ACCT-POST-IND (WS-ACCT-IX) = "C")
                           OR ((TRANS-IS-REVERSAL
                           OR (TRANS-IS-JOURNAL-LEG
                               AND TRANS-LEG-CREDIT))
                           AND WS-ACCT-POST-IND (WS-ACCT-IX) = "D")
                           THEN
                       SET WS-ACCT-IN-ERROR TO TRUE
                       MOVE "E009" TO TERR-REASON-CODE
               END-IF
           END-PERFORM.

       1180-SET-HISTORY-REASON.
      *    The reason text carries the business date the ID last
      *    reached DAILYACC on, so whoever works the reject can tell
      *    a resent file from a reused ID without a TRANINQ first.
      *    A later cycle of the date is named as well; the text drops
      *    the ALREADY to keep the cycle inside the 30-byte reason.
           MOVE "E010" TO TERR-REASON-CODE
           MOVE SPACES TO WS-REASON-TEXT
           IF DF-CYCLE-NUMBER = "1" THEN
               IF DF-POST-STATUS = "S" THEN
                   STRING "ALREADY SUSPENDED ON " DF-BUSINESS-DATE
                       DELIMITED BY SIZE INTO WS-REASON-TEXT
               ELSE
                   IF DF-POST-STATUS = "H" THEN
                       STRING "ALREADY HELD ON " DF-BUSINESS-DATE
                           DELIMITED BY SIZE INTO WS-REASON-TEXT
                   ELSE
                       STRING "ALREADY POSTED ON " DF-BUSINESS-DATE
                           DELIMITED BY SIZE INTO WS-REASON-TEXT
                   END-IF
               END-IF
           ELSE
               IF DF-POST-STATUS = "S" THEN
                   STRING "SUSPENDED ON " DF-BUSINESS-DATE
                       " CYCLE " DF-CYCLE-NUMBER
                       DELIMITED BY SIZE INTO WS-REASON-TEXT
               ELSE
                   IF DF-POST-STATUS = "H" THEN
                       STRING "HELD ON " DF-BUSINESS-DATE
                           " CYCLE " DF-CYCLE-NUMBER
                           DELIMITED BY SIZE INTO WS-REASON-TEXT
                   ELSE
                       STRING "POSTED ON " DF-BUSINESS-DATE
                           " CYCLE " DF-CYCLE-NUMBER
                           DELIMITED BY SIZE INTO WS-REASON-TEXT
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-E010-COUNT.

       1190-CONVERT-CURRENCY.
      *    The record is only changed once it is sure to be accepted,
      *    so a rejected item goes to TRANSERR exactly as received.
           MOVE "N" TO WS-CURRENCY-ERROR-FLAG
           IF TRANS-CURRENCY-CODE = SPACES
                   OR TRANS-CURRENCY-CODE = WS-BASE-CURRENCY THEN
               MOVE WS-BASE-CURRENCY TO TRANS-CURRENCY-CODE
               MOVE TRANS-AMOUNT TO TRANS-ORIG-AMOUNT
               MOVE 1 TO TRANS-EXCHANGE-RATE
           ELSE
               MOVE TRANS-CURRENCY-CODE TO WS-EDIT-CURRENCY
               PERFORM 1195-FIND-CURRENCY
               IF NOT WS-RATE-FOUND THEN
                   SET WS-CURRENCY-IN-ERROR TO TRUE
                   MOVE "E011" TO TERR-REASON-CODE
                   STRING "UNKNOWN CURRENCY " TRANS-CURRENCY-CODE
                       DELIMITED BY SIZE INTO WS-REASON-TEXT
                   ADD 1 TO WS-E011-COUNT
               ELSE
                   IF WS-RATE-DATE (WS-RATE-IX) = SPACES THEN
                       SET WS-CURRENCY-IN-ERROR TO TRUE
                       MOVE "E012" TO TERR-REASON-CODE
                       IF WS-BUSINESS-DATE NOT = SPACES THEN
                           STRING "NO " TRANS-CURRENCY-CODE
                               " RATE FOR " WS-BUSINESS-DATE
                               DELIMITED BY SIZE INTO WS-REASON-TEXT
                       ELSE
                           STRING "NO " TRANS-CURRENCY-CODE
                               " RATE ON FILE"
                               DELIMITED BY SIZE INTO WS-REASON-TEXT
                       END-IF
                       ADD 1 TO WS-E012-COUNT
                   ELSE
                       PERFORM 1197-APPLY-RATE
                   END-IF
               END-IF
           END-IF.

       1195-FIND-CURRENCY.
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

       1197-APPLY-RATE.
      *    Whatever the feed put in TRANS-AMOUNT (normally zero) is
      *    what its trailer counted; the difference the conversion
      *    makes is carried to the restated trailer (a journal leg's
      *    is kept against its journal until the journal is decided).
           IF TRANS-ORIG-AMOUNT IS NOT NUMERIC THEN
               SET WS-CURRENCY-IN-ERROR TO TRUE
               MOVE "E002" TO TERR-REASON-CODE
               MOVE "NON-NUMERIC ORIGINAL AMOUNT" TO WS-REASON-TEXT
               ADD 1 TO WS-E002-COUNT
           ELSE
               COMPUTE WS-CONVERTED-AMOUNT ROUNDED =
                   TRANS-ORIG-AMOUNT * WS-RATE-VALUE (WS-RATE-IX)
                   ON SIZE ERROR
                       SET WS-CURRENCY-IN-ERROR TO TRUE
                       MOVE "E002" TO TERR-REASON-CODE
                       MOVE "CONVERTED AMOUNT TOO LARGE"
                           TO WS-REASON-TEXT
                       ADD 1 TO WS-E002-COUNT
               END-COMPUTE
           END-IF
           IF NOT WS-CURRENCY-IN-ERROR THEN
               MOVE TRANS-AMOUNT TO WS-SUBMITTED-AMOUNT
               IF WS-JOURNAL-MODE THEN
                   IF TRANS-LEG-CREDIT THEN
                       SUBTRACT WS-CONVERTED-AMOUNT
                           FROM WS-JNL-CONV-ADJUST
                       ADD WS-SUBMITTED-AMOUNT TO WS-JNL-CONV-ADJUST
                   ELSE
                       ADD WS-CONVERTED-AMOUNT TO WS-JNL-CONV-ADJUST
                       SUBTRACT WS-SUBMITTED-AMOUNT
                           FROM WS-JNL-CONV-ADJUST
                   END-IF
                   ADD 1 TO WS-JNL-CONV-COUNT
               ELSE
                   IF TRANS-IS-REVERSAL THEN
                       SUBTRACT WS-CONVERTED-AMOUNT
                           FROM WS-CONVERSION-ADJUST
                       ADD WS-SUBMITTED-AMOUNT
                           TO WS-CONVERSION-ADJUST
                   ELSE
                       ADD WS-CONVERTED-AMOUNT
                           TO WS-CONVERSION-ADJUST
                       SUBTRACT WS-SUBMITTED-AMOUNT
                           FROM WS-CONVERSION-ADJUST
                   END-IF
                   ADD 1 TO WS-CONVERTED-COUNT
               END-IF
               MOVE WS-CONVERTED-AMOUNT TO TRANS-AMOUNT
               MOVE WS-RATE-VALUE (WS-RATE-IX) TO TRANS-EXCHANGE-RATE
           END-IF.

       1200-EDIT-TRAILER.
           IF TRANS-AMOUNT IS NOT NUMERIC THEN
               MOVE "E002" TO TERR-REASON-CODE
           ELSE
               SET WS-TRAILER-SEEN TO TRUE
               MOVE TRANS-AMOUNT TO WS-CONTROL-TOTAL
      *        Records after the trailer are rejected, so every
      *        conversion the clean file holds is known by now.
               COMPUTE WS-RESTATED-TOTAL =
                   WS-CONTROL-TOTAL + WS-CONVERSION-ADJUST
               IF WS-RESTATED-TOTAL < 0
                       OR WS-RESTATED-TOTAL > WS-TRAILER-LIMIT THEN
                   SET WS-TRAILER-WITHHELD TO TRUE
               ELSE
                   MOVE WS-RESTATED-TOTAL TO TRANS-AMOUNT
                   PERFORM 2100-ACCEPT-RECORD
               END-IF
           END-IF.

       1250-EDIT-JOURNAL-LEG.
      *    A leg is put through the same edits as a detail or
      *    reversal with journal mode on, so 2000/2100 record its
      *    outcome against the journal instead of writing it.  A
      *    journal too big for the table is rejected whole: the legs
      *    past the limit go out at once, the rest when it closes.
           IF NOT WS-JOURNAL-OPEN THEN
               SET WS-JOURNAL-OPEN TO TRUE
               MOVE TRANS-JOURNAL-ID TO WS-JOURNAL-ID
               MOVE "N" TO WS-JNL-FAILED-FLAG
               MOVE "N" TO WS-JNL-OVERSIZE-FLAG
               MOVE 0 TO WS-JNL-LEG-COUNT
               MOVE 0 TO WS-JNL-DEBIT-TOTAL
               MOVE 0 TO WS-JNL-CREDIT-TOTAL
               MOVE 0 TO WS-JNL-CONV-ADJUST
               MOVE 0 TO WS-JNL-CONV-COUNT
           END-IF
           IF WS-JNL-LEG-COUNT >= WS-JNL-LEG-MAX THEN
               SET WS-JNL-OVERSIZE TO TRUE
               MOVE "E013" TO TERR-REASON-CODE
               STRING "JOURNAL OVER " WS-JNL-LEG-MAX " LEGS"
                   DELIMITED BY SIZE INTO WS-REASON-TEXT
               ADD 1 TO WS-E013-COUNT
               PERFORM 2000-WRITE-ERROR
           ELSE
               ADD 1 TO WS-JNL-LEG-COUNT
               MOVE "A" TO WS-JNL-LEG-STATUS (WS-JNL-LEG-COUNT)
               MOVE SPACES TO WS-JNL-LEG-REASON (WS-JNL-LEG-COUNT)
               MOVE SPACES TO WS-JNL-LEG-TEXT (WS-JNL-LEG-COUNT)
               MOVE TRANS-RECORD TO WS-JNL-RAW-IMAGE (WS-JNL-LEG-COUNT)
               MOVE SPACES TO WS-JNL-CLEAN-IMAGE (WS-JNL-LEG-COUNT)
               SET WS-JOURNAL-MODE TO TRUE
               IF TRANS-JOURNAL-ID = SPACES
                       OR (NOT TRANS-LEG-DEBIT
                           AND NOT TRANS-LEG-CREDIT) THEN
                   MOVE "E013" TO TERR-REASON-CODE
                   MOVE "JOURNAL ID OR SIDE MISSING"
                       TO WS-REASON-TEXT
                   ADD 1 TO WS-E013-COUNT
                   PERFORM 2000-WRITE-ERROR
               ELSE
                   PERFORM 1100-EDIT-DETAIL
               END-IF
               MOVE "N" TO WS-JOURNAL-MODE-FLAG
           END-IF.

       1300-CLOSE-JOURNAL.
      *    Legs that failed keep their own reason; every other leg
      *    of a journal that cannot stand is rejected with the
      *    journal's reason.  A journal whose legs all passed goes to
      *    TRANSIN whole, its debits and credits netting to nothing
      *    on the hash.
           MOVE SPACES TO WS-JNL-REASON-CODE
           MOVE SPACES TO WS-JNL-REASON-TEXT
           IF WS-JNL-OVERSIZE THEN
               MOVE "E013" TO WS-JNL-REASON-CODE
               STRING "JOURNAL OVER " WS-JNL-LEG-MAX " LEGS"
                   DELIMITED BY SIZE INTO WS-JNL-REASON-TEXT
           ELSE
               IF WS-JNL-LEG-FAILED THEN
                   MOVE "E014" TO WS-JNL-REASON-CODE
                   MOVE "OTHER LEG OF JOURNAL IN ERROR"
                       TO WS-JNL-REASON-TEXT
               ELSE
                   IF WS-JNL-LEG-COUNT < 2 THEN
                       MOVE "E013" TO WS-JNL-REASON-CODE
                       MOVE "JOURNAL HAS ONLY ONE LEG"
                           TO WS-JNL-REASON-TEXT
                   ELSE
                       IF WS-JNL-DEBIT-TOTAL NOT = WS-JNL-CREDIT-TOTAL
                               THEN
                           MOVE "E013" TO WS-JNL-REASON-CODE
                           MOVE "JOURNAL OUT OF BALANCE"
                               TO WS-JNL-REASON-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-JNL-REASON-CODE = SPACES THEN
               PERFORM 1320-ACCEPT-JOURNAL-LEGS
           ELSE
               PERFORM 1310-REJECT-JOURNAL-LEGS
           END-IF
           MOVE "N" TO WS-JOURNAL-OPEN-FLAG.

       1310-REJECT-JOURNAL-LEGS.
           ADD 1 TO WS-JNL-REJECT-COUNT
           MOVE 1 TO WS-JNL-LEG-IX
           PERFORM UNTIL WS-JNL-LEG-IX > WS-JNL-LEG-COUNT
               IF WS-JNL-LEG-STATUS (WS-JNL-LEG-IX) = "E" THEN
                   MOVE WS-JNL-LEG-REASON (WS-JNL-LEG-IX)
                       TO TERR-REASON-CODE
                   MOVE WS-JNL-LEG-TEXT (WS-JNL-LEG-IX)
                       TO TERR-REASON-TEXT
               ELSE
                   MOVE WS-JNL-REASON-CODE TO TERR-REASON-CODE
                   MOVE WS-JNL-REASON-TEXT TO TERR-REASON-TEXT
                   IF WS-JNL-REASON-CODE = "E014" THEN
                       ADD 1 TO WS-E014-COUNT
                   ELSE
                       ADD 1 TO WS-E013-COUNT
                   END-IF
               END-IF
               MOVE WS-JNL-RAW-IMAGE (WS-JNL-LEG-IX) TO TERR-RECORD
               WRITE EDIT-ERROR-RECORD
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-JNL-LEG-IX
           END-PERFORM.

       1320-ACCEPT-JOURNAL-LEGS.
           ADD 1 TO WS-JNL-ACCEPT-COUNT
           MOVE 1 TO WS-JNL-LEG-IX
           PERFORM UNTIL WS-JNL-LEG-IX > WS-JNL-LEG-COUNT
               MOVE WS-JNL-CLEAN-IMAGE (WS-JNL-LEG-IX)
                   TO CLEAN-TRANS-RECORD
               WRITE CLEAN-TRANS-RECORD
               ADD 1 TO WS-ACCEPT-COUNT
               ADD 1 TO WS-JNL-LEG-IX
           END-PERFORM
           ADD WS-JNL-DEBIT-TOTAL TO WS-ACCEPTED-HASH
           SUBTRACT WS-JNL-CREDIT-TOTAL FROM WS-ACCEPTED-HASH
           ADD WS-JNL-CONV-ADJUST TO WS-CONVERSION-ADJUST
           ADD WS-JNL-CONV-COUNT TO WS-CONVERTED-COUNT.

       2000-WRITE-ERROR.
           IF WS-JOURNAL-MODE THEN
               SET WS-JNL-LEG-FAILED TO TRUE
               MOVE "E" TO WS-JNL-LEG-STATUS (WS-JNL-LEG-COUNT)
               MOVE TERR-REASON-CODE
                   TO WS-JNL-LEG-REASON (WS-JNL-LEG-COUNT)
               MOVE WS-REASON-TEXT
                   TO WS-JNL-LEG-TEXT (WS-JNL-LEG-COUNT)
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-REASON-TEXT TO TERR-REASON-TEXT
               MOVE TRANS-RECORD TO TERR-RECORD
               WRITE EDIT-ERROR-RECORD
           END-IF.

       2100-ACCEPT-RECORD.
           IF WS-JOURNAL-MODE THEN
               MOVE TRANS-RECORD
                   TO WS-JNL-CLEAN-IMAGE (WS-JNL-LEG-COUNT)
               IF TRANS-LEG-CREDIT THEN
                   ADD TRANS-AMOUNT TO WS-JNL-CREDIT-TOTAL
               ELSE
                   ADD TRANS-AMOUNT TO WS-JNL-DEBIT-TOTAL
               END-IF
           ELSE
               ADD 1 TO WS-ACCEPT-COUNT
               IF TRANS-IS-REVERSAL THEN
                   SUBTRACT TRANS-AMOUNT FROM WS-ACCEPTED-HASH
               ELSE
                   IF TRANS-IS-DETAIL THEN
                       ADD TRANS-AMOUNT TO WS-ACCEPTED-HASH
                   END-IF
               END-IF
               MOVE TRANS-RECORD TO CLEAN-TRANS-RECORD
               WRITE CLEAN-TRANS-RECORD
           END-IF.

       3000-WRITE-EDIT-SUMMARY.
           MOVE SPACES TO EDIT-REPORT-LINE
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE

           IF WS-JNL-ACCEPT-COUNT > 0 OR WS-JNL-REJECT-COUNT > 0 THEN
               MOVE SPACES TO EDIT-REPORT-LINE
               STRING "JOURNALS ACCEPTED:      " WS-JNL-ACCEPT-COUNT
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
               MOVE SPACES TO EDIT-REPORT-LINE
               STRING "JOURNALS REJECTED:      " WS-JNL-REJECT-COUNT
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
           END-IF

           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "ACCEPTED HASH TOTAL:    " WS-ACCEPTED-HASH
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               STRING "TRAILER CONTROL TOTAL:  " WS-CONTROL-TOTAL
                   DELIMITED BY SIZE INTO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
               IF WS-CONVERTED-COUNT > 0 THEN
                   PERFORM 3050-WRITE-CONVERSION-LINES
               END-IF
               IF WS-TRAILER-WITHHELD THEN
                   MOVE SPACES TO EDIT-REPORT-LINE
                   STRING "** RESTATED CONTROL TOTAL OUT OF RANGE - "
                       "TRAILER WITHHELD"
                       DELIMITED BY SIZE INTO EDIT-REPORT-LINE
                   WRITE EDIT-REPORT-LINE
                   IF RETURN-CODE < 8 THEN
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-ACCEPTED-HASH NOT = WS-RESTATED-TOTAL THEN
                   MOVE "** WARNING - HASH MISMATCH VS CONTROL TOTAL"
                       TO EDIT-REPORT-LINE
                   WRITE EDIT-REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       3050-WRITE-CONVERSION-LINES.
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "FOREIGN ITEMS CONVERTED:" WS-CONVERTED-COUNT
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "CONVERSION ADJUSTMENT:  " WS-CONVERSION-ADJUST
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "RESTATED CONTROL TOTAL: " WS-RESTATED-TOTAL
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE.

       3100-WRITE-REASON-COUNTS.
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "  E001 BLANK TRANS-ID         " WS-E001-COUNT
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "  E009 POSTING RULE           " WS-E009-COUNT
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "  E010 ON TRANS-ID HISTORY    " WS-E010-COUNT
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "  E011 UNKNOWN CURRENCY       " WS-E011-COUNT
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "  E012 NO EXCHANGE RATE       " WS-E012-COUNT
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "  E013 JOURNAL CANNOT STAND   " WS-E013-COUNT
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE
           MOVE SPACES TO EDIT-REPORT-LINE
           STRING "  E014 OTHER LEG IN ERROR     " WS-E014-COUNT
               DELIMITED BY SIZE INTO EDIT-REPORT-LINE
           WRITE EDIT-REPORT-LINE.
