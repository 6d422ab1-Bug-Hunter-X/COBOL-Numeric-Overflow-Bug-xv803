      *  DAILYACC accumulates a day's worth of transactions from the
      *  daily transaction file, applying capacity and control-total
      *  checks before the total is handed off to the general ledger.
      *  A dated run that completes copies every TRANS-ID on its
      *  detail ledger onto the permanent TRANS-ID history (TRANHIST)
      *  that TRANEDIT checks resent items against.
      *  A detail or reversal over its account's single-item limit
      *  (AM-ITEM-LIMIT on ACCTMAST) is not passed to ACCUMADD: it
      *  is diverted to the held-items file (HELDITEM) for operations
      *  to release or cancel through HELDREL, and every item
      *  released since the last run is posted after the trailer is
      *  read.  The control total still proves the day - the held
      *  items come off it and the released items go on to it, each
      *  as its own line on the balancing report.
      *  A business date can be posted in more than one cycle (the
      *  morning batch, the mid-day file, the late file), numbered on
      *  the control card.  Each cycle is a run in its own right: its
      *  own trailer and control total, its own checkpoint match, its
      *  own run-control and run-history rows and its own generation
      *  of every output.
      *  Foreign-currency items arrive already converted by TRANEDIT
      *  - everything here accumulates and reconciles in the base
      *  currency.  The original currency, amount and rate travel
      *  with the item onto the detail ledger, the reject and held
      *  files, and the GL extract, which carries one row per
      *  account, currency and rate.
      *  A journal entry's legs ("J", all carrying one journal ID)
      *  are read in as a group and posted as one: debit legs go to
      *  ACCUMADD first, then credit legs, and if any leg is refused
      *  the legs already applied are backed out and every leg is
      *  suspended to REJECTS together under the journal ID.  A
      *  journal leg is never held - holding one side would leave
      *  the other posted alone - so a leg over its account's item
      *  limit posts with a warning alert instead.  No checkpoint is
      *  taken inside a journal, and the GL extract keeps each
      *  journal's postings on rows of their own under its ID.
      *  A dated day can also be posted partitioned by account range:
      *  TRANSPLT splits TRANSIN into TRANSIN.P<n>, each partition
      *  runs as DAILYACC with the partition number as its run
      *  parameter (side by side if need be), and DAILYMRG merges
      *  them into the day's outputs.  A partition run reads its own
      *  TRANSIN.P<n> and keeps its own checkpoint (CHECKPT.P<n>),
      *  reports (BALRPT.P<n>, FCSTRPT.P<n>) and .P<n> generation of
      *  every side file and the GL extract, so a failed partition
      *  restarts on its own.  Items it holds go to a held file of
      *  its own; HELDITEM is only read, for the released items in
      *  its account range and the ids already actioned.  The
      *  run-control, run-history and TRANS-ID history rows are the
      *  whole day's and are left to DAILYMRG - a partition writes
      *  its ending status (PARTSTAT.P<n>) instead.
      *  The GL distribution table holds 1000 account, currency,
      *  rate and journal combinations.  An item that would need an
      *  entry past that (or a journal, any of whose legs would) is
      *  not posted: it goes to REJECTS with reason "G" for REJRECYC
      *  to post on its own extract, it is taken out of the expected
      *  total like a held item, it is counted on the balancing
      *  report, and the run ends with a warning (RC 4).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    TRANSIN, CHECKPT, BALRPT, FCSTRPT and the held-item and
      *    rebuild files are assigned through name fields too, so a
      *    partition run can take its own .P<n> copies of them.
           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANSIN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *    The reject, ledger, alert and GL extract files are assigned
      *    through their name fields in WS-REBUILD-AREA: with a
      *    business date on the control card the names carry a
      *    .DYYYYMMDD suffix (plus C<n> for posting cycles after the
      *    first) so each cycle's outputs are kept as their own
      *    generation; with no date they fall back to the old fixed
      *    names.
           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHECKPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN TO DYNAMIC WS-BALRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT FORECAST-REPORT-FILE
               ASSIGN TO DYNAMIC WS-FCSTRPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *    Rebuild targets used to truncate the reject/ledger/alert
      *    WS-CHECKPOINT-INTERVAL-th record, so records written after
      *    the last checkpoint but before an abend would otherwise be
      *    duplicated when the run resumes and reprocesses them.
           SELECT REJECT-REBUILD-FILE
               ASSIGN TO DYNAMIC WS-REJECT-TEMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DETLEDGR-REBUILD-FILE
               ASSIGN TO DYNAMIC WS-DETLEDGR-TEMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALERT-REBUILD-FILE
               ASSIGN TO DYNAMIC WS-ALERT-TEMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANS-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.

           SELECT TRANHIST-REBUILD-FILE ASSIGN TO "TRANHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT HELD-ITEM-FILE ASSIGN TO DYNAMIC WS-HELDITEM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDITEM-STATUS.

           SELECT HELDITEM-REBUILD-FILE
               ASSIGN TO DYNAMIC WS-HELDITEM-TEMP-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *    The held-item master, read by a partition run - its own
      *    holds go to the partition's held file above.
           SELECT HELD-MASTER-FILE ASSIGN TO "HELDITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDMSTR-STATUS.

           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.

           SELECT PARTITION-STATUS-FILE
               ASSIGN TO DYNAMIC WS-PARTSTAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           COPY RUNCTL.

       FD  REJECT-REBUILD-FILE.
       01  REJECT-REBUILD-RECORD       PIC X(100).

       FD  DETLEDGR-REBUILD-FILE.
       01  DETLEDGR-REBUILD-RECORD     PIC X(120).

       FD  ALERT-REBUILD-FILE.
       01  ALERT-REBUILD-RECORD        PIC X(80).

       FD  TRANS-HISTORY-FILE.
           COPY TRANHIST.

       FD  TRANHIST-REBUILD-FILE.
       01  TRANHIST-REBUILD-RECORD     PIC X(80).

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD  HELD-ITEM-FILE.
           COPY HELDITEM.

       FD  HELDITEM-REBUILD-FILE.
       01  HELDITEM-REBUILD-RECORD     PIC X(174).

       FD  HELD-MASTER-FILE.
       01  HELD-MASTER-RECORD          PIC X(174).

       FD  PARTITION-CONTROL-FILE.
           COPY PARTCTL.

       FD  PARTITION-STATUS-FILE.
           COPY PARTSTAT.

       WORKING-STORAGE SECTION.
       01  WS-AREA.
           05  WS-AMOUNT                PIC 9(5)V99 VALUE 0.
               88  WS-IS-HIGH-VOLUME    VALUE "Y".
           05  WS-WAS-HIGH-VOLUME       PIC X VALUE "N".
               88  WS-WAS-ALREADY-HIGH-VOLUME VALUE "Y".
           05  WS-JNL-SAVED-MODE        PIC X VALUE "N".

       01  WS-FLAGS.
           05  WS-EOF-FLAG              PIC X VALUE "N".
       01  WS-GL-AREA.
           05  WS-GL-ACCOUNT-CODE       PIC X(10) VALUE "1000100000".
           05  WS-EFFECTIVE-ACCOUNT     PIC X(10) VALUE SPACES.
           05  WS-GL-ACCT-COUNT         PIC 9(4) VALUE 0.
           05  WS-GL-ACCT-MAX           PIC 9(4) VALUE 1000.
           05  WS-GL-IX                 PIC 9(4) VALUE 0.
           05  WS-GL-SAVED-COUNT        PIC 9(4) VALUE 0.
           05  WS-GL-SUSP-COUNT         PIC 9(5) VALUE 0.
           05  WS-GL-SUSP-NET           PIC S9(11)V99 VALUE 0.
           05  WS-GL-FOUND-FLAG         PIC X VALUE "N".
               88  WS-GL-FOUND          VALUE "Y".
           05  WS-REJECT-REASON         PIC X(1) VALUE SPACE.
           05  WS-GL-GRAND-TOTAL        PIC S9(9)V99 VALUE 0.
           05  WS-GL-EXTRACT-COUNT      PIC 9(5) VALUE 0.
           05  WS-GL-AMOUNT-HASH        PIC 9(13)V99 VALUE 0.
      *    The item's original currency, amount and rate as TRANEDIT
      *    stamped them.  Rows written before the currency fields
      *    existed carry spaces there and are read as base currency.
           05  WS-BASE-CURRENCY         PIC X(3) VALUE "USD".
           05  WS-EFFECTIVE-CURRENCY    PIC X(3) VALUE SPACES.
           05  WS-EFFECTIVE-ORIG-AMOUNT PIC 9(9)V99 VALUE 0.
           05  WS-EFFECTIVE-RATE        PIC 9(4)V9(6) VALUE 0.
      *    The journal the item is a leg of - spaces for anything
      *    else, including rows written before journals existed.
           05  WS-EFFECTIVE-JOURNAL-ID  PIC X(10) VALUE SPACES.
      *    Per-account running totals accumulated during the run and
      *    written out one GL-EXTRACT-RECORD per account, currency,
      *    rate and journal at end of run.  Entry 1 is always the
      *    house default account in base currency, where a
      *    transaction with no account code posts.  An entry is
      *    taken before the item is applied and given back if the
      *    item is refused, so the table holds only what posted.
      *    Totals are signed because a
      *    reversal-heavy account can net negative even while the run
      *    total stays at or above zero.
           05  WS-GL-DISTRIBUTION-TABLE.
               10  WS-GL-ACCT-ENTRY OCCURS 1000 TIMES.
                   15  WS-GL-ACCT-CODE  PIC X(10).
                   15  WS-GL-ACCT-TOTAL PIC S9(9)V99.
                   15  WS-GL-ACCT-CURRENCY
                                        PIC X(3).
                   15  WS-GL-ACCT-RATE  PIC 9(4)V9(6).
                   15  WS-GL-ACCT-ORIG-TOTAL
                                        PIC S9(9)V99.
                   15  WS-GL-ACCT-JOURNAL-ID
                                        PIC X(10).

       01  WS-PARM-AREA.
           05  WS-CTLCARD-STATUS        PIC X(2) VALUE "00".
           05  WS-FC-SUSPEND-AMOUNT     PIC 9(15)V99 VALUE 0.
           05  WS-FC-SWITCH-RECORD      PIC 9(5) VALUE 0.
           05  WS-FC-HEADROOM           PIC 9(9)V99 VALUE 0.
           05  WS-FC-HOLD-COUNT         PIC 9(5) VALUE 0.
           05  WS-FC-HOLD-AMOUNT        PIC 9(15)V99 VALUE 0.

       01  WS-REBUILD-AREA.
           05  WS-REJECT-NAME           PIC X(30) VALUE "REJECTS".
           05  WS-REJECT-TEMP-NAME      PIC X(30) VALUE "REJECTS.TMP".
           05  WS-DETLEDGR-NAME         PIC X(30) VALUE "DETLEDGR".
           05  WS-DETLEDGR-TEMP-NAME    PIC X(30) VALUE "DETLEDGR.TMP".
           05  WS-ALERT-NAME            PIC X(30) VALUE "ALERTQ".
           05  WS-ALERT-TEMP-NAME       PIC X(30) VALUE "ALERTQ.TMP".
           05  WS-GLEXTRCT-NAME         PIC X(30) VALUE "GLEXTRCT".
           05  WS-TRANHIST-NAME         PIC X(30) VALUE "TRANHIST".
           05  WS-TRANHIST-TEMP-NAME    PIC X(30) VALUE "TRANHIST.TMP".
           05  WS-HELDITEM-NAME         PIC X(30) VALUE "HELDITEM".
           05  WS-HELDITEM-TEMP-NAME    PIC X(30) VALUE "HELDITEM.TMP".
           05  WS-TRANSIN-NAME          PIC X(30) VALUE "TRANSIN".
           05  WS-CHECKPT-NAME          PIC X(30) VALUE "CHECKPT".
           05  WS-BALRPT-NAME           PIC X(30) VALUE "BALRPT".
           05  WS-FCSTRPT-NAME          PIC X(30) VALUE "FCSTRPT".
           05  WS-PARTSTAT-NAME         PIC X(30) VALUE SPACES.
           05  WS-SUFFIX-WORK-NAME      PIC X(30) VALUE SPACES.
           05  WS-SUFFIXED-NAME         PIC X(30) VALUE SPACES.
           05  WS-REBUILD-RC            PIC 9(9) COMP-5 VALUE 0.

       01  WS-TRANS-HISTORY-AREA.
           05  WS-TRANHIST-STATUS       PIC X(2) VALUE "00".
           05  WS-HISTORY-ADD-COUNT     PIC 9(5) VALUE 0.
           05  WS-HISTORY-DROP-COUNT    PIC 9(5) VALUE 0.

      *    Single-item limits off the account master - only accounts
      *    that carry a limit are tabled.
       01  WS-ITEM-LIMIT-AREA.
           05  WS-MASTER-STATUS         PIC X(2) VALUE "00".
           05  WS-MASTER-EOF-FLAG       PIC X VALUE "N".
               88  WS-MASTER-EOF        VALUE "Y".
           05  WS-LIMIT-COUNT           PIC 9(3) VALUE 0.
           05  WS-LIMIT-MAX             PIC 9(3) VALUE 500.
           05  WS-LIMIT-IX              PIC 9(3) VALUE 0.
           05  WS-LIMIT-FOUND-FLAG      PIC X VALUE "N".
               88  WS-LIMIT-FOUND       VALUE "Y".
           05  WS-LIMIT-TABLE.
               10  WS-LIMIT-ENTRY OCCURS 500 TIMES.
                   15  WS-LIMIT-ACCOUNT PIC X(10).
                   15  WS-LIMIT-AMOUNT  PIC 9(9)V99.

      *    Held and released items.  The nets are signed - a held
      *    reversal is a movement the trailer counted as negative.
      *    WS-POST-TRANS-ID is the id of the item being posted, from
      *    TRANSIN or from a released HELDITEM row.
       01  WS-HELD-AREA.
           05  WS-HELDITEM-STATUS       PIC X(2) VALUE "00".
           05  WS-HOLD-ITEM-FLAG        PIC X VALUE "N".
               88  WS-HOLD-ITEM         VALUE "Y".
           05  WS-POST-TRANS-ID         PIC X(10) VALUE SPACES.
           05  WS-HELD-COUNT            PIC 9(5) VALUE 0.
           05  WS-HELD-NET              PIC S9(11)V99 VALUE 0.
           05  WS-RELEASED-COUNT        PIC 9(5) VALUE 0.
           05  WS-RELEASED-NET          PIC S9(11)V99 VALUE 0.
           05  WS-EXPECTED-TOTAL        PIC S9(11)V99 VALUE 0.
           05  WS-PRINT-NET             PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  WS-HELD-DROP-COUNT       PIC 9(5) VALUE 0.
           05  WS-HELD-REVERT-COUNT     PIC 9(5) VALUE 0.
           05  WS-HELD-MARK-COUNT       PIC 9(5) VALUE 0.

      *    Ids held on this business date by an earlier run that
      *    operations have already released or cancelled - a rerun
      *    of the date meets them again and must not hold them twice.
       01  WS-ACTIONED-HOLD-AREA.
           05  WS-ACTD-COUNT            PIC 9(3) VALUE 0.
           05  WS-ACTD-MAX              PIC 9(3) VALUE 200.
           05  WS-ACTD-IX               PIC 9(3) VALUE 0.
           05  WS-ACTD-FOUND-FLAG       PIC X VALUE "N".
               88  WS-ACTD-FOUND        VALUE "Y".
           05  WS-ACTD-TABLE.
               10  WS-ACTD-TRANS-ID OCCURS 200 TIMES
                                        PIC X(10).

      *    Released items this run has posted, so that only they -
      *    not rows HELDREL released while the run was going - are
      *    marked posted at the end.  An item past the table's size
      *    is left released for the next run to post.
       01  WS-RELEASE-POSTED-AREA.
           05  WS-RLSP-COUNT            PIC 9(4) VALUE 0.
           05  WS-RLSP-MAX              PIC 9(4) VALUE 1000.
           05  WS-RLSP-IX               PIC 9(4) VALUE 0.
           05  WS-RLSP-DEFER-COUNT      PIC 9(5) VALUE 0.
           05  WS-RLSP-FOUND-FLAG       PIC X VALUE "N".
               88  WS-RLSP-FOUND        VALUE "Y".
           05  WS-RLSP-TABLE.
               10  WS-RLSP-ENTRY OCCURS 1000 TIMES.
                   15  WS-RLSP-TRANS-ID PIC X(10).
                   15  WS-RLSP-HELD-TIMESTAMP
                                        PIC X(21).

      *    Legs of the journal entry being read.  A journal is only
      *    posted once its last leg is in (the next record is not a
      *    leg of the same journal), so the legs are kept here as
      *    read; WS-JNL-APPLIED-FLAG says which legs ACCUMADD has
      *    taken, so a refused journal can be backed out exactly.
      *    The current TRANS-RECORD is saved across the posting.
       01  WS-JOURNAL-AREA.
           05  WS-JOURNAL-OPEN-FLAG     PIC X VALUE "N".
               88  WS-JOURNAL-OPEN      VALUE "Y".
           05  WS-JOURNAL-FAILED-FLAG   PIC X VALUE "N".
               88  WS-JOURNAL-FAILED    VALUE "Y".
           05  WS-JNL-GL-FULL-FLAG      PIC X VALUE "N".
               88  WS-JNL-GL-FULL       VALUE "Y".
           05  WS-JOURNAL-ID            PIC X(10) VALUE SPACES.
           05  WS-JNL-SIDE              PIC X VALUE "D".
           05  WS-JNL-LEG-COUNT         PIC 9(3) VALUE 0.
           05  WS-JNL-LEG-MAX           PIC 9(3) VALUE 50.
           05  WS-JNL-LEG-IX            PIC 9(3) VALUE 0.
           05  WS-JNL-START-COUNTER     PIC 9(5) VALUE 0.
           05  WS-JNL-START-QUOTIENT    PIC 9(5) VALUE 0.
           05  WS-JNL-POSTED-COUNT      PIC 9(5) VALUE 0.
           05  WS-JNL-SUSPENDED-COUNT   PIC 9(5) VALUE 0.
           05  WS-SAVE-TRANS-RECORD     PIC X(80) VALUE SPACES.
           05  WS-JNL-LEG-TABLE.
               10  WS-JNL-LEG OCCURS 50 TIMES.
                   15  WS-JNL-RECORD    PIC X(80).
                   15  WS-JNL-APPLIED-FLAG
                                        PIC X.

       01  WS-RUN-CONTROL-AREA.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE "00".
           05  WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
           05  WS-RERUN-OVERRIDE        PIC X VALUE "N".
               88  WS-RERUN-ALLOWED     VALUE "Y".
           05  WS-STAMP-DATE            PIC X(8) VALUE SPACES.
           05  WS-CYCLE-NUMBER          PIC X VALUE "1".
           05  WS-CYCLE-SUFFIX          PIC X(2) VALUE SPACES.
           05  WS-PRIOR-RUN-FLAG        PIC X VALUE "N".
               88  WS-PRIOR-RUN-DONE    VALUE "Y".
           05  WS-RUNCTL-EOF-FLAG       PIC X VALUE "N".
               88  WS-RUNCTL-EOF        VALUE "Y".

      *    The partition this run posts, from the run parameter -
      *    blank for the whole day in one run.  The account range is
      *    the partition's row on the split control.
       01  WS-PARTITION-AREA.
           05  WS-PARTITION-PARM        PIC X(8) VALUE SPACES.
           05  WS-PARTITION-NUMBER      PIC X VALUE SPACE.
               88  WS-PARTITIONED       VALUE "1" THRU "9".
           05  WS-PARTITION-SUFFIX      PIC X(3) VALUE SPACES.
           05  WS-PART-LOW-ACCOUNT      PIC X(10) VALUE SPACES.
           05  WS-PART-HIGH-ACCOUNT     PIC X(10) VALUE SPACES.
           05  WS-PART-FOUND-FLAG       PIC X VALUE "N".
               88  WS-PART-FOUND        VALUE "Y".
           05  WS-HELDMSTR-STATUS       PIC X(2) VALUE "00".
           05  WS-PARTCTL-STATUS        PIC X(2) VALUE "00".
           05  WS-PARTSTAT-STATUS       PIC X(2) VALUE "00".

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM 0080-INIT-GL-DISTRIBUTION
           PERFORM 0070-READ-RUN-PARAMETER
           PERFORM 0075-READ-CONTROL-CARD
           PERFORM 0085-APPLY-BUSINESS-DATE
           IF WS-PARTITIONED THEN
               PERFORM 0086-APPLY-PARTITION
           END-IF
           PERFORM 0087-LOAD-ITEM-LIMITS

           IF WS-FORECAST-MODE THEN
      *        Pre-scan only: the whole file runs through the same
      *        capacity logic but nothing posts - no checkpoint, GL
      *        extract, rejects or ledger - just the forecast report
      *        and a run-history row.  An existing checkpoint is left
      *        untouched for the real run to resume from.  A
      *        partition's forecast is not a run of the day, so it
      *        leaves the run history alone.
               PERFORM 0700-FORECAST-RUN
               IF NOT WS-PARTITIONED THEN
                   PERFORM 0600-WRITE-RUN-HISTORY
               END-IF
               STOP RUN
           END-IF

           PERFORM 0090-CHECK-RUN-CONTROL
           IF WS-PARTITIONED THEN
               PERFORM 0095-CHECK-PARTITION-STATUS
           END-IF
           PERFORM 0100-CHECK-FOR-CHECKPOINT
           IF WS-PARTITIONED THEN
               PERFORM 0182-RESET-PARTITION-HELD
           ELSE
               PERFORM 0180-RESET-HELD-ITEMS
           END-IF

           OPEN INPUT TRANS-FILE

               OPEN OUTPUT DETAIL-LEDGER-FILE
               OPEN OUTPUT ALERT-FILE
           END-IF
           OPEN EXTEND HELD-ITEM-FILE
           IF WS-HELDITEM-STATUS = "35" THEN
               OPEN OUTPUT HELD-ITEM-FILE
           END-IF
           IF WS-PARTITIONED THEN
               PERFORM 0184-TABLE-MASTER-ACTIONED
           END-IF

           PERFORM UNTIL WS-END-OF-FILE
               READ TRANS-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-JOURNAL-OPEN THEN
                           IF NOT TRANS-IS-JOURNAL-LEG
                                   OR TRANS-JOURNAL-ID
                                       NOT = WS-JOURNAL-ID THEN
                               PERFORM 1600-POST-JOURNAL
                           END-IF
                       END-IF
                       IF NOT WS-CAP-REACHED THEN
                           IF TRANS-IS-TRAILER THEN
                               MOVE TRANS-AMOUNT TO WS-CONTROL-TOTAL
                               SET WS-HAVE-CONTROL-TOTAL TO TRUE
                               SET WS-END-OF-FILE TO TRUE
                           ELSE
                               IF TRANS-IS-JOURNAL-LEG THEN
                                   PERFORM 1650-ADD-JOURNAL-LEG
                               ELSE
                                   PERFORM 1000-PROCESS-TRANSACTION
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
      *    A file with no trailer can end on a journal.
           IF WS-JOURNAL-OPEN AND NOT WS-CAP-REACHED THEN
               PERFORM 1600-POST-JOURNAL
           END-IF

           CLOSE TRANS-FILE
           CLOSE HELD-ITEM-FILE

      *    Released items post only once the whole file is through -
      *    no checkpoint is taken among them, so a restart finds them
      *    still released and posts them again from the top.
           IF NOT WS-CAP-REACHED THEN
               PERFORM 1500-POST-RELEASED-ITEMS
           END-IF

           CLOSE REJECT-FILE
           CLOSE DETAIL-LEDGER-FILE
           CLOSE ALERT-FILE
                       "for suspended transactions"
               END-IF

      *        Items the GL distribution table had no room for are
      *        on REJECTS, not posted - the day is flagged for review.
               IF WS-GL-SUSP-COUNT > 0 THEN
                   DISPLAY "GL distribution table full - "
                       WS-GL-SUSP-COUNT " items suspended to REJECTS"
                   IF RETURN-CODE = 0 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF

               PERFORM 0400-CLEAR-CHECKPOINT
               IF NOT WS-PARTITIONED THEN
                   PERFORM 0460-RECORD-TRANS-HISTORY
                   PERFORM 0470-MARK-RELEASED-POSTED
                   PERFORM 0450-RECORD-RUN-COMPLETE
               END-IF
           END-IF

           PERFORM 0500-WRITE-BALANCE-REPORT
           IF WS-PARTITIONED THEN
               PERFORM 0650-WRITE-PARTITION-STATUS
           ELSE
               PERFORM 0600-WRITE-RUN-HISTORY
           END-IF

           STOP RUN.

      *    the files so the report proves what is actually on disk,
      *    not just what the counters say.
           PERFORM 0550-COUNT-SIDE-FILE-ROWS
           SUBTRACT WS-REJECT-COUNT WS-HELD-COUNT FROM WS-COUNTER
               GIVING WS-ACCEPTED-COUNT
           COMPUTE WS-EXPECTED-TOTAL = WS-CONTROL-TOTAL
               - WS-HELD-NET + WS-RELEASED-NET - WS-GL-SUSP-NET

           IF WS-CAP-REACHED THEN
               MOVE "PARTIAL RUN - NOT PROVEN" TO WS-VERDICT
               IF NOT WS-HAVE-CONTROL-TOTAL THEN
                   MOVE "NO CONTROL TOTAL" TO WS-VERDICT
               ELSE
                   IF WS-EXPECTED-TOTAL = WS-CURRENT-TOTAL THEN
                       MOVE "BALANCED" TO WS-VERDICT
                   ELSE
                       MOVE "OUT OF BALANCE" TO WS-VERDICT
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE

           IF WS-BUSINESS-DATE NOT = SPACES THEN
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING "BUSINESS DATE:          " WS-BUSINESS-DATE
                   " CYCLE " WS-CYCLE-NUMBER
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF

           IF WS-PARTITIONED THEN
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING "PARTITION:              " WS-PARTITION-NUMBER
                   " ACCOUNTS " WS-PART-LOW-ACCOUNT
                   " THRU " WS-PART-HIGH-ACCOUNT
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF

           MOVE SPACES TO BALANCE-REPORT-LINE
           IF WS-RESUMED THEN
               STRING "RUN TYPE:               CHECKPOINT RESUME "
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE

           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "RECORDS HELD:           " WS-HELD-COUNT
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE

           IF WS-JNL-POSTED-COUNT > 0 OR WS-JNL-SUSPENDED-COUNT > 0
                   THEN
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING "JOURNALS POSTED:        " WS-JNL-POSTED-COUNT
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING "JOURNALS SUSPENDED:     "
                   WS-JNL-SUSPENDED-COUNT
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF

           MOVE SPACES TO BALANCE-REPORT-LINE
           IF WS-HAVE-CONTROL-TOTAL THEN
               STRING "TRAILER CONTROL TOTAL:  " WS-CONTROL-TOTAL
           END-IF
           WRITE BALANCE-REPORT-LINE

      *    The trailer counts every item on the file, held or not;
      *    the released items were counted by an earlier day's
      *    trailer.  What must accumulate is the control total less
      *    the held items plus the released ones, less any item the
      *    GL distribution table had no room for.
           MOVE WS-HELD-NET TO WS-PRINT-NET
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "LESS HELD FOR RELEASE:  " WS-PRINT-NET
               "  (" WS-HELD-COUNT " ITEMS)"
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE

           MOVE WS-RELEASED-NET TO WS-PRINT-NET
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "PLUS RELEASED FROM HOLD:" WS-PRINT-NET
               "  (" WS-RELEASED-COUNT " ITEMS)"
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE

           IF WS-GL-SUSP-COUNT > 0 THEN
               MOVE WS-GL-SUSP-NET TO WS-PRINT-NET
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING "LESS SUSPENDED GL FULL: " WS-PRINT-NET
                   "  (" WS-GL-SUSP-COUNT " ITEMS)"
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF

           IF WS-HAVE-CONTROL-TOTAL THEN
               MOVE WS-EXPECTED-TOTAL TO WS-PRINT-NET
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING "EXPECTED TOTAL:         " WS-PRINT-NET
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF

           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "ACCUMULATED TOTAL:      " WS-CURRENT-TOTAL
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
           IF WS-GL-SUSP-COUNT > 0 THEN
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING "** WARNING - GL TABLE FULL, "
                   WS-GL-SUSP-COUNT
                   " ITEMS SUSPENDED TO REJECTS, NOT POSTED"
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF

           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "REJECT ROWS COUNTED/ON FILE:  " WS-REJECT-COUNT
           MOVE WS-REJECT-COUNT TO RH-REJECT-COUNT
           MOVE WS-CURRENT-TOTAL TO RH-FINAL-TOTAL
           MOVE WS-RESUME-FLAG TO RH-RESTART-FLAG
           IF WS-BUSINESS-DATE NOT = SPACES THEN
               MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
               MOVE WS-CYCLE-NUMBER TO RH-CYCLE-NUMBER
           END-IF
           IF WS-FORECAST-MODE THEN
               MOVE "FORECAST" TO RH-STATUS
           ELSE
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE.

       0650-WRITE-PARTITION-STATUS.
      *    How the partition ended, in place of the run-history row -
      *    DAILYMRG reads every partition's status to prove and
      *    merge the day.
           OPEN OUTPUT PARTITION-STATUS-FILE
           MOVE SPACES TO PARTITION-STATUS-RECORD
           MOVE WS-BUSINESS-DATE TO PS-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO PS-CYCLE-NUMBER
           MOVE WS-PARTITION-NUMBER TO PS-PARTITION-NUMBER
           IF WS-CAP-REACHED THEN
               MOVE "CAPSTOP" TO PS-STATUS
           ELSE
               IF RETURN-CODE = 16 THEN
                   MOVE "OUTOFBAL" TO PS-STATUS
               ELSE
                   MOVE "COMPLETE" TO PS-STATUS
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO PS-END-TIMESTAMP
           MOVE WS-RESUME-FLAG TO PS-RESTART-FLAG
           MOVE WS-COUNTER TO PS-RECORDS-PROCESSED
           MOVE WS-REJECT-COUNT TO PS-REJECT-COUNT
           MOVE WS-HELD-COUNT TO PS-HELD-COUNT
           MOVE WS-HELD-NET TO PS-HELD-NET
           MOVE WS-RELEASED-COUNT TO PS-RELEASED-COUNT
           MOVE WS-RELEASED-NET TO PS-RELEASED-NET
           MOVE WS-CONTROL-TOTAL-FOUND TO PS-CONTROL-FLAG
           MOVE WS-CONTROL-TOTAL TO PS-CONTROL-TOTAL
           MOVE WS-CURRENT-TOTAL TO PS-FINAL-TOTAL
           MOVE WS-DETLEDGR-COUNT TO PS-DETLEDGR-COUNT
           MOVE WS-ALERT-COUNT TO PS-ALERT-COUNT
           MOVE WS-JNL-POSTED-COUNT TO PS-JNL-POSTED-COUNT
           MOVE WS-JNL-SUSPENDED-COUNT TO PS-JNL-SUSPENDED-COUNT
           MOVE WS-GL-SUSP-COUNT TO PS-GL-SUSP-COUNT
           MOVE WS-GL-SUSP-NET TO PS-GL-SUSP-NET
           WRITE PARTITION-STATUS-RECORD
           CLOSE PARTITION-STATUS-FILE.

       0700-FORECAST-RUN.
           OPEN INPUT TRANS-FILE
           OPEN OUTPUT FORECAST-REPORT-FILE
       0750-FORECAST-TRANSACTION.
      *    Same capacity path as a posting run, but an overflow only
      *    writes a forecast line - nothing is suspended for real.
      *    Journals are not grouped here, so a leg a posting run would
      *    suspend with the rest of its journal shows on its own.
           IF WS-COUNTER >= WS-MAX-ITERATIONS THEN
               SET WS-CAP-REACHED TO TRUE
               SET WS-END-OF-FILE TO TRUE
               WRITE FORECAST-REPORT-LINE
           ELSE
               ADD 1 TO WS-COUNTER
               PERFORM 1030-SET-EFFECTIVE-ITEM

      *        Journal legs are never held; the forecast takes them
      *        one by one in file order.
               IF TRANS-IS-JOURNAL-LEG THEN
                   MOVE "N" TO WS-HOLD-ITEM-FLAG
               ELSE
                   PERFORM 1020-CHECK-ITEM-LIMIT
               END-IF
               IF WS-HOLD-ITEM THEN
                   ADD 1 TO WS-FC-HOLD-COUNT
                   ADD WS-EFFECTIVE-AMOUNT TO WS-FC-HOLD-AMOUNT
                   MOVE SPACES TO FORECAST-REPORT-LINE
                   STRING "WOULD HOLD     RECORD " WS-COUNTER
                       " ID " TRANS-ID
                       " AMOUNT " WS-EFFECTIVE-SIGN
                       WS-EFFECTIVE-AMOUNT
                       " ACCT " WS-EFFECTIVE-ACCOUNT
                       " LIMIT " WS-LIMIT-AMOUNT (WS-LIMIT-IX)
                       DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
                   WRITE FORECAST-REPORT-LINE
               ELSE
                   PERFORM 0760-FORECAST-ACCUMULATE
               END-IF
           END-IF.

       0760-FORECAST-ACCUMULATE.
           MOVE WS-HIGH-VOLUME-MODE TO WS-WAS-HIGH-VOLUME

           CALL "ACCUMADD" USING WS-AMOUNT, WS-AMOUNT-WIDE,
               WS-EFFECTIVE-AMOUNT, WS-HIGH-VOLUME-MODE,
               WS-OVERFLOW-FLAG, WS-OPERATION

           IF WS-IS-HIGH-VOLUME AND NOT WS-WAS-ALREADY-HIGH-VOLUME
                   THEN
               MOVE WS-COUNTER TO WS-FC-SWITCH-RECORD
           END-IF

           IF WS-OVERFLOW-FLAG = 1 THEN
               ADD 1 TO WS-FC-SUSPEND-COUNT
               ADD 1 TO WS-REJECT-COUNT
               ADD WS-EFFECTIVE-AMOUNT TO WS-FC-SUSPEND-AMOUNT
               MOVE SPACES TO FORECAST-REPORT-LINE
               STRING "WOULD SUSPEND  RECORD " WS-COUNTER
                   " ID " TRANS-ID
                   " AMOUNT " WS-EFFECTIVE-SIGN
                   WS-EFFECTIVE-AMOUNT
                   DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-IF.

       0780-WRITE-FORECAST-SUMMARY.
           PERFORM 0050-REFRESH-CURRENT-TOTAL

           STRING "WOULD SUSPEND:            " WS-FC-SUSPEND-COUNT
               " TRANSACTIONS TOTALLING " WS-FC-SUSPEND-AMOUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE

           MOVE SPACES TO FORECAST-REPORT-LINE
           STRING "WOULD HOLD:               " WS-FC-HOLD-COUNT
               " TRANSACTIONS TOTALLING " WS-FC-HOLD-AMOUNT
               DELIMITED BY SIZE INTO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE.

       0550-COUNT-SIDE-FILE-ROWS.
           CLOSE CHECKPOINT-FILE.

       0450-RECORD-RUN-COMPLETE.
      *    Mark the business date and cycle complete on the
      *    run-control file so a second submission of the same cycle
      *    is refused at startup.
      *    A run that ended with a control-total discrepancy is not
      *    marked - the operator fixes the input and reruns without
      *    needing the override.
               MOVE "C" TO RC-RUN-STATUS
               MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TIMESTAMP
               MOVE WS-CURRENT-TOTAL TO RC-FINAL-TOTAL
               MOVE WS-CYCLE-NUMBER TO RC-CYCLE-NUMBER
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0460-RECORD-TRANS-HISTORY.
      *    Every TRANS-ID on the day's detail ledger goes onto the
      *    permanent TRANS-ID history with its business date and how
      *    it ended (posted, suspended or held), so TRANEDIT can
      *    refuse the same ID when a feed resends it on a later
      *    date.  Same condition as the run-control mark, and
      *    written ahead of it: a dated run that did not end out of
      *    balance.  A rerun of the cycle under the override first
      *    drops that cycle's earlier rows, so the history follows
      *    the generation that replaced them instead of carrying
      *    both.
           IF WS-BUSINESS-DATE NOT = SPACES AND RETURN-CODE NOT = 16
                   THEN
               PERFORM 0462-DROP-DATE-FROM-HISTORY
               OPEN EXTEND TRANS-HISTORY-FILE
               IF WS-TRANHIST-STATUS = "35" THEN
                   OPEN OUTPUT TRANS-HISTORY-FILE
               END-IF
               MOVE 0 TO WS-HISTORY-ADD-COUNT
               MOVE "N" TO WS-COPY-EOF-FLAG
               OPEN INPUT DETAIL-LEDGER-FILE
               IF WS-DETLEDGR-STATUS = "00" THEN
                   PERFORM UNTIL WS-COPY-EOF
                       READ DETAIL-LEDGER-FILE
                           AT END
                               SET WS-COPY-EOF TO TRUE
                           NOT AT END
                               IF DL-TRANS-ID NOT = SPACES THEN
                                   PERFORM 0465-WRITE-HISTORY-ROW
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE DETAIL-LEDGER-FILE
               CLOSE TRANS-HISTORY-FILE
               DISPLAY "TRANS-ID history updated - "
                   WS-HISTORY-ADD-COUNT " ids for business date "
                   WS-BUSINESS-DATE " cycle " WS-CYCLE-NUMBER
           END-IF.

       0462-DROP-DATE-FROM-HISTORY.
           MOVE 0 TO WS-HISTORY-DROP-COUNT
           MOVE "N" TO WS-COPY-EOF-FLAG
           OPEN INPUT TRANS-HISTORY-FILE
           IF WS-TRANHIST-STATUS = "00" THEN
               OPEN OUTPUT TRANHIST-REBUILD-FILE
               PERFORM UNTIL WS-COPY-EOF
                   READ TRANS-HISTORY-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           IF TH-CYCLE-NUMBER = SPACE THEN
                               MOVE "1" TO TH-CYCLE-NUMBER
                           END-IF
                           IF TH-BUSINESS-DATE = WS-BUSINESS-DATE
                                   AND TH-CYCLE-NUMBER
                                       = WS-CYCLE-NUMBER THEN
                               ADD 1 TO WS-HISTORY-DROP-COUNT
                           ELSE
                               MOVE TRANS-HISTORY-RECORD
                                   TO TRANHIST-REBUILD-RECORD
                               WRITE TRANHIST-REBUILD-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-HISTORY-FILE
               CLOSE TRANHIST-REBUILD-FILE
               IF WS-HISTORY-DROP-COUNT > 0 THEN
                   DISPLAY "Replacing " WS-HISTORY-DROP-COUNT
                       " TRANS-ID history rows from the earlier run "
                       "of " WS-BUSINESS-DATE " cycle "
                       WS-CYCLE-NUMBER
                   CALL "CBL_DELETE_FILE" USING WS-TRANHIST-NAME
                       RETURNING WS-REBUILD-RC
                   IF WS-REBUILD-RC NOT = 0 THEN
                       DISPLAY "Unable to delete " WS-TRANHIST-NAME
                           " while replacing the date's history - rc "
                           WS-REBUILD-RC
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   CALL "CBL_RENAME_FILE" USING WS-TRANHIST-TEMP-NAME
                       WS-TRANHIST-NAME
                       RETURNING WS-REBUILD-RC
                   IF WS-REBUILD-RC NOT = 0 THEN
                       DISPLAY "Unable to rename "
                           WS-TRANHIST-TEMP-NAME " to "
                           WS-TRANHIST-NAME
                           " while replacing the date's history - rc "
                           WS-REBUILD-RC
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-TRANHIST-TEMP-NAME
                       RETURNING WS-REBUILD-RC
               END-IF
           ELSE
               CLOSE TRANS-HISTORY-FILE
           END-IF.

       0465-WRITE-HISTORY-ROW.
           MOVE SPACES TO TRANS-HISTORY-RECORD
           MOVE DL-TRANS-ID TO TH-TRANS-ID
           MOVE WS-BUSINESS-DATE TO TH-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO TH-CYCLE-NUMBER
           MOVE DL-POST-STATUS TO TH-POST-STATUS
           MOVE DL-ACCOUNT-CODE TO TH-ACCOUNT-CODE
           MOVE DL-AMOUNT-ADDED TO TH-AMOUNT
           MOVE DL-MOVEMENT-SIGN TO TH-MOVEMENT-SIGN
           MOVE FUNCTION CURRENT-DATE TO TH-RECORDED-TIMESTAMP
           WRITE TRANS-HISTORY-RECORD
           ADD 1 TO WS-HISTORY-ADD-COUNT.

       0470-MARK-RELEASED-POSTED.
      *    The released items this run posted are marked handed to
      *    posting under its date, on the same condition as the
      *    history - a run that ended out of balance leaves them
      *    released for the rerun to post.  A row released since
      *    1500-POST-RELEASED-ITEMS read the file is not in the
      *    posted table and stays released for the next run.
           IF WS-RELEASED-COUNT > 0 AND RETURN-CODE NOT = 16 THEN
               MOVE 0 TO WS-HELD-MARK-COUNT
               MOVE "N" TO WS-COPY-EOF-FLAG
               OPEN INPUT HELD-ITEM-FILE
               OPEN OUTPUT HELDITEM-REBUILD-FILE
               PERFORM UNTIL WS-COPY-EOF
                   READ HELD-ITEM-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           IF HI-RELEASED THEN
                               PERFORM 0475-FIND-RELEASE-POSTED
                           END-IF
                           IF HI-RELEASED AND WS-RLSP-FOUND THEN
                               MOVE "P" TO HI-STATUS
                               MOVE WS-STAMP-DATE TO HI-POSTED-DATE
                               MOVE WS-CYCLE-NUMBER TO HI-POSTED-CYCLE
                               ADD 1 TO WS-HELD-MARK-COUNT
                           END-IF
                           MOVE HELD-ITEM-RECORD
                               TO HELDITEM-REBUILD-RECORD
                           WRITE HELDITEM-REBUILD-RECORD
                   END-READ
               END-PERFORM
               CLOSE HELD-ITEM-FILE
               CLOSE HELDITEM-REBUILD-FILE
               PERFORM 0190-REPLACE-HELDITEM-FILE
               DISPLAY "Held items marked posted: " WS-HELD-MARK-COUNT
           END-IF.

       0475-FIND-RELEASE-POSTED.
           MOVE "N" TO WS-RLSP-FOUND-FLAG
           MOVE 1 TO WS-RLSP-IX
           PERFORM UNTIL WS-RLSP-IX > WS-RLSP-COUNT OR WS-RLSP-FOUND
               IF WS-RLSP-TRANS-ID (WS-RLSP-IX) = HI-TRANS-ID
                       AND WS-RLSP-HELD-TIMESTAMP (WS-RLSP-IX)
                           = HI-HELD-TIMESTAMP THEN
                   SET WS-RLSP-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-RLSP-IX
               END-IF
           END-PERFORM.

       0300-WRITE-GL-EXTRACT.
      *    One GL-EXTRACT-RECORD per account that accumulated anything
      *    this run.  The grand total across the distribution must
                           MOVE "D" TO GL-DR-CR-IND
                       END-IF
                       MOVE WS-STAMP-DATE TO GL-RUN-DATE
                       MOVE WS-GL-ACCT-CURRENCY (WS-GL-IX)
                           TO GL-CURRENCY-CODE
                       MOVE WS-GL-ACCT-ORIG-TOTAL (WS-GL-IX)
                           TO GL-ORIG-AMOUNT
                       MOVE WS-GL-ACCT-RATE (WS-GL-IX)
                           TO GL-EXCHANGE-RATE
                       MOVE WS-GL-ACCT-JOURNAL-ID (WS-GL-IX)
                           TO GL-JOURNAL-ID
                       ADD 1 TO WS-GL-EXTRACT-COUNT
                       ADD GL-AMOUNT TO WS-GL-AMOUNT-HASH
                       WRITE GL-EXTRACT-RECORD
           MOVE "DAILYACC" TO GLE-SOURCE-SYSTEM
           MOVE WS-STAMP-DATE TO GLE-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE TO GLE-CREATE-TIMESTAMP
           MOVE WS-CYCLE-NUMBER TO GLE-CYCLE-NUMBER
           WRITE GL-ENVELOPE-RECORD.

       0320-WRITE-EXTRACT-TRAILER.
           WRITE GL-ENVELOPE-RECORD.

       0200-RECONCILE-CONTROL-TOTAL.
      *    Held items are on the trailer but were never accumulated;
      *    released items were accumulated but are on an earlier
      *    day's trailer.  Both are taken into the expected figure,
      *    and so are items suspended for want of a GL entry, which
      *    are on the trailer but were never accumulated.
           IF WS-HAVE-CONTROL-TOTAL THEN
               COMPUTE WS-EXPECTED-TOTAL = WS-CONTROL-TOTAL
                   - WS-HELD-NET + WS-RELEASED-NET - WS-GL-SUSP-NET
               IF WS-EXPECTED-TOTAL NOT = WS-CURRENT-TOTAL THEN
                   DISPLAY "Control total discrepancy - expected "
                       WS-EXPECTED-TOTAL " got " WS-CURRENT-TOTAL
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY "Control total reconciled: " WS-CONTROL-TOTAL
                   IF WS-HELD-COUNT > 0 OR WS-RELEASED-COUNT > 0 THEN
                       DISPLAY "  with " WS-HELD-COUNT
                           " items held and " WS-RELEASED-COUNT
                           " released items posted"
                   END-IF
               END-IF
           ELSE
               DISPLAY "No control total supplied - reconciliation "
                   "skipped"
           END-IF.

       0070-READ-RUN-PARAMETER.
      *    A partition number (1-9) as the run parameter posts that
      *    partition of a split day; no parameter posts the whole of
      *    TRANSIN as before.
           ACCEPT WS-PARTITION-PARM FROM COMMAND-LINE
           IF WS-PARTITION-PARM NOT = SPACES THEN
               IF WS-PARTITION-PARM (2:7) NOT = SPACES
                       OR WS-PARTITION-PARM (1:1) IS NOT NUMERIC
                       OR WS-PARTITION-PARM (1:1) = "0" THEN
                   DISPLAY "Run parameter " WS-PARTITION-PARM
                       " is not a partition number 1-9 - run refused"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARTITION-PARM (1:1) TO WS-PARTITION-NUMBER
               DISPLAY "Partition " WS-PARTITION-NUMBER " run"
           END-IF.

       0075-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-STATUS = "00" THEN
                           MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE
                           MOVE CC-RERUN-OVERRIDE
                               TO WS-RERUN-OVERRIDE
                           PERFORM 0077-APPLY-CYCLE-NUMBER
                           DISPLAY "Business date " WS-BUSINESS-DATE
                               " cycle " WS-CYCLE-NUMBER
                       END-IF
                       DISPLAY "Control card loaded - max iterations "
                           WS-MAX-ITERATIONS " checkpoint interval "
               DISPLAY "No control card supplied - using defaults"
           END-IF.

       0077-APPLY-CYCLE-NUMBER.
      *    Blank or zero is the first (or only) cycle of the date.
      *    Anything else that is not a digit is a mis-keyed card -
      *    guessing a cycle could replace another cycle's outputs.
           IF CC-CYCLE-NUMBER = SPACE OR CC-CYCLE-NUMBER = "0" THEN
               MOVE "1" TO WS-CYCLE-NUMBER
           ELSE
               IF CC-CYCLE-NUMBER IS NUMERIC THEN
                   MOVE CC-CYCLE-NUMBER TO WS-CYCLE-NUMBER
               ELSE
                   DISPLAY "Control card cycle number "
                       CC-CYCLE-NUMBER " is not 1-9 - run refused"
                   MOVE 16 TO RETURN-CODE
                   CLOSE CONTROL-CARD-FILE
                   STOP RUN
               END-IF
           END-IF.

       0100-CHECK-FOR-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00" THEN
               READ CHECKPOINT-FILE
                   NOT AT END
                       IF CKPT-CYCLE-NUMBER = SPACE THEN
                           MOVE "1" TO CKPT-CYCLE-NUMBER
                       END-IF
                       IF CKPT-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                               OR CKPT-CYCLE-NUMBER
                                   NOT = WS-CYCLE-NUMBER THEN
      *                    The checkpoint belongs to a different
      *                    run's files - a different date, or a
      *                    dateless run whose side files live under
      *                    the undated names.  Resuming it here would
      *                    rebuild from the wrong generation and mix
      *                    the two runs' work, so only an exact date
      *                    match (including blank-to-blank) on the
      *                    same posting cycle resumes.
                           DISPLAY "Checkpoint is for business date "
                               CKPT-BUSINESS-DATE " cycle "
                               CKPT-CYCLE-NUMBER
                               " - finish or clear that run before "
                               "starting " WS-BUSINESS-DATE " cycle "
                               WS-CYCLE-NUMBER
                           MOVE 12 TO RETURN-CODE
                           CLOSE CHECKPOINT-FILE
                           STOP RUN
                       MOVE CKPT-ALERT-COUNT TO WS-ALERT-COUNT
                       MOVE CKPT-ANY-OVERFLOW-FLAG
                           TO WS-ANY-OVERFLOW-FLAG
                       IF CKPT-GL-SUSP-COUNT IS NUMERIC THEN
                           MOVE CKPT-GL-SUSP-COUNT TO WS-GL-SUSP-COUNT
                           MOVE CKPT-GL-SUSP-NET TO WS-GL-SUSP-NET
                       END-IF
                       IF CKPT-JNL-POSTED-COUNT IS NUMERIC THEN
                           MOVE CKPT-JNL-POSTED-COUNT
                               TO WS-JNL-POSTED-COUNT
                           MOVE CKPT-JNL-SUSPENDED-COUNT
                               TO WS-JNL-SUSPENDED-COUNT
                       END-IF
                       PERFORM 0050-REFRESH-CURRENT-TOTAL
                       SET WS-RESUMED TO TRUE
                       MOVE WS-COUNTER TO WS-RESUME-RECORD
      *    With a business date on the card, the day's outputs get
      *    .DYYYYMMDD generation names and every record stamp carries
      *    that date; without one the old fixed names stay and stamps
      *    use the machine date.  Cycle 1 keeps the plain date names;
      *    a later cycle of the date adds C<n> after the date.
           IF WS-BUSINESS-DATE = SPACES THEN
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-STAMP-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-STAMP-DATE
               MOVE SPACES TO WS-CYCLE-SUFFIX
               IF WS-CYCLE-NUMBER NOT = "1" THEN
                   STRING "C" WS-CYCLE-NUMBER
                       DELIMITED BY SIZE INTO WS-CYCLE-SUFFIX
               END-IF
               MOVE SPACES TO WS-REJECT-NAME
               STRING "REJECTS.D" WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   WS-CYCLE-SUFFIX DELIMITED BY SPACE
                   INTO WS-REJECT-NAME
               MOVE SPACES TO WS-DETLEDGR-NAME
               STRING "DETLEDGR.D" WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   WS-CYCLE-SUFFIX DELIMITED BY SPACE
                   INTO WS-DETLEDGR-NAME
               MOVE SPACES TO WS-ALERT-NAME
               STRING "ALERTQ.D" WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   WS-CYCLE-SUFFIX DELIMITED BY SPACE
                   INTO WS-ALERT-NAME
               MOVE SPACES TO WS-GLEXTRCT-NAME
               STRING "GLEXTRCT.D" WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   WS-CYCLE-SUFFIX DELIMITED BY SPACE
                   INTO WS-GLEXTRCT-NAME
           END-IF.

       0086-APPLY-PARTITION.
      *    A partition is one slice of a dated day, so it needs the
      *    date to find its split.  Every file the run writes gets a
      *    .P<n> suffix of its own, so partitions running side by
      *    side never share a file; the items a partition holds go to
      *    a held file dated like the side files.
           IF WS-BUSINESS-DATE = SPACES THEN
               DISPLAY "Partition " WS-PARTITION-NUMBER
                   " run with no business date on the control card "
                   "- run refused"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PARTITION-SUFFIX
           STRING ".P" WS-PARTITION-NUMBER
               DELIMITED BY SIZE INTO WS-PARTITION-SUFFIX
           MOVE WS-REJECT-NAME TO WS-SUFFIX-WORK-NAME
           PERFORM 0083-ADD-PARTITION-SUFFIX
           MOVE WS-SUFFIX-WORK-NAME TO WS-REJECT-NAME
           MOVE WS-REJECT-TEMP-NAME TO WS-SUFFIX-WORK-NAME
           PERFORM 0083-ADD-PARTITION-SUFFIX
           MOVE WS-SUFFIX-WORK-NAME TO WS-REJECT-TEMP-NAME
           MOVE WS-DETLEDGR-NAME TO WS-SUFFIX-WORK-NAME
           PERFORM 0083-ADD-PARTITION-SUFFIX
           MOVE WS-SUFFIX-WORK-NAME TO WS-DETLEDGR-NAME
           MOVE WS-DETLEDGR-TEMP-NAME TO WS-SUFFIX-WORK-NAME
           PERFORM 0083-ADD-PARTITION-SUFFIX
           MOVE WS-SUFFIX-WORK-NAME TO WS-DETLEDGR-TEMP-NAME
           MOVE WS-ALERT-NAME TO WS-SUFFIX-WORK-NAME
           PERFORM 0083-ADD-PARTITION-SUFFIX
           MOVE WS-SUFFIX-WORK-NAME TO WS-ALERT-NAME
           MOVE WS-ALERT-TEMP-NAME TO WS-SUFFIX-WORK-NAME
           PERFORM 0083-ADD-PARTITION-SUFFIX
           MOVE WS-SUFFIX-WORK-NAME TO WS-ALERT-TEMP-NAME
           MOVE WS-GLEXTRCT-NAME TO WS-SUFFIX-WORK-NAME
           PERFORM 0083-ADD-PARTITION-SUFFIX
           MOVE WS-SUFFIX-WORK-NAME TO WS-GLEXTRCT-NAME
           MOVE WS-TRANSIN-NAME TO WS-SUFFIX-WORK-NAME
           PERFORM 0083-ADD-PARTITION-SUFFIX
           MOVE WS-SUFFIX-WORK-NAME TO WS-TRANSIN-NAME
           MOVE WS-CHECKPT-NAME TO WS-SUFFIX-WORK-NAME
           PERFORM 0083-ADD-PARTITION-SUFFIX
           MOVE WS-SUFFIX-WORK-NAME TO WS-CHECKPT-NAME
           MOVE WS-BALRPT-NAME TO WS-SUFFIX-WORK-NAME
           PERFORM 0083-ADD-PARTITION-SUFFIX
           MOVE WS-SUFFIX-WORK-NAME TO WS-BALRPT-NAME
           MOVE WS-FCSTRPT-NAME TO WS-SUFFIX-WORK-NAME
           PERFORM 0083-ADD-PARTITION-SUFFIX
           MOVE WS-SUFFIX-WORK-NAME TO WS-FCSTRPT-NAME
           MOVE WS-HELDITEM-TEMP-NAME TO WS-SUFFIX-WORK-NAME
           PERFORM 0083-ADD-PARTITION-SUFFIX
           MOVE WS-SUFFIX-WORK-NAME TO WS-HELDITEM-TEMP-NAME
           MOVE SPACES TO WS-PARTSTAT-NAME
           STRING "PARTSTAT" WS-PARTITION-SUFFIX
               DELIMITED BY SIZE INTO WS-PARTSTAT-NAME
           MOVE SPACES TO WS-HELDITEM-NAME
           STRING "HELDITEM.D" WS-BUSINESS-DATE
               DELIMITED BY SIZE
               WS-CYCLE-SUFFIX DELIMITED BY SPACE
               WS-PARTITION-SUFFIX DELIMITED BY SIZE
               INTO WS-HELDITEM-NAME
           PERFORM 0082-LOAD-PARTITION-RANGE.

       0082-LOAD-PARTITION-RANGE.
      *    The split control must be the split of this date and
      *    cycle - any other split's TRANSIN.P<n> is another day.
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-PARTCTL-STATUS = "00" THEN
               MOVE "N" TO WS-COPY-EOF-FLAG
               READ PARTITION-CONTROL-FILE
                   AT END
                       SET WS-COPY-EOF TO TRUE
               END-READ
               IF NOT WS-COPY-EOF AND PX-IS-HEADER
                       AND PX-BUSINESS-DATE = WS-BUSINESS-DATE
                       AND PX-CYCLE-NUMBER = WS-CYCLE-NUMBER THEN
                   PERFORM UNTIL WS-COPY-EOF OR WS-PART-FOUND
                       READ PARTITION-CONTROL-FILE
                           AT END
                               SET WS-COPY-EOF TO TRUE
                           NOT AT END
                               IF PX-IS-PARTITION
                                       AND PX-PARTITION-NUMBER
                                           = WS-PARTITION-NUMBER THEN
                                   MOVE PX-LOW-ACCOUNT
                                       TO WS-PART-LOW-ACCOUNT
                                   MOVE PX-HIGH-ACCOUNT
                                       TO WS-PART-HIGH-ACCOUNT
                                   SET WS-PART-FOUND TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF
           CLOSE PARTITION-CONTROL-FILE
           IF NOT WS-PART-FOUND THEN
               DISPLAY "No split of business date " WS-BUSINESS-DATE
                   " cycle " WS-CYCLE-NUMBER " has a partition "
                   WS-PARTITION-NUMBER " - run TRANSPLT first"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Partition " WS-PARTITION-NUMBER " accounts "
               WS-PART-LOW-ACCOUNT " thru " WS-PART-HIGH-ACCOUNT.

       0083-ADD-PARTITION-SUFFIX.
           MOVE SPACES TO WS-SUFFIXED-NAME
           STRING WS-SUFFIX-WORK-NAME DELIMITED BY SPACE
               WS-PARTITION-SUFFIX DELIMITED BY SIZE
               INTO WS-SUFFIXED-NAME
           MOVE WS-SUFFIXED-NAME TO WS-SUFFIX-WORK-NAME.

       0087-LOAD-ITEM-LIMITS.
      *    No master means no limits - every item goes straight
      *    through as it did before limits were carried.  A table too
      *    small for the limited accounts would let items through
      *    unchecked, so that stops the run instead.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-MASTER-STATUS = "00" THEN
               PERFORM UNTIL WS-MASTER-EOF
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           SET WS-MASTER-EOF TO TRUE
                       NOT AT END
                           IF AM-ITEM-LIMIT IS NUMERIC
                                   AND AM-ITEM-LIMIT > 0 THEN
                               PERFORM 0088-TABLE-ITEM-LIMIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
               DISPLAY "Single-item limits loaded for "
                   WS-LIMIT-COUNT " accounts"
           ELSE
               DISPLAY "No account master - no single-item limits "
                   "applied"
           END-IF.

       0088-TABLE-ITEM-LIMIT.
           IF WS-LIMIT-COUNT >= WS-LIMIT-MAX THEN
               DISPLAY "Single-item limit table full at "
                   WS-LIMIT-MAX " - run refused"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LIMIT-COUNT
           MOVE AM-ACCOUNT-CODE TO WS-LIMIT-ACCOUNT (WS-LIMIT-COUNT)
           MOVE AM-ITEM-LIMIT TO WS-LIMIT-AMOUNT (WS-LIMIT-COUNT).

       0090-CHECK-RUN-CONTROL.
      *    Refuse to start a posting run for a business date and
      *    cycle the run-control file says already completed, unless
      *    the operator set the rerun override on the card.  Other
      *    cycles of the same date do not count - each is its own
      *    run.  No business date means no run control - the old
      *    behavior.
           IF WS-BUSINESS-DATE NOT = SPACES THEN
               OPEN INPUT RUN-CONTROL-FILE
               IF WS-RUNCTL-STATUS = "00" THEN
                           AT END
                               SET WS-RUNCTL-EOF TO TRUE
                           NOT AT END
                               IF RC-CYCLE-NUMBER = SPACE THEN
                                   MOVE "1" TO RC-CYCLE-NUMBER
                               END-IF
                               IF RC-BUSINESS-DATE = WS-BUSINESS-DATE
                                       AND RC-CYCLE-NUMBER
                                           = WS-CYCLE-NUMBER
                                       AND RC-RUN-COMPLETE THEN
                                   SET WS-PRIOR-RUN-DONE TO TRUE
                               END-IF
               IF WS-PRIOR-RUN-DONE THEN
                   IF WS-RERUN-ALLOWED THEN
                       DISPLAY "Business date " WS-BUSINESS-DATE
                           " cycle " WS-CYCLE-NUMBER
                           " already completed - operator override, "
                           "rerunning"
                   ELSE
                       DISPLAY "Business date " WS-BUSINESS-DATE
                           " cycle " WS-CYCLE-NUMBER
                           " already completed - run refused (set "
                           "rerun override to force)"
                       MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

       0095-CHECK-PARTITION-STATUS.
      *    A partition that already completed this date and cycle is
      *    not posted again when the day's partitions are resubmitted
      *    after one of them failed - only the override reruns it.
           OPEN INPUT PARTITION-STATUS-FILE
           IF WS-PARTSTAT-STATUS = "00" THEN
               READ PARTITION-STATUS-FILE
                   NOT AT END
                       IF PS-BUSINESS-DATE = WS-BUSINESS-DATE
                               AND PS-CYCLE-NUMBER = WS-CYCLE-NUMBER
                               AND PS-COMPLETE THEN
                           IF WS-RERUN-ALLOWED THEN
                               DISPLAY "Partition "
                                   WS-PARTITION-NUMBER
                                   " already complete - operator "
                                   "override, rerunning"
                           ELSE
                               DISPLAY "Partition "
                                   WS-PARTITION-NUMBER " of "
                                   WS-BUSINESS-DATE " cycle "
                                   WS-CYCLE-NUMBER
                                   " already complete - not rerun"
                               CLOSE PARTITION-STATUS-FILE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-IF
           CLOSE PARTITION-STATUS-FILE.

       0080-INIT-GL-DISTRIBUTION.
      *    Entry 1 is reserved for the house default account so a
      *    blank TRANS-ACCOUNT-CODE always has a bucket to land in.
           MOVE 1 TO WS-GL-ACCT-COUNT
           MOVE WS-GL-ACCOUNT-CODE TO WS-GL-ACCT-CODE (1)
           MOVE 0 TO WS-GL-ACCT-TOTAL (1)
           MOVE WS-BASE-CURRENCY TO WS-GL-ACCT-CURRENCY (1)
           MOVE 1 TO WS-GL-ACCT-RATE (1)
           MOVE 0 TO WS-GL-ACCT-ORIG-TOTAL (1)
           MOVE SPACES TO WS-GL-ACCT-JOURNAL-ID (1).

       0170-REBUILD-GL-DISTRIBUTION.
      *    The checkpoint does not carry the per-account distribution,
                               END-IF
                               MOVE DL-AMOUNT-ADDED
                                   TO WS-EFFECTIVE-AMOUNT
                               IF DL-CURRENCY-CODE = SPACES THEN
                                   PERFORM 1010-SET-BASE-CURRENCY
                               ELSE
                                   MOVE DL-CURRENCY-CODE
                                       TO WS-EFFECTIVE-CURRENCY
                                   MOVE DL-ORIG-AMOUNT
                                       TO WS-EFFECTIVE-ORIG-AMOUNT
                                   MOVE DL-EXCHANGE-RATE
                                       TO WS-EFFECTIVE-RATE
                               END-IF
                               IF DL-MOVEMENT-SIGN = "-" THEN
                                   MOVE "-" TO WS-EFFECTIVE-SIGN
                               ELSE
                                   MOVE "+" TO WS-EFFECTIVE-SIGN
                               END-IF
                               MOVE DL-JOURNAL-ID
                                   TO WS-EFFECTIVE-JOURNAL-ID
                               PERFORM 1250-DISTRIBUTE-TO-GL-ACCOUNT
                           END-IF
                   END-READ
               CLOSE ALERT-FILE
           END-IF.

       0180-RESET-HELD-ITEMS.
      *    HELDITEM is written as items are held, not at the end of
      *    the run, so it has to be put back to the point this run
      *    starts from: a resume drops the date's items held after
      *    the checkpoint (they are about to be processed again), and
      *    a dated fresh start - a rerun of the date - drops every
      *    item the date still has held.  Either way, released items
      *    already handed to this date's posting are set back to
      *    released, since the generation that posted them is being
      *    rebuilt.  Items the date already had released or cancelled
      *    by operations are tabled so they are not held twice, and
      *    the items that survive from this run's own checkpointed
      *    part are counted back into the held totals.  Only this
      *    posting cycle's rows are touched - the date's other cycles
      *    held and posted their own.  An undated fresh start leaves
      *    the file alone.
           IF WS-BUSINESS-DATE NOT = SPACES OR WS-COUNTER > 0 THEN
               MOVE 0 TO WS-HELD-DROP-COUNT
               MOVE 0 TO WS-HELD-REVERT-COUNT
               MOVE "N" TO WS-COPY-EOF-FLAG
               OPEN INPUT HELD-ITEM-FILE
               IF WS-HELDITEM-STATUS = "00" THEN
                   OPEN OUTPUT HELDITEM-REBUILD-FILE
                   PERFORM UNTIL WS-COPY-EOF
                       READ HELD-ITEM-FILE
                           AT END
                               SET WS-COPY-EOF TO TRUE
                           NOT AT END
                               PERFORM 0185-RESET-HELD-ROW
                       END-READ
                   END-PERFORM
                   CLOSE HELD-ITEM-FILE
                   CLOSE HELDITEM-REBUILD-FILE
                   IF WS-HELD-DROP-COUNT > 0
                           OR WS-HELD-REVERT-COUNT > 0 THEN
                       DISPLAY "Held items reset for restart/rerun - "
                           WS-HELD-DROP-COUNT " dropped, "
                           WS-HELD-REVERT-COUNT
                           " set back to released"
                       PERFORM 0190-REPLACE-HELDITEM-FILE
                   ELSE
                       CALL "CBL_DELETE_FILE"
                           USING WS-HELDITEM-TEMP-NAME
                           RETURNING WS-REBUILD-RC
                   END-IF
               ELSE
                   CLOSE HELD-ITEM-FILE
               END-IF
           END-IF.

       0185-RESET-HELD-ROW.
           IF HI-CYCLE-NUMBER = SPACE THEN
               MOVE "1" TO HI-CYCLE-NUMBER
           END-IF
           IF HI-POSTED AND HI-POSTED-CYCLE = SPACE THEN
               MOVE "1" TO HI-POSTED-CYCLE
           END-IF
           IF HI-BUSINESS-DATE = WS-STAMP-DATE AND HI-HELD
                   AND HI-CYCLE-NUMBER = WS-CYCLE-NUMBER
                   AND HI-ITERATION > WS-COUNTER THEN
               ADD 1 TO WS-HELD-DROP-COUNT
           ELSE
               IF HI-POSTED AND HI-POSTED-DATE = WS-STAMP-DATE
                       AND HI-POSTED-CYCLE = WS-CYCLE-NUMBER THEN
                   MOVE "R" TO HI-STATUS
                   MOVE SPACES TO HI-POSTED-DATE
                   MOVE SPACE TO HI-POSTED-CYCLE
                   ADD 1 TO WS-HELD-REVERT-COUNT
               END-IF
               IF HI-BUSINESS-DATE = WS-STAMP-DATE
                       AND HI-CYCLE-NUMBER = WS-CYCLE-NUMBER THEN
                   IF HI-ITERATION > WS-COUNTER THEN
                       PERFORM 0187-TABLE-ACTIONED-HOLD
                   ELSE
                       MOVE HI-AMOUNT TO WS-EFFECTIVE-AMOUNT
                       MOVE HI-MOVEMENT-SIGN TO WS-EFFECTIVE-SIGN
                       PERFORM 1460-ADD-TO-HELD-TOTALS
                   END-IF
               END-IF
               MOVE HELD-ITEM-RECORD TO HELDITEM-REBUILD-RECORD
               WRITE HELDITEM-REBUILD-RECORD
           END-IF.

       0187-TABLE-ACTIONED-HOLD.
           IF WS-ACTD-COUNT < WS-ACTD-MAX THEN
               ADD 1 TO WS-ACTD-COUNT
               MOVE HI-TRANS-ID TO WS-ACTD-TRANS-ID (WS-ACTD-COUNT)
           ELSE
               DISPLAY "Actioned held-item table full at "
                   WS-ACTD-MAX " - " HI-TRANS-ID
                   " may be held a second time"
               MOVE 4 TO RETURN-CODE
           END-IF.

       0182-RESET-PARTITION-HELD.
      *    The partition's own held file is put back to the point
      *    this run starts from, the same as 0180-RESET-HELD-ITEMS
      *    does for HELDITEM: the items held up to the checkpoint
      *    stay and are counted back into the held totals, and
      *    everything else - items held after it and the posted
      *    copies of released items, which 1520 writes again - is
      *    dropped.  A fresh start empties it.
           MOVE 0 TO WS-HELD-DROP-COUNT
           MOVE "N" TO WS-COPY-EOF-FLAG
           OPEN INPUT HELD-ITEM-FILE
           IF WS-HELDITEM-STATUS = "00" THEN
               OPEN OUTPUT HELDITEM-REBUILD-FILE
               PERFORM UNTIL WS-COPY-EOF
                   READ HELD-ITEM-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           IF HI-HELD AND HI-ITERATION <= WS-COUNTER
                                   THEN
                               MOVE HI-AMOUNT TO WS-EFFECTIVE-AMOUNT
                               MOVE HI-MOVEMENT-SIGN
                                   TO WS-EFFECTIVE-SIGN
                               PERFORM 1460-ADD-TO-HELD-TOTALS
                               MOVE HELD-ITEM-RECORD
                                   TO HELDITEM-REBUILD-RECORD
                               WRITE HELDITEM-REBUILD-RECORD
                           ELSE
                               ADD 1 TO WS-HELD-DROP-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-ITEM-FILE
               CLOSE HELDITEM-REBUILD-FILE
               IF WS-HELD-DROP-COUNT > 0 THEN
                   DISPLAY "Partition held items reset for restart/"
                       "rerun - " WS-HELD-DROP-COUNT " dropped"
               END-IF
               PERFORM 0190-REPLACE-HELDITEM-FILE
           ELSE
               CLOSE HELD-ITEM-FILE
           END-IF.

       0184-TABLE-MASTER-ACTIONED.
      *    Items of this date and cycle that operations already
      *    released or cancelled on the master are not held again by
      *    a rerun.  The master's iterations are the merged day's, so
      *    every actioned id of the cycle is tabled - a resumed
      *    partition never meets the ones before its checkpoint.
      *    HELD-ITEM-FILE is open here, so its record serves as the
      *    view of the master row.
           MOVE "N" TO WS-COPY-EOF-FLAG
           OPEN INPUT HELD-MASTER-FILE
           IF WS-HELDMSTR-STATUS = "00" THEN
               PERFORM UNTIL WS-COPY-EOF
                   READ HELD-MASTER-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           MOVE HELD-MASTER-RECORD TO HELD-ITEM-RECORD
                           IF HI-CYCLE-NUMBER = SPACE THEN
                               MOVE "1" TO HI-CYCLE-NUMBER
                           END-IF
                           IF HI-BUSINESS-DATE = WS-STAMP-DATE
                                   AND HI-CYCLE-NUMBER
                                       = WS-CYCLE-NUMBER
                                   AND NOT HI-HELD THEN
                               PERFORM 0187-TABLE-ACTIONED-HOLD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELD-MASTER-FILE.

       0190-REPLACE-HELDITEM-FILE.
           CALL "CBL_DELETE_FILE" USING WS-HELDITEM-NAME
               RETURNING WS-REBUILD-RC
           IF WS-REBUILD-RC NOT = 0 THEN
               DISPLAY "Unable to delete " WS-HELDITEM-NAME
                   " while updating held items - rc "
                   WS-REBUILD-RC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-HELDITEM-TEMP-NAME
               WS-HELDITEM-NAME
               RETURNING WS-REBUILD-RC
           IF WS-REBUILD-RC NOT = 0 THEN
               DISPLAY "Unable to rename " WS-HELDITEM-TEMP-NAME
                   " to " WS-HELDITEM-NAME
                   " while updating held items - rc "
                   WS-REBUILD-RC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1000-PROCESS-TRANSACTION.
           IF WS-COUNTER >= WS-MAX-ITERATIONS THEN
               DISPLAY "Maximum iteration cap " WS-MAX-ITERATIONS
               PERFORM 1175-WRITE-CAP-ALERT
           ELSE
               ADD 1 TO WS-COUNTER
               PERFORM 1030-SET-EFFECTIVE-ITEM

               PERFORM 1020-CHECK-ITEM-LIMIT
               IF WS-HOLD-ITEM THEN
                   PERFORM 1400-HOLD-ITEM
               ELSE
                   PERFORM 1050-ACCUMULATE-ITEM
               END-IF

               DIVIDE WS-COUNTER BY WS-CHECKPOINT-INTERVAL
                   GIVING WS-CKPT-QUOTIENT
                   REMAINDER WS-CKPT-REMAINDER
               IF WS-CKPT-REMAINDER = 0 THEN
                   PERFORM 1200-WRITE-CHECKPOINT
               END-IF
           END-IF.

       1030-SET-EFFECTIVE-ITEM.
      *    A reversal, or the credit leg of a journal, comes off the
      *    running total; anything else goes on to it.
           MOVE TRANS-AMOUNT TO WS-EFFECTIVE-AMOUNT
           IF TRANS-ACCOUNT-CODE = SPACES THEN
               MOVE WS-GL-ACCOUNT-CODE TO WS-EFFECTIVE-ACCOUNT
           ELSE
               MOVE TRANS-ACCOUNT-CODE TO WS-EFFECTIVE-ACCOUNT
           END-IF
           IF TRANS-CURRENCY-CODE = SPACES THEN
               PERFORM 1010-SET-BASE-CURRENCY
           ELSE
               MOVE TRANS-CURRENCY-CODE TO WS-EFFECTIVE-CURRENCY
               MOVE TRANS-ORIG-AMOUNT TO WS-EFFECTIVE-ORIG-AMOUNT
               MOVE TRANS-EXCHANGE-RATE TO WS-EFFECTIVE-RATE
           END-IF
           IF TRANS-IS-REVERSAL
                   OR (TRANS-IS-JOURNAL-LEG AND TRANS-LEG-CREDIT) THEN
               MOVE "S" TO WS-OPERATION
               MOVE "-" TO WS-EFFECTIVE-SIGN
           ELSE
               MOVE "A" TO WS-OPERATION
               MOVE "+" TO WS-EFFECTIVE-SIGN
           END-IF
           IF TRANS-IS-JOURNAL-LEG THEN
               MOVE TRANS-JOURNAL-ID TO WS-EFFECTIVE-JOURNAL-ID
           ELSE
               MOVE SPACES TO WS-EFFECTIVE-JOURNAL-ID
           END-IF
           MOVE TRANS-ID TO WS-POST-TRANS-ID.

       1010-SET-BASE-CURRENCY.
      *    No currency on the row - a base-currency item, its own
      *    amount the original.
           MOVE WS-BASE-CURRENCY TO WS-EFFECTIVE-CURRENCY
           MOVE WS-EFFECTIVE-AMOUNT TO WS-EFFECTIVE-ORIG-AMOUNT
           MOVE 1 TO WS-EFFECTIVE-RATE.

       1020-CHECK-ITEM-LIMIT.
           MOVE "N" TO WS-HOLD-ITEM-FLAG
           MOVE "N" TO WS-LIMIT-FOUND-FLAG
           MOVE 1 TO WS-LIMIT-IX
           PERFORM UNTIL WS-LIMIT-IX > WS-LIMIT-COUNT OR WS-LIMIT-FOUND
               IF WS-LIMIT-ACCOUNT (WS-LIMIT-IX) = WS-EFFECTIVE-ACCOUNT
                       THEN
                   SET WS-LIMIT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-LIMIT-IX
               END-IF
           END-PERFORM
           IF WS-LIMIT-FOUND THEN
               IF WS-EFFECTIVE-AMOUNT > WS-LIMIT-AMOUNT (WS-LIMIT-IX)
                       THEN
                   SET WS-HOLD-ITEM TO TRUE
               END-IF
           END-IF.

       1050-ACCUMULATE-ITEM.
      *    The item's GL entry is taken first - with none to be had
      *    the item is suspended before ACCUMADD sees it.
           MOVE WS-GL-ACCT-COUNT TO WS-GL-SAVED-COUNT
           PERFORM 1240-RESERVE-GL-ENTRY
           IF NOT WS-GL-FOUND THEN
               PERFORM 1270-SUSPEND-FOR-GL-ROOM
           ELSE
               MOVE WS-HIGH-VOLUME-MODE TO WS-WAS-HIGH-VOLUME

               CALL "ACCUMADD" USING WS-AMOUNT, WS-AMOUNT-WIDE,
               END-IF

               IF WS-OVERFLOW-FLAG = 1 THEN
                   MOVE WS-GL-SAVED-COUNT TO WS-GL-ACCT-COUNT
                   MOVE 1 TO WS-ANY-OVERFLOW-FLAG
                   PERFORM 1100-WRITE-REJECT
                   PERFORM 1150-WRITE-ALERT
               ELSE
                   PERFORM 1250-DISTRIBUTE-TO-GL-ACCOUNT
               END-IF
           END-IF

           PERFORM 1300-WRITE-DETAIL-LEDGER.

       1100-WRITE-REJECT.
           PERFORM 0050-REFRESH-CURRENT-TOTAL
           MOVE SPACES TO REJECT-RECORD
           MOVE WS-POST-TRANS-ID TO REJ-TRANS-ID
           MOVE WS-EFFECTIVE-AMOUNT TO REJ-AMOUNT
           MOVE WS-COUNTER TO REJ-ITERATION
           MOVE WS-CURRENT-TOTAL TO REJ-RUNNING-TOTAL
           MOVE WS-EFFECTIVE-ACCOUNT TO REJ-ACCOUNT-CODE
           MOVE WS-EFFECTIVE-SIGN TO REJ-MOVEMENT-SIGN
           MOVE WS-STAMP-DATE TO REJ-BUSINESS-DATE
           MOVE WS-EFFECTIVE-CURRENCY TO REJ-CURRENCY-CODE
           MOVE WS-EFFECTIVE-ORIG-AMOUNT TO REJ-ORIG-AMOUNT
           MOVE WS-EFFECTIVE-RATE TO REJ-EXCHANGE-RATE
           MOVE WS-EFFECTIVE-JOURNAL-ID TO REJ-JOURNAL-ID
           MOVE WS-REJECT-REASON TO REJ-REASON-CODE
           WRITE REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT.

           MOVE WS-CURRENT-TOTAL TO ALERT-LAST-GOOD-AMOUNT
           MOVE WS-COUNTER TO ALERT-ITERATION
           MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
           IF WS-REJECT-REASON = "G" THEN
               MOVE "GL table full - transaction suspended"
                   TO ALERT-MESSAGE
           ELSE
               IF WS-EFFECTIVE-SIGN = "-" THEN
                   MOVE "Reversal below zero - rejected"
                       TO ALERT-MESSAGE
               ELSE
                   MOVE "Capacity exceeded - transaction rejected"
                       TO ALERT-MESSAGE
               END-IF
           END-IF
           WRITE ALERT-RECORD
           ADD 1 TO WS-ALERT-COUNT.
           WRITE ALERT-RECORD
           ADD 1 TO WS-ALERT-COUNT.

       1240-RESERVE-GL-ENTRY.
      *    Find the entry for the item's account, currency, rate and
      *    journal, adding a new one the first time they appear
      *    together.  WS-GL-FOUND is left off when the table is full.
           MOVE "N" TO WS-GL-FOUND-FLAG
           MOVE 1 TO WS-GL-IX
           PERFORM UNTIL WS-GL-IX > WS-GL-ACCT-COUNT OR WS-GL-FOUND
               IF WS-GL-ACCT-CODE (WS-GL-IX) = WS-EFFECTIVE-ACCOUNT
                       AND WS-GL-ACCT-CURRENCY (WS-GL-IX)
                           = WS-EFFECTIVE-CURRENCY
                       AND WS-GL-ACCT-RATE (WS-GL-IX)
                           = WS-EFFECTIVE-RATE
                       AND WS-GL-ACCT-JOURNAL-ID (WS-GL-IX)
                           = WS-EFFECTIVE-JOURNAL-ID
                       THEN
                   SET WS-GL-FOUND TO TRUE
               ELSE
                   MOVE WS-EFFECTIVE-ACCOUNT
                       TO WS-GL-ACCT-CODE (WS-GL-IX)
                   MOVE 0 TO WS-GL-ACCT-TOTAL (WS-GL-IX)
                   MOVE WS-EFFECTIVE-CURRENCY
                       TO WS-GL-ACCT-CURRENCY (WS-GL-IX)
                   MOVE WS-EFFECTIVE-RATE TO WS-GL-ACCT-RATE (WS-GL-IX)
                   MOVE 0 TO WS-GL-ACCT-ORIG-TOTAL (WS-GL-IX)
                   MOVE WS-EFFECTIVE-JOURNAL-ID
                       TO WS-GL-ACCT-JOURNAL-ID (WS-GL-IX)
                   SET WS-GL-FOUND TO TRUE
               ELSE
                   DISPLAY "GL distribution table full - account "
                       WS-EFFECTIVE-ACCOUNT " " WS-EFFECTIVE-CURRENCY
                       " item " WS-POST-TRANS-ID " suspended"
               END-IF
           END-IF.

       1250-DISTRIBUTE-TO-GL-ACCOUNT.
      *    Roll the amount just accumulated into its entry, taken
      *    before the item was applied.
           PERFORM 1240-RESERVE-GL-ENTRY
           IF WS-EFFECTIVE-SIGN = "-" THEN
               SUBTRACT WS-EFFECTIVE-AMOUNT
                   FROM WS-GL-ACCT-TOTAL (WS-GL-IX)
               SUBTRACT WS-EFFECTIVE-ORIG-AMOUNT
                   FROM WS-GL-ACCT-ORIG-TOTAL (WS-GL-IX)
           ELSE
               ADD WS-EFFECTIVE-AMOUNT TO WS-GL-ACCT-TOTAL (WS-GL-IX)
               ADD WS-EFFECTIVE-ORIG-AMOUNT
                   TO WS-GL-ACCT-ORIG-TOTAL (WS-GL-IX)
           END-IF.

       1270-SUSPEND-FOR-GL-ROOM.
      *    Nothing is wrong with the item, so it goes to REJECTS with
      *    its own reason for REJRECYC to post, and leaves the
      *    expected total with it.
           MOVE 1 TO WS-OVERFLOW-FLAG
           MOVE "G" TO WS-REJECT-REASON
           PERFORM 1100-WRITE-REJECT
           PERFORM 1150-WRITE-ALERT
           MOVE SPACE TO WS-REJECT-REASON
           PERFORM 1280-ADD-TO-GL-SUSPENDED.

       1280-ADD-TO-GL-SUSPENDED.
           ADD 1 TO WS-GL-SUSP-COUNT
           IF WS-EFFECTIVE-SIGN = "-" THEN
               SUBTRACT WS-EFFECTIVE-AMOUNT FROM WS-GL-SUSP-NET
           ELSE
               ADD WS-EFFECTIVE-AMOUNT TO WS-GL-SUSP-NET
           END-IF.

       1300-WRITE-DETAIL-LEDGER.
           PERFORM 0050-REFRESH-CURRENT-TOTAL
           MOVE SPACES TO DETAIL-LEDGER-RECORD
           MOVE WS-COUNTER TO DL-COUNTER
           IF WS-HOLD-ITEM OR WS-OVERFLOW-FLAG = 1 THEN
      *        Rejected or held - nothing was actually added to the
      *        total, so the amount-added/running-total invariant the
      *        ledger exists to support must show 0 here, not the
      *        item's amount (that is already on REJECT-RECORD or
      *        HELD-ITEM-RECORD).
               MOVE 0 TO DL-AMOUNT-ADDED
           ELSE
               MOVE WS-EFFECTIVE-AMOUNT TO DL-AMOUNT-ADDED
           MOVE WS-CURRENT-TOTAL TO DL-RUNNING-TOTAL
           MOVE FUNCTION CURRENT-DATE TO DL-TIMESTAMP
           MOVE WS-EFFECTIVE-ACCOUNT TO DL-ACCOUNT-CODE
           IF WS-HOLD-ITEM OR WS-OVERFLOW-FLAG = 1 THEN
               MOVE "+" TO DL-MOVEMENT-SIGN
           ELSE
               MOVE WS-EFFECTIVE-SIGN TO DL-MOVEMENT-SIGN
           END-IF
           MOVE WS-STAMP-DATE TO DL-BUSINESS-DATE
           MOVE WS-POST-TRANS-ID TO DL-TRANS-ID
           MOVE WS-EFFECTIVE-CURRENCY TO DL-CURRENCY-CODE
           MOVE WS-EFFECTIVE-ORIG-AMOUNT TO DL-ORIG-AMOUNT
           MOVE WS-EFFECTIVE-RATE TO DL-EXCHANGE-RATE
           MOVE WS-EFFECTIVE-JOURNAL-ID TO DL-JOURNAL-ID
           IF WS-HOLD-ITEM THEN
               MOVE "H" TO DL-POST-STATUS
           ELSE
               IF WS-OVERFLOW-FLAG = 1 THEN
                   MOVE "S" TO DL-POST-STATUS
               ELSE
                   MOVE "P" TO DL-POST-STATUS
               END-IF
           END-IF
           WRITE DETAIL-LEDGER-RECORD
           ADD 1 TO WS-DETLEDGR-COUNT.

       1400-HOLD-ITEM.
      *    Over the account's single-item limit - the item never
      *    reaches ACCUMADD.  It goes to HELDITEM for operations
      *    (unless a rerun meets an item operations already
      *    released or cancelled), raises an alert, and leaves a
      *    held row on the detail ledger.
           MOVE "N" TO WS-ACTD-FOUND-FLAG
           MOVE 1 TO WS-ACTD-IX
           PERFORM UNTIL WS-ACTD-IX > WS-ACTD-COUNT OR WS-ACTD-FOUND
               IF WS-ACTD-TRANS-ID (WS-ACTD-IX) = WS-POST-TRANS-ID
                       THEN
                   SET WS-ACTD-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-ACTD-IX
               END-IF
           END-PERFORM
           IF NOT WS-ACTD-FOUND THEN
               MOVE SPACES TO HELD-ITEM-RECORD
               MOVE WS-POST-TRANS-ID TO HI-TRANS-ID
               MOVE WS-STAMP-DATE TO HI-BUSINESS-DATE
               MOVE WS-CYCLE-NUMBER TO HI-CYCLE-NUMBER
               MOVE WS-COUNTER TO HI-ITERATION
               MOVE WS-EFFECTIVE-ACCOUNT TO HI-ACCOUNT-CODE
               MOVE WS-EFFECTIVE-AMOUNT TO HI-AMOUNT
               MOVE WS-EFFECTIVE-SIGN TO HI-MOVEMENT-SIGN
               MOVE WS-LIMIT-AMOUNT (WS-LIMIT-IX) TO HI-ITEM-LIMIT
               MOVE WS-EFFECTIVE-CURRENCY TO HI-CURRENCY-CODE
               MOVE WS-EFFECTIVE-ORIG-AMOUNT TO HI-ORIG-AMOUNT
               MOVE WS-EFFECTIVE-RATE TO HI-EXCHANGE-RATE
               MOVE "H" TO HI-STATUS
               MOVE FUNCTION CURRENT-DATE TO HI-HELD-TIMESTAMP
               WRITE HELD-ITEM-RECORD
           END-IF
           PERFORM 1460-ADD-TO-HELD-TOTALS
           PERFORM 1450-WRITE-HELD-ALERT
           PERFORM 1300-WRITE-DETAIL-LEDGER.

       1450-WRITE-HELD-ALERT.
           PERFORM 0050-REFRESH-CURRENT-TOTAL
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-CURRENT-TOTAL TO ALERT-LAST-GOOD-AMOUNT
           MOVE WS-COUNTER TO ALERT-ITERATION
           MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
           MOVE "Over item limit - held for release"
               TO ALERT-MESSAGE
           WRITE ALERT-RECORD
           ADD 1 TO WS-ALERT-COUNT.

       1460-ADD-TO-HELD-TOTALS.
           ADD 1 TO WS-HELD-COUNT
           IF WS-EFFECTIVE-SIGN = "-" THEN
               SUBTRACT WS-EFFECTIVE-AMOUNT FROM WS-HELD-NET
           ELSE
               ADD WS-EFFECTIVE-AMOUNT TO WS-HELD-NET
           END-IF.

       1500-POST-RELEASED-ITEMS.
      *    Every item operations released through HELDREL since the
      *    last run posts now, through the same capacity path as any
      *    other item but with no limit check - releasing it is the
      *    decision that it may post.
           IF WS-PARTITIONED THEN
               PERFORM 1520-POST-PARTITION-RELEASED
           ELSE
               MOVE "N" TO WS-COPY-EOF-FLAG
               OPEN INPUT HELD-ITEM-FILE
               IF WS-HELDITEM-STATUS = "00" THEN
                   PERFORM UNTIL WS-COPY-EOF
                       READ HELD-ITEM-FILE
                           AT END
                               SET WS-COPY-EOF TO TRUE
                           NOT AT END
                               IF HI-RELEASED THEN
                                   PERFORM 1510-POST-IF-ROOM
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE HELD-ITEM-FILE
           END-IF
           IF WS-RELEASED-COUNT > 0 THEN
               DISPLAY "Released held items posted: "
                   WS-RELEASED-COUNT
           END-IF
           IF WS-RLSP-DEFER-COUNT > 0 THEN
               DISPLAY "Released-item table full at " WS-RLSP-MAX
                   " - " WS-RLSP-DEFER-COUNT
                   " released items left for the next run"
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       1510-POST-IF-ROOM.
           IF WS-RLSP-COUNT < WS-RLSP-MAX THEN
               PERFORM 1550-POST-RELEASED-ITEM
               ADD 1 TO WS-RLSP-COUNT
               MOVE HI-TRANS-ID TO WS-RLSP-TRANS-ID (WS-RLSP-COUNT)
               MOVE HI-HELD-TIMESTAMP
                   TO WS-RLSP-HELD-TIMESTAMP (WS-RLSP-COUNT)
           ELSE
               ADD 1 TO WS-RLSP-DEFER-COUNT
           END-IF.

       1520-POST-PARTITION-RELEASED.
      *    A partition posts the released items on the held-item
      *    master whose account is in its range, together with any a
      *    completed run of this same cycle already marked posted -
      *    this run replaces that generation, as a rerun does in
      *    0185-RESET-HELD-ROW.  Each item posted goes onto the
      *    partition's held file as a posted copy, for DAILYMRG to
      *    mark on the master once the day is merged.
           OPEN EXTEND HELD-ITEM-FILE
           IF WS-HELDITEM-STATUS = "35" THEN
               OPEN OUTPUT HELD-ITEM-FILE
           END-IF
           MOVE "N" TO WS-COPY-EOF-FLAG
           OPEN INPUT HELD-MASTER-FILE
           IF WS-HELDMSTR-STATUS = "00" THEN
               PERFORM UNTIL WS-COPY-EOF
                   READ HELD-MASTER-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           MOVE HELD-MASTER-RECORD TO HELD-ITEM-RECORD
                           PERFORM 1530-POST-IF-IN-PARTITION
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELD-MASTER-FILE
           CLOSE HELD-ITEM-FILE.

       1530-POST-IF-IN-PARTITION.
           IF HI-POSTED AND HI-POSTED-CYCLE = SPACE THEN
               MOVE "1" TO HI-POSTED-CYCLE
           END-IF
           IF HI-RELEASED
                   OR (HI-POSTED AND HI-POSTED-DATE = WS-STAMP-DATE
                       AND HI-POSTED-CYCLE = WS-CYCLE-NUMBER) THEN
               IF HI-ACCOUNT-CODE = SPACES THEN
                   MOVE WS-GL-ACCOUNT-CODE TO WS-EFFECTIVE-ACCOUNT
               ELSE
                   MOVE HI-ACCOUNT-CODE TO WS-EFFECTIVE-ACCOUNT
               END-IF
               IF WS-EFFECTIVE-ACCOUNT >= WS-PART-LOW-ACCOUNT
                       AND WS-EFFECTIVE-ACCOUNT
                           <= WS-PART-HIGH-ACCOUNT THEN
                   PERFORM 1550-POST-RELEASED-ITEM
                   MOVE "P" TO HI-STATUS
                   MOVE WS-STAMP-DATE TO HI-POSTED-DATE
                   MOVE WS-CYCLE-NUMBER TO HI-POSTED-CYCLE
                   WRITE HELD-ITEM-RECORD
               END-IF
           END-IF.

       1550-POST-RELEASED-ITEM.
           ADD 1 TO WS-COUNTER
           MOVE "N" TO WS-HOLD-ITEM-FLAG
           MOVE HI-TRANS-ID TO WS-POST-TRANS-ID
           MOVE HI-AMOUNT TO WS-EFFECTIVE-AMOUNT
           MOVE HI-ACCOUNT-CODE TO WS-EFFECTIVE-ACCOUNT
           MOVE SPACES TO WS-EFFECTIVE-JOURNAL-ID
           IF HI-CURRENCY-CODE = SPACES THEN
               PERFORM 1010-SET-BASE-CURRENCY
           ELSE
               MOVE HI-CURRENCY-CODE TO WS-EFFECTIVE-CURRENCY
               MOVE HI-ORIG-AMOUNT TO WS-EFFECTIVE-ORIG-AMOUNT
               MOVE HI-EXCHANGE-RATE TO WS-EFFECTIVE-RATE
           END-IF
           IF HI-MOVEMENT-SIGN = "-" THEN
               MOVE "S" TO WS-OPERATION
               MOVE "-" TO WS-EFFECTIVE-SIGN
               SUBTRACT HI-AMOUNT FROM WS-RELEASED-NET
           ELSE
               MOVE "A" TO WS-OPERATION
               MOVE "+" TO WS-EFFECTIVE-SIGN
               ADD HI-AMOUNT TO WS-RELEASED-NET
           END-IF
           ADD 1 TO WS-RELEASED-COUNT
           PERFORM 1050-ACCUMULATE-ITEM.

       1600-POST-JOURNAL.
      *    The journal's legs take WS-COUNTER numbers in file order,
      *    the same as they would one by one.  A journal that would
      *    run past the iteration cap is not started, so a resumed
      *    run picks it up whole from its first leg.  Every leg's GL
      *    entry is taken before any leg is applied; a journal with
      *    a leg the table has no room for is suspended whole.
           MOVE TRANS-RECORD TO WS-SAVE-TRANS-RECORD
           MOVE "N" TO WS-JOURNAL-OPEN-FLAG
           IF WS-COUNTER + WS-JNL-LEG-COUNT > WS-MAX-ITERATIONS THEN
               DISPLAY "Maximum iteration cap " WS-MAX-ITERATIONS
                   " reached before journal " WS-JOURNAL-ID
                   " - stopping"
               SET WS-CAP-REACHED TO TRUE
               SET WS-END-OF-FILE TO TRUE
               PERFORM 1175-WRITE-CAP-ALERT
           ELSE
               MOVE WS-COUNTER TO WS-JNL-START-COUNTER
               MOVE WS-HIGH-VOLUME-MODE TO WS-JNL-SAVED-MODE
               MOVE "N" TO WS-JOURNAL-FAILED-FLAG
               MOVE WS-GL-ACCT-COUNT TO WS-GL-SAVED-COUNT
               PERFORM 1605-RESERVE-JOURNAL-GL
               IF WS-JNL-GL-FULL THEN
                   MOVE WS-GL-SAVED-COUNT TO WS-GL-ACCT-COUNT
                   SET WS-JOURNAL-FAILED TO TRUE
                   MOVE "G" TO WS-REJECT-REASON
               ELSE
                   MOVE "D" TO WS-JNL-SIDE
                   PERFORM 1610-APPLY-JOURNAL-SIDE
                   IF NOT WS-JOURNAL-FAILED THEN
                       MOVE "C" TO WS-JNL-SIDE
                       PERFORM 1610-APPLY-JOURNAL-SIDE
                   END-IF
                   IF WS-JOURNAL-FAILED THEN
                       PERFORM 1620-BACK-OUT-JOURNAL
                       MOVE WS-GL-SAVED-COUNT TO WS-GL-ACCT-COUNT
                       MOVE 1 TO WS-ANY-OVERFLOW-FLAG
                   END-IF
               END-IF
               IF WS-JOURNAL-FAILED THEN
                   ADD 1 TO WS-JNL-SUSPENDED-COUNT
               ELSE
                   ADD 1 TO WS-JNL-POSTED-COUNT
               END-IF
               PERFORM 1630-RECORD-JOURNAL-LEGS
               IF WS-JOURNAL-FAILED THEN
                   PERFORM 1640-WRITE-JOURNAL-ALERT
               END-IF
               MOVE SPACE TO WS-REJECT-REASON

      *        No checkpoint fell inside the journal, so take one if
      *        its legs carried the count past an interval.
               DIVIDE WS-JNL-START-COUNTER BY WS-CHECKPOINT-INTERVAL
                   GIVING WS-JNL-START-QUOTIENT
               DIVIDE WS-COUNTER BY WS-CHECKPOINT-INTERVAL
                   GIVING WS-CKPT-QUOTIENT
               IF WS-CKPT-QUOTIENT > WS-JNL-START-QUOTIENT THEN
                   PERFORM 1200-WRITE-CHECKPOINT
               END-IF
           END-IF
           MOVE WS-SAVE-TRANS-RECORD TO TRANS-RECORD.

       1605-RESERVE-JOURNAL-GL.
           MOVE "N" TO WS-JNL-GL-FULL-FLAG
           MOVE 1 TO WS-JNL-LEG-IX
           PERFORM UNTIL WS-JNL-LEG-IX > WS-JNL-LEG-COUNT
                   OR WS-JNL-GL-FULL
               MOVE WS-JNL-RECORD (WS-JNL-LEG-IX) TO TRANS-RECORD
               PERFORM 1030-SET-EFFECTIVE-ITEM
               PERFORM 1240-RESERVE-GL-ENTRY
               IF NOT WS-GL-FOUND THEN
                   SET WS-JNL-GL-FULL TO TRUE
               END-IF
               ADD 1 TO WS-JNL-LEG-IX
           END-PERFORM.

       1610-APPLY-JOURNAL-SIDE.
      *    Debits go on before credits come off, so a balanced
      *    journal cannot be refused for dipping below zero part way
      *    through.  The first refusal stops the pass.
           MOVE 1 TO WS-JNL-LEG-IX
           PERFORM UNTIL WS-JNL-LEG-IX > WS-JNL-LEG-COUNT
                   OR WS-JOURNAL-FAILED
               MOVE WS-JNL-RECORD (WS-JNL-LEG-IX) TO TRANS-RECORD
               IF (WS-JNL-SIDE = "C" AND TRANS-LEG-CREDIT)
                       OR (WS-JNL-SIDE = "D" AND NOT TRANS-LEG-CREDIT)
                       THEN
                   PERFORM 1030-SET-EFFECTIVE-ITEM
                   MOVE WS-HIGH-VOLUME-MODE TO WS-WAS-HIGH-VOLUME
                   CALL "ACCUMADD" USING WS-AMOUNT, WS-AMOUNT-WIDE,
                       WS-EFFECTIVE-AMOUNT, WS-HIGH-VOLUME-MODE,
                       WS-OVERFLOW-FLAG, WS-OPERATION
                   IF WS-IS-HIGH-VOLUME
                           AND NOT WS-WAS-ALREADY-HIGH-VOLUME THEN
                       DISPLAY "Switching to high-volume "
                           "accumulator in journal " WS-JOURNAL-ID
                   END-IF
                   IF WS-OVERFLOW-FLAG = 1 THEN
                       SET WS-JOURNAL-FAILED TO TRUE
                   ELSE
                       MOVE "Y" TO WS-JNL-APPLIED-FLAG (WS-JNL-LEG-IX)
                   END-IF
               END-IF
               ADD 1 TO WS-JNL-LEG-IX
           END-PERFORM.

       1620-BACK-OUT-JOURNAL.
      *    Each leg ACCUMADD took is put back with the opposite
      *    operation.  That only returns the total to where it stood
      *    before the journal, so it cannot itself be refused.  A
      *    switch to the high-volume accumulator one of the legs made
      *    is undone with them - the total is back within the
      *    standard accumulator, which takes it over again.
           MOVE 1 TO WS-JNL-LEG-IX
           PERFORM UNTIL WS-JNL-LEG-IX > WS-JNL-LEG-COUNT
               IF WS-JNL-APPLIED-FLAG (WS-JNL-LEG-IX) = "Y" THEN
                   MOVE WS-JNL-RECORD (WS-JNL-LEG-IX) TO TRANS-RECORD
                   PERFORM 1030-SET-EFFECTIVE-ITEM
                   IF WS-OPERATION = "A" THEN
                       MOVE "S" TO WS-OPERATION
                   ELSE
                       MOVE "A" TO WS-OPERATION
                   END-IF
                   CALL "ACCUMADD" USING WS-AMOUNT, WS-AMOUNT-WIDE,
                       WS-EFFECTIVE-AMOUNT, WS-HIGH-VOLUME-MODE,
                       WS-OVERFLOW-FLAG, WS-OPERATION
                   MOVE "N" TO WS-JNL-APPLIED-FLAG (WS-JNL-LEG-IX)
               END-IF
               ADD 1 TO WS-JNL-LEG-IX
           END-PERFORM
           IF WS-IS-HIGH-VOLUME AND WS-JNL-SAVED-MODE NOT = "Y" THEN
               MOVE WS-AMOUNT-WIDE TO WS-AMOUNT
               MOVE WS-JNL-SAVED-MODE TO WS-HIGH-VOLUME-MODE
               DISPLAY "High-volume switch in journal " WS-JOURNAL-ID
                   " backed out with it"
           END-IF.

       1630-RECORD-JOURNAL-LEGS.
      *    Every leg gets its ledger row, posted or suspended with
      *    the rest.  The running total on the rows is the one the
      *    journal left, since the legs were applied as one.
           MOVE 1 TO WS-JNL-LEG-IX
           PERFORM UNTIL WS-JNL-LEG-IX > WS-JNL-LEG-COUNT
               MOVE WS-JNL-RECORD (WS-JNL-LEG-IX) TO TRANS-RECORD
               ADD 1 TO WS-COUNTER
               PERFORM 1030-SET-EFFECTIVE-ITEM
               MOVE "N" TO WS-HOLD-ITEM-FLAG
               IF WS-JOURNAL-FAILED THEN
                   MOVE 1 TO WS-OVERFLOW-FLAG
                   PERFORM 1100-WRITE-REJECT
                   IF WS-JNL-GL-FULL THEN
                       PERFORM 1280-ADD-TO-GL-SUSPENDED
                   END-IF
               ELSE
                   MOVE 0 TO WS-OVERFLOW-FLAG
                   PERFORM 1020-CHECK-ITEM-LIMIT
                   IF WS-HOLD-ITEM THEN
                       PERFORM 1660-WRITE-LEG-LIMIT-ALERT
                       MOVE "N" TO WS-HOLD-ITEM-FLAG
                   END-IF
                   PERFORM 1250-DISTRIBUTE-TO-GL-ACCOUNT
               END-IF
               PERFORM 1300-WRITE-DETAIL-LEDGER
               ADD 1 TO WS-JNL-LEG-IX
           END-PERFORM.

       1640-WRITE-JOURNAL-ALERT.
      *    One alert for the journal, not one per leg.
           PERFORM 0050-REFRESH-CURRENT-TOTAL
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-CURRENT-TOTAL TO ALERT-LAST-GOOD-AMOUNT
           MOVE WS-COUNTER TO ALERT-ITERATION
           MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
           IF WS-JNL-GL-FULL THEN
               MOVE "Journal suspended - GL table full"
                   TO ALERT-MESSAGE
           ELSE
               MOVE "Journal suspended - all legs to REJECTS"
                   TO ALERT-MESSAGE
           END-IF
           WRITE ALERT-RECORD
           ADD 1 TO WS-ALERT-COUNT.

       1650-ADD-JOURNAL-LEG.
      *    TRANEDIT passes no journal of more legs than the table
      *    holds, so one that does has not come through the edit.
           IF NOT WS-JOURNAL-OPEN THEN
               SET WS-JOURNAL-OPEN TO TRUE
               MOVE TRANS-JOURNAL-ID TO WS-JOURNAL-ID
               MOVE 0 TO WS-JNL-LEG-COUNT
           END-IF
           IF WS-JNL-LEG-COUNT >= WS-JNL-LEG-MAX THEN
               DISPLAY "Journal " WS-JOURNAL-ID " has more than "
                   WS-JNL-LEG-MAX " legs - not from TRANEDIT, "
                   "run stopped"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-JNL-LEG-COUNT
           MOVE TRANS-RECORD TO WS-JNL-RECORD (WS-JNL-LEG-COUNT)
           MOVE "N" TO WS-JNL-APPLIED-FLAG (WS-JNL-LEG-COUNT).

       1660-WRITE-LEG-LIMIT-ALERT.
           PERFORM 0050-REFRESH-CURRENT-TOTAL
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-CURRENT-TOTAL TO ALERT-LAST-GOOD-AMOUNT
           MOVE WS-COUNTER TO ALERT-ITERATION
           MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
           MOVE "Journal leg over item limit - posted"
               TO ALERT-MESSAGE
           WRITE ALERT-RECORD
           ADD 1 TO WS-ALERT-COUNT.

       1200-WRITE-CHECKPOINT.
           PERFORM 0050-REFRESH-CURRENT-TOTAL
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE WS-ALERT-COUNT TO CKPT-ALERT-COUNT
           MOVE WS-ANY-OVERFLOW-FLAG TO CKPT-ANY-OVERFLOW-FLAG
           MOVE WS-BUSINESS-DATE TO CKPT-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO CKPT-CYCLE-NUMBER
           MOVE WS-GL-SUSP-COUNT TO CKPT-GL-SUSP-COUNT
           MOVE WS-GL-SUSP-NET TO CKPT-GL-SUSP-NET
           MOVE WS-JNL-POSTED-COUNT TO CKPT-JNL-POSTED-COUNT
           MOVE WS-JNL-SUSPENDED-COUNT TO CKPT-JNL-SUSPENDED-COUNT
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.
