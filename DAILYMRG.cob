       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILYMRG.
       AUTHOR. BATCH-SYSTEMS.

      *****************************************************************
      *  DAILYMRG puts a partitioned posting day back together.  Once
      *  TRANSPLT has split TRANSIN by account range and every
      *  DAILYACC partition has run, DAILYMRG proves the day and
      *  writes the one set of outputs an unpartitioned run would
      *  have written for the business date and cycle:
      *    - the day's DETLEDGR, REJECTS and ALERTQ generations, each
      *      the partitions' files end to end in partition order,
      *      with record numbers and running totals carried on from
      *      the partitions before, as one run would have numbered
      *      them;
      *    - the day's GL extract, the partitions' rows consolidated
      *      by account, currency, rate and journal under a new
      *      header and trailer;
      *    - HELDITEM, with the items the partitions held added and
      *      the released items they posted marked posted;
      *    - the TRANS-ID history, run-control and run-history rows;
      *    - the day's balancing report (BALRPT), with a line for
      *      every partition ahead of the day's totals.
      *  Nothing is merged unless every partition on the split
      *  control (PARTCTL) shows COMPLETE for the date and cycle on
      *  its status (PARTSTAT.P<n>).  Otherwise BALRPT lists each
      *  partition's status, the ones to restart are named, and the
      *  return code is the worst of them: 8 for a partition stopped
      *  at the iteration cap, 12 for one not run (or abended before
      *  it ended), 16 for one out of balance.  A partition that
      *  failed is restarted on its own (DAILYACC <n>) and DAILYMRG
      *  run again.
      *  The merged day must still balance to the one control total
      *  on the day's trailer: the partition trailers must add back
      *  up to it, and the control total less the held items plus
      *  the released items (less any item a partition suspended
      *  because its GL distribution table was full) must come to
      *  the partitions' accumulated totals added together, or the
      *  day is out of balance (RC 16)
      *  and nothing is written but the report and a run-history
      *  row.  Each partition's GL extract must be whole (header,
      *  trailer count and hash) and the consolidated GL rows must
      *  come to the merged total before any output is written.
      *  Once the day is merged, the partitions' TRANSIN, side-file,
      *  GL and held-item files are deleted; their status rows and
      *  balancing reports are kept with the day's work.
      *  A date and cycle already complete on RUNCTL is refused
      *  (RC 12) unless the rerun override is set on the card.
      *  RC 4 if any partition suspended items to REJECTS because
      *  its GL distribution table was full.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.

           SELECT PARTITION-STATUS-FILE
               ASSIGN TO DYNAMIC WS-PARTSTAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTSTAT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    The partition files are read through WS-WORK-FILE-NAME,
      *    set to the partition's .P<n> name before each OPEN; the
      *    day's generations are written under the names DAILYACC
      *    gives them.  GL-EXTRACT-FILE is read for each partition
      *    and then written for the day.
           SELECT DETAIL-LEDGER-FILE
               ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETLEDGR-STATUS.

           SELECT MERGED-DETLEDGR-FILE
               ASSIGN TO DYNAMIC WS-DETLEDGR-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT MERGED-REJECT-FILE
               ASSIGN TO DYNAMIC WS-REJECT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT MERGED-ALERT-FILE
               ASSIGN TO DYNAMIC WS-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-EXTRACT-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXTRCT-STATUS.

           SELECT HELD-ITEM-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDITEM-STATUS.

           SELECT HELDITEM-REBUILD-FILE ASSIGN TO "HELDITEM.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANS-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.

           SELECT TRANHIST-REBUILD-FILE ASSIGN TO "TRANHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.

       FD  PARTITION-CONTROL-FILE.
           COPY PARTCTL.

       FD  PARTITION-STATUS-FILE.
           COPY PARTSTAT.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  RUN-HISTORY-FILE.
           COPY RUNHIST.

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-LINE         PIC X(132).

       FD  DETAIL-LEDGER-FILE.
           COPY DETLEDGR.

       FD  MERGED-DETLEDGR-FILE.
       01  MERGED-DETLEDGR-RECORD      PIC X(120).

       FD  REJECT-FILE.
           COPY REJFILE.

       FD  MERGED-REJECT-FILE.
       01  MERGED-REJECT-RECORD        PIC X(100).

       FD  ALERT-FILE.
           COPY ALERTQ.

       FD  MERGED-ALERT-FILE.
       01  MERGED-ALERT-RECORD         PIC X(80).

       FD  GL-EXTRACT-FILE.
           COPY GLEXTRACT.
           COPY GLENVLP.

       FD  HELD-ITEM-FILE.
           COPY HELDITEM.

       FD  HELDITEM-REBUILD-FILE.
       01  HELDITEM-REBUILD-RECORD     PIC X(174).

       FD  TRANS-HISTORY-FILE.
           COPY TRANHIST.

       FD  TRANHIST-REBUILD-FILE.
       01  TRANHIST-REBUILD-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-CTLCARD-STATUS        PIC X(2) VALUE "00".
           05  WS-PARTCTL-STATUS        PIC X(2) VALUE "00".
           05  WS-PARTSTAT-STATUS       PIC X(2) VALUE "00".
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE "00".
           05  WS-RUNHIST-STATUS        PIC X(2) VALUE "00".
           05  WS-DETLEDGR-STATUS       PIC X(2) VALUE "00".
           05  WS-REJECT-STATUS         PIC X(2) VALUE "00".
           05  WS-ALERT-STATUS          PIC X(2) VALUE "00".
           05  WS-GLEXTRCT-STATUS       PIC X(2) VALUE "00".
           05  WS-HELDITEM-STATUS       PIC X(2) VALUE "00".
           05  WS-TRANHIST-STATUS       PIC X(2) VALUE "00".
           05  WS-EOF-FLAG              PIC X VALUE "N".
               88  WS-END-OF-FILE       VALUE "Y".
           05  WS-PRIOR-RUN-FLAG        PIC X VALUE "N".
               88  WS-PRIOR-RUN-DONE    VALUE "Y".
           05  WS-INCOMPLETE-FLAG       PIC X VALUE "N".
               88  WS-PARTITIONS-INCOMPLETE VALUE "Y".
           05  WS-DAY-RESTART-FLAG      PIC X VALUE "N".
           05  WS-GL-FOUND-FLAG         PIC X VALUE "N".
               88  WS-GL-FOUND          VALUE "Y".
           05  WS-GL-HEADER-FLAG        PIC X VALUE "N".
               88  WS-GL-HEADER-SEEN    VALUE "Y".
           05  WS-GL-TRAILER-FLAG       PIC X VALUE "N".
               88  WS-GL-TRAILER-SEEN   VALUE "Y".
           05  WS-POSTED-FOUND-FLAG     PIC X VALUE "N".
               88  WS-POSTED-FOUND      VALUE "Y".

       01  WS-RUN-AREA.
           05  WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
           05  WS-CYCLE-NUMBER          PIC X(1) VALUE "1".
           05  WS-CYCLE-SUFFIX          PIC X(2) VALUE SPACES.
           05  WS-RERUN-OVERRIDE        PIC X VALUE "N".
               88  WS-RERUN-ALLOWED     VALUE "Y".
           05  WS-START-TIMESTAMP       PIC X(21) VALUE SPACES.
           05  WS-VERDICT               PIC X(24) VALUE SPACES.
           05  WS-REBUILD-RC            PIC 9(9) COMP-5 VALUE 0.

      *    The day's generation names, as DAILYACC builds them, and
      *    the work name each partition's file is opened under.
       01  WS-NAME-AREA.
           05  WS-REJECT-NAME           PIC X(30) VALUE SPACES.
           05  WS-DETLEDGR-NAME         PIC X(30) VALUE SPACES.
           05  WS-ALERT-NAME            PIC X(30) VALUE SPACES.
           05  WS-GLEXTRCT-NAME         PIC X(30) VALUE SPACES.
           05  WS-HELDITEM-DAY-NAME     PIC X(30) VALUE SPACES.
           05  WS-TRANSIN-BASE-NAME     PIC X(30) VALUE "TRANSIN".
           05  WS-HELDITEM-NAME         PIC X(30) VALUE "HELDITEM".
           05  WS-HELDITEM-TEMP-NAME    PIC X(30) VALUE "HELDITEM.TMP".
           05  WS-TRANHIST-NAME         PIC X(30) VALUE "TRANHIST".
           05  WS-TRANHIST-TEMP-NAME    PIC X(30) VALUE "TRANHIST.TMP".
           05  WS-PARTSTAT-NAME         PIC X(30) VALUE SPACES.
           05  WS-NAME-BASE             PIC X(30) VALUE SPACES.
           05  WS-WORK-FILE-NAME        PIC X(30) VALUE SPACES.

      *    The day as the split control has it.
       01  WS-DAY-AREA.
           05  WS-DAY-CONTROL-FLAG      PIC X VALUE "N".
               88  WS-DAY-HAS-CONTROL   VALUE "Y".
           05  WS-DAY-CONTROL-TOTAL     PIC 9(9)V99 VALUE 0.
           05  WS-DAY-SPLIT-RECORDS     PIC 9(5) VALUE 0.

      *    The day's figures, added up across the partitions.
       01  WS-TOTAL-AREA.
           05  WS-COUNTER               PIC 9(5) VALUE 0.
           05  WS-REJECT-COUNT          PIC 9(5) VALUE 0.
           05  WS-HELD-COUNT            PIC 9(5) VALUE 0.
           05  WS-HELD-NET              PIC S9(11)V99 VALUE 0.
           05  WS-RELEASED-COUNT        PIC 9(5) VALUE 0.
           05  WS-RELEASED-NET          PIC S9(11)V99 VALUE 0.
           05  WS-DETLEDGR-COUNT        PIC 9(5) VALUE 0.
           05  WS-ALERT-COUNT           PIC 9(5) VALUE 0.
           05  WS-JNL-POSTED-COUNT      PIC 9(5) VALUE 0.
           05  WS-JNL-SUSPENDED-COUNT   PIC 9(5) VALUE 0.
           05  WS-GL-SUSP-COUNT         PIC 9(5) VALUE 0.
           05  WS-GL-SUSP-NET           PIC S9(11)V99 VALUE 0.
           05  WS-PART-CONTROL-SUM      PIC 9(11)V99 VALUE 0.
           05  WS-MERGED-TOTAL          PIC 9(11)V99 VALUE 0.
           05  WS-CURRENT-TOTAL         PIC 9(9)V99 VALUE 0.
           05  WS-EXPECTED-TOTAL        PIC S9(11)V99 VALUE 0.
           05  WS-ACCEPTED-COUNT        PIC 9(5) VALUE 0.
           05  WS-ACTUAL-DETLEDGR-ROWS  PIC 9(5) VALUE 0.
           05  WS-ACTUAL-REJECT-ROWS    PIC 9(5) VALUE 0.
           05  WS-ACTUAL-ALERT-ROWS     PIC 9(5) VALUE 0.
           05  WS-HELD-ADD-COUNT        PIC 9(5) VALUE 0.
           05  WS-HELD-DROP-COUNT       PIC 9(5) VALUE 0.
           05  WS-HELD-MARK-COUNT       PIC 9(5) VALUE 0.
           05  WS-HELD-REVERT-COUNT     PIC 9(5) VALUE 0.
           05  WS-HISTORY-ADD-COUNT     PIC 9(5) VALUE 0.
           05  WS-HISTORY-DROP-COUNT    PIC 9(5) VALUE 0.
           05  WS-PRINT-NET             PIC S9(11)V99
                                        SIGN LEADING SEPARATE.

      *    Each partition off the split control, with its ending
      *    status.  The offsets are the records and the accumulated
      *    total of the partitions ahead of it, which carry its
      *    record numbers and running totals on into the day's.
       01  WS-PART-TABLE-AREA.
           05  WS-PART-COUNT            PIC 9(2) VALUE 0.
           05  WS-PART-IX               PIC 9(2) VALUE 0.
           05  WS-PART-TABLE.
               10  WS-PART-ENTRY OCCURS 9 TIMES.
                   15  WS-PART-NUMBER   PIC X(1).
                   15  WS-PART-LOW      PIC X(10).
                   15  WS-PART-HIGH     PIC X(10).
                   15  WS-PART-STATUS   PIC X(8).
                   15  WS-PART-RESTART  PIC X(1).
                   15  WS-PART-RECORDS  PIC 9(5).
                   15  WS-PART-REJECTS  PIC 9(5).
                   15  WS-PART-HELD-COUNT
                                        PIC 9(5).
                   15  WS-PART-HELD-NET PIC S9(11)V99.
                   15  WS-PART-RELEASED-COUNT
                                        PIC 9(5).
                   15  WS-PART-RELEASED-NET
                                        PIC S9(11)V99.
                   15  WS-PART-CONTROL-FLAG
                                        PIC X(1).
                   15  WS-PART-CONTROL-TOTAL
                                        PIC 9(9)V99.
                   15  WS-PART-FINAL-TOTAL
                                        PIC 9(9)V99.
                   15  WS-PART-DETLEDGR PIC 9(5).
                   15  WS-PART-ALERTS   PIC 9(5).
                   15  WS-PART-JNL-POSTED
                                        PIC 9(5).
                   15  WS-PART-JNL-SUSPENDED
                                        PIC 9(5).
                   15  WS-PART-GL-SUSP-COUNT
                                        PIC 9(5).
                   15  WS-PART-GL-SUSP-NET
                                        PIC S9(11)V99.
                   15  WS-PART-RECORD-OFFSET
                                        PIC 9(5).
                   15  WS-PART-TOTAL-OFFSET
                                        PIC 9(9)V99.

      *    The day's GL distribution, consolidated from the partition
      *    extracts.  The partitions' ranges do not overlap, so an
      *    account only meets itself across partitions on a journal
      *    leg or the house default account; the table is sized for
      *    every partition's distribution table filled.
       01  WS-GL-AREA.
           05  WS-GL-ACCT-COUNT         PIC 9(4) VALUE 0.
           05  WS-GL-ACCT-MAX           PIC 9(4) VALUE 9000.
           05  WS-GL-IX                 PIC 9(4) VALUE 0.
           05  WS-GL-ROW-COUNT          PIC 9(5) VALUE 0.
           05  WS-GL-ROW-HASH           PIC 9(13)V99 VALUE 0.
           05  WS-GL-GRAND-TOTAL        PIC S9(11)V99 VALUE 0.
           05  WS-GL-EXTRACT-COUNT      PIC 9(5) VALUE 0.
           05  WS-GL-AMOUNT-HASH        PIC 9(13)V99 VALUE 0.
           05  WS-GL-SIGNED-AMOUNT      PIC S9(9)V99 VALUE 0.
           05  WS-GL-SIGNED-ORIG        PIC S9(9)V99 VALUE 0.
           05  WS-GL-DISTRIBUTION-TABLE.
               10  WS-GL-ACCT-ENTRY OCCURS 9000 TIMES.
                   15  WS-GL-ACCT-CODE  PIC X(10).
                   15  WS-GL-ACCT-TOTAL PIC S9(9)V99.
                   15  WS-GL-ACCT-CURRENCY
                                        PIC X(3).
                   15  WS-GL-ACCT-RATE  PIC 9(4)V9(6).
                   15  WS-GL-ACCT-ORIG-TOTAL
                                        PIC S9(9)V99.
                   15  WS-GL-ACCT-JOURNAL-ID
                                        PIC X(10).

      *    Ids and held timestamps of the released items the
      *    partitions posted - their posted copies on the partition
      *    held files.  An id can be held more than once, so the
      *    timestamp tells the holds apart.  These are the
      *    master rows marked posted under this date and cycle.
       01  WS-POSTED-AREA.
           05  WS-POSTED-COUNT          PIC 9(4) VALUE 0.
           05  WS-POSTED-MAX            PIC 9(4) VALUE 2000.
           05  WS-POSTED-IX             PIC 9(4) VALUE 0.
           05  WS-POSTED-TABLE.
               10  WS-POSTED-ENTRY OCCURS 2000 TIMES.
                   15  WS-POSTED-TRANS-ID
                                        PIC X(10).
                   15  WS-POSTED-TIMESTAMP
                                        PIC X(21).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           PERFORM 0100-READ-CONTROL-CARD
           PERFORM 0150-CHECK-RUN-CONTROL
           PERFORM 0200-LOAD-SPLIT-CONTROL
           PERFORM 0300-LOAD-PARTITION-STATUS

           IF WS-PARTITIONS-INCOMPLETE THEN
               MOVE "PARTITIONS INCOMPLETE" TO WS-VERDICT
               PERFORM 0900-WRITE-BALANCE-REPORT
               DISPLAY "DAILYMRG " WS-BUSINESS-DATE " cycle "
                   WS-CYCLE-NUMBER " - partitions incomplete, day "
                   "not merged (see BALRPT)"
               STOP RUN
           END-IF

           PERFORM 0400-PROVE-DAY
           IF RETURN-CODE = 0 THEN
               PERFORM 0500-LOAD-PARTITION-GL
           END-IF
           IF RETURN-CODE = 0 THEN
               PERFORM 0550-TABLE-POSTED-RELEASES
           END-IF
           IF RETURN-CODE NOT = 0 THEN
               MOVE "OUT OF BALANCE" TO WS-VERDICT
               PERFORM 0850-WRITE-RUN-HISTORY
               PERFORM 0900-WRITE-BALANCE-REPORT
               DISPLAY "DAILYMRG " WS-BUSINESS-DATE " cycle "
                   WS-CYCLE-NUMBER " - day not merged, nothing "
                   "written"
               STOP RUN
           END-IF

           PERFORM 0600-MERGE-SIDE-FILES
           PERFORM 0650-WRITE-GL-EXTRACT
           PERFORM 0700-REBUILD-HELD-MASTER
           PERFORM 0750-RECORD-TRANS-HISTORY
           PERFORM 0800-RECORD-RUN-COMPLETE
           PERFORM 0850-WRITE-RUN-HISTORY
           IF WS-GL-SUSP-COUNT > 0 THEN
               DISPLAY "GL distribution table full in a partition - "
                   WS-GL-SUSP-COUNT " items suspended to REJECTS"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0900-WRITE-BALANCE-REPORT
           PERFORM 0950-DELETE-PARTITION-FILES

           DISPLAY "DAILYMRG " WS-BUSINESS-DATE " cycle "
               WS-CYCLE-NUMBER " - " WS-PART-COUNT
               " partitions merged, final amount " WS-CURRENT-TOTAL
           STOP RUN.

       0050-SET-PARTITION-NAME.
      *    WS-NAME-BASE with the partition's .P<n> suffix, as the
      *    partition run named it.
           MOVE SPACES TO WS-WORK-FILE-NAME
           STRING WS-NAME-BASE DELIMITED BY SPACE
               ".P" WS-PART-NUMBER (WS-PART-IX) DELIMITED BY SIZE
               INTO WS-WORK-FILE-NAME.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-STATUS = "00" THEN
               READ CONTROL-CARD-FILE
                   NOT AT END
                       MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE CC-RERUN-OVERRIDE TO WS-RERUN-OVERRIDE
                       IF CC-CYCLE-NUMBER = SPACE
                               OR CC-CYCLE-NUMBER = "0" THEN
                           MOVE "1" TO WS-CYCLE-NUMBER
                       ELSE
                           IF CC-CYCLE-NUMBER IS NUMERIC THEN
                               MOVE CC-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                           ELSE
                               DISPLAY "Control card cycle number "
                                   CC-CYCLE-NUMBER
                                   " is not 1-9 - merge refused"
                               MOVE 16 TO RETURN-CODE
                               CLOSE CONTROL-CARD-FILE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF WS-BUSINESS-DATE = SPACES THEN
               DISPLAY "No business date on the control card - a "
                   "partitioned day needs one, merge refused"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
      *    The day's generation names, the same as DAILYACC's.
           IF WS-CYCLE-NUMBER NOT = "1" THEN
               STRING "C" WS-CYCLE-NUMBER
                   DELIMITED BY SIZE INTO WS-CYCLE-SUFFIX
           END-IF
           STRING "REJECTS.D" WS-BUSINESS-DATE
               DELIMITED BY SIZE
               WS-CYCLE-SUFFIX DELIMITED BY SPACE
               INTO WS-REJECT-NAME
           STRING "DETLEDGR.D" WS-BUSINESS-DATE
               DELIMITED BY SIZE
               WS-CYCLE-SUFFIX DELIMITED BY SPACE
               INTO WS-DETLEDGR-NAME
           STRING "ALERTQ.D" WS-BUSINESS-DATE
               DELIMITED BY SIZE
               WS-CYCLE-SUFFIX DELIMITED BY SPACE
               INTO WS-ALERT-NAME
           STRING "GLEXTRCT.D" WS-BUSINESS-DATE
               DELIMITED BY SIZE
               WS-CYCLE-SUFFIX DELIMITED BY SPACE
               INTO WS-GLEXTRCT-NAME
           STRING "HELDITEM.D" WS-BUSINESS-DATE
               DELIMITED BY SIZE
               WS-CYCLE-SUFFIX DELIMITED BY SPACE
               INTO WS-HELDITEM-DAY-NAME.

       0150-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "00" THEN
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
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
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUN-CONTROL-FILE
           IF WS-PRIOR-RUN-DONE THEN
               IF WS-RERUN-ALLOWED THEN
                   DISPLAY "Business date " WS-BUSINESS-DATE
                       " cycle " WS-CYCLE-NUMBER
                       " already completed - operator override, "
                       "merging again"
               ELSE
                   DISPLAY "Business date " WS-BUSINESS-DATE
                       " cycle " WS-CYCLE-NUMBER
                       " already completed - merge refused (set "
                       "rerun override to force)"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0200-LOAD-SPLIT-CONTROL.
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-PARTCTL-STATUS NOT = "00" THEN
               DISPLAY "No split control (PARTCTL) - run TRANSPLT "
                   "and the partitions first, merge refused"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           READ PARTITION-CONTROL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-END-OF-FILE OR NOT PX-IS-HEADER
                   OR PX-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   OR PX-CYCLE-NUMBER NOT = WS-CYCLE-NUMBER THEN
               DISPLAY "Split control is not for business date "
                   WS-BUSINESS-DATE " cycle " WS-CYCLE-NUMBER
                   " - run TRANSPLT first, merge refused"
               MOVE 12 TO RETURN-CODE
               CLOSE PARTITION-CONTROL-FILE
               STOP RUN
           END-IF
           MOVE PX-CONTROL-FLAG TO WS-DAY-CONTROL-FLAG
           MOVE PX-CONTROL-TOTAL TO WS-DAY-CONTROL-TOTAL
           MOVE PX-RECORD-COUNT TO WS-DAY-SPLIT-RECORDS
           PERFORM UNTIL WS-END-OF-FILE
               READ PARTITION-CONTROL-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF PX-IS-PARTITION AND WS-PART-COUNT < 9 THEN
                           ADD 1 TO WS-PART-COUNT
                           MOVE PX-PARTITION-NUMBER
                               TO WS-PART-NUMBER (WS-PART-COUNT)
                           MOVE PX-LOW-ACCOUNT
                               TO WS-PART-LOW (WS-PART-COUNT)
                           MOVE PX-HIGH-ACCOUNT
                               TO WS-PART-HIGH (WS-PART-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTITION-CONTROL-FILE.

       0300-LOAD-PARTITION-STATUS.
      *    A partition with no status row for this date and cycle
      *    has not run, or abended before it ended.  The worst
      *    status sets the return code.
           MOVE 1 TO WS-PART-IX
           PERFORM UNTIL WS-PART-IX > WS-PART-COUNT
               MOVE "NOT RUN" TO WS-PART-STATUS (WS-PART-IX)
               MOVE SPACES TO WS-PARTSTAT-NAME
               STRING "PARTSTAT.P" WS-PART-NUMBER (WS-PART-IX)
                   DELIMITED BY SIZE INTO WS-PARTSTAT-NAME
               OPEN INPUT PARTITION-STATUS-FILE
               IF WS-PARTSTAT-STATUS = "00" THEN
                   READ PARTITION-STATUS-FILE
                       NOT AT END
                           IF PS-BUSINESS-DATE = WS-BUSINESS-DATE
                                   AND PS-CYCLE-NUMBER
                                       = WS-CYCLE-NUMBER THEN
                               PERFORM 0350-TABLE-PARTITION-STATUS
                           END-IF
                   END-READ
               END-IF
               CLOSE PARTITION-STATUS-FILE
               IF WS-PART-STATUS (WS-PART-IX) NOT = "COMPLETE" THEN
                   SET WS-PARTITIONS-INCOMPLETE TO TRUE
                   DISPLAY "Partition " WS-PART-NUMBER (WS-PART-IX)
                       " is " WS-PART-STATUS (WS-PART-IX)
                       " - restart it with DAILYACC "
                       WS-PART-NUMBER (WS-PART-IX)
                   IF WS-PART-STATUS (WS-PART-IX) = "OUTOFBAL" THEN
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       IF WS-PART-STATUS (WS-PART-IX) = "CAPSTOP" THEN
                           IF RETURN-CODE < 8 THEN
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       ELSE
                           IF RETURN-CODE < 12 THEN
                               MOVE 12 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-PART-IX
           END-PERFORM.

       0350-TABLE-PARTITION-STATUS.
           MOVE PS-STATUS TO WS-PART-STATUS (WS-PART-IX)
           MOVE PS-RESTART-FLAG TO WS-PART-RESTART (WS-PART-IX)
           MOVE PS-RECORDS-PROCESSED TO WS-PART-RECORDS (WS-PART-IX)
           MOVE PS-REJECT-COUNT TO WS-PART-REJECTS (WS-PART-IX)
           MOVE PS-HELD-COUNT TO WS-PART-HELD-COUNT (WS-PART-IX)
           MOVE PS-HELD-NET TO WS-PART-HELD-NET (WS-PART-IX)
           MOVE PS-RELEASED-COUNT
               TO WS-PART-RELEASED-COUNT (WS-PART-IX)
           MOVE PS-RELEASED-NET TO WS-PART-RELEASED-NET (WS-PART-IX)
           MOVE PS-CONTROL-FLAG TO WS-PART-CONTROL-FLAG (WS-PART-IX)
           MOVE PS-CONTROL-TOTAL
               TO WS-PART-CONTROL-TOTAL (WS-PART-IX)
           MOVE PS-FINAL-TOTAL TO WS-PART-FINAL-TOTAL (WS-PART-IX)
           MOVE PS-DETLEDGR-COUNT TO WS-PART-DETLEDGR (WS-PART-IX)
           MOVE PS-ALERT-COUNT TO WS-PART-ALERTS (WS-PART-IX)
           MOVE PS-JNL-POSTED-COUNT TO WS-PART-JNL-POSTED (WS-PART-IX)
           MOVE PS-JNL-SUSPENDED-COUNT
               TO WS-PART-JNL-SUSPENDED (WS-PART-IX)
           MOVE PS-GL-SUSP-COUNT TO WS-PART-GL-SUSP-COUNT (WS-PART-IX)
           MOVE PS-GL-SUSP-NET TO WS-PART-GL-SUSP-NET (WS-PART-IX).

       0400-PROVE-DAY.
      *    Add the partitions up, setting each one's offsets as the
      *    day's figures stand before it, then prove the day against
      *    the one control total on its trailer.
           MOVE 1 TO WS-PART-IX
           PERFORM UNTIL WS-PART-IX > WS-PART-COUNT
               MOVE WS-COUNTER TO WS-PART-RECORD-OFFSET (WS-PART-IX)
               MOVE WS-MERGED-TOTAL
                   TO WS-PART-TOTAL-OFFSET (WS-PART-IX)
               ADD WS-PART-RECORDS (WS-PART-IX) TO WS-COUNTER
               ADD WS-PART-REJECTS (WS-PART-IX) TO WS-REJECT-COUNT
               ADD WS-PART-HELD-COUNT (WS-PART-IX) TO WS-HELD-COUNT
               ADD WS-PART-HELD-NET (WS-PART-IX) TO WS-HELD-NET
               ADD WS-PART-RELEASED-COUNT (WS-PART-IX)
                   TO WS-RELEASED-COUNT
               ADD WS-PART-RELEASED-NET (WS-PART-IX)
                   TO WS-RELEASED-NET
               ADD WS-PART-CONTROL-TOTAL (WS-PART-IX)
                   TO WS-PART-CONTROL-SUM
               ADD WS-PART-FINAL-TOTAL (WS-PART-IX) TO WS-MERGED-TOTAL
               ADD WS-PART-DETLEDGR (WS-PART-IX) TO WS-DETLEDGR-COUNT
               ADD WS-PART-ALERTS (WS-PART-IX) TO WS-ALERT-COUNT
               ADD WS-PART-JNL-POSTED (WS-PART-IX)
                   TO WS-JNL-POSTED-COUNT
               ADD WS-PART-JNL-SUSPENDED (WS-PART-IX)
                   TO WS-JNL-SUSPENDED-COUNT
               ADD WS-PART-GL-SUSP-COUNT (WS-PART-IX)
                   TO WS-GL-SUSP-COUNT
               ADD WS-PART-GL-SUSP-NET (WS-PART-IX)
                   TO WS-GL-SUSP-NET
               IF WS-PART-RESTART (WS-PART-IX) = "Y" THEN
                   MOVE "Y" TO WS-DAY-RESTART-FLAG
               END-IF
               IF WS-DAY-HAS-CONTROL
                       AND WS-PART-CONTROL-FLAG (WS-PART-IX)
                           NOT = "Y" THEN
                   DISPLAY "Partition " WS-PART-NUMBER (WS-PART-IX)
                       " posted with no trailer but the day has one"
                   MOVE 16 TO RETURN-CODE
               END-IF
               ADD 1 TO WS-PART-IX
           END-PERFORM

           IF WS-MERGED-TOTAL > 999999999.99 THEN
               DISPLAY "Merged total " WS-MERGED-TOTAL
                   " is past the 999999999.99 ceiling - day not "
                   "merged"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-MERGED-TOTAL TO WS-CURRENT-TOTAL
           END-IF

           IF WS-DAY-HAS-CONTROL THEN
               IF WS-PART-CONTROL-SUM NOT = WS-DAY-CONTROL-TOTAL THEN
                   DISPLAY "Partition trailers add up to "
                       WS-PART-CONTROL-SUM " but the day's trailer "
                       "says " WS-DAY-CONTROL-TOTAL
                   MOVE 16 TO RETURN-CODE
               END-IF
               COMPUTE WS-EXPECTED-TOTAL = WS-DAY-CONTROL-TOTAL
                   - WS-HELD-NET + WS-RELEASED-NET - WS-GL-SUSP-NET
               IF WS-EXPECTED-TOTAL NOT = WS-MERGED-TOTAL THEN
                   DISPLAY "Control total discrepancy - expected "
                       WS-EXPECTED-TOTAL " got " WS-MERGED-TOTAL
                   MOVE 16 TO RETURN-CODE
               END-IF
               IF RETURN-CODE = 0 THEN
                   DISPLAY "Control total reconciled: "
                       WS-DAY-CONTROL-TOTAL
                   MOVE "BALANCED" TO WS-VERDICT
               END-IF
           ELSE
               DISPLAY "No control total supplied - reconciliation "
                   "skipped"
               MOVE "NO CONTROL TOTAL" TO WS-VERDICT
           END-IF.

       0500-LOAD-PARTITION-GL.
      *    Every partition's extract must be whole before its rows
      *    are taken, and the consolidated rows must come back to the
      *    merged total - the same proof DAILYACC makes before it
      *    writes an extract.
           MOVE 1 TO WS-PART-IX
           PERFORM UNTIL WS-PART-IX > WS-PART-COUNT
                   OR RETURN-CODE NOT = 0
               MOVE WS-GLEXTRCT-NAME TO WS-NAME-BASE
               PERFORM 0050-SET-PARTITION-NAME
               PERFORM 0510-READ-PARTITION-GL
               ADD 1 TO WS-PART-IX
           END-PERFORM
           IF RETURN-CODE = 0 THEN
               MOVE 0 TO WS-GL-GRAND-TOTAL
               MOVE 1 TO WS-GL-IX
               PERFORM UNTIL WS-GL-IX > WS-GL-ACCT-COUNT
                   ADD WS-GL-ACCT-TOTAL (WS-GL-IX) TO WS-GL-GRAND-TOTAL
                   ADD 1 TO WS-GL-IX
               END-PERFORM
               IF WS-GL-GRAND-TOTAL NOT = WS-MERGED-TOTAL THEN
                   DISPLAY "GL distribution total " WS-GL-GRAND-TOTAL
                       " does not match merged total "
                       WS-MERGED-TOTAL " - day not merged"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       0510-READ-PARTITION-GL.
           MOVE "N" TO WS-GL-HEADER-FLAG
           MOVE "N" TO WS-GL-TRAILER-FLAG
           MOVE 0 TO WS-GL-ROW-COUNT
           MOVE 0 TO WS-GL-ROW-HASH
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GLEXTRCT-STATUS = "00" THEN
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ GL-EXTRACT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF GLE-IS-HEADER THEN
                               SET WS-GL-HEADER-SEEN TO TRUE
                           ELSE
                               IF GLE-IS-TRAILER THEN
                                   SET WS-GL-TRAILER-SEEN TO TRUE
                                   SET WS-END-OF-FILE TO TRUE
                               ELSE
                                   ADD 1 TO WS-GL-ROW-COUNT
                                   ADD GL-AMOUNT TO WS-GL-ROW-HASH
                                   PERFORM 0520-CONSOLIDATE-GL-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF NOT WS-GL-HEADER-SEEN OR NOT WS-GL-TRAILER-SEEN THEN
               DISPLAY "GL extract " WS-WORK-FILE-NAME
                   " is missing or has no header/trailer - rerun "
                   "partition " WS-PART-NUMBER (WS-PART-IX)
               MOVE 16 TO RETURN-CODE
           ELSE
               IF GLE-RECORD-COUNT NOT = WS-GL-ROW-COUNT
                       OR GLE-AMOUNT-HASH NOT = WS-GL-ROW-HASH THEN
                   DISPLAY "GL extract " WS-WORK-FILE-NAME
                       " trailer does not match its rows - rerun "
                       "partition " WS-PART-NUMBER (WS-PART-IX)
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE GL-EXTRACT-FILE.

       0520-CONSOLIDATE-GL-ROW.
      *    The extract's amounts are unsigned with the direction on
      *    GL-DR-CR-IND; the original amount follows the same
      *    direction.
           IF GL-IS-CREDIT THEN
               COMPUTE WS-GL-SIGNED-AMOUNT = 0 - GL-AMOUNT
               COMPUTE WS-GL-SIGNED-ORIG = 0 - GL-ORIG-AMOUNT
           ELSE
               MOVE GL-AMOUNT TO WS-GL-SIGNED-AMOUNT
               MOVE GL-ORIG-AMOUNT TO WS-GL-SIGNED-ORIG
           END-IF
           MOVE "N" TO WS-GL-FOUND-FLAG
           MOVE 1 TO WS-GL-IX
           PERFORM UNTIL WS-GL-IX > WS-GL-ACCT-COUNT OR WS-GL-FOUND
               IF WS-GL-ACCT-CODE (WS-GL-IX) = GL-ACCOUNT-CODE
                       AND WS-GL-ACCT-CURRENCY (WS-GL-IX)
                           = GL-CURRENCY-CODE
                       AND WS-GL-ACCT-RATE (WS-GL-IX)
                           = GL-EXCHANGE-RATE
                       AND WS-GL-ACCT-JOURNAL-ID (WS-GL-IX)
                           = GL-JOURNAL-ID
                       THEN
                   SET WS-GL-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-GL-IX
               END-IF
           END-PERFORM
           IF NOT WS-GL-FOUND THEN
               IF WS-GL-ACCT-COUNT >= WS-GL-ACCT-MAX THEN
                   DISPLAY "Merged GL distribution table full at "
                       WS-GL-ACCT-MAX " - day not merged"
                   MOVE 16 TO RETURN-CODE
                   SET WS-END-OF-FILE TO TRUE
               ELSE
                   ADD 1 TO WS-GL-ACCT-COUNT
                   MOVE WS-GL-ACCT-COUNT TO WS-GL-IX
                   MOVE GL-ACCOUNT-CODE TO WS-GL-ACCT-CODE (WS-GL-IX)
                   MOVE 0 TO WS-GL-ACCT-TOTAL (WS-GL-IX)
                   MOVE GL-CURRENCY-CODE
                       TO WS-GL-ACCT-CURRENCY (WS-GL-IX)
                   MOVE GL-EXCHANGE-RATE TO WS-GL-ACCT-RATE (WS-GL-IX)
                   MOVE 0 TO WS-GL-ACCT-ORIG-TOTAL (WS-GL-IX)
                   MOVE GL-JOURNAL-ID
                       TO WS-GL-ACCT-JOURNAL-ID (WS-GL-IX)
                   SET WS-GL-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-GL-FOUND THEN
               ADD WS-GL-SIGNED-AMOUNT TO WS-GL-ACCT-TOTAL (WS-GL-IX)
               ADD WS-GL-SIGNED-ORIG
                   TO WS-GL-ACCT-ORIG-TOTAL (WS-GL-IX)
           END-IF.

       0550-TABLE-POSTED-RELEASES.
      *    The released items each partition posted are on its held
      *    file as posted copies.  They are tabled before anything is
      *    written, so a table too small stops the merge clean.
           MOVE 1 TO WS-PART-IX
           PERFORM UNTIL WS-PART-IX > WS-PART-COUNT
               MOVE WS-HELDITEM-DAY-NAME TO WS-NAME-BASE
               PERFORM 0050-SET-PARTITION-NAME
               OPEN INPUT HELD-ITEM-FILE
               IF WS-HELDITEM-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-END-OF-FILE
                       READ HELD-ITEM-FILE
                           AT END
                               SET WS-END-OF-FILE TO TRUE
                           NOT AT END
                               IF HI-POSTED THEN
                                   PERFORM 0560-TABLE-POSTED-ID
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE HELD-ITEM-FILE
               ADD 1 TO WS-PART-IX
           END-PERFORM
           IF WS-POSTED-COUNT NOT = WS-RELEASED-COUNT THEN
               DISPLAY "Partitions posted " WS-RELEASED-COUNT
                   " released items but their held files show "
                   WS-POSTED-COUNT " - day not merged"
               MOVE 16 TO RETURN-CODE
           END-IF.

       0560-TABLE-POSTED-ID.
           IF WS-POSTED-COUNT >= WS-POSTED-MAX THEN
               DISPLAY "Posted release table full at " WS-POSTED-MAX
                   " - day not merged"
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-POSTED-COUNT
               MOVE HI-TRANS-ID TO WS-POSTED-TRANS-ID (WS-POSTED-COUNT)
               MOVE HI-HELD-TIMESTAMP
                   TO WS-POSTED-TIMESTAMP (WS-POSTED-COUNT)
           END-IF.

       0600-MERGE-SIDE-FILES.
      *    Each day file is the partitions' files end to end.  Record
      *    numbers and running totals carry on from the partitions
      *    ahead, so the rows read as one run's would.
           OPEN OUTPUT MERGED-DETLEDGR-FILE
           OPEN OUTPUT MERGED-REJECT-FILE
           OPEN OUTPUT MERGED-ALERT-FILE
           MOVE 1 TO WS-PART-IX
           PERFORM UNTIL WS-PART-IX > WS-PART-COUNT
               PERFORM 0610-MERGE-DETLEDGR
               PERFORM 0620-MERGE-REJECTS
               PERFORM 0630-MERGE-ALERTS
               ADD 1 TO WS-PART-IX
           END-PERFORM
           CLOSE MERGED-DETLEDGR-FILE
           CLOSE MERGED-REJECT-FILE
           CLOSE MERGED-ALERT-FILE
           DISPLAY "Merged " WS-ACTUAL-DETLEDGR-ROWS " ledger, "
               WS-ACTUAL-REJECT-ROWS " reject and "
               WS-ACTUAL-ALERT-ROWS " alert rows".

       0610-MERGE-DETLEDGR.
           MOVE WS-DETLEDGR-NAME TO WS-NAME-BASE
           PERFORM 0050-SET-PARTITION-NAME
           OPEN INPUT DETAIL-LEDGER-FILE
           IF WS-DETLEDGR-STATUS = "00" THEN
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ DETAIL-LEDGER-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD WS-PART-RECORD-OFFSET (WS-PART-IX)
                               TO DL-COUNTER
                           ADD WS-PART-TOTAL-OFFSET (WS-PART-IX)
                               TO DL-RUNNING-TOTAL
                           WRITE MERGED-DETLEDGR-RECORD
                               FROM DETAIL-LEDGER-RECORD
                           ADD 1 TO WS-ACTUAL-DETLEDGR-ROWS
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DETAIL-LEDGER-FILE.

       0620-MERGE-REJECTS.
           MOVE WS-REJECT-NAME TO WS-NAME-BASE
           PERFORM 0050-SET-PARTITION-NAME
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = "00" THEN
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ REJECT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD WS-PART-RECORD-OFFSET (WS-PART-IX)
                               TO REJ-ITERATION
                           ADD WS-PART-TOTAL-OFFSET (WS-PART-IX)
                               TO REJ-RUNNING-TOTAL
                           WRITE MERGED-REJECT-RECORD
                               FROM REJECT-RECORD
                           ADD 1 TO WS-ACTUAL-REJECT-ROWS
                   END-READ
               END-PERFORM
           END-IF
           CLOSE REJECT-FILE.

       0630-MERGE-ALERTS.
           MOVE WS-ALERT-NAME TO WS-NAME-BASE
           PERFORM 0050-SET-PARTITION-NAME
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00" THEN
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ ALERT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD WS-PART-RECORD-OFFSET (WS-PART-IX)
                               TO ALERT-ITERATION
                           ADD WS-PART-TOTAL-OFFSET (WS-PART-IX)
                               TO ALERT-LAST-GOOD-AMOUNT
                           WRITE MERGED-ALERT-RECORD
                               FROM ALERT-RECORD
                           ADD 1 TO WS-ACTUAL-ALERT-ROWS
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ALERT-FILE.

       0650-WRITE-GL-EXTRACT.
      *    One row per account, currency, rate and journal with
      *    anything on it, under the same envelope DAILYACC writes.
           MOVE WS-GLEXTRCT-NAME TO WS-WORK-FILE-NAME
           OPEN OUTPUT GL-EXTRACT-FILE
           MOVE SPACES TO GL-ENVELOPE-RECORD
           MOVE "##GLHDR###" TO GLE-ENVELOPE-ID
           MOVE "DAILYACC" TO GLE-SOURCE-SYSTEM
           MOVE WS-BUSINESS-DATE TO GLE-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE TO GLE-CREATE-TIMESTAMP
           MOVE WS-CYCLE-NUMBER TO GLE-CYCLE-NUMBER
           WRITE GL-ENVELOPE-RECORD
           MOVE 1 TO WS-GL-IX
           PERFORM UNTIL WS-GL-IX > WS-GL-ACCT-COUNT
               IF WS-GL-ACCT-TOTAL (WS-GL-IX) NOT = 0 THEN
                   MOVE SPACES TO GL-EXTRACT-RECORD
                   MOVE WS-GL-ACCT-CODE (WS-GL-IX) TO GL-ACCOUNT-CODE
                   MOVE WS-GL-ACCT-TOTAL (WS-GL-IX) TO GL-AMOUNT
                   IF WS-GL-ACCT-TOTAL (WS-GL-IX) < 0 THEN
                       MOVE "C" TO GL-DR-CR-IND
                   ELSE
                       MOVE "D" TO GL-DR-CR-IND
                   END-IF
                   MOVE WS-BUSINESS-DATE TO GL-RUN-DATE
                   MOVE WS-GL-ACCT-CURRENCY (WS-GL-IX)
                       TO GL-CURRENCY-CODE
                   MOVE WS-GL-ACCT-ORIG-TOTAL (WS-GL-IX)
                       TO GL-ORIG-AMOUNT
                   MOVE WS-GL-ACCT-RATE (WS-GL-IX) TO GL-EXCHANGE-RATE
                   MOVE WS-GL-ACCT-JOURNAL-ID (WS-GL-IX)
                       TO GL-JOURNAL-ID
                   ADD 1 TO WS-GL-EXTRACT-COUNT
                   ADD GL-AMOUNT TO WS-GL-AMOUNT-HASH
                   WRITE GL-EXTRACT-RECORD
               END-IF
               ADD 1 TO WS-GL-IX
           END-PERFORM
           MOVE SPACES TO GL-ENVELOPE-RECORD
           MOVE "##GLTRL###" TO GLE-ENVELOPE-ID
           MOVE WS-GL-EXTRACT-COUNT TO GLE-RECORD-COUNT
           MOVE WS-GL-AMOUNT-HASH TO GLE-AMOUNT-HASH
           WRITE GL-ENVELOPE-RECORD
           CLOSE GL-EXTRACT-FILE.

       0700-REBUILD-HELD-MASTER.
      *    The master loses this cycle's held rows from any earlier
      *    run of it, the released items the partitions posted are
      *    marked posted under the date and cycle, any an earlier run
      *    of the cycle marked that were not posted this time go back
      *    to released, and the partitions' held rows are added with
      *    their record numbers carried on into the day's.
           MOVE "N" TO WS-EOF-FLAG
           OPEN OUTPUT HELDITEM-REBUILD-FILE
           MOVE WS-HELDITEM-NAME TO WS-WORK-FILE-NAME
           OPEN INPUT HELD-ITEM-FILE
           IF WS-HELDITEM-STATUS = "00" THEN
               PERFORM UNTIL WS-END-OF-FILE
                   READ HELD-ITEM-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 0710-REBUILD-MASTER-ROW
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELD-ITEM-FILE
           MOVE 1 TO WS-PART-IX
           PERFORM UNTIL WS-PART-IX > WS-PART-COUNT
               MOVE WS-HELDITEM-DAY-NAME TO WS-NAME-BASE
               PERFORM 0050-SET-PARTITION-NAME
               OPEN INPUT HELD-ITEM-FILE
               IF WS-HELDITEM-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-END-OF-FILE
                       READ HELD-ITEM-FILE
                           AT END
                               SET WS-END-OF-FILE TO TRUE
                           NOT AT END
                               IF HI-HELD THEN
                                   ADD WS-PART-RECORD-OFFSET
                                       (WS-PART-IX) TO HI-ITERATION
                                   MOVE HELD-ITEM-RECORD
                                       TO HELDITEM-REBUILD-RECORD
                                   WRITE HELDITEM-REBUILD-RECORD
                                   ADD 1 TO WS-HELD-ADD-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE HELD-ITEM-FILE
               ADD 1 TO WS-PART-IX
           END-PERFORM
           CLOSE HELDITEM-REBUILD-FILE
           CALL "CBL_DELETE_FILE" USING WS-HELDITEM-NAME
               RETURNING WS-REBUILD-RC
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
           END-IF
           DISPLAY "Held items - " WS-HELD-ADD-COUNT " added, "
               WS-HELD-MARK-COUNT " marked posted, "
               WS-HELD-DROP-COUNT " replaced, "
               WS-HELD-REVERT-COUNT " set back to released".

       0710-REBUILD-MASTER-ROW.
           IF HI-CYCLE-NUMBER = SPACE THEN
               MOVE "1" TO HI-CYCLE-NUMBER
           END-IF
           IF HI-POSTED AND HI-POSTED-CYCLE = SPACE THEN
               MOVE "1" TO HI-POSTED-CYCLE
           END-IF
           IF HI-HELD AND HI-BUSINESS-DATE = WS-BUSINESS-DATE
                   AND HI-CYCLE-NUMBER = WS-CYCLE-NUMBER THEN
               ADD 1 TO WS-HELD-DROP-COUNT
           ELSE
               IF HI-RELEASED
                       OR (HI-POSTED
                           AND HI-POSTED-DATE = WS-BUSINESS-DATE
                           AND HI-POSTED-CYCLE = WS-CYCLE-NUMBER)
                       THEN
                   MOVE "N" TO WS-POSTED-FOUND-FLAG
                   MOVE 1 TO WS-POSTED-IX
                   PERFORM UNTIL WS-POSTED-IX > WS-POSTED-COUNT
                           OR WS-POSTED-FOUND
                       IF WS-POSTED-TRANS-ID (WS-POSTED-IX)
                               = HI-TRANS-ID
                               AND WS-POSTED-TIMESTAMP (WS-POSTED-IX)
                               = HI-HELD-TIMESTAMP THEN
                           SET WS-POSTED-FOUND TO TRUE
                       ELSE
                           ADD 1 TO WS-POSTED-IX
                       END-IF
                   END-PERFORM
                   IF WS-POSTED-FOUND THEN
                       MOVE "P" TO HI-STATUS
                       MOVE WS-BUSINESS-DATE TO HI-POSTED-DATE
                       MOVE WS-CYCLE-NUMBER TO HI-POSTED-CYCLE
                       ADD 1 TO WS-HELD-MARK-COUNT
                   ELSE
                       IF HI-POSTED THEN
                           MOVE "R" TO HI-STATUS
                           MOVE SPACES TO HI-POSTED-DATE
                           MOVE SPACE TO HI-POSTED-CYCLE
                           ADD 1 TO WS-HELD-REVERT-COUNT
                       END-IF
                   END-IF
               END-IF
               MOVE HELD-ITEM-RECORD TO HELDITEM-REBUILD-RECORD
               WRITE HELDITEM-REBUILD-RECORD
           END-IF.

       0750-RECORD-TRANS-HISTORY.
      *    Every TRANS-ID on the merged detail ledger goes onto the
      *    TRANS-ID history, replacing any rows an earlier run of the
      *    date and cycle left - as DAILYACC records an unpartitioned
      *    day.
           PERFORM 0760-DROP-DATE-FROM-HISTORY
           OPEN EXTEND TRANS-HISTORY-FILE
           IF WS-TRANHIST-STATUS = "35" THEN
               OPEN OUTPUT TRANS-HISTORY-FILE
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           MOVE WS-DETLEDGR-NAME TO WS-WORK-FILE-NAME
           OPEN INPUT DETAIL-LEDGER-FILE
           IF WS-DETLEDGR-STATUS = "00" THEN
               PERFORM UNTIL WS-END-OF-FILE
                   READ DETAIL-LEDGER-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF DL-TRANS-ID NOT = SPACES THEN
                               MOVE SPACES TO TRANS-HISTORY-RECORD
                               MOVE DL-TRANS-ID TO TH-TRANS-ID
                               MOVE WS-BUSINESS-DATE
                                   TO TH-BUSINESS-DATE
                               MOVE WS-CYCLE-NUMBER TO TH-CYCLE-NUMBER
                               MOVE DL-POST-STATUS TO TH-POST-STATUS
                               MOVE DL-ACCOUNT-CODE TO TH-ACCOUNT-CODE
                               MOVE DL-AMOUNT-ADDED TO TH-AMOUNT
                               MOVE DL-MOVEMENT-SIGN
                                   TO TH-MOVEMENT-SIGN
                               MOVE FUNCTION CURRENT-DATE
                                   TO TH-RECORDED-TIMESTAMP
                               WRITE TRANS-HISTORY-RECORD
                               ADD 1 TO WS-HISTORY-ADD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DETAIL-LEDGER-FILE
           CLOSE TRANS-HISTORY-FILE
           DISPLAY "TRANS-ID history updated - "
               WS-HISTORY-ADD-COUNT " ids for business date "
               WS-BUSINESS-DATE " cycle " WS-CYCLE-NUMBER.

       0760-DROP-DATE-FROM-HISTORY.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TRANS-HISTORY-FILE
           IF WS-TRANHIST-STATUS = "00" THEN
               OPEN OUTPUT TRANHIST-REBUILD-FILE
               PERFORM UNTIL WS-END-OF-FILE
                   READ TRANS-HISTORY-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
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

       0800-RECORD-RUN-COMPLETE.
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE "C" TO RC-RUN-STATUS
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TIMESTAMP
           MOVE WS-CURRENT-TOTAL TO RC-FINAL-TOTAL
           MOVE WS-CYCLE-NUMBER TO RC-CYCLE-NUMBER
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       0850-WRITE-RUN-HISTORY.
      *    One row for the day, as an unpartitioned run writes - the
      *    partitions' own endings are on their status rows.
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS = "35" THEN
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           MOVE SPACES TO RUN-HISTORY-RECORD
           MOVE WS-START-TIMESTAMP (1:8) TO RH-RUN-DATE
           MOVE WS-START-TIMESTAMP TO RH-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO RH-END-TIMESTAMP
           MOVE WS-COUNTER TO RH-RECORDS-PROCESSED
           MOVE WS-REJECT-COUNT TO RH-REJECT-COUNT
           MOVE WS-CURRENT-TOTAL TO RH-FINAL-TOTAL
           MOVE WS-DAY-RESTART-FLAG TO RH-RESTART-FLAG
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO RH-CYCLE-NUMBER
           IF RETURN-CODE = 16 THEN
               MOVE "OUTOFBAL" TO RH-STATUS
           ELSE
               MOVE "COMPLETE" TO RH-STATUS
           END-IF
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE.

       0900-WRITE-BALANCE-REPORT.
      *    The day's balancing report: a line per partition, then the
      *    day's figures laid out as an unpartitioned run's report.
           OPEN OUTPUT BALANCE-REPORT-FILE

           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "DAILYMRG BALANCING REPORT - RUN DATE "
               FUNCTION CURRENT-DATE (1:8)
               " TIME " FUNCTION CURRENT-DATE (9:6)
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE

           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "BUSINESS DATE:          " WS-BUSINESS-DATE
               " CYCLE " WS-CYCLE-NUMBER
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE

           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "RUN TYPE:               PARTITIONED - "
               WS-PART-COUNT " PARTITIONS"
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE

           MOVE SPACES TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
           MOVE "PART ACCOUNT RANGE          STATUS   RESTART RECORDS"
               TO BALANCE-REPORT-LINE
           MOVE " REJECTS  HELD    CONTROL TOTAL ACCUMULATED"
               TO BALANCE-REPORT-LINE (53:44)
           WRITE BALANCE-REPORT-LINE
           MOVE 1 TO WS-PART-IX
           PERFORM UNTIL WS-PART-IX > WS-PART-COUNT
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING "  " WS-PART-NUMBER (WS-PART-IX)
                   "  " WS-PART-LOW (WS-PART-IX)
                   "-" WS-PART-HIGH (WS-PART-IX)
                   "  " WS-PART-STATUS (WS-PART-IX)
                   "  " WS-PART-RESTART (WS-PART-IX)
                   "      " WS-PART-RECORDS (WS-PART-IX)
                   "   " WS-PART-REJECTS (WS-PART-IX)
                   "   " WS-PART-HELD-COUNT (WS-PART-IX)
                   "   " WS-PART-CONTROL-TOTAL (WS-PART-IX)
                   "   " WS-PART-FINAL-TOTAL (WS-PART-IX)
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
               IF WS-PART-STATUS (WS-PART-IX) NOT = "COMPLETE" THEN
                   MOVE SPACES TO BALANCE-REPORT-LINE
                   STRING "** PARTITION " WS-PART-NUMBER (WS-PART-IX)
                       " NOT COMPLETE - RESTART WITH DAILYACC "
                       WS-PART-NUMBER (WS-PART-IX)
                       DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
                   WRITE BALANCE-REPORT-LINE
               END-IF
               ADD 1 TO WS-PART-IX
           END-PERFORM
           MOVE SPACES TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE

           IF NOT WS-PARTITIONS-INCOMPLETE THEN
               PERFORM 0910-WRITE-DAY-FIGURES
           END-IF

           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "VERDICT: " WS-VERDICT
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE

           CLOSE BALANCE-REPORT-FILE.

       0910-WRITE-DAY-FIGURES.
           SUBTRACT WS-REJECT-COUNT WS-HELD-COUNT FROM WS-COUNTER
               GIVING WS-ACCEPTED-COUNT

           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "RECORDS PROCESSED:      " WS-COUNTER
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE

           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "RECORDS ACCEPTED:       " WS-ACCEPTED-COUNT
               DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE

           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "RECORDS REJECTED:       " WS-REJECT-COUNT
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
           IF WS-DAY-HAS-CONTROL THEN
               STRING "TRAILER CONTROL TOTAL:  " WS-DAY-CONTROL-TOTAL
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
           ELSE
               MOVE "TRAILER CONTROL TOTAL:  NOT SUPPLIED"
                   TO BALANCE-REPORT-LINE
           END-IF
           WRITE BALANCE-REPORT-LINE

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

           IF WS-DAY-HAS-CONTROL THEN
               MOVE WS-EXPECTED-TOTAL TO WS-PRINT-NET
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING "EXPECTED TOTAL:         " WS-PRINT-NET
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF

           MOVE WS-MERGED-TOTAL TO WS-PRINT-NET
           MOVE SPACES TO BALANCE-REPORT-LINE
           STRING "ACCUMULATED TOTAL:      " WS-PRINT-NET
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

      *    Rows on file are only known once the day is merged.
           IF WS-VERDICT NOT = "OUT OF BALANCE" THEN
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING "REJECT ROWS COUNTED/ON FILE:  " WS-REJECT-COUNT
                   " / " WS-ACTUAL-REJECT-ROWS
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
               IF WS-REJECT-COUNT NOT = WS-ACTUAL-REJECT-ROWS THEN
                   MOVE "** WARNING - REJECT ROW COUNT DISAGREES"
                       TO BALANCE-REPORT-LINE
                   WRITE BALANCE-REPORT-LINE
               END-IF

               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING "ALERT ROWS COUNTED/ON FILE:   " WS-ALERT-COUNT
                   " / " WS-ACTUAL-ALERT-ROWS
                   DELIMITED BY SIZE INTO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
               IF WS-ALERT-COUNT NOT = WS-ACTUAL-ALERT-ROWS THEN
                   MOVE "** WARNING - ALERT ROW COUNT DISAGREES"
                       TO BALANCE-REPORT-LINE
                   WRITE BALANCE-REPORT-LINE
               END-IF
           END-IF.

       0950-DELETE-PARTITION-FILES.
      *    The day's generations now hold everything the partitions
      *    wrote, so their work files go.  CHECKPT.P<n> was emptied
      *    by the partition itself; PARTSTAT.P<n> and BALRPT.P<n>
      *    stay with the day's work.
           MOVE 1 TO WS-PART-IX
           PERFORM UNTIL WS-PART-IX > WS-PART-COUNT
               MOVE WS-TRANSIN-BASE-NAME TO WS-NAME-BASE
               PERFORM 0960-DELETE-PARTITION-FILE
               MOVE WS-DETLEDGR-NAME TO WS-NAME-BASE
               PERFORM 0960-DELETE-PARTITION-FILE
               MOVE WS-REJECT-NAME TO WS-NAME-BASE
               PERFORM 0960-DELETE-PARTITION-FILE
               MOVE WS-ALERT-NAME TO WS-NAME-BASE
               PERFORM 0960-DELETE-PARTITION-FILE
               MOVE WS-GLEXTRCT-NAME TO WS-NAME-BASE
               PERFORM 0960-DELETE-PARTITION-FILE
               MOVE WS-HELDITEM-DAY-NAME TO WS-NAME-BASE
               PERFORM 0960-DELETE-PARTITION-FILE
               ADD 1 TO WS-PART-IX
           END-PERFORM.

       0960-DELETE-PARTITION-FILE.
           PERFORM 0050-SET-PARTITION-NAME
           CALL "CBL_DELETE_FILE" USING WS-WORK-FILE-NAME
               RETURNING WS-REBUILD-RC.
