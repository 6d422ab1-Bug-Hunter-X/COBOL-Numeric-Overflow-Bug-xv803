       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTANOM.
       AUTHOR. BATCH-SYSTEMS.

      *****************************************************************
      *  ACCTANOM checks each account's movement for the business date
      *  against that account's own recent history, after DAILYACC.
      *  The run balancing (BALRPT) and run history (RUNHSTRP) only
      *  see whole-run totals, so one account taking a week of
      *  mis-mapped postings goes unnoticed as long as the day
      *  balances - this step is what notices it.
      *  The baseline is the trailing ANC-BASELINE-DAYS completed
      *  business dates before today (from RUNCTL, every completed
      *  cycle of a date read as that one day).  For each date the
      *  GL extract generation gives each account's signed net
      *  movement (debit adds, credit subtracts, as MTHROLL rolls it
      *  up) and the detail-ledger generation gives its posted item
      *  count and how many of those items were reversals.  A date
      *  whose generations are no longer on disk (purged by HOUSEKP)
      *  is left out of the baseline and listed, never read as a
      *  day of no movement.  Per account the baseline keeps the
      *  mean and spread of the daily net and item count over the
      *  dates it posted on, and its overall reversal ratio.
      *  Today is the business date's completed cycles up to the
      *  card's cycle, so a later cycle's check covers the day so
      *  far.  An account posting today is flagged when:
      *    - it has never posted before (no baseline date and no
      *      earlier row on TRANHIST) - FIRST POSTING;
      *    - it has history on TRANHIST but none in the baseline
      *      window - DORMANT;
      *    - it is regular (posted on ANC-REGULAR-DAYS or more of the
      *      baseline dates) and today's net or item count is more
      *      than ANC-DEVIATION-FACTOR spreads from its baseline mean
      *      and by more than the card's floor, or its reversal ratio
      *      is more than ANC-REVERSAL-POINTS above the baseline
      *      ratio.
      *  A regular account that posts nothing today is flagged
      *  SILENT.  An account with fewer baseline dates than that is
      *  counted as short history and not judged.
      *  Every finding is listed on the exceptions report (ANOMRPT)
      *  and queued on the day's alert generation (ALERTQ.DYYYYMMDD,
      *  C<n> for a later cycle) with an "Account " message, which
      *  ALRTDISP routes as a WARNING.  RETURN-CODE 4 when anything
      *  was flagged or a baseline date was left out; 8 when today's
      *  own generations are missing or the date has no completed
      *  run; 16 for an unusable card.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

           SELECT AN-CONTROL-FILE ASSIGN TO "ANCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCTL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO DYNAMIC WS-GLEXTRCT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT DETAIL-LEDGER-FILE ASSIGN TO DYNAMIC
               WS-DETLEDGR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETLEDGR-STATUS.

           SELECT TRANS-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.

           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "ANOMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.

       FD  AN-CONTROL-FILE.
           COPY ANCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  GL-EXTRACT-FILE.
           COPY GLEXTRACT.
           COPY GLENVLP.

       FD  DETAIL-LEDGER-FILE.
           COPY DETLEDGR.

       FD  TRANS-HISTORY-FILE.
           COPY TRANHIST.

       FD  ALERT-FILE.
           COPY ALERTQ.

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-CTLCARD-STATUS        PIC X(2) VALUE "00".
           05  WS-ANCTL-STATUS          PIC X(2) VALUE "00".
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE "00".
           05  WS-EXTRACT-STATUS        PIC X(2) VALUE "00".
           05  WS-DETLEDGR-STATUS       PIC X(2) VALUE "00".
           05  WS-TRANHIST-STATUS       PIC X(2) VALUE "00".
           05  WS-ALERT-STATUS          PIC X(2) VALUE "00".
           05  WS-RUNCTL-EOF-FLAG       PIC X VALUE "N".
               88  WS-RUNCTL-EOF        VALUE "Y".
           05  WS-EXTRACT-EOF-FLAG      PIC X VALUE "N".
               88  WS-EXTRACT-EOF       VALUE "Y".
           05  WS-DETLEDGR-EOF-FLAG     PIC X VALUE "N".
               88  WS-DETLEDGR-EOF      VALUE "Y".
           05  WS-TRANHIST-EOF-FLAG     PIC X VALUE "N".
               88  WS-TRANHIST-EOF      VALUE "Y".
           05  WS-DAY-USABLE-FLAG       PIC X VALUE "Y".
               88  WS-DAY-USABLE        VALUE "Y".
           05  WS-ALERT-OPEN-FLAG       PIC X VALUE "N".
               88  WS-ALERT-OPEN        VALUE "Y".
               88  WS-ALERT-UNWRITABLE  VALUE "X".
           05  WS-TABLE-FULL-FLAG       PIC X VALUE "N".
               88  WS-TABLE-FULL-SHOWN  VALUE "Y".
           05  WS-ACCT-FLAGGED-FLAG     PIC X VALUE "N".
               88  WS-ACCT-FLAGGED      VALUE "Y".

       01  WS-RUN-AREA.
           05  WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
           05  WS-RUN-CYCLE             PIC 9(1) VALUE 1.
           05  WS-CYCLE-NUMBER          PIC 9(1) VALUE 0.
           05  WS-CYCLE-SUFFIX          PIC X(2) VALUE SPACES.
           05  WS-WORK-DATE             PIC X(8) VALUE SPACES.
           05  WS-WORK-CYCLES           PIC X(9) VALUE SPACES.
           05  WS-TODAY-CYCLES          PIC X(9) VALUE "NNNNNNNNN".
           05  WS-GLEXTRCT-NAME         PIC X(20) VALUE SPACES.
           05  WS-DETLEDGR-NAME         PIC X(20) VALUE SPACES.
           05  WS-ALERT-NAME            PIC X(20) VALUE SPACES.
           05  WS-LOOKUP-CODE           PIC X(10) VALUE SPACES.

      *    Thresholds - house defaults, overridden field by field
      *    from the ANCTL card.
       01  WS-THRESHOLD-AREA.
           05  WS-BASELINE-DAYS         PIC 9(3) VALUE 20.
           05  WS-REGULAR-DAYS          PIC 9(3) VALUE 5.
           05  WS-DEVIATION-FACTOR      PIC 9(2)V9 VALUE 3.0.
           05  WS-MIN-NET-CHANGE        PIC 9(9)V99 VALUE 1000.00.
           05  WS-MIN-COUNT-CHANGE      PIC 9(5) VALUE 5.
           05  WS-REVERSAL-POINTS       PIC 9(3) VALUE 25.

      *    Completed business dates before today, kept in calendar
      *    order the way MTHROLL keeps its period dates, with one
      *    flag byte per completed cycle.  Only the most recent
      *    dates matter, so when the table is full the oldest date
      *    is dropped to make room for a later one.
       01  WS-DATE-TABLE-AREA.
           05  WS-DATE-COUNT            PIC 9(3) VALUE 0.
           05  WS-DATE-MAX              PIC 9(3) VALUE 100.
           05  WS-DATE-IX               PIC 9(3) VALUE 0.
           05  WS-DATE-INSERT-IX        PIC 9(3) VALUE 0.
           05  WS-DATE-SHIFT-IX         PIC 9(3) VALUE 0.
           05  WS-WINDOW-START          PIC 9(3) VALUE 0.
           05  WS-WINDOW-DATES          PIC 9(3) VALUE 0.
           05  WS-DAYS-USED             PIC 9(3) VALUE 0.
           05  WS-DAYS-LEFT-OUT         PIC 9(3) VALUE 0.
           05  WS-DATE-FOUND-FLAG       PIC X VALUE "N".
               88  WS-DATE-FOUND        VALUE "Y".
           05  WS-DATE-TABLE.
               10  WS-DONE-ENTRY OCCURS 100 TIMES.
                   15  WS-DONE-DATE     PIC X(8).
                   15  WS-DONE-CYCLES   PIC X(9).

      *    One entry per account seen in the window or today.  The
      *    day fields collect the date being read; a usable baseline
      *    date is then folded into the running sums (floating point,
      *    since a sum of squared daily movements outgrows any
      *    packed picture), and today's date is moved to the today
      *    fields.
       01  WS-ACCOUNT-TABLE-AREA.
           05  WS-ACCT-COUNT            PIC 9(3) VALUE 0.
           05  WS-ACCT-MAX              PIC 9(3) VALUE 500.
           05  WS-ACCT-IX               PIC 9(3) VALUE 0.
           05  WS-ACCT-FOUND-FLAG       PIC X VALUE "N".
               88  WS-ACCT-FOUND        VALUE "Y".
           05  WS-ACCOUNT-TABLE.
               10  WS-ACCT-ENTRY OCCURS 500 TIMES.
                   15  WS-ACCT-CODE     PIC X(10).
                   15  WS-ACCT-PRIOR-FLAG PIC X.
                   15  WS-ACCT-DAYS     PIC 9(3).
                   15  WS-ACCT-SUM-NET  COMP-2.
                   15  WS-ACCT-SUMSQ-NET COMP-2.
                   15  WS-ACCT-SUM-COUNT COMP-2.
                   15  WS-ACCT-SUMSQ-COUNT COMP-2.
                   15  WS-ACCT-SUM-ITEMS PIC 9(7).
                   15  WS-ACCT-SUM-REVERSALS PIC 9(7).
                   15  WS-ACCT-DAY-ACTIVE PIC X.
                   15  WS-ACCT-DAY-NET  PIC S9(13)V99.
                   15  WS-ACCT-DAY-COUNT PIC 9(5).
                   15  WS-ACCT-DAY-REVERSALS PIC 9(5).
                   15  WS-ACCT-TODAY-ACTIVE PIC X.
                   15  WS-ACCT-TODAY-NET PIC S9(13)V99.
                   15  WS-ACCT-TODAY-COUNT PIC 9(5).
                   15  WS-ACCT-TODAY-REVERSALS PIC 9(5).

       01  WS-STATISTICS-AREA.
           05  WS-MEAN                  COMP-2.
           05  WS-VARIANCE              COMP-2.
           05  WS-DEVIATION             COMP-2.
           05  WS-SQUARE                COMP-2.
           05  WS-ABS-DEVIATION         COMP-2.
           05  WS-LIMIT                 COMP-2.
           05  WS-TODAY-PCT             PIC 9(3)V9 VALUE 0.
           05  WS-BASE-PCT              PIC 9(3)V9 VALUE 0.
           05  WS-PCT-RISE              PIC S9(3)V9 VALUE 0.
           05  WS-SIGNED-AMOUNT         PIC S9(9)V99 VALUE 0.
           05  WS-ABS-AMOUNT            PIC 9(13)V99 VALUE 0.

       01  WS-REPORT-AREA.
           05  WS-FINDING-LABEL         PIC X(20) VALUE SPACES.
           05  WS-FINDING-DETAIL        PIC X(90) VALUE SPACES.
           05  WS-ALERT-TEXT            PIC X(22) VALUE SPACES.
           05  WS-EDIT-AMOUNT           PIC -(12)9.99.
           05  WS-EDIT-MEAN             PIC -(12)9.99.
           05  WS-EDIT-SPREAD           PIC Z(12)9.99.
           05  WS-EDIT-COUNT            PIC Z(4)9.
           05  WS-EDIT-COUNT-MEAN       PIC Z(4)9.9.
           05  WS-EDIT-COUNT-SPREAD     PIC Z(4)9.9.
           05  WS-EDIT-TODAY-PCT        PIC ZZ9.9.
           05  WS-EDIT-BASE-PCT         PIC ZZ9.9.
           05  WS-EDIT-ITEMS            PIC Z(6)9.
           05  WS-EDIT-FACTOR           PIC Z9.9.
           05  WS-EDIT-FLOOR            PIC Z(8)9.99.

       01  WS-TOTALS-AREA.
           05  WS-TODAY-ACCOUNTS        PIC 9(5) VALUE 0.
           05  WS-FLAGGED-ACCOUNTS      PIC 9(5) VALUE 0.
           05  WS-FINDING-COUNT         PIC 9(5) VALUE 0.
           05  WS-ALERTS-WRITTEN        PIC 9(5) VALUE 0.
           05  WS-NET-COUNT             PIC 9(5) VALUE 0.
           05  WS-VOLUME-COUNT          PIC 9(5) VALUE 0.
           05  WS-REVERSAL-COUNT        PIC 9(5) VALUE 0.
           05  WS-FIRST-COUNT           PIC 9(5) VALUE 0.
           05  WS-DORMANT-COUNT         PIC 9(5) VALUE 0.
           05  WS-SILENT-COUNT          PIC 9(5) VALUE 0.
           05  WS-SHORT-HISTORY-COUNT   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0050-READ-CONTROL-CARD
           PERFORM 0100-READ-THRESHOLD-CARD
           PERFORM 0200-LOAD-COMPLETED-DATES

           IF WS-TODAY-CYCLES (WS-RUN-CYCLE:1) NOT = "Y" THEN
               DISPLAY "No completed run on RUNCTL for business date "
                   WS-BUSINESS-DATE " cycle " WS-RUN-CYCLE
                   " - nothing to check"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT EXCEPTION-REPORT-FILE
           PERFORM 3000-WRITE-REPORT-HEADING

           IF WS-DATE-COUNT > WS-BASELINE-DAYS THEN
               COMPUTE WS-WINDOW-START =
                   WS-DATE-COUNT - WS-BASELINE-DAYS + 1
           ELSE
               MOVE 1 TO WS-WINDOW-START
           END-IF
           MOVE WS-WINDOW-START TO WS-DATE-IX
           PERFORM UNTIL WS-DATE-IX > WS-DATE-COUNT
               ADD 1 TO WS-WINDOW-DATES
               MOVE WS-DONE-DATE (WS-DATE-IX) TO WS-WORK-DATE
               MOVE WS-DONE-CYCLES (WS-DATE-IX) TO WS-WORK-CYCLES
               PERFORM 1000-READ-DAY
               IF WS-DAY-USABLE THEN
                   ADD 1 TO WS-DAYS-USED
                   PERFORM 1300-FOLD-BASELINE-DAY
               ELSE
                   ADD 1 TO WS-DAYS-LEFT-OUT
                   PERFORM 1350-CLEAR-DAY
               END-IF
               ADD 1 TO WS-DATE-IX
           END-PERFORM

           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           MOVE WS-TODAY-CYCLES TO WS-WORK-CYCLES
           PERFORM 1000-READ-DAY
           IF NOT WS-DAY-USABLE THEN
               MOVE SPACES TO EXCEPTION-LINE
               STRING "** CHECK ABANDONED - TODAY'S GENERATIONS ARE "
                   "INCOMPLETE"
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
               CLOSE EXCEPTION-REPORT-FILE
               DISPLAY "Generations for business date "
                   WS-BUSINESS-DATE " are incomplete - account "
                   "check abandoned"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1400-TAKE-TODAY

           PERFORM 1800-MARK-EARLIER-HISTORY
           PERFORM 3050-WRITE-BASELINE-LINE

           MOVE 1 TO WS-ACCT-IX
           PERFORM UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               PERFORM 2000-CHECK-ACCOUNT
               ADD 1 TO WS-ACCT-IX
           END-PERFORM
           IF WS-ALERT-OPEN THEN
               CLOSE ALERT-FILE
           END-IF

           PERFORM 3900-WRITE-REPORT-TOTALS
           CLOSE EXCEPTION-REPORT-FILE

           IF WS-FINDING-COUNT > 0 OR WS-DAYS-LEFT-OUT > 0 THEN
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "Account check complete - " WS-TODAY-ACCOUNTS
               " accounts posting, " WS-FINDING-COUNT " findings on "
               WS-FLAGGED-ACCOUNTS " accounts, baseline "
               WS-DAYS-USED " dates"

           STOP RUN.

       0050-READ-CONTROL-CARD.
      *    Same card DAILYACC reads.  The baseline is built from the
      *    dated generations, so an undated run has nothing to check
      *    against and is passed over cleanly.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-STATUS = "00" THEN
               READ CONTROL-CARD-FILE
                   NOT AT END
                       IF CC-BUSINESS-DATE NOT = SPACES THEN
                           MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE
                           PERFORM 0075-APPLY-CYCLE-NUMBER
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF WS-BUSINESS-DATE = SPACES THEN
               DISPLAY "No business date on the control card - "
                   "account check needs dated generations, skipped"
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CYCLE-SUFFIX
           IF WS-RUN-CYCLE > 1 THEN
               STRING "C" WS-RUN-CYCLE
                   DELIMITED BY SIZE INTO WS-CYCLE-SUFFIX
           END-IF
           MOVE SPACES TO WS-ALERT-NAME
           STRING "ALERTQ.D" WS-BUSINESS-DATE DELIMITED BY SIZE
               WS-CYCLE-SUFFIX DELIMITED BY SPACE
               INTO WS-ALERT-NAME
           DISPLAY "Checking account movement for business date "
               WS-BUSINESS-DATE " cycle " WS-RUN-CYCLE.

       0075-APPLY-CYCLE-NUMBER.
      *    A cycle DAILYACC would refuse is refused here.
           IF CC-CYCLE-NUMBER = SPACE OR CC-CYCLE-NUMBER = "0" THEN
               MOVE 1 TO WS-RUN-CYCLE
           ELSE
               IF CC-CYCLE-NUMBER IS NUMERIC THEN
                   MOVE CC-CYCLE-NUMBER TO WS-RUN-CYCLE
               ELSE
                   DISPLAY "Control card cycle number "
                       CC-CYCLE-NUMBER " is not 1-9 - run refused"
                   MOVE 16 TO RETURN-CODE
                   CLOSE CONTROL-CARD-FILE
                   STOP RUN
               END-IF
           END-IF.

       0100-READ-THRESHOLD-CARD.
           OPEN INPUT AN-CONTROL-FILE
           IF WS-ANCTL-STATUS = "00" THEN
               READ AN-CONTROL-FILE
                   NOT AT END
                       PERFORM 0150-APPLY-THRESHOLD-CARD
               END-READ
               CLOSE AN-CONTROL-FILE
           ELSE
               DISPLAY "No threshold card supplied - house defaults "
                   "in force"
           END-IF
           IF WS-REGULAR-DAYS > WS-BASELINE-DAYS THEN
               DISPLAY "Regular-account days " WS-REGULAR-DAYS
                   " exceed the baseline of " WS-BASELINE-DAYS
                   " dates - no account could qualify, run refused"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0150-APPLY-THRESHOLD-CARD.
           IF ANC-BASELINE-DAYS IS NUMERIC
                   AND ANC-BASELINE-DAYS > 0 THEN
               MOVE ANC-BASELINE-DAYS TO WS-BASELINE-DAYS
               IF WS-BASELINE-DAYS > WS-DATE-MAX THEN
                   DISPLAY "Baseline of " WS-BASELINE-DAYS
                       " dates is over the " WS-DATE-MAX
                       " the date table holds - " WS-DATE-MAX
                       " used"
                   MOVE WS-DATE-MAX TO WS-BASELINE-DAYS
               END-IF
           END-IF
           IF ANC-REGULAR-DAYS IS NUMERIC
                   AND ANC-REGULAR-DAYS > 0 THEN
               MOVE ANC-REGULAR-DAYS TO WS-REGULAR-DAYS
           END-IF
           IF ANC-DEVIATION-FACTOR IS NUMERIC
                   AND ANC-DEVIATION-FACTOR > 0 THEN
               MOVE ANC-DEVIATION-FACTOR TO WS-DEVIATION-FACTOR
           END-IF
           IF ANC-MIN-NET-CHANGE IS NUMERIC
                   AND ANC-MIN-NET-CHANGE > 0 THEN
               MOVE ANC-MIN-NET-CHANGE TO WS-MIN-NET-CHANGE
           END-IF
           IF ANC-MIN-COUNT-CHANGE IS NUMERIC
                   AND ANC-MIN-COUNT-CHANGE > 0 THEN
               MOVE ANC-MIN-COUNT-CHANGE TO WS-MIN-COUNT-CHANGE
           END-IF
           IF ANC-REVERSAL-POINTS IS NUMERIC
                   AND ANC-REVERSAL-POINTS > 0 THEN
               MOVE ANC-REVERSAL-POINTS TO WS-REVERSAL-POINTS
           END-IF.

       0200-LOAD-COMPLETED-DATES.
      *    Earlier dates go in the date table; the business date's
      *    own completed cycles, up to the card's cycle, are today.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00" THEN
               DISPLAY "No run control file - no completed dates to "
                   "check against"
           ELSE
               PERFORM UNTIL WS-RUNCTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUNCTL-EOF TO TRUE
                       NOT AT END
                           IF RC-RUN-COMPLETE THEN
                               PERFORM 0210-TAKE-COMPLETED-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0210-TAKE-COMPLETED-ROW.
           IF RC-CYCLE-NUMBER IS NUMERIC
                   AND RC-CYCLE-NUMBER NOT = "0" THEN
               MOVE RC-CYCLE-NUMBER TO WS-CYCLE-NUMBER
           ELSE
               MOVE 1 TO WS-CYCLE-NUMBER
           END-IF
           IF RC-BUSINESS-DATE = WS-BUSINESS-DATE THEN
               IF WS-CYCLE-NUMBER NOT > WS-RUN-CYCLE THEN
                   MOVE "Y" TO WS-TODAY-CYCLES (WS-CYCLE-NUMBER:1)
               END-IF
           ELSE
               IF RC-BUSINESS-DATE < WS-BUSINESS-DATE THEN
                   PERFORM 0250-ADD-COMPLETED-DATE
               END-IF
           END-IF.

       0250-ADD-COMPLETED-DATE.
           MOVE "N" TO WS-DATE-FOUND-FLAG
           MOVE 1 TO WS-DATE-IX
           PERFORM UNTIL WS-DATE-IX > WS-DATE-COUNT OR WS-DATE-FOUND
               IF WS-DONE-DATE (WS-DATE-IX) = RC-BUSINESS-DATE THEN
                   SET WS-DATE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-DATE-IX
               END-IF
           END-PERFORM
           IF NOT WS-DATE-FOUND THEN
               IF WS-DATE-COUNT = WS-DATE-MAX
                       AND RC-BUSINESS-DATE > WS-DONE-DATE (1) THEN
                   PERFORM 0260-DROP-OLDEST-DATE
               END-IF
      *        A date older than everything in a full table is
      *        beyond any baseline the card can ask for.
               IF WS-DATE-COUNT < WS-DATE-MAX THEN
                   MOVE 1 TO WS-DATE-INSERT-IX
                   PERFORM UNTIL WS-DATE-INSERT-IX > WS-DATE-COUNT
                           OR WS-DONE-DATE (WS-DATE-INSERT-IX) >
                               RC-BUSINESS-DATE
                       ADD 1 TO WS-DATE-INSERT-IX
                   END-PERFORM
                   MOVE WS-DATE-COUNT TO WS-DATE-SHIFT-IX
                   PERFORM UNTIL WS-DATE-SHIFT-IX < WS-DATE-INSERT-IX
                       ADD 1 TO WS-DATE-SHIFT-IX GIVING WS-DATE-IX
                       MOVE WS-DONE-ENTRY (WS-DATE-SHIFT-IX)
                           TO WS-DONE-ENTRY (WS-DATE-IX)
                       SUBTRACT 1 FROM WS-DATE-SHIFT-IX
                   END-PERFORM
                   ADD 1 TO WS-DATE-COUNT
                   MOVE RC-BUSINESS-DATE
                       TO WS-DONE-DATE (WS-DATE-INSERT-IX)
                   MOVE "NNNNNNNNN"
                       TO WS-DONE-CYCLES (WS-DATE-INSERT-IX)
                   MOVE "Y" TO WS-DONE-CYCLES (WS-DATE-INSERT-IX)
                       (WS-CYCLE-NUMBER:1)
               END-IF
           ELSE
               MOVE "Y" TO WS-DONE-CYCLES (WS-DATE-IX)
                   (WS-CYCLE-NUMBER:1)
           END-IF.

       0260-DROP-OLDEST-DATE.
           MOVE 1 TO WS-DATE-SHIFT-IX
           PERFORM UNTIL WS-DATE-SHIFT-IX >= WS-DATE-COUNT
               ADD 1 TO WS-DATE-SHIFT-IX GIVING WS-DATE-IX
               MOVE WS-DONE-ENTRY (WS-DATE-IX)
                   TO WS-DONE-ENTRY (WS-DATE-SHIFT-IX)
               ADD 1 TO WS-DATE-SHIFT-IX
           END-PERFORM
           SUBTRACT 1 FROM WS-DATE-COUNT.

       1000-READ-DAY.
      *    Every completed cycle of the date counts as that one day.
      *    Any generation missing makes the whole date unusable -
      *    half a day's figures would read as a real drop.
           SET WS-DAY-USABLE TO TRUE
           MOVE 1 TO WS-CYCLE-NUMBER
           PERFORM UNTIL WS-CYCLE-NUMBER = 0
               IF WS-WORK-CYCLES (WS-CYCLE-NUMBER:1) = "Y" THEN
                   PERFORM 1100-READ-CYCLE
               END-IF
               IF WS-CYCLE-NUMBER = 9 THEN
                   MOVE 0 TO WS-CYCLE-NUMBER
               ELSE
                   ADD 1 TO WS-CYCLE-NUMBER
               END-IF
           END-PERFORM.

       1100-READ-CYCLE.
           MOVE SPACES TO WS-CYCLE-SUFFIX
           IF WS-CYCLE-NUMBER > 1 THEN
               STRING "C" WS-CYCLE-NUMBER
                   DELIMITED BY SIZE INTO WS-CYCLE-SUFFIX
           END-IF
           MOVE SPACES TO WS-GLEXTRCT-NAME
           STRING "GLEXTRCT.D" WS-WORK-DATE DELIMITED BY SIZE
               WS-CYCLE-SUFFIX DELIMITED BY SPACE
               INTO WS-GLEXTRCT-NAME
           MOVE SPACES TO WS-DETLEDGR-NAME
           STRING "DETLEDGR.D" WS-WORK-DATE DELIMITED BY SIZE
               WS-CYCLE-SUFFIX DELIMITED BY SPACE
               INTO WS-DETLEDGR-NAME

           MOVE "N" TO WS-EXTRACT-EOF-FLAG
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00" THEN
               MOVE "N" TO WS-DAY-USABLE-FLAG
               MOVE SPACES TO EXCEPTION-LINE
               STRING "** GENERATION MISSING - " DELIMITED BY SIZE
                   WS-GLEXTRCT-NAME DELIMITED BY SPACE
                   " STATUS " WS-EXTRACT-STATUS
                   " - DATE LEFT OUT"
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
               DISPLAY "Generation missing - " WS-GLEXTRCT-NAME
                   " status " WS-EXTRACT-STATUS
           ELSE
               PERFORM UNTIL WS-EXTRACT-EOF
                   READ GL-EXTRACT-FILE
                       AT END
                           SET WS-EXTRACT-EOF TO TRUE
                       NOT AT END
                           IF GLE-IS-HEADER OR GLE-IS-TRAILER THEN
                               CONTINUE
                           ELSE
                               PERFORM 1150-TAKE-EXTRACT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-EXTRACT-FILE
           END-IF

           MOVE "N" TO WS-DETLEDGR-EOF-FLAG
           OPEN INPUT DETAIL-LEDGER-FILE
           IF WS-DETLEDGR-STATUS NOT = "00" THEN
               MOVE "N" TO WS-DAY-USABLE-FLAG
               MOVE SPACES TO EXCEPTION-LINE
               STRING "** GENERATION MISSING - " DELIMITED BY SIZE
                   WS-DETLEDGR-NAME DELIMITED BY SPACE
                   " STATUS " WS-DETLEDGR-STATUS
                   " - DATE LEFT OUT"
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
               DISPLAY "Generation missing - " WS-DETLEDGR-NAME
                   " status " WS-DETLEDGR-STATUS
           ELSE
               PERFORM UNTIL WS-DETLEDGR-EOF
                   READ DETAIL-LEDGER-FILE
                       AT END
                           SET WS-DETLEDGR-EOF TO TRUE
                       NOT AT END
                           IF DL-POSTED THEN
                               PERFORM 1200-TAKE-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DETAIL-LEDGER-FILE
           END-IF.

       1150-TAKE-EXTRACT-ROW.
           IF GL-IS-CREDIT THEN
               SUBTRACT GL-AMOUNT FROM 0 GIVING WS-SIGNED-AMOUNT
           ELSE
               MOVE GL-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF
           MOVE GL-ACCOUNT-CODE TO WS-LOOKUP-CODE
           PERFORM 1250-FIND-OR-ADD-ACCOUNT
           IF WS-ACCT-IX > 0 THEN
               ADD WS-SIGNED-AMOUNT TO WS-ACCT-DAY-NET (WS-ACCT-IX)
               MOVE "Y" TO WS-ACCT-DAY-ACTIVE (WS-ACCT-IX)
           END-IF.

       1200-TAKE-LEDGER-ROW.
      *    Held and suspended rows never reached the account - only
      *    posted items count towards its volume.
           MOVE DL-ACCOUNT-CODE TO WS-LOOKUP-CODE
           PERFORM 1250-FIND-OR-ADD-ACCOUNT
           IF WS-ACCT-IX > 0 THEN
               ADD 1 TO WS-ACCT-DAY-COUNT (WS-ACCT-IX)
               IF DL-MOVEMENT-SIGN = "-" THEN
                   ADD 1 TO WS-ACCT-DAY-REVERSALS (WS-ACCT-IX)
               END-IF
               MOVE "Y" TO WS-ACCT-DAY-ACTIVE (WS-ACCT-IX)
           END-IF.

       1250-FIND-OR-ADD-ACCOUNT.
      *    A full table leaves WS-ACCT-IX zero - the account is not
      *    checked rather than lumped into another account's figures.
           PERFORM 1260-FIND-ACCOUNT
           IF NOT WS-ACCT-FOUND THEN
               IF WS-ACCT-COUNT < WS-ACCT-MAX THEN
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-IX
                   MOVE WS-LOOKUP-CODE TO WS-ACCT-CODE (WS-ACCT-IX)
                   MOVE "N" TO WS-ACCT-PRIOR-FLAG (WS-ACCT-IX)
                   MOVE 0 TO WS-ACCT-DAYS (WS-ACCT-IX)
                   MOVE 0 TO WS-ACCT-SUM-NET (WS-ACCT-IX)
                   MOVE 0 TO WS-ACCT-SUMSQ-NET (WS-ACCT-IX)
                   MOVE 0 TO WS-ACCT-SUM-COUNT (WS-ACCT-IX)
                   MOVE 0 TO WS-ACCT-SUMSQ-COUNT (WS-ACCT-IX)
                   MOVE 0 TO WS-ACCT-SUM-ITEMS (WS-ACCT-IX)
                   MOVE 0 TO WS-ACCT-SUM-REVERSALS (WS-ACCT-IX)
                   MOVE "N" TO WS-ACCT-DAY-ACTIVE (WS-ACCT-IX)
                   MOVE 0 TO WS-ACCT-DAY-NET (WS-ACCT-IX)
                   MOVE 0 TO WS-ACCT-DAY-COUNT (WS-ACCT-IX)
                   MOVE 0 TO WS-ACCT-DAY-REVERSALS (WS-ACCT-IX)
                   MOVE "N" TO WS-ACCT-TODAY-ACTIVE (WS-ACCT-IX)
                   MOVE 0 TO WS-ACCT-TODAY-NET (WS-ACCT-IX)
                   MOVE 0 TO WS-ACCT-TODAY-COUNT (WS-ACCT-IX)
                   MOVE 0 TO WS-ACCT-TODAY-REVERSALS (WS-ACCT-IX)
               ELSE
                   IF NOT WS-TABLE-FULL-SHOWN THEN
                       DISPLAY "Account table full at " WS-ACCT-MAX
                           " - later accounts not checked"
                       SET WS-TABLE-FULL-SHOWN TO TRUE
                       IF RETURN-CODE < 4 THEN
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   MOVE 0 TO WS-ACCT-IX
               END-IF
           END-IF.

       1260-FIND-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND-FLAG
           MOVE 1 TO WS-ACCT-IX
           PERFORM UNTIL WS-ACCT-IX > WS-ACCT-COUNT OR WS-ACCT-FOUND
               IF WS-ACCT-CODE (WS-ACCT-IX) = WS-LOOKUP-CODE THEN
                   SET WS-ACCT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-ACCT-IX
               END-IF
           END-PERFORM.

       1300-FOLD-BASELINE-DAY.
           MOVE 1 TO WS-ACCT-IX
           PERFORM UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               IF WS-ACCT-DAY-ACTIVE (WS-ACCT-IX) = "Y" THEN
                   ADD 1 TO WS-ACCT-DAYS (WS-ACCT-IX)
                   ADD WS-ACCT-DAY-NET (WS-ACCT-IX)
                       TO WS-ACCT-SUM-NET (WS-ACCT-IX)
                   COMPUTE WS-SQUARE = WS-ACCT-DAY-NET (WS-ACCT-IX)
                       * WS-ACCT-DAY-NET (WS-ACCT-IX)
                   ADD WS-SQUARE TO WS-ACCT-SUMSQ-NET (WS-ACCT-IX)
                   ADD WS-ACCT-DAY-COUNT (WS-ACCT-IX)
                       TO WS-ACCT-SUM-COUNT (WS-ACCT-IX)
                   COMPUTE WS-SQUARE = WS-ACCT-DAY-COUNT (WS-ACCT-IX)
                       * WS-ACCT-DAY-COUNT (WS-ACCT-IX)
                   ADD WS-SQUARE TO WS-ACCT-SUMSQ-COUNT (WS-ACCT-IX)
                   ADD WS-ACCT-DAY-COUNT (WS-ACCT-IX)
                       TO WS-ACCT-SUM-ITEMS (WS-ACCT-IX)
                   ADD WS-ACCT-DAY-REVERSALS (WS-ACCT-IX)
                       TO WS-ACCT-SUM-REVERSALS (WS-ACCT-IX)
               END-IF
               ADD 1 TO WS-ACCT-IX
           END-PERFORM
           PERFORM 1350-CLEAR-DAY.

       1350-CLEAR-DAY.
           MOVE 1 TO WS-ACCT-IX
           PERFORM UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               MOVE "N" TO WS-ACCT-DAY-ACTIVE (WS-ACCT-IX)
               MOVE 0 TO WS-ACCT-DAY-NET (WS-ACCT-IX)
               MOVE 0 TO WS-ACCT-DAY-COUNT (WS-ACCT-IX)
               MOVE 0 TO WS-ACCT-DAY-REVERSALS (WS-ACCT-IX)
               ADD 1 TO WS-ACCT-IX
           END-PERFORM.

       1400-TAKE-TODAY.
           MOVE 1 TO WS-ACCT-IX
           PERFORM UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               MOVE WS-ACCT-DAY-ACTIVE (WS-ACCT-IX)
                   TO WS-ACCT-TODAY-ACTIVE (WS-ACCT-IX)
               MOVE WS-ACCT-DAY-NET (WS-ACCT-IX)
                   TO WS-ACCT-TODAY-NET (WS-ACCT-IX)
               MOVE WS-ACCT-DAY-COUNT (WS-ACCT-IX)
                   TO WS-ACCT-TODAY-COUNT (WS-ACCT-IX)
               MOVE WS-ACCT-DAY-REVERSALS (WS-ACCT-IX)
                   TO WS-ACCT-TODAY-REVERSALS (WS-ACCT-IX)
               ADD 1 TO WS-ACCT-IX
           END-PERFORM
           PERFORM 1350-CLEAR-DAY.

       1800-MARK-EARLIER-HISTORY.
      *    An account with nothing in the window may still have
      *    posted before it - TRANHIST keeps every posted id back to
      *    its trim horizon, so it tells a first posting from an
      *    account coming back after a quiet spell.
           OPEN INPUT TRANS-HISTORY-FILE
           IF WS-TRANHIST-STATUS NOT = "00" THEN
               DISPLAY "No transaction history - first postings "
                   "judged on the baseline window alone"
           ELSE
               PERFORM UNTIL WS-TRANHIST-EOF
                   READ TRANS-HISTORY-FILE
                       AT END
                           SET WS-TRANHIST-EOF TO TRUE
                       NOT AT END
                           IF TH-POSTED AND TH-BUSINESS-DATE <
                                   WS-BUSINESS-DATE THEN
                               MOVE TH-ACCOUNT-CODE TO WS-LOOKUP-CODE
                               PERFORM 1260-FIND-ACCOUNT
                               IF WS-ACCT-FOUND THEN
                                   MOVE "Y" TO WS-ACCT-PRIOR-FLAG
                                       (WS-ACCT-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-HISTORY-FILE
           END-IF.

       2000-CHECK-ACCOUNT.
           MOVE "N" TO WS-ACCT-FLAGGED-FLAG
           IF WS-ACCT-TODAY-ACTIVE (WS-ACCT-IX) = "Y" THEN
               ADD 1 TO WS-TODAY-ACCOUNTS
               IF WS-ACCT-DAYS (WS-ACCT-IX) = 0 THEN
                   PERFORM 2100-CHECK-NEW-ACCOUNT
               ELSE
                   IF WS-ACCT-DAYS (WS-ACCT-IX) < WS-REGULAR-DAYS
                           THEN
                       ADD 1 TO WS-SHORT-HISTORY-COUNT
                   ELSE
                       PERFORM 2200-CHECK-NET-MOVEMENT
                       PERFORM 2300-CHECK-ITEM-COUNT
                       PERFORM 2400-CHECK-REVERSAL-RATIO
                   END-IF
               END-IF
           ELSE
               IF WS-ACCT-DAYS (WS-ACCT-IX) >= WS-REGULAR-DAYS THEN
                   PERFORM 2500-FLAG-SILENT-ACCOUNT
               END-IF
           END-IF
           IF WS-ACCT-FLAGGED THEN
               ADD 1 TO WS-FLAGGED-ACCOUNTS
           END-IF.

       2100-CHECK-NEW-ACCOUNT.
           MOVE WS-ACCT-TODAY-NET (WS-ACCT-IX) TO WS-EDIT-AMOUNT
           MOVE WS-ACCT-TODAY-COUNT (WS-ACCT-IX) TO WS-EDIT-COUNT
           MOVE SPACES TO WS-FINDING-DETAIL
           IF WS-ACCT-PRIOR-FLAG (WS-ACCT-IX) = "Y" THEN
               ADD 1 TO WS-DORMANT-COUNT
               MOVE "DORMANT, NOW POSTING" TO WS-FINDING-LABEL
               MOVE " dormant, now posting" TO WS-ALERT-TEXT
               STRING " TODAY " WS-EDIT-AMOUNT
                   " ITEMS " WS-EDIT-COUNT
                   "  NONE IN LAST " WS-WINDOW-DATES " DATES"
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
           ELSE
               ADD 1 TO WS-FIRST-COUNT
               MOVE "FIRST POSTING" TO WS-FINDING-LABEL
               MOVE " first posting" TO WS-ALERT-TEXT
               STRING " TODAY " WS-EDIT-AMOUNT
                   " ITEMS " WS-EDIT-COUNT
                   "  NO EARLIER POSTING ON FILE"
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
           END-IF
           PERFORM 2900-RAISE-FINDING.

       2200-CHECK-NET-MOVEMENT.
           PERFORM 2250-SET-NET-SPREAD
           IF WS-ABS-DEVIATION > WS-MIN-NET-CHANGE
                   AND WS-SQUARE > WS-LIMIT THEN
               ADD 1 TO WS-NET-COUNT
               MOVE WS-ACCT-TODAY-NET (WS-ACCT-IX) TO WS-EDIT-AMOUNT
               COMPUTE WS-EDIT-MEAN ROUNDED = WS-MEAN
               COMPUTE WS-EDIT-SPREAD ROUNDED =
                   FUNCTION SQRT (WS-VARIANCE)
               MOVE "NET OFF BASELINE" TO WS-FINDING-LABEL
               MOVE " net off baseline" TO WS-ALERT-TEXT
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING " TODAY " WS-EDIT-AMOUNT
                   " MEAN " WS-EDIT-MEAN
                   " SPREAD " WS-EDIT-SPREAD
                   " DAYS " WS-ACCT-DAYS (WS-ACCT-IX)
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               PERFORM 2900-RAISE-FINDING
           END-IF.

       2250-SET-NET-SPREAD.
      *    Variance as mean of squares less square of mean, each step
      *    its own statement so no intermediate result is ever held
      *    in a fixed picture.  Today is off baseline when
      *    its squared deviation exceeds the factor squared times the
      *    variance - the spread itself is only needed for printing.
           COMPUTE WS-MEAN = WS-ACCT-SUM-NET (WS-ACCT-IX)
               / WS-ACCT-DAYS (WS-ACCT-IX)
           COMPUTE WS-VARIANCE = WS-ACCT-SUMSQ-NET (WS-ACCT-IX)
               / WS-ACCT-DAYS (WS-ACCT-IX)
           MOVE WS-ACCT-TODAY-NET (WS-ACCT-IX) TO WS-DEVIATION
           PERFORM 2280-COMPARE-TO-SPREAD.

       2260-SET-COUNT-SPREAD.
           COMPUTE WS-MEAN = WS-ACCT-SUM-COUNT (WS-ACCT-IX)
               / WS-ACCT-DAYS (WS-ACCT-IX)
           COMPUTE WS-VARIANCE = WS-ACCT-SUMSQ-COUNT (WS-ACCT-IX)
               / WS-ACCT-DAYS (WS-ACCT-IX)
           MOVE WS-ACCT-TODAY-COUNT (WS-ACCT-IX) TO WS-DEVIATION
           PERFORM 2280-COMPARE-TO-SPREAD.

       2280-COMPARE-TO-SPREAD.
           COMPUTE WS-SQUARE = WS-MEAN * WS-MEAN
           SUBTRACT WS-SQUARE FROM WS-VARIANCE
           IF WS-VARIANCE < 0 THEN
               MOVE 0 TO WS-VARIANCE
           END-IF
           SUBTRACT WS-MEAN FROM WS-DEVIATION
           IF WS-DEVIATION < 0 THEN
               COMPUTE WS-ABS-DEVIATION = 0 - WS-DEVIATION
           ELSE
               MOVE WS-DEVIATION TO WS-ABS-DEVIATION
           END-IF
           COMPUTE WS-SQUARE = WS-DEVIATION * WS-DEVIATION
           COMPUTE WS-LIMIT = WS-DEVIATION-FACTOR
               * WS-DEVIATION-FACTOR
           MULTIPLY WS-VARIANCE BY WS-LIMIT.

       2300-CHECK-ITEM-COUNT.
           PERFORM 2260-SET-COUNT-SPREAD
           IF WS-ABS-DEVIATION > WS-MIN-COUNT-CHANGE
                   AND WS-SQUARE > WS-LIMIT THEN
               ADD 1 TO WS-VOLUME-COUNT
               MOVE WS-ACCT-TODAY-COUNT (WS-ACCT-IX) TO WS-EDIT-COUNT
               COMPUTE WS-EDIT-COUNT-MEAN ROUNDED = WS-MEAN
               COMPUTE WS-EDIT-COUNT-SPREAD ROUNDED =
                   FUNCTION SQRT (WS-VARIANCE)
               MOVE "ITEM COUNT OFF BASE" TO WS-FINDING-LABEL
               MOVE " volume off baseline" TO WS-ALERT-TEXT
               MOVE SPACES TO WS-FINDING-DETAIL
               STRING " TODAY " WS-EDIT-COUNT
                   " ITEMS  MEAN " WS-EDIT-COUNT-MEAN
                   " SPREAD " WS-EDIT-COUNT-SPREAD
                   " DAYS " WS-ACCT-DAYS (WS-ACCT-IX)
                   DELIMITED BY SIZE INTO WS-FINDING-DETAIL
               PERFORM 2900-RAISE-FINDING
           END-IF.

       2400-CHECK-REVERSAL-RATIO.
      *    Ratios are whole-percent-and-a-tenth of posted items; a
      *    day with no posted items (a GL row alone) has no ratio.
           IF WS-ACCT-TODAY-COUNT (WS-ACCT-IX) > 0 THEN
               COMPUTE WS-TODAY-PCT ROUNDED =
                   WS-ACCT-TODAY-REVERSALS (WS-ACCT-IX) * 100
                   / WS-ACCT-TODAY-COUNT (WS-ACCT-IX)
               IF WS-ACCT-SUM-ITEMS (WS-ACCT-IX) > 0 THEN
                   COMPUTE WS-BASE-PCT ROUNDED =
                       WS-ACCT-SUM-REVERSALS (WS-ACCT-IX) * 100
                       / WS-ACCT-SUM-ITEMS (WS-ACCT-IX)
               ELSE
                   MOVE 0 TO WS-BASE-PCT
               END-IF
               COMPUTE WS-PCT-RISE = WS-TODAY-PCT - WS-BASE-PCT
               IF WS-PCT-RISE > WS-REVERSAL-POINTS THEN
                   ADD 1 TO WS-REVERSAL-COUNT
                   MOVE WS-TODAY-PCT TO WS-EDIT-TODAY-PCT
                   MOVE WS-BASE-PCT TO WS-EDIT-BASE-PCT
                   MOVE WS-ACCT-TODAY-COUNT (WS-ACCT-IX)
                       TO WS-EDIT-COUNT
                   MOVE WS-ACCT-SUM-ITEMS (WS-ACCT-IX)
                       TO WS-EDIT-ITEMS
                   MOVE "REVERSAL RATIO HIGH" TO WS-FINDING-LABEL
                   MOVE " reversal ratio high" TO WS-ALERT-TEXT
                   MOVE SPACES TO WS-FINDING-DETAIL
                   STRING " TODAY " WS-EDIT-TODAY-PCT
                       "% OF " WS-EDIT-COUNT
                       " ITEMS  BASELINE " WS-EDIT-BASE-PCT
                       "% OF " WS-EDIT-ITEMS " ITEMS"
                       DELIMITED BY SIZE INTO WS-FINDING-DETAIL
                   PERFORM 2900-RAISE-FINDING
               END-IF
           END-IF.

       2500-FLAG-SILENT-ACCOUNT.
           ADD 1 TO WS-SILENT-COUNT
           MOVE "SILENT TODAY" TO WS-FINDING-LABEL
           MOVE " silent today" TO WS-ALERT-TEXT
           MOVE SPACES TO WS-FINDING-DETAIL
           STRING " NO POSTINGS TODAY  POSTED ON "
               WS-ACCT-DAYS (WS-ACCT-IX) " OF " WS-DAYS-USED
               " BASELINE DATES"
               DELIMITED BY SIZE INTO WS-FINDING-DETAIL
           PERFORM 2900-RAISE-FINDING.

       2900-RAISE-FINDING.
           ADD 1 TO WS-FINDING-COUNT
           SET WS-ACCT-FLAGGED TO TRUE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "ACCOUNT " WS-ACCT-CODE (WS-ACCT-IX)
               "  " WS-FINDING-LABEL WS-FINDING-DETAIL
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           PERFORM 2950-WRITE-ALERT.

       2950-WRITE-ALERT.
      *    Appended to the day's queue behind DAILYACC's own alerts,
      *    opened on the first finding so a clean day leaves the
      *    queue untouched.
           IF NOT WS-ALERT-OPEN AND NOT WS-ALERT-UNWRITABLE THEN
               OPEN EXTEND ALERT-FILE
               IF WS-ALERT-STATUS = "35" THEN
                   OPEN OUTPUT ALERT-FILE
               END-IF
               IF WS-ALERT-STATUS = "00" THEN
                   SET WS-ALERT-OPEN TO TRUE
               ELSE
                   DISPLAY "Unable to open " WS-ALERT-NAME
                       " - status " WS-ALERT-STATUS
                       " - findings on the report only"
                   SET WS-ALERT-UNWRITABLE TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ALERT-OPEN THEN
               IF WS-ACCT-TODAY-NET (WS-ACCT-IX) < 0 THEN
                   SUBTRACT WS-ACCT-TODAY-NET (WS-ACCT-IX) FROM 0
                       GIVING WS-ABS-AMOUNT
               ELSE
                   MOVE WS-ACCT-TODAY-NET (WS-ACCT-IX)
                       TO WS-ABS-AMOUNT
               END-IF
               MOVE SPACES TO ALERT-RECORD
               MOVE WS-ABS-AMOUNT TO ALERT-LAST-GOOD-AMOUNT
               MOVE WS-ACCT-TODAY-COUNT (WS-ACCT-IX)
                   TO ALERT-ITERATION
               MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
               STRING "Account " WS-ACCT-CODE (WS-ACCT-IX)
                   WS-ALERT-TEXT
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
               SET ALERT-IS-NEW TO TRUE
               WRITE ALERT-RECORD
               ADD 1 TO WS-ALERTS-WRITTEN
           END-IF.

       3000-WRITE-REPORT-HEADING.
           MOVE SPACES TO EXCEPTION-LINE
           STRING "ACCOUNT MOVEMENT EXCEPTIONS - BUSINESS DATE "
               WS-BUSINESS-DATE " CYCLE " WS-RUN-CYCLE
               " RUN " FUNCTION CURRENT-DATE (1:8)
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE WS-DEVIATION-FACTOR TO WS-EDIT-FACTOR
           MOVE WS-MIN-NET-CHANGE TO WS-EDIT-FLOOR
           MOVE SPACES TO EXCEPTION-LINE
           STRING "THRESHOLDS: " WS-EDIT-FACTOR " SPREADS, NET FLOOR "
               WS-EDIT-FLOOR ", COUNT FLOOR " WS-MIN-COUNT-CHANGE
               ", REVERSAL RISE " WS-REVERSAL-POINTS
               " PTS, REGULAR AT " WS-REGULAR-DAYS " OF "
               WS-BASELINE-DAYS " DATES"
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       3050-WRITE-BASELINE-LINE.
           MOVE SPACES TO EXCEPTION-LINE
           IF WS-WINDOW-DATES = 0 THEN
               STRING "BASELINE: NO COMPLETED BUSINESS DATES BEFORE "
                   WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
           ELSE
               STRING "BASELINE: " WS-WINDOW-DATES " DATES "
                   WS-DONE-DATE (WS-WINDOW-START) " - "
                   WS-DONE-DATE (WS-DATE-COUNT) ", "
                   WS-DAYS-USED " USED, " WS-DAYS-LEFT-OUT
                   " LEFT OUT"
                   DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-IF
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

       3900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "ACCOUNTS POSTING TODAY:    " WS-TODAY-ACCOUNTS
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "ACCOUNTS FLAGGED:          " WS-FLAGGED-ACCOUNTS
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "  NET OFF BASELINE:        " WS-NET-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "  ITEM COUNT OFF BASELINE: " WS-VOLUME-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "  REVERSAL RATIO HIGH:     " WS-REVERSAL-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "  FIRST POSTING:           " WS-FIRST-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "  DORMANT, NOW POSTING:    " WS-DORMANT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "  SILENT TODAY:            " WS-SILENT-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "SHORT HISTORY (NOT JUDGED):" WS-SHORT-HISTORY-COUNT
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "ALERTS QUEUED TO " DELIMITED BY SIZE
               WS-ALERT-NAME DELIMITED BY SPACE
               ":  " WS-ALERTS-WRITTEN DELIMITED BY SIZE
               INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.
