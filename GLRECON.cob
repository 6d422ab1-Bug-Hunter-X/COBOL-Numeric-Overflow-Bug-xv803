      *  agree with the detail rows.  A missing or disagreeing
      *  envelope is an immediate break - the file may be truncated,
      *  so nothing is matched against it.
      *  A business date posted in more than one cycle has one
      *  extract generation per cycle (GLEXTRCT.DYYYYMMDD, then
      *  ...C2 to ...C9).  The GL side confirms by account and date
      *  only, so every cycle's extract on disk is loaded as the
      *  day's postings and matched together - each file's envelope
      *  is still verified on its own.  Where an account moved in
      *  more than one cycle, a confirmation takes the unmatched row
      *  with its exact amount and direction before falling back to
      *  the first unmatched row for the account.  The day's rows are
      *  held in storage, up to nine cycles of a partitioned day's
      *  9000; a day with more is a break like a bad envelope and
      *  nothing is matched - a part-loaded day would only report
      *  false breaks.
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
      *    The extract is assigned through its name field: with a
      *    business date on the control card it carries the day's
      *    .DYYYYMMDD generation suffix, plus C<n> for each cycle
      *    after the first (matching what DAILYACC wrote), otherwise
      *    the old fixed name.
           SELECT GL-EXTRACT-FILE ASSIGN TO DYNAMIC WS-GLEXTRCT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
       01  WS-NAME-AREA.
           05  WS-GLEXTRCT-NAME         PIC X(20) VALUE "GLEXTRCT".
           05  WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
           05  WS-CYCLE-NUMBER          PIC 9(1) VALUE 0.
           05  WS-CYCLE-SUFFIX          PIC X(2) VALUE SPACES.

      *    One entry per extract generation loaded - a dated run
      *    probes cycles 1-9, a dateless run has the one fixed file.
      *    The envelope verdict is kept per file for 2050 to report.
       01  WS-CYCLE-FILE-AREA.
           05  WS-CF-COUNT              PIC 9(2) VALUE 0.
           05  WS-CF-IX                 PIC 9(2) VALUE 0.
           05  WS-CF-ENTRY OCCURS 9 TIMES.
               10  WS-CF-NAME           PIC X(20).
               10  WS-CF-CYCLE          PIC X(1).
               10  WS-CF-SOURCE         PIC X(8).
               10  WS-CF-ROWS           PIC 9(5).
               10  WS-CF-HASH           PIC 9(13)V99.
               10  WS-CF-ERROR-TEXT     PIC X(40).

       01  WS-CONTROL-AREA.
           05  WS-TOLERANCE-DAYS        PIC 9(3) VALUE 2.
           05  WS-ENV-SOURCE            PIC X(8) VALUE SPACES.

       01  WS-MATCH-AREA.
           05  WS-EXT-IX                PIC 9(5) VALUE 0.
           05  WS-EXT-FALLBACK-IX       PIC 9(5) VALUE 0.
           05  WS-EXT-FOUND-FLAG        PIC X VALUE "N".
               88  WS-EXT-FOUND         VALUE "Y".

           05  WS-BUSINESS-AGE          PIC 9(3) VALUE 0.

       01  WS-COUNT-AREA.
           05  WS-EXTRACT-READ          PIC 9(5) VALUE 0.
           05  WS-CONFIRM-READ          PIC 9(5) VALUE 0.
           05  WS-CONFIRMED-COUNT       PIC 9(5) VALUE 0.
           05  WS-PENDING-COUNT         PIC 9(5) VALUE 0.
           05  WS-BREAK-COUNT           PIC 9(5) VALUE 0.

      *    The day's extracts (one row per account that moved, per
      *    cycle) are held in storage and the confirmation file is
      *    streamed against them.  A partitioned cycle's extract runs
      *    to 9000 rows, and a date has up to nine cycles.
       01  WS-EXTRACT-TABLE-AREA.
           05  WS-EXT-COUNT             PIC 9(5) VALUE 0.
           05  WS-EXT-MAX               PIC 9(5) VALUE 81000.
           05  WS-EXT-SKIP-COUNT        PIC 9(5) VALUE 0.
           05  WS-EXT-ENTRY OCCURS 81000 TIMES.
               10  WS-EXT-ACCOUNT       PIC X(10).
               10  WS-EXT-AMOUNT        PIC 9(9)V99.
               10  WS-EXT-DRCR          PIC X(1).
               10  WS-EXT-DATE          PIC X(8).
               10  WS-EXT-MATCH-FLAG    PIC X(1).
               10  WS-EXT-CYCLE         PIC X(1).

       PROCEDURE DIVISION.


       0050-READ-BUSINESS-DATE.
      *    Same card DAILYACC reads - the business date tells the
      *    reconcile which day's extract generations to match.  The
      *    card's cycle does not narrow it: whichever cycle's chain
      *    runs the reconcile, the day is matched as a whole.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-STATUS = "00" THEN
               READ CONTROL-CARD-FILE
                   NOT AT END
                       IF CC-BUSINESS-DATE NOT = SPACES THEN
                           MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE
                           DISPLAY "Reconciling extracts for business "
                               "date " WS-BUSINESS-DATE
                       END-IF
               END-READ
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM).

       1000-LOAD-EXTRACT-TABLE.
      *    A dated reconcile takes every cycle of the date that has
      *    an extract on disk - a cycle that never wrote one (stopped
      *    at the cap, or out of balance) simply has nothing to match.
           IF WS-BUSINESS-DATE = SPACES THEN
               MOVE SPACE TO WS-CF-CYCLE (1)
               PERFORM 1050-LOAD-ONE-EXTRACT
           ELSE
               MOVE 1 TO WS-CYCLE-NUMBER
               PERFORM UNTIL WS-CYCLE-NUMBER = 0
                   MOVE SPACES TO WS-CYCLE-SUFFIX
                   IF WS-CYCLE-NUMBER > 1 THEN
                       STRING "C" WS-CYCLE-NUMBER
                           DELIMITED BY SIZE INTO WS-CYCLE-SUFFIX
                   END-IF
                   MOVE SPACES TO WS-GLEXTRCT-NAME
                   STRING "GLEXTRCT.D" WS-BUSINESS-DATE
                       DELIMITED BY SIZE
                       WS-CYCLE-SUFFIX DELIMITED BY SPACE
                       INTO WS-GLEXTRCT-NAME
                   MOVE WS-CYCLE-NUMBER TO WS-CF-CYCLE (WS-CF-COUNT + 1)
                   PERFORM 1050-LOAD-ONE-EXTRACT
                   IF WS-CYCLE-NUMBER = 9 THEN
                       MOVE 0 TO WS-CYCLE-NUMBER
                   ELSE
                       ADD 1 TO WS-CYCLE-NUMBER
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CF-COUNT = 0 THEN
               DISPLAY "No GL extract to reconcile for business date "
                   WS-BUSINESS-DATE " - status " WS-EXTRACT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1050-LOAD-ONE-EXTRACT.
      *    Each file carries its own envelope, so the envelope state
      *    starts over for every generation opened.
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-EXTRACT-STATUS = "00" THEN
               ADD 1 TO WS-CF-COUNT
               MOVE WS-GLEXTRCT-NAME TO WS-CF-NAME (WS-CF-COUNT)
               MOVE "N" TO WS-ENV-STATE
               MOVE "N" TO WS-ENV-ERROR-FLAG
               MOVE SPACES TO WS-ENV-ERROR-TEXT
               MOVE 0 TO WS-ENV-COUNT
               MOVE 0 TO WS-ENV-HASH
               MOVE 0 TO WS-ENV-TRL-COUNT
               MOVE 0 TO WS-ENV-TRL-HASH
               MOVE SPACES TO WS-ENV-SOURCE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ GL-EXTRACT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 1100-LOAD-EXTRACT-ROW
                   END-READ
               END-PERFORM
               CLOSE GL-EXTRACT-FILE
               PERFORM 1150-CLOSE-ENVELOPE
               MOVE WS-ENV-SOURCE TO WS-CF-SOURCE (WS-CF-COUNT)
               MOVE WS-ENV-COUNT TO WS-CF-ROWS (WS-CF-COUNT)
               MOVE WS-ENV-HASH TO WS-CF-HASH (WS-CF-COUNT)
               MOVE WS-ENV-ERROR-TEXT TO WS-CF-ERROR-TEXT (WS-CF-COUNT)
           END-IF.

       1150-CLOSE-ENVELOPE.
           IF NOT WS-ENV-IN-ERROR THEN
               IF WS-ENV-STATE = "N" THEN
                   SET WS-ENV-IN-ERROR TO TRUE

       1100-LOAD-EXTRACT-ROW.
           IF GLE-IS-HEADER THEN
               IF WS-ENV-STATE = "N" AND WS-ENV-COUNT = 0 THEN
                   MOVE "O" TO WS-ENV-STATE
                   MOVE GLE-SOURCE-SYSTEM TO WS-ENV-SOURCE
               ELSE
                           TO WS-EXT-DATE (WS-EXT-COUNT)
                       MOVE "N"
                           TO WS-EXT-MATCH-FLAG (WS-EXT-COUNT)
                       MOVE WS-CF-CYCLE (WS-CF-COUNT)
                           TO WS-EXT-CYCLE (WS-EXT-COUNT)
                   ELSE
                       ADD 1 TO WS-EXT-SKIP-COUNT
                   END-IF
               END-IF
           END-IF.
      *    A bad envelope means the file may be truncated or doubled
      *    - matching confirmations against it would only manufacture
      *    false breaks, so the reconcile stops here with the real
      *    one.  One bad cycle stops the whole day: the GL side's
      *    confirmations cannot be told apart by cycle.  Rows that
      *    did not fit in the extract table stop it the same way.
           MOVE "N" TO WS-ENV-ERROR-FLAG
           MOVE 1 TO WS-CF-IX
           PERFORM UNTIL WS-CF-IX > WS-CF-COUNT
               MOVE SPACES TO RECON-REPORT-LINE
               IF WS-CF-ERROR-TEXT (WS-CF-IX) NOT = SPACES THEN
                   SET WS-ENV-IN-ERROR TO TRUE
                   ADD 1 TO WS-BREAK-COUNT
                   STRING "** ENVELOPE BREAK - "
                       WS-CF-ERROR-TEXT (WS-CF-IX)
                       " - " WS-CF-NAME (WS-CF-IX)
                       DELIMITED BY SIZE INTO RECON-REPORT-LINE
                   DISPLAY "GL extract envelope break - "
                       WS-CF-ERROR-TEXT (WS-CF-IX)
                       " - " WS-CF-NAME (WS-CF-IX)
               ELSE
                   STRING "ENVELOPE VERIFIED - SOURCE "
                       WS-CF-SOURCE (WS-CF-IX)
                       " ROWS " WS-CF-ROWS (WS-CF-IX)
                       " HASH " WS-CF-HASH (WS-CF-IX)
                       " - " WS-CF-NAME (WS-CF-IX)
                       DELIMITED BY SIZE INTO RECON-REPORT-LINE
               END-IF
               WRITE RECON-REPORT-LINE
               ADD 1 TO WS-CF-IX
           END-PERFORM
           IF WS-EXT-SKIP-COUNT > 0 THEN
               SET WS-ENV-IN-ERROR TO TRUE
               ADD 1 TO WS-BREAK-COUNT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "** EXTRACT TABLE BREAK - TABLE FULL AT "
                   WS-EXT-MAX " ROWS, " WS-EXT-SKIP-COUNT
                   " ROWS NOT LOADED - NOTHING MATCHED"
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
               DISPLAY "GL extract table full at " WS-EXT-MAX
                   " rows - " WS-EXT-SKIP-COUNT
                   " rows not loaded, reconcile stopped"
           END-IF
           IF WS-ENV-IN-ERROR THEN
               PERFORM 2900-WRITE-REPORT-TOTALS
               CLOSE RECON-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-MATCH-CONFIRMATIONS.
       3100-MATCH-ONE-CONFIRMATION.
      *    Only rows not yet matched are candidates, so a duplicate
      *    confirmation for the same posting surfaces as UNEXPECTED
      *    instead of silently confirming twice.  An account can have
      *    a row in each cycle of the day, so the row with the exact
      *    amount and direction wins; failing that, the first
      *    unmatched row for the account takes the confirmation.
           MOVE "N" TO WS-EXT-FOUND-FLAG
           MOVE 0 TO WS-EXT-FALLBACK-IX
           MOVE 1 TO WS-EXT-IX
           PERFORM UNTIL WS-EXT-IX > WS-EXT-COUNT OR WS-EXT-FOUND
               IF WS-EXT-ACCOUNT (WS-EXT-IX) = GLC-ACCOUNT-CODE
                       AND WS-EXT-DATE (WS-EXT-IX) = GLC-RUN-DATE
                       AND WS-EXT-MATCH-FLAG (WS-EXT-IX) = "N"
                       THEN
                   IF WS-EXT-AMOUNT (WS-EXT-IX) = GLC-AMOUNT
                           AND WS-EXT-DRCR (WS-EXT-IX) =
                               GLC-DR-CR-IND THEN
                       SET WS-EXT-FOUND TO TRUE
                   ELSE
                       IF WS-EXT-FALLBACK-IX = 0 THEN
                           MOVE WS-EXT-IX TO WS-EXT-FALLBACK-IX
                       END-IF
                       ADD 1 TO WS-EXT-IX
                   END-IF
               ELSE
                   ADD 1 TO WS-EXT-IX
               END-IF
           END-PERFORM
           IF NOT WS-EXT-FOUND AND WS-EXT-FALLBACK-IX > 0 THEN
               MOVE WS-EXT-FALLBACK-IX TO WS-EXT-IX
               SET WS-EXT-FOUND TO TRUE
           END-IF

           IF NOT WS-EXT-FOUND THEN
               ADD 1 TO WS-BREAK-COUNT
               " AMOUNT " WS-EXT-AMOUNT (WS-EXT-IX)
               " " WS-EXT-DRCR (WS-EXT-IX)
               " AGE " WS-BUSINESS-AGE " BUSINESS DAYS"
               " CYCLE " WS-EXT-CYCLE (WS-EXT-IX)
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.

