      *  detected rather than silently skipped.  Each completed day's
      *  GLEXTRCT.DYYYYMMDD is read and the signed movement per
      *  GL-ACCOUNT-CODE (debit adds, credit subtracts) accumulated.
      *  A date posted in more than one cycle has an extract per
      *  completed cycle (...C2 to ...C9 after the first); all of
      *  them are read as that one day's postings, so the calendar
      *  check, the day counts and the statement detail stay by
      *  business date.
      *  Outputs: the period summary file PERDSUMM.PYYYYMM (rewritten
      *  in full, so a mid-month rerun gives the standing MTD
      *  position) and the month statement report (MTHSTMT) with the
               88  WS-RUNCTL-EOF        VALUE "Y".
           05  WS-EXTRACT-EOF-FLAG     PIC X VALUE "N".
               88  WS-EXTRACT-EOF       VALUE "Y".
           05  WS-DAY-ROLLED-FLAG       PIC X VALUE "N".
               88  WS-DAY-ROLLED        VALUE "Y".
           05  WS-CLOSE-FLAG            PIC X VALUE " ".
               88  WS-CLOSE-MODE        VALUE "C".

           05  WS-DAY-REM               PIC 9(1) VALUE 0.
           05  WS-WORK-DATE             PIC X(8) VALUE SPACES.
           05  WS-MISSING-COUNT         PIC 9(3) VALUE 0.
           05  WS-CYCLE-NUMBER          PIC 9(1) VALUE 0.
           05  WS-CYCLE-SUFFIX          PIC X(2) VALUE SPACES.

      *    Operator-declared holidays off the card - weekdays in
      *    range on which no run was expected.
      *    backfilled day appends late on RUNCTL but must still roll
      *    up and print in date order.  RUNCTL can carry a date twice
      *    after an operator rerun, so membership is checked before
      *    adding.  Each date also carries one flag byte per posting
      *    cycle (1-9) that completed - RUNCTL rows from before cycles
      *    existed count as cycle 1.
       01  WS-DATE-TABLE-AREA.
           05  WS-DATE-COUNT            PIC 9(3) VALUE 0.
           05  WS-DATE-MAX              PIC 9(3) VALUE 100.
           05  WS-DATE-FOUND-FLAG       PIC X VALUE "N".
               88  WS-DATE-FOUND        VALUE "Y".
           05  WS-DATE-TABLE.
               10  WS-DONE-ENTRY OCCURS 100 TIMES.
                   15  WS-DONE-DATE     PIC X(8).
                   15  WS-DONE-CYCLES   PIC X(9).

       01  WS-ACCOUNT-TABLE-AREA.
           05  WS-ACCT-COUNT            PIC 9(3) VALUE 0.
           05  WS-ACCT-MAX              PIC 9(3) VALUE 500.
           05  WS-ACCT-IX               PIC 9(3) VALUE 0.
           05  WS-ACCT-FOUND-FLAG       PIC X VALUE "N".
               88  WS-ACCT-FOUND        VALUE "Y".
           05  WS-ACCOUNT-TABLE.
               10  WS-ACCT-ENTRY OCCURS 500 TIMES.
                   15  WS-ACCT-CODE     PIC X(10).
                   15  WS-ACCT-NET      PIC S9(13)V99.
                   15  WS-ACCT-DAYS     PIC 9(3).
                   15  WS-ACCT-LAST-DATE PIC X(8).
                   15  WS-ACCT-LAST-DET PIC 9(5).

      *    Day-by-day movement detail behind each account total -
      *    one entry per account per business date (a later cycle's
      *    row adds to the day's entry), printed per account on the
      *    statement.
       01  WS-DETAIL-TABLE-AREA.
           05  WS-DET-COUNT             PIC 9(5) VALUE 0.
           05  WS-DET-MAX               PIC 9(5) VALUE 5000.
           END-IF.

       0250-ADD-COMPLETED-DATE.
           IF RC-CYCLE-NUMBER IS NUMERIC
                   AND RC-CYCLE-NUMBER NOT = "0" THEN
               MOVE RC-CYCLE-NUMBER TO WS-CYCLE-NUMBER
           ELSE
               MOVE 1 TO WS-CYCLE-NUMBER
           END-IF
           MOVE "N" TO WS-DATE-FOUND-FLAG
           MOVE 1 TO WS-DATE-IX
           PERFORM UNTIL WS-DATE-IX > WS-DATE-COUNT OR WS-DATE-FOUND
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
               ELSE
                   DISPLAY "Completed-date table full at "
                       WS-DATE-MAX " - date dropped: "
                       RC-BUSINESS-DATE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "Y" TO WS-DONE-CYCLES (WS-DATE-IX)
                   (WS-CYCLE-NUMBER:1)
           END-IF.

       0300-CHECK-CALENDAR.
           END-PERFORM.

       1000-ROLL-UP-DAY.
      *    Every completed cycle of the date is rolled up into the
      *    same day - the date counts once however many cycles it
      *    was posted in.
           MOVE "N" TO WS-DAY-ROLLED-FLAG
           MOVE 1 TO WS-CYCLE-NUMBER
           PERFORM UNTIL WS-CYCLE-NUMBER = 0
               IF WS-DONE-CYCLES (WS-DATE-IX) (WS-CYCLE-NUMBER:1)
                       = "Y" THEN
                   PERFORM 1050-ROLL-UP-CYCLE
               END-IF
               IF WS-CYCLE-NUMBER = 9 THEN
                   MOVE 0 TO WS-CYCLE-NUMBER
               ELSE
                   ADD 1 TO WS-CYCLE-NUMBER
               END-IF
           END-PERFORM
           IF WS-DAY-ROLLED THEN
               ADD 1 TO WS-DAYS-ROLLED
           END-IF.

       1050-ROLL-UP-CYCLE.
      *    A completed run always writes its extract generation, so a
      *    missing one here means someone moved or purged it.  A
      *    close must not proceed on data the program knows is
      *    incomplete - it is refused like a missing completed run,
      *    and no summary replaces the standing one.  MTD mode warns
      *    and rolls up the days that are there.
           MOVE SPACES TO WS-CYCLE-SUFFIX
           IF WS-CYCLE-NUMBER > 1 THEN
               STRING "C" WS-CYCLE-NUMBER
                   DELIMITED BY SIZE INTO WS-CYCLE-SUFFIX
           END-IF
           MOVE SPACES TO WS-GLEXTRCT-NAME
           STRING "GLEXTRCT.D" WS-WORK-DATE DELIMITED BY SIZE
               WS-CYCLE-SUFFIX DELIMITED BY SPACE
               INTO WS-GLEXTRCT-NAME
           MOVE "N" TO WS-EXTRACT-EOF-FLAG
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00" THEN
               DISPLAY "Extract generation missing for completed "
                   "date " WS-WORK-DATE " cycle " WS-CYCLE-NUMBER
                   " - status " WS-EXTRACT-STATUS
               MOVE SPACES TO STATEMENT-LINE
               STRING "** EXTRACT GENERATION MISSING FOR "
                   WS-WORK-DATE " CYCLE " WS-CYCLE-NUMBER
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               IF WS-CLOSE-MODE THEN
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "** CLOSE REFUSED - EXTRACT GENERATION "
                       "MISSING FOR " WS-WORK-DATE
                       " CYCLE " WS-CYCLE-NUMBER
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   CLOSE STATEMENT-FILE
                   DISPLAY "Close refused - extract generation "
                       "missing for " WS-WORK-DATE
                       " cycle " WS-CYCLE-NUMBER
                       " - no summary written"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               SET WS-DAY-ROLLED TO TRUE
               PERFORM UNTIL WS-EXTRACT-EOF
                   READ GL-EXTRACT-FILE
                       AT END
           PERFORM 1200-FIND-OR-ADD-ACCOUNT

           ADD WS-SIGNED-AMOUNT TO WS-ACCT-NET (WS-ACCT-IX)
           ADD WS-SIGNED-AMOUNT TO WS-GRAND-NET

      *    Dates roll up in order with a date's cycles together, so
      *    an account already seen today has its day entry last.
           IF WS-ACCT-LAST-DATE (WS-ACCT-IX) = WS-WORK-DATE THEN
               IF WS-ACCT-LAST-DET (WS-ACCT-IX) > 0 THEN
                   MOVE WS-ACCT-LAST-DET (WS-ACCT-IX) TO WS-DET-IX
                   ADD WS-SIGNED-AMOUNT TO WS-DET-AMOUNT (WS-DET-IX)
               END-IF
           ELSE
               ADD 1 TO WS-ACCT-DAYS (WS-ACCT-IX)
               MOVE WS-WORK-DATE TO WS-ACCT-LAST-DATE (WS-ACCT-IX)
               MOVE 0 TO WS-ACCT-LAST-DET (WS-ACCT-IX)
               PERFORM 1160-ADD-DETAIL-ENTRY
           END-IF.

       1160-ADD-DETAIL-ENTRY.
           IF WS-DET-COUNT < WS-DET-MAX THEN
               ADD 1 TO WS-DET-COUNT
               MOVE WS-ACCT-IX TO WS-DET-ACCT-IX (WS-DET-COUNT)
               MOVE WS-WORK-DATE TO WS-DET-DATE (WS-DET-COUNT)
               MOVE WS-SIGNED-AMOUNT
                   TO WS-DET-AMOUNT (WS-DET-COUNT)
               MOVE WS-DET-COUNT TO WS-ACCT-LAST-DET (WS-ACCT-IX)
           ELSE
               DISPLAY "Detail table full at " WS-DET-MAX
                   " - statement detail truncated (totals intact)"
                       TO WS-ACCT-CODE (WS-ACCT-IX)
                   MOVE 0 TO WS-ACCT-NET (WS-ACCT-IX)
                   MOVE 0 TO WS-ACCT-DAYS (WS-ACCT-IX)
                   MOVE SPACES TO WS-ACCT-LAST-DATE (WS-ACCT-IX)
                   MOVE 0 TO WS-ACCT-LAST-DET (WS-ACCT-IX)
               ELSE
                   CLOSE GL-EXTRACT-FILE
                   CLOSE STATEMENT-FILE
                   DISPLAY "Account table full at " WS-ACCT-MAX
                       " - month roll stopped"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

