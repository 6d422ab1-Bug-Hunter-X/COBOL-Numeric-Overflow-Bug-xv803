       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDGEN.
       AUTHOR. BATCH-SYSTEMS.

      *****************************************************************
      *  STORDGEN generates the business date's standing-order items
      *  from the standing-order master (STORDMST) as a trailered
      *  feed (STORDFED) that FEEDCONS merges like any other feed on
      *  the FEEDLIST card, so recurring fees, accruals and fixed
      *  inter-company charges are no longer keyed by hand - and no
      *  longer missed or doubled around month-end.  Run it for the
      *  date on CTLCARD ahead of FEEDCONS.
      *  Every active order with an occurrence due on or before the
      *  business date (and not past its end date) is generated: a
      *  detail or reversal on the order's account, or for a journal
      *  order a debit leg on the account and a credit leg on the
      *  offset account under one journal ID.  An occurrence that
      *  fell due on a day with no run (a weekend, a missed day) is
      *  generated on the next run and flagged LATE.  TRANS-IDs are
      *  built from the order and the occurrence number - "S" (or
      *  "O" for the offset leg) + order id + occurrence, journal ID
      *  "J" + order id + occurrence - so an item can never be
      *  generated twice under two ids; TRANEDIT's history check
      *  refuses a second posting of the same one.
      *  The order does not advance when an item is written.  The
      *  occurrences generated are recorded as pending against the
      *  date and cycle, and only on a later run, once the
      *  run-control file (RUNCTL) shows that date and cycle's
      *  DAILYACC complete, does the occurrence count and next due
      *  date move on.  Until then:
      *    - a rerun for the same date and cycle writes the same
      *      items again (the chain is being rerun);
      *    - a later cycle of the same date writes nothing for the
      *      order (its items went out with the earlier cycle);
      *    - a later date whose earlier run never completed carries
      *      the same items onto today's feed, with a warning.
      *  An order past its end date is marked ended.  The schedule
      *  report (STORDRPT) lists every order with its next due date
      *  and what this run did with it, each item generated, and the
      *  feed totals.  The feed trailer carries the net of the items
      *  (details and debit legs plus, reversals and credit legs
      *  minus); a net below zero or over 999,999,999.99 cannot be
      *  carried by the unsigned trailer, so the trailer is withheld
      *  and FEEDCONS stops the chain on it.
      *  RETURN-CODE 4 when an item was carried or generated late, or
      *  the card has no business date (an empty feed is written so
      *  FEEDCONS still finds one); 8 when the trailer was withheld;
      *  16 when the master is past the table limit or the card's
      *  cycle number is not 1-9 (nothing is written).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT ORDER-FEED-FILE ASSIGN TO "STORDFED"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCHEDULE-REPORT-FILE ASSIGN TO "STORDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.

       FD  STANDING-ORDER-FILE.
           COPY STORDMST.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  ORDER-FEED-FILE.
           COPY TRANFILE.

       FD  SCHEDULE-REPORT-FILE.
       01  SCHEDULE-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-CTLCARD-STATUS        PIC X(2) VALUE "00".
           05  WS-ORDER-STATUS          PIC X(2) VALUE "00".
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE "00".
           05  WS-ORDER-EOF-FLAG        PIC X VALUE "N".
               88  WS-ORDER-EOF         VALUE "Y".
           05  WS-RUNCTL-EOF-FLAG       PIC X VALUE "N".
               88  WS-RUNCTL-EOF        VALUE "Y".
           05  WS-DATED-FLAG            PIC X VALUE "N".
               88  WS-DATED-RUN         VALUE "Y".
           05  WS-GEN-DONE-FLAG         PIC X VALUE "N".
               88  WS-GEN-DONE          VALUE "Y".
           05  WS-WRITE-ITEMS-FLAG      PIC X VALUE "N".
               88  WS-WRITE-ITEMS       VALUE "Y".

       01  WS-RUN-AREA.
           05  WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
           05  WS-CYCLE-NUMBER          PIC X(1) VALUE "1".
           05  WS-RC-CYCLE              PIC X(1) VALUE "1".
           05  WS-RUN-TIMESTAMP         PIC X(21) VALUE SPACES.
           05  WS-ACTION-TEXT           PIC X(37) VALUE SPACES.
           05  WS-ADVANCE-NOTE          PIC X(14) VALUE SPACES.
           05  WS-ORDER-LINE-TEXT       PIC X(51) VALUE SPACES.

       01  WS-COUNT-AREA.
           05  WS-ACTIVE-COUNT          PIC 9(5) VALUE 0.
           05  WS-OCCURRENCE-TOTAL      PIC 9(5) VALUE 0.
           05  WS-FEED-RECORD-COUNT     PIC 9(5) VALUE 0.
           05  WS-ADVANCED-COUNT        PIC 9(5) VALUE 0.
           05  WS-CARRIED-COUNT         PIC 9(5) VALUE 0.
           05  WS-LATE-COUNT            PIC 9(5) VALUE 0.
           05  WS-ENDED-COUNT           PIC 9(5) VALUE 0.
           05  WS-FEED-NET              PIC S9(11)V99 VALUE 0.
           05  WS-FEED-NET-PRINT        PIC S9(11)V99
                                        SIGN LEADING SEPARATE.

      *    The whole master, one entry per order in the STORDMST
      *    layout, rewritten in one pass at the end of the run.
      *    WS-ORD-RUN-DONE is set from RUNCTL when the date and cycle
      *    an order's pending items went out under has completed.
       01  WS-ORDER-TABLE-AREA.
           05  WS-ORD-COUNT             PIC 9(3) VALUE 0.
           05  WS-ORD-MAX               PIC 9(3) VALUE 500.
           05  WS-ORD-IX                PIC 9(3) VALUE 0.
           05  WS-ORD-TABLE.
               10  WS-ORD-ENTRY OCCURS 500 TIMES.
                   15  WS-ORD-ID        PIC X(5).
                   15  WS-ORD-STATUS    PIC X(1).
                   15  WS-ORD-ACCOUNT   PIC X(10).
                   15  WS-ORD-OFFSET    PIC X(10).
                   15  WS-ORD-TYPE      PIC X(1).
                   15  WS-ORD-AMOUNT    PIC 9(9)V99.
                   15  WS-ORD-FREQUENCY PIC X(1).
                   15  WS-ORD-START     PIC X(8).
                   15  WS-ORD-END       PIC X(8).
                   15  WS-ORD-NEXT-DUE  PIC X(8).
                   15  WS-ORD-OCCURRENCES
                                        PIC 9(4).
                   15  WS-ORD-PEND-DATE PIC X(8).
                   15  WS-ORD-PEND-CYCLE
                                        PIC X(1).
                   15  WS-ORD-PEND-COUNT
                                        PIC 9(2).
                   15  FILLER           PIC X(2).
           05  WS-ORD-DONE-TABLE.
               10  WS-ORD-RUN-DONE      PIC X(1) OCCURS 500 TIMES.

      *    One order's generation - how many occurrences go out and
      *    the one being written.
       01  WS-GEN-AREA.
           05  WS-GEN-COUNT             PIC 9(2) VALUE 0.
           05  WS-GEN-MAX               PIC 9(2) VALUE 99.
           05  WS-GEN-IX                PIC 9(2) VALUE 0.
           05  WS-GEN-OCCURRENCE        PIC 9(4) VALUE 0.
           05  WS-GEN-DUE-DATE          PIC X(8) VALUE SPACES.
           05  WS-GEN-LATE-TEXT         PIC X(5) VALUE SPACES.
           05  WS-GEN-ID-BUILD.
               10  WS-GID-PREFIX        PIC X(1).
               10  WS-GID-ORDER         PIC X(5).
               10  WS-GID-OCCURRENCE    PIC 9(4).

      *    Parameters for STORDDUE.
       01  WS-DUE-CALL-AREA.
           05  WS-DUE-START             PIC X(8) VALUE SPACES.
           05  WS-DUE-FREQUENCY         PIC X(1) VALUE SPACE.
           05  WS-DUE-OCCURRENCE        PIC 9(4) VALUE 0.
           05  WS-DUE-DATE              PIC X(8) VALUE SPACES.
           05  WS-DUE-VALID-FLAG        PIC X VALUE "N".
               88  WS-DUE-VALID         VALUE "Y".

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM 0100-READ-CONTROL-CARD
           OPEN OUTPUT ORDER-FEED-FILE
           OPEN OUTPUT SCHEDULE-REPORT-FILE
           PERFORM 3000-WRITE-REPORT-HEADINGS

           IF NOT WS-DATED-RUN THEN
      *        Nothing can be due without a date - the feed still
      *        goes out, empty, so FEEDCONS does not stop on it.
               DISPLAY "No business date on the control card - "
                   "standing-order feed written empty"
               MOVE SPACES TO SCHEDULE-REPORT-LINE
               MOVE "** NO BUSINESS DATE - NOTHING GENERATED"
                   TO SCHEDULE-REPORT-LINE
               WRITE SCHEDULE-REPORT-LINE
               PERFORM 2900-WRITE-FEED-TRAILER
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 1000-LOAD-MASTER
               PERFORM 1100-CHECK-RUN-CONTROL
               MOVE 1 TO WS-ORD-IX
               PERFORM UNTIL WS-ORD-IX > WS-ORD-COUNT
                   PERFORM 2000-PROCESS-ORDER
                   ADD 1 TO WS-ORD-IX
               END-PERFORM
               PERFORM 2900-WRITE-FEED-TRAILER
               PERFORM 1500-REWRITE-MASTER
               IF (WS-CARRIED-COUNT > 0 OR WS-LATE-COUNT > 0)
                       AND RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE ORDER-FEED-FILE
           PERFORM 3900-WRITE-REPORT-TOTALS
           CLOSE SCHEDULE-REPORT-FILE

           DISPLAY "Standing orders for " WS-BUSINESS-DATE
               " cycle " WS-CYCLE-NUMBER " - " WS-OCCURRENCE-TOTAL
               " occurrences, " WS-FEED-RECORD-COUNT
               " feed records, " WS-ADVANCED-COUNT " orders advanced"

           STOP RUN.

       0100-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-STATUS = "00" THEN
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-BUSINESS-DATE IS NUMERIC THEN
                           MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE
                           SET WS-DATED-RUN TO TRUE
                       END-IF
      *                Blank or zero is the first cycle of the date;
      *                anything else that is not a digit is a
      *                mis-keyed card, refused as every step does.
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

       1000-LOAD-MASTER.
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-ORDER-STATUS = "00" THEN
               PERFORM UNTIL WS-ORDER-EOF
                   READ STANDING-ORDER-FILE
                       AT END
                           SET WS-ORDER-EOF TO TRUE
                       NOT AT END
                           IF WS-ORD-COUNT < WS-ORD-MAX THEN
                               ADD 1 TO WS-ORD-COUNT
                               MOVE STANDING-ORDER-RECORD
                                   TO WS-ORD-ENTRY (WS-ORD-COUNT)
                               MOVE "N"
                                   TO WS-ORD-RUN-DONE (WS-ORD-COUNT)
                           ELSE
      *                        A feed from part of the master would
      *                        silently drop the orders past the
      *                        limit - stop with the master untouched
      *                        and no trailer on the feed.
                               DISPLAY "Standing-order master exceeds "
                                   "table limit " WS-ORD-MAX
                                   " - run refused, master untouched"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           ELSE
               DISPLAY "No standing-order master on file - nothing "
                   "to generate"
           END-IF.

       1100-CHECK-RUN-CONTROL.
      *    One pass over RUNCTL marks every order whose pending items
      *    went out under a date and cycle that has since completed.
      *    Rows written before cycles existed carry a space - cycle 1.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "00" THEN
               PERFORM UNTIL WS-RUNCTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUNCTL-EOF TO TRUE
                       NOT AT END
                           IF RC-RUN-COMPLETE THEN
                               PERFORM 1150-MATCH-COMPLETED-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1150-MATCH-COMPLETED-RUN.
           IF RC-CYCLE-NUMBER = SPACE OR RC-CYCLE-NUMBER = "0" THEN
               MOVE "1" TO WS-RC-CYCLE
           ELSE
               MOVE RC-CYCLE-NUMBER TO WS-RC-CYCLE
           END-IF
           MOVE 1 TO WS-ORD-IX
           PERFORM UNTIL WS-ORD-IX > WS-ORD-COUNT
               IF WS-ORD-PEND-COUNT (WS-ORD-IX) > 0
                       AND WS-ORD-PEND-DATE (WS-ORD-IX)
                           = RC-BUSINESS-DATE
                       AND WS-ORD-PEND-CYCLE (WS-ORD-IX)
                           = WS-RC-CYCLE THEN
                   MOVE "Y" TO WS-ORD-RUN-DONE (WS-ORD-IX)
               END-IF
               ADD 1 TO WS-ORD-IX
           END-PERFORM.

       1500-REWRITE-MASTER.
           OPEN OUTPUT STANDING-ORDER-FILE
           MOVE 1 TO WS-ORD-IX
           PERFORM UNTIL WS-ORD-IX > WS-ORD-COUNT
               MOVE WS-ORD-ENTRY (WS-ORD-IX) TO STANDING-ORDER-RECORD
               WRITE STANDING-ORDER-RECORD
               ADD 1 TO WS-ORD-IX
           END-PERFORM
           CLOSE STANDING-ORDER-FILE.

       2000-PROCESS-ORDER.
      *    Settle what the order already has out, then generate what
      *    has fallen due since.  The items follow the order's line
      *    on the report.
           MOVE SPACES TO WS-ACTION-TEXT
           MOVE "N" TO WS-WRITE-ITEMS-FLAG
           MOVE SPACES TO WS-ADVANCE-NOTE
           IF WS-ORD-STATUS (WS-ORD-IX) = "A" THEN
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF

           IF WS-ORD-PEND-COUNT (WS-ORD-IX) > 0 THEN
               PERFORM 2100-SETTLE-PENDING
           END-IF

           IF WS-ORD-PEND-COUNT (WS-ORD-IX) = 0
                   AND WS-ORD-STATUS (WS-ORD-IX) = "A" THEN
               PERFORM 2200-GENERATE-DUE
           END-IF

           IF WS-ACTION-TEXT = SPACES THEN
               IF WS-ORD-STATUS (WS-ORD-IX) = "P" THEN
                   MOVE "PAUSED" TO WS-ACTION-TEXT
               ELSE
                   IF WS-ORD-STATUS (WS-ORD-IX) = "C" THEN
                       MOVE "CANCELLED" TO WS-ACTION-TEXT
                   ELSE
                       IF WS-ORD-STATUS (WS-ORD-IX) = "E" THEN
                           MOVE "ENDED" TO WS-ACTION-TEXT
                       ELSE
                           MOVE "NOT DUE" TO WS-ACTION-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-ORDER-LINE-TEXT
           STRING WS-ADVANCE-NOTE WS-ACTION-TEXT
               DELIMITED BY SIZE INTO WS-ORDER-LINE-TEXT
           PERFORM 3100-WRITE-ORDER-LINE
           IF WS-WRITE-ITEMS THEN
               PERFORM 2300-WRITE-PENDING-ITEMS
           END-IF.

       2100-SETTLE-PENDING.
           IF WS-ORD-PEND-DATE (WS-ORD-IX) < WS-BUSINESS-DATE
                   AND WS-ORD-RUN-DONE (WS-ORD-IX) = "Y" THEN
               PERFORM 2150-ADVANCE-ORDER
           ELSE
               IF WS-ORD-PEND-DATE (WS-ORD-IX) = WS-BUSINESS-DATE THEN
                   IF WS-ORD-PEND-CYCLE (WS-ORD-IX) = WS-CYCLE-NUMBER
                           THEN
      *                The chain for this date and cycle is being run
      *                again - the same items go out again.
                       MOVE "REGENERATED FOR RERUN OF THIS CYCLE"
                           TO WS-ACTION-TEXT
                       SET WS-WRITE-ITEMS TO TRUE
                   ELSE
                       STRING "ALREADY GENERATED IN CYCLE "
                           WS-ORD-PEND-CYCLE (WS-ORD-IX)
                           DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   END-IF
               ELSE
                   IF WS-ORD-PEND-DATE (WS-ORD-IX) > WS-BUSINESS-DATE
                           THEN
                       STRING "GENERATED FOR LATER DATE "
                           WS-ORD-PEND-DATE (WS-ORD-IX)
                           DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   ELSE
                       PERFORM 2170-CARRY-PENDING
                   END-IF
               END-IF
           END-IF.

       2150-ADVANCE-ORDER.
      *    The run the items went out under has completed - the
      *    occurrences count as posted and the schedule moves on.
           ADD WS-ORD-PEND-COUNT (WS-ORD-IX)
               TO WS-ORD-OCCURRENCES (WS-ORD-IX)
           STRING "ADVANCED " WS-ORD-PEND-COUNT (WS-ORD-IX) " - "
               DELIMITED BY SIZE INTO WS-ADVANCE-NOTE
           MOVE SPACES TO WS-ORD-PEND-DATE (WS-ORD-IX)
           MOVE SPACE TO WS-ORD-PEND-CYCLE (WS-ORD-IX)
           MOVE 0 TO WS-ORD-PEND-COUNT (WS-ORD-IX)
           ADD 1 TO WS-ADVANCED-COUNT
           MOVE WS-ORD-OCCURRENCES (WS-ORD-IX) TO WS-DUE-OCCURRENCE
           PERFORM 2500-CALL-STORDDUE
           IF WS-DUE-VALID THEN
               MOVE WS-DUE-DATE TO WS-ORD-NEXT-DUE (WS-ORD-IX)
           ELSE
               MOVE HIGH-VALUES TO WS-ORD-NEXT-DUE (WS-ORD-IX)
           END-IF.

       2170-CARRY-PENDING.
      *    The items went out under an earlier date whose run has not
      *    completed.  An active order puts the same items on today's
      *    feed - if the earlier run is finished later after all, the
      *    history check at edit refuses the second copy.  An order
      *    paused or cancelled since keeps waiting on the earlier run.
           IF WS-ORD-STATUS (WS-ORD-IX) = "A" THEN
               STRING "CARRIED - " WS-ORD-PEND-DATE (WS-ORD-IX)
                   "/" WS-ORD-PEND-CYCLE (WS-ORD-IX) " NOT COMPLETE"
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               DISPLAY "Standing order " WS-ORD-ID (WS-ORD-IX)
                   " carried - run for " WS-ORD-PEND-DATE (WS-ORD-IX)
                   " cycle " WS-ORD-PEND-CYCLE (WS-ORD-IX)
                   " has not completed"
               ADD 1 TO WS-CARRIED-COUNT
               MOVE WS-BUSINESS-DATE TO WS-ORD-PEND-DATE (WS-ORD-IX)
               MOVE WS-CYCLE-NUMBER TO WS-ORD-PEND-CYCLE (WS-ORD-IX)
               SET WS-WRITE-ITEMS TO TRUE
           ELSE
               STRING "AWAITING RUN FOR " WS-ORD-PEND-DATE (WS-ORD-IX)
                   "/" WS-ORD-PEND-CYCLE (WS-ORD-IX)
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
           END-IF.

       2200-GENERATE-DUE.
      *    Count the occurrences due by today, then write them.  At
      *    most 99 go out on one run; the rest follow on the next.
      *    Occurrence numbers stop at 9999 - they are part of the
      *    TRANS-ID - and an order that reaches it is ended.
           MOVE 0 TO WS-GEN-COUNT
           MOVE "N" TO WS-GEN-DONE-FLAG
           PERFORM UNTIL WS-GEN-DONE
               COMPUTE WS-DUE-OCCURRENCE =
                   WS-ORD-OCCURRENCES (WS-ORD-IX) + WS-GEN-COUNT
               PERFORM 2500-CALL-STORDDUE
               IF NOT WS-DUE-VALID
                       OR WS-DUE-OCCURRENCE >= 9999
                       OR WS-DUE-DATE > WS-BUSINESS-DATE
                       OR WS-GEN-COUNT >= WS-GEN-MAX THEN
                   SET WS-GEN-DONE TO TRUE
               ELSE
                   IF WS-ORD-END (WS-ORD-IX) NOT = SPACES
                           AND WS-DUE-DATE > WS-ORD-END (WS-ORD-IX)
                           THEN
                       SET WS-GEN-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-GEN-COUNT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-GEN-COUNT > 0 THEN
               MOVE WS-BUSINESS-DATE TO WS-ORD-PEND-DATE (WS-ORD-IX)
               MOVE WS-CYCLE-NUMBER TO WS-ORD-PEND-CYCLE (WS-ORD-IX)
               MOVE WS-GEN-COUNT TO WS-ORD-PEND-COUNT (WS-ORD-IX)
               STRING "GENERATED " WS-GEN-COUNT " OCCURRENCE(S)"
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               SET WS-WRITE-ITEMS TO TRUE
           ELSE
               IF NOT WS-DUE-VALID OR WS-DUE-OCCURRENCE >= 9999
                       OR (WS-ORD-END (WS-ORD-IX) NOT = SPACES
                           AND WS-ORD-NEXT-DUE (WS-ORD-IX)
                               > WS-ORD-END (WS-ORD-IX)) THEN
                   MOVE "E" TO WS-ORD-STATUS (WS-ORD-IX)
                   ADD 1 TO WS-ENDED-COUNT
                   MOVE "ENDED - PAST END OF SCHEDULE"
                       TO WS-ACTION-TEXT
               END-IF
           END-IF.

       2300-WRITE-PENDING-ITEMS.
      *    Occurrences count from 1 on the TRANS-ID; STORDDUE counts
      *    from 0, so occurrence n falls on STORDDUE's n - 1.
           MOVE 1 TO WS-GEN-IX
           PERFORM UNTIL WS-GEN-IX > WS-ORD-PEND-COUNT (WS-ORD-IX)
               COMPUTE WS-GEN-OCCURRENCE =
                   WS-ORD-OCCURRENCES (WS-ORD-IX) + WS-GEN-IX
               SUBTRACT 1 FROM WS-GEN-OCCURRENCE
                   GIVING WS-DUE-OCCURRENCE
               PERFORM 2500-CALL-STORDDUE
               MOVE WS-DUE-DATE TO WS-GEN-DUE-DATE
               IF WS-GEN-DUE-DATE < WS-BUSINESS-DATE THEN
                   MOVE "LATE" TO WS-GEN-LATE-TEXT
                   ADD 1 TO WS-LATE-COUNT
               ELSE
                   MOVE SPACES TO WS-GEN-LATE-TEXT
               END-IF
               ADD 1 TO WS-OCCURRENCE-TOTAL
               MOVE WS-ORD-ID (WS-ORD-IX) TO WS-GID-ORDER
               MOVE WS-GEN-OCCURRENCE TO WS-GID-OCCURRENCE
               IF WS-ORD-TYPE (WS-ORD-IX) = "J" THEN
                   PERFORM 2400-WRITE-JOURNAL-LEGS
               ELSE
                   MOVE "S" TO WS-GID-PREFIX
                   MOVE SPACES TO TRANS-RECORD
                   MOVE WS-ORD-TYPE (WS-ORD-IX) TO TRANS-REC-TYPE
                   MOVE WS-ORD-ACCOUNT (WS-ORD-IX)
                       TO TRANS-ACCOUNT-CODE
                   PERFORM 2450-WRITE-FEED-ITEM
                   IF TRANS-IS-REVERSAL THEN
                       SUBTRACT WS-ORD-AMOUNT (WS-ORD-IX)
                           FROM WS-FEED-NET
                   ELSE
                       ADD WS-ORD-AMOUNT (WS-ORD-IX) TO WS-FEED-NET
                   END-IF
               END-IF
               ADD 1 TO WS-GEN-IX
           END-PERFORM.

       2400-WRITE-JOURNAL-LEGS.
      *    Debit leg on the order's account, credit leg on the
      *    offset, one journal - they net to nothing on the trailer.
           MOVE "S" TO WS-GID-PREFIX
           MOVE SPACES TO TRANS-RECORD
           MOVE "J" TO TRANS-REC-TYPE
           MOVE WS-ORD-ACCOUNT (WS-ORD-IX) TO TRANS-ACCOUNT-CODE
           MOVE "D" TO TRANS-JOURNAL-DR-CR
           PERFORM 2450-WRITE-FEED-ITEM
           MOVE "O" TO WS-GID-PREFIX
           MOVE SPACES TO TRANS-RECORD
           MOVE "J" TO TRANS-REC-TYPE
           MOVE WS-ORD-OFFSET (WS-ORD-IX) TO TRANS-ACCOUNT-CODE
           MOVE "C" TO TRANS-JOURNAL-DR-CR
           PERFORM 2450-WRITE-FEED-ITEM.

       2450-WRITE-FEED-ITEM.
      *    Amounts are base currency - no currency code, no original
      *    amount or rate to carry.
           MOVE WS-GEN-ID-BUILD TO TRANS-ID
           MOVE WS-ORD-AMOUNT (WS-ORD-IX) TO TRANS-AMOUNT
           MOVE 0 TO TRANS-ORIG-AMOUNT
           MOVE 0 TO TRANS-EXCHANGE-RATE
           IF TRANS-IS-JOURNAL-LEG THEN
               MOVE "J" TO TRANS-JOURNAL-ID (1:1)
               MOVE WS-GEN-ID-BUILD (2:9) TO TRANS-JOURNAL-ID (2:9)
           END-IF
           WRITE TRANS-RECORD
           ADD 1 TO WS-FEED-RECORD-COUNT
           PERFORM 3200-WRITE-ITEM-LINE.

       2500-CALL-STORDDUE.
           MOVE WS-ORD-START (WS-ORD-IX) TO WS-DUE-START
           MOVE WS-ORD-FREQUENCY (WS-ORD-IX) TO WS-DUE-FREQUENCY
           CALL "STORDDUE" USING WS-DUE-START, WS-DUE-FREQUENCY,
               WS-DUE-OCCURRENCE, WS-DUE-DATE, WS-DUE-VALID-FLAG.

       2900-WRITE-FEED-TRAILER.
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           IF WS-FEED-NET < 0 THEN
               DISPLAY "Standing-order feed nets below zero - trailer "
                   "withheld"
               MOVE "** FEED NET BELOW ZERO - TRAILER WITHHELD"
                   TO SCHEDULE-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FEED-NET > 999999999.99 THEN
                   DISPLAY "Standing-order feed nets over "
                       "999999999.99 - trailer withheld"
                   MOVE "** FEED NET TOO LARGE - TRAILER WITHHELD"
                       TO SCHEDULE-REPORT-LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO TRANS-RECORD
                   MOVE "T" TO TRANS-REC-TYPE
                   MOVE WS-FEED-NET TO TRANS-AMOUNT
                   WRITE TRANS-RECORD
               END-IF
           END-IF
           WRITE SCHEDULE-REPORT-LINE.

       3000-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "STORDGEN STANDING-ORDER SCHEDULE - BUSINESS DATE "
               WS-BUSINESS-DATE " CYCLE " WS-CYCLE-NUMBER
               " - RUN " WS-RUN-TIMESTAMP (1:8)
               " TIME " WS-RUN-TIMESTAMP (9:6)
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "ORDER ST T ACCOUNT    OFFSET     AMOUNT      F "
               "START    END      NEXT DUE OCC  ACTION"
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE.

       3100-WRITE-ORDER-LINE.
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING WS-ORD-ID (WS-ORD-IX) " "
               WS-ORD-STATUS (WS-ORD-IX) "  "
               WS-ORD-TYPE (WS-ORD-IX) " "
               WS-ORD-ACCOUNT (WS-ORD-IX) " "
               WS-ORD-OFFSET (WS-ORD-IX) " "
               WS-ORD-AMOUNT (WS-ORD-IX) " "
               WS-ORD-FREQUENCY (WS-ORD-IX) " "
               WS-ORD-START (WS-ORD-IX) " "
               WS-ORD-END (WS-ORD-IX) " "
               WS-ORD-NEXT-DUE (WS-ORD-IX) " "
               WS-ORD-OCCURRENCES (WS-ORD-IX) " "
               WS-ORDER-LINE-TEXT
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE.

       3200-WRITE-ITEM-LINE.
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "      ITEM " TRANS-ID " " TRANS-REC-TYPE
               TRANS-JOURNAL-DR-CR " " TRANS-ACCOUNT-CODE
               " AMOUNT " TRANS-AMOUNT
               " OCCURRENCE " WS-GEN-OCCURRENCE
               " DUE " WS-GEN-DUE-DATE " " WS-GEN-LATE-TEXT
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE.

       3900-WRITE-REPORT-TOTALS.
           MOVE WS-FEED-NET TO WS-FEED-NET-PRINT
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "ORDERS ON MASTER:       " WS-ORD-COUNT
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "ACTIVE ORDERS:          " WS-ACTIVE-COUNT
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "ORDERS ADVANCED:        " WS-ADVANCED-COUNT
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "OCCURRENCES GENERATED:  " WS-OCCURRENCE-TOTAL
               "  (" WS-LATE-COUNT " LATE, " WS-CARRIED-COUNT
               " ORDERS CARRIED)"
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "ORDERS ENDED THIS RUN:  " WS-ENDED-COUNT
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "FEED RECORDS WRITTEN:   " WS-FEED-RECORD-COUNT
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "FEED NET (TRAILER):     " WS-FEED-NET-PRINT
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE.
