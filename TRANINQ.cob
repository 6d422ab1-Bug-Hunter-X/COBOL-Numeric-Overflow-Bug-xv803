      *  posted or refused on the DETLEDGR generations (by
      *  DL-TRANS-ID, with DL-COUNTER and the running total),
      *  suspended on the REJECTS generations with its age count,
      *  recycled on RECYCDSP with its disposition, and held over
      *  its account's single-item limit on HELDITEM with where the
      *  hold stands (held, released, cancelled, posted).  An item
      *  posted from a foreign currency gets a second ledger line
      *  with its original currency, amount and rate.  A leg of a
      *  journal entry gets a line naming its journal at every stage,
      *  and on the ledger the journal's other legs are listed with
      *  their accounts, so both sides of a transfer show together.
      *  The dated
      *  generations searched are the completed business dates on
      *  RUNCTL inside the card's range - every completed posting
      *  cycle of each date, events from a cycle's generation naming
      *  the cycle - plus the undated files.
      *  The report (INQRPRT) prints one consolidated lifecycle
      *  section per ID with the events in business-date order -
      *  a one-page answer that can go straight to the desk.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCDSP-STATUS.

           SELECT HELD-ITEM-FILE ASSIGN TO "HELDITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDITEM-STATUS.

           SELECT INQUIRY-REPORT-FILE ASSIGN TO "INQRPRT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  DISPOSITION-FILE.
           COPY RECYCDSP.

       FD  HELD-ITEM-FILE.
           COPY HELDITEM.

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-LINE         PIC X(132).

           05  WS-DETLEDGR-STATUS       PIC X(2) VALUE "00".
           05  WS-REJECT-STATUS         PIC X(2) VALUE "00".
           05  WS-RECYCDSP-STATUS       PIC X(2) VALUE "00".
           05  WS-HELDITEM-STATUS       PIC X(2) VALUE "00".
           05  WS-CARD-EOF-FLAG         PIC X VALUE "N".
               88  WS-CARD-EOF          VALUE "Y".
           05  WS-RUNCTL-EOF-FLAG       PIC X VALUE "N".
           05  WS-INQ-TO                PIC X(8) VALUE "99999999".
           05  WS-ID-COUNT              PIC 9(3) VALUE 0.
           05  WS-SCAN-DATE             PIC X(8) VALUE SPACES.
           05  WS-SCAN-SUFFIX           PIC X(2) VALUE SPACES.
           05  WS-SCAN-CYCLE-TEXT       PIC X(8) VALUE SPACES.
           05  WS-RC-CYCLE              PIC X(1) VALUE SPACE.
           05  WS-PRINT-AMOUNT          PIC X(11) VALUE SPACES.
           05  WS-HOLD-STATE-TEXT       PIC X(50) VALUE SPACES.
           05  WS-BASE-CURRENCY         PIC X(3) VALUE "USD".
           05  WS-SCAN-JOURNAL-ID       PIC X(10) VALUE SPACES.
           05  WS-SCAN-EVENT-DATE       PIC X(8) VALUE SPACES.

      *    Completed business dates and cycles off RUNCTL,
      *    deduplicated - the generations searched for each inquiry
      *    are the date/cycle pairs inside that card's range.
       01  WS-DATE-TABLE-AREA.
           05  WS-DATE-COUNT            PIC 9(3) VALUE 0.
           05  WS-DATE-MAX              PIC 9(3) VALUE 400.
           05  WS-DATE-FOUND-FLAG       PIC X VALUE "N".
               88  WS-DATE-FOUND        VALUE "Y".
           05  WS-DATE-TABLE.
               10  WS-DONE-ENTRY OCCURS 400 TIMES.
                   15  WS-DONE-DATE     PIC X(8).
                   15  WS-DONE-CYCLE    PIC X(1).

      *    Lifecycle events for the ID being worked, kept in
      *    business-date order - each new event is inserted at its
           END-IF.

       0150-ADD-DATE.
      *    Rows from before cycles existed carry a space - cycle 1.
           IF RC-CYCLE-NUMBER IS NUMERIC
                   AND RC-CYCLE-NUMBER NOT = "0" THEN
               MOVE RC-CYCLE-NUMBER TO WS-RC-CYCLE
           ELSE
               MOVE "1" TO WS-RC-CYCLE
           END-IF
           MOVE "N" TO WS-DATE-FOUND-FLAG
           MOVE 1 TO WS-DATE-IX
           PERFORM UNTIL WS-DATE-IX > WS-DATE-COUNT OR WS-DATE-FOUND
               IF WS-DONE-DATE (WS-DATE-IX) = RC-BUSINESS-DATE
                       AND WS-DONE-CYCLE (WS-DATE-IX) = WS-RC-CYCLE
                       THEN
                   SET WS-DATE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-DATE-IX
                   ADD 1 TO WS-DATE-COUNT
                   MOVE RC-BUSINESS-DATE
                       TO WS-DONE-DATE (WS-DATE-COUNT)
                   MOVE WS-RC-CYCLE TO WS-DONE-CYCLE (WS-DATE-COUNT)
               ELSE
                   DISPLAY "Completed-date table full at "
                       WS-DATE-MAX " - date skipped: "
           PERFORM 1300-SCAN-LEDGER-GENERATIONS
           PERFORM 1400-SCAN-REJECT-GENERATIONS
           PERFORM 1500-SCAN-RECYCDSP
           PERFORM 1600-SCAN-HELDITEM

           PERFORM 3000-WRITE-ID-SECTION.

                                   INTO WS-EVT-NEW-TEXT
                               MOVE "CURRENT " TO WS-EVT-NEW-DATE
                               PERFORM 2000-ADD-EVENT
      *                        Journal ID and side sit at 57 and 67
      *                        of the image.
                               IF TERR-RECORD (1:1) = "J" THEN
                                   MOVE SPACES TO WS-EVT-NEW-TEXT
                                   STRING "  JOURNAL LEG OF  "
                                       TERR-RECORD (57:10)
                                       " SIDE " TERR-RECORD (67:1)
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-NEW-TEXT
                                   PERFORM 2000-ADD-EVENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                                   INTO WS-EVT-NEW-TEXT
                               MOVE "CURRENT " TO WS-EVT-NEW-DATE
                               PERFORM 2000-ADD-EVENT
                               IF TRANS-IS-JOURNAL-LEG THEN
                                   MOVE SPACES TO WS-EVT-NEW-TEXT
                                   STRING "  JOURNAL LEG OF  "
                                       TRANS-JOURNAL-ID
                                       " SIDE " TRANS-JOURNAL-DR-CR
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-NEW-TEXT
                                   PERFORM 2000-ADD-EVENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

       1300-SCAN-LEDGER-GENERATIONS.
           MOVE "DETLEDGR" TO WS-DETLEDGR-NAME
           MOVE SPACES TO WS-SCAN-CYCLE-TEXT
           PERFORM 1350-SCAN-ONE-LEDGER
           MOVE 1 TO WS-DATE-IX
           PERFORM UNTIL WS-DATE-IX > WS-DATE-COUNT
               IF WS-DONE-DATE (WS-DATE-IX) >= WS-INQ-FROM
                       AND WS-DONE-DATE (WS-DATE-IX) <= WS-INQ-TO
                       THEN
                   PERFORM 1310-SET-SCAN-CYCLE
                   MOVE SPACES TO WS-DETLEDGR-NAME
                   STRING "DETLEDGR.D" WS-DONE-DATE (WS-DATE-IX)
                       DELIMITED BY SIZE
                       WS-SCAN-SUFFIX DELIMITED BY SPACE
                       INTO WS-DETLEDGR-NAME
                   PERFORM 1350-SCAN-ONE-LEDGER
               END-IF
               ADD 1 TO WS-DATE-IX
           END-PERFORM.

       1310-SET-SCAN-CYCLE.
      *    Cycle 1 is the plain date generation; later cycles add
      *    C<n>.  Events from any dated generation name the cycle.
           MOVE SPACES TO WS-SCAN-SUFFIX
           IF WS-DONE-CYCLE (WS-DATE-IX) NOT = "1" THEN
               STRING "C" WS-DONE-CYCLE (WS-DATE-IX)
                   DELIMITED BY SIZE INTO WS-SCAN-SUFFIX
           END-IF
           MOVE SPACES TO WS-SCAN-CYCLE-TEXT
           STRING " CYCLE " WS-DONE-CYCLE (WS-DATE-IX)
               DELIMITED BY SIZE INTO WS-SCAN-CYCLE-TEXT.

       1350-SCAN-ONE-LEDGER.
           MOVE SPACES TO WS-SCAN-JOURNAL-ID
           MOVE "N" TO WS-SCAN-EOF-FLAG
           OPEN INPUT DETAIL-LEDGER-FILE
           IF WS-DETLEDGR-STATUS = "00" THEN
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           IF DL-TRANS-ID = WS-INQ-ID THEN
                               PERFORM 1360-ADD-LEDGER-EVENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DETAIL-LEDGER-FILE
           IF WS-SCAN-JOURNAL-ID NOT = SPACES THEN
               PERFORM 1370-SCAN-OTHER-LEGS
           END-IF.

       1360-ADD-LEDGER-EVENT.
      *    Only the status byte says refused or held - a genuine
      *    zero-amount transaction also posts with DL-AMOUNT-ADDED 0.
           MOVE SPACES TO WS-EVT-NEW-TEXT
           IF DL-SUSPENDED THEN
               STRING "REFUSED AT POST   RECORD "
                   DL-COUNTER
                   " (SEE SUSPENSE) RUNNING "
                   "TOTAL " DL-RUNNING-TOTAL
                   WS-SCAN-CYCLE-TEXT
                   DELIMITED BY SIZE
                   INTO WS-EVT-NEW-TEXT
           ELSE
               IF DL-HELD THEN
                   STRING "HELD AT POST      RECORD "
                       DL-COUNTER
                       " (SEE HELD ITEM) RUNNING "
                       "TOTAL " DL-RUNNING-TOTAL
                       WS-SCAN-CYCLE-TEXT
                       DELIMITED BY SIZE
                       INTO WS-EVT-NEW-TEXT
               ELSE
                   STRING "POSTED            RECORD "
                       DL-COUNTER
                       " AMOUNT " DL-MOVEMENT-SIGN
                       DL-AMOUNT-ADDED
                       " RUNNING TOTAL "
                       DL-RUNNING-TOTAL
                       WS-SCAN-CYCLE-TEXT
                       DELIMITED BY SIZE
                       INTO WS-EVT-NEW-TEXT
               END-IF
           END-IF
           MOVE DL-BUSINESS-DATE TO WS-EVT-NEW-DATE
           PERFORM 2000-ADD-EVENT
      *    Same date, so the line lands straight after the one above.
           IF DL-CURRENCY-CODE NOT = SPACES
                   AND DL-CURRENCY-CODE NOT = WS-BASE-CURRENCY THEN
               MOVE SPACES TO WS-EVT-NEW-TEXT
               STRING "  CONVERTED FROM  " DL-CURRENCY-CODE
                   " " DL-ORIG-AMOUNT
                   " AT RATE " DL-EXCHANGE-RATE
                   DELIMITED BY SIZE
                   INTO WS-EVT-NEW-TEXT
               PERFORM 2000-ADD-EVENT
           END-IF
           IF DL-JOURNAL-ID NOT = SPACES THEN
               MOVE DL-JOURNAL-ID TO WS-SCAN-JOURNAL-ID
               MOVE DL-BUSINESS-DATE TO WS-SCAN-EVENT-DATE
               MOVE SPACES TO WS-EVT-NEW-TEXT
               STRING "  JOURNAL LEG OF  " DL-JOURNAL-ID
                   DELIMITED BY SIZE
                   INTO WS-EVT-NEW-TEXT
               PERFORM 2000-ADD-EVENT
           END-IF.

       1370-SCAN-OTHER-LEGS.
      *    A second pass over the same generation for the rest of the
      *    journal - the legs are posted or suspended together, so
      *    they are all on it.
           MOVE "N" TO WS-SCAN-EOF-FLAG
           OPEN INPUT DETAIL-LEDGER-FILE
           IF WS-DETLEDGR-STATUS = "00" THEN
               PERFORM UNTIL WS-SCAN-EOF
                   READ DETAIL-LEDGER-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           IF DL-JOURNAL-ID = WS-SCAN-JOURNAL-ID
                                   AND DL-TRANS-ID NOT = WS-INQ-ID
                                   THEN
                               MOVE SPACES TO WS-EVT-NEW-TEXT
                               STRING "    OTHER LEG     "
                                   DL-TRANS-ID
                                   " ACCT " DL-ACCOUNT-CODE
                                   " STATUS " DL-POST-STATUS
                                   " AMOUNT " DL-CURRENCY-CODE
                                   " " DL-ORIG-AMOUNT
                                   DELIMITED BY SIZE
                                   INTO WS-EVT-NEW-TEXT
                               MOVE WS-SCAN-EVENT-DATE
                                   TO WS-EVT-NEW-DATE
                               PERFORM 2000-ADD-EVENT
                           END-IF

       1400-SCAN-REJECT-GENERATIONS.
           MOVE "REJECTS" TO WS-REJECT-NAME
           MOVE SPACES TO WS-SCAN-CYCLE-TEXT
           PERFORM 1450-SCAN-ONE-REJECT
           MOVE 1 TO WS-DATE-IX
           PERFORM UNTIL WS-DATE-IX > WS-DATE-COUNT
               IF WS-DONE-DATE (WS-DATE-IX) >= WS-INQ-FROM
                       AND WS-DONE-DATE (WS-DATE-IX) <= WS-INQ-TO
                       THEN
                   PERFORM 1310-SET-SCAN-CYCLE
                   MOVE SPACES TO WS-REJECT-NAME
                   STRING "REJECTS.D" WS-DONE-DATE (WS-DATE-IX)
                       DELIMITED BY SIZE
                       WS-SCAN-SUFFIX DELIMITED BY SPACE
                       INTO WS-REJECT-NAME
                   PERFORM 1450-SCAN-ONE-REJECT
               END-IF
               ADD 1 TO WS-DATE-IX
                                   REJ-MOVEMENT-SIGN REJ-AMOUNT
                                   " ACCT " REJ-ACCOUNT-CODE
                                   " AGE " REJ-AGE-COUNT
                                   " PASSES" WS-SCAN-CYCLE-TEXT
                                   DELIMITED BY SIZE
                                   INTO WS-EVT-NEW-TEXT
                               MOVE REJ-BUSINESS-DATE
                                   TO WS-EVT-NEW-DATE
                               PERFORM 2000-ADD-EVENT
                               IF REJ-JOURNAL-ID NOT = SPACES THEN
                                   MOVE SPACES TO WS-EVT-NEW-TEXT
                                   STRING "  JOURNAL LEG OF  "
                                       REJ-JOURNAL-ID
                                       " - SUSPENDED WHOLE"
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-NEW-TEXT
                                   PERFORM 2000-ADD-EVENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                                   INTO WS-EVT-NEW-TEXT
                               MOVE RCY-RUN-DATE TO WS-EVT-NEW-DATE
                               PERFORM 2000-ADD-EVENT
                               IF RCY-JOURNAL-ID NOT = SPACES THEN
                                   MOVE SPACES TO WS-EVT-NEW-TEXT
                                   STRING "  JOURNAL LEG OF  "
                                       RCY-JOURNAL-ID
                                       DELIMITED BY SIZE
                                       INTO WS-EVT-NEW-TEXT
                                   PERFORM 2000-ADD-EVENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DISPOSITION-FILE.

       1600-SCAN-HELDITEM.
      *    HELDITEM is one permanent file, not a generation per date -
      *    the card's range is applied to the date the item was held.
           MOVE "N" TO WS-SCAN-EOF-FLAG
           OPEN INPUT HELD-ITEM-FILE
           IF WS-HELDITEM-STATUS = "00" THEN
               PERFORM UNTIL WS-SCAN-EOF
                   READ HELD-ITEM-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           IF HI-TRANS-ID = WS-INQ-ID
                                   AND HI-BUSINESS-DATE >= WS-INQ-FROM
                                   AND HI-BUSINESS-DATE <= WS-INQ-TO
                                   THEN
                               PERFORM 1650-ADD-HELD-EVENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HELD-ITEM-FILE.

       1650-ADD-HELD-EVENT.
           MOVE SPACES TO WS-HOLD-STATE-TEXT
           IF HI-HELD THEN
               MOVE "STILL HELD - AWAITING RELEASE"
                   TO WS-HOLD-STATE-TEXT
           ELSE
               IF HI-RELEASED THEN
                   STRING "RELEASED BY " HI-OPERATOR-ID
                       " - POSTS NEXT RUN"
                       DELIMITED BY SIZE INTO WS-HOLD-STATE-TEXT
               ELSE
                   IF HI-CANCELLED THEN
                       STRING "CANCELLED BY " HI-OPERATOR-ID " "
                           HI-REASON
                           DELIMITED BY SIZE INTO WS-HOLD-STATE-TEXT
                   ELSE
                       IF HI-POSTED-CYCLE = SPACE THEN
                           STRING "RELEASED BY " HI-OPERATOR-ID
                               " - POSTED " HI-POSTED-DATE
                               DELIMITED BY SIZE
                               INTO WS-HOLD-STATE-TEXT
                       ELSE
                           STRING "RELEASED BY " HI-OPERATOR-ID
                               " - POSTED " HI-POSTED-DATE
                               " CYCLE " HI-POSTED-CYCLE
                               DELIMITED BY SIZE
                               INTO WS-HOLD-STATE-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-EVT-NEW-TEXT
           STRING "HELD OVER LIMIT   AMOUNT "
               HI-MOVEMENT-SIGN HI-AMOUNT
               " LIMIT " HI-ITEM-LIMIT
               " " WS-HOLD-STATE-TEXT
               DELIMITED BY SIZE
               INTO WS-EVT-NEW-TEXT
           MOVE HI-BUSINESS-DATE TO WS-EVT-NEW-DATE
           PERFORM 2000-ADD-EVENT.

       2000-ADD-EVENT.
      *    Insert at the sorted position for the event's date;
      *    "CURRENT " sorts after any YYYYMMDD, so today's unposted
