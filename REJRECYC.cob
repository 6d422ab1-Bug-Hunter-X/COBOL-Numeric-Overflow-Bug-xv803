      *  suspense file instead of rolling forward forever.  The total
      *  that did post is written to its own GL extract (RECYCGL) so
      *  the recycled amounts reach the ledger the same way a daily
      *  total does - one row per account, original currency and
      *  rate, as DAILYACC writes them.
      *  The legs of a journal entry DAILYACC suspended as a whole
      *  sit together on REJECTS under their journal ID and are
      *  re-presented together: debits first, then credits, and if
      *  any leg is refused the legs already taken are backed out
      *  and the whole journal is re-suspended (or escalated, with
      *  one alert for the journal) - never posted one side only.
      *  The GL distribution holds 1000 account, currency, rate and
      *  journal entries.  An item (or a journal, any of whose legs)
      *  that would need an entry past that is not posted: it is
      *  carried forward on REJECTS as it stands, its age unchanged,
      *  for the next pass, and the run ends RETURN-CODE 4.
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
      *    The suspense and alert files are assigned through their
      *    name fields: with a business date on the control card they
      *    carry the day's .DYYYYMMDD generation suffix, plus C<n>
      *    for a posting cycle after the first (matching what
      *    DAILYACC wrote), otherwise the old fixed names.
           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           COPY REJFILE.

       FD  SUSPENSE-OUT-FILE.
       01  SUSPENSE-OUT-RECORD         PIC X(100).

       FD  DISPOSITION-FILE.
           COPY RECYCDSP.
           05  WS-AMOUNT-WIDE           PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-HIGH-VOLUME-MODE      PIC X VALUE "N".
               88  WS-IS-HIGH-VOLUME    VALUE "Y".
           05  WS-JNL-SAVED-MODE        PIC X VALUE "N".

       01  WS-FLAGS.
           05  WS-EOF-FLAG              PIC X VALUE "N".
           05  WS-ALERT-STATUS          PIC X(2) VALUE "00".
           05  WS-CTLCARD-STATUS        PIC X(2) VALUE "00".
           05  WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
           05  WS-CYCLE-NUMBER          PIC X(1) VALUE "1".
           05  WS-CYCLE-SUFFIX          PIC X(2) VALUE SPACES.

       01  WS-COUNT-AREA.
           05  WS-POSTED-COUNT          PIC 9(5) VALUE 0.
       01  WS-GL-AREA.
           05  WS-GL-ACCOUNT-CODE       PIC X(10) VALUE "1000100000".
           05  WS-EFFECTIVE-ACCOUNT     PIC X(10) VALUE SPACES.
           05  WS-GL-ACCT-COUNT         PIC 9(4) VALUE 0.
           05  WS-GL-ACCT-MAX           PIC 9(4) VALUE 1000.
           05  WS-GL-IX                 PIC 9(4) VALUE 0.
           05  WS-GL-FULL-COUNT         PIC 9(5) VALUE 0.
           05  WS-JNL-GL-FULL-FLAG      PIC X VALUE "N".
               88  WS-JNL-GL-FULL       VALUE "Y".
           05  WS-GL-FOUND-FLAG         PIC X VALUE "N".
               88  WS-GL-FOUND          VALUE "Y".
           05  WS-GL-EXTRACT-COUNT      PIC 9(5) VALUE 0.
           05  WS-GL-AMOUNT-HASH        PIC 9(13)V99 VALUE 0.
      *    Original currency, amount and rate off the suspended item;
      *    a row suspended before they were carried is base currency.
           05  WS-BASE-CURRENCY         PIC X(3) VALUE "USD".
           05  WS-EFFECTIVE-CURRENCY    PIC X(3) VALUE SPACES.
           05  WS-EFFECTIVE-ORIG-AMOUNT PIC 9(9)V99 VALUE 0.
           05  WS-EFFECTIVE-RATE        PIC 9(4)V9(6) VALUE 0.
           05  WS-EFFECTIVE-JOURNAL-ID  PIC X(10) VALUE SPACES.
      *    Per-account totals for the amounts that post on this
      *    recycle pass, mirroring DAILYACC's distribution so the
      *    recycled extract lands in the same accounts, currencies,
      *    rates and journals the original transactions carried.
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

       01  WS-ESCALATION-AREA.
           05  WS-ESCALATION-AGE        PIC 9(3) VALUE 3.

      *    Legs of the suspended journal being read, kept until the
      *    last one is in.  The journal ages as one - by its oldest
      *    leg - and WS-JNL-APPLIED-FLAG says which legs ACCUMADD has
      *    taken, so a refused journal can be backed out exactly.
       01  WS-JOURNAL-AREA.
           05  WS-JOURNAL-OPEN-FLAG     PIC X VALUE "N".
               88  WS-JOURNAL-OPEN      VALUE "Y".
           05  WS-JOURNAL-FAILED-FLAG   PIC X VALUE "N".
               88  WS-JOURNAL-FAILED    VALUE "Y".
           05  WS-JOURNAL-ID            PIC X(10) VALUE SPACES.
           05  WS-JNL-SIDE              PIC X VALUE "+".
           05  WS-JNL-LEG-COUNT         PIC 9(3) VALUE 0.
           05  WS-JNL-LEG-MAX           PIC 9(3) VALUE 50.
           05  WS-JNL-LEG-IX            PIC 9(3) VALUE 0.
           05  WS-JNL-AGE               PIC 9(3) VALUE 0.
           05  WS-SAVE-REJECT-RECORD    PIC X(100) VALUE SPACES.
           05  WS-JNL-LEG-TABLE.
               10  WS-JNL-LEG OCCURS 50 TIMES.
                   15  WS-JNL-RECORD    PIC X(100).
                   15  WS-JNL-APPLIED-FLAG
                                        PIC X.

       01  WS-REBUILD-AREA.
           05  WS-REJECT-NAME           PIC X(20) VALUE "REJECTS".
           05  WS-REJECT-TEMP-NAME      PIC X(20) VALUE "REJECTS.TMP".
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-JOURNAL-OPEN THEN
                           IF REJ-JOURNAL-ID NOT = WS-JOURNAL-ID THEN
                               PERFORM 1600-RECYCLE-JOURNAL
                           END-IF
                       END-IF
                       IF REJ-JOURNAL-ID NOT = SPACES THEN
                           PERFORM 1650-ADD-JOURNAL-LEG
                       ELSE
                           PERFORM 1000-RECYCLE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JOURNAL-OPEN THEN
               PERFORM 1600-RECYCLE-JOURNAL
           END-IF

           CLOSE REJECT-FILE
           CLOSE SUSPENSE-OUT-FILE
               " re-suspended " WS-SUSPENDED-COUNT
               " escalated " WS-ESCALATED-COUNT
           DISPLAY "Recycled total posted: " WS-CURRENT-TOTAL
           IF WS-GL-FULL-COUNT > 0 THEN
               DISPLAY "GL distribution table full at " WS-GL-ACCT-MAX
                   " - " WS-GL-FULL-COUNT " items carried forward "
                   "unposted"
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       0070-READ-CONTROL-CARD.
      *    Same card DAILYACC reads - the business date and cycle tell
      *    this pass which cycle's suspense and alert generations to
      *    work.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-STATUS = "00" THEN
               READ CONTROL-CARD-FILE
                   NOT AT END
                       IF CC-BUSINESS-DATE NOT = SPACES THEN
                           MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE
                           PERFORM 0075-APPLY-CYCLE-NUMBER
                           MOVE SPACES TO WS-REJECT-NAME
                           STRING "REJECTS.D" WS-BUSINESS-DATE
                               DELIMITED BY SIZE
                               WS-CYCLE-SUFFIX DELIMITED BY SPACE
                               INTO WS-REJECT-NAME
                           MOVE SPACES TO WS-ALERT-NAME
                           STRING "ALERTQ.D" WS-BUSINESS-DATE
                               DELIMITED BY SIZE
                               WS-CYCLE-SUFFIX DELIMITED BY SPACE
                               INTO WS-ALERT-NAME
                           MOVE SPACES TO WS-RECYCGL-NAME
                           STRING "RECYCGL.D" WS-BUSINESS-DATE
                               DELIMITED BY SIZE
                               WS-CYCLE-SUFFIX DELIMITED BY SPACE
                               INTO WS-RECYCGL-NAME
                           DISPLAY "Recycling suspense for business "
                               "date " WS-BUSINESS-DATE " cycle "
                               WS-CYCLE-NUMBER
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

       0075-APPLY-CYCLE-NUMBER.
      *    Cycle 1 keeps the plain date names; a later cycle adds
      *    C<n>.  A cycle DAILYACC would refuse is refused here.
           MOVE SPACES TO WS-CYCLE-SUFFIX
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
           END-IF
           IF WS-CYCLE-NUMBER NOT = "1" THEN
               STRING "C" WS-CYCLE-NUMBER
                   DELIMITED BY SIZE INTO WS-CYCLE-SUFFIX
           END-IF.

       1000-RECYCLE-ITEM.
           ADD 1 TO WS-COUNTER
           PERFORM 1050-SET-EFFECTIVE-ITEM
           PERFORM 1060-SET-GL-KEY
           PERFORM 1510-RESERVE-GL-ENTRY

           IF NOT WS-GL-FOUND THEN
               PERFORM 1250-CARRY-FOR-GL-ROOM
           ELSE
               CALL "ACCUMADD" USING WS-AMOUNT, WS-AMOUNT-WIDE,
                   WS-EFFECTIVE-AMOUNT, WS-HIGH-VOLUME-MODE,
                   WS-OVERFLOW-FLAG, WS-OPERATION

               IF WS-OVERFLOW-FLAG = 1 THEN
                   ADD 1 TO REJ-AGE-COUNT GIVING WS-NEW-AGE
                   IF WS-NEW-AGE >= WS-ESCALATION-AGE THEN
                       PERFORM 1300-ESCALATE-ITEM
                   ELSE
                       PERFORM 1200-RESUSPEND-ITEM
                   END-IF
               ELSE
                   PERFORM 1100-POST-ITEM
               END-IF
           END-IF.

       1050-SET-EFFECTIVE-ITEM.
           MOVE REJ-AMOUNT TO WS-EFFECTIVE-AMOUNT
           IF REJ-MOVEMENT-SIGN = "-" THEN
               MOVE "S" TO WS-OPERATION
               MOVE "A" TO WS-OPERATION
               MOVE "+" TO WS-EFFECTIVE-SIGN
           END-IF
           MOVE REJ-JOURNAL-ID TO WS-EFFECTIVE-JOURNAL-ID.

       1060-SET-GL-KEY.
      *    The account, currency and rate the item posts under in
      *    the GL distribution.
           IF REJ-ACCOUNT-CODE = SPACES THEN
               MOVE WS-GL-ACCOUNT-CODE TO WS-EFFECTIVE-ACCOUNT
           ELSE
               MOVE REJ-ACCOUNT-CODE TO WS-EFFECTIVE-ACCOUNT
           END-IF
           IF REJ-CURRENCY-CODE = SPACES THEN
               MOVE WS-BASE-CURRENCY TO WS-EFFECTIVE-CURRENCY
               MOVE WS-EFFECTIVE-AMOUNT TO WS-EFFECTIVE-ORIG-AMOUNT
               MOVE 1 TO WS-EFFECTIVE-RATE
           ELSE
               MOVE REJ-CURRENCY-CODE TO WS-EFFECTIVE-CURRENCY
               MOVE REJ-ORIG-AMOUNT TO WS-EFFECTIVE-ORIG-AMOUNT
               MOVE REJ-EXCHANGE-RATE TO WS-EFFECTIVE-RATE
           END-IF.

       1100-POST-ITEM.
           ADD 1 TO WS-POSTED-COUNT
           PERFORM 1060-SET-GL-KEY
           PERFORM 1500-DISTRIBUTE-TO-GL-ACCOUNT
           MOVE "POSTED" TO WS-DISPOSITION
           MOVE REJ-AGE-COUNT TO WS-DISPOSITION-AGE
           MOVE WS-NEW-AGE TO WS-DISPOSITION-AGE
           PERFORM 1400-WRITE-DISPOSITION.

       1250-CARRY-FOR-GL-ROOM.
      *    No GL entry free for the item - it is not posted and goes
      *    forward as it stands.  Nothing is wrong with the item, so
      *    it does not age.
           ADD 1 TO WS-SUSPENDED-COUNT
           ADD 1 TO WS-GL-FULL-COUNT
           MOVE REJECT-RECORD TO SUSPENSE-OUT-RECORD
           WRITE SUSPENSE-OUT-RECORD
           MOVE "SUSPENDED" TO WS-DISPOSITION
           MOVE REJ-AGE-COUNT TO WS-DISPOSITION-AGE
           PERFORM 1400-WRITE-DISPOSITION.

       1300-ESCALATE-ITEM.
      *    Three or more failed passes - hand the item to operations
      *    via ALERTQ and drop it from the suspense file so it stops
           MOVE WS-DISPOSITION TO RCY-DISPOSITION
           MOVE WS-DISPOSITION-AGE TO RCY-AGE-COUNT
           MOVE FUNCTION CURRENT-DATE (1:8) TO RCY-RUN-DATE
           MOVE REJ-JOURNAL-ID TO RCY-JOURNAL-ID
           WRITE RECYCLE-DISPOSITION-RECORD.

       1600-RECYCLE-JOURNAL.
      *    The current REJECTS row is saved across the journal, whose
      *    legs are worked through the same record area.
           MOVE REJECT-RECORD TO WS-SAVE-REJECT-RECORD
           MOVE "N" TO WS-JOURNAL-OPEN-FLAG
           MOVE "N" TO WS-JOURNAL-FAILED-FLAG
           MOVE WS-HIGH-VOLUME-MODE TO WS-JNL-SAVED-MODE
           PERFORM 1605-RESERVE-JOURNAL-GL
           IF WS-JNL-GL-FULL THEN
               PERFORM 1606-CARRY-JOURNAL-FOR-GL-ROOM
               MOVE WS-SAVE-REJECT-RECORD TO REJECT-RECORD
           ELSE
               PERFORM 1601-APPLY-JOURNAL
           END-IF.

       1601-APPLY-JOURNAL.
           MOVE "+" TO WS-JNL-SIDE
           PERFORM 1610-APPLY-JOURNAL-SIDE
           IF NOT WS-JOURNAL-FAILED THEN
               MOVE "-" TO WS-JNL-SIDE
               PERFORM 1610-APPLY-JOURNAL-SIDE
           END-IF
           IF WS-JOURNAL-FAILED THEN
               PERFORM 1620-BACK-OUT-JOURNAL
               ADD 1 TO WS-JNL-AGE GIVING WS-NEW-AGE
               IF WS-NEW-AGE >= WS-ESCALATION-AGE THEN
                   PERFORM 1640-WRITE-JOURNAL-ALERT
               END-IF
           END-IF
           MOVE 1 TO WS-JNL-LEG-IX
           PERFORM UNTIL WS-JNL-LEG-IX > WS-JNL-LEG-COUNT
               MOVE WS-JNL-RECORD (WS-JNL-LEG-IX) TO REJECT-RECORD
               ADD 1 TO WS-COUNTER
               PERFORM 1050-SET-EFFECTIVE-ITEM
               IF WS-JOURNAL-FAILED THEN
                   IF WS-NEW-AGE >= WS-ESCALATION-AGE THEN
                       ADD 1 TO WS-ESCALATED-COUNT
                       MOVE "ESCALATED" TO WS-DISPOSITION
                       MOVE WS-NEW-AGE TO WS-DISPOSITION-AGE
                       PERFORM 1400-WRITE-DISPOSITION
                   ELSE
                       PERFORM 1200-RESUSPEND-ITEM
                   END-IF
               ELSE
                   PERFORM 1100-POST-ITEM
               END-IF
               ADD 1 TO WS-JNL-LEG-IX
           END-PERFORM
           MOVE WS-SAVE-REJECT-RECORD TO REJECT-RECORD.

       1605-RESERVE-JOURNAL-GL.
      *    Every leg's GL entry is found or taken before any leg is
      *    applied, so a journal is never posted with a leg that has
      *    nowhere to go.
           MOVE "N" TO WS-JNL-GL-FULL-FLAG
           MOVE 1 TO WS-JNL-LEG-IX
           PERFORM UNTIL WS-JNL-LEG-IX > WS-JNL-LEG-COUNT
                   OR WS-JNL-GL-FULL
               MOVE WS-JNL-RECORD (WS-JNL-LEG-IX) TO REJECT-RECORD
               PERFORM 1050-SET-EFFECTIVE-ITEM
               PERFORM 1060-SET-GL-KEY
               PERFORM 1510-RESERVE-GL-ENTRY
               IF NOT WS-GL-FOUND THEN
                   SET WS-JNL-GL-FULL TO TRUE
               END-IF
               ADD 1 TO WS-JNL-LEG-IX
           END-PERFORM.

       1606-CARRY-JOURNAL-FOR-GL-ROOM.
           MOVE 1 TO WS-JNL-LEG-IX
           PERFORM UNTIL WS-JNL-LEG-IX > WS-JNL-LEG-COUNT
               MOVE WS-JNL-RECORD (WS-JNL-LEG-IX) TO REJECT-RECORD
               ADD 1 TO WS-COUNTER
               PERFORM 1050-SET-EFFECTIVE-ITEM
               PERFORM 1250-CARRY-FOR-GL-ROOM
               ADD 1 TO WS-JNL-LEG-IX
           END-PERFORM.

       1610-APPLY-JOURNAL-SIDE.
      *    Debits go on before credits come off, so a balanced
      *    journal cannot be refused for dipping below zero part way
      *    through.  The first refusal stops the pass.
           MOVE 1 TO WS-JNL-LEG-IX
           PERFORM UNTIL WS-JNL-LEG-IX > WS-JNL-LEG-COUNT
                   OR WS-JOURNAL-FAILED
               MOVE WS-JNL-RECORD (WS-JNL-LEG-IX) TO REJECT-RECORD
               IF (WS-JNL-SIDE = "-" AND REJ-MOVEMENT-SIGN = "-")
                       OR (WS-JNL-SIDE = "+"
                           AND REJ-MOVEMENT-SIGN NOT = "-") THEN
                   PERFORM 1050-SET-EFFECTIVE-ITEM
                   CALL "ACCUMADD" USING WS-AMOUNT, WS-AMOUNT-WIDE,
                       WS-EFFECTIVE-AMOUNT, WS-HIGH-VOLUME-MODE,
                       WS-OVERFLOW-FLAG, WS-OPERATION
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
      *    operation, which only returns the total to where it stood
      *    before the journal.  A switch to the high-volume
      *    accumulator one of the legs made is undone with them.
           MOVE 1 TO WS-JNL-LEG-IX
           PERFORM UNTIL WS-JNL-LEG-IX > WS-JNL-LEG-COUNT
               IF WS-JNL-APPLIED-FLAG (WS-JNL-LEG-IX) = "Y" THEN
                   MOVE WS-JNL-RECORD (WS-JNL-LEG-IX) TO REJECT-RECORD
                   PERFORM 1050-SET-EFFECTIVE-ITEM
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
           END-IF.

       1640-WRITE-JOURNAL-ALERT.
      *    One alert for the journal, not one per leg.
           PERFORM 0050-REFRESH-CURRENT-TOTAL
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-CURRENT-TOTAL TO ALERT-LAST-GOOD-AMOUNT
           MOVE WS-COUNTER TO ALERT-ITERATION
           MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
           MOVE "Suspense item aged out - whole journal"
               TO ALERT-MESSAGE
           WRITE ALERT-RECORD.

       1650-ADD-JOURNAL-LEG.
      *    DAILYACC suspends no journal of more legs than this table
      *    holds.
           IF NOT WS-JOURNAL-OPEN THEN
               SET WS-JOURNAL-OPEN TO TRUE
               MOVE REJ-JOURNAL-ID TO WS-JOURNAL-ID
               MOVE 0 TO WS-JNL-LEG-COUNT
               MOVE 0 TO WS-JNL-AGE
           END-IF
           IF WS-JNL-LEG-COUNT >= WS-JNL-LEG-MAX THEN
               DISPLAY "Journal " WS-JOURNAL-ID " has more than "
                   WS-JNL-LEG-MAX " legs on suspense - run stopped"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-JNL-LEG-COUNT
           MOVE REJECT-RECORD TO WS-JNL-RECORD (WS-JNL-LEG-COUNT)
           MOVE "N" TO WS-JNL-APPLIED-FLAG (WS-JNL-LEG-COUNT)
           IF REJ-AGE-COUNT > WS-JNL-AGE THEN
               MOVE REJ-AGE-COUNT TO WS-JNL-AGE
           END-IF.

       2000-REPLACE-SUSPENSE-FILE.
      *    The re-suspended items are the new suspense file - swap the
      *    rebuilt copy over REJECTS the same way DAILYACC rebuilds
           END-IF.

       1500-DISTRIBUTE-TO-GL-ACCOUNT.
      *    The item's entry was taken before it was applied.
           PERFORM 1510-RESERVE-GL-ENTRY
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

       1510-RESERVE-GL-ENTRY.
      *    Find the entry for the item's key, or take a new one;
      *    WS-GL-FOUND is left off when the table is full.
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
                       " item " REJ-TRANS-ID " carried forward"
               END-IF
           END-IF.

       0080-INIT-GL-DISTRIBUTION.
           MOVE 1 TO WS-GL-ACCT-COUNT
           MOVE WS-GL-ACCOUNT-CODE TO WS-GL-ACCT-CODE (1)
           MOVE 0 TO WS-GL-ACCT-TOTAL (1)
           MOVE WS-BASE-CURRENCY TO WS-GL-ACCT-CURRENCY (1)
           MOVE 1 TO WS-GL-ACCT-RATE (1)
           MOVE 0 TO WS-GL-ACCT-ORIG-TOTAL (1)
           MOVE SPACES TO WS-GL-ACCT-JOURNAL-ID (1).

       2100-WRITE-RECYCLE-GL-EXTRACT.
           OPEN OUTPUT RECYCLE-GL-FILE
                       MOVE "D" TO GL-DR-CR-IND
                   END-IF
                   MOVE FUNCTION CURRENT-DATE (1:8) TO GL-RUN-DATE
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
                   TO GLE-BUSINESS-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO GLE-CREATE-TIMESTAMP
           MOVE WS-CYCLE-NUMBER TO GLE-CYCLE-NUMBER
           WRITE GL-ENVELOPE-RECORD.

       2120-WRITE-EXTRACT-TRAILER.
