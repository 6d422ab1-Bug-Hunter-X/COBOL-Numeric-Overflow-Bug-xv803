      *****************************************************************
      *  ALRTDISP drains the operator alert queue (ALERTQ) after each
      *  run.  Every new alert is classified by severity - a run
      *  stopped at the iteration cap or a chain BATCHDRV sees
      *  missing its deadline is CRITICAL, an escalated suspense item,
      *  a chain step overrunning its scheduled time, an account
      *  flagged by ACCTANOM against its movement baseline, or a run
      *  with repeated overflows (three or more new capacity rejects
      *  in the queue) is WARNING, a single capacity reject is INFO -
      *  then routed: CRITICAL and WARNING go to the operator console
      *  immediately, everything goes to the daily digest file
      *  (ALRTDGST).  Each routed alert is
      *  marked dispatched on the queue, and alerts already marked
      *  dispatched or acknowledged are carried through untouched, so
      *  nothing is paged twice or silently missed.
       FILE-CONTROL.
      *    The queue is assigned through its name field: with a
      *    business date on the control card it carries the day's
      *    .DYYYYMMDD generation suffix, plus C<n> for a posting cycle
      *    after the first (matching what DAILYACC wrote), otherwise
      *    the old fixed name.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           05  WS-DIGEST-STATUS         PIC X(2) VALUE "00".
           05  WS-CTLCARD-STATUS        PIC X(2) VALUE "00".
           05  WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
           05  WS-CYCLE-NUMBER          PIC X(1) VALUE "1".
           05  WS-CYCLE-SUFFIX          PIC X(2) VALUE SPACES.

       01  WS-COUNT-AREA.
           05  WS-NEW-CAPACITY-COUNT    PIC 9(5) VALUE 0.
           STOP RUN.

       0070-READ-CONTROL-CARD.
      *    Same card DAILYACC reads - the business date and cycle
      *    tell the dispatcher which cycle's alert generation to
      *    drain.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-STATUS = "00" THEN
               READ CONTROL-CARD-FILE
                   NOT AT END
                       IF CC-BUSINESS-DATE NOT = SPACES THEN
                           MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE
                           PERFORM 0075-APPLY-CYCLE-NUMBER
                           MOVE SPACES TO WS-ALERT-NAME
                           STRING "ALERTQ.D" WS-BUSINESS-DATE
                               DELIMITED BY SIZE
                               WS-CYCLE-SUFFIX DELIMITED BY SPACE
                               INTO WS-ALERT-NAME
                           DISPLAY "Dispatching alerts for business "
                               "date " WS-BUSINESS-DATE " cycle "
                               WS-CYCLE-NUMBER
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

       0075-APPLY-CYCLE-NUMBER.
      *    Cycle 1 keeps the plain date name; a later cycle adds
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

       1000-COUNT-NEW-CAPACITY-ALERTS.
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS = "00" THEN
           END-IF.

       2100-CLASSIFY-ALERT.
           IF ALERT-MESSAGE (1:11) = "Run stopped"
                   OR ALERT-MESSAGE (1:14) = "Chain deadline" THEN
               MOVE "CRITICAL" TO WS-SEVERITY
           ELSE
               IF ALERT-MESSAGE (1:13) = "Suspense item"
                       OR ALERT-MESSAGE (1:8) = "Account "
                       OR ALERT-MESSAGE (1:5) = "Step " THEN
                   MOVE "WARNING" TO WS-SEVERITY
               ELSE
                   IF WS-NEW-CAPACITY-COUNT >= WS-REPEAT-THRESHOLD
