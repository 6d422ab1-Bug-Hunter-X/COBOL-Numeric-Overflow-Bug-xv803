
      *****************************************************************
      *  BATCHDRV runs the nightly chain - TRANEDIT, DAILYACC,
      *  ACCTANOM, REJRECYC, ALRTDISP, GLRECON - for the business
      *  date and posting cycle on CTLCARD, gating each step on the
      *  prior step's RETURN-CODE instead of leaving the sequence to
      *  whoever is on shift:
      *    - TRANEDIT 8 or worse stops the night (nothing clean to
      *      post); 4 proceeds with a warning (rejects on TRANSERR).
      *    - DAILYACC 8/12/16 stops the posting-dependent steps
      *      (ACCTANOM, REJRECYC and GLRECON - running them against a
      *      day that stopped at the cap is how suspense got
      *      double-presented); ALRTDISP still runs, since a failed
      *      night is exactly when the alert queue must drain.  RC 4
      *      proceeds with warning.
      *    - ACCTANOM 4 means accounts were flagged against their
      *      baseline; the findings are queued ahead of ALRTDISP so
      *      they are routed the same night.
      *    - GLRECON 8 means breaks were reported - the night
      *      completes with a warning, not a failure.
      *  Every step's start, end, RETURN-CODE and outcome goes on the
      *  step status file (STEPSTAT), and on a restart the driver
      *  resumes at the first step for the date not already COMPLETE
      *  or WARNING - completed steps are never rerun.  Each posting
      *  cycle of a date (the morning batch, the mid-day and late
      *  files) is its own chain: the card's cycle number keys the
      *  status rows, so the mid-day chain starts fresh even though
      *  the morning chain for the same date completed.  The console
      *  gets one line per step so the overnight operator is not
      *  interpreting raw return codes at 3 a.m.
      *  The batch window is watched against the schedule file
      *  (BATCHSCH): a step that runs longer than its expected
      *  minutes gets a WARNING alert, and before each step the
      *  driver projects the chain's finish from the expected times
      *  of the steps still to run - the moment that projection (or
      *  the clock itself) passes the chain deadline a CRITICAL alert
      *  is raised, once.  The alerts go on the day's ALERTQ
      *  generation, but only once DAILYACC has had its turn (a
      *  fresh DAILYACC starts the queue over); any raised after
      *  ALRTDISP's turn have ALRTDISP run once more at the end so
      *  they are routed that night.  Timing never changes a step's
      *  outcome - an overrun step that ended RC 0 is still COMPLETE.
      *  When the partition card (PARTCARD) is present the posting
      *  step runs partitioned by account range: TRANSPLT splits the
      *  day's TRANSIN, the DAILYACC partitions on the split control
      *  (PARTCTL) are started together and waited for, and DAILYMRG
      *  merges them into the day's outputs.  The step's RETURN-CODE
      *  is TRANSPLT's if the split was refused (8 or worse), else
      *  DAILYMRG's - a partition that failed leaves the merge short
      *  and the step FAILED, and on the restart the partitions that
      *  completed are not rerun, only the one that failed.
      *  Driver RETURN-CODE: 8 if any step failed or was skipped,
      *  4 if any step warned, else 0.  A control card whose cycle
      *  number is not 1-9 starts no chain and ends RC 16, the code
      *  every step gives for it.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPSTAT-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "BATCHSCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT PARTITION-CARD-FILE ASSIGN TO "PARTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCARD-STATUS.

           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
       FD  STEP-STATUS-FILE.
           COPY STEPSTAT.

       FD  SCHEDULE-FILE.
           COPY BATCHSCH.

       FD  ALERT-FILE.
           COPY ALERTQ.

       FD  PARTITION-CARD-FILE.
           COPY PARTCARD.

       FD  PARTITION-CONTROL-FILE.
           COPY PARTCTL.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-CTLCARD-STATUS        PIC X(2) VALUE "00".
               88  WS-POSTING-STOPPED   VALUE "Y".
           05  WS-RESUME-FLAG           PIC X VALUE "N".
               88  WS-RESUMING          VALUE "Y".
           05  WS-SCHEDULE-STATUS       PIC X(2) VALUE "00".
           05  WS-SCHEDULE-EOF-FLAG     PIC X VALUE "N".
               88  WS-SCHEDULE-EOF      VALUE "Y".
           05  WS-ALERT-STATUS          PIC X(2) VALUE "00".
           05  WS-DEADLINE-FLAG         PIC X VALUE "N".
               88  WS-DEADLINE-SET      VALUE "Y".
               88  WS-DEADLINE-EXACT    VALUE "E".
           05  WS-DEADLINE-ALERT-FLAG   PIC X VALUE "N".
               88  WS-DEADLINE-ALERTED  VALUE "Y".
           05  WS-ALERT-RELEASE-FLAG    PIC X VALUE "N".
               88  WS-ALERTS-RELEASED   VALUE "Y".
           05  WS-DISPATCH-FLAG         PIC X VALUE "N".
               88  WS-DISPATCH-PASSED   VALUE "Y".
           05  WS-PARTCARD-STATUS       PIC X(2) VALUE "00".
           05  WS-PARTCTL-STATUS        PIC X(2) VALUE "00".
           05  WS-PARTCTL-EOF-FLAG      PIC X VALUE "N".
               88  WS-PARTCTL-EOF       VALUE "Y".
           05  WS-PARTITION-FLAG        PIC X VALUE "N".
               88  WS-PARTITIONED       VALUE "Y".

       01  WS-RUN-AREA.
           05  WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
           05  WS-CYCLE-NUMBER          PIC X(1) VALUE "1".
           05  WS-COMMAND               PIC X(128) VALUE SPACES.
           05  WS-COMMAND-POINTER       PIC 9(3) VALUE 1.
           05  WS-PARTITION-RUN-COUNT   PIC 9(1) VALUE 0.
           05  WS-STEP-RC               PIC 9(4) VALUE 0.
           05  WS-START-TIMESTAMP       PIC X(21) VALUE SPACES.
           05  WS-OUTCOME               PIC X(8) VALUE SPACES.
           05  WS-DRIVER-RC             PIC 9(4) VALUE 0.
           05  WS-CYCLE-SUFFIX          PIC X(2) VALUE SPACES.
           05  WS-ALERT-NAME            PIC X(20) VALUE "ALERTQ".

      *    Batch-window timing.  Timestamps are turned into seconds
      *    since the INTEGER-OF-DATE epoch so a chain running over
      *    midnight still subtracts cleanly.
       01  WS-WINDOW-AREA.
           05  WS-DEADLINE-DAYS-AFTER   PIC 9(1) VALUE 0.
           05  WS-DEADLINE-HHMM         PIC 9(4) VALUE 0.
           05  WS-DEADLINE-HH           PIC 9(2) VALUE 0.
           05  WS-DEADLINE-MM           PIC 9(2) VALUE 0.
           05  WS-DEADLINE-SECONDS      PIC 9(11) VALUE 0.
           05  WS-STAMP-WORK            PIC X(21) VALUE SPACES.
           05  WS-STAMP-DATE            PIC 9(8) VALUE 0.
           05  WS-STAMP-HH              PIC 9(2) VALUE 0.
           05  WS-STAMP-MM              PIC 9(2) VALUE 0.
           05  WS-STAMP-SS              PIC 9(2) VALUE 0.
           05  WS-STAMP-SECONDS         PIC 9(11) VALUE 0.
           05  WS-STEP-START-SECONDS    PIC 9(11) VALUE 0.
           05  WS-PROJECTED-SECONDS     PIC 9(11) VALUE 0.
           05  WS-ELAPSED-SECONDS       PIC 9(11) VALUE 0.
           05  WS-ELAPSED-MINUTES       PIC 9(4) VALUE 0.
           05  WS-SHORT-MINUTES         PIC 9(4) VALUE 0.
           05  WS-REMAIN-IX             PIC 9(1) VALUE 0.
           05  WS-LATE-ALERT-COUNT      PIC 9(3) VALUE 0.

      *    Window alerts wait here until the queue is safe to append
      *    to.
       01  WS-HELD-ALERT-AREA.
           05  WS-HELD-COUNT            PIC 9(2) VALUE 0.
           05  WS-HELD-MAX              PIC 9(2) VALUE 10.
           05  WS-HELD-IX               PIC 9(2) VALUE 0.
           05  WS-HELD-MESSAGE-WORK     PIC X(40) VALUE SPACES.
           05  WS-HELD-TABLE.
               10  WS-HELD-ENTRY OCCURS 10 TIMES.
                   15  WS-HELD-MESSAGE  PIC X(40).
                   15  WS-HELD-STEP-SEQ PIC 9(5).
                   15  WS-HELD-TIMESTAMP PIC X(21).

      *    The nightly sequence in run order.  The posting-dependent
      *    flag marks the steps that must not run against a day
      *    DAILYACC did not finish cleanly.
       01  WS-STEP-TABLE-AREA.
           05  WS-STEP-COUNT            PIC 9(1) VALUE 6.
           05  WS-STEP-IX               PIC 9(1) VALUE 0.
           05  WS-STEP-TABLE.
               10  WS-STEP-ENTRY OCCURS 6 TIMES.
                   15  WS-STEP-NAME     PIC X(8).
                   15  WS-STEP-POSTDEP  PIC X(1).
                   15  WS-STEP-DONE     PIC X(1).
                   15  WS-STEP-EXPECTED-MIN PIC 9(4).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0100-INIT-STEP-TABLE
           PERFORM 0200-READ-CONTROL-CARD
           PERFORM 0250-CHECK-PARTITION-CARD
           PERFORM 0300-READ-STEP-STATUS
           PERFORM 0400-LOAD-SCHEDULE

           IF WS-RESUMING THEN
               DISPLAY "BATCHDRV " WS-BUSINESS-DATE
                   " CYCLE " WS-CYCLE-NUMBER
                   " - RESTART, COMPLETED STEPS WILL BE SKIPPED"
           ELSE
               DISPLAY "BATCHDRV " WS-BUSINESS-DATE
                   " CYCLE " WS-CYCLE-NUMBER
                   " - FRESH START"
           END-IF

           MOVE 1 TO WS-STEP-IX
           PERFORM UNTIL WS-STEP-IX > WS-STEP-COUNT
               PERFORM 1000-RUN-STEP
               PERFORM 1170-NOTE-STEP-PASSED
               ADD 1 TO WS-STEP-IX
           END-PERFORM
           PERFORM 1900-CLOSE-WINDOW

           IF WS-NIGHT-STOPPED OR WS-POSTING-STOPPED THEN
               DISPLAY "BATCHDRV " WS-BUSINESS-DATE
                   " CYCLE " WS-CYCLE-NUMBER
                   " - CHAIN INCOMPLETE, RESTART AFTER REPAIR"
           ELSE
               DISPLAY "BATCHDRV " WS-BUSINESS-DATE
                   " CYCLE " WS-CYCLE-NUMBER
                   " - CHAIN COMPLETE"
           END-IF

           MOVE "N" TO WS-STEP-POSTDEP (1)
           MOVE "DAILYACC" TO WS-STEP-NAME (2)
           MOVE "N" TO WS-STEP-POSTDEP (2)
           MOVE "ACCTANOM" TO WS-STEP-NAME (3)
           MOVE "Y" TO WS-STEP-POSTDEP (3)
           MOVE "REJRECYC" TO WS-STEP-NAME (4)
           MOVE "Y" TO WS-STEP-POSTDEP (4)
           MOVE "ALRTDISP" TO WS-STEP-NAME (5)
           MOVE "N" TO WS-STEP-POSTDEP (5)
           MOVE "GLRECON" TO WS-STEP-NAME (6)
           MOVE "Y" TO WS-STEP-POSTDEP (6)
           MOVE 1 TO WS-STEP-IX
           PERFORM UNTIL WS-STEP-IX > WS-STEP-COUNT
               MOVE "N" TO WS-STEP-DONE (WS-STEP-IX)
               MOVE 0 TO WS-STEP-EXPECTED-MIN (WS-STEP-IX)
               ADD 1 TO WS-STEP-IX
           END-PERFORM.

       0200-READ-CONTROL-CARD.
      *    The same card every step reads - the driver only needs
      *    the business date and cycle to key the step status
      *    records.  A cycle the steps would refuse stops the chain
      *    before anything runs.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-STATUS = "00" THEN
               READ CONTROL-CARD-FILE
                   NOT AT END
                       IF CC-BUSINESS-DATE NOT = SPACES THEN
                           MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE
                           IF CC-CYCLE-NUMBER = SPACE
                                   OR CC-CYCLE-NUMBER = "0" THEN
                               MOVE "1" TO WS-CYCLE-NUMBER
                           ELSE
                               IF CC-CYCLE-NUMBER IS NUMERIC THEN
                                   MOVE CC-CYCLE-NUMBER
                                       TO WS-CYCLE-NUMBER
                               ELSE
                                   DISPLAY "Control card cycle number "
                                       CC-CYCLE-NUMBER " is not 1-9 "
                                       "- chain not started"
                                   MOVE 16 TO RETURN-CODE
                                   CLOSE CONTROL-CARD-FILE
                                   STOP RUN
                               END-IF
                           END-IF
                           IF WS-CYCLE-NUMBER NOT = "1" THEN
                               STRING "C" WS-CYCLE-NUMBER
                                   DELIMITED BY SIZE
                                   INTO WS-CYCLE-SUFFIX
                           END-IF
                           MOVE SPACES TO WS-ALERT-NAME
                           STRING "ALERTQ.D" WS-BUSINESS-DATE
                               DELIMITED BY SIZE
                               WS-CYCLE-SUFFIX DELIMITED BY SPACE
                               INTO WS-ALERT-NAME
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
               DISPLAY "No control card - chain runs dateless"
           END-IF.

       0250-CHECK-PARTITION-CARD.
           OPEN INPUT PARTITION-CARD-FILE
           IF WS-PARTCARD-STATUS = "00" THEN
               SET WS-PARTITIONED TO TRUE
               DISPLAY "Partition card present - DAILYACC runs "
                   "partitioned by account range"
           END-IF
           CLOSE PARTITION-CARD-FILE.

       0300-READ-STEP-STATUS.
      *    A step already COMPLETE (or complete-with-warning) for
      *    this date and cycle is never rerun - that is the restart
      *    guarantee.
      *    FAILED and SKIPPED rows leave the step eligible to run
      *    again.  A dateless chain gets no restart skip at all -
      *    its status rows are keyed on spaces, so every dateless
                       AT END
                           SET WS-STEPSTAT-EOF TO TRUE
                       NOT AT END
                           IF SS-CYCLE-NUMBER = SPACE THEN
                               MOVE "1" TO SS-CYCLE-NUMBER
                           END-IF
                           IF SS-BUSINESS-DATE = WS-BUSINESS-DATE
                                   AND SS-CYCLE-NUMBER
                                       = WS-CYCLE-NUMBER
                                   AND (SS-STEP-COMPLETE
                                       OR SS-STEP-WARNING) THEN
                               PERFORM 0350-MARK-STEP-DONE
               ADD 1 TO WS-STEP-IX
           END-PERFORM.

       0400-LOAD-SCHEDULE.
      *    No schedule file means no window to watch - the chain runs
      *    exactly as before.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00" THEN
               DISPLAY "No batch schedule - step times and deadline "
                   "not monitored"
           ELSE
               PERFORM UNTIL WS-SCHEDULE-EOF
                   READ SCHEDULE-FILE
                       AT END
                           SET WS-SCHEDULE-EOF TO TRUE
                       NOT AT END
                           IF BS-IS-STEP THEN
                               PERFORM 0450-TAKE-STEP-ROW
                           ELSE
                               IF BS-IS-DEADLINE THEN
                                   PERFORM 0470-TAKE-DEADLINE-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
               IF WS-DEADLINE-SET OR WS-DEADLINE-EXACT THEN
                   PERFORM 0480-SET-DEADLINE
               END-IF
           END-IF.

       0450-TAKE-STEP-ROW.
           IF BSS-EXPECTED-MINUTES IS NOT NUMERIC THEN
               DISPLAY "Schedule row for " BSS-STEP-NAME
                   " has no usable minutes - step not timed"
           ELSE
               MOVE 1 TO WS-REMAIN-IX
               PERFORM UNTIL WS-REMAIN-IX > WS-STEP-COUNT
                   IF WS-STEP-NAME (WS-REMAIN-IX) = BSS-STEP-NAME
                           THEN
                       MOVE BSS-EXPECTED-MINUTES
                           TO WS-STEP-EXPECTED-MIN (WS-REMAIN-IX)
                   END-IF
                   ADD 1 TO WS-REMAIN-IX
               END-PERFORM
           END-IF.

       0470-TAKE-DEADLINE-ROW.
      *    The row for this cycle wins over the all-cycles row,
      *    whichever order they come in.
           IF BSD-DAYS-AFTER IS NOT NUMERIC
                   OR BSD-DEADLINE-TIME IS NOT NUMERIC
                   OR BSD-DEADLINE-TIME (1:2) > "23"
                   OR BSD-DEADLINE-TIME (3:2) > "59" THEN
               DISPLAY "Schedule deadline row unusable - "
                   BS-DEADLINE-BODY (1:6)
           ELSE
               IF BSD-CYCLE-NUMBER = WS-CYCLE-NUMBER THEN
                   MOVE BSD-DAYS-AFTER TO WS-DEADLINE-DAYS-AFTER
                   MOVE BSD-DEADLINE-TIME TO WS-DEADLINE-HHMM
                   SET WS-DEADLINE-EXACT TO TRUE
               ELSE
                   IF BSD-CYCLE-NUMBER = SPACE
                           AND NOT WS-DEADLINE-EXACT THEN
                       MOVE BSD-DAYS-AFTER TO WS-DEADLINE-DAYS-AFTER
                       MOVE BSD-DEADLINE-TIME TO WS-DEADLINE-HHMM
                       SET WS-DEADLINE-SET TO TRUE
                   END-IF
               END-IF
           END-IF.

       0480-SET-DEADLINE.
           IF WS-BUSINESS-DATE NOT = SPACES THEN
               MOVE WS-BUSINESS-DATE TO WS-STAMP-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-STAMP-DATE
           END-IF
           DIVIDE WS-DEADLINE-HHMM BY 100 GIVING WS-DEADLINE-HH
               REMAINDER WS-DEADLINE-MM
           COMPUTE WS-DEADLINE-SECONDS =
               (FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE)
                   + WS-DEADLINE-DAYS-AFTER) * 86400
               + WS-DEADLINE-HH * 3600 + WS-DEADLINE-MM * 60
           SET WS-DEADLINE-SET TO TRUE
           DISPLAY "Chain deadline " WS-DEADLINE-HHMM " plus "
               WS-DEADLINE-DAYS-AFTER " day(s) from " WS-STAMP-DATE.

       1000-RUN-STEP.
           IF WS-STEP-DONE (WS-STEP-IX) = "Y" THEN
               DISPLAY "STEP " WS-STEP-IX " "
           END-IF.

       1100-EXECUTE-STEP.
           PERFORM 1050-CHECK-DEADLINE
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           IF WS-PARTITIONED
                   AND WS-STEP-NAME (WS-STEP-IX) = "DAILYACC" THEN
               PERFORM 1120-RUN-PARTITIONED-POSTING
           ELSE
               MOVE WS-STEP-NAME (WS-STEP-IX) TO WS-COMMAND
               PERFORM 1110-RUN-COMMAND
           END-IF

           PERFORM 1150-JUDGE-STEP
           PERFORM 1160-CHECK-STEP-DURATION

           PERFORM 2000-WRITE-STEP-STATUS
           DISPLAY "STEP " WS-STEP-IX " "
               WS-STEP-NAME (WS-STEP-IX) " " WS-OUTCOME
               " RC " WS-STEP-RC.

       1110-RUN-COMMAND.
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE 0 TO RETURN-CODE
      *    scaled back down before the gate looks at it.
           IF WS-STEP-RC > 255 THEN
               DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
           END-IF.

       1120-RUN-PARTITIONED-POSTING.
      *    Split, post the partitions side by side, merge.  The
      *    partitions' own return codes are on their status rows,
      *    which DAILYMRG reads and judges; its code is the step's.
           MOVE "TRANSPLT" TO WS-COMMAND
           PERFORM 1110-RUN-COMMAND
           DISPLAY "STEP " WS-STEP-IX " TRANSPLT RC " WS-STEP-RC
           IF WS-STEP-RC < 8 THEN
               PERFORM 1130-BUILD-PARTITION-COMMAND
               IF WS-PARTITION-RUN-COUNT = 0 THEN
                   DISPLAY "STEP " WS-STEP-IX " NO PARTITIONS ON "
                       "THE SPLIT CONTROL"
                   MOVE 12 TO WS-STEP-RC
               ELSE
                   DISPLAY "STEP " WS-STEP-IX " STARTING "
                       WS-PARTITION-RUN-COUNT " DAILYACC PARTITIONS"
                   PERFORM 1110-RUN-COMMAND
                   MOVE "DAILYMRG" TO WS-COMMAND
                   PERFORM 1110-RUN-COMMAND
                   DISPLAY "STEP " WS-STEP-IX " DAILYMRG RC "
                       WS-STEP-RC
               END-IF
           END-IF.

       1130-BUILD-PARTITION-COMMAND.
      *    One background DAILYACC per partition on the split
      *    control, then wait for them all.
           MOVE SPACES TO WS-COMMAND
           MOVE 1 TO WS-COMMAND-POINTER
           MOVE 0 TO WS-PARTITION-RUN-COUNT
           MOVE "N" TO WS-PARTCTL-EOF-FLAG
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-PARTCTL-STATUS = "00" THEN
               PERFORM UNTIL WS-PARTCTL-EOF
                   READ PARTITION-CONTROL-FILE
                       AT END
                           SET WS-PARTCTL-EOF TO TRUE
                       NOT AT END
                           IF PX-IS-PARTITION THEN
                               STRING "DAILYACC " PX-PARTITION-NUMBER
                                   " & " DELIMITED BY SIZE
                                   INTO WS-COMMAND
                                   WITH POINTER WS-COMMAND-POINTER
                               ADD 1 TO WS-PARTITION-RUN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PARTITION-CONTROL-FILE
           STRING "wait" DELIMITED BY SIZE
               INTO WS-COMMAND WITH POINTER WS-COMMAND-POINTER.

       1050-CHECK-DEADLINE.
      *    Project the finish: now plus the expected minutes of this
      *    step and every later one still due to run.  Steps already
      *    complete from an earlier attempt, and posting-dependent
      *    steps a failed DAILYACC will skip, take no time.
           IF WS-DEADLINE-SET AND NOT WS-DEADLINE-ALERTED THEN
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP-WORK
               PERFORM 2200-STAMP-TO-SECONDS
               MOVE WS-STAMP-SECONDS TO WS-PROJECTED-SECONDS
               MOVE WS-STEP-IX TO WS-REMAIN-IX
               PERFORM UNTIL WS-REMAIN-IX > WS-STEP-COUNT
                   IF WS-STEP-DONE (WS-REMAIN-IX) NOT = "Y"
                           AND NOT (WS-POSTING-STOPPED
                               AND WS-STEP-POSTDEP (WS-REMAIN-IX)
                                   = "Y") THEN
                       COMPUTE WS-PROJECTED-SECONDS =
                           WS-PROJECTED-SECONDS
                           + WS-STEP-EXPECTED-MIN (WS-REMAIN-IX) * 60
                   END-IF
                   ADD 1 TO WS-REMAIN-IX
               END-PERFORM
               IF WS-PROJECTED-SECONDS > WS-DEADLINE-SECONDS THEN
                   COMPUTE WS-SHORT-MINUTES =
                       (WS-PROJECTED-SECONDS - WS-DEADLINE-SECONDS
                           + 59) / 60
                       ON SIZE ERROR
                           MOVE 9999 TO WS-SHORT-MINUTES
                   END-COMPUTE
                   MOVE SPACES TO WS-HELD-MESSAGE-WORK
                   STRING "Chain deadline at risk - short "
                       WS-SHORT-MINUTES " min"
                       DELIMITED BY SIZE INTO WS-HELD-MESSAGE-WORK
                   PERFORM 2100-HOLD-ALERT
                   SET WS-DEADLINE-ALERTED TO TRUE
                   DISPLAY "CRITICAL - CHAIN CANNOT FINISH BY "
                       "DEADLINE " WS-DEADLINE-HHMM " - PROJECTED "
                       WS-SHORT-MINUTES " MIN LATE AT STEP "
                       WS-STEP-IX " " WS-STEP-NAME (WS-STEP-IX)
               END-IF
           END-IF.

       1150-JUDGE-STEP.
           IF WS-STEP-RC = 0 THEN
                       MOVE 4 TO WS-DRIVER-RC
                   END-IF
               ELSE
                   IF WS-STEP-NAME (WS-STEP-IX) = "GLRECON"
                           AND WS-STEP-RC = 8 THEN
      *                GLRECON 8 is "breaks reported" - the
      *                reconcile itself did its job.
                       MOVE "WARNING" TO WS-OUTCOME
               END-IF
           END-IF.

       1160-CHECK-STEP-DURATION.
           IF WS-STEP-EXPECTED-MIN (WS-STEP-IX) > 0 THEN
               MOVE WS-START-TIMESTAMP TO WS-STAMP-WORK
               PERFORM 2200-STAMP-TO-SECONDS
               MOVE WS-STAMP-SECONDS TO WS-STEP-START-SECONDS
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP-WORK
               PERFORM 2200-STAMP-TO-SECONDS
               IF WS-STAMP-SECONDS > WS-STEP-START-SECONDS THEN
                   SUBTRACT WS-STEP-START-SECONDS
                       FROM WS-STAMP-SECONDS
                       GIVING WS-ELAPSED-SECONDS
               ELSE
                   MOVE 0 TO WS-ELAPSED-SECONDS
               END-IF
               IF WS-ELAPSED-SECONDS >
                       WS-STEP-EXPECTED-MIN (WS-STEP-IX) * 60 THEN
                   COMPUTE WS-ELAPSED-MINUTES =
                       (WS-ELAPSED-SECONDS + 59) / 60
                       ON SIZE ERROR
                           MOVE 9999 TO WS-ELAPSED-MINUTES
                   END-COMPUTE
                   MOVE SPACES TO WS-HELD-MESSAGE-WORK
                   STRING "Step " DELIMITED BY SIZE
                       WS-STEP-NAME (WS-STEP-IX) DELIMITED BY SPACE
                       " overran " WS-ELAPSED-MINUTES " min of "
                       WS-STEP-EXPECTED-MIN (WS-STEP-IX)
                       DELIMITED BY SIZE INTO WS-HELD-MESSAGE-WORK
                   PERFORM 2100-HOLD-ALERT
                   DISPLAY "WARNING - STEP " WS-STEP-IX " "
                       WS-STEP-NAME (WS-STEP-IX) " RAN "
                       WS-ELAPSED-MINUTES " MIN, EXPECTED "
                       WS-STEP-EXPECTED-MIN (WS-STEP-IX)
               END-IF
           END-IF.

       1170-NOTE-STEP-PASSED.
      *    A fresh DAILYACC opens the queue for output, so nothing is
      *    appended until its turn is over, whatever its outcome.
           IF WS-STEP-NAME (WS-STEP-IX) = "DAILYACC" THEN
               SET WS-ALERTS-RELEASED TO TRUE
           END-IF
           IF WS-ALERTS-RELEASED AND WS-HELD-COUNT > 0 THEN
               PERFORM 2150-FLUSH-ALERTS
           END-IF
           IF WS-STEP-NAME (WS-STEP-IX) = "ALRTDISP" THEN
               SET WS-DISPATCH-PASSED TO TRUE
           END-IF.

       1200-SKIP-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TIMESTAMP
           MOVE 0 TO WS-STEP-RC
               WS-STEP-NAME (WS-STEP-IX)
               " SKIPPED - PRIOR STEP STOPPED THE CHAIN".

       1900-CLOSE-WINDOW.
      *    A chain that ran past the deadline without the projection
      *    ever catching it (steps with no expected time) is still
      *    reported.  Whatever is held goes on the queue now, and if
      *    any of it landed after ALRTDISP's turn the dispatcher runs
      *    again - it carries already-dispatched alerts through, so
      *    only the new ones are routed.
           IF WS-DEADLINE-SET AND NOT WS-DEADLINE-ALERTED THEN
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP-WORK
               PERFORM 2200-STAMP-TO-SECONDS
               IF WS-STAMP-SECONDS > WS-DEADLINE-SECONDS THEN
                   COMPUTE WS-SHORT-MINUTES =
                       (WS-STAMP-SECONDS - WS-DEADLINE-SECONDS
                           + 59) / 60
                       ON SIZE ERROR
                           MOVE 9999 TO WS-SHORT-MINUTES
                   END-COMPUTE
                   MOVE SPACES TO WS-HELD-MESSAGE-WORK
                   STRING "Chain deadline missed by "
                       WS-SHORT-MINUTES " min"
                       DELIMITED BY SIZE INTO WS-HELD-MESSAGE-WORK
                   MOVE WS-STEP-COUNT TO WS-STEP-IX
                   PERFORM 2100-HOLD-ALERT
                   SET WS-DEADLINE-ALERTED TO TRUE
                   DISPLAY "CRITICAL - CHAIN FINISHED "
                       WS-SHORT-MINUTES " MIN AFTER DEADLINE "
                       WS-DEADLINE-HHMM
               END-IF
           END-IF
           SET WS-ALERTS-RELEASED TO TRUE
           IF WS-HELD-COUNT > 0 THEN
               PERFORM 2150-FLUSH-ALERTS
           END-IF
           IF WS-LATE-ALERT-COUNT > 0 THEN
               DISPLAY "BATCHDRV " WS-LATE-ALERT-COUNT
                   " WINDOW ALERTS RAISED AFTER DISPATCH - "
                   "RUNNING ALRTDISP AGAIN"
               MOVE "ALRTDISP" TO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               MOVE 0 TO RETURN-CODE
           END-IF.

       2000-WRITE-STEP-STATUS.
           OPEN EXTEND STEP-STATUS-FILE
           IF WS-STEPSTAT-STATUS = "35" THEN
           END-IF
           MOVE SPACES TO STEP-STATUS-RECORD
           MOVE WS-BUSINESS-DATE TO SS-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO SS-CYCLE-NUMBER
           MOVE WS-STEP-IX TO SS-STEP-SEQ
           MOVE WS-STEP-NAME (WS-STEP-IX) TO SS-STEP-NAME
           MOVE WS-START-TIMESTAMP TO SS-START-TIMESTAMP
           MOVE WS-OUTCOME TO SS-OUTCOME
           WRITE STEP-STATUS-RECORD
           CLOSE STEP-STATUS-FILE.

       2100-HOLD-ALERT.
           IF WS-HELD-COUNT < WS-HELD-MAX THEN
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-HELD-MESSAGE-WORK
                   TO WS-HELD-MESSAGE (WS-HELD-COUNT)
               MOVE WS-STEP-IX TO WS-HELD-STEP-SEQ (WS-HELD-COUNT)
               MOVE FUNCTION CURRENT-DATE
                   TO WS-HELD-TIMESTAMP (WS-HELD-COUNT)
           ELSE
               DISPLAY "Window alert not queued (hold full) - "
                   WS-HELD-MESSAGE-WORK
           END-IF.

       2150-FLUSH-ALERTS.
      *    ALERT-ITERATION carries the chain step the alert was
      *    raised at.  A queue that cannot be opened keeps the alerts
      *    held for the next try - they are on the console already.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35" THEN
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF WS-ALERT-STATUS NOT = "00" THEN
               DISPLAY "Unable to open " WS-ALERT-NAME
                   " - status " WS-ALERT-STATUS
                   " - window alerts not queued"
           ELSE
               MOVE 1 TO WS-HELD-IX
               PERFORM UNTIL WS-HELD-IX > WS-HELD-COUNT
                   MOVE SPACES TO ALERT-RECORD
                   MOVE 0 TO ALERT-LAST-GOOD-AMOUNT
                   MOVE WS-HELD-STEP-SEQ (WS-HELD-IX)
                       TO ALERT-ITERATION
                   MOVE WS-HELD-TIMESTAMP (WS-HELD-IX)
                       TO ALERT-TIMESTAMP
                   MOVE WS-HELD-MESSAGE (WS-HELD-IX) TO ALERT-MESSAGE
                   SET ALERT-IS-NEW TO TRUE
                   WRITE ALERT-RECORD
                   ADD 1 TO WS-HELD-IX
               END-PERFORM
               CLOSE ALERT-FILE
               IF WS-DISPATCH-PASSED THEN
                   ADD WS-HELD-COUNT TO WS-LATE-ALERT-COUNT
               END-IF
               MOVE 0 TO WS-HELD-COUNT
           END-IF.

       2200-STAMP-TO-SECONDS.
           MOVE WS-STAMP-WORK (1:8) TO WS-STAMP-DATE
           MOVE WS-STAMP-WORK (9:2) TO WS-STAMP-HH
           MOVE WS-STAMP-WORK (11:2) TO WS-STAMP-MM
           MOVE WS-STAMP-WORK (13:2) TO WS-STAMP-SS
           COMPUTE WS-STAMP-SECONDS =
               FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS.
