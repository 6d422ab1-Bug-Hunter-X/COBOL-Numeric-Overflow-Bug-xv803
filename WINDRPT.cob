       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINDRPT.
       AUTHOR. BATCH-SYSTEMS.

      *****************************************************************
      *  WINDRPT is the weekly batch-window report.  BATCHDRV's step
      *  status file (STEPSTAT) holds every step's start and end for
      *  every chain; this report turns a week of it into the trend
      *  the operators and the GL team need to see before a chain
      *  actually misses its window.  The WNCTL card gives the last
      *  business date and how many days back to go (default the
      *  latest dated chain and a week).
      *  The report (WINDOWRP) shows, for each chain run (business
      *  date and posting cycle): when it started and finished, the
      *  elapsed time, the deadline from the batch schedule
      *  (BATCHSCH) and the headroom left - negative when the chain
      *  was late.  Then, for each step in chain order, its elapsed
      *  minutes run by run against the scheduled time, with the
      *  average and worst, and the trend as the change from the
      *  average of the earlier half of the runs to the later half.
      *  A step retried after a failure counts every attempt, since
      *  every attempt spent window; skipped steps take no time.
      *  Dateless chains have no business date to place them and are
      *  left out.  RETURN-CODE 4 when any chain in the week ran
      *  past its deadline.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WN-CONTROL-FILE ASSIGN TO "WNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WNCTL-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "BATCHSCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPSTAT-STATUS.

           SELECT WINDOW-REPORT-FILE ASSIGN TO "WINDOWRP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WN-CONTROL-FILE.
           COPY WNCTL.

       FD  SCHEDULE-FILE.
           COPY BATCHSCH.

       FD  STEP-STATUS-FILE.
           COPY STEPSTAT.

       FD  WINDOW-REPORT-FILE.
       01  WINDOW-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-WNCTL-STATUS          PIC X(2) VALUE "00".
           05  WS-SCHEDULE-STATUS       PIC X(2) VALUE "00".
           05  WS-STEPSTAT-STATUS       PIC X(2) VALUE "00".
           05  WS-SCHEDULE-EOF-FLAG     PIC X VALUE "N".
               88  WS-SCHEDULE-EOF      VALUE "Y".
           05  WS-STEPSTAT-EOF-FLAG     PIC X VALUE "N".
               88  WS-STEPSTAT-EOF      VALUE "Y".
           05  WS-RUN-FOUND-FLAG        PIC X VALUE "N".
               88  WS-RUN-FOUND         VALUE "Y".
           05  WS-STEP-FOUND-FLAG       PIC X VALUE "N".
               88  WS-STEP-FOUND        VALUE "Y".
           05  WS-TABLE-FULL-FLAG       PIC X VALUE "N".
               88  WS-TABLE-FULL-SHOWN  VALUE "Y".

       01  WS-RANGE-AREA.
           05  WS-FROM-DATE             PIC X(8) VALUE SPACES.
           05  WS-TO-DATE               PIC X(8) VALUE SPACES.
           05  WS-REPORT-DAYS           PIC 9(3) VALUE 7.
           05  WS-DATE-NUM              PIC 9(8) VALUE 0.
           05  WS-DAY-INT               PIC 9(8) VALUE 0.
           05  WS-ROW-CYCLE             PIC X(1) VALUE SPACE.

      *    Deadline by posting cycle from the schedule - entries 1-9
      *    are the cycles, entry 10 the all-cycles row.
       01  WS-DEADLINE-AREA.
           05  WS-DL-IX                 PIC 9(2) VALUE 0.
           05  WS-DL-ENTRY OCCURS 10 TIMES.
               10  WS-DL-SET            PIC X(1).
               10  WS-DL-DAYS-AFTER     PIC 9(1).
               10  WS-DL-HHMM           PIC 9(4).

       01  WS-TIME-AREA.
           05  WS-STAMP-WORK            PIC X(21) VALUE SPACES.
           05  WS-STAMP-DATE            PIC 9(8) VALUE 0.
           05  WS-STAMP-HH              PIC 9(2) VALUE 0.
           05  WS-STAMP-MM              PIC 9(2) VALUE 0.
           05  WS-STAMP-SS              PIC 9(2) VALUE 0.
           05  WS-STAMP-SECONDS         PIC 9(11) VALUE 0.
           05  WS-START-SECONDS         PIC 9(11) VALUE 0.
           05  WS-END-SECONDS           PIC 9(11) VALUE 0.
           05  WS-DEADLINE-SECONDS      PIC 9(11) VALUE 0.
           05  WS-DEADLINE-HH           PIC 9(2) VALUE 0.
           05  WS-DEADLINE-MM           PIC 9(2) VALUE 0.
           05  WS-HEADROOM-SECONDS      PIC S9(11) VALUE 0.
           05  WS-ELAPSED-SECONDS       PIC 9(9) VALUE 0.

      *    Steps in the order the chain first ran them, with the
      *    scheduled minutes and the week's figures.
       01  WS-STEP-TABLE-AREA.
           05  WS-STEP-COUNT            PIC 9(1) VALUE 0.
           05  WS-STEP-MAX              PIC 9(1) VALUE 9.
           05  WS-STEP-IX               PIC 9(2) VALUE 0.
           05  WS-STEP-ENTRY OCCURS 9 TIMES.
               10  WS-STEP-NAME         PIC X(8).
               10  WS-STEP-EXPECTED-MIN PIC 9(4).
               10  WS-STEP-RUNS         PIC 9(3).
               10  WS-STEP-TOTAL-SECS   PIC 9(9).
               10  WS-STEP-MAX-SECS     PIC 9(9).
               10  WS-STEP-OVERRUNS     PIC 9(3).

      *    One entry per chain run in the week, in date and cycle
      *    order (inserted at the sorted position, as MTHROLL keeps
      *    its dates), with the time each step took in it.
       01  WS-RUN-TABLE-AREA.
           05  WS-RUN-COUNT             PIC 9(3) VALUE 0.
           05  WS-RUN-MAX               PIC 9(3) VALUE 100.
           05  WS-RUN-IX                PIC 9(3) VALUE 0.
           05  WS-RUN-INSERT-IX         PIC 9(3) VALUE 0.
           05  WS-RUN-SHIFT-IX          PIC 9(3) VALUE 0.
           05  WS-RUN-KEY               PIC X(9) VALUE SPACES.
           05  WS-RUN-ENTRY OCCURS 100 TIMES.
               10  WS-RUN-ENTRY-KEY.
                   15  WS-RUN-DATE      PIC X(8).
                   15  WS-RUN-CYCLE     PIC X(1).
               10  WS-RUN-START-STAMP   PIC X(21).
               10  WS-RUN-END-STAMP     PIC X(21).
               10  WS-RUN-START-SECS    PIC 9(11).
               10  WS-RUN-END-SECS      PIC 9(11).
               10  WS-RUN-STEP-RAN      PIC X(1) OCCURS 9 TIMES.
               10  WS-RUN-STEP-SECS     PIC 9(7) OCCURS 9 TIMES.

       01  WS-TREND-AREA.
           05  WS-HALF-COUNT            PIC 9(3) VALUE 0.
           05  WS-SEEN-COUNT            PIC 9(3) VALUE 0.
           05  WS-FIRST-SECS            PIC 9(9) VALUE 0.
           05  WS-FIRST-RUNS            PIC 9(3) VALUE 0.
           05  WS-LATER-SECS            PIC 9(9) VALUE 0.
           05  WS-LATER-RUNS            PIC 9(3) VALUE 0.
           05  WS-FIRST-AVG             PIC 9(5)V9 VALUE 0.
           05  WS-LATER-AVG             PIC 9(5)V9 VALUE 0.
           05  WS-TREND-MINUTES         PIC S9(5)V9 VALUE 0.

       01  WS-TOTAL-AREA.
           05  WS-LATE-COUNT            PIC 9(3) VALUE 0.
           05  WS-OVERRUN-COUNT         PIC 9(5) VALUE 0.
           05  WS-DEADLINE-RUNS         PIC 9(3) VALUE 0.
           05  WS-TIGHTEST-SECONDS      PIC S9(11) VALUE 0.
           05  WS-TIGHTEST-RUN          PIC X(9) VALUE SPACES.

       01  WS-PRINT-AREA.
           05  WS-MINUTES               PIC 9(5)V9 VALUE 0.
           05  WS-EDIT-MINUTES          PIC Z(4)9.9.
           05  WS-EDIT-AVG              PIC Z(4)9.9.
           05  WS-EDIT-MAX              PIC Z(4)9.9.
           05  WS-EDIT-FIRST            PIC Z(4)9.9.
           05  WS-EDIT-LATER            PIC Z(4)9.9.
           05  WS-EDIT-TREND            PIC -(5)9.9.
           05  WS-EDIT-HEADROOM         PIC -(5)9.9.
           05  WS-SIGNED-MINUTES        PIC S9(7)V9 VALUE 0.
           05  WS-DEADLINE-TEXT         PIC X(8) VALUE SPACES.
           05  WS-FLAG-TEXT             PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0100-READ-REPORT-CARD
           PERFORM 0200-LOAD-SCHEDULE

           OPEN INPUT STEP-STATUS-FILE
           IF WS-STEPSTAT-STATUS NOT = "00" THEN
               DISPLAY "No step status file to report - status "
                   WS-STEPSTAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE STEP-STATUS-FILE

           IF WS-TO-DATE = SPACES THEN
               PERFORM 0300-FIND-LATEST-DATE
           END-IF
           IF WS-TO-DATE = SPACES THEN
               DISPLAY "No dated chain on the step status file - "
                   "nothing to report"
               STOP RUN
           END-IF
           PERFORM 0350-SET-RANGE

           PERFORM 1000-LOAD-STEP-STATUS

           OPEN OUTPUT WINDOW-REPORT-FILE
           PERFORM 3000-WRITE-REPORT-HEADING
           PERFORM 3100-WRITE-CHAIN-RUNS
           PERFORM 3200-WRITE-STEP-TRENDS
           PERFORM 3900-WRITE-REPORT-TOTALS
           CLOSE WINDOW-REPORT-FILE

           IF WS-LATE-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Batch window report complete - " WS-RUN-COUNT
               " chain runs " WS-FROM-DATE "-" WS-TO-DATE ", "
               WS-LATE-COUNT " past deadline"

           STOP RUN.

       0100-READ-REPORT-CARD.
           OPEN INPUT WN-CONTROL-FILE
           IF WS-WNCTL-STATUS = "00" THEN
               READ WN-CONTROL-FILE
                   NOT AT END
                       IF WNC-TO-DATE NOT = SPACES THEN
                           MOVE WNC-TO-DATE TO WS-TO-DATE
                       END-IF
                       IF WNC-DAYS IS NUMERIC AND WNC-DAYS > 0 THEN
                           MOVE WNC-DAYS TO WS-REPORT-DAYS
                       END-IF
               END-READ
               CLOSE WN-CONTROL-FILE
           ELSE
               DISPLAY "No report card supplied - latest week on "
                   "file reported"
           END-IF
           IF WS-TO-DATE NOT = SPACES
                   AND WS-TO-DATE IS NOT NUMERIC THEN
               DISPLAY "Report card date is unusable - " WS-TO-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-LOAD-SCHEDULE.
           MOVE 1 TO WS-DL-IX
           PERFORM UNTIL WS-DL-IX > 10
               MOVE "N" TO WS-DL-SET (WS-DL-IX)
               MOVE 0 TO WS-DL-DAYS-AFTER (WS-DL-IX)
               MOVE 0 TO WS-DL-HHMM (WS-DL-IX)
               ADD 1 TO WS-DL-IX
           END-PERFORM
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00" THEN
               DISPLAY "No batch schedule - elapsed times reported "
                   "without expected times or deadline"
           ELSE
               PERFORM UNTIL WS-SCHEDULE-EOF
                   READ SCHEDULE-FILE
                       AT END
                           SET WS-SCHEDULE-EOF TO TRUE
                       NOT AT END
                           IF BS-IS-STEP THEN
                               PERFORM 0250-TAKE-STEP-ROW
                           ELSE
                               IF BS-IS-DEADLINE THEN
                                   PERFORM 0270-TAKE-DEADLINE-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       0250-TAKE-STEP-ROW.
      *    Scheduled steps are entered up front so a step the week
      *    never ran still shows with its expected time.
           IF BSS-EXPECTED-MINUTES IS NUMERIC THEN
               MOVE BSS-STEP-NAME TO SS-STEP-NAME
               PERFORM 1200-FIND-OR-ADD-STEP
               IF WS-STEP-IX > 0 THEN
                   MOVE BSS-EXPECTED-MINUTES
                       TO WS-STEP-EXPECTED-MIN (WS-STEP-IX)
               END-IF
           END-IF.

       0270-TAKE-DEADLINE-ROW.
           IF BSD-DAYS-AFTER IS NUMERIC
                   AND BSD-DEADLINE-TIME IS NUMERIC THEN
               IF BSD-CYCLE-NUMBER = SPACE THEN
                   MOVE 10 TO WS-DL-IX
               ELSE
                   IF BSD-CYCLE-NUMBER IS NUMERIC
                           AND BSD-CYCLE-NUMBER NOT = "0" THEN
                       MOVE BSD-CYCLE-NUMBER TO WS-DL-IX
                   ELSE
                       MOVE 0 TO WS-DL-IX
                   END-IF
               END-IF
               IF WS-DL-IX > 0 THEN
                   MOVE "Y" TO WS-DL-SET (WS-DL-IX)
                   MOVE BSD-DAYS-AFTER TO WS-DL-DAYS-AFTER (WS-DL-IX)
                   MOVE BSD-DEADLINE-TIME TO WS-DL-HHMM (WS-DL-IX)
               END-IF
           END-IF.

       0300-FIND-LATEST-DATE.
           OPEN INPUT STEP-STATUS-FILE
           PERFORM UNTIL WS-STEPSTAT-EOF
               READ STEP-STATUS-FILE
                   AT END
                       SET WS-STEPSTAT-EOF TO TRUE
                   NOT AT END
                       IF SS-BUSINESS-DATE IS NUMERIC
                               AND (WS-TO-DATE = SPACES
                                   OR SS-BUSINESS-DATE > WS-TO-DATE)
                               THEN
                           MOVE SS-BUSINESS-DATE TO WS-TO-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-STATUS-FILE
           MOVE "N" TO WS-STEPSTAT-EOF-FLAG.

       0350-SET-RANGE.
           MOVE WS-TO-DATE TO WS-DATE-NUM
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               - WS-REPORT-DAYS + 1
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE WS-DATE-NUM TO WS-FROM-DATE.

       1000-LOAD-STEP-STATUS.
           OPEN INPUT STEP-STATUS-FILE
           PERFORM UNTIL WS-STEPSTAT-EOF
               READ STEP-STATUS-FILE
                   AT END
                       SET WS-STEPSTAT-EOF TO TRUE
                   NOT AT END
                       IF SS-BUSINESS-DATE IS NUMERIC
                               AND SS-BUSINESS-DATE >= WS-FROM-DATE
                               AND SS-BUSINESS-DATE <= WS-TO-DATE
                               THEN
                           PERFORM 1100-TAKE-STEP-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-STATUS-FILE.

       1100-TAKE-STEP-ROW.
           IF SS-CYCLE-NUMBER = SPACE THEN
               MOVE "1" TO WS-ROW-CYCLE
           ELSE
               MOVE SS-CYCLE-NUMBER TO WS-ROW-CYCLE
           END-IF
           MOVE SS-BUSINESS-DATE TO WS-RUN-KEY (1:8)
           MOVE WS-ROW-CYCLE TO WS-RUN-KEY (9:1)
           PERFORM 1150-FIND-OR-ADD-RUN
           IF WS-RUN-IX > 0 THEN
               MOVE SS-START-TIMESTAMP TO WS-STAMP-WORK
               PERFORM 2200-STAMP-TO-SECONDS
               MOVE WS-STAMP-SECONDS TO WS-START-SECONDS
               MOVE SS-END-TIMESTAMP TO WS-STAMP-WORK
               PERFORM 2200-STAMP-TO-SECONDS
               MOVE WS-STAMP-SECONDS TO WS-END-SECONDS
               IF WS-RUN-START-SECS (WS-RUN-IX) = 0
                       OR WS-START-SECONDS
                           < WS-RUN-START-SECS (WS-RUN-IX) THEN
                   MOVE WS-START-SECONDS
                       TO WS-RUN-START-SECS (WS-RUN-IX)
                   MOVE SS-START-TIMESTAMP
                       TO WS-RUN-START-STAMP (WS-RUN-IX)
               END-IF
               IF WS-END-SECONDS > WS-RUN-END-SECS (WS-RUN-IX) THEN
                   MOVE WS-END-SECONDS TO WS-RUN-END-SECS (WS-RUN-IX)
                   MOVE SS-END-TIMESTAMP
                       TO WS-RUN-END-STAMP (WS-RUN-IX)
               END-IF
               IF NOT SS-STEP-SKIPPED THEN
                   PERFORM 1200-FIND-OR-ADD-STEP
                   IF WS-STEP-IX > 0 THEN
                       IF WS-END-SECONDS > WS-START-SECONDS THEN
                           COMPUTE WS-RUN-STEP-SECS
                                   (WS-RUN-IX, WS-STEP-IX) =
                               WS-RUN-STEP-SECS (WS-RUN-IX, WS-STEP-IX)
                               + WS-END-SECONDS - WS-START-SECONDS
                       END-IF
                       MOVE "Y" TO WS-RUN-STEP-RAN
                           (WS-RUN-IX, WS-STEP-IX)
                   END-IF
               END-IF
           END-IF.

       1150-FIND-OR-ADD-RUN.
           MOVE "N" TO WS-RUN-FOUND-FLAG
           MOVE 1 TO WS-RUN-IX
           PERFORM UNTIL WS-RUN-IX > WS-RUN-COUNT OR WS-RUN-FOUND
               IF WS-RUN-ENTRY-KEY (WS-RUN-IX) = WS-RUN-KEY THEN
                   SET WS-RUN-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-RUN-IX
               END-IF
           END-PERFORM
           IF NOT WS-RUN-FOUND THEN
               IF WS-RUN-COUNT < WS-RUN-MAX THEN
                   MOVE 1 TO WS-RUN-INSERT-IX
                   PERFORM UNTIL WS-RUN-INSERT-IX > WS-RUN-COUNT
                           OR WS-RUN-ENTRY-KEY (WS-RUN-INSERT-IX) >
                               WS-RUN-KEY
                       ADD 1 TO WS-RUN-INSERT-IX
                   END-PERFORM
                   MOVE WS-RUN-COUNT TO WS-RUN-SHIFT-IX
                   PERFORM UNTIL WS-RUN-SHIFT-IX < WS-RUN-INSERT-IX
                       ADD 1 TO WS-RUN-SHIFT-IX GIVING WS-RUN-IX
                       MOVE WS-RUN-ENTRY (WS-RUN-SHIFT-IX)
                           TO WS-RUN-ENTRY (WS-RUN-IX)
                       SUBTRACT 1 FROM WS-RUN-SHIFT-IX
                   END-PERFORM
                   ADD 1 TO WS-RUN-COUNT
                   MOVE WS-RUN-INSERT-IX TO WS-RUN-IX
                   MOVE WS-RUN-KEY TO WS-RUN-ENTRY-KEY (WS-RUN-IX)
                   MOVE SPACES TO WS-RUN-START-STAMP (WS-RUN-IX)
                   MOVE SPACES TO WS-RUN-END-STAMP (WS-RUN-IX)
                   MOVE 0 TO WS-RUN-START-SECS (WS-RUN-IX)
                   MOVE 0 TO WS-RUN-END-SECS (WS-RUN-IX)
                   MOVE 1 TO WS-STEP-IX
                   PERFORM UNTIL WS-STEP-IX > WS-STEP-MAX
                       MOVE "N" TO WS-RUN-STEP-RAN
                           (WS-RUN-IX, WS-STEP-IX)
                       MOVE 0 TO WS-RUN-STEP-SECS
                           (WS-RUN-IX, WS-STEP-IX)
                       ADD 1 TO WS-STEP-IX
                   END-PERFORM
               ELSE
                   IF NOT WS-TABLE-FULL-SHOWN THEN
                       DISPLAY "Chain run table full at " WS-RUN-MAX
                           " - later runs not reported"
                       SET WS-TABLE-FULL-SHOWN TO TRUE
                   END-IF
                   MOVE 0 TO WS-RUN-IX
               END-IF
           END-IF.

       1200-FIND-OR-ADD-STEP.
           MOVE "N" TO WS-STEP-FOUND-FLAG
           MOVE 1 TO WS-STEP-IX
           PERFORM UNTIL WS-STEP-IX > WS-STEP-COUNT OR WS-STEP-FOUND
               IF WS-STEP-NAME (WS-STEP-IX) = SS-STEP-NAME THEN
                   SET WS-STEP-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-STEP-IX
               END-IF
           END-PERFORM
           IF NOT WS-STEP-FOUND THEN
               IF WS-STEP-COUNT < WS-STEP-MAX THEN
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-STEP-COUNT TO WS-STEP-IX
                   MOVE SS-STEP-NAME TO WS-STEP-NAME (WS-STEP-IX)
                   MOVE 0 TO WS-STEP-EXPECTED-MIN (WS-STEP-IX)
                   MOVE 0 TO WS-STEP-RUNS (WS-STEP-IX)
                   MOVE 0 TO WS-STEP-TOTAL-SECS (WS-STEP-IX)
                   MOVE 0 TO WS-STEP-MAX-SECS (WS-STEP-IX)
                   MOVE 0 TO WS-STEP-OVERRUNS (WS-STEP-IX)
               ELSE
                   DISPLAY "Step table full at " WS-STEP-MAX
                       " - step " SS-STEP-NAME " not reported"
                   MOVE 0 TO WS-STEP-IX
               END-IF
           END-IF.

       2200-STAMP-TO-SECONDS.
      *    Seconds since the INTEGER-OF-DATE epoch, the same reckoning
      *    BATCHDRV times the window with.
           MOVE WS-STAMP-WORK (1:8) TO WS-STAMP-DATE
           MOVE WS-STAMP-WORK (9:2) TO WS-STAMP-HH
           MOVE WS-STAMP-WORK (11:2) TO WS-STAMP-MM
           MOVE WS-STAMP-WORK (13:2) TO WS-STAMP-SS
           IF WS-STAMP-DATE = 0 THEN
               MOVE 0 TO WS-STAMP-SECONDS
           ELSE
               COMPUTE WS-STAMP-SECONDS =
                   FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 86400
                   + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60
                   + WS-STAMP-SS
           END-IF.

       2300-SET-RUN-DEADLINE.
      *    The cycle's own deadline row, else the all-cycles row;
      *    WS-DL-IX is left zero when the schedule has neither.
           MOVE WS-RUN-CYCLE (WS-RUN-IX) TO WS-DL-IX
           IF WS-DL-IX = 0 OR WS-DL-SET (WS-DL-IX) NOT = "Y" THEN
               MOVE 10 TO WS-DL-IX
           END-IF
           IF WS-DL-SET (WS-DL-IX) NOT = "Y" THEN
               MOVE 0 TO WS-DL-IX
           ELSE
               MOVE WS-RUN-DATE (WS-RUN-IX) TO WS-STAMP-DATE
               DIVIDE WS-DL-HHMM (WS-DL-IX) BY 100
                   GIVING WS-DEADLINE-HH REMAINDER WS-DEADLINE-MM
               COMPUTE WS-DEADLINE-SECONDS =
                   (FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE)
                       + WS-DL-DAYS-AFTER (WS-DL-IX)) * 86400
                   + WS-DEADLINE-HH * 3600 + WS-DEADLINE-MM * 60
           END-IF.

       3000-WRITE-REPORT-HEADING.
           MOVE SPACES TO WINDOW-REPORT-LINE
           STRING "BATCH WINDOW REPORT " WS-FROM-DATE " - "
               WS-TO-DATE " RUN " FUNCTION CURRENT-DATE (1:8)
               DELIMITED BY SIZE INTO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE.

       3100-WRITE-CHAIN-RUNS.
           MOVE "CHAIN RUNS" TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           MOVE 1 TO WS-RUN-IX
           PERFORM UNTIL WS-RUN-IX > WS-RUN-COUNT
               PERFORM 3150-WRITE-CHAIN-RUN
               ADD 1 TO WS-RUN-IX
           END-PERFORM
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE.

       3150-WRITE-CHAIN-RUN.
           SUBTRACT WS-RUN-START-SECS (WS-RUN-IX)
               FROM WS-RUN-END-SECS (WS-RUN-IX)
               GIVING WS-ELAPSED-SECONDS
           COMPUTE WS-MINUTES ROUNDED = WS-ELAPSED-SECONDS / 60
           MOVE WS-MINUTES TO WS-EDIT-MINUTES
           MOVE SPACES TO WS-FLAG-TEXT
           PERFORM 2300-SET-RUN-DEADLINE
           IF WS-DL-IX = 0 THEN
               MOVE "NONE" TO WS-DEADLINE-TEXT
               MOVE 0 TO WS-EDIT-HEADROOM
           ELSE
               MOVE SPACES TO WS-DEADLINE-TEXT
               STRING WS-DL-HHMM (WS-DL-IX) " +"
                   WS-DL-DAYS-AFTER (WS-DL-IX) "D"
                   DELIMITED BY SIZE INTO WS-DEADLINE-TEXT
               COMPUTE WS-HEADROOM-SECONDS = WS-DEADLINE-SECONDS
                   - WS-RUN-END-SECS (WS-RUN-IX)
               COMPUTE WS-SIGNED-MINUTES ROUNDED =
                   WS-HEADROOM-SECONDS / 60
               MOVE WS-SIGNED-MINUTES TO WS-EDIT-HEADROOM
               IF WS-HEADROOM-SECONDS < 0 THEN
                   MOVE "** LATE" TO WS-FLAG-TEXT
                   ADD 1 TO WS-LATE-COUNT
               END-IF
               IF WS-DEADLINE-RUNS = 0
                       OR WS-HEADROOM-SECONDS < WS-TIGHTEST-SECONDS
                       THEN
                   MOVE WS-HEADROOM-SECONDS TO WS-TIGHTEST-SECONDS
                   MOVE WS-RUN-ENTRY-KEY (WS-RUN-IX)
                       TO WS-TIGHTEST-RUN
               END-IF
               ADD 1 TO WS-DEADLINE-RUNS
           END-IF
           MOVE SPACES TO WINDOW-REPORT-LINE
           STRING "  " WS-RUN-DATE (WS-RUN-IX)
               " CYCLE " WS-RUN-CYCLE (WS-RUN-IX)
               " START " WS-RUN-START-STAMP (WS-RUN-IX) (1:8)
               " " WS-RUN-START-STAMP (WS-RUN-IX) (9:2)
               ":" WS-RUN-START-STAMP (WS-RUN-IX) (11:2)
               " END " WS-RUN-END-STAMP (WS-RUN-IX) (1:8)
               " " WS-RUN-END-STAMP (WS-RUN-IX) (9:2)
               ":" WS-RUN-END-STAMP (WS-RUN-IX) (11:2)
               " ELAPSED " WS-EDIT-MINUTES " MIN"
               " DEADLINE " WS-DEADLINE-TEXT
               " HEADROOM " WS-EDIT-HEADROOM " MIN " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE.

       3200-WRITE-STEP-TRENDS.
           MOVE "STEP ELAPSED TIMES (MINUTES)" TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           MOVE 1 TO WS-STEP-IX
           PERFORM UNTIL WS-STEP-IX > WS-STEP-COUNT
               PERFORM 3250-WRITE-STEP-TREND
               ADD 1 TO WS-STEP-IX
           END-PERFORM.

       3250-WRITE-STEP-TREND.
           MOVE SPACES TO WINDOW-REPORT-LINE
           IF WS-STEP-EXPECTED-MIN (WS-STEP-IX) > 0 THEN
               STRING "  STEP " WS-STEP-NAME (WS-STEP-IX)
                   "  EXPECTED " WS-STEP-EXPECTED-MIN (WS-STEP-IX)
                   " MIN"
                   DELIMITED BY SIZE INTO WINDOW-REPORT-LINE
           ELSE
               STRING "  STEP " WS-STEP-NAME (WS-STEP-IX)
                   "  NOT ON THE SCHEDULE"
                   DELIMITED BY SIZE INTO WINDOW-REPORT-LINE
           END-IF
           WRITE WINDOW-REPORT-LINE

      *    First pass: runs, total and worst, to size the halves.
           MOVE 1 TO WS-RUN-IX
           PERFORM UNTIL WS-RUN-IX > WS-RUN-COUNT
               IF WS-RUN-STEP-RAN (WS-RUN-IX, WS-STEP-IX) = "Y" THEN
                   ADD 1 TO WS-STEP-RUNS (WS-STEP-IX)
                   ADD WS-RUN-STEP-SECS (WS-RUN-IX, WS-STEP-IX)
                       TO WS-STEP-TOTAL-SECS (WS-STEP-IX)
                   IF WS-RUN-STEP-SECS (WS-RUN-IX, WS-STEP-IX) >
                           WS-STEP-MAX-SECS (WS-STEP-IX) THEN
                       MOVE WS-RUN-STEP-SECS (WS-RUN-IX, WS-STEP-IX)
                           TO WS-STEP-MAX-SECS (WS-STEP-IX)
                   END-IF
               END-IF
               ADD 1 TO WS-RUN-IX
           END-PERFORM

           DIVIDE WS-STEP-RUNS (WS-STEP-IX) BY 2
               GIVING WS-HALF-COUNT
           MOVE 0 TO WS-SEEN-COUNT
           MOVE 0 TO WS-FIRST-SECS
           MOVE 0 TO WS-FIRST-RUNS
           MOVE 0 TO WS-LATER-SECS
           MOVE 0 TO WS-LATER-RUNS
           MOVE 1 TO WS-RUN-IX
           PERFORM UNTIL WS-RUN-IX > WS-RUN-COUNT
               IF WS-RUN-STEP-RAN (WS-RUN-IX, WS-STEP-IX) = "Y" THEN
                   PERFORM 3270-WRITE-STEP-RUN
               END-IF
               ADD 1 TO WS-RUN-IX
           END-PERFORM

           MOVE SPACES TO WINDOW-REPORT-LINE
           IF WS-STEP-RUNS (WS-STEP-IX) = 0 THEN
               MOVE "    NOT RUN IN THE PERIOD" TO WINDOW-REPORT-LINE
           ELSE
               COMPUTE WS-MINUTES ROUNDED =
                   WS-STEP-TOTAL-SECS (WS-STEP-IX)
                   / WS-STEP-RUNS (WS-STEP-IX) / 60
               MOVE WS-MINUTES TO WS-EDIT-AVG
               COMPUTE WS-MINUTES ROUNDED =
                   WS-STEP-MAX-SECS (WS-STEP-IX) / 60
               MOVE WS-MINUTES TO WS-EDIT-MAX
               IF WS-FIRST-RUNS = 0 THEN
                   STRING "    RUNS " WS-STEP-RUNS (WS-STEP-IX)
                       "  AVERAGE " WS-EDIT-AVG
                       "  WORST " WS-EDIT-MAX
                       "  OVERRUNS " WS-STEP-OVERRUNS (WS-STEP-IX)
                       "  TREND NEEDS TWO RUNS"
                       DELIMITED BY SIZE INTO WINDOW-REPORT-LINE
               ELSE
                   COMPUTE WS-FIRST-AVG ROUNDED =
                       WS-FIRST-SECS / WS-FIRST-RUNS / 60
                   COMPUTE WS-LATER-AVG ROUNDED =
                       WS-LATER-SECS / WS-LATER-RUNS / 60
                   COMPUTE WS-TREND-MINUTES =
                       WS-LATER-AVG - WS-FIRST-AVG
                   MOVE WS-FIRST-AVG TO WS-EDIT-FIRST
                   MOVE WS-LATER-AVG TO WS-EDIT-LATER
                   MOVE WS-TREND-MINUTES TO WS-EDIT-TREND
                   STRING "    RUNS " WS-STEP-RUNS (WS-STEP-IX)
                       "  AVERAGE " WS-EDIT-AVG
                       "  WORST " WS-EDIT-MAX
                       "  OVERRUNS " WS-STEP-OVERRUNS (WS-STEP-IX)
                       "  EARLIER " WS-EDIT-FIRST
                       "  LATER " WS-EDIT-LATER
                       "  TREND " WS-EDIT-TREND
                       DELIMITED BY SIZE INTO WINDOW-REPORT-LINE
               END-IF
           END-IF
           WRITE WINDOW-REPORT-LINE.

       3270-WRITE-STEP-RUN.
      *    Runs up to the half count make the earlier average, the
      *    rest the later one (the odd run goes to the later half).
           ADD 1 TO WS-SEEN-COUNT
           IF WS-SEEN-COUNT > WS-HALF-COUNT THEN
               ADD WS-RUN-STEP-SECS (WS-RUN-IX, WS-STEP-IX)
                   TO WS-LATER-SECS
               ADD 1 TO WS-LATER-RUNS
           ELSE
               ADD WS-RUN-STEP-SECS (WS-RUN-IX, WS-STEP-IX)
                   TO WS-FIRST-SECS
               ADD 1 TO WS-FIRST-RUNS
           END-IF
           COMPUTE WS-MINUTES ROUNDED =
               WS-RUN-STEP-SECS (WS-RUN-IX, WS-STEP-IX) / 60
           MOVE WS-MINUTES TO WS-EDIT-MINUTES
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-STEP-EXPECTED-MIN (WS-STEP-IX) > 0
                   AND WS-RUN-STEP-SECS (WS-RUN-IX, WS-STEP-IX) >
                       WS-STEP-EXPECTED-MIN (WS-STEP-IX) * 60 THEN
               MOVE "** OVER" TO WS-FLAG-TEXT
               ADD 1 TO WS-STEP-OVERRUNS (WS-STEP-IX)
               ADD 1 TO WS-OVERRUN-COUNT
           END-IF
           MOVE SPACES TO WINDOW-REPORT-LINE
           STRING "    " WS-RUN-DATE (WS-RUN-IX)
               " CYCLE " WS-RUN-CYCLE (WS-RUN-IX)
               "  " WS-EDIT-MINUTES "  " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE.

       3900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           MOVE SPACES TO WINDOW-REPORT-LINE
           STRING "CHAIN RUNS REPORTED:     " WS-RUN-COUNT
               DELIMITED BY SIZE INTO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           MOVE SPACES TO WINDOW-REPORT-LINE
           STRING "RUNS PAST DEADLINE:      " WS-LATE-COUNT
               DELIMITED BY SIZE INTO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           MOVE SPACES TO WINDOW-REPORT-LINE
           STRING "STEP OVERRUNS:           " WS-OVERRUN-COUNT
               DELIMITED BY SIZE INTO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           MOVE SPACES TO WINDOW-REPORT-LINE
           IF WS-DEADLINE-RUNS = 0 THEN
               MOVE "TIGHTEST HEADROOM:       NO DEADLINE SCHEDULED"
                   TO WINDOW-REPORT-LINE
           ELSE
               COMPUTE WS-SIGNED-MINUTES ROUNDED =
                   WS-TIGHTEST-SECONDS / 60
               MOVE WS-SIGNED-MINUTES TO WS-EDIT-HEADROOM
               STRING "TIGHTEST HEADROOM:       " WS-EDIT-HEADROOM
                   " MIN ON " WS-TIGHTEST-RUN (1:8)
                   " CYCLE " WS-TIGHTEST-RUN (9:1)
                   DELIMITED BY SIZE INTO WINDOW-REPORT-LINE
           END-IF
           WRITE WINDOW-REPORT-LINE.
