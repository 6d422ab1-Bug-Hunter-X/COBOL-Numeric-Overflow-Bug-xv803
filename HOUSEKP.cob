      *  regardless of age: a REJECTS generation with rows still on it
      *  is outstanding suspense, and an ALERTQ generation with any
      *  alert not yet acknowledged is unworked - both stay on disk.
      *  A business date posted in several cycles has one generation
      *  of each family per cycle (cycle 1 under the plain dated
      *  name, later cycles with a C<n> suffix); each cycle's
      *  generations are examined and held or purged on their own.
      *  RUNCTL rows are trimmed only when they are past the history
      *  retention AND none of their cycle's generations remain on
      *  disk, so SUSPTB and the restart checks can still find
      *  everything that is still live; RUNHIST rows trim on age
      *  alone.  Trimmed history rows are archived too.
      *  The permanent TRANS-ID history (TRANHIST) trims on age alone
      *  under its own window (HKC-TRANHIST-DAYS) - that window is how
      *  far back TRANEDIT can catch a resent item, so it is set on
      *  its own rather than riding on the run-history retention.
      *  A RESTORE run pulls one named generation back out of a named
      *  archive file when audit or a late GL confirmation needs it.
      *  RETURN-CODE 8 when an archive fails to verify (the original
           SELECT RUNHIST-REBUILD-FILE ASSIGN TO "RUNHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANS-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANHIST-STATUS.

           SELECT TRANHIST-REBUILD-FILE ASSIGN TO "TRANHIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOUSEKEEPING-REPORT-FILE ASSIGN TO "HOUSEKRP"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    second view of the same record area so the hold rule can
      *    see the dispatch status byte.
       FD  GENERATION-FILE.
       01  GENERATION-RECORD           PIC X(120).
           COPY ALERTQ.

       FD  ARCHIVE-FILE.
           COPY ARCHFILE.

       FD  RESTORE-OUT-FILE.
       01  RESTORE-OUT-RECORD          PIC X(120).

       FD  RUNCTL-REBUILD-FILE.
       01  RUNCTL-REBUILD-RECORD       PIC X(80).

       FD  RUNHIST-REBUILD-FILE.
       01  RUNHIST-REBUILD-RECORD      PIC X(100).

       FD  TRANS-HISTORY-FILE.
           COPY TRANHIST.

       FD  TRANHIST-REBUILD-FILE.
       01  TRANHIST-REBUILD-RECORD     PIC X(80).

       FD  HOUSEKEEPING-REPORT-FILE.
       01  HOUSEKEEPING-REPORT-LINE    PIC X(132).
               88  WS-ARCH-EOF          VALUE "Y".
           05  WS-HIST-EOF-FLAG         PIC X VALUE "N".
               88  WS-HIST-EOF          VALUE "Y".
           05  WS-TRANHIST-STATUS       PIC X(2) VALUE "00".
           05  WS-TRANHIST-EOF-FLAG     PIC X VALUE "N".
               88  WS-TRANHIST-EOF      VALUE "Y".

       01  WS-CARD-AREA.
           05  WS-FUNCTION              PIC X(7) VALUE SPACES.
           05  WS-GLEXTRCT-DAYS         PIC X(3) VALUE SPACES.
           05  WS-HISTORY-DAYS-RAW      PIC X(3) VALUE SPACES.
           05  WS-HISTORY-DAYS          PIC 9(3) VALUE 0.
           05  WS-TRANHIST-DAYS-RAW     PIC X(3) VALUE SPACES.
           05  WS-TRANHIST-DAYS         PIC 9(3) VALUE 0.

       01  WS-FAMILY-AREA.
      *    The four generation families and their retention, walked
           05  WS-ASOF-INT              PIC 9(8) VALUE 0.
           05  WS-CUTOFF-INT            PIC 9(8) VALUE 0.
           05  WS-HISTORY-CUTOFF        PIC X(8) VALUE "00000000".
           05  WS-TRANHIST-CUTOFF       PIC X(8) VALUE "00000000".

       01  WS-NAME-AREA.
           05  WS-GENERATION-NAME       PIC X(20) VALUE SPACES.
           05  WS-RUNCTL-TEMP-NAME      PIC X(20) VALUE "RUNCTL.TMP".
           05  WS-RUNHIST-NAME          PIC X(20) VALUE "RUNHIST".
           05  WS-RUNHIST-TEMP-NAME     PIC X(20) VALUE "RUNHIST.TMP".
           05  WS-TRANHIST-NAME         PIC X(20) VALUE "TRANHIST".
           05  WS-TRANHIST-TEMP-NAME    PIC X(20) VALUE "TRANHIST.TMP".
           05  WS-REBUILD-RC            PIC 9(9) COMP-5 VALUE 0.

      *    Completed business dates and cycles off RUNCTL,
      *    deduplicated, with a lazily computed flag saying whether
      *    any of the cycle's generations are still on disk (drives
      *    the RUNCTL trim).
       01  WS-DATE-TABLE-AREA.
           05  WS-DATE-COUNT            PIC 9(3) VALUE 0.
           05  WS-DATE-MAX              PIC 9(3) VALUE 400.
           05  WS-DATE-IX               PIC 9(3) VALUE 0.
           05  WS-DATE-FOUND-FLAG       PIC X VALUE "N".
               88  WS-DATE-FOUND        VALUE "Y".
           05  WS-RC-CYCLE              PIC X VALUE "1".
           05  WS-CYCLE-SUFFIX          PIC X(2) VALUE SPACES.
           05  WS-DATE-TABLE.
               10  WS-DATE-ENTRY OCCURS 400 TIMES.
                   15  WS-DONE-DATE     PIC X(8).
                   15  WS-DONE-CYCLE    PIC X(1).
                   15  WS-DATE-REMAINS  PIC X(1).

       01  WS-CANDIDATE-TABLE-AREA.
           05  WS-GEN-UNWORKED-COUNT    PIC 9(5) VALUE 0.
           05  WS-VERIFY-NAME           PIC X(20) VALUE SPACES.
           05  WS-VERIFY-COUNT          PIC 9(5) VALUE 0.
           05  WS-TRIM-DROP-COUNT       PIC 9(7) VALUE 0.
           05  WS-TRIM-KEEP-COUNT       PIC 9(7) VALUE 0.
           05  WS-TRIM-PASS             PIC X(1) VALUE "1".
           05  WS-RESTORE-EXPECTED      PIC 9(5) VALUE 0.
           05  WS-RESTORE-WRITTEN       PIC 9(5) VALUE 0.
                   MOVE HKC-ALERTQ-DAYS TO WS-ALERTQ-DAYS
                   MOVE HKC-GLEXTRCT-DAYS TO WS-GLEXTRCT-DAYS
                   MOVE HKC-HISTORY-DAYS TO WS-HISTORY-DAYS-RAW
                   MOVE HKC-TRANHIST-DAYS TO WS-TRANHIST-DAYS-RAW
           END-READ
           CLOSE HK-CONTROL-FILE
           IF NOT WS-IS-PURGE AND NOT WS-IS-RESTORE THEN
           IF WS-HISTORY-DAYS-RAW IS NUMERIC THEN
               MOVE WS-HISTORY-DAYS-RAW TO WS-HISTORY-DAYS
           END-IF
           IF WS-TRANHIST-DAYS-RAW IS NUMERIC THEN
               MOVE WS-TRANHIST-DAYS-RAW TO WS-TRANHIST-DAYS
           END-IF
           IF WS-ASOF-DATE = SPACES THEN
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-ASOF-DATE
           END-IF.
               MOVE WS-DATE-NUM TO WS-HISTORY-CUTOFF
           END-IF

           IF WS-TRANHIST-DAYS > 0 THEN
               COMPUTE WS-CUTOFF-INT = WS-ASOF-INT - WS-TRANHIST-DAYS
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
               MOVE WS-DATE-NUM TO WS-TRANHIST-CUTOFF
           END-IF

           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "ARCHIVE.D" WS-ASOF-DATE
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.
           END-IF.

       0350-ADD-DATE.
           PERFORM 0360-SET-RC-CYCLE
           MOVE "N" TO WS-DATE-FOUND-FLAG
           MOVE 1 TO WS-DATE-IX
           PERFORM UNTIL WS-DATE-IX > WS-DATE-COUNT OR WS-DATE-FOUND
               IF WS-DONE-DATE (WS-DATE-IX) = RC-BUSINESS-DATE
                   AND WS-DONE-CYCLE (WS-DATE-IX) = WS-RC-CYCLE THEN
                   SET WS-DATE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-DATE-IX
                   ADD 1 TO WS-DATE-COUNT
                   MOVE RC-BUSINESS-DATE
                       TO WS-DONE-DATE (WS-DATE-COUNT)
                   MOVE WS-RC-CYCLE TO WS-DONE-CYCLE (WS-DATE-COUNT)
                   MOVE SPACE TO WS-DATE-REMAINS (WS-DATE-COUNT)
               ELSE
                   DISPLAY "Completed-date table full at "
               END-IF
           END-IF.

       0360-SET-RC-CYCLE.
      *    Rows written before posting cycles existed carry no cycle
      *    and were cycle 1.
           MOVE RC-CYCLE-NUMBER TO WS-RC-CYCLE
           IF WS-RC-CYCLE NOT NUMERIC OR WS-RC-CYCLE = "0" THEN
               MOVE "1" TO WS-RC-CYCLE
           END-IF.

       0370-SET-CYCLE-SUFFIX.
      *    Cycle 1 keeps the plain dated name; later cycles of the
      *    same date carry a C<n> suffix.
           MOVE SPACES TO WS-CYCLE-SUFFIX
           IF WS-DONE-CYCLE (WS-DATE-IX) NOT = "1" THEN
               STRING "C" WS-DONE-CYCLE (WS-DATE-IX)
                   DELIMITED BY SIZE INTO WS-CYCLE-SUFFIX
           END-IF.

       1000-SELECT-CANDIDATES.
           MOVE 1 TO WS-DATE-IX
           PERFORM UNTIL WS-DATE-IX > WS-DATE-COUNT
      *    ALERTQ generation with any alert not yet acknowledged is
      *    unworked.  Held generations stay on disk whatever their
      *    age.
           PERFORM 0370-SET-CYCLE-SUFFIX
           MOVE SPACES TO WS-GENERATION-NAME
           STRING WS-FAMILY-PREFIX (WS-FAM-IX) DELIMITED BY SPACE
               WS-DONE-DATE (WS-DATE-IX) DELIMITED BY SIZE
               WS-CYCLE-SUFFIX DELIMITED BY SPACE
               INTO WS-GENERATION-NAME
           MOVE 0 TO WS-GEN-ROW-COUNT
           MOVE 0 TO WS-GEN-UNWORKED-COUNT
           IF WS-HISTORY-DAYS > 0 THEN
               PERFORM 3100-TRIM-RUN-CONTROL
               PERFORM 3200-TRIM-RUN-HISTORY
           END-IF
           IF WS-TRANHIST-DAYS > 0 THEN
               PERFORM 3400-TRIM-TRANS-HISTORY
           END-IF.

       3100-TRIM-RUN-CONTROL.
           END-IF.

       3300-CHECK-DATE-REMAINS.
      *    Does anything for this business date and cycle remain on
      *    disk?  The answer is probed once per cycle and cached on
      *    the date table; a cycle not on the table (a non-completed
      *    row) is kept unconditionally.
           PERFORM 0360-SET-RC-CYCLE
           MOVE "N" TO WS-DATE-FOUND-FLAG
           MOVE 1 TO WS-DATE-IX
           PERFORM UNTIL WS-DATE-IX > WS-DATE-COUNT OR WS-DATE-FOUND
               IF WS-DONE-DATE (WS-DATE-IX) = RC-BUSINESS-DATE
                   AND WS-DONE-CYCLE (WS-DATE-IX) = WS-RC-CYCLE THEN
                   SET WS-DATE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-DATE-IX

       3350-PROBE-DATE-GENERATIONS.
           MOVE "N" TO WS-DATE-REMAINS (WS-DATE-IX)
           PERFORM 0370-SET-CYCLE-SUFFIX
           MOVE 1 TO WS-FAM-IX
           PERFORM UNTIL WS-FAM-IX > 4
               MOVE SPACES TO WS-GENERATION-NAME
               STRING WS-FAMILY-PREFIX (WS-FAM-IX)
                   DELIMITED BY SPACE
                   WS-DONE-DATE (WS-DATE-IX) DELIMITED BY SIZE
                   WS-CYCLE-SUFFIX DELIMITED BY SPACE
                   INTO WS-GENERATION-NAME
               OPEN INPUT GENERATION-FILE
               IF WS-GENERATION-STATUS = "00" THEN
               ADD 1 TO WS-FAM-IX
           END-PERFORM.

       3400-TRIM-TRANS-HISTORY.
      *    The TRANS-ID history trims on age alone, same two-pass
      *    shape as the run-history trim.  The archive inventory
      *    count is 9(5): a day posts at most 99999 items, so a daily
      *    purge always fits, but a first purge after a long gap can
      *    exceed it - that is refused rather than archived with a
      *    count that would not verify on a restore.
           MOVE "1" TO WS-TRIM-PASS
           PERFORM 3450-SCAN-TRANS-HISTORY
           IF WS-TRIM-DROP-COUNT > 0 THEN
               IF WS-TRIM-DROP-COUNT > 99999 THEN
                   DISPLAY "TRANS-ID history trim would drop "
                       WS-TRIM-DROP-COUNT " rows - more than one "
                       "archive inventory can carry; step the "
                       "retention down over several runs"
                   MOVE SPACES TO HOUSEKEEPING-REPORT-LINE
                   STRING "** TRANS-ID HISTORY TRIM REFUSED - "
                       WS-TRIM-DROP-COUNT " ROWS PAST CUTOFF "
                       WS-TRANHIST-CUTOFF
                       DELIMITED BY SIZE INTO HOUSEKEEPING-REPORT-LINE
                   WRITE HOUSEKEEPING-REPORT-LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN EXTEND ARCHIVE-FILE
                   IF WS-ARCHIVE-STATUS = "35" THEN
                       OPEN OUTPUT ARCHIVE-FILE
                   END-IF
                   MOVE SPACES TO ARCHIVE-RECORD
                   MOVE "I" TO ARC-REC-TYPE
                   MOVE "TRANHIST.TRIM" TO ARC-GENERATION-NAME
                   MOVE WS-TRIM-DROP-COUNT TO ARC-RECORD-COUNT
                   MOVE WS-ASOF-DATE TO ARC-ARCHIVE-DATE
                   WRITE ARCHIVE-RECORD
                   OPEN OUTPUT TRANHIST-REBUILD-FILE
                   MOVE "2" TO WS-TRIM-PASS
                   PERFORM 3450-SCAN-TRANS-HISTORY
                   CLOSE TRANHIST-REBUILD-FILE
                   CLOSE ARCHIVE-FILE
                   PERFORM 3460-SWAP-TRANS-HISTORY
                   PERFORM 4600-WRITE-TRANHIST-TRIM-LINE
               END-IF
           END-IF.

       3450-SCAN-TRANS-HISTORY.
           IF WS-TRIM-PASS = "1" THEN
               MOVE 0 TO WS-TRIM-DROP-COUNT
               MOVE 0 TO WS-TRIM-KEEP-COUNT
           END-IF
           MOVE "N" TO WS-TRANHIST-EOF-FLAG
           OPEN INPUT TRANS-HISTORY-FILE
           IF WS-TRANHIST-STATUS = "00" THEN
               PERFORM UNTIL WS-TRANHIST-EOF
                   READ TRANS-HISTORY-FILE
                       AT END
                           SET WS-TRANHIST-EOF TO TRUE
                       NOT AT END
                           IF TH-BUSINESS-DATE >= WS-TRANHIST-CUTOFF
                                   THEN
                               IF WS-TRIM-PASS = "1" THEN
                                   ADD 1 TO WS-TRIM-KEEP-COUNT
                               ELSE
                                   MOVE TRANS-HISTORY-RECORD
                                       TO TRANHIST-REBUILD-RECORD
                                   WRITE TRANHIST-REBUILD-RECORD
                               END-IF
                           ELSE
                               IF WS-TRIM-PASS = "1" THEN
                                   ADD 1 TO WS-TRIM-DROP-COUNT
                               ELSE
                                   MOVE SPACES TO ARCHIVE-RECORD
                                   MOVE "D" TO ARC-REC-TYPE
                                   MOVE "TRANHIST.TRIM"
                                       TO ARC-GENERATION-NAME
                                   MOVE WS-ASOF-DATE
                                       TO ARC-ARCHIVE-DATE
                                   MOVE TRANS-HISTORY-RECORD
                                       TO ARC-RECORD-IMAGE
                                   WRITE ARCHIVE-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TRANS-HISTORY-FILE.

       3460-SWAP-TRANS-HISTORY.
           CALL "CBL_DELETE_FILE" USING WS-TRANHIST-NAME
               RETURNING WS-REBUILD-RC
           IF WS-REBUILD-RC NOT = 0 THEN
               DISPLAY "Unable to delete " WS-TRANHIST-NAME
                   " while trimming history - rc " WS-REBUILD-RC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-TRANHIST-TEMP-NAME
               WS-TRANHIST-NAME
               RETURNING WS-REBUILD-RC
           IF WS-REBUILD-RC NOT = 0 THEN
               DISPLAY "Unable to rename " WS-TRANHIST-TEMP-NAME
                   " to " WS-TRANHIST-NAME
                   " while trimming history - rc " WS-REBUILD-RC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       5000-RESTORE-GENERATION.
           IF WS-RESTORE-GEN = SPACES
                   OR WS-RESTORE-ARCHIVE = SPACES THEN
               " (ARCHIVED TO " WS-ARCHIVE-NAME ")"
               DELIMITED BY SIZE INTO HOUSEKEEPING-REPORT-LINE
           WRITE HOUSEKEEPING-REPORT-LINE.

       4600-WRITE-TRANHIST-TRIM-LINE.
           MOVE SPACES TO HOUSEKEEPING-REPORT-LINE
           STRING "TRIMMED TRANS-ID HISTORY - KEPT " WS-TRIM-KEEP-COUNT
               " DROPPED " WS-TRIM-DROP-COUNT
               " BEFORE " WS-TRANHIST-CUTOFF
               " (ARCHIVED TO " WS-ARCHIVE-NAME ")"
               DELIMITED BY SIZE INTO HOUSEKEEPING-REPORT-LINE
           WRITE HOUSEKEEPING-REPORT-LINE.
