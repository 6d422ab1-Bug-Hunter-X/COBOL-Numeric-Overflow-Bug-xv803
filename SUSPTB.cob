      *  SUSPTB is the standing suspense trial balance.  Every
      *  business date the run-control file (RUNCTL) says completed
      *  gets its REJECTS.DYYYYMMDD generation read (plus the undated
      *  REJECTS file for dateless runs, and REJECTS.DYYYYMMDDC<n> for
      *  each later posting cycle of the date); every open item is an
      *  outstanding suspense item.  The report (SUSPTBRP) buckets the
      *  items by age - current (no failed recycle pass yet), 1-2
      *  passes, and 3+ passes / escalated - using REJ-AGE-COUNT, with
           05  WS-GEN-NET               PIC S9(13)V99 VALUE 0
                                        SIGN LEADING SEPARATE.

      *    Completed business dates and cycles already worked this
      *    pass - a cycle rerun under the operator override appears on
      *    RUNCTL twice but its generation must only be counted once.
       01  WS-DATE-TABLE-AREA.
           05  WS-DATE-COUNT            PIC 9(3) VALUE 0.
           05  WS-DATE-MAX              PIC 9(3) VALUE 400.
           05  WS-DATE-IX               PIC 9(3) VALUE 0.
           05  WS-DATE-FOUND-FLAG       PIC X VALUE "N".
               88  WS-DATE-FOUND        VALUE "Y".
           05  WS-RC-CYCLE              PIC X VALUE "1".
           05  WS-CYCLE-SUFFIX          PIC X(2) VALUE SPACES.
           05  WS-DATE-TABLE.
               10  WS-SEEN-ENTRY OCCURS 400 TIMES.
                   15  WS-SEEN-DATE     PIC X(8).
                   15  WS-SEEN-CYCLE    PIC X.

       01  WS-AGE-BUCKET-AREA.
           05  WS-CURRENT-COUNT         PIC 9(5) VALUE 0.
                                   MOVE SPACES TO WS-REJECT-NAME
                                   STRING "REJECTS.D" RC-BUSINESS-DATE
                                       DELIMITED BY SIZE
                                       WS-CYCLE-SUFFIX
                                       DELIMITED BY SPACE
                                       INTO WS-REJECT-NAME
                                   PERFORM 1000-TALLY-GENERATION
                               END-IF
           STOP RUN.

       0900-CHECK-DATE-SEEN.
      *    Rows written before posting cycles existed carry no cycle
      *    and were cycle 1.  Cycle 1 keeps the plain dated name.
           MOVE RC-CYCLE-NUMBER TO WS-RC-CYCLE
           IF WS-RC-CYCLE NOT NUMERIC OR WS-RC-CYCLE = "0" THEN
               MOVE "1" TO WS-RC-CYCLE
           END-IF
           MOVE SPACES TO WS-CYCLE-SUFFIX
           IF WS-RC-CYCLE NOT = "1" THEN
               STRING "C" WS-RC-CYCLE DELIMITED BY SIZE
                   INTO WS-CYCLE-SUFFIX
           END-IF
           MOVE "N" TO WS-DATE-FOUND-FLAG
           MOVE 1 TO WS-DATE-IX
           PERFORM UNTIL WS-DATE-IX > WS-DATE-COUNT OR WS-DATE-FOUND
               IF WS-SEEN-DATE (WS-DATE-IX) = RC-BUSINESS-DATE
                   AND WS-SEEN-CYCLE (WS-DATE-IX) = WS-RC-CYCLE THEN
                   SET WS-DATE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-DATE-IX
                   ADD 1 TO WS-DATE-COUNT
                   MOVE RC-BUSINESS-DATE
                       TO WS-SEEN-DATE (WS-DATE-COUNT)
                   MOVE WS-RC-CYCLE TO WS-SEEN-CYCLE (WS-DATE-COUNT)
               ELSE
                   DISPLAY "Completed-date table full at "
                       WS-DATE-MAX " - generation skipped for "
