      *  each run in range and then totals: run counts by completion
      *  status, record and reject volumes, checkpoint restarts, and
      *  the overall exception rate - so "how often do we overflow?"
      *  has an answer on paper.  Each dated run also shows the
      *  business date and posting cycle it was for, so the several
      *  cycles of one business date can be told apart.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  WS-EXCEPTION-RATE        PIC 9(3)V9(2) VALUE 0.
           05  WS-RATE-DISPLAY          PIC ZZ9.99 VALUE ZEROES.

       01  WS-LINE-AREA.
           05  WS-RUN-CYCLE-TEXT        PIC X(24) VALUE SPACES.
           05  WS-RH-CYCLE              PIC X VALUE "1".

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE SPACES TO HISTORY-REPORT-LINE
           MOVE "RUN DATE  START/END TIMES"
               TO HISTORY-REPORT-LINE (1:25)
           MOVE "BUS DATE CYC"
               TO HISTORY-REPORT-LINE (29:12)
           MOVE "RECORDS  REJECTS  RST    STATUS"
               TO HISTORY-REPORT-LINE (48:31)
           WRITE HISTORY-REPORT-LINE.

       2100-WRITE-RUN-LINE.
      *    Rows written before posting cycles existed, and undated
      *    runs, carry no business date - the columns stay blank.
           MOVE SPACES TO WS-RUN-CYCLE-TEXT
           IF RH-BUSINESS-DATE NOT = SPACES THEN
               MOVE RH-CYCLE-NUMBER TO WS-RH-CYCLE
               IF WS-RH-CYCLE NOT NUMERIC OR WS-RH-CYCLE = "0" THEN
                   MOVE "1" TO WS-RH-CYCLE
               END-IF
               STRING "   " RH-BUSINESS-DATE "  " WS-RH-CYCLE
                   DELIMITED BY SIZE INTO WS-RUN-CYCLE-TEXT
           END-IF
           MOVE SPACES TO HISTORY-REPORT-LINE
           STRING RH-RUN-DATE "  "
               RH-START-TIMESTAMP (9:6) " - "
               RH-END-TIMESTAMP (9:6)
               WS-RUN-CYCLE-TEXT
               RH-RECORDS-PROCESSED "    " RH-REJECT-COUNT
               "    " RH-RESTART-FLAG "    " RH-STATUS
               DELIMITED BY SIZE INTO HISTORY-REPORT-LINE
