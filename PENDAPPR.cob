       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDAPPR.
       AUTHOR. BATCH-SYSTEMS.

      *****************************************************************
      *  PENDAPPR is the checker's side of the maker-checker control
      *  over account maintenance (ACCTMNT), edit-reject
      *  corrections (TRNCORR) and standing-order maintenance
      *  (STORDMNT).  All three programs hold every card they
      *  accept on the pending-action file (PENDACT) under the
      *  operator who keyed it; nothing is applied until a second
      *  operator decides it here.  Each approval card (APPRCARD)
      *  names one pending item, approves or declines it, and
      *  carries the approver's id.  An approval by the operator who
      *  keyed the item is refused and the item stays pending, as is
      *  a card for an item that is not pending (already decided,
      *  applied, or not on file), a card with no approver id, and a
      *  decline with no reason.  Approved items are applied by the
      *  owning program on its next run; declined items never are.
      *  Every decision and refusal is listed with both operator ids
      *  and the before/after images on the approval report
      *  (APPRRPT).  The pending-items report (PENDRPT) lists every
      *  item still waiting - for approval, or approved and waiting
      *  for its program to run - that was keyed more than a day
      *  ago, so nothing sits unnoticed.  With no card file the run
      *  just produces the pending-items report.
      *  RETURN-CODE 4 when any card was refused or any item has
      *  waited more than a day; 16 when PENDACT could not be
      *  replaced.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-ACTION-FILE ASSIGN TO "PENDACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PENDING-REBUILD-FILE ASSIGN TO "PENDACT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APPROVAL-CARD-FILE ASSIGN TO "APPRCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT APPROVAL-REPORT-FILE ASSIGN TO "APPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-REPORT-FILE ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-ACTION-FILE.
           COPY PENDACT.

       FD  PENDING-REBUILD-FILE.
       01  PENDING-REBUILD-RECORD      PIC X(283).

       FD  APPROVAL-CARD-FILE.
           COPY APPRCARD.

       FD  APPROVAL-REPORT-FILE.
       01  APPROVAL-REPORT-LINE        PIC X(132).

       FD  PENDING-REPORT-FILE.
       01  PENDING-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-PENDING-STATUS        PIC X(2) VALUE "00".
           05  WS-CARD-STATUS           PIC X(2) VALUE "00".
           05  WS-PENDING-EOF-FLAG      PIC X VALUE "N".
               88  WS-PENDING-EOF       VALUE "Y".
           05  WS-CARD-EOF-FLAG         PIC X VALUE "N".
               88  WS-CARD-EOF          VALUE "Y".
           05  WS-PENDING-EXISTS-FLAG   PIC X VALUE "N".
               88  WS-PENDING-EXISTS    VALUE "Y".

       01  WS-COUNT-AREA.
           05  WS-CARD-COUNT            PIC 9(5) VALUE 0.
           05  WS-ITEM-COUNT            PIC 9(7) VALUE 0.
           05  WS-APPROVED-COUNT        PIC 9(5) VALUE 0.
           05  WS-DECLINED-COUNT        PIC 9(5) VALUE 0.
           05  WS-REFUSED-COUNT         PIC 9(5) VALUE 0.
           05  WS-WAITING-COUNT         PIC 9(5) VALUE 0.
           05  WS-AGED-COUNT            PIC 9(5) VALUE 0.
           05  WS-DECISION-TEXT         PIC X(40) VALUE SPACES.

      *    Approval cards, loaded up front and matched by item
      *    number as PENDACT streams past.
       01  WS-CARD-TABLE-AREA.
           05  WS-CTAB-COUNT            PIC 9(3) VALUE 0.
           05  WS-CTAB-MAX              PIC 9(3) VALUE 200.
           05  WS-CTAB-IX               PIC 9(3) VALUE 0.
           05  WS-CARD-TABLE.
               10  WS-CTAB-ENTRY OCCURS 200 TIMES.
                   15  WS-CTAB-PEND-ID  PIC 9(7).
                   15  WS-CTAB-DECISION PIC X(1).
                   15  WS-CTAB-APPROVER PIC X(8).
                   15  WS-CTAB-REASON   PIC X(30).
                   15  WS-CTAB-USED     PIC X(1).

      *    Waiting time is measured in minutes from the keyed
      *    timestamp to the start of this run, so "more than a day"
      *    means more than 24 hours, not merely yesterday's date.
       01  WS-AGE-AREA.
           05  WS-RUN-TIMESTAMP         PIC X(21) VALUE SPACES.
           05  WS-DATE-NUM              PIC 9(8) VALUE 0.
           05  WS-HOUR-NUM              PIC 9(2) VALUE 0.
           05  WS-MINUTE-NUM            PIC 9(2) VALUE 0.
           05  WS-RUN-INT               PIC 9(7) VALUE 0.
           05  WS-RUN-MINUTES           PIC 9(4) VALUE 0.
           05  WS-KEYED-INT             PIC 9(7) VALUE 0.
           05  WS-KEYED-MINUTES         PIC 9(4) VALUE 0.
           05  WS-AGE-MINUTES           PIC S9(9) VALUE 0.
           05  WS-AGE-HOURS             PIC 9(5) VALUE 0.
           05  WS-AGE-LIMIT-MINUTES     PIC 9(4) VALUE 1440.

       01  WS-PRINT-AREA.
           05  WS-REF-TEXT              PIC X(15) VALUE SPACES.
           05  WS-CHECKER-TEXT          PIC X(8) VALUE SPACES.
           05  WS-WAIT-TEXT             PIC X(17) VALUE SPACES.

       01  WS-REBUILD-AREA.
           05  WS-PENDING-NAME          PIC X(20) VALUE "PENDACT".
           05  WS-PENDING-TEMP-NAME     PIC X(20) VALUE "PENDACT.TMP".
           05  WS-REBUILD-RC            PIC 9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 0100-SET-RUN-CLOCK

           OPEN OUTPUT APPROVAL-REPORT-FILE
           OPEN OUTPUT PENDING-REPORT-FILE
           PERFORM 3000-WRITE-REPORT-HEADINGS

           PERFORM 0200-LOAD-APPROVAL-CARDS

           OPEN INPUT PENDING-ACTION-FILE
           IF WS-PENDING-STATUS NOT = "00" THEN
               DISPLAY "No pending-action file - nothing to decide"
           ELSE
               SET WS-PENDING-EXISTS TO TRUE
               OPEN OUTPUT PENDING-REBUILD-FILE
               PERFORM UNTIL WS-PENDING-EOF
                   READ PENDING-ACTION-FILE
                       AT END
                           SET WS-PENDING-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ITEM-COUNT
                           PERFORM 1000-PROCESS-ITEM
                   END-READ
               END-PERFORM
               CLOSE PENDING-ACTION-FILE
               CLOSE PENDING-REBUILD-FILE
           END-IF

           PERFORM 1800-REPORT-UNMATCHED-CARDS
           PERFORM 1900-REPLACE-PENDING-FILE

           PERFORM 3900-WRITE-REPORT-TOTALS
           CLOSE APPROVAL-REPORT-FILE
           CLOSE PENDING-REPORT-FILE

           IF (WS-REFUSED-COUNT > 0 OR WS-AGED-COUNT > 0)
                   AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Pending approval complete - " WS-CARD-COUNT
               " cards, " WS-APPROVED-COUNT " approved, "
               WS-DECLINED-COUNT " declined, " WS-REFUSED-COUNT
               " refused, " WS-AGED-COUNT
               " items waiting more than a day"

           STOP RUN.

       0100-SET-RUN-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-DATE-NUM
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           MOVE WS-RUN-TIMESTAMP (9:2) TO WS-HOUR-NUM
           MOVE WS-RUN-TIMESTAMP (11:2) TO WS-MINUTE-NUM
           COMPUTE WS-RUN-MINUTES = WS-HOUR-NUM * 60 + WS-MINUTE-NUM.

       0200-LOAD-APPROVAL-CARDS.
           OPEN INPUT APPROVAL-CARD-FILE
           IF WS-CARD-STATUS NOT = "00" THEN
               DISPLAY "No approval card file - pending-items report "
                   "only"
           ELSE
               PERFORM UNTIL WS-CARD-EOF
                   READ APPROVAL-CARD-FILE
                       AT END
                           SET WS-CARD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 0250-LOAD-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-CARD-FILE
           END-IF.

       0250-LOAD-ONE-CARD.
           MOVE SPACES TO WS-DECISION-TEXT
           IF AP-PEND-ID IS NOT NUMERIC OR AP-PEND-ID = 0 THEN
               MOVE "REFUSED - NO USABLE ITEM NUMBER"
                   TO WS-DECISION-TEXT
           ELSE
               IF NOT AP-APPROVE AND NOT AP-DECLINE THEN
                   MOVE "REFUSED - DECISION MUST BE A OR D"
                       TO WS-DECISION-TEXT
               ELSE
                   IF AP-APPROVER-ID = SPACES THEN
                       MOVE "REFUSED - NO APPROVER ID"
                           TO WS-DECISION-TEXT
                   ELSE
                       IF AP-DECLINE AND AP-REASON = SPACES THEN
                           MOVE "REFUSED - DECLINE WITH NO REASON"
                               TO WS-DECISION-TEXT
                       ELSE
                           IF WS-CTAB-COUNT >= WS-CTAB-MAX THEN
                               MOVE "REFUSED - CARD TABLE FULL"
                                   TO WS-DECISION-TEXT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-DECISION-TEXT = SPACES THEN
               ADD 1 TO WS-CTAB-COUNT
               MOVE AP-PEND-ID TO WS-CTAB-PEND-ID (WS-CTAB-COUNT)
               MOVE AP-DECISION TO WS-CTAB-DECISION (WS-CTAB-COUNT)
               MOVE AP-APPROVER-ID TO WS-CTAB-APPROVER (WS-CTAB-COUNT)
               MOVE AP-REASON TO WS-CTAB-REASON (WS-CTAB-COUNT)
               MOVE "N" TO WS-CTAB-USED (WS-CTAB-COUNT)
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO APPROVAL-REPORT-LINE
               STRING "** CARD " WS-CARD-COUNT
                   " ITEM " AP-PEND-ID
                   " BY " AP-APPROVER-ID
                   " - " WS-DECISION-TEXT
                   DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-LINE
           END-IF.

       1000-PROCESS-ITEM.
      *    Every card naming the item is taken in card order - a
      *    refused self-approval leaves it pending for the next card,
      *    and anything after a decision is refused as not pending.
           PERFORM 1050-SET-PRINT-FIELDS
           MOVE 1 TO WS-CTAB-IX
           PERFORM UNTIL WS-CTAB-IX > WS-CTAB-COUNT
               IF WS-CTAB-PEND-ID (WS-CTAB-IX) = PA-PEND-ID
                       AND WS-CTAB-USED (WS-CTAB-IX) = "N" THEN
                   MOVE "Y" TO WS-CTAB-USED (WS-CTAB-IX)
                   PERFORM 1100-DECIDE-ITEM
               END-IF
               ADD 1 TO WS-CTAB-IX
           END-PERFORM

           IF PA-PENDING OR PA-APPROVED THEN
               ADD 1 TO WS-WAITING-COUNT
               PERFORM 1200-CHECK-AGE
           END-IF

           MOVE PENDING-ACTION-RECORD TO PENDING-REBUILD-RECORD
           WRITE PENDING-REBUILD-RECORD.

       1050-SET-PRINT-FIELDS.
           MOVE SPACES TO WS-REF-TEXT
           IF PA-FROM-TRNCORR THEN
               STRING "SEQ " PA-REJECT-SEQ " " PA-REJECT-CODE
                   DELIMITED BY SIZE INTO WS-REF-TEXT
           ELSE
               MOVE PA-ACCOUNT-CODE TO WS-REF-TEXT
           END-IF.

       1100-DECIDE-ITEM.
           MOVE SPACES TO WS-DECISION-TEXT
           IF NOT PA-PENDING THEN
               STRING "REFUSED - ITEM NOT PENDING, STATUS "
                   PA-STATUS
                   DELIMITED BY SIZE INTO WS-DECISION-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF WS-CTAB-APPROVER (WS-CTAB-IX) = PA-MAKER-ID THEN
      *            The whole point of the control - the operator who
      *            keyed the item can never be the one to pass it.
                   MOVE "REFUSED - SELF-APPROVAL, STILL PENDING"
                       TO WS-DECISION-TEXT
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   MOVE WS-CTAB-APPROVER (WS-CTAB-IX) TO PA-CHECKER-ID
                   MOVE WS-RUN-TIMESTAMP TO PA-DECIDED-TIMESTAMP
                   IF WS-CTAB-DECISION (WS-CTAB-IX) = "A" THEN
                       MOVE "A" TO PA-STATUS
                       MOVE "APPROVED - WAITING TO BE APPLIED"
                           TO WS-DECISION-TEXT
                       MOVE "APPROVED" TO PA-OUTCOME-TEXT
                       ADD 1 TO WS-APPROVED-COUNT
                   ELSE
                       MOVE "D" TO PA-STATUS
                       STRING "DECLINED - "
                           WS-CTAB-REASON (WS-CTAB-IX)
                           DELIMITED BY SIZE INTO WS-DECISION-TEXT
                       MOVE WS-DECISION-TEXT TO PA-OUTCOME-TEXT
                       ADD 1 TO WS-DECLINED-COUNT
                   END-IF
               END-IF
           END-IF
           PERFORM 3100-WRITE-DECISION-LINES.

       1200-CHECK-AGE.
      *    A keyed timestamp that is not a date cannot be aged - it
      *    is listed anyway, since it cannot be shown to be recent.
           IF PA-KEYED-TIMESTAMP (1:12) IS NOT NUMERIC THEN
               MOVE 99999 TO WS-AGE-HOURS
               PERFORM 3200-WRITE-WAITING-LINES
           ELSE
               MOVE PA-KEYED-TIMESTAMP (1:8) TO WS-DATE-NUM
               COMPUTE WS-KEYED-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
               MOVE PA-KEYED-TIMESTAMP (9:2) TO WS-HOUR-NUM
               MOVE PA-KEYED-TIMESTAMP (11:2) TO WS-MINUTE-NUM
               COMPUTE WS-KEYED-MINUTES =
                   WS-HOUR-NUM * 60 + WS-MINUTE-NUM
               COMPUTE WS-AGE-MINUTES =
                   (WS-RUN-INT - WS-KEYED-INT) * 1440
                   + WS-RUN-MINUTES - WS-KEYED-MINUTES
               IF WS-AGE-MINUTES > WS-AGE-LIMIT-MINUTES THEN
                   IF WS-AGE-MINUTES / 60 > 99999 THEN
                       MOVE 99999 TO WS-AGE-HOURS
                   ELSE
                       COMPUTE WS-AGE-HOURS = WS-AGE-MINUTES / 60
                   END-IF
                   PERFORM 3200-WRITE-WAITING-LINES
               END-IF
           END-IF.

       1800-REPORT-UNMATCHED-CARDS.
           MOVE 1 TO WS-CTAB-IX
           PERFORM UNTIL WS-CTAB-IX > WS-CTAB-COUNT
               IF WS-CTAB-USED (WS-CTAB-IX) = "N" THEN
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE SPACES TO APPROVAL-REPORT-LINE
                   STRING "** ITEM " WS-CTAB-PEND-ID (WS-CTAB-IX)
                       " BY " WS-CTAB-APPROVER (WS-CTAB-IX)
                       " - REFUSED, NO SUCH ITEM ON PENDACT"
                       DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE
                   WRITE APPROVAL-REPORT-LINE
               END-IF
               ADD 1 TO WS-CTAB-IX
           END-PERFORM.

       1900-REPLACE-PENDING-FILE.
      *    Only a run that decided something replaces PENDACT; the
      *    report-only run leaves it exactly as it was.
           IF WS-PENDING-EXISTS THEN
               IF WS-APPROVED-COUNT = 0 AND WS-DECLINED-COUNT = 0 THEN
                   CALL "CBL_DELETE_FILE" USING WS-PENDING-TEMP-NAME
                       RETURNING WS-REBUILD-RC
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-PENDING-NAME
                       RETURNING WS-REBUILD-RC
                   IF WS-REBUILD-RC NOT = 0 THEN
                       DISPLAY "Unable to delete " WS-PENDING-NAME
                           " while recording decisions - rc "
                           WS-REBUILD-RC
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   CALL "CBL_RENAME_FILE" USING WS-PENDING-TEMP-NAME
                       WS-PENDING-NAME
                       RETURNING WS-REBUILD-RC
                   IF WS-REBUILD-RC NOT = 0 THEN
                       DISPLAY "Unable to rename "
                           WS-PENDING-TEMP-NAME " to "
                           WS-PENDING-NAME
                           " while recording decisions - rc "
                           WS-REBUILD-RC
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       3000-WRITE-REPORT-HEADINGS.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "PENDAPPR APPROVAL DECISIONS - RUN "
               WS-RUN-TIMESTAMP (1:8)
               " TIME " WS-RUN-TIMESTAMP (9:6)
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE SPACES TO PENDING-REPORT-LINE
           STRING "PENDAPPR ITEMS WAITING MORE THAN ONE DAY - RUN "
               WS-RUN-TIMESTAMP (1:8)
               " TIME " WS-RUN-TIMESTAMP (9:6)
               DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE.

       3100-WRITE-DECISION-LINES.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "ITEM " PA-PEND-ID " " PA-SOURCE " "
               PA-ACTION " " WS-REF-TEXT
               " KEYED BY " PA-MAKER-ID
               " ON " PA-KEYED-TIMESTAMP (1:8)
               " CHECKER " WS-CTAB-APPROVER (WS-CTAB-IX)
               " - " WS-DECISION-TEXT
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "  BEFORE " PA-BEFORE-IMAGE
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "  AFTER  " PA-AFTER-IMAGE
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE.

       3200-WRITE-WAITING-LINES.
           ADD 1 TO WS-AGED-COUNT
           IF PA-CHECKER-ID = SPACES THEN
               MOVE "--------" TO WS-CHECKER-TEXT
           ELSE
               MOVE PA-CHECKER-ID TO WS-CHECKER-TEXT
           END-IF
           IF PA-PENDING THEN
               MOVE "AWAITING APPROVAL" TO WS-WAIT-TEXT
           ELSE
               MOVE "AWAITING APPLY" TO WS-WAIT-TEXT
           END-IF
           MOVE SPACES TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           MOVE SPACES TO PENDING-REPORT-LINE
           STRING "ITEM " PA-PEND-ID " " PA-SOURCE " "
               PA-ACTION " " WS-REF-TEXT
               " " WS-WAIT-TEXT
               " KEYED " PA-KEYED-TIMESTAMP (1:8)
               " " PA-KEYED-TIMESTAMP (9:4)
               " MAKER " PA-MAKER-ID
               " CHECKER " WS-CHECKER-TEXT
               " WAITING " WS-AGE-HOURS " HRS"
               DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           MOVE SPACES TO PENDING-REPORT-LINE
           STRING "  BEFORE " PA-BEFORE-IMAGE
               DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           MOVE SPACES TO PENDING-REPORT-LINE
           STRING "  AFTER  " PA-AFTER-IMAGE
               DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE.

       3900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "CARDS READ:             " WS-CARD-COUNT
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "ITEMS APPROVED:         " WS-APPROVED-COUNT
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "ITEMS DECLINED:         " WS-DECLINED-COUNT
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "CARDS REFUSED:          " WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE SPACES TO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           MOVE SPACES TO PENDING-REPORT-LINE
           STRING "ITEMS ON PENDACT:       " WS-ITEM-COUNT
               DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           MOVE SPACES TO PENDING-REPORT-LINE
           STRING "STILL WAITING:          " WS-WAITING-COUNT
               DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE
           MOVE SPACES TO PENDING-REPORT-LINE
           STRING "WAITING MORE THAN A DAY:" WS-AGED-COUNT
               DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           WRITE PENDING-REPORT-LINE.
