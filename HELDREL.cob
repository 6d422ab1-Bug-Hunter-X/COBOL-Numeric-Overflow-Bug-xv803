       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELDREL.
       AUTHOR. BATCH-SYSTEMS.

      *****************************************************************
      *  HELDREL is operations' side of the single-item limit.
      *  DAILYACC diverts every detail or reversal over its
      *  account's limit (AM-ITEM-LIMIT) to the held-items file
      *  (HELDITEM) instead of posting it.  Each release card
      *  (HELDCARD) names one held item by TRANS-ID (and the
      *  business date it was held on, when the id is held more than
      *  once) and either releases it - the next DAILYACC run posts
      *  it - or cancels it with a reason, and it never posts.  A
      *  card with no id, an action other than R or C, no operator
      *  id, or a cancel with no reason is refused, as is a card for
      *  an item that is not held (already released, cancelled or
      *  posted, or not on file).  Every action and refusal is
      *  listed on the held-items report (HELDRPT), followed by
      *  every item still held and every released item waiting for
      *  its posting run.  With no card file the run just produces
      *  the report.
      *  RETURN-CODE 4 when any card was refused; 16 when HELDITEM
      *  could not be replaced.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-ITEM-FILE ASSIGN TO "HELDITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDITEM-STATUS.

           SELECT HELDITEM-REBUILD-FILE ASSIGN TO "HELDITEM.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HELD-CARD-FILE ASSIGN TO "HELDCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT HELD-REPORT-FILE ASSIGN TO "HELDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-ITEM-FILE.
           COPY HELDITEM.

       FD  HELDITEM-REBUILD-FILE.
       01  HELDITEM-REBUILD-RECORD     PIC X(174).

       FD  HELD-CARD-FILE.
           COPY HELDCARD.

       FD  HELD-REPORT-FILE.
       01  HELD-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-HELDITEM-STATUS       PIC X(2) VALUE "00".
           05  WS-CARD-STATUS           PIC X(2) VALUE "00".
           05  WS-HELDITEM-EOF-FLAG     PIC X VALUE "N".
               88  WS-HELDITEM-EOF      VALUE "Y".
           05  WS-CARD-EOF-FLAG         PIC X VALUE "N".
               88  WS-CARD-EOF          VALUE "Y".
           05  WS-HELDITEM-EXISTS-FLAG  PIC X VALUE "N".
               88  WS-HELDITEM-EXISTS   VALUE "Y".

       01  WS-COUNT-AREA.
           05  WS-CARD-COUNT            PIC 9(5) VALUE 0.
           05  WS-ITEM-COUNT            PIC 9(7) VALUE 0.
           05  WS-RELEASED-COUNT        PIC 9(5) VALUE 0.
           05  WS-CANCELLED-COUNT       PIC 9(5) VALUE 0.
           05  WS-REFUSED-COUNT         PIC 9(5) VALUE 0.
           05  WS-STILL-HELD-COUNT      PIC 9(5) VALUE 0.
           05  WS-STILL-HELD-AMOUNT     PIC 9(13)V99 VALUE 0.
           05  WS-AWAITING-COUNT        PIC 9(5) VALUE 0.
           05  WS-AWAITING-AMOUNT       PIC 9(13)V99 VALUE 0.
           05  WS-ACTION-TEXT           PIC X(40) VALUE SPACES.

      *    Release cards, loaded up front and matched by TRANS-ID
      *    (and held date, where the card gives one) as HELDITEM
      *    streams past.
       01  WS-CARD-TABLE-AREA.
           05  WS-CTAB-COUNT            PIC 9(3) VALUE 0.
           05  WS-CTAB-MAX              PIC 9(3) VALUE 200.
           05  WS-CTAB-IX               PIC 9(3) VALUE 0.
           05  WS-CARD-TABLE.
               10  WS-CTAB-ENTRY OCCURS 200 TIMES.
                   15  WS-CTAB-TRANS-ID PIC X(10).
                   15  WS-CTAB-HELD-DATE
                                        PIC X(8).
                   15  WS-CTAB-ACTION   PIC X(1).
                   15  WS-CTAB-OPERATOR PIC X(8).
                   15  WS-CTAB-REASON   PIC X(30).
                   15  WS-CTAB-USED     PIC X(1).

       01  WS-PRINT-AREA.
           05  WS-RUN-TIMESTAMP         PIC X(21) VALUE SPACES.
           05  WS-STATUS-TEXT           PIC X(17) VALUE SPACES.

       01  WS-REBUILD-AREA.
           05  WS-HELDITEM-NAME         PIC X(20) VALUE "HELDITEM".
           05  WS-HELDITEM-TEMP-NAME    PIC X(20) VALUE "HELDITEM.TMP".
           05  WS-REBUILD-RC            PIC 9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP

           OPEN OUTPUT HELD-REPORT-FILE
           PERFORM 3000-WRITE-REPORT-HEADING

           PERFORM 0200-LOAD-RELEASE-CARDS

           OPEN INPUT HELD-ITEM-FILE
           IF WS-HELDITEM-STATUS NOT = "00" THEN
               DISPLAY "No held-items file - nothing to release"
           ELSE
               SET WS-HELDITEM-EXISTS TO TRUE
               OPEN OUTPUT HELDITEM-REBUILD-FILE
               PERFORM UNTIL WS-HELDITEM-EOF
                   READ HELD-ITEM-FILE
                       AT END
                           SET WS-HELDITEM-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ITEM-COUNT
                           PERFORM 1000-PROCESS-ITEM
                   END-READ
               END-PERFORM
               CLOSE HELD-ITEM-FILE
               CLOSE HELDITEM-REBUILD-FILE
           END-IF

           PERFORM 1800-REPORT-UNMATCHED-CARDS
           PERFORM 1900-REPLACE-HELDITEM-FILE
           PERFORM 2000-LIST-OPEN-ITEMS

           PERFORM 3900-WRITE-REPORT-TOTALS
           CLOSE HELD-REPORT-FILE

           IF WS-REFUSED-COUNT > 0 AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Held-item release complete - " WS-CARD-COUNT
               " cards, " WS-RELEASED-COUNT " released, "
               WS-CANCELLED-COUNT " cancelled, " WS-REFUSED-COUNT
               " refused, " WS-STILL-HELD-COUNT " still held"

           STOP RUN.

       0200-LOAD-RELEASE-CARDS.
           OPEN INPUT HELD-CARD-FILE
           IF WS-CARD-STATUS NOT = "00" THEN
               DISPLAY "No release card file - held-items report only"
           ELSE
               PERFORM UNTIL WS-CARD-EOF
                   READ HELD-CARD-FILE
                       AT END
                           SET WS-CARD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 0250-LOAD-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE HELD-CARD-FILE
           END-IF.

       0250-LOAD-ONE-CARD.
           MOVE SPACES TO WS-ACTION-TEXT
           IF HC-TRANS-ID = SPACES THEN
               MOVE "REFUSED - NO TRANS-ID" TO WS-ACTION-TEXT
           ELSE
               IF NOT HC-RELEASE AND NOT HC-CANCEL THEN
                   MOVE "REFUSED - ACTION MUST BE R OR C"
                       TO WS-ACTION-TEXT
               ELSE
                   IF HC-OPERATOR-ID = SPACES THEN
                       MOVE "REFUSED - NO OPERATOR ID"
                           TO WS-ACTION-TEXT
                   ELSE
                       IF HC-CANCEL AND HC-REASON = SPACES THEN
                           MOVE "REFUSED - CANCEL WITH NO REASON"
                               TO WS-ACTION-TEXT
                       ELSE
                           IF WS-CTAB-COUNT >= WS-CTAB-MAX THEN
                               MOVE "REFUSED - CARD TABLE FULL"
                                   TO WS-ACTION-TEXT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-ACTION-TEXT = SPACES THEN
               ADD 1 TO WS-CTAB-COUNT
               MOVE HC-TRANS-ID TO WS-CTAB-TRANS-ID (WS-CTAB-COUNT)
               MOVE HC-HELD-DATE TO WS-CTAB-HELD-DATE (WS-CTAB-COUNT)
               MOVE HC-ACTION TO WS-CTAB-ACTION (WS-CTAB-COUNT)
               MOVE HC-OPERATOR-ID TO WS-CTAB-OPERATOR (WS-CTAB-COUNT)
               MOVE HC-REASON TO WS-CTAB-REASON (WS-CTAB-COUNT)
               MOVE "N" TO WS-CTAB-USED (WS-CTAB-COUNT)
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO HELD-REPORT-LINE
               STRING "** CARD " WS-CARD-COUNT
                   " ID " HC-TRANS-ID
                   " BY " HC-OPERATOR-ID
                   " - " WS-ACTION-TEXT
                   DELIMITED BY SIZE INTO HELD-REPORT-LINE
               WRITE HELD-REPORT-LINE
           END-IF.

       1000-PROCESS-ITEM.
      *    Cards are taken in card order.  A card with no held date
      *    is for whichever row of its id is still held, so once
      *    this row is decided it passes over such cards and leaves
      *    them for a later row; a card naming this row's date is
      *    refused once the row is no longer held.
           MOVE 1 TO WS-CTAB-IX
           PERFORM UNTIL WS-CTAB-IX > WS-CTAB-COUNT
               IF WS-CTAB-TRANS-ID (WS-CTAB-IX) = HI-TRANS-ID
                       AND WS-CTAB-USED (WS-CTAB-IX) = "N" THEN
                   IF WS-CTAB-HELD-DATE (WS-CTAB-IX) =
                           HI-BUSINESS-DATE THEN
                       MOVE "Y" TO WS-CTAB-USED (WS-CTAB-IX)
                       PERFORM 1100-DECIDE-ITEM
                   ELSE
                       IF WS-CTAB-HELD-DATE (WS-CTAB-IX) = SPACES
                               AND HI-HELD THEN
                           MOVE "Y" TO WS-CTAB-USED (WS-CTAB-IX)
                           PERFORM 1100-DECIDE-ITEM
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-CTAB-IX
           END-PERFORM

           MOVE HELD-ITEM-RECORD TO HELDITEM-REBUILD-RECORD
           WRITE HELDITEM-REBUILD-RECORD.

       1100-DECIDE-ITEM.
           MOVE SPACES TO WS-ACTION-TEXT
           IF NOT HI-HELD THEN
               STRING "REFUSED - ITEM NOT HELD, STATUS "
                   HI-STATUS
                   DELIMITED BY SIZE INTO WS-ACTION-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               MOVE WS-CTAB-OPERATOR (WS-CTAB-IX) TO HI-OPERATOR-ID
               MOVE WS-RUN-TIMESTAMP TO HI-ACTION-TIMESTAMP
               MOVE WS-CTAB-REASON (WS-CTAB-IX) TO HI-REASON
               IF WS-CTAB-ACTION (WS-CTAB-IX) = "R" THEN
                   MOVE "R" TO HI-STATUS
                   MOVE "RELEASED - POSTS ON THE NEXT RUN"
                       TO WS-ACTION-TEXT
                   ADD 1 TO WS-RELEASED-COUNT
               ELSE
                   MOVE "C" TO HI-STATUS
                   STRING "CANCELLED - "
                       WS-CTAB-REASON (WS-CTAB-IX)
                       DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   ADD 1 TO WS-CANCELLED-COUNT
               END-IF
           END-IF
           PERFORM 3100-WRITE-ACTION-LINE.

       1800-REPORT-UNMATCHED-CARDS.
           MOVE 1 TO WS-CTAB-IX
           PERFORM UNTIL WS-CTAB-IX > WS-CTAB-COUNT
               IF WS-CTAB-USED (WS-CTAB-IX) = "N" THEN
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE SPACES TO HELD-REPORT-LINE
                   STRING "** ID " WS-CTAB-TRANS-ID (WS-CTAB-IX)
                       " HELD " WS-CTAB-HELD-DATE (WS-CTAB-IX)
                       " BY " WS-CTAB-OPERATOR (WS-CTAB-IX)
                       " - REFUSED, NO SUCH HELD ITEM ON HELDITEM"
                       DELIMITED BY SIZE INTO HELD-REPORT-LINE
                   WRITE HELD-REPORT-LINE
               END-IF
               ADD 1 TO WS-CTAB-IX
           END-PERFORM.

       1900-REPLACE-HELDITEM-FILE.
      *    Only a run that released or cancelled something replaces
      *    HELDITEM; the report-only run leaves it exactly as it was.
           IF WS-HELDITEM-EXISTS THEN
               IF WS-RELEASED-COUNT = 0 AND WS-CANCELLED-COUNT = 0
                       THEN
                   CALL "CBL_DELETE_FILE" USING WS-HELDITEM-TEMP-NAME
                       RETURNING WS-REBUILD-RC
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-HELDITEM-NAME
                       RETURNING WS-REBUILD-RC
                   IF WS-REBUILD-RC NOT = 0 THEN
                       DISPLAY "Unable to delete " WS-HELDITEM-NAME
                           " while recording releases - rc "
                           WS-REBUILD-RC
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   CALL "CBL_RENAME_FILE" USING WS-HELDITEM-TEMP-NAME
                       WS-HELDITEM-NAME
                       RETURNING WS-REBUILD-RC
                   IF WS-REBUILD-RC NOT = 0 THEN
                       DISPLAY "Unable to rename "
                           WS-HELDITEM-TEMP-NAME " to "
                           WS-HELDITEM-NAME
                           " while recording releases - rc "
                           WS-REBUILD-RC
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       2000-LIST-OPEN-ITEMS.
      *    Second pass over the file as it now stands - everything
      *    still waiting on operations or on its posting run.
           MOVE SPACES TO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE
           MOVE "ITEMS STILL HELD OR WAITING TO POST"
               TO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE
           IF WS-HELDITEM-EXISTS THEN
               MOVE "N" TO WS-HELDITEM-EOF-FLAG
               OPEN INPUT HELD-ITEM-FILE
               PERFORM UNTIL WS-HELDITEM-EOF
                   READ HELD-ITEM-FILE
                       AT END
                           SET WS-HELDITEM-EOF TO TRUE
                       NOT AT END
                           IF HI-HELD OR HI-RELEASED THEN
                               PERFORM 2100-LIST-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-ITEM-FILE
           END-IF.

       2100-LIST-ONE-ITEM.
           IF HI-HELD THEN
               MOVE "HELD" TO WS-STATUS-TEXT
               ADD 1 TO WS-STILL-HELD-COUNT
               ADD HI-AMOUNT TO WS-STILL-HELD-AMOUNT
           ELSE
               MOVE "RELEASED BY" TO WS-STATUS-TEXT
               MOVE HI-OPERATOR-ID TO WS-STATUS-TEXT (13:)
               ADD 1 TO WS-AWAITING-COUNT
               ADD HI-AMOUNT TO WS-AWAITING-AMOUNT
           END-IF
           MOVE SPACES TO HELD-REPORT-LINE
           STRING "  ID " HI-TRANS-ID
               " HELD " HI-BUSINESS-DATE
               " ACCT " HI-ACCOUNT-CODE
               " AMOUNT " HI-MOVEMENT-SIGN HI-AMOUNT
               " LIMIT " HI-ITEM-LIMIT
               " " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE.

       3000-WRITE-REPORT-HEADING.
           MOVE SPACES TO HELD-REPORT-LINE
           STRING "HELDREL HELD-ITEM RELEASE - RUN "
               WS-RUN-TIMESTAMP (1:8)
               " TIME " WS-RUN-TIMESTAMP (9:6)
               DELIMITED BY SIZE INTO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE.

       3100-WRITE-ACTION-LINE.
           MOVE SPACES TO HELD-REPORT-LINE
           STRING "ID " HI-TRANS-ID
               " HELD " HI-BUSINESS-DATE
               " ACCT " HI-ACCOUNT-CODE
               " AMOUNT " HI-MOVEMENT-SIGN HI-AMOUNT
               " BY " WS-CTAB-OPERATOR (WS-CTAB-IX)
               " - " WS-ACTION-TEXT
               DELIMITED BY SIZE INTO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE.

       3900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE
           MOVE SPACES TO HELD-REPORT-LINE
           STRING "CARDS READ:             " WS-CARD-COUNT
               DELIMITED BY SIZE INTO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE
           MOVE SPACES TO HELD-REPORT-LINE
           STRING "ITEMS RELEASED:         " WS-RELEASED-COUNT
               DELIMITED BY SIZE INTO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE
           MOVE SPACES TO HELD-REPORT-LINE
           STRING "ITEMS CANCELLED:        " WS-CANCELLED-COUNT
               DELIMITED BY SIZE INTO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE
           MOVE SPACES TO HELD-REPORT-LINE
           STRING "CARDS REFUSED:          " WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE
           MOVE SPACES TO HELD-REPORT-LINE
           STRING "STILL HELD:             " WS-STILL-HELD-COUNT
               " TOTALLING " WS-STILL-HELD-AMOUNT
               DELIMITED BY SIZE INTO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE
           MOVE SPACES TO HELD-REPORT-LINE
           STRING "RELEASED, TO POST:      " WS-AWAITING-COUNT
               " TOTALLING " WS-AWAITING-AMOUNT
               DELIMITED BY SIZE INTO HELD-REPORT-LINE
           WRITE HELD-REPORT-LINE.
