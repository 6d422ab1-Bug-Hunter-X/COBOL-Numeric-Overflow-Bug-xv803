      *****************************************************************
      *  ACCTMNT maintains the account master (ACCTMAST) from a card
      *  file of operations-keyed actions (ACTMCARD), so accounts can
      *  be added, closed and reopened, and their single-item limit
      *  (AM-ITEM-LIMIT) changed, without a programmer.  The
      *  whole master is loaded, every card is checked in order, and
      *  the master is rewritten in one pass; each action (and each
      *  card refused - unknown account, duplicate add, bad action,
      *  non-numeric limit, no operator id) is listed on the
      *  maintenance report (ACCTMRPT).
      *  Maker-checker: a card that passes its checks is not applied
      *  on the run it is keyed.  It is held on the pending-action
      *  file (PENDACT) under the keying operator with the before and
      *  after master images, and waits for a different operator to
      *  approve or decline it through PENDAPPR.  Each run first
      *  applies the account items approved since the last run -
      *  checked again against the master as it now stands, since an
      *  earlier item may have changed it - and marks each one
      *  applied or refused on PENDACT.
      *  A CLOSE of the house default account 1000100000 is refused
      *  outright - TRANEDIT requires it open before any run starts,
      *  so closing it would stop the whole chain at the next edit
      *  pass.  RETURN-CODE 4 when any card or approved item was
      *  refused; 16 when PENDACT could not be replaced.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT MAINT-REPORT-FILE ASSIGN TO "ACCTMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-ACTION-FILE ASSIGN TO "PENDACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PENDING-REBUILD-FILE ASSIGN TO "PENDACT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE           PIC X(132).

       FD  PENDING-ACTION-FILE.
           COPY PENDACT.

       FD  PENDING-REBUILD-FILE.
       01  PENDING-REBUILD-RECORD      PIC X(283).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-MASTER-STATUS         PIC X(2) VALUE "00".
           05  WS-CARD-STATUS           PIC X(2) VALUE "00".
           05  WS-PENDING-STATUS        PIC X(2) VALUE "00".
           05  WS-MASTER-EOF-FLAG       PIC X VALUE "N".
               88  WS-MASTER-EOF        VALUE "Y".
           05  WS-CARD-EOF-FLAG         PIC X VALUE "N".
               88  WS-CARD-EOF          VALUE "Y".
           05  WS-PENDING-EOF-FLAG      PIC X VALUE "N".
               88  WS-PENDING-EOF       VALUE "Y".
           05  WS-PENDING-EXISTS-FLAG   PIC X VALUE "N".
               88  WS-PENDING-EXISTS    VALUE "Y".

       01  WS-COUNT-AREA.
           05  WS-CARD-COUNT            PIC 9(5) VALUE 0.
           05  WS-HELD-COUNT            PIC 9(5) VALUE 0.
           05  WS-APPLIED-COUNT         PIC 9(5) VALUE 0.
           05  WS-REFUSED-COUNT         PIC 9(5) VALUE 0.
           05  WS-ACTION-TEXT           PIC X(40) VALUE SPACES.
                   15  WS-ACCT-STATUS   PIC X(1).
                   15  WS-ACCT-POST-IND PIC X(1).
                   15  WS-ACCT-DESC     PIC X(30).
                   15  WS-ACCT-LIMIT    PIC 9(9)V99.

      *    The action being checked - from a card on the run it is
      *    keyed (held), or from an approved PENDACT item (applied).
      *    Both go through the same checks in 2050.
       01  WS-MAINT-AREA.
           05  WS-MAINT-MODE            PIC X VALUE "H".
               88  WS-HOLDING           VALUE "H".
               88  WS-APPLYING          VALUE "A".
           05  WS-MAINT-DONE-FLAG       PIC X VALUE "N".
               88  WS-MAINT-DONE        VALUE "Y".
           05  WS-MAINT-ACTION          PIC X(6) VALUE SPACES.
               88  WS-MAINT-IS-ADD      VALUE "ADD".
               88  WS-MAINT-IS-CLOSE    VALUE "CLOSE".
               88  WS-MAINT-IS-REOPEN   VALUE "REOPEN".
               88  WS-MAINT-IS-LIMIT    VALUE "LIMIT".
           05  WS-MAINT-ACCOUNT         PIC X(10) VALUE SPACES.
           05  WS-MAINT-POST-IND        PIC X(1) VALUE SPACE.
           05  WS-MAINT-DESC            PIC X(30) VALUE SPACES.
           05  WS-MAINT-LIMIT           PIC 9(9)V99 VALUE 0.
           05  WS-MAINT-OPERATOR        PIC X(8) VALUE SPACES.

      *    Account master image - the before and after values a held
      *    item carries, laid out as ACCTMAST so PENDAPPR can print
      *    either side as it stands.
       01  WS-IMAGE-BUILD.
           05  WS-IMG-ACCOUNT-CODE      PIC X(10) VALUE SPACES.
           05  WS-IMG-ACCOUNT-STATUS    PIC X(1) VALUE SPACE.
           05  WS-IMG-POSTING-IND       PIC X(1) VALUE SPACE.
           05  WS-IMG-DESCRIPTION       PIC X(30) VALUE SPACES.
           05  WS-IMG-ITEM-LIMIT        PIC 9(9)V99 VALUE 0.
           05  FILLER                   PIC X(27) VALUE SPACES.

      *    New pending rows are built here, in the PENDACT layout,
      *    and written to the rebuild file behind the existing rows.
       01  WS-PEND-BUILD.
           05  WS-PB-PEND-ID            PIC 9(7) VALUE 0.
           05  WS-PB-SOURCE             PIC X(1) VALUE "A".
           05  WS-PB-STATUS             PIC X(1) VALUE "P".
           05  WS-PB-ACTION             PIC X(6) VALUE SPACES.
           05  WS-PB-ACCOUNT-CODE       PIC X(10) VALUE SPACES.
           05  WS-PB-MAKER-ID           PIC X(8) VALUE SPACES.
           05  WS-PB-KEYED-TIMESTAMP    PIC X(21) VALUE SPACES.
           05  WS-PB-CHECKER-ID         PIC X(8) VALUE SPACES.
           05  WS-PB-DECIDED-TIMESTAMP  PIC X(21) VALUE SPACES.
           05  WS-PB-OUTCOME-TEXT       PIC X(40) VALUE SPACES.
           05  WS-PB-BEFORE-IMAGE       PIC X(80) VALUE SPACES.
           05  WS-PB-AFTER-IMAGE        PIC X(80) VALUE SPACES.

      *    Account items approved through PENDAPPR and not yet
      *    applied.  Any past the table limit stay approved on
      *    PENDACT and are picked up by the next run.
       01  WS-APPROVED-TABLE-AREA.
           05  WS-LAST-PEND-ID          PIC 9(7) VALUE 0.
           05  WS-APPR-COUNT            PIC 9(3) VALUE 0.
           05  WS-APPR-MAX              PIC 9(3) VALUE 200.
           05  WS-APPR-IX               PIC 9(3) VALUE 0.
           05  WS-APPR-FOUND-FLAG       PIC X VALUE "N".
               88  WS-APPR-FOUND        VALUE "Y".
           05  WS-APPR-TABLE.
               10  WS-APPR-ENTRY OCCURS 200 TIMES.
                   15  WS-APPR-PEND-ID  PIC 9(7).
                   15  WS-APPR-ACTION   PIC X(6).
                   15  WS-APPR-ACCOUNT  PIC X(10).
                   15  WS-APPR-MAKER    PIC X(8).
                   15  WS-APPR-CHECKER  PIC X(8).
                   15  WS-APPR-AFTER    PIC X(80).
                   15  WS-APPR-NEW-STATUS
                                        PIC X(1).
                   15  WS-APPR-OUTCOME  PIC X(40).

       01  WS-REBUILD-AREA.
           05  WS-PENDING-NAME          PIC X(20) VALUE "PENDACT".
           05  WS-PENDING-TEMP-NAME     PIC X(20) VALUE "PENDACT.TMP".
           05  WS-REBUILD-RC            PIC 9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-LOAD-MASTER
           PERFORM 1100-LOAD-APPROVED-ITEMS

           OPEN OUTPUT MAINT-REPORT-FILE
           PERFORM 3000-WRITE-REPORT-HEADING

           PERFORM 1600-APPLY-APPROVED-ITEMS
           PERFORM 1700-COPY-PENDING-FILE

      *    No card file is an ordinary day - the run still applies
      *    whatever was approved since the last one.
           OPEN INPUT MAINT-CARD-FILE
           IF WS-CARD-STATUS NOT = "00" THEN
               DISPLAY "No maintenance card file - applying approved "
                   "items only"
           ELSE
               PERFORM UNTIL WS-CARD-EOF
                   READ MAINT-CARD-FILE
                       AT END
                           SET WS-CARD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 2000-APPLY-CARD
                   END-READ
               END-PERFORM
               CLOSE MAINT-CARD-FILE
           END-IF

           CLOSE PENDING-REBUILD-FILE

      *    Master first, then the pending file - if the run dies in
      *    between, the items are still approved on PENDACT and the
      *    next run checks them again rather than losing them.
           PERFORM 1500-REWRITE-MASTER
           PERFORM 1800-REPLACE-PENDING-FILE

           PERFORM 3100-WRITE-REPORT-TOTALS
           CLOSE MAINT-REPORT-FILE
           END-IF

           DISPLAY "Account maintenance complete - " WS-CARD-COUNT
               " cards, " WS-HELD-COUNT " held for approval, "
               WS-APPLIED-COUNT " approved applied, "
               WS-REFUSED-COUNT " refused, " WS-ACCT-COUNT
               " accounts on master"

                                   TO WS-ACCT-POST-IND (WS-ACCT-COUNT)
                               MOVE AM-DESCRIPTION
                                   TO WS-ACCT-DESC (WS-ACCT-COUNT)
                               IF AM-ITEM-LIMIT IS NUMERIC THEN
                                   MOVE AM-ITEM-LIMIT
                                     TO WS-ACCT-LIMIT (WS-ACCT-COUNT)
                               ELSE
                                   MOVE 0
                                     TO WS-ACCT-LIMIT (WS-ACCT-COUNT)
                               END-IF
                           ELSE
      *                        Rewriting from a truncated table
      *                        would delete every row past the
               DISPLAY "No account master on file - starting a new one"
           END-IF.

       1100-LOAD-APPROVED-ITEMS.
      *    One pass over PENDACT for the highest item number in use
      *    (new items are numbered on from it) and the account items
      *    approved and waiting to be applied.
           OPEN INPUT PENDING-ACTION-FILE
           IF WS-PENDING-STATUS = "00" THEN
               SET WS-PENDING-EXISTS TO TRUE
               PERFORM UNTIL WS-PENDING-EOF
                   READ PENDING-ACTION-FILE
                       AT END
                           SET WS-PENDING-EOF TO TRUE
                       NOT AT END
                           IF PA-PEND-ID > WS-LAST-PEND-ID THEN
                               MOVE PA-PEND-ID TO WS-LAST-PEND-ID
                           END-IF
                           IF PA-FROM-ACCTMNT AND PA-APPROVED THEN
                               PERFORM 1150-TABLE-APPROVED-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-ACTION-FILE
           ELSE
               DISPLAY "No pending-action file - starting a new one"
           END-IF.

       1150-TABLE-APPROVED-ITEM.
           IF WS-APPR-COUNT < WS-APPR-MAX THEN
               ADD 1 TO WS-APPR-COUNT
               MOVE PA-PEND-ID TO WS-APPR-PEND-ID (WS-APPR-COUNT)
               MOVE PA-ACTION TO WS-APPR-ACTION (WS-APPR-COUNT)
               MOVE PA-ACCOUNT-CODE TO WS-APPR-ACCOUNT (WS-APPR-COUNT)
               MOVE PA-MAKER-ID TO WS-APPR-MAKER (WS-APPR-COUNT)
               MOVE PA-CHECKER-ID TO WS-APPR-CHECKER (WS-APPR-COUNT)
               MOVE PA-AFTER-IMAGE TO WS-APPR-AFTER (WS-APPR-COUNT)
               MOVE "A" TO WS-APPR-NEW-STATUS (WS-APPR-COUNT)
               MOVE SPACES TO WS-APPR-OUTCOME (WS-APPR-COUNT)
           ELSE
               DISPLAY "Approved item " PA-PEND-ID
                   " past the table limit " WS-APPR-MAX
                   " - left approved for the next run"
           END-IF.

       1500-REWRITE-MASTER.
           OPEN OUTPUT ACCOUNT-MASTER-FILE
           MOVE 1 TO WS-ACCT-IX
               MOVE WS-ACCT-STATUS (WS-ACCT-IX) TO AM-ACCOUNT-STATUS
               MOVE WS-ACCT-POST-IND (WS-ACCT-IX) TO AM-POSTING-IND
               MOVE WS-ACCT-DESC (WS-ACCT-IX) TO AM-DESCRIPTION
               MOVE WS-ACCT-LIMIT (WS-ACCT-IX) TO AM-ITEM-LIMIT
               WRITE ACCOUNT-MASTER-RECORD
               ADD 1 TO WS-ACCT-IX
           END-PERFORM
           CLOSE ACCOUNT-MASTER-FILE.

       1600-APPLY-APPROVED-ITEMS.
      *    The approved item's after image carries the posting
      *    indicator, description and item limit as keyed; the
      *    action and
      *    account drive the same checks a card gets.
           SET WS-APPLYING TO TRUE
           MOVE 1 TO WS-APPR-IX
           PERFORM UNTIL WS-APPR-IX > WS-APPR-COUNT
               MOVE WS-APPR-AFTER (WS-APPR-IX) TO WS-IMAGE-BUILD
               MOVE WS-APPR-ACTION (WS-APPR-IX) TO WS-MAINT-ACTION
               MOVE WS-APPR-ACCOUNT (WS-APPR-IX) TO WS-MAINT-ACCOUNT
               MOVE WS-IMG-POSTING-IND TO WS-MAINT-POST-IND
               MOVE WS-IMG-DESCRIPTION TO WS-MAINT-DESC
      *        Items held before the limit was carried have spaces
      *        where it now sits - they change no limit.
               IF WS-IMG-ITEM-LIMIT IS NUMERIC THEN
                   MOVE WS-IMG-ITEM-LIMIT TO WS-MAINT-LIMIT
               ELSE
                   MOVE 0 TO WS-MAINT-LIMIT
               END-IF
               MOVE WS-APPR-MAKER (WS-APPR-IX) TO WS-MAINT-OPERATOR
               PERFORM 2050-CHECK-ACTION
               IF WS-MAINT-DONE THEN
                   MOVE "X" TO WS-APPR-NEW-STATUS (WS-APPR-IX)
               ELSE
                   MOVE "R" TO WS-APPR-NEW-STATUS (WS-APPR-IX)
               END-IF
               MOVE WS-ACTION-TEXT TO WS-APPR-OUTCOME (WS-APPR-IX)
               PERFORM 3250-WRITE-APPROVED-LINE
               ADD 1 TO WS-APPR-IX
           END-PERFORM.

       1700-COPY-PENDING-FILE.
      *    PENDACT is rebuilt into PENDACT.TMP - every existing row
      *    copied, the items applied above carrying their outcome,
      *    and this run's held cards added behind them in 2600.
           OPEN OUTPUT PENDING-REBUILD-FILE
           IF WS-PENDING-EXISTS THEN
               MOVE "N" TO WS-PENDING-EOF-FLAG
               OPEN INPUT PENDING-ACTION-FILE
               PERFORM UNTIL WS-PENDING-EOF
                   READ PENDING-ACTION-FILE
                       AT END
                           SET WS-PENDING-EOF TO TRUE
                       NOT AT END
                           PERFORM 1750-COPY-PENDING-ROW
                   END-READ
               END-PERFORM
               CLOSE PENDING-ACTION-FILE
           END-IF.

       1750-COPY-PENDING-ROW.
           MOVE "N" TO WS-APPR-FOUND-FLAG
           IF PA-FROM-ACCTMNT AND PA-APPROVED THEN
               MOVE 1 TO WS-APPR-IX
               PERFORM UNTIL WS-APPR-IX > WS-APPR-COUNT
                       OR WS-APPR-FOUND
                   IF WS-APPR-PEND-ID (WS-APPR-IX) = PA-PEND-ID THEN
                       SET WS-APPR-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-APPR-IX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-APPR-FOUND THEN
               MOVE WS-APPR-NEW-STATUS (WS-APPR-IX) TO PA-STATUS
               MOVE WS-APPR-OUTCOME (WS-APPR-IX) TO PA-OUTCOME-TEXT
           END-IF
           MOVE PENDING-ACTION-RECORD TO PENDING-REBUILD-RECORD
           WRITE PENDING-REBUILD-RECORD.

       1800-REPLACE-PENDING-FILE.
           IF WS-HELD-COUNT = 0 AND WS-APPR-COUNT = 0 THEN
               CALL "CBL_DELETE_FILE" USING WS-PENDING-TEMP-NAME
                   RETURNING WS-REBUILD-RC
           ELSE
               IF WS-PENDING-EXISTS THEN
                   CALL "CBL_DELETE_FILE" USING WS-PENDING-NAME
                       RETURNING WS-REBUILD-RC
                   IF WS-REBUILD-RC NOT = 0 THEN
                       DISPLAY "Unable to delete " WS-PENDING-NAME
                           " while replacing the pending file - rc "
                           WS-REBUILD-RC
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               CALL "CBL_RENAME_FILE" USING WS-PENDING-TEMP-NAME
                   WS-PENDING-NAME
                   RETURNING WS-REBUILD-RC
               IF WS-REBUILD-RC NOT = 0 THEN
                   DISPLAY "Unable to rename " WS-PENDING-TEMP-NAME
                       " to " WS-PENDING-NAME
                       " while replacing the pending file - rc "
                       WS-REBUILD-RC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-APPLY-CARD.
           SET WS-HOLDING TO TRUE
           MOVE AMC-ACTION TO WS-MAINT-ACTION
           MOVE AMC-ACCOUNT-CODE TO WS-MAINT-ACCOUNT
           MOVE AMC-POSTING-IND TO WS-MAINT-POST-IND
           MOVE AMC-DESCRIPTION TO WS-MAINT-DESC
           MOVE AMC-OPERATOR-ID TO WS-MAINT-OPERATOR
           MOVE 0 TO WS-MAINT-LIMIT

           IF WS-MAINT-OPERATOR = SPACES THEN
      *        No operator, no maker - nothing a checker could be
      *        told apart from, so the card is refused.
               MOVE "N" TO WS-MAINT-DONE-FLAG
               MOVE "REFUSED - NO OPERATOR ID" TO WS-ACTION-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF AMC-ITEM-LIMIT NOT = SPACES
                       AND AMC-ITEM-LIMIT-AMOUNT IS NOT NUMERIC THEN
                   MOVE "N" TO WS-MAINT-DONE-FLAG
                   MOVE "REFUSED - ITEM LIMIT NOT NUMERIC"
                       TO WS-ACTION-TEXT
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   IF AMC-ITEM-LIMIT NOT = SPACES THEN
                       MOVE AMC-ITEM-LIMIT-AMOUNT TO WS-MAINT-LIMIT
                   END-IF
                   PERFORM 2050-CHECK-ACTION
               END-IF
           END-IF

           PERFORM 3200-WRITE-ACTION-LINE.

       2050-CHECK-ACTION.
           MOVE SPACES TO WS-ACTION-TEXT
           MOVE "N" TO WS-MAINT-DONE-FLAG
           PERFORM 2100-FIND-ACCOUNT

           IF WS-MAINT-IS-ADD THEN
               PERFORM 2200-ADD-ACCOUNT
           ELSE
               IF WS-MAINT-IS-CLOSE THEN
                   PERFORM 2300-CLOSE-ACCOUNT
               ELSE
                   IF WS-MAINT-IS-REOPEN THEN
                       PERFORM 2400-REOPEN-ACCOUNT
                   ELSE
                       IF WS-MAINT-IS-LIMIT THEN
                           PERFORM 2500-CHANGE-ITEM-LIMIT
                       ELSE
                           MOVE "REFUSED - UNKNOWN ACTION"
                               TO WS-ACTION-TEXT
                           ADD 1 TO WS-REFUSED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2100-FIND-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND-FLAG
           MOVE 1 TO WS-ACCT-IX
           PERFORM UNTIL WS-ACCT-IX > WS-ACCT-COUNT OR WS-ACCT-FOUND
               IF WS-ACCT-CODE (WS-ACCT-IX) = WS-MAINT-ACCOUNT THEN
                   SET WS-ACCT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-ACCT-IX
                   TO WS-ACTION-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF WS-MAINT-ACCOUNT = SPACES THEN
                   MOVE "REFUSED - BLANK ACCOUNT CODE"
                       TO WS-ACTION-TEXT
                   ADD 1 TO WS-REFUSED-COUNT
                           TO WS-ACTION-TEXT
                       ADD 1 TO WS-REFUSED-COUNT
                   ELSE
                       IF WS-MAINT-POST-IND NOT = "D"
                               AND WS-MAINT-POST-IND NOT = "C"
                               AND WS-MAINT-POST-IND NOT = "B" THEN
                           MOVE "B" TO WS-MAINT-POST-IND
                       END-IF
                       IF WS-HOLDING THEN
                           PERFORM 2600-HOLD-ACTION
                       ELSE
                           ADD 1 TO WS-ACCT-COUNT
                           MOVE WS-MAINT-ACCOUNT
                               TO WS-ACCT-CODE (WS-ACCT-COUNT)
                           MOVE "O" TO WS-ACCT-STATUS (WS-ACCT-COUNT)
                           MOVE WS-MAINT-POST-IND
                               TO WS-ACCT-POST-IND (WS-ACCT-COUNT)
                           MOVE WS-MAINT-DESC
                               TO WS-ACCT-DESC (WS-ACCT-COUNT)
                           MOVE WS-MAINT-LIMIT
                               TO WS-ACCT-LIMIT (WS-ACCT-COUNT)
                           MOVE "ADDED OPEN" TO WS-ACTION-TEXT
                           SET WS-MAINT-DONE TO TRUE
                           ADD 1 TO WS-APPLIED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   TO WS-ACTION-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF WS-MAINT-ACCOUNT = WS-HOUSE-ACCOUNT THEN
      *            TRANEDIT refuses to start without this account
      *            open - closing it would stop the whole chain.
                   MOVE "REFUSED - HOUSE DEFAULT ACCOUNT"
                       TO WS-ACTION-TEXT
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   IF WS-HOLDING THEN
                       PERFORM 2600-HOLD-ACTION
                   ELSE
                       MOVE "C" TO WS-ACCT-STATUS (WS-ACCT-IX)
                       MOVE "CLOSED" TO WS-ACTION-TEXT
                       SET WS-MAINT-DONE TO TRUE
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
               END-IF
           END-IF.

                   TO WS-ACTION-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF WS-HOLDING THEN
                   PERFORM 2600-HOLD-ACTION
               ELSE
                   MOVE "O" TO WS-ACCT-STATUS (WS-ACCT-IX)
                   MOVE "REOPENED" TO WS-ACTION-TEXT
                   SET WS-MAINT-DONE TO TRUE
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           END-IF.

       2500-CHANGE-ITEM-LIMIT.
           IF NOT WS-ACCT-FOUND THEN
               MOVE "REFUSED - ACCOUNT NOT ON MASTER"
                   TO WS-ACTION-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF WS-HOLDING THEN
                   PERFORM 2600-HOLD-ACTION
               ELSE
                   MOVE WS-MAINT-LIMIT TO WS-ACCT-LIMIT (WS-ACCT-IX)
                   IF WS-MAINT-LIMIT = 0 THEN
                       MOVE "ITEM LIMIT REMOVED" TO WS-ACTION-TEXT
                   ELSE
                       MOVE "ITEM LIMIT CHANGED" TO WS-ACTION-TEXT
                   END-IF
                   SET WS-MAINT-DONE TO TRUE
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           END-IF.

       2600-HOLD-ACTION.
      *    The card passed every check against today's master - it is
      *    held pending under the keying operator with the master row
      *    as it stands (spaces for an ADD) and as it would become.
           ADD 1 TO WS-LAST-PEND-ID
           MOVE SPACES TO WS-PEND-BUILD
           MOVE WS-LAST-PEND-ID TO WS-PB-PEND-ID
           MOVE "A" TO WS-PB-SOURCE
           MOVE "P" TO WS-PB-STATUS
           MOVE WS-MAINT-ACTION TO WS-PB-ACTION
           MOVE WS-MAINT-ACCOUNT TO WS-PB-ACCOUNT-CODE
           MOVE WS-MAINT-OPERATOR TO WS-PB-MAKER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-PB-KEYED-TIMESTAMP

           MOVE SPACES TO WS-IMAGE-BUILD
           IF WS-ACCT-FOUND THEN
               MOVE WS-ACCT-CODE (WS-ACCT-IX) TO WS-IMG-ACCOUNT-CODE
               MOVE WS-ACCT-STATUS (WS-ACCT-IX)
                   TO WS-IMG-ACCOUNT-STATUS
               MOVE WS-ACCT-POST-IND (WS-ACCT-IX)
                   TO WS-IMG-POSTING-IND
               MOVE WS-ACCT-DESC (WS-ACCT-IX) TO WS-IMG-DESCRIPTION
               MOVE WS-ACCT-LIMIT (WS-ACCT-IX) TO WS-IMG-ITEM-LIMIT
           END-IF
           MOVE WS-IMAGE-BUILD TO WS-PB-BEFORE-IMAGE

           IF WS-MAINT-IS-ADD THEN
               MOVE WS-MAINT-ACCOUNT TO WS-IMG-ACCOUNT-CODE
               MOVE "O" TO WS-IMG-ACCOUNT-STATUS
               MOVE WS-MAINT-POST-IND TO WS-IMG-POSTING-IND
               MOVE WS-MAINT-DESC TO WS-IMG-DESCRIPTION
               MOVE WS-MAINT-LIMIT TO WS-IMG-ITEM-LIMIT
           ELSE
               IF WS-MAINT-IS-LIMIT THEN
                   MOVE WS-MAINT-LIMIT TO WS-IMG-ITEM-LIMIT
               ELSE
                   IF WS-MAINT-IS-CLOSE THEN
                       MOVE "C" TO WS-IMG-ACCOUNT-STATUS
                   ELSE
                       MOVE "O" TO WS-IMG-ACCOUNT-STATUS
                   END-IF
               END-IF
           END-IF
           MOVE WS-IMAGE-BUILD TO WS-PB-AFTER-IMAGE

           MOVE WS-PEND-BUILD TO PENDING-REBUILD-RECORD
           WRITE PENDING-REBUILD-RECORD

           STRING "HELD FOR APPROVAL - ITEM " WS-LAST-PEND-ID
               DELIMITED BY SIZE INTO WS-ACTION-TEXT
           SET WS-MAINT-DONE TO TRUE
           ADD 1 TO WS-HELD-COUNT.

       3000-WRITE-REPORT-HEADING.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "ACCTMNT ACCOUNT MAINTENANCE - RUN DATE "
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "HELD FOR APPROVAL:      " WS-HELD-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "APPROVED ITEMS APPLIED: " WS-APPLIED-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE

       3200-WRITE-ACTION-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING WS-MAINT-ACTION "  " WS-MAINT-ACCOUNT
               "  KEYED BY " WS-MAINT-OPERATOR "  "
               WS-ACTION-TEXT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.

       3250-WRITE-APPROVED-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING WS-MAINT-ACTION "  " WS-MAINT-ACCOUNT
               "  ITEM " WS-APPR-PEND-ID (WS-APPR-IX)
               " KEYED BY " WS-APPR-MAKER (WS-APPR-IX)
               " APPROVED BY " WS-APPR-CHECKER (WS-APPR-IX)
               "  " WS-ACTION-TEXT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.
