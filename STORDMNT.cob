       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDMNT.
       AUTHOR. BATCH-SYSTEMS.

      *****************************************************************
      *  STORDMNT maintains the standing-order master (STORDMST) from
      *  a card file of operations-keyed actions (STORCARD), so the
      *  monthly fees, rent accruals and fixed inter-company charges
      *  that used to be keyed into a feed by hand each period are
      *  set up once and generated by STORDGEN on the day they fall
      *  due.  Orders are added, their amount or end date changed,
      *  paused, resumed and cancelled; every action (and each card
      *  refused - unknown or duplicate order, account not open on
      *  the account master, bad amount, frequency or date, no
      *  operator id) is listed on the maintenance report (STORMRPT).
      *  Maker-checker, as ACCTMNT: a card that passes its checks is
      *  not applied on the run it is keyed.  It is held on the
      *  pending-action file (PENDACT, source "S") under the keying
      *  operator with the before and after order images, and waits
      *  for a different operator to approve or decline it through
      *  PENDAPPR.  Each run first applies the standing-order items
      *  approved since the last run - checked again against the
      *  master as it now stands, since STORDGEN or an earlier item
      *  may have moved the order on - and marks each one applied or
      *  refused on PENDACT.
      *  Nothing here generates or advances an order: the next due
      *  date moves only in STORDGEN, once the posting run for the
      *  date it generated has completed.  A RESUME with a date skips
      *  the occurrences that fell due while the order was paused,
      *  and is refused while generated items still wait for their
      *  run, so an item already on a feed is never skipped over.
      *  RETURN-CODE 4 when any card or approved item was refused;
      *  16 when PENDACT could not be replaced.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ORDER-CARD-FILE ASSIGN TO "STORCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT MAINT-REPORT-FILE ASSIGN TO "STORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-ACTION-FILE ASSIGN TO "PENDACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PENDING-REBUILD-FILE ASSIGN TO "PENDACT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
           COPY STORDMST.

       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD  ORDER-CARD-FILE.
           COPY STORCARD.

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE           PIC X(132).

       FD  PENDING-ACTION-FILE.
           COPY PENDACT.

       FD  PENDING-REBUILD-FILE.
       01  PENDING-REBUILD-RECORD      PIC X(283).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-ORDER-STATUS          PIC X(2) VALUE "00".
           05  WS-MASTER-STATUS         PIC X(2) VALUE "00".
           05  WS-CARD-STATUS           PIC X(2) VALUE "00".
           05  WS-PENDING-STATUS        PIC X(2) VALUE "00".
           05  WS-ORDER-EOF-FLAG        PIC X VALUE "N".
               88  WS-ORDER-EOF         VALUE "Y".
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

      *    The whole master, one entry per order in the STORDMST
      *    layout, rewritten in one pass at the end of the run.
       01  WS-ORDER-TABLE-AREA.
           05  WS-ORD-COUNT             PIC 9(3) VALUE 0.
           05  WS-ORD-MAX               PIC 9(3) VALUE 500.
           05  WS-ORD-IX                PIC 9(3) VALUE 0.
           05  WS-ORD-FOUND-FLAG        PIC X VALUE "N".
               88  WS-ORD-FOUND         VALUE "Y".
           05  WS-ORD-TABLE.
               10  WS-ORD-ENTRY OCCURS 500 TIMES.
                   15  WS-ORD-ID        PIC X(5).
                   15  WS-ORD-STATUS    PIC X(1).
                   15  WS-ORD-ACCOUNT   PIC X(10).
                   15  WS-ORD-OFFSET    PIC X(10).
                   15  WS-ORD-TYPE      PIC X(1).
                   15  WS-ORD-AMOUNT    PIC 9(9)V99.
                   15  WS-ORD-FREQUENCY PIC X(1).
                   15  WS-ORD-START     PIC X(8).
                   15  WS-ORD-END       PIC X(8).
                   15  WS-ORD-NEXT-DUE  PIC X(8).
                   15  WS-ORD-OCCURRENCES
                                        PIC 9(4).
                   15  WS-ORD-PEND-DATE PIC X(8).
                   15  WS-ORD-PEND-CYCLE
                                        PIC X(1).
                   15  WS-ORD-PEND-COUNT
                                        PIC 9(2).
                   15  FILLER           PIC X(2).

      *    Open accounts on the account master - an order may only
      *    post to an account TRANEDIT would accept today.
       01  WS-ACCOUNT-TABLE-AREA.
           05  WS-ACCT-COUNT            PIC 9(3) VALUE 0.
           05  WS-ACCT-MAX              PIC 9(3) VALUE 500.
           05  WS-ACCT-IX               PIC 9(3) VALUE 0.
           05  WS-ACCT-FOUND-FLAG       PIC X VALUE "N".
               88  WS-ACCT-FOUND        VALUE "Y".
           05  WS-ACCT-LOOKUP           PIC X(10) VALUE SPACES.
           05  WS-ACCT-TABLE.
               10  WS-ACCT-CODE         PIC X(10)
                                        OCCURS 500 TIMES.

      *    The action being checked - from a card on the run it is
      *    keyed (held), or from an approved PENDACT item (applied).
      *    Both go through the same checks in 2050.  An amount of
      *    zero or a date of spaces on a CHANGE leaves that field as
      *    it is; WS-MAINT-START on a RESUME is the resume-from date.
       01  WS-MAINT-AREA.
           05  WS-MAINT-MODE            PIC X VALUE "H".
               88  WS-HOLDING           VALUE "H".
               88  WS-APPLYING          VALUE "A".
           05  WS-MAINT-DONE-FLAG       PIC X VALUE "N".
               88  WS-MAINT-DONE        VALUE "Y".
           05  WS-MAINT-ACTION          PIC X(6) VALUE SPACES.
               88  WS-MAINT-IS-ADD      VALUE "ADD".
               88  WS-MAINT-IS-CHANGE   VALUE "CHANGE".
               88  WS-MAINT-IS-PAUSE    VALUE "PAUSE".
               88  WS-MAINT-IS-RESUME   VALUE "RESUME".
               88  WS-MAINT-IS-CANCEL   VALUE "CANCEL".
           05  WS-MAINT-ORDER           PIC X(5) VALUE SPACES.
           05  WS-MAINT-ACCOUNT         PIC X(10) VALUE SPACES.
           05  WS-MAINT-OFFSET          PIC X(10) VALUE SPACES.
           05  WS-MAINT-TYPE            PIC X(1) VALUE SPACE.
           05  WS-MAINT-AMOUNT          PIC 9(9)V99 VALUE 0.
           05  WS-MAINT-FREQUENCY       PIC X(1) VALUE SPACE.
           05  WS-MAINT-START           PIC X(8) VALUE SPACES.
           05  WS-MAINT-END             PIC X(8) VALUE SPACES.
           05  WS-MAINT-OPERATOR        PIC X(8) VALUE SPACES.

      *    Parameters for STORDDUE.  A date on its own is proved with
      *    occurrence 0 of a weekly schedule starting on it.
       01  WS-DUE-CALL-AREA.
           05  WS-DUE-START             PIC X(8) VALUE SPACES.
           05  WS-DUE-FREQUENCY         PIC X(1) VALUE SPACE.
           05  WS-DUE-OCCURRENCE        PIC 9(4) VALUE 0.
           05  WS-DUE-DATE              PIC X(8) VALUE SPACES.
           05  WS-DUE-VALID-FLAG        PIC X VALUE "N".
               88  WS-DUE-VALID         VALUE "Y".

      *    Occurrences a RESUME with a date steps over - worked out
      *    for the after image when the card is held and again from
      *    the master as it stands when the approved item is applied.
       01  WS-SKIP-AREA.
           05  WS-SKIP-COUNT            PIC 9(4) VALUE 0.
           05  WS-SKIP-OCCURRENCES      PIC 9(4) VALUE 0.
           05  WS-SKIP-NEXT-DUE         PIC X(8) VALUE SPACES.
           05  WS-SKIP-DONE-FLAG        PIC X VALUE "N".
               88  WS-SKIP-DONE         VALUE "Y".

      *    Standing-order image - the before and after values a held
      *    item carries, laid out as STORDMST so PENDAPPR can print
      *    either side as it stands.
       01  WS-IMAGE-BUILD.
           05  WS-IMG-ORDER-ID          PIC X(5) VALUE SPACES.
           05  WS-IMG-STATUS            PIC X(1) VALUE SPACE.
           05  WS-IMG-ACCOUNT           PIC X(10) VALUE SPACES.
           05  WS-IMG-OFFSET            PIC X(10) VALUE SPACES.
           05  WS-IMG-TYPE              PIC X(1) VALUE SPACE.
           05  WS-IMG-AMOUNT            PIC 9(9)V99 VALUE 0.
           05  WS-IMG-FREQUENCY         PIC X(1) VALUE SPACE.
           05  WS-IMG-START             PIC X(8) VALUE SPACES.
           05  WS-IMG-END               PIC X(8) VALUE SPACES.
           05  WS-IMG-NEXT-DUE          PIC X(8) VALUE SPACES.
           05  WS-IMG-OCCURRENCES       PIC 9(4) VALUE 0.
           05  WS-IMG-PEND-DATE         PIC X(8) VALUE SPACES.
           05  WS-IMG-PEND-CYCLE        PIC X(1) VALUE SPACE.
           05  WS-IMG-PEND-COUNT        PIC 9(2) VALUE 0.
           05  FILLER                   PIC X(2) VALUE SPACES.

       01  WS-BEFORE-BUILD              PIC X(80) VALUE SPACES.
       01  WS-BEFORE-IMAGE REDEFINES WS-BEFORE-BUILD.
           05  FILLER                   PIC X(27).
           05  WS-BFR-AMOUNT            PIC 9(9)V99.
           05  FILLER                   PIC X(9).
           05  WS-BFR-END               PIC X(8).
           05  WS-BFR-NEXT-DUE          PIC X(8).
           05  FILLER                   PIC X(17).

      *    New pending rows are built here, in the PENDACT layout,
      *    and written to the rebuild file behind the existing rows.
       01  WS-PEND-BUILD.
           05  WS-PB-PEND-ID            PIC 9(7) VALUE 0.
           05  WS-PB-SOURCE             PIC X(1) VALUE "S".
           05  WS-PB-STATUS             PIC X(1) VALUE "P".
           05  WS-PB-ACTION             PIC X(6) VALUE SPACES.
           05  WS-PB-ORDER-ID           PIC X(10) VALUE SPACES.
           05  WS-PB-MAKER-ID           PIC X(8) VALUE SPACES.
           05  WS-PB-KEYED-TIMESTAMP    PIC X(21) VALUE SPACES.
           05  WS-PB-CHECKER-ID         PIC X(8) VALUE SPACES.
           05  WS-PB-DECIDED-TIMESTAMP  PIC X(21) VALUE SPACES.
           05  WS-PB-OUTCOME-TEXT       PIC X(40) VALUE SPACES.
           05  WS-PB-BEFORE-IMAGE       PIC X(80) VALUE SPACES.
           05  WS-PB-AFTER-IMAGE        PIC X(80) VALUE SPACES.

      *    Standing-order items approved through PENDAPPR and not yet
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
                   15  WS-APPR-ORDER    PIC X(5).
                   15  WS-APPR-MAKER    PIC X(8).
                   15  WS-APPR-CHECKER  PIC X(8).
                   15  WS-APPR-BEFORE   PIC X(80).
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
           PERFORM 1050-LOAD-ACCOUNTS
           PERFORM 1100-LOAD-APPROVED-ITEMS

           OPEN OUTPUT MAINT-REPORT-FILE
           PERFORM 3000-WRITE-REPORT-HEADING

           PERFORM 1600-APPLY-APPROVED-ITEMS
           PERFORM 1700-COPY-PENDING-FILE

      *    No card file is an ordinary day - the run still applies
      *    whatever was approved since the last one.
           OPEN INPUT ORDER-CARD-FILE
           IF WS-CARD-STATUS NOT = "00" THEN
               DISPLAY "No standing-order card file - applying "
                   "approved items only"
           ELSE
               PERFORM UNTIL WS-CARD-EOF
                   READ ORDER-CARD-FILE
                       AT END
                           SET WS-CARD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 2000-APPLY-CARD
                   END-READ
               END-PERFORM
               CLOSE ORDER-CARD-FILE
           END-IF

           CLOSE PENDING-REBUILD-FILE

      *    Master first, then the pending file - if the run dies in
      *    between, the items are still approved on PENDACT and the
      *    next run checks them again rather than losing them.
           PERFORM 1500-REWRITE-MASTER
           PERFORM 1800-REPLACE-PENDING-FILE

           PERFORM 3100-WRITE-REPORT-TOTALS
           CLOSE MAINT-REPORT-FILE

           IF WS-REFUSED-COUNT > 0 AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Standing-order maintenance complete - "
               WS-CARD-COUNT " cards, " WS-HELD-COUNT
               " held for approval, " WS-APPLIED-COUNT
               " approved applied, " WS-REFUSED-COUNT " refused, "
               WS-ORD-COUNT " orders on master"

           STOP RUN.

       1000-LOAD-MASTER.
      *    A missing master is a normal first run - maintenance
      *    starts from an empty table and the rewrite creates it.
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-ORDER-STATUS = "00" THEN
               PERFORM UNTIL WS-ORDER-EOF
                   READ STANDING-ORDER-FILE
                       AT END
                           SET WS-ORDER-EOF TO TRUE
                       NOT AT END
                           IF WS-ORD-COUNT < WS-ORD-MAX THEN
                               ADD 1 TO WS-ORD-COUNT
                               MOVE STANDING-ORDER-RECORD
                                   TO WS-ORD-ENTRY (WS-ORD-COUNT)
                           ELSE
      *                        Rewriting from a truncated table
      *                        would delete every order past the
      *                        limit - stop with the master as it
      *                        was.
                               DISPLAY "Standing-order master exceeds "
                                   "table limit " WS-ORD-MAX
                                   " - run refused, master untouched"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           ELSE
               DISPLAY "No standing-order master on file - starting "
                   "a new one"
           END-IF.

       1050-LOAD-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-MASTER-STATUS = "00" THEN
               PERFORM UNTIL WS-MASTER-EOF
                   READ ACCOUNT-MASTER-FILE
                       AT END
                           SET WS-MASTER-EOF TO TRUE
                       NOT AT END
                           IF AM-ACCOUNT-OPEN
                                   AND WS-ACCT-COUNT < WS-ACCT-MAX THEN
                               ADD 1 TO WS-ACCT-COUNT
                               MOVE AM-ACCOUNT-CODE
                                   TO WS-ACCT-CODE (WS-ACCT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-FILE
           ELSE
               DISPLAY "No account master on file - every account "
                   "on a card will be refused"
           END-IF.

       1100-LOAD-APPROVED-ITEMS.
      *    One pass over PENDACT for the highest item number in use
      *    (new items are numbered on from it) and the standing-order
      *    items approved and waiting to be applied.
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
                           IF PA-FROM-STORDMNT AND PA-APPROVED THEN
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
               MOVE PA-ACCOUNT-CODE TO WS-APPR-ORDER (WS-APPR-COUNT)
               MOVE PA-MAKER-ID TO WS-APPR-MAKER (WS-APPR-COUNT)
               MOVE PA-CHECKER-ID TO WS-APPR-CHECKER (WS-APPR-COUNT)
               MOVE PA-BEFORE-IMAGE TO WS-APPR-BEFORE (WS-APPR-COUNT)
               MOVE PA-AFTER-IMAGE TO WS-APPR-AFTER (WS-APPR-COUNT)
               MOVE "A" TO WS-APPR-NEW-STATUS (WS-APPR-COUNT)
               MOVE SPACES TO WS-APPR-OUTCOME (WS-APPR-COUNT)
           ELSE
               DISPLAY "Approved item " PA-PEND-ID
                   " past the table limit " WS-APPR-MAX
                   " - left approved for the next run"
           END-IF.

       1500-REWRITE-MASTER.
           OPEN OUTPUT STANDING-ORDER-FILE
           MOVE 1 TO WS-ORD-IX
           PERFORM UNTIL WS-ORD-IX > WS-ORD-COUNT
               MOVE WS-ORD-ENTRY (WS-ORD-IX) TO STANDING-ORDER-RECORD
               WRITE STANDING-ORDER-RECORD
               ADD 1 TO WS-ORD-IX
           END-PERFORM
           CLOSE STANDING-ORDER-FILE.

       1600-APPLY-APPROVED-ITEMS.
      *    The after image carries what was keyed.  For a CHANGE a
      *    field is only changed where the after image differs from
      *    the before image, and a RESUME carries its resume-from
      *    date as a moved next due date, so an item approved after
      *    STORDGEN has moved the order on still changes only what
      *    the operator asked for.
           SET WS-APPLYING TO TRUE
           MOVE 1 TO WS-APPR-IX
           PERFORM UNTIL WS-APPR-IX > WS-APPR-COUNT
               MOVE WS-APPR-AFTER (WS-APPR-IX) TO WS-IMAGE-BUILD
               MOVE WS-APPR-BEFORE (WS-APPR-IX) TO WS-BEFORE-BUILD
               MOVE WS-APPR-ACTION (WS-APPR-IX) TO WS-MAINT-ACTION
               MOVE WS-APPR-ORDER (WS-APPR-IX) TO WS-MAINT-ORDER
               MOVE WS-IMG-ACCOUNT TO WS-MAINT-ACCOUNT
               MOVE WS-IMG-OFFSET TO WS-MAINT-OFFSET
               MOVE WS-IMG-TYPE TO WS-MAINT-TYPE
               MOVE WS-IMG-FREQUENCY TO WS-MAINT-FREQUENCY
               MOVE WS-APPR-MAKER (WS-APPR-IX) TO WS-MAINT-OPERATOR
               IF WS-MAINT-IS-ADD THEN
                   MOVE WS-IMG-AMOUNT TO WS-MAINT-AMOUNT
                   MOVE WS-IMG-START TO WS-MAINT-START
                   MOVE WS-IMG-END TO WS-MAINT-END
               ELSE
                   MOVE 0 TO WS-MAINT-AMOUNT
                   MOVE SPACES TO WS-MAINT-START
                   MOVE SPACES TO WS-MAINT-END
                   IF WS-IMG-AMOUNT NOT = WS-BFR-AMOUNT THEN
                       MOVE WS-IMG-AMOUNT TO WS-MAINT-AMOUNT
                   END-IF
                   IF WS-IMG-END NOT = WS-BFR-END THEN
                       MOVE WS-IMG-END TO WS-MAINT-END
                   END-IF
                   IF WS-MAINT-IS-RESUME
                           AND WS-IMG-NEXT-DUE NOT = WS-BFR-NEXT-DUE
                           THEN
                       MOVE WS-IMG-NEXT-DUE TO WS-MAINT-START
                   END-IF
               END-IF
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
      *    and this run's held cards added behind them in 2700.
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
           IF PA-FROM-STORDMNT AND PA-APPROVED THEN
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
           MOVE SOC-ACTION TO WS-MAINT-ACTION
           MOVE SOC-ORDER-ID TO WS-MAINT-ORDER
           MOVE SOC-ACCOUNT-CODE TO WS-MAINT-ACCOUNT
           MOVE SOC-OFFSET-ACCOUNT TO WS-MAINT-OFFSET
           MOVE SOC-ITEM-TYPE TO WS-MAINT-TYPE
           MOVE SOC-FREQUENCY TO WS-MAINT-FREQUENCY
           MOVE SOC-START-DATE TO WS-MAINT-START
           MOVE SOC-END-DATE TO WS-MAINT-END
           MOVE SOC-OPERATOR-ID TO WS-MAINT-OPERATOR
           MOVE 0 TO WS-MAINT-AMOUNT

           IF WS-MAINT-OPERATOR = SPACES THEN
      *        No operator, no maker - nothing a checker could be
      *        told apart from, so the card is refused.
               MOVE "N" TO WS-MAINT-DONE-FLAG
               MOVE "REFUSED - NO OPERATOR ID" TO WS-ACTION-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF SOC-AMOUNT NOT = SPACES
                       AND SOC-AMOUNT-VALUE IS NOT NUMERIC THEN
                   MOVE "N" TO WS-MAINT-DONE-FLAG
                   MOVE "REFUSED - AMOUNT NOT NUMERIC"
                       TO WS-ACTION-TEXT
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   IF SOC-AMOUNT NOT = SPACES THEN
                       MOVE SOC-AMOUNT-VALUE TO WS-MAINT-AMOUNT
                   END-IF
                   PERFORM 2050-CHECK-ACTION
               END-IF
           END-IF

           PERFORM 3200-WRITE-ACTION-LINE.

       2050-CHECK-ACTION.
           MOVE SPACES TO WS-ACTION-TEXT
           MOVE "N" TO WS-MAINT-DONE-FLAG
           PERFORM 2100-FIND-ORDER

           IF WS-MAINT-IS-ADD THEN
               PERFORM 2200-ADD-ORDER
           ELSE
               IF WS-MAINT-IS-CHANGE THEN
                   PERFORM 2300-CHANGE-ORDER
               ELSE
                   IF WS-MAINT-IS-PAUSE THEN
                       PERFORM 2400-PAUSE-ORDER
                   ELSE
                       IF WS-MAINT-IS-RESUME THEN
                           PERFORM 2500-RESUME-ORDER
                       ELSE
                           IF WS-MAINT-IS-CANCEL THEN
                               PERFORM 2600-CANCEL-ORDER
                           ELSE
                               MOVE "REFUSED - UNKNOWN ACTION"
                                   TO WS-ACTION-TEXT
                               ADD 1 TO WS-REFUSED-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2100-FIND-ORDER.
           MOVE "N" TO WS-ORD-FOUND-FLAG
           MOVE 1 TO WS-ORD-IX
           PERFORM UNTIL WS-ORD-IX > WS-ORD-COUNT OR WS-ORD-FOUND
               IF WS-ORD-ID (WS-ORD-IX) = WS-MAINT-ORDER THEN
                   SET WS-ORD-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-ORD-IX
               END-IF
           END-PERFORM.

       2150-FIND-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND-FLAG
           MOVE 1 TO WS-ACCT-IX
           PERFORM UNTIL WS-ACCT-IX > WS-ACCT-COUNT OR WS-ACCT-FOUND
               IF WS-ACCT-CODE (WS-ACCT-IX) = WS-ACCT-LOOKUP THEN
                   SET WS-ACCT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-ACCT-IX
               END-IF
           END-PERFORM.

       2200-ADD-ORDER.
      *    An offset account makes the order a journal; without one
      *    it is a detail unless keyed as a reversal.
           IF WS-MAINT-TYPE = SPACE THEN
               IF WS-MAINT-OFFSET = SPACES THEN
                   MOVE "D" TO WS-MAINT-TYPE
               ELSE
                   MOVE "J" TO WS-MAINT-TYPE
               END-IF
           END-IF
           IF WS-ORD-FOUND THEN
               MOVE "REFUSED - ORDER ALREADY ON MASTER"
                   TO WS-ACTION-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF WS-MAINT-ORDER = SPACES THEN
                   MOVE "REFUSED - BLANK ORDER ID" TO WS-ACTION-TEXT
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   IF WS-ORD-COUNT >= WS-ORD-MAX THEN
                       MOVE "REFUSED - MASTER TABLE FULL"
                           TO WS-ACTION-TEXT
                       ADD 1 TO WS-REFUSED-COUNT
                   ELSE
                       PERFORM 2250-CHECK-NEW-ORDER
                   END-IF
               END-IF
           END-IF.

       2250-CHECK-NEW-ORDER.
      *    Checked in turn; the first check an order fails is the
      *    reason it is refused.
           MOVE WS-MAINT-START TO WS-DUE-START
           MOVE WS-MAINT-FREQUENCY TO WS-DUE-FREQUENCY
           MOVE 0 TO WS-DUE-OCCURRENCE
           CALL "STORDDUE" USING WS-DUE-START, WS-DUE-FREQUENCY,
               WS-DUE-OCCURRENCE, WS-DUE-DATE, WS-DUE-VALID-FLAG
           IF WS-MAINT-TYPE NOT = "D" AND WS-MAINT-TYPE NOT = "R"
                   AND WS-MAINT-TYPE NOT = "J" THEN
               MOVE "REFUSED - UNKNOWN ITEM TYPE" TO WS-ACTION-TEXT
           END-IF
           IF WS-ACTION-TEXT = SPACES THEN
               IF (WS-MAINT-TYPE = "J" AND WS-MAINT-OFFSET = SPACES)
                       OR (WS-MAINT-TYPE NOT = "J"
                           AND WS-MAINT-OFFSET NOT = SPACES) THEN
                   MOVE "REFUSED - OFFSET ACCOUNT ONLY ON JOURNAL"
                       TO WS-ACTION-TEXT
               END-IF
           END-IF
           IF WS-ACTION-TEXT = SPACES THEN
               MOVE WS-MAINT-ACCOUNT TO WS-ACCT-LOOKUP
               PERFORM 2150-FIND-ACCOUNT
               IF NOT WS-ACCT-FOUND THEN
                   MOVE "REFUSED - ACCOUNT NOT OPEN ON ACCTMAST"
                       TO WS-ACTION-TEXT
               END-IF
           END-IF
           IF WS-ACTION-TEXT = SPACES AND WS-MAINT-TYPE = "J" THEN
               MOVE WS-MAINT-OFFSET TO WS-ACCT-LOOKUP
               PERFORM 2150-FIND-ACCOUNT
               IF NOT WS-ACCT-FOUND THEN
                   MOVE "REFUSED - OFFSET NOT OPEN ON ACCTMAST"
                       TO WS-ACTION-TEXT
               ELSE
                   IF WS-MAINT-OFFSET = WS-MAINT-ACCOUNT THEN
                       MOVE "REFUSED - OFFSET SAME AS ACCOUNT"
                           TO WS-ACTION-TEXT
                   END-IF
               END-IF
           END-IF
           IF WS-ACTION-TEXT = SPACES AND WS-MAINT-AMOUNT = 0 THEN
               MOVE "REFUSED - AMOUNT MISSING OR ZERO"
                   TO WS-ACTION-TEXT
           END-IF
           IF WS-ACTION-TEXT = SPACES AND NOT WS-DUE-VALID THEN
               MOVE "REFUSED - BAD START DATE OR FREQUENCY"
                   TO WS-ACTION-TEXT
           END-IF
           IF WS-ACTION-TEXT = SPACES THEN
               PERFORM 2900-CHECK-END-DATE
           END-IF
           IF WS-ACTION-TEXT = SPACES THEN
               PERFORM 2280-ENTER-NEW-ORDER
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.

       2280-ENTER-NEW-ORDER.
           IF WS-HOLDING THEN
               PERFORM 2700-HOLD-ACTION
           ELSE
               ADD 1 TO WS-ORD-COUNT
               MOVE WS-ORD-COUNT TO WS-ORD-IX
               MOVE SPACES TO WS-ORD-ENTRY (WS-ORD-IX)
               MOVE WS-MAINT-ORDER TO WS-ORD-ID (WS-ORD-IX)
               MOVE "A" TO WS-ORD-STATUS (WS-ORD-IX)
               MOVE WS-MAINT-ACCOUNT TO WS-ORD-ACCOUNT (WS-ORD-IX)
               MOVE WS-MAINT-OFFSET TO WS-ORD-OFFSET (WS-ORD-IX)
               MOVE WS-MAINT-TYPE TO WS-ORD-TYPE (WS-ORD-IX)
               MOVE WS-MAINT-AMOUNT TO WS-ORD-AMOUNT (WS-ORD-IX)
               MOVE WS-MAINT-FREQUENCY TO WS-ORD-FREQUENCY (WS-ORD-IX)
               MOVE WS-MAINT-START TO WS-ORD-START (WS-ORD-IX)
               MOVE WS-MAINT-END TO WS-ORD-END (WS-ORD-IX)
               MOVE WS-MAINT-START TO WS-ORD-NEXT-DUE (WS-ORD-IX)
               MOVE 0 TO WS-ORD-OCCURRENCES (WS-ORD-IX)
               MOVE 0 TO WS-ORD-PEND-COUNT (WS-ORD-IX)
               MOVE "ADDED ACTIVE" TO WS-ACTION-TEXT
               SET WS-MAINT-DONE TO TRUE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       2300-CHANGE-ORDER.
           IF NOT WS-ORD-FOUND THEN
               MOVE "REFUSED - ORDER NOT ON MASTER" TO WS-ACTION-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF WS-ORD-STATUS (WS-ORD-IX) = "C"
                       OR WS-ORD-STATUS (WS-ORD-IX) = "E" THEN
                   MOVE "REFUSED - ORDER CANCELLED OR ENDED"
                       TO WS-ACTION-TEXT
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   IF WS-MAINT-AMOUNT = 0 AND WS-MAINT-END = SPACES
                           THEN
                       MOVE "REFUSED - NOTHING TO CHANGE"
                           TO WS-ACTION-TEXT
                       ADD 1 TO WS-REFUSED-COUNT
                   ELSE
                       MOVE WS-ORD-START (WS-ORD-IX) TO WS-MAINT-START
                       PERFORM 2900-CHECK-END-DATE
                       IF WS-ACTION-TEXT NOT = SPACES THEN
                           ADD 1 TO WS-REFUSED-COUNT
                       ELSE
                           IF WS-HOLDING THEN
                               PERFORM 2700-HOLD-ACTION
                           ELSE
                               IF WS-MAINT-AMOUNT > 0 THEN
                                   MOVE WS-MAINT-AMOUNT
                                       TO WS-ORD-AMOUNT (WS-ORD-IX)
                               END-IF
                               IF WS-MAINT-END NOT = SPACES THEN
                                   MOVE WS-MAINT-END
                                       TO WS-ORD-END (WS-ORD-IX)
                               END-IF
                               MOVE "CHANGED" TO WS-ACTION-TEXT
                               SET WS-MAINT-DONE TO TRUE
                               ADD 1 TO WS-APPLIED-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2400-PAUSE-ORDER.
           IF NOT WS-ORD-FOUND THEN
               MOVE "REFUSED - ORDER NOT ON MASTER" TO WS-ACTION-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF WS-ORD-STATUS (WS-ORD-IX) NOT = "A" THEN
                   MOVE "REFUSED - ORDER NOT ACTIVE" TO WS-ACTION-TEXT
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   IF WS-HOLDING THEN
                       PERFORM 2700-HOLD-ACTION
                   ELSE
                       MOVE "P" TO WS-ORD-STATUS (WS-ORD-IX)
                       MOVE "PAUSED" TO WS-ACTION-TEXT
                       SET WS-MAINT-DONE TO TRUE
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
               END-IF
           END-IF.

       2500-RESUME-ORDER.
           IF NOT WS-ORD-FOUND THEN
               MOVE "REFUSED - ORDER NOT ON MASTER" TO WS-ACTION-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF WS-ORD-STATUS (WS-ORD-IX) NOT = "P" THEN
                   MOVE "REFUSED - ORDER NOT PAUSED" TO WS-ACTION-TEXT
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   IF WS-MAINT-START NOT = SPACES THEN
                       PERFORM 2550-CHECK-RESUME-DATE
                   END-IF
                   IF WS-ACTION-TEXT = SPACES THEN
                       IF WS-HOLDING THEN
                           PERFORM 2700-HOLD-ACTION
                       ELSE
                           MOVE "A" TO WS-ORD-STATUS (WS-ORD-IX)
                           IF WS-MAINT-START = SPACES THEN
                               MOVE "RESUMED" TO WS-ACTION-TEXT
                           ELSE
                               MOVE WS-SKIP-OCCURRENCES
                                   TO WS-ORD-OCCURRENCES (WS-ORD-IX)
                               MOVE WS-SKIP-NEXT-DUE
                                   TO WS-ORD-NEXT-DUE (WS-ORD-IX)
                               STRING "RESUMED - " WS-SKIP-COUNT
                                   " OCCURRENCES SKIPPED"
                                   DELIMITED BY SIZE
                                   INTO WS-ACTION-TEXT
                           END-IF
                           SET WS-MAINT-DONE TO TRUE
                           ADD 1 TO WS-APPLIED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2550-CHECK-RESUME-DATE.
      *    Skipping over occurrences already generated would leave
      *    their items on a feed with the order counted past them -
      *    the resume waits until STORDGEN has settled them.
           MOVE WS-MAINT-START TO WS-DUE-START
           MOVE "W" TO WS-DUE-FREQUENCY
           MOVE 0 TO WS-DUE-OCCURRENCE
           CALL "STORDDUE" USING WS-DUE-START, WS-DUE-FREQUENCY,
               WS-DUE-OCCURRENCE, WS-DUE-DATE, WS-DUE-VALID-FLAG
           IF NOT WS-DUE-VALID THEN
               MOVE "REFUSED - BAD RESUME DATE" TO WS-ACTION-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF WS-ORD-PEND-COUNT (WS-ORD-IX) > 0 THEN
                   MOVE "REFUSED - ITEMS STILL AWAITING THEIR RUN"
                       TO WS-ACTION-TEXT
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   PERFORM 2560-COUNT-SKIPPED
               END-IF
           END-IF.

       2560-COUNT-SKIPPED.
      *    Step the order's schedule on from where it stands to the
      *    first occurrence falling on or after the resume date.
           MOVE 0 TO WS-SKIP-COUNT
           MOVE WS-ORD-OCCURRENCES (WS-ORD-IX) TO WS-SKIP-OCCURRENCES
           MOVE WS-ORD-NEXT-DUE (WS-ORD-IX) TO WS-SKIP-NEXT-DUE
           MOVE "N" TO WS-SKIP-DONE-FLAG
           MOVE WS-ORD-START (WS-ORD-IX) TO WS-DUE-START
           MOVE WS-ORD-FREQUENCY (WS-ORD-IX) TO WS-DUE-FREQUENCY
           PERFORM UNTIL WS-SKIP-DONE
               IF WS-SKIP-NEXT-DUE >= WS-MAINT-START
                       OR WS-SKIP-OCCURRENCES >= 9999 THEN
                   SET WS-SKIP-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-SKIP-OCCURRENCES
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE WS-SKIP-OCCURRENCES TO WS-DUE-OCCURRENCE
                   CALL "STORDDUE" USING WS-DUE-START,
                       WS-DUE-FREQUENCY, WS-DUE-OCCURRENCE,
                       WS-DUE-DATE, WS-DUE-VALID-FLAG
                   IF WS-DUE-VALID THEN
                       MOVE WS-DUE-DATE TO WS-SKIP-NEXT-DUE
                   ELSE
                       SET WS-SKIP-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       2600-CANCEL-ORDER.
           IF NOT WS-ORD-FOUND THEN
               MOVE "REFUSED - ORDER NOT ON MASTER" TO WS-ACTION-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               IF WS-ORD-STATUS (WS-ORD-IX) = "C"
                       OR WS-ORD-STATUS (WS-ORD-IX) = "E" THEN
                   MOVE "REFUSED - ORDER CANCELLED OR ENDED"
                       TO WS-ACTION-TEXT
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   IF WS-HOLDING THEN
                       PERFORM 2700-HOLD-ACTION
                   ELSE
                       MOVE "C" TO WS-ORD-STATUS (WS-ORD-IX)
                       MOVE "CANCELLED" TO WS-ACTION-TEXT
                       SET WS-MAINT-DONE TO TRUE
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
               END-IF
           END-IF.

       2700-HOLD-ACTION.
      *    The card passed every check against today's master - it is
      *    held pending under the keying operator with the order as
      *    it stands (spaces for an ADD) and as it would become.
           ADD 1 TO WS-LAST-PEND-ID
           MOVE SPACES TO WS-PEND-BUILD
           MOVE WS-LAST-PEND-ID TO WS-PB-PEND-ID
           MOVE "S" TO WS-PB-SOURCE
           MOVE "P" TO WS-PB-STATUS
           MOVE WS-MAINT-ACTION TO WS-PB-ACTION
           MOVE WS-MAINT-ORDER TO WS-PB-ORDER-ID
           MOVE WS-MAINT-OPERATOR TO WS-PB-MAKER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-PB-KEYED-TIMESTAMP

           MOVE SPACES TO WS-IMAGE-BUILD
           IF WS-ORD-FOUND THEN
               MOVE WS-ORD-ENTRY (WS-ORD-IX) TO WS-IMAGE-BUILD
           END-IF
           MOVE WS-IMAGE-BUILD TO WS-PB-BEFORE-IMAGE

           IF WS-MAINT-IS-ADD THEN
               MOVE WS-MAINT-ORDER TO WS-IMG-ORDER-ID
               MOVE "A" TO WS-IMG-STATUS
               MOVE WS-MAINT-ACCOUNT TO WS-IMG-ACCOUNT
               MOVE WS-MAINT-OFFSET TO WS-IMG-OFFSET
               MOVE WS-MAINT-TYPE TO WS-IMG-TYPE
               MOVE WS-MAINT-AMOUNT TO WS-IMG-AMOUNT
               MOVE WS-MAINT-FREQUENCY TO WS-IMG-FREQUENCY
               MOVE WS-MAINT-START TO WS-IMG-START
               MOVE WS-MAINT-END TO WS-IMG-END
               MOVE WS-MAINT-START TO WS-IMG-NEXT-DUE
               MOVE 0 TO WS-IMG-OCCURRENCES
               MOVE 0 TO WS-IMG-PEND-COUNT
           ELSE
               IF WS-MAINT-IS-CHANGE THEN
                   IF WS-MAINT-AMOUNT > 0 THEN
                       MOVE WS-MAINT-AMOUNT TO WS-IMG-AMOUNT
                   END-IF
                   IF WS-MAINT-END NOT = SPACES THEN
                       MOVE WS-MAINT-END TO WS-IMG-END
                   END-IF
               ELSE
                   IF WS-MAINT-IS-PAUSE THEN
                       MOVE "P" TO WS-IMG-STATUS
                   ELSE
                       IF WS-MAINT-IS-RESUME THEN
                           MOVE "A" TO WS-IMG-STATUS
                           IF WS-MAINT-START NOT = SPACES THEN
                               MOVE WS-SKIP-OCCURRENCES
                                   TO WS-IMG-OCCURRENCES
                               MOVE WS-SKIP-NEXT-DUE
                                   TO WS-IMG-NEXT-DUE
                           END-IF
                       ELSE
                           MOVE "C" TO WS-IMG-STATUS
                       END-IF
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

       2900-CHECK-END-DATE.
      *    An end date must be a date and not before the start -
      *    WS-MAINT-START holds the order's start for the check.
           IF WS-MAINT-END NOT = SPACES THEN
               MOVE WS-MAINT-END TO WS-DUE-START
               MOVE "W" TO WS-DUE-FREQUENCY
               MOVE 0 TO WS-DUE-OCCURRENCE
               CALL "STORDDUE" USING WS-DUE-START, WS-DUE-FREQUENCY,
                   WS-DUE-OCCURRENCE, WS-DUE-DATE, WS-DUE-VALID-FLAG
               IF NOT WS-DUE-VALID
                       OR WS-MAINT-END < WS-MAINT-START THEN
                   MOVE "REFUSED - BAD END DATE" TO WS-ACTION-TEXT
               END-IF
           END-IF.

       3000-WRITE-REPORT-HEADING.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "STORDMNT STANDING-ORDER MAINTENANCE - RUN DATE "
               FUNCTION CURRENT-DATE (1:8)
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.

       3100-WRITE-REPORT-TOTALS.
           MOVE SPACES TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "CARDS READ:             " WS-CARD-COUNT
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
           STRING "ACTIONS REFUSED:        " WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "ORDERS ON MASTER:       " WS-ORD-COUNT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.

       3200-WRITE-ACTION-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING WS-MAINT-ACTION "  " WS-MAINT-ORDER
               "  KEYED BY " WS-MAINT-OPERATOR "  "
               WS-ACTION-TEXT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.

       3250-WRITE-APPROVED-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING WS-MAINT-ACTION "  " WS-MAINT-ORDER
               "  ITEM " WS-APPR-PEND-ID (WS-APPR-IX)
               " KEYED BY " WS-APPR-MAKER (WS-APPR-IX)
               " APPROVED BY " WS-APPR-CHECKER (WS-APPR-IX)
               "  " WS-ACTION-TEXT
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.
