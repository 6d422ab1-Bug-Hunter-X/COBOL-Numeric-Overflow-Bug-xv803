       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSPLT.
       AUTHOR. BATCH-SYSTEMS.

      *****************************************************************
      *  TRANSPLT splits the day's cleaned transaction file (TRANSIN)
      *  by account range into one file per DAILYACC partition
      *  (TRANSIN.P<n>), so the partitions can post side by side and
      *  DAILYMRG can put the day back together.  The ranges come
      *  from the partition card (PARTCARD).  Every item goes to the
      *  partition whose range holds its account (a blank account is
      *  the house default account), except that a journal entry
      *  goes whole to the partition of its first leg - its legs are
      *  posted or suspended as one, so they cannot be parted.
      *  Each partition file gets a trailer of its own carrying the
      *  net of the items routed to it, and the split control
      *  (PARTCTL) records the day's trailer total and every
      *  partition's range, record count and net for the partitions
      *  and the merge to work from.  Nothing is written unless the
      *  whole day splits cleanly:
      *    - an item whose account is in no range refuses the split
      *      (RC 12) - posting it anywhere would be a mis-posting;
      *    - a partition whose items would take its running total
      *      below zero refuses the split (RC 12), since the unsigned
      *      trailer cannot carry it and DAILYACC would suspend items
      *      the whole day posts - widen the ranges or post the day
      *      unpartitioned;
      *    - a file whose items do not come to its own trailer total
      *      refuses the split (RC 16) - the day cannot balance.
      *  Once a partition of the date and cycle has started (it has a
      *  checkpoint or a status row), the split is left as it is so
      *  a failed partition restarts against the same file: TRANSPLT
      *  run again finds the same split and keeps it (RC 0), or finds
      *  TRANSIN changed and refuses (RC 12).  The rerun override on
      *  the card re-splits regardless and clears every partition's
      *  checkpoint and status, so the whole day posts again.  A
      *  partition checkpoint left by another date or cycle refuses
      *  the split, the same as DAILYACC refuses it.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

           SELECT PARTITION-CARD-FILE ASSIGN TO "PARTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCARD-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSIN-STATUS.

           SELECT PARTITION-TRANS-FILE
               ASSIGN TO DYNAMIC WS-PART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHECKPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT PARTITION-STATUS-FILE
               ASSIGN TO DYNAMIC WS-PARTSTAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.

       FD  PARTITION-CARD-FILE.
           COPY PARTCARD.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  TRANS-FILE.
           COPY TRANFILE.

       FD  PARTITION-TRANS-FILE.
       01  PARTITION-TRANS-RECORD      PIC X(80).

       FD  PARTITION-CONTROL-FILE.
           COPY PARTCTL.

       FD  CHECKPOINT-FILE.
           COPY CKPTFILE.

       FD  PARTITION-STATUS-FILE.
           COPY PARTSTAT.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-CTLCARD-STATUS        PIC X(2) VALUE "00".
           05  WS-PARTCARD-STATUS       PIC X(2) VALUE "00".
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE "00".
           05  WS-TRANSIN-STATUS        PIC X(2) VALUE "00".
           05  WS-PARTCTL-STATUS        PIC X(2) VALUE "00".
           05  WS-CKPT-STATUS           PIC X(2) VALUE "00".
           05  WS-PARTSTAT-STATUS       PIC X(2) VALUE "00".
           05  WS-EOF-FLAG              PIC X VALUE "N".
               88  WS-END-OF-FILE       VALUE "Y".
           05  WS-PRIOR-RUN-FLAG        PIC X VALUE "N".
               88  WS-PRIOR-RUN-DONE    VALUE "Y".
           05  WS-JOURNAL-OPEN-FLAG     PIC X VALUE "N".
               88  WS-JOURNAL-OPEN      VALUE "Y".
           05  WS-SPLIT-MATCH-FLAG      PIC X VALUE "N".
               88  WS-SPLIT-MATCHES     VALUE "Y".
           05  WS-REFUSE-FLAG           PIC X VALUE "N".
               88  WS-SPLIT-REFUSED     VALUE "Y".

       01  WS-RUN-AREA.
           05  WS-BUSINESS-DATE         PIC X(8) VALUE SPACES.
           05  WS-CYCLE-NUMBER          PIC X(1) VALUE "1".
           05  WS-RERUN-OVERRIDE        PIC X VALUE "N".
               88  WS-RERUN-ALLOWED     VALUE "Y".
           05  WS-RUN-TIMESTAMP         PIC X(21) VALUE SPACES.
           05  WS-GL-ACCOUNT-CODE       PIC X(10) VALUE "1000100000".
           05  WS-PART-FILE-NAME        PIC X(20) VALUE SPACES.
           05  WS-CHECKPT-NAME          PIC X(20) VALUE SPACES.
           05  WS-PARTSTAT-NAME         PIC X(20) VALUE SPACES.
           05  WS-IN-FLIGHT-COUNT       PIC 9(3) VALUE 0.

      *    The day as TRANSIN has it.  The trailer image is kept so
      *    each partition's trailer goes out as the feed sent it,
      *    with only the amount restated.
       01  WS-DAY-AREA.
           05  WS-DAY-RECORDS           PIC 9(5) VALUE 0.
           05  WS-DAY-NET               PIC S9(11)V99 VALUE 0.
           05  WS-CONTROL-TOTAL         PIC 9(9)V99 VALUE 0.
           05  WS-CONTROL-FLAG          PIC X VALUE "N".
               88  WS-HAVE-CONTROL-TOTAL VALUE "Y".
           05  WS-TRAILER-IMAGE         PIC X(80) VALUE SPACES.
           05  WS-UNROUTED-COUNT        PIC 9(5) VALUE 0.
           05  WS-UNROUTED-ID           PIC X(10) VALUE SPACES.
           05  WS-UNROUTED-ACCOUNT      PIC X(10) VALUE SPACES.
           05  WS-PRINT-NET             PIC S9(11)V99
                                        SIGN LEADING SEPARATE.

      *    Routing of the record in hand.  A journal keeps the
      *    partition its first leg was routed to until a record that
      *    is not one of its legs closes it.
       01  WS-ROUTE-AREA.
           05  WS-ROUTE-ACCOUNT         PIC X(10) VALUE SPACES.
           05  WS-ROUTE-IX              PIC 9(2) VALUE 0.
           05  WS-JOURNAL-ID            PIC X(10) VALUE SPACES.
           05  WS-JNL-PART-IX           PIC 9(2) VALUE 0.
           05  WS-WRITE-IX              PIC 9(2) VALUE 0.

      *    The partitions off the card, with what the scan routed to
      *    each.  WS-PART-LOW-POINT is the lowest the partition's
      *    running net went, taken after each item and after each
      *    whole journal.
       01  WS-PART-TABLE-AREA.
           05  WS-PART-COUNT            PIC 9(2) VALUE 0.
           05  WS-PART-MAX              PIC 9(2) VALUE 9.
           05  WS-PART-IX               PIC 9(2) VALUE 0.
           05  WS-PART-TABLE.
               10  WS-PART-ENTRY OCCURS 9 TIMES.
                   15  WS-PART-NUMBER   PIC X(1).
                   15  WS-PART-LOW      PIC X(10).
                   15  WS-PART-HIGH     PIC X(10).
                   15  WS-PART-RECORDS  PIC 9(5).
                   15  WS-PART-NET      PIC S9(11)V99.
                   15  WS-PART-LOW-POINT
                                        PIC S9(11)V99.
                   15  WS-PART-WRITTEN  PIC 9(5).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM 0100-READ-CONTROL-CARD
           PERFORM 0150-CHECK-RUN-CONTROL
           PERFORM 0200-LOAD-PARTITION-CARD
           PERFORM 0300-CHECK-PARTITION-STATE
           PERFORM 1000-SCAN-TRANSIN

           IF WS-IN-FLIGHT-COUNT > 0 AND NOT WS-RERUN-ALLOWED THEN
               PERFORM 0400-COMPARE-EXISTING-SPLIT
               IF WS-SPLIT-MATCHES THEN
                   DISPLAY "TRANSPLT " WS-BUSINESS-DATE " cycle "
                       WS-CYCLE-NUMBER " - partitions already "
                       "started on this split, kept for restart"
                   STOP RUN
               ELSE
                   DISPLAY "TRANSPLT " WS-BUSINESS-DATE " cycle "
                       WS-CYCLE-NUMBER " - TRANSIN has changed since "
                       "the split and " WS-IN-FLIGHT-COUNT
                       " partition(s) have started - split refused "
                       "(set rerun override to re-split the day)"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 1500-CHECK-SCAN
           IF WS-SPLIT-REFUSED THEN
               STOP RUN
           END-IF

           IF WS-IN-FLIGHT-COUNT > 0 THEN
               PERFORM 0500-CLEAR-PARTITION-STATE
           END-IF

           MOVE 1 TO WS-WRITE-IX
           PERFORM UNTIL WS-WRITE-IX > WS-PART-COUNT
               PERFORM 2000-WRITE-PARTITION-FILE
               ADD 1 TO WS-WRITE-IX
           END-PERFORM
           PERFORM 3000-WRITE-SPLIT-CONTROL

           DISPLAY "TRANSPLT " WS-BUSINESS-DATE " cycle "
               WS-CYCLE-NUMBER " - " WS-DAY-RECORDS
               " records split into " WS-PART-COUNT " partitions"
           MOVE 1 TO WS-PART-IX
           PERFORM UNTIL WS-PART-IX > WS-PART-COUNT
               MOVE WS-PART-NET (WS-PART-IX) TO WS-PRINT-NET
               DISPLAY "  PARTITION " WS-PART-NUMBER (WS-PART-IX)
                   " " WS-PART-LOW (WS-PART-IX)
                   " - " WS-PART-HIGH (WS-PART-IX)
                   " RECORDS " WS-PART-RECORDS (WS-PART-IX)
                   " NET " WS-PRINT-NET
               ADD 1 TO WS-PART-IX
           END-PERFORM

           STOP RUN.

       0100-READ-CONTROL-CARD.
      *    The partitions and the merge are keyed on the business
      *    date and cycle, so an undated card cannot be split.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-STATUS = "00" THEN
               READ CONTROL-CARD-FILE
                   NOT AT END
                       MOVE CC-BUSINESS-DATE TO WS-BUSINESS-DATE
                       MOVE CC-RERUN-OVERRIDE TO WS-RERUN-OVERRIDE
                       IF CC-CYCLE-NUMBER = SPACE
                               OR CC-CYCLE-NUMBER = "0" THEN
                           MOVE "1" TO WS-CYCLE-NUMBER
                       ELSE
                           IF CC-CYCLE-NUMBER IS NUMERIC THEN
                               MOVE CC-CYCLE-NUMBER TO WS-CYCLE-NUMBER
                           ELSE
                               DISPLAY "Control card cycle number "
                                   CC-CYCLE-NUMBER
                                   " is not 1-9 - split refused"
                               MOVE 16 TO RETURN-CODE
                               CLOSE CONTROL-CARD-FILE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF WS-BUSINESS-DATE = SPACES THEN
               DISPLAY "No business date on the control card - a "
                   "partitioned day needs one, split refused"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       0150-CHECK-RUN-CONTROL.
      *    The same refusal DAILYACC makes: a date and cycle already
      *    posted is not split again without the override.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "00" THEN
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-END-OF-FILE
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF RC-CYCLE-NUMBER = SPACE THEN
                               MOVE "1" TO RC-CYCLE-NUMBER
                           END-IF
                           IF RC-BUSINESS-DATE = WS-BUSINESS-DATE
                                   AND RC-CYCLE-NUMBER
                                       = WS-CYCLE-NUMBER
                                   AND RC-RUN-COMPLETE THEN
                               SET WS-PRIOR-RUN-DONE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE RUN-CONTROL-FILE
           IF WS-PRIOR-RUN-DONE THEN
               IF WS-RERUN-ALLOWED THEN
                   DISPLAY "Business date " WS-BUSINESS-DATE
                       " cycle " WS-CYCLE-NUMBER
                       " already completed - operator override, "
                       "splitting again"
               ELSE
                   DISPLAY "Business date " WS-BUSINESS-DATE
                       " cycle " WS-CYCLE-NUMBER
                       " already completed - split refused (set "
                       "rerun override to force)"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0200-LOAD-PARTITION-CARD.
      *    Partition numbers must be unique digits and the ranges
      *    ascending and apart - an overlap would give one account
      *    to two partitions.
           OPEN INPUT PARTITION-CARD-FILE
           IF WS-PARTCARD-STATUS NOT = "00" THEN
               DISPLAY "No partition card (PARTCARD) - split refused"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ PARTITION-CARD-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF PARTITION-CARD-RECORD NOT = SPACES THEN
                           PERFORM 0250-TABLE-PARTITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTITION-CARD-FILE
           IF WS-PART-COUNT = 0 THEN
               DISPLAY "Partition card has no partitions - split "
                   "refused"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       0250-TABLE-PARTITION.
           IF WS-PART-COUNT >= WS-PART-MAX THEN
               DISPLAY "Partition card has more than " WS-PART-MAX
                   " partitions - split refused"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PC-PARTITION-NUMBER IS NOT NUMERIC
                   OR PC-PARTITION-NUMBER = "0" THEN
               DISPLAY "Partition number " PC-PARTITION-NUMBER
                   " is not 1-9 - split refused"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PC-LOW-ACCOUNT > PC-HIGH-ACCOUNT THEN
               DISPLAY "Partition " PC-PARTITION-NUMBER " range "
                   PC-LOW-ACCOUNT " - " PC-HIGH-ACCOUNT
                   " is back to front - split refused"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-PART-IX
           PERFORM UNTIL WS-PART-IX > WS-PART-COUNT
               IF WS-PART-NUMBER (WS-PART-IX) = PC-PARTITION-NUMBER
                       THEN
                   DISPLAY "Partition " PC-PARTITION-NUMBER
                       " is on the card twice - split refused"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PART-IX
           END-PERFORM
           IF WS-PART-COUNT > 0 THEN
               IF PC-LOW-ACCOUNT <= WS-PART-HIGH (WS-PART-COUNT) THEN
                   DISPLAY "Partition " PC-PARTITION-NUMBER
                       " range starts at " PC-LOW-ACCOUNT
                       " - not above partition "
                       WS-PART-NUMBER (WS-PART-COUNT)
                       " ending " WS-PART-HIGH (WS-PART-COUNT)
                       " - split refused"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO WS-PART-COUNT
           MOVE PC-PARTITION-NUMBER TO WS-PART-NUMBER (WS-PART-COUNT)
           MOVE PC-LOW-ACCOUNT TO WS-PART-LOW (WS-PART-COUNT)
           MOVE PC-HIGH-ACCOUNT TO WS-PART-HIGH (WS-PART-COUNT)
           MOVE 0 TO WS-PART-RECORDS (WS-PART-COUNT)
           MOVE 0 TO WS-PART-NET (WS-PART-COUNT)
           MOVE 0 TO WS-PART-LOW-POINT (WS-PART-COUNT)
           MOVE 0 TO WS-PART-WRITTEN (WS-PART-COUNT).

       0300-CHECK-PARTITION-STATE.
      *    A partition with a checkpoint or a status row for this
      *    date and cycle has started on the split already there.
           MOVE 1 TO WS-PART-IX
           PERFORM UNTIL WS-PART-IX > WS-PART-COUNT
               PERFORM 0350-SET-PARTITION-NAMES
               OPEN INPUT CHECKPOINT-FILE
               IF WS-CKPT-STATUS = "00" THEN
                   READ CHECKPOINT-FILE
                       NOT AT END
                           IF CKPT-CYCLE-NUMBER = SPACE THEN
                               MOVE "1" TO CKPT-CYCLE-NUMBER
                           END-IF
                           IF CKPT-BUSINESS-DATE = WS-BUSINESS-DATE
                                   AND CKPT-CYCLE-NUMBER
                                       = WS-CYCLE-NUMBER THEN
                               ADD 1 TO WS-IN-FLIGHT-COUNT
                           ELSE
                               DISPLAY "Partition "
                                   WS-PART-NUMBER (WS-PART-IX)
                                   " has a checkpoint for business "
                                   "date " CKPT-BUSINESS-DATE
                                   " cycle " CKPT-CYCLE-NUMBER
                                   " - finish or clear that run "
                                   "before splitting "
                                   WS-BUSINESS-DATE " cycle "
                                   WS-CYCLE-NUMBER
                               MOVE 12 TO RETURN-CODE
                               CLOSE CHECKPOINT-FILE
                               STOP RUN
                           END-IF
                   END-READ
               END-IF
               CLOSE CHECKPOINT-FILE
               OPEN INPUT PARTITION-STATUS-FILE
               IF WS-PARTSTAT-STATUS = "00" THEN
                   READ PARTITION-STATUS-FILE
                       NOT AT END
                           IF PS-BUSINESS-DATE = WS-BUSINESS-DATE
                                   AND PS-CYCLE-NUMBER
                                       = WS-CYCLE-NUMBER THEN
                               ADD 1 TO WS-IN-FLIGHT-COUNT
                           END-IF
                   END-READ
               END-IF
               CLOSE PARTITION-STATUS-FILE
               ADD 1 TO WS-PART-IX
           END-PERFORM.

       0350-SET-PARTITION-NAMES.
           MOVE SPACES TO WS-CHECKPT-NAME
           STRING "CHECKPT.P" WS-PART-NUMBER (WS-PART-IX)
               DELIMITED BY SIZE INTO WS-CHECKPT-NAME
           MOVE SPACES TO WS-PARTSTAT-NAME
           STRING "PARTSTAT.P" WS-PART-NUMBER (WS-PART-IX)
               DELIMITED BY SIZE INTO WS-PARTSTAT-NAME.

       0400-COMPARE-EXISTING-SPLIT.
      *    The split on file is kept only if this TRANSIN would split
      *    exactly the same way - same date and cycle, same trailer,
      *    same partitions with the same records and nets.
           MOVE "N" TO WS-SPLIT-MATCH-FLAG
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-PARTCTL-STATUS = "00" THEN
               MOVE "N" TO WS-EOF-FLAG
               MOVE 0 TO WS-PART-IX
               PERFORM UNTIL WS-END-OF-FILE
                   READ PARTITION-CONTROL-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 0450-COMPARE-SPLIT-ROW
                   END-READ
               END-PERFORM
               IF WS-PART-IX NOT = WS-PART-COUNT THEN
                   MOVE "N" TO WS-SPLIT-MATCH-FLAG
               END-IF
           END-IF
           CLOSE PARTITION-CONTROL-FILE.

       0450-COMPARE-SPLIT-ROW.
           IF PX-IS-HEADER THEN
               IF PX-BUSINESS-DATE = WS-BUSINESS-DATE
                       AND PX-CYCLE-NUMBER = WS-CYCLE-NUMBER
                       AND PX-PARTITION-COUNT = WS-PART-COUNT
                       AND PX-CONTROL-FLAG = WS-CONTROL-FLAG
                       AND PX-CONTROL-TOTAL = WS-CONTROL-TOTAL
                       AND PX-RECORD-COUNT = WS-DAY-RECORDS THEN
                   SET WS-SPLIT-MATCHES TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-PART-IX
               IF WS-PART-IX > WS-PART-COUNT THEN
                   MOVE "N" TO WS-SPLIT-MATCH-FLAG
               ELSE
                   IF PX-PARTITION-NUMBER
                           NOT = WS-PART-NUMBER (WS-PART-IX)
                           OR PX-LOW-ACCOUNT
                               NOT = WS-PART-LOW (WS-PART-IX)
                           OR PX-HIGH-ACCOUNT
                               NOT = WS-PART-HIGH (WS-PART-IX)
                           OR PX-PART-RECORD-COUNT
                               NOT = WS-PART-RECORDS (WS-PART-IX)
                           OR PX-PART-NET
                               NOT = WS-PART-NET (WS-PART-IX) THEN
                       MOVE "N" TO WS-SPLIT-MATCH-FLAG
                   END-IF
               END-IF
           END-IF.

       0500-CLEAR-PARTITION-STATE.
      *    Re-splitting under the override - every partition starts
      *    the day again from the new files.
           DISPLAY "Rerun override - clearing the checkpoint and "
               "status of " WS-IN-FLIGHT-COUNT
               " partition run(s) already started"
           MOVE 1 TO WS-PART-IX
           PERFORM UNTIL WS-PART-IX > WS-PART-COUNT
               PERFORM 0350-SET-PARTITION-NAMES
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               OPEN OUTPUT PARTITION-STATUS-FILE
               CLOSE PARTITION-STATUS-FILE
               ADD 1 TO WS-PART-IX
           END-PERFORM.

       1000-SCAN-TRANSIN.
      *    One pass to route every record and total each partition,
      *    so nothing is written until the whole day is known to
      *    split.  Reading stops at the trailer, as DAILYACC does.
           OPEN INPUT TRANS-FILE
           IF WS-TRANSIN-STATUS NOT = "00" THEN
               DISPLAY "No transaction file (TRANSIN) - split refused"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           MOVE "N" TO WS-JOURNAL-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ TRANS-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TRANS-IS-TRAILER THEN
                           PERFORM 1150-CLOSE-SCAN-JOURNAL
                           MOVE TRANS-AMOUNT TO WS-CONTROL-TOTAL
                           SET WS-HAVE-CONTROL-TOTAL TO TRUE
                           MOVE TRANS-RECORD TO WS-TRAILER-IMAGE
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           PERFORM 1100-ROUTE-RECORD
                           PERFORM 1200-TOTAL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 1150-CLOSE-SCAN-JOURNAL
           CLOSE TRANS-FILE.

       1100-ROUTE-RECORD.
      *    A leg of the journal already open goes where its first leg
      *    went; anything else is routed on its own account.
           IF WS-JOURNAL-OPEN THEN
               IF NOT TRANS-IS-JOURNAL-LEG
                       OR TRANS-JOURNAL-ID NOT = WS-JOURNAL-ID THEN
                   PERFORM 1150-CLOSE-SCAN-JOURNAL
               END-IF
           END-IF
           IF WS-JOURNAL-OPEN THEN
               MOVE WS-JNL-PART-IX TO WS-ROUTE-IX
           ELSE
               IF TRANS-ACCOUNT-CODE = SPACES THEN
                   MOVE WS-GL-ACCOUNT-CODE TO WS-ROUTE-ACCOUNT
               ELSE
                   MOVE TRANS-ACCOUNT-CODE TO WS-ROUTE-ACCOUNT
               END-IF
               MOVE 0 TO WS-ROUTE-IX
               MOVE 1 TO WS-PART-IX
               PERFORM UNTIL WS-PART-IX > WS-PART-COUNT
                       OR WS-ROUTE-IX > 0
                   IF WS-ROUTE-ACCOUNT >= WS-PART-LOW (WS-PART-IX)
                           AND WS-ROUTE-ACCOUNT
                               <= WS-PART-HIGH (WS-PART-IX) THEN
                       MOVE WS-PART-IX TO WS-ROUTE-IX
                   END-IF
                   ADD 1 TO WS-PART-IX
               END-PERFORM
               IF TRANS-IS-JOURNAL-LEG THEN
                   SET WS-JOURNAL-OPEN TO TRUE
                   MOVE TRANS-JOURNAL-ID TO WS-JOURNAL-ID
                   MOVE WS-ROUTE-IX TO WS-JNL-PART-IX
               END-IF
           END-IF.

       1150-CLOSE-SCAN-JOURNAL.
      *    A whole journal nets to nothing, so its partition's low
      *    point is only taken once all its legs are in.
           IF WS-JOURNAL-OPEN THEN
               MOVE "N" TO WS-JOURNAL-OPEN-FLAG
               IF WS-JNL-PART-IX > 0 THEN
                   MOVE WS-JNL-PART-IX TO WS-PART-IX
                   PERFORM 1250-TAKE-LOW-POINT
               END-IF
           END-IF.

       1200-TOTAL-RECORD.
           ADD 1 TO WS-DAY-RECORDS
           IF TRANS-IS-REVERSAL
                   OR (TRANS-IS-JOURNAL-LEG AND TRANS-LEG-CREDIT) THEN
               SUBTRACT TRANS-AMOUNT FROM WS-DAY-NET
           ELSE
               ADD TRANS-AMOUNT TO WS-DAY-NET
           END-IF
           IF WS-ROUTE-IX = 0 THEN
               ADD 1 TO WS-UNROUTED-COUNT
               IF WS-UNROUTED-COUNT = 1 THEN
                   MOVE TRANS-ID TO WS-UNROUTED-ID
                   MOVE WS-ROUTE-ACCOUNT TO WS-UNROUTED-ACCOUNT
               END-IF
           ELSE
               MOVE WS-ROUTE-IX TO WS-PART-IX
               ADD 1 TO WS-PART-RECORDS (WS-PART-IX)
               IF TRANS-IS-REVERSAL
                       OR (TRANS-IS-JOURNAL-LEG AND TRANS-LEG-CREDIT)
                       THEN
                   SUBTRACT TRANS-AMOUNT FROM WS-PART-NET (WS-PART-IX)
               ELSE
                   ADD TRANS-AMOUNT TO WS-PART-NET (WS-PART-IX)
               END-IF
               IF NOT TRANS-IS-JOURNAL-LEG THEN
                   PERFORM 1250-TAKE-LOW-POINT
               END-IF
           END-IF.

       1250-TAKE-LOW-POINT.
           IF WS-PART-NET (WS-PART-IX) < WS-PART-LOW-POINT (WS-PART-IX)
                   THEN
               MOVE WS-PART-NET (WS-PART-IX)
                   TO WS-PART-LOW-POINT (WS-PART-IX)
           END-IF.

       1500-CHECK-SCAN.
           IF WS-UNROUTED-COUNT > 0 THEN
               DISPLAY WS-UNROUTED-COUNT " item(s) fall in no "
                   "partition range, the first " WS-UNROUTED-ID
                   " on account " WS-UNROUTED-ACCOUNT
                   " - split refused"
               MOVE 12 TO RETURN-CODE
               SET WS-SPLIT-REFUSED TO TRUE
           END-IF
           IF WS-HAVE-CONTROL-TOTAL
                   AND WS-DAY-NET NOT = WS-CONTROL-TOTAL THEN
               MOVE WS-DAY-NET TO WS-PRINT-NET
               DISPLAY "TRANSIN items net " WS-PRINT-NET
                   " but the trailer says " WS-CONTROL-TOTAL
                   " - the day cannot balance, split refused"
               MOVE 16 TO RETURN-CODE
               SET WS-SPLIT-REFUSED TO TRUE
           END-IF
           MOVE 1 TO WS-PART-IX
           PERFORM UNTIL WS-PART-IX > WS-PART-COUNT
               IF WS-PART-LOW-POINT (WS-PART-IX) < 0 THEN
                   MOVE WS-PART-LOW-POINT (WS-PART-IX) TO WS-PRINT-NET
                   DISPLAY "Partition " WS-PART-NUMBER (WS-PART-IX)
                       " would run below zero (low point "
                       WS-PRINT-NET ") - widen the ranges or post "
                       "the day unpartitioned, split refused"
                   IF RETURN-CODE < 12 THEN
                       MOVE 12 TO RETURN-CODE
                   END-IF
                   SET WS-SPLIT-REFUSED TO TRUE
               END-IF
               IF WS-PART-NET (WS-PART-IX) > 999999999.99 THEN
                   MOVE WS-PART-NET (WS-PART-IX) TO WS-PRINT-NET
                   DISPLAY "Partition " WS-PART-NUMBER (WS-PART-IX)
                       " net " WS-PRINT-NET " is past what a trailer "
                       "can carry - split refused"
                   IF RETURN-CODE < 12 THEN
                       MOVE 12 TO RETURN-CODE
                   END-IF
                   SET WS-SPLIT-REFUSED TO TRUE
               END-IF
               ADD 1 TO WS-PART-IX
           END-PERFORM.

       2000-WRITE-PARTITION-FILE.
      *    One pass of TRANSIN per partition, routing exactly as the
      *    scan did and keeping this partition's records in file
      *    order.  A day with no trailer splits into files with none.
           MOVE SPACES TO WS-PART-FILE-NAME
           STRING "TRANSIN.P" WS-PART-NUMBER (WS-WRITE-IX)
               DELIMITED BY SIZE INTO WS-PART-FILE-NAME
           OPEN OUTPUT PARTITION-TRANS-FILE
           OPEN INPUT TRANS-FILE
           MOVE "N" TO WS-EOF-FLAG
           MOVE "N" TO WS-JOURNAL-OPEN-FLAG
           PERFORM UNTIL WS-END-OF-FILE
               READ TRANS-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TRANS-IS-TRAILER THEN
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           PERFORM 1100-ROUTE-RECORD
                           IF WS-ROUTE-IX = WS-WRITE-IX THEN
                               WRITE PARTITION-TRANS-RECORD
                                   FROM TRANS-RECORD
                               ADD 1 TO WS-PART-WRITTEN (WS-WRITE-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-JOURNAL-OPEN-FLAG
           CLOSE TRANS-FILE
           IF WS-HAVE-CONTROL-TOTAL THEN
               MOVE WS-TRAILER-IMAGE TO TRANS-RECORD
               MOVE WS-PART-NET (WS-WRITE-IX) TO TRANS-AMOUNT
               WRITE PARTITION-TRANS-RECORD FROM TRANS-RECORD
           END-IF
           CLOSE PARTITION-TRANS-FILE.

       3000-WRITE-SPLIT-CONTROL.
           OPEN OUTPUT PARTITION-CONTROL-FILE
           MOVE SPACES TO PARTITION-CONTROL-RECORD
           MOVE "H" TO PX-RECORD-TYPE
           MOVE WS-BUSINESS-DATE TO PX-BUSINESS-DATE
           MOVE WS-CYCLE-NUMBER TO PX-CYCLE-NUMBER
           MOVE WS-PART-COUNT TO PX-PARTITION-COUNT
           MOVE WS-CONTROL-FLAG TO PX-CONTROL-FLAG
           MOVE WS-CONTROL-TOTAL TO PX-CONTROL-TOTAL
           MOVE WS-DAY-RECORDS TO PX-RECORD-COUNT
           MOVE WS-RUN-TIMESTAMP TO PX-SPLIT-TIMESTAMP
           WRITE PARTITION-CONTROL-RECORD
           MOVE 1 TO WS-PART-IX
           PERFORM UNTIL WS-PART-IX > WS-PART-COUNT
               MOVE SPACES TO PARTITION-CONTROL-RECORD
               MOVE "P" TO PX-RECORD-TYPE
               MOVE WS-PART-NUMBER (WS-PART-IX) TO PX-PARTITION-NUMBER
               MOVE WS-PART-LOW (WS-PART-IX) TO PX-LOW-ACCOUNT
               MOVE WS-PART-HIGH (WS-PART-IX) TO PX-HIGH-ACCOUNT
               MOVE WS-PART-WRITTEN (WS-PART-IX)
                   TO PX-PART-RECORD-COUNT
               MOVE WS-PART-NET (WS-PART-IX) TO PX-PART-NET
               WRITE PARTITION-CONTROL-RECORD
               ADD 1 TO WS-PART-IX
           END-PERFORM
           CLOSE PARTITION-CONTROL-FILE.
