      *  carrying the net of all verified feeds is written at the end.
      *  The consolidation report (FEEDRPT) shows per-feed counts and
      *  totals and the combined figure.
      *  Journal legs count with the feed's details (debit leg) or
      *  reversals (credit leg) and move the net the same way, since
      *  the upstream trailer already carries them that way.
      *  Every feed on the card is mandatory: a missing file, an empty
      *  file, a feed with no trailer (or records after its trailer),
      *  or a trailer that disagrees with its details stops the chain
                       MOVE TRANS-AMOUNT TO WS-FEED-TRAILER-TOTAL
                   END-IF
               ELSE
                   IF TRANS-IS-REVERSAL
                           OR (TRANS-IS-JOURNAL-LEG
                               AND TRANS-LEG-CREDIT) THEN
                       ADD 1 TO WS-FEED-REVERSAL-COUNT
                       IF TRANS-AMOUNT IS NUMERIC THEN
                           SUBTRACT TRANS-AMOUNT FROM WS-FEED-NET
                       END-IF
                       PERFORM 1150-WRITE-MERGED-RECORD
                   ELSE
                       IF TRANS-IS-DETAIL
                               OR (TRANS-IS-JOURNAL-LEG
                                   AND TRANS-LEG-DEBIT) THEN
                           ADD 1 TO WS-FEED-DETAIL-COUNT
                           IF TRANS-AMOUNT IS NUMERIC THEN
                               ADD TRANS-AMOUNT TO WS-FEED-NET
