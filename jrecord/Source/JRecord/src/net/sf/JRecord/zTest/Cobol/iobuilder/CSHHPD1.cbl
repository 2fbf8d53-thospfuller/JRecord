      ************************************************************
      * Purpose: Shared PROCEDURE DIVISION paragraphs that keep the
      *          dated cash history (CSHHIST) chained, COPY'd (with
      *          CSHHWS1.cbl and an FD CASH-HISTORY-FILE over
      *          CSHHREC1.cbl) into every program that posts to it.
      *          Every row closes on its own figures (opening plus
      *          debits less credits) and opens on the closing of
      *          the account's previous row - whichever order the
      *          dates arrive in.  A load for an earlier date can
      *          run after an adjustment posted under a later one,
      *          so a posting is placed among the account's rows by
      *          date, not taken from the ledger's current net, and
      *          whatever it changes in the date's closing is
      *          carried into every later-dated row of the account.
      ************************************************************

      * Browses the account's rows in date order up to the date
      * being posted.  The opening a new row takes is the closing
      * of the row before it or, when the date comes before all
      * the account's history, the opening of the row after it;
      * only an account with no history keeps the caller's figure.
      * A date already on file is left in the record area.
       8600-LOCATE-CASH-HISTORY.
           MOVE 'N' TO WS-CHH-FOUND-SW
           MOVE 'N' TO WS-CHH-PRIOR-SW
           MOVE 'N' TO WS-CHH-LATER-SW
           MOVE 'N' TO WS-CHH-SCAN-END-SW
           MOVE WS-CHH-ACCOUNT TO CHST-ACCOUNT
           MOVE 0 TO CHST-DATE
           START CASH-HISTORY-FILE KEY NOT < CHST-KEY
               INVALID KEY SET WS-CHH-SCAN-END TO TRUE
           END-START
           PERFORM 8610-SCAN-ONE-HISTORY-ROW
               UNTIL WS-CHH-SCAN-END.

       8610-SCAN-ONE-HISTORY-ROW.
           READ CASH-HISTORY-FILE NEXT RECORD
               AT END SET WS-CHH-SCAN-END TO TRUE
           END-READ
           IF NOT WS-CHH-SCAN-END
               EVALUATE TRUE
                   WHEN CHST-ACCOUNT NOT = WS-CHH-ACCOUNT
                       SET WS-CHH-SCAN-END TO TRUE
                   WHEN CHST-DATE < WS-CHH-DATE
                       SET WS-CHH-PRIOR TO TRUE
                       MOVE CHST-CLOSING TO WS-CHH-OPENING
                   WHEN CHST-DATE = WS-CHH-DATE
                       SET WS-CHH-FOUND TO TRUE
                       SET WS-CHH-SCAN-END TO TRUE
                   WHEN OTHER
                       SET WS-CHH-LATER TO TRUE
                       IF NOT WS-CHH-PRIOR
                           MOVE CHST-OPENING TO WS-CHH-OPENING
                       END-IF
                       SET WS-CHH-SCAN-END TO TRUE
               END-EVALUATE
           END-IF.

      * Every later-dated row of the account was chained from the
      * date's old closing, so each moves by the same amount - the
      * rows stay as they were posted, only their opening and
      * closing follow the date underneath them.
       8650-CARRY-CASH-HISTORY.
           IF WS-CHH-DELTA NOT = 0
               MOVE 'N' TO WS-CHH-SCAN-END-SW
               MOVE WS-CHH-ACCOUNT TO CHST-ACCOUNT
               MOVE WS-CHH-DATE TO CHST-DATE
               START CASH-HISTORY-FILE KEY > CHST-KEY
                   INVALID KEY SET WS-CHH-SCAN-END TO TRUE
               END-START
               PERFORM 8660-CARRY-ONE-HISTORY-ROW
                   UNTIL WS-CHH-SCAN-END
           END-IF.

       8660-CARRY-ONE-HISTORY-ROW.
           READ CASH-HISTORY-FILE NEXT RECORD
               AT END SET WS-CHH-SCAN-END TO TRUE
           END-READ
           IF NOT WS-CHH-SCAN-END
               IF CHST-ACCOUNT NOT = WS-CHH-ACCOUNT
                   SET WS-CHH-SCAN-END TO TRUE
               ELSE
                   ADD WS-CHH-DELTA TO CHST-OPENING
                   ADD WS-CHH-DELTA TO CHST-CLOSING
                   REWRITE CASH-HISTORY-RECORD
               END-IF
           END-IF.
