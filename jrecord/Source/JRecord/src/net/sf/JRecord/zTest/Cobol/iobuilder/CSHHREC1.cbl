      ************************************************************
      * Purpose: Dated cash-position history row (CSHHIST) - one
      *          row per cash-ledger key per Creation-Date that
      *          moved it, written by the load from the same
      *          figures CSHRPT prints: the opening position before
      *          the date's movement, the date's debits and
      *          credits, and the closing position after them,
      *          with the cycle and Run-Id that posted them.
      *          CMASTER (MSTCREC1.cbl) only holds the latest
      *          Csh-Move-Date's movement; this file keeps every
      *          date's, so a per-account statement for any period
      *          can be printed (MRSTMT00) instead of pulling old
      *          CSHRPT printouts.  MRADJ00 posts manual
      *          adjustments onto the same row (account and the
      *          date it ran), so Chst-Debits/-Credits are the
      *          date's whole movement while Chst-Load-Debits/
      *          -Credits hold the part the load last recorded.  A
      *          supplemental cycle or a restarted run updates the
      *          date's row rather than adding a second one: it
      *          keeps the row's opening, swaps its own earlier
      *          figures in Chst-Load-* for the date's corrected
      *          load movement, and leaves any adjustment on the
      *          row where it is.  Every row closes on its own
      *          figures (opening plus debits less credits) and
      *          opens on the closing of the key's previous row,
      *          whatever order the dates were posted in - a
      *          posting under an earlier date moves the later
      *          rows with it (CSHHPD1.cbl).
      ************************************************************

       01 Cash-History-Record.
          03 Chst-Key.
             05 Chst-Account                        Pic X(10).
             05 Chst-Date                           Pic 9(8).
          03 Chst-Opening                           Pic S9(11)V99.
          03 Chst-Debits                            Pic 9(9)V99.
          03 Chst-Credits                           Pic 9(9)V99.
          03 Chst-Closing                           Pic S9(11)V99.
          03 Chst-Cycle                             Pic 9(2).
          03 Chst-Run-Id                            Pic X(8).
          03 Chst-Load-Debits                       Pic 9(9)V99.
          03 Chst-Load-Credits                      Pic 9(9)V99.
