      ************************************************************
      * Purpose: General-ledger journal-entry interface record -
      *          the fixed-format batch MRGLPS00 cuts off the cash
      *          ledger's movements (CMASTER, layout in
      *          MSTCREC1.cbl) for one Creation-Date and cycle, for
      *          the GL to post instead of re-keying CSHRPT.  One
      *          batch per cut:
      *            'H' batch header - source, Run-Id, Creation-Date,
      *                cycle, when it was cut, and whether it
      *                carries reversals (supplemental cycle);
      *            'E' entry lines - for every account that moved,
      *                one debit line (Csh-Move-Debits) and one
      *                credit line (Csh-Move-Credits); the reversal
      *                of an earlier cycle's lines (Glf-E-Reversal,
      *                sides swapped); and the balancing line to the
      *                cash clearing account that makes the batch
      *                self-balancing;
      *            'T' batch trailer - entry-line count and total
      *                debits / total credits, which are always
      *                equal on a good batch.
      ************************************************************

       01 Gl-Interface-Record.
          03 Glf-Record-Type                        Pic X.
             88 Glf-Batch-Header       value 'H'.
             88 Glf-Entry-Line         value 'E'.
             88 Glf-Batch-Trailer      value 'T'.
          03 Glf-Header-Data.
             05 Glf-H-Source                        Pic X(8).
             05 Glf-H-Run-Id                        Pic X(8).
             05 Glf-H-Creation-Date                 Pic 9(8).
             05 Glf-H-Cycle                         Pic 9(2).
             05 Glf-H-Cut-Date                      Pic 9(8).
             05 Glf-H-Cut-Time                      Pic 9(8).
             05 Glf-H-Batch-Type                    Pic X.
                88 Glf-H-Original      value 'O'.
                88 Glf-H-Supplemental  value 'S'.
             05 Filler                              Pic X(36).
          03 Glf-Entry-Data redefines Glf-Header-Data.
             05 Glf-E-Line-Seq                      Pic 9(9).
             05 Glf-E-Account                       Pic X(10).
             05 Glf-E-Dr-Cr                         Pic X.
                88 Glf-E-Debit         value 'D'.
                88 Glf-E-Credit        value 'C'.
             05 Glf-E-Amount                        Pic 9(11)V99.
             05 Glf-E-Effective-Date                Pic 9(8).
             05 Glf-E-Entry-Type                    Pic X.
                88 Glf-E-Posting       value 'P'.
                88 Glf-E-Reversal      value 'R'.
                88 Glf-E-Balancing     value 'B'.
             05 Glf-E-Source-Cycle                  Pic 9(2).
             05 Filler                              Pic X(35).
          03 Glf-Trailer-Data redefines Glf-Header-Data.
             05 Glf-T-Entry-Count                   Pic 9(9).
             05 Glf-T-Total-Debits                  Pic 9(13)V99.
             05 Glf-T-Total-Credits                 Pic 9(13)V99.
             05 Filler                              Pic X(40).
