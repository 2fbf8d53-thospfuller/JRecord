      ************************************************************
      * Purpose: GL posting history row (GLPOSTED), keyed by the
      *          Creation-Date and cycle a GL batch was cut for plus
      *          the account: what MRGLPS00 actually sent the GL.
      *          Each cut writes one row per account posted (the
      *          debit and credit amounts sent) and one control row
      *          for the batch itself, whose Glp-Account is spaces
      *          (so it sorts ahead of the batch's account rows)
      *          and which carries the batch's balancing line and
      *          totals.  The control row is what stops the same
      *          Creation-Date and cycle being cut twice, and the
      *          account rows are what a later supplemental cycle
      *          reverses - the GL is told to undo exactly what it
      *          was sent, not what the ledger says today.
      ************************************************************

       01 Gl-Posted-Record.
          03 Glp-Key.
             05 Glp-Creation-Date                   Pic 9(8).
             05 Glp-Cycle                           Pic 9(2).
             05 Glp-Account                         Pic X(10).
                88 Glp-Batch-Control   value spaces.
          03 Glp-Run-Id                             Pic X(8).
          03 Glp-Debit-Amount                       Pic 9(11)V99.
          03 Glp-Credit-Amount                      Pic 9(11)V99.
          03 Glp-Cut-Date                           Pic 9(8).
          03 Glp-Cut-Time                           Pic 9(8).
          03 Glp-Entry-Count                        Pic 9(9).
          03 Glp-Total-Debits                       Pic 9(13)V99.
          03 Glp-Total-Credits                      Pic 9(13)V99.
