      ************************************************************
      * Purpose: Before-image journal row for the keyed-master
      *          maintenance (DMASTER/BMASTER/AMASTER).  The load
      *          writes one row for every add and replace it
      *          applies, carrying the Run-Id and the extract's
      *          Creation-Date, the maintained key, and - for a
      *          replace - the full prior Master-D-Record/
      *          Master-B-Record/Master-A-Record image that the
      *          REWRITE destroyed (spaces for an add: there was
      *          nothing before).
      *          This is what makes a bad-but-in-balance extract
      *          recoverable: the back-out utility reverses a
      *          load's maintenance straight off this file,
      *          last checkpoint does NOT journal them again, so
      *          each maintained key carries one journal row per
      *          load.
      *          MRADJ00 journals its manual adjustments here the
      *          same way, under the adjustment run's Run-Id, that
      *          day's date and cycle 00 - all as 'R' rows, since an
      *          adjustment only ever corrects a row on file.  A
      *          cash adjustment is a type 'C' row: Jrnl-Cash-View
      *          carries the Cash-Ledger-Record as it stood before,
      *          plus the amount and side (D/C) posted, so the
      *          back-out can tell the ledger row still stands as the
      *          adjustment left it before restoring it.
      ************************************************************

       01 Journal-Record.
          03 Jrnl-Record-Type                       Pic X.
             88 Jrnl-Type-D            value 'D'.
             88 Jrnl-Type-B            value 'B'.
             88 Jrnl-Type-C            value 'C'.
             88 Jrnl-Type-A            value 'A'.
          03 Jrnl-Action                            Pic X.
             88 Jrnl-Added             value 'A'.
             88 Jrnl-Replaced          value 'R'.
          03 Jrnl-Key                               Pic X(22).
          03 Jrnl-Before-Image                      Pic X(130).
          03 Jrnl-Cash-View redefines Jrnl-Before-Image.
             05 Jrnl-Cash-Before-Image              Pic X(98).
             05 Jrnl-Cash-Adj-Amount                Pic 9(9)V99.
             05 Jrnl-Cash-Adj-Side                  Pic X.
                88 Jrnl-Cash-Adj-Debit  value 'D'.
                88 Jrnl-Cash-Adj-Credit value 'C'.
             05 Filler                              Pic X(20).
