      ************************************************************
      * Purpose: Keyed master row for the Detail-Record-A ('A')
      *          account reference rows materialised by the
      *          master-record load - one row per Field-1a, carrying
      *          the edited fields plus the load provenance (the
      *          Header-Record Creation-Date and the Run-Id).
      *          Mst-A-Load-Date, Mst-A-Load-Seq and
      *          Mst-A-Load-Action serve the same-extract duplicate
      *          check and the restart replay detection, and
      *          Mst-A-Retire-Sw/-Date the retirement of dropped
      *          keys, exactly as described in MSTDREC1.cbl.
      ************************************************************

       01 Master-A-Record.
          03 Mst-A-Key                              Pic X(11).
          03 Mst-A-Field-2A                         Pic X(12).
          03 Mst-A-Field-3A                         Pic X(11).
          03 Mst-A-Field-4A                         Pic X(44).
          03 Mst-A-Load-Date                        Pic 9(8).
          03 Mst-A-Load-Run-Id                      Pic X(8).
          03 Mst-A-Load-Seq                         Pic 9(9).
          03 Mst-A-Load-Cycle                       Pic 9(2).
          03 Mst-A-Load-Action                      Pic X.
             88 Mst-A-Added            value 'A'.
             88 Mst-A-Replaced         value 'R'.
          03 Mst-A-Retire-Sw                        Pic X.
             88 Mst-A-Active           value ' '.
             88 Mst-A-Retired          value 'R'.
          03 Mst-A-Retire-Date                      Pic 9(8).
