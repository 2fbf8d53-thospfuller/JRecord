      *          rows already committed.  See Request 004.  Carries
      *          the cumulative per-type counts, running hash total,
      *          exception count and keyed-master maintenance
      *          counts (D, B and A) as of the checkpoint, not just
      *          the row count, so a restart can seed the
      *          Request 000/003 break report and Request 001/009
      *          census/audit totals correctly instead of reporting
      *          a different day's extract - or a different
      *          supplemental cycle of the same day - can't skip
      *          rows that were never actually committed.
      *          Ckpt-Bulk-Phase says which way the run was
      *          maintaining the masters when the checkpoint was
      *          taken: row at a time (space), or the bulk mode's
      *          read pass ('R' - nothing applied to the masters
      *          yet) or key-order apply pass ('M' - every sorted
      *          row up to and including Ckpt-Bulk-Last-Key is on
      *          the masters).  A restart resumes in the same mode.
      *          Ckpt-Start-Date/-Time carry the interrupted run's
      *          start, so a restart reports when the extract first
      *          arrived rather than when it was restarted.
      ************************************************************

       01 Checkpoint-Record.
          03 Ckpt-Run-Id                            Pic X(8).
          03 Ckpt-Creation-Date                     Pic 9(8).
          03 Ckpt-Cycle                             Pic 9(2).
          03 Ckpt-Start-Date                        Pic 9(8).
          03 Ckpt-Start-Time                        Pic 9(8).
          03 Ckpt-Last-Detail-Count                 Pic 9(9).
          03 Ckpt-Count-A                           Pic 9(9).
          03 Ckpt-Count-D                           Pic 9(9).
          03 Ckpt-Mst-Dups-B                        Pic 9(9).
          03 Ckpt-Mst-Corr-D                        Pic 9(9).
          03 Ckpt-Mst-Corr-B                        Pic 9(9).
          03 Ckpt-Mst-Adds-A                        Pic 9(9).
          03 Ckpt-Mst-Repl-A                        Pic 9(9).
          03 Ckpt-Mst-Dups-A                        Pic 9(9).
          03 Ckpt-Mst-Corr-A                        Pic 9(9).
          03 Ckpt-Bulk-Phase                        Pic X.
             88 Ckpt-Row-Mode                      value ' '.
             88 Ckpt-Bulk-Read-Pass                value 'R'.
             88 Ckpt-Bulk-Apply-Pass               value 'M'.
          03 Ckpt-Bulk-Last-Key.
             05 Ckpt-Bulk-Last-Type                 Pic X.
             05 Ckpt-Bulk-Last-Master-Key           Pic X(22).
             05 Ckpt-Bulk-Last-Seq                  Pic 9(9).
