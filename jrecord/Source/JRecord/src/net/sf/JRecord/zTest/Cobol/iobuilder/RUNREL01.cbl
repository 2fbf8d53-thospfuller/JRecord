      *          but the distinct status keeps it visibly forced,
      *          not proven, everywhere it is shown.  An abort is
      *          never overridable.
      *          Rrel-Start-Date/-Time hold when the load run the
      *          row describes began.  They are stamped with
      *          'STARTED ' and carried unchanged through the run's
      *          final status (a checkpoint restart carries the
      *          interrupted run's start forward, so the start is
      *          the extract's arrival, not the restart's), while
      *          Rrel-Run-Date/-Time move with every status change.
      *          MROVRD00's FORCED stamp leaves them alone.
      ************************************************************

       01 Run-Release-Record.
          03 Rrel-Cycle                             Pic 9(2).
          03 Rrel-Run-Date                          Pic 9(8).
          03 Rrel-Run-Time                          Pic 9(8).
          03 Rrel-Start-Date                        Pic 9(8).
          03 Rrel-Start-Time                        Pic 9(8).
          03 Rrel-Status                            Pic X(8).
             88 Rrel-Released          value 'RELEASED'.
             88 Rrel-Started           value 'STARTED '.
