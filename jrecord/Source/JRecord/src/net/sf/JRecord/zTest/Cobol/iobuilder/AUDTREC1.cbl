      *          run, the sanctioned reason, and the out-of-balance
      *          amounts off the break report (expected here,
      *          actual in Audt-Dollar-Total); every other writer
      *          leaves them empty.  Every operation that needs a
      *          dual-control authorization (AUTHREC1.cbl) -
      *          'BACKOUT', 'OVERRIDE', 'PURGE', 'LOCKFRCE' -
      *          carries the operator who raised it in
      *          Audt-Operator-Id, the operator who approved it in
      *          Audt-Approver-Id and the approved reason in
      *          Audt-Reason-Code.
      *          Audt-Start-Date/-Time are when the load run began
      *          (Audt-Run-Date/-Time being when it finished) -
      *          filled by MRLOAD00 on its own rows and by
      *          MROVRD00's 'OVERRIDE' row (the forced run's start,
      *          off RUNREL); every other writer leaves them zero.
      ************************************************************

       01 Audit-Record.
          03 Audt-Operator-Id                       Pic X(8).
          03 Audt-Reason-Code                       Pic X(8).
          03 Audt-Expected-Dollar-Total             Pic 9(9)V99.
          03 Audt-Approver-Id                       Pic X(8).
          03 Audt-Start-Date                        Pic 9(8).
          03 Audt-Start-Time                        Pic 9(8).
