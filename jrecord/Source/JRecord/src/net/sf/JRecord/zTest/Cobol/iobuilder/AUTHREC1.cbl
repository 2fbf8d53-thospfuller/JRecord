      ************************************************************
      * Purpose: Dual-control (maker-checker) authorization row on
      *          AUTHFILE - one per program, action and target.  A
      *          destructive or override operation (a back-out, a
      *          purge, a forced release, a stale-lock takeover) is
      *          no longer sanctioned by whoever can set an
      *          environment variable: a first operator raises the
      *          request through MRAUTH00 naming the program, the
      *          action, the Run-Id (or resource) and date it
      *          applies to and the reason; a DIFFERENT operator
      *          approves it, which stamps an expiry; and the
      *          program that performs the operation claims it
      *          through AUTHPD1.cbl, which refuses anything not
      *          APPROVED, expired, or already USED and marks the
      *          row USED as it is taken, so one approval buys
      *          exactly one operation.  The actions and targets:
      *            BACKOUT  MRBACK00  Run-Id   + Creation-Date
      *            OVERRIDE MROVRD00  Run-Id   + Creation-Date
      *            PURGE    MRHSKP00/MRRETR00  blank + run date
      *            ADJUST   MRADJ00   Run-Id   + run date (cash)
      *            LOCKFRCE any lock taker     resource + run date
      *          Used, cancelled and expired rows stay on file as
      *          the record of who asked and who agreed; a new
      *          request for the same key replaces one of those,
      *          never an outstanding one.
      ************************************************************

       01 Authorization-Record.
          03 Auth-Key.
             05 Auth-Program                        Pic X(8).
             05 Auth-Action                         Pic X(8).
                88 Auth-Action-Backout     value 'BACKOUT '.
                88 Auth-Action-Override    value 'OVERRIDE'.
                88 Auth-Action-Purge       value 'PURGE   '.
                88 Auth-Action-Lock-Force  value 'LOCKFRCE'.
                88 Auth-Action-Adjust      value 'ADJUST  '.
             05 Auth-Target-Id                      Pic X(8).
             05 Auth-Target-Date                    Pic 9(8).
          03 Auth-Status                            Pic X(8).
             88 Auth-Pending           value 'PENDING '.
             88 Auth-Approved          value 'APPROVED'.
             88 Auth-Used              value 'USED    '.
             88 Auth-Cancelled         value 'CANCELLD'.
          03 Auth-Reason-Code                       Pic X(8).
          03 Auth-Maker-Id                          Pic X(8).
          03 Auth-Raised-Date                       Pic 9(8).
          03 Auth-Raised-Time                       Pic 9(8).
          03 Auth-Checker-Id                        Pic X(8).
          03 Auth-Approved-Date                     Pic 9(8).
          03 Auth-Approved-Time                     Pic 9(8).
          03 Auth-Expiry-Date                       Pic 9(8).
          03 Auth-Expiry-Time                       Pic 9(8).
          03 Auth-Used-Date                         Pic 9(8).
          03 Auth-Used-Time                         Pic 9(8).
