      *          table (names in the suite-wide order MASTERS,
      *          CKPTFILE, AUDITLOG, so two programs can never
      *          deadlock by acquiring in opposite orders) before
      *          performing 8000-ACQUIRE-ALL-LOCKS.  A stale-lock
      *          takeover also needs a dual-control authorization,
      *          so AUTHWS1.cbl is always COPY'd alongside.
      ************************************************************

       01 WS-LOCK-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-LOCK-FORCE-SW                      PIC X VALUE 'N'.
           88 WS-LOCK-FORCE-MODE                VALUE 'Y'.
       01 WS-LOCK-STALE-MINS                    PIC 9(4) VALUE 180.
      * Set only when 8150 has confirmed a stale lock, the
      * operator's MRLOCK-FORCE=Y asked to take it over and an
      * approved 'LOCKFRCE' authorization was claimed for it - the
      * one case where 8190 may REWRITE an existing lock row.
       01 WS-LOCK-TAKEOVER-SW                   PIC X VALUE 'N'.
           88 WS-LOCK-TAKEOVER                  VALUE 'Y'.
               10 WS-LCK-RES-NAME               PIC X(8).
               10 WS-LCK-RES-HELD-SW            PIC X.
                   88 WS-LCK-RES-HELD           VALUE 'Y'.
               10 WS-LCK-RES-FORCED-SW          PIC X.
                   88 WS-LCK-RES-FORCED         VALUE 'Y'.
               10 WS-LCK-RES-MAKER-ID           PIC X(8).
               10 WS-LCK-RES-CHECKER-ID         PIC X(8).
               10 WS-LCK-RES-REASON-CODE        PIC X(8).
       01 WS-LCK-FORCED-COUNT                   PIC 9 VALUE 0.
       01 WS-LCK-SUB                            PIC 9.

       01 WS-LOCK-NOW-DATE                      PIC 9(8) VALUE 0.
