      *          A lock older than MRLOCK-STALE-MINS (default 180)
      *          is an abend's leftover: it is reported as stale,
      *          and cleared/taken over only when the operator has
      *          confirmed with MRLOCK-FORCE=Y - never silently -
      *          AND an approved 'LOCKFRCE' authorization for the
      *          program, resource and day is claimed through
      *          AUTHPD1.cbl (so the caller also COPYs AUTHWS1.cbl
      *          and AUTHPD1.cbl and has an FD AUTHORIZATION-FILE).
      *          Every takeover is written to AUDITLOG as a
      *          'LOCKFRCE' row carrying both operator ids, once
      *          the whole resource set is held - or, when a later
      *          resource turns out busy, before the busy abort
      *          gives the locks back, so a takeover (and the
      *          approval it spent) is never lost from the log
      *          (the caller's FD AUDIT-FILE over AUDTREC1.cbl).
      ************************************************************

       8000-ACQUIRE-ALL-LOCKS.
               FUNCTION INTEGER-OF-DATE(WS-LOCK-NOW-DATE) * 1440
                   + WS-LOCK-NOW-HH * 60 + WS-LOCK-NOW-MM

           MOVE 0 TO WS-LCK-FORCED-COUNT
           PERFORM 8100-ACQUIRE-ONE-LOCK
               VARYING WS-LCK-SUB FROM 1 BY 1
               UNTIL WS-LCK-SUB > WS-LCK-RESOURCE-COUNT
           IF WS-LCK-FORCED-COUNT > 0
               PERFORM 8400-AUDIT-LOCK-FORCES
           END-IF.

       8100-ACQUIRE-ONE-LOCK.
           MOVE 'N' TO WS-LOCK-TAKEOVER-SW
           MOVE 'N' TO WS-LCK-RES-FORCED-SW(WS-LCK-SUB)
           MOVE WS-LCK-RES-NAME(WS-LCK-SUB) TO LCK-RESOURCE
           READ LOCK-FILE
               INVALID KEY CONTINUE
      * Somebody already holds the resource.  A fresh lock is a
      * genuinely running job: abort busy.  A lock past the stale
      * threshold is an abend's leftover - reported either way,
      * taken over only under the operator's MRLOCK-FORCE=Y and a
      * second operator's approval (8160).  An
      * acquired date that will not go through INTEGER-OF-DATE
      * (a row mangled or never completed) ages as "since forever"
      * and is treated as stale.
                   LCK-ACQUIRED-DATE ' ' WS-LOCK-ROW-HH ':'
                   WS-LOCK-ROW-MM
               IF WS-LOCK-FORCE-MODE
                   PERFORM 8160-CLAIM-LOCK-FORCE
               ELSE
                   DISPLAY WS-LCK-PROGRAM-ID ' HELD - RERUN WITH '
                       'MRLOCK-FORCE=Y TO CLEAR THE STALE LOCK'
               PERFORM 8300-ABORT-RESOURCE-BUSY
           END-IF.

      * MRLOCK-FORCE=Y on its own is one operator's say-so: the
      * takeover also needs an approved 'LOCKFRCE' authorization
      * naming this program, this resource and today, which is
      * spent by the takeover.  Without one the stale lock stays
      * and the job aborts busy, exactly as without MRLOCK-FORCE.
       8160-CLAIM-LOCK-FORCE.
           MOVE WS-LCK-PROGRAM-ID TO WS-AUTH-PROGRAM-ID
           MOVE 'LOCKFRCE' TO WS-AUTH-ACTION
           MOVE LCK-RESOURCE TO WS-AUTH-TARGET-ID
           MOVE WS-LOCK-NOW-DATE TO WS-AUTH-TARGET-DATE
           PERFORM 8500-CLAIM-AUTHORIZATION
           IF WS-AUTH-GRANTED
               DISPLAY WS-LCK-PROGRAM-ID ' - STALE LOCK '
                   'CLEARED UNDER MRLOCK-FORCE'
               MOVE 'Y' TO WS-LCK-RES-FORCED-SW(WS-LCK-SUB)
               MOVE WS-AUTH-MAKER-ID
                   TO WS-LCK-RES-MAKER-ID(WS-LCK-SUB)
               MOVE WS-AUTH-CHECKER-ID
                   TO WS-LCK-RES-CHECKER-ID(WS-LCK-SUB)
               MOVE WS-AUTH-REASON-CODE
                   TO WS-LCK-RES-REASON-CODE(WS-LCK-SUB)
               ADD 1 TO WS-LCK-FORCED-COUNT
               SET WS-LOCK-TAKEOVER TO TRUE
               PERFORM 8190-WRITE-OWN-LOCK
           ELSE
               DISPLAY WS-LCK-PROGRAM-ID ' HELD - MRLOCK-FORCE '
                   'NOT AUTHORIZED, THE STALE LOCK STAYS'
               PERFORM 8300-ABORT-RESOURCE-BUSY
           END-IF.

      * The REWRITE path is legal ONLY for the confirmed stale
      * takeover 8150 sanctioned - on a fresh acquisition, a
      * duplicate key on the WRITE means another job slid its own
               MOVE 'N' TO WS-LCK-RES-HELD-SW(WS-LCK-SUB)
           END-IF.

      * A stale lock already taken over in this pass has spent its
      * approval and cleared another job's row - that is logged
      * before the abort, even though the run goes no further.
       8300-ABORT-RESOURCE-BUSY.
           IF WS-LCK-FORCED-COUNT > 0
               PERFORM 8400-AUDIT-LOCK-FORCES
           END-IF
           PERFORM 8200-RELEASE-ALL-LOCKS
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      * One 'LOCKFRCE' row per resource taken over, written once
      * the whole set - AUDITLOG included, for the programs that
      * append to it - is held, or from 8300 when the set could
      * not be completed.  The audit file is
      * opened and closed here, before the caller opens it for its
      * own work.  A takeover that cannot be audited is reported
      * on the console; the stale lock is already gone by then.
       8400-AUDIT-LOCK-FORCES.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS = '00'
               PERFORM 8410-AUDIT-ONE-LOCK-FORCE
                   VARYING WS-LCK-SUB FROM 1 BY 1
                   UNTIL WS-LCK-SUB > WS-LCK-RESOURCE-COUNT
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY WS-LCK-PROGRAM-ID ' WARNING - AUDITLOG NOT '
                   'AVAILABLE, LOCK TAKEOVER NOT ON THE RUN HISTORY'
           END-IF.

      * Under the taking job's Run-Id - or its program name when
      * it runs without one - so the takeover sits beside the run
      * it made possible.
       8410-AUDIT-ONE-LOCK-FORCE.
           IF WS-LCK-RES-FORCED(WS-LCK-SUB)
               IF WS-LCK-RUN-ID = SPACES
                   MOVE WS-LCK-PROGRAM-ID TO AUDT-RUN-ID
               ELSE
                   MOVE WS-LCK-RUN-ID TO AUDT-RUN-ID
               END-IF
               MOVE WS-LOCK-NOW-DATE TO AUDT-RUN-DATE
               MOVE WS-LOCK-NOW-TIME TO AUDT-RUN-TIME
               MOVE 0 TO AUDT-HDR-CREATION-DATE
               MOVE 0 TO AUDT-HDR-VERSION
               MOVE 0 TO AUDT-HDR-CYCLE
               MOVE 0 TO AUDT-COUNT-HEADER
               MOVE 0 TO AUDT-COUNT-DETAIL-A
               MOVE 0 TO AUDT-COUNT-DETAIL-D
               MOVE 0 TO AUDT-COUNT-DETAIL-B
               MOVE 0 TO AUDT-COUNT-DETAIL-C
               MOVE 0 TO AUDT-COUNT-TRAILER
               MOVE 0 TO AUDT-COUNT-EXCEPTIONS
               MOVE 0 TO AUDT-DOLLAR-TOTAL
               MOVE 'LOCKFRCE' TO AUDT-RUN-STATUS
               MOVE WS-LCK-RES-MAKER-ID(WS-LCK-SUB)
                   TO AUDT-OPERATOR-ID
               MOVE WS-LCK-RES-REASON-CODE(WS-LCK-SUB)
                   TO AUDT-REASON-CODE
               MOVE 0 TO AUDT-EXPECTED-DOLLAR-TOTAL
               MOVE WS-LCK-RES-CHECKER-ID(WS-LCK-SUB)
                   TO AUDT-APPROVER-ID
               MOVE 0 TO AUDT-START-DATE
               MOVE 0 TO AUDT-START-TIME
               WRITE AUDIT-RECORD
           END-IF.
