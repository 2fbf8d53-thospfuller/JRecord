      *          JRNLREC1.cbl).  Given a Run-Id and a
      *          Creation-Date (MRBACK-RUN-ID / MRBACK-DATE), every
      *          journal row that load wrote is reversed against
      *          DMASTER/BMASTER/AMASTER: a replaced row is restored
      *          from its before-image, an added row is deleted.  The
      *          load's own maintenance discipline applies in
      *          reverse - a master row a LATER extract has since
      *          rewritten for the key is NOT touched (reversing it
      *          same operator-confirmation discipline as
      *          MRHSKP00's purge - backing out a night's
      *          maintenance is not something to do by accident.
      *          MRBACK-APPLY=Y is honoured only under an approved
      *          dual-control authorization ('BACKOUT' for the
      *          Run-Id and Creation-Date, raised and approved by
      *          two different operators through MRAUTH00), which
      *          the back-out spends; without one the run drops to
      *          report only and ends RC=8.
      *          An applied back-out writes a 'BACKOUT' row to
      *          AUDITLOG under the backed-out Run-Id, carrying
      *          both operator ids and the approved reason, so the
      *          run history shows the load AND its reversal, and
      *          who sanctioned it.  Prints
      *          BKOTRPT: one line per journal row processed plus
      *          totals.
      *          A manual adjustment run (MRADJ00) is backed out the
      *          same way, by its Run-Id and the date it ran.  Its
      *          cash adjustments are type 'C' journal rows: the
      *          Cash-Ledger-Record is restored only while it still
      *          stands exactly as the adjustment left it (its
      *          before-image plus the posting), and the posting is
      *          taken back off the account's CSHHIST row for that
      *          date - the row is removed if the adjustment wrote
      *          it and nothing else is left on it.  A ledger row
      *          anything has posted to since is SUPERSEDED like any
      *          other; correct it with a counter-adjustment.  The
      *          'BACKOUT' audit row then also carries the C count
      *          and the cash reversed.
      * Author:  Bruce Martin
      ************************************************************

               RECORD KEY IS MST-B-KEY
               FILE STATUS IS WS-BMST-FILE-STATUS.

           SELECT A-MASTER-FILE ASSIGN TO "AMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-A-KEY
               FILE STATUS IS WS-AMST-FILE-STATUS.

           SELECT C-MASTER-FILE ASSIGN TO "CMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSH-KEY
               FILE STATUS IS WS-CMST-FILE-STATUS.

           SELECT CASH-HISTORY-FILE ASSIGN TO "CSHHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHST-KEY
               FILE STATUS IS WS-CHST-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
               RECORD KEY IS LCK-RESOURCE
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT AUTHORIZATION-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE
       FD B-MASTER-FILE.
       COPY "MSTBREC1.cbl".

       FD A-MASTER-FILE.
       COPY "MSTAREC1.cbl".

       FD C-MASTER-FILE.
       COPY "MSTCREC1.cbl".

       FD CASH-HISTORY-FILE.
       COPY "CSHHREC1.cbl".

       FD AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 172 CHARACTERS.
       COPY "AUDTREC1.cbl".

       FD BACKOUT-RPT.
       FD LOCK-FILE.
       COPY "LCKREC01.cbl".

       FD AUTHORIZATION-FILE.
       COPY "AUTHREC1.cbl".

       WORKING-STORAGE SECTION.
       01 WS-JRNL-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-DMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-BMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-AMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-CMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-CHST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-AUDIT-FILE-STATUS                  PIC X(2) VALUE '00'.
       01 WS-ENV-NAME                           PIC X(20).
       01 WS-ENV-VALUE                          PIC X(8).
                                                PIC 9(8).
       01 WS-APPLY-SW                           PIC X VALUE 'N'.
           88 WS-APPLY-MODE                     VALUE 'Y'.
       01 WS-APPLY-REFUSED-SW                   PIC X VALUE 'N'.
           88 WS-APPLY-REFUSED                  VALUE 'Y'.
      * Optional supplemental-cycle filter: blank backs out every
      * cycle the load applied for the date, a cycle number backs
      * out that one cycle only (the usual case after a bad
           88 WS-CYCLE-FILTER-ON                VALUE 'Y'.
       01 WS-EOF-SW                             PIC X VALUE 'N'.
           88 WS-EOF                            VALUE 'Y'.
      * The ledger row as found, to compare with the row as the
      * cash adjustment left it.
       01 WS-CURRENT-LEDGER                     PIC X(98).

      * Resource-interlock fields, shared suite-wide (paired with
      * LOCKPD1.cbl in the PROCEDURE DIVISION below).
       COPY "LOCKWS1.cbl".

      * Dual-control authorization fields (paired with AUTHPD1.cbl
      * in the PROCEDURE DIVISION below).
       COPY "AUTHWS1.cbl".

      * Cash-history chaining fields (paired with CSHHPD1.cbl in
      * the PROCEDURE DIVISION below).
       COPY "CSHHWS1.cbl".

       01 WS-BACKOUT-COUNTS.
           05 WS-JRNL-ROWS-READ                 PIC 9(9) VALUE 0.
           05 WS-JRNL-ROWS-MATCHED              PIC 9(9) VALUE 0.
           05 WS-RESTORED-B                     PIC 9(9) VALUE 0.
           05 WS-REMOVED-D                      PIC 9(9) VALUE 0.
           05 WS-REMOVED-B                      PIC 9(9) VALUE 0.
           05 WS-RESTORED-A                     PIC 9(9) VALUE 0.
           05 WS-REMOVED-A                      PIC 9(9) VALUE 0.
           05 WS-RESTORED-C                     PIC 9(9) VALUE 0.
           05 WS-CASH-REVERSED                  PIC 9(9)V99 VALUE 0.
           05 WS-NOT-REVERSED                   PIC 9(9) VALUE 0.

       01 WS-BACKOUT-HEADING-1.
           05 WS-BTL-LABEL                      PIC X(30).
           05 WS-BTL-VALUE                      PIC ZZZZZZZZ9.

       01 WS-BACKOUT-AMOUNT-LINE.
           05 WS-BAL-LABEL                      PIC X(30).
           05 WS-BAL-VALUE                      PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O A-MASTER-FILE
           IF WS-AMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRBACK00 ABEND - AMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-AMST-FILE-STATUS
               PERFORM 8200-RELEASE-ALL-LOCKS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O C-MASTER-FILE
           IF WS-CMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRBACK00 ABEND - CMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-CMST-FILE-STATUS
               PERFORM 8200-RELEASE-ALL-LOCKS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * No CSHHIST at all ('35') means no cash history to correct;
      * anything else wrong with it would leave the statement out
      * of step with a restored ledger, so an apply run stops.
           OPEN I-O CASH-HISTORY-FILE
           IF WS-CHST-FILE-STATUS NOT = '00'
            AND WS-CHST-FILE-STATUS NOT = '35'
               IF WS-APPLY-MODE
                   DISPLAY 'MRBACK00 ABEND - CSHHIST COULD NOT BE '
                       'OPENED, FILE STATUS ' WS-CHST-FILE-STATUS
                   PERFORM 8200-RELEASE-ALL-LOCKS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'MRBACK00 WARNING - CSHHIST NOT AVAILABLE, '
                   'CASH HISTORY WOULD NOT BE CORRECTED'
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
      * An applied back-out is a dual-control operation and the
      * audit row is where both operators are named - it fails
      * closed; a report-only pass only warns.
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               IF WS-APPLY-MODE
                   DISPLAY 'MRBACK00 ABEND - AUDITLOG COULD NOT BE '
                       'OPENED, FILE STATUS ' WS-AUDIT-FILE-STATUS
                   PERFORM 8200-RELEASE-ALL-LOCKS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'MRBACK00 WARNING - AUDITLOG NOT AVAILABLE, '
                   'THE BACK-OUT WILL NOT BE ON THE RUN HISTORY'
           END-IF

      * The approval is only spent once every file the back-out
      * needs is open - an abort above leaves it unclaimed for
      * the rerun.
           IF WS-APPLY-MODE
               PERFORM 1200-CLAIM-BACKOUT-AUTHORIZATION
           END-IF

           OPEN OUTPUT BACKOUT-RPT
           MOVE WS-BACKOUT-HEADING-1 TO BACKOUT-LINE
           WRITE BACKOUT-LINE
           MOVE WS-TARGET-DATE-X TO WS-BPL-VALUE
           MOVE WS-BACKOUT-PARM-LINE TO BACKOUT-LINE
           WRITE BACKOUT-LINE
           EVALUATE TRUE
               WHEN WS-APPLY-MODE
                   MOVE 'MODE: APPLY CONFIRMED BY OPERATOR'
                       TO BACKOUT-LINE
               WHEN WS-APPLY-REFUSED
                   MOVE 'MODE: APPLY REFUSED, REPORT ONLY'
                       TO BACKOUT-LINE
               WHEN OTHER
                   MOVE 'MODE: REPORT ONLY, NOTHING TOUCHED'
                       TO BACKOUT-LINE
           END-EVALUATE
           WRITE BACKOUT-LINE
           IF WS-APPLY-MODE
               MOVE 'RAISED BY' TO WS-BPL-LABEL
               MOVE WS-AUTH-MAKER-ID TO WS-BPL-VALUE
               MOVE WS-BACKOUT-PARM-LINE TO BACKOUT-LINE
               WRITE BACKOUT-LINE
               MOVE 'APPROVED BY' TO WS-BPL-LABEL
               MOVE WS-AUTH-CHECKER-ID TO WS-BPL-VALUE
               MOVE WS-BACKOUT-PARM-LINE TO BACKOUT-LINE
               WRITE BACKOUT-LINE
               MOVE 'REASON' TO WS-BPL-LABEL
               MOVE WS-AUTH-REASON-CODE TO WS-BPL-VALUE
               MOVE WS-BACKOUT-PARM-LINE TO BACKOUT-LINE
               WRITE BACKOUT-LINE
           END-IF
           IF WS-APPLY-REFUSED
               MOVE WS-AUTH-REFUSAL TO BACKOUT-LINE
               WRITE BACKOUT-LINE
           END-IF
           MOVE SPACES TO BACKOUT-LINE
           WRITE BACKOUT-LINE

           MOVE 'N' TO WS-LCK-RES-HELD-SW(2)
           PERFORM 8000-ACQUIRE-ALL-LOCKS.

      * Claimed under the masters lock, after the data files are
      * open, so two back-outs of the same night cannot both spend
      * one approval and a failed open does not spend it.  A refusal
      * does not stop the run - the report-only listing is still
      * what the approving operator needs to see - but nothing is
      * touched and the job ends RC=8.
       1200-CLAIM-BACKOUT-AUTHORIZATION.
           MOVE 'MRBACK00' TO WS-AUTH-PROGRAM-ID
           MOVE 'BACKOUT ' TO WS-AUTH-ACTION
           MOVE WS-RUN-ID TO WS-AUTH-TARGET-ID
           MOVE WS-TARGET-DATE TO WS-AUTH-TARGET-DATE
           PERFORM 8500-CLAIM-AUTHORIZATION
           IF NOT WS-AUTH-GRANTED
               MOVE 'N' TO WS-APPLY-SW
               MOVE 'Y' TO WS-APPLY-REFUSED-SW
           END-IF.

       2000-PROCESS-JOURNAL.
           ADD 1 TO WS-JRNL-ROWS-READ
           IF JRNL-RUN-ID = WS-RUN-ID
                   PERFORM 2200-REVERSE-D-ROW
               WHEN JRNL-TYPE-B
                   PERFORM 2300-REVERSE-B-ROW
               WHEN JRNL-TYPE-C
                   PERFORM 2400-REVERSE-C-ROW
               WHEN JRNL-TYPE-A
                   PERFORM 2500-REVERSE-A-ROW
               WHEN OTHER
                   ADD 1 TO WS-NOT-REVERSED
                   MOVE 'UNRECOGNISED JOURNAL ROW - SKIPPED'
               END-IF
           END-IF.

       2500-REVERSE-A-ROW.
           MOVE JRNL-KEY(1:11) TO MST-A-KEY
           READ A-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-AMST-FILE-STATUS NOT = '00'
               ADD 1 TO WS-NOT-REVERSED
               MOVE 'KEY NOT ON MASTER - NOT REVERSED'
                   TO WS-BDL-DISPOSITION
           ELSE
               IF MST-A-LOAD-DATE = WS-TARGET-DATE
                AND MST-A-LOAD-RUN-ID = WS-RUN-ID
                AND MST-A-LOAD-CYCLE = JRNL-CYCLE
                   PERFORM 2550-APPLY-A-REVERSAL
               ELSE
                   ADD 1 TO WS-NOT-REVERSED
                   MOVE 'SUPERSEDED BY LATER WRITE - NOT REVERSED'
                       TO WS-BDL-DISPOSITION
               END-IF
           END-IF.

       2550-APPLY-A-REVERSAL.
           IF JRNL-ADDED
               ADD 1 TO WS-REMOVED-A
               IF WS-APPLY-MODE
                   DELETE A-MASTER-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   MOVE 'ADDED ROW REMOVED' TO WS-BDL-DISPOSITION
               ELSE
                   MOVE 'ADDED ROW WOULD BE REMOVED'
                       TO WS-BDL-DISPOSITION
               END-IF
           ELSE
               ADD 1 TO WS-RESTORED-A
               IF WS-APPLY-MODE
                   MOVE JRNL-BEFORE-IMAGE TO MASTER-A-RECORD
                   REWRITE MASTER-A-RECORD
                   MOVE 'BEFORE-IMAGE RESTORED' TO WS-BDL-DISPOSITION
               ELSE
                   MOVE 'BEFORE-IMAGE WOULD BE RESTORED'
                       TO WS-BDL-DISPOSITION
               END-IF
           END-IF.

      * A cash adjustment's row is reversible only while the ledger
      * row is still exactly the before-image with the adjustment
      * posted on top - any load or later adjustment since has
      * moved the totals, and restoring the before-image would
      * wipe that posting out.
       2400-REVERSE-C-ROW.
           MOVE JRNL-KEY(1:10) TO CSH-KEY
           READ C-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-CMST-FILE-STATUS NOT = '00'
               ADD 1 TO WS-NOT-REVERSED
               MOVE 'KEY NOT ON MASTER - NOT REVERSED'
                   TO WS-BDL-DISPOSITION
           ELSE
               MOVE CASH-LEDGER-RECORD TO WS-CURRENT-LEDGER
               MOVE JRNL-CASH-BEFORE-IMAGE TO CASH-LEDGER-RECORD
               IF JRNL-CASH-ADJ-DEBIT
                   ADD JRNL-CASH-ADJ-AMOUNT TO CSH-DEBIT-TOTAL
               ELSE
                   ADD JRNL-CASH-ADJ-AMOUNT TO CSH-CREDIT-TOTAL
               END-IF
               COMPUTE CSH-NET-POSITION =
                   CSH-DEBIT-TOTAL - CSH-CREDIT-TOTAL
               IF CASH-LEDGER-RECORD = WS-CURRENT-LEDGER
                   PERFORM 2450-APPLY-C-REVERSAL
               ELSE
                   ADD 1 TO WS-NOT-REVERSED
                   MOVE 'SUPERSEDED BY LATER WRITE - NOT REVERSED'
                       TO WS-BDL-DISPOSITION
               END-IF
           END-IF.

       2450-APPLY-C-REVERSAL.
           ADD 1 TO WS-RESTORED-C
           ADD JRNL-CASH-ADJ-AMOUNT TO WS-CASH-REVERSED
           IF WS-APPLY-MODE
               MOVE JRNL-CASH-BEFORE-IMAGE TO CASH-LEDGER-RECORD
               REWRITE CASH-LEDGER-RECORD
               IF WS-CHST-FILE-STATUS NOT = '35'
                   PERFORM 2460-CORRECT-CASH-HISTORY
               END-IF
               MOVE 'BEFORE-IMAGE RESTORED' TO WS-BDL-DISPOSITION
           ELSE
               MOVE 'BEFORE-IMAGE WOULD BE RESTORED'
                   TO WS-BDL-DISPOSITION
           END-IF.

      * The adjustment went onto the account's CSHHIST row for the
      * date it ran; take it back off, and close the row on its
      * own figures, the change carried into any later-dated row
      * of the account (CSHHPD1.cbl).  A row the adjustment wrote
      * itself (its Run-Id, cycle 00) with nothing else left on it
      * goes.
       2460-CORRECT-CASH-HISTORY.
           MOVE CSH-KEY TO CHST-ACCOUNT
           MOVE JRNL-CREATION-DATE TO CHST-DATE
           READ CASH-HISTORY-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-CHST-FILE-STATUS = '00'
               MOVE CHST-ACCOUNT TO WS-CHH-ACCOUNT
               MOVE CHST-DATE TO WS-CHH-DATE
               MOVE CHST-CLOSING TO WS-CHH-OLD-CLOSING
               IF JRNL-CASH-ADJ-DEBIT
                   SUBTRACT JRNL-CASH-ADJ-AMOUNT FROM CHST-DEBITS
               ELSE
                   SUBTRACT JRNL-CASH-ADJ-AMOUNT FROM CHST-CREDITS
               END-IF
               COMPUTE CHST-CLOSING =
                   CHST-OPENING + CHST-DEBITS - CHST-CREDITS
               IF CHST-RUN-ID = WS-RUN-ID
                AND CHST-CYCLE = 0
                AND CHST-DEBITS = 0
                AND CHST-CREDITS = 0
                   DELETE CASH-HISTORY-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               ELSE
                   REWRITE CASH-HISTORY-RECORD
               END-IF
               COMPUTE WS-CHH-DELTA =
                   CHST-CLOSING - WS-CHH-OLD-CLOSING
               PERFORM 8650-CARRY-CASH-HISTORY
           END-IF.

      * One 'BACKOUT' row under the backed-out Run-Id, apply mode
      * only - a report-only pass changed nothing and belongs on no
      * audit trail.  The A/D/B counts carry the reversals applied,
      * the exception count what could not be reversed; the C count
      * and dollar total the cash adjustments reversed.
       3000-WRITE-BACKOUT-AUDIT.
           IF WS-APPLY-MODE AND WS-AUDIT-FILE-STATUS = '00'
               MOVE WS-RUN-ID TO AUDT-RUN-ID
                   MOVE 0 TO AUDT-HDR-CYCLE
               END-IF
               MOVE 0 TO AUDT-COUNT-HEADER
               COMPUTE AUDT-COUNT-DETAIL-A =
                   WS-RESTORED-A + WS-REMOVED-A
               COMPUTE AUDT-COUNT-DETAIL-D =
                   WS-RESTORED-D + WS-REMOVED-D
               COMPUTE AUDT-COUNT-DETAIL-B =
                   WS-RESTORED-B + WS-REMOVED-B
               MOVE WS-RESTORED-C TO AUDT-COUNT-DETAIL-C
               MOVE 0 TO AUDT-COUNT-TRAILER
               MOVE WS-NOT-REVERSED TO AUDT-COUNT-EXCEPTIONS
               MOVE WS-CASH-REVERSED TO AUDT-DOLLAR-TOTAL
               MOVE 'BACKOUT ' TO AUDT-RUN-STATUS
               MOVE WS-AUTH-MAKER-ID TO AUDT-OPERATOR-ID
               MOVE WS-AUTH-REASON-CODE TO AUDT-REASON-CODE
               MOVE 0 TO AUDT-EXPECTED-DOLLAR-TOTAL
               MOVE WS-AUTH-CHECKER-ID TO AUDT-APPROVER-ID
               MOVE 0 TO AUDT-START-DATE
               MOVE 0 TO AUDT-START-TIME
               WRITE AUDIT-RECORD
           END-IF.

           MOVE WS-BACKOUT-TOTAL-LINE TO BACKOUT-LINE
           WRITE BACKOUT-LINE

           MOVE 'RESTORED (A)' TO WS-BTL-LABEL
           MOVE WS-RESTORED-A TO WS-BTL-VALUE
           MOVE WS-BACKOUT-TOTAL-LINE TO BACKOUT-LINE
           WRITE BACKOUT-LINE

           MOVE 'REMOVED (A)' TO WS-BTL-LABEL
           MOVE WS-REMOVED-A TO WS-BTL-VALUE
           MOVE WS-BACKOUT-TOTAL-LINE TO BACKOUT-LINE
           WRITE BACKOUT-LINE

           MOVE 'RESTORED (C)' TO WS-BTL-LABEL
           MOVE WS-RESTORED-C TO WS-BTL-VALUE
           MOVE WS-BACKOUT-TOTAL-LINE TO BACKOUT-LINE
           WRITE BACKOUT-LINE

           MOVE 'CASH ADJUSTMENTS REVERSED' TO WS-BAL-LABEL
           MOVE WS-CASH-REVERSED TO WS-BAL-VALUE
           MOVE WS-BACKOUT-AMOUNT-LINE TO BACKOUT-LINE
           WRITE BACKOUT-LINE

           MOVE 'NOT REVERSED' TO WS-BTL-LABEL
           MOVE WS-NOT-REVERSED TO WS-BTL-VALUE
           MOVE WS-BACKOUT-TOTAL-LINE TO BACKOUT-LINE
           CLOSE JOURNAL-FILE
           CLOSE D-MASTER-FILE
           CLOSE B-MASTER-FILE
           CLOSE A-MASTER-FILE
           CLOSE C-MASTER-FILE
           CLOSE CASH-HISTORY-FILE
           CLOSE AUDIT-FILE
           CLOSE BACKOUT-RPT
           PERFORM 8200-RELEASE-ALL-LOCKS
                   ' JOURNAL ROW(S) COULD NOT BE REVERSED, '
                   'SEE BKOTRPT'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-APPLY-REFUSED
               DISPLAY 'MRBACK00 REFUSED - NO USABLE BACKOUT '
                   'AUTHORIZATION, NOTHING WAS BACKED OUT'
               MOVE 8 TO RETURN-CODE
           END-IF.

      * See LOCKPD1.cbl - the interlock paragraphs shared with
      * MRLOAD00.cbl, MRREPR00.cbl, MRRETR00.cbl and MRHSKP00.cbl.
       COPY "LOCKPD1.cbl".

      * See AUTHPD1.cbl - the maker-checker authorization claim.
       COPY "AUTHPD1.cbl".

      * See CSHHPD1.cbl - keeping the dated cash history chained.
       COPY "CSHHPD1.cbl".
