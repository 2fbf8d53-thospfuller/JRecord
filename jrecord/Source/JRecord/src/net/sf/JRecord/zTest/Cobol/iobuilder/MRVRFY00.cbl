       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRVRFY00.
      ************************************************************
      * Purpose: Periodic proof that the keyed masters (DMASTER,
      *          BMASTER, AMASTER, CMASTER) still tie to the run
      *          history - the check that catches a hand edit with
      *          a file utility, or a back-out that stopped half
      *          way, before someone else asks the awkward question.
      *          Nothing is taken on trust from the masters: every
      *          figure is recomputed from the rows themselves and
      *          proved against AUDITLOG (plus the yearly archive
      *          AUDTARCH, when present, for the years MRHSKP00 has
      *          unloaded) and the before-image journal JRNLFILE:
      *            - KEY CENSUS: for DMASTER, BMASTER and AMASTER,
      *              the rows on file (active and retired) against the
      *              cumulative adds - the journal's add rows plus
      *              keys a repair added (found on the master, or
      *              as the image a later load replaced; one purged
      *              before any load touched it is inferred from
      *              purges logged beyond the keys the journal shows
      *              gone) - less the adds reversed by a back-out
      *              and the purges MRRETR00 logged;
      *            - PROVENANCE: every master row's Load-Run-Id/
      *              Load-Date/Load-Cycle (CMASTER: the last
      *              posting's Run-Id, Move-Date and cycle) must
      *              belong to a COMPLETE load, a held load that was
      *              FORCED (an 'OVERRIDE' row), or - for a row a
      *              repair wrote, found as a REPAIRED reject on
      *              REJFILE - a run with a 'REPAIR' row; a row a
      *              manual adjustment (MRADJ00) wrote answers to
      *              that run's 'ADJUST' rows;
      *            - JOURNAL: every DMASTER/BMASTER/AMASTER row must
      *              be what its latest journal entry left behind - the
      *              row that load wrote, or, if that load has been
      *              backed out, the before-image it restored (an
      *              add backed out leaves no row at all); a row
      *              newer than its latest journal entry, or not
      *              matching it, was put there by something that
      *              does not journal;
      *            - CASH: CMASTER's Csh-Debit-Total plus
      *              Csh-Credit-Total over all keys (both absolute,
      *              the trailer's own convention) must equal the
      *              dollar totals logged by the runs that posted
      *              them, less the 'C' rows those runs rejected
      *              (never posted, repaired or not - a repair does
      *              not post cash), plus the cash adjustments
      *              logged on 'ADJUST' rows less those a back-out
      *              reversed; each row's net position must be its
      *              debits less its credits, and agree with the
      *              closing position of the account's latest
      *              CSHHIST day from its last posting on, where the
      *              history has one.
      *          A supplemental cycle backs the earlier cycle's
      *          movement out of the ledger as it re-posts each key,
      *          so only the highest cycle logged for a Run-Id and
      *          Creation-Date is counted - the supplemental file is
      *          a full re-issue of the date.  A journaled key no
      *          longer on file that no back-out explains is taken
      *          as purged, and the census proves the count of those
      *          against the purges logged.
      *          Every discrepancy is listed by file and key with
      *          the reason on VRFYRPT, followed by the census and
      *          cash totals; the job ends RC=8 when the files do
      *          not tie.  Run weekly and before each month-end,
      *          outside the load window.  Read-only: no locks are
      *          taken, every file is opened INPUT.
      * Author:  Bruce Martin
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-ARCHIVE ASSIGN TO "AUDTARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT AUDIT-SORT-FILE ASSIGN TO "SORTWK1".

           SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT JOURNAL-SORT-FILE ASSIGN TO "SORTWK2".

           SELECT JOURNAL-SORTED ASSIGN TO "JRNLSRT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JSRT-FILE-STATUS.

           SELECT D-MASTER-FILE ASSIGN TO "DMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-D-KEY
               FILE STATUS IS WS-DMST-FILE-STATUS.

           SELECT B-MASTER-FILE ASSIGN TO "BMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REJ-KEY
               FILE STATUS IS WS-REJ-FILE-STATUS.

           SELECT VERIFY-RPT ASSIGN TO "VRFYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 172 CHARACTERS.
       01 AUDIT-FILE-RECORD                     PIC X(172).

       FD AUDIT-ARCHIVE
           RECORDING MODE IS F
           RECORD CONTAINS 172 CHARACTERS.
       01 AUDIT-ARCHIVE-RECORD                  PIC X(172).

      * Both generations of the run history are released through
      * the one sort, so the run table is built in Run-Id order
      * whichever file a row came from.
       SD AUDIT-SORT-FILE.
       COPY "AUDTREC1.cbl".

       FD JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 181 CHARACTERS.
       01 JOURNAL-FILE-RECORD                   PIC X(181).

       SD JOURNAL-SORT-FILE.
       01 JOURNAL-SORT-RECORD.
           03 SRTJ-RUN-ID                       PIC X(8).
           03 SRTJ-CREATION-DATE                PIC 9(8).
           03 SRTJ-CYCLE                        PIC 9(2).
           03 SRTJ-SEQUENCE                     PIC 9(9).
           03 SRTJ-RECORD-TYPE                  PIC X.
           03 SRTJ-ACTION                       PIC X.
           03 SRTJ-KEY                          PIC X(22).
           03 SRTJ-BEFORE-IMAGE                 PIC X(130).

       FD JOURNAL-SORTED
           RECORDING MODE IS F
           RECORD CONTAINS 181 CHARACTERS.
       COPY "JRNLREC1.cbl".

       FD D-MASTER-FILE.
       COPY "MSTDREC1.cbl".

       FD B-MASTER-FILE.
       COPY "MSTBREC1.cbl".

       FD A-MASTER-FILE.
       COPY "MSTAREC1.cbl".

       FD C-MASTER-FILE.
       COPY "MSTCREC1.cbl".

       FD CASH-HISTORY-FILE.
       COPY "CSHHREC1.cbl".

       FD REJECT-FILE.
       COPY "REJREC01.cbl".

       FD VERIFY-RPT.
       01 VERIFY-LINE                           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILE-STATUS                  PIC X(2) VALUE '00'.
       01 WS-ARCH-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-JRNL-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-JSRT-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-DMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-BMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-AMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-CMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-CHST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-REJ-FILE-STATUS                    PIC X(2) VALUE '00'.

       01 WS-AUDIT-EOF-SW                       PIC X VALUE 'N'.
           88 WS-AUDIT-EOF                      VALUE 'Y'.
       01 WS-SORT-EOF-SW                        PIC X VALUE 'N'.
           88 WS-SORT-EOF                       VALUE 'Y'.
       01 WS-REJ-EOF-SW                         PIC X VALUE 'N'.
           88 WS-REJ-EOF                        VALUE 'Y'.
       01 WS-JSRT-EOF-SW                        PIC X VALUE 'N'.
           88 WS-JSRT-EOF                       VALUE 'Y'.
       01 WS-MASTER-EOF-SW                      PIC X VALUE 'N'.
           88 WS-MASTER-EOF                     VALUE 'Y'.
       01 WS-CMST-EOF-SW                        PIC X VALUE 'N'.
           88 WS-CMST-EOF                       VALUE 'Y'.
       01 WS-ARCHIVE-SW                         PIC X VALUE 'N'.
           88 WS-ARCHIVE-AVAILABLE              VALUE 'Y'.
       01 WS-REJ-SW                             PIC X VALUE 'N'.
           88 WS-REJ-AVAILABLE                  VALUE 'Y'.
       01 WS-CHST-SW                            PIC X VALUE 'N'.
           88 WS-CHST-AVAILABLE                 VALUE 'Y'.
       01 WS-CHST-EOF-SW                        PIC X VALUE 'N'.
           88 WS-CHST-EOF                       VALUE 'Y'.
       01 WS-LATEST-CHST-SW                     PIC X VALUE 'N'.
           88 WS-LATEST-CHST-FOUND              VALUE 'Y'.
       01 WS-LATEST-CLOSING                     PIC S9(11)V99 VALUE 0.
       01 WS-RUN-FOUND-SW                       PIC X VALUE 'N'.
           88 WS-RUN-FOUND                      VALUE 'Y'.
       01 WS-BACKED-OUT-SW                      PIC X VALUE 'N'.
           88 WS-BACKED-OUT                     VALUE 'Y'.
       01 WS-REPAIRED-ROW-SW                    PIC X VALUE 'N'.
           88 WS-REPAIRED-ROW                   VALUE 'Y'.

       01 WS-TODAY-DATE                         PIC 9(8) VALUE 0.

      * Extract layout, so a rejected 'C' row's raw image can be
      * put back through the load's own amount normalisation.
       COPY "MultiRecordTest12.cbl".

       COPY "DTEDTWS1.cbl".

      * One entry per Run-Id + Creation-Date + cycle on the run
      * history, built in key order off the sorted audit rows and
      * searched by SEARCH ALL.  A 'REPAIR' row carries no
      * Creation-Date, so a Run-Id's repairs sit in its
      * Creation-Date 0 entry; a 'BACKOUT' of every cycle sits in
      * the date's cycle 0 entry.  Posted means the load reached
      * its balance check (COMPLETE or OOB-BRK) and so maintained
      * the masters; Counted means its dollars are the date's
      * latest word (no higher cycle posted for the same date).
       01 WS-RUN-TABLE.
           05 WS-RT-COUNT                       PIC 9(4) VALUE 0.
           05 WS-RT-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-RT-COUNT
                   ASCENDING KEY IS WS-RT-RUN-ID WS-RT-DATE
                                    WS-RT-CYCLE
                   INDEXED BY WS-RT-IX.
               10 WS-RT-RUN-ID                  PIC X(8).
               10 WS-RT-DATE                    PIC 9(8).
               10 WS-RT-CYCLE                   PIC 9(2).
               10 WS-RT-POSTED-SW               PIC X.
                   88 WS-RT-POSTED              VALUE 'Y'.
               10 WS-RT-COMPLETE-SW             PIC X.
                   88 WS-RT-COMPLETE            VALUE 'Y'.
               10 WS-RT-FORCED-SW               PIC X.
                   88 WS-RT-FORCED              VALUE 'Y'.
               10 WS-RT-REPAIR-SW               PIC X.
                   88 WS-RT-REPAIRED            VALUE 'Y'.
               10 WS-RT-BACKOUT-SW              PIC X.
                   88 WS-RT-BACKED-OUT          VALUE 'Y'.
               10 WS-RT-ADJUST-SW               PIC X.
                   88 WS-RT-ADJUSTED            VALUE 'Y'.
               10 WS-RT-COUNTED-SW              PIC X.
                   88 WS-RT-COUNTED             VALUE 'Y'.
               10 WS-RT-DOLLARS                 PIC 9(9)V99.
               10 WS-RT-REJ-DOLLARS             PIC 9(11)V99.
       01 WS-RT-SUB                             PIC 9(4) VALUE 0.
       01 WS-RT-MAX                             PIC 9(4) VALUE 9999.
       01 WS-FIND-RUN-ID                        PIC X(8).
       01 WS-FIND-DATE                          PIC 9(8).
       01 WS-FIND-CYCLE                         PIC 9(2).
       01 WS-PREV-RUN-ID                        PIC X(8).
       01 WS-PREV-DATE                          PIC 9(8).
       01 WS-CASH-ABS-AMOUNT                    PIC 9(9)V99.

      * The keyed-master pass in progress ('A', 'B' then 'D' - the
      * order the journal sorts in) and the two sides of the
      * match: the master's key, and the journal key current for
      * this pass (HIGH-VALUES once either side is exhausted).
       01 WS-PASS-TYPE                          PIC X.
       01 WS-PASS-FILE                          PIC X(8).
       01 WS-MK-KEY                             PIC X(22).
       01 WS-JK-PASS-KEY                        PIC X(22).

      * Provenance of the master row being judged.
       01 WS-MP-RUN-ID                          PIC X(8).
       01 WS-MP-DATE                            PIC 9(8).
       01 WS-MP-SEQ                             PIC 9(9).
       01 WS-MP-CYCLE                           PIC 9(2).
       01 WS-MP-RETIRED-SW                      PIC X.
           88 WS-MP-RETIRED                     VALUE 'R'.

      * Provenance to look up on REJFILE as a repair's stamp - the
      * master row's, or a journaled before-image's.
       01 WS-RPR-RUN-ID                         PIC X(8).
       01 WS-RPR-DATE                           PIC 9(8).
       01 WS-RPR-SEQ                            PIC 9(9).

      * One key's journal history, summarised in append order -
      * the last row is the last maintenance the journal saw.
       01 WS-JK-KEY                             PIC X(22).
       01 WS-JK-ROWS                            PIC 9(9) VALUE 0.
       01 WS-JK-LAST-RUN-ID                     PIC X(8).
       01 WS-JK-LAST-DATE                       PIC 9(8).
       01 WS-JK-LAST-CYCLE                      PIC 9(2).
       01 WS-JK-LAST-ACTION                     PIC X.
           88 WS-JK-LAST-ADDED                  VALUE 'A'.
       01 WS-JK-LAST-BACKOUT-SW                 PIC X VALUE 'N'.
           88 WS-JK-LAST-BACKED-OUT             VALUE 'Y'.
       01 WS-JK-BEFORE-RUN-ID                   PIC X(8).
       01 WS-JK-BEFORE-DATE                     PIC 9(8).
       01 WS-JK-BEFORE-CYCLE                    PIC 9(2).
       01 WS-JK-BEFORE-SEQ                      PIC 9(9).

      * The provenance fields of a journaled before-image, at
      * their offsets in Master-D-Record / Master-B-Record /
      * Master-A-Record.
       01 WS-BEFORE-IMAGE                       PIC X(130).
       01 WS-BEFORE-D-VIEW REDEFINES WS-BEFORE-IMAGE.
           05 FILLER                            PIC X(45).
           05 WS-BFD-LOAD-DATE                  PIC 9(8).
           05 WS-BFD-LOAD-RUN-ID                PIC X(8).
           05 WS-BFD-LOAD-SEQ                   PIC 9(9).
           05 WS-BFD-LOAD-CYCLE                 PIC 9(2).
           05 FILLER                            PIC X(58).
       01 WS-BEFORE-B-VIEW REDEFINES WS-BEFORE-IMAGE.
           05 FILLER                            PIC X(91).
           05 WS-BFB-LOAD-DATE                  PIC 9(8).
           05 WS-BFB-LOAD-RUN-ID                PIC X(8).
           05 WS-BFB-LOAD-SEQ                   PIC 9(9).
           05 WS-BFB-LOAD-CYCLE                 PIC 9(2).
           05 FILLER                            PIC X(12).
       01 WS-BEFORE-A-VIEW REDEFINES WS-BEFORE-IMAGE.
           05 FILLER                            PIC X(78).
           05 WS-BFA-LOAD-DATE                  PIC 9(8).
           05 WS-BFA-LOAD-RUN-ID                PIC X(8).
           05 WS-BFA-LOAD-SEQ                   PIC 9(9).
           05 WS-BFA-LOAD-CYCLE                 PIC 9(2).
           05 FILLER                            PIC X(25).

      * What the master should hold for the key, off the journal.
       01 WS-EXP-RUN-ID                         PIC X(8).
       01 WS-EXP-DATE                           PIC 9(8).
       01 WS-EXP-CYCLE                          PIC 9(2).
       01 WS-EXP-ABSENT-SW                      PIC X VALUE 'N'.
           88 WS-EXP-ABSENT                     VALUE 'Y'.

      * Census counts for the pass in progress, moved to the
      * type's own group when the pass ends (same layout).
       01 WS-PASS-COUNTS.
           05 WS-PC-ON-FILE                     PIC 9(9).
           05 WS-PC-ACTIVE                      PIC 9(9).
           05 WS-PC-RETIRED                     PIC 9(9).
           05 WS-PC-JOURNAL-ADDS                PIC 9(9).
           05 WS-PC-REPAIR-ADDS                 PIC 9(9).
           05 WS-PC-REVERSED                    PIC 9(9).
           05 WS-PC-GONE                        PIC 9(9).
           05 WS-PC-PURGES-LOGGED               PIC 9(9).
           05 WS-PC-UNSEEN-PURGES               PIC 9(9).
       01 WS-D-COUNTS                           PIC X(81).
       01 WS-B-COUNTS                           PIC X(81).
       01 WS-A-COUNTS                           PIC X(81).
       01 WS-PURGES-LOGGED-D                    PIC 9(9) VALUE 0.
       01 WS-PURGES-LOGGED-B                    PIC 9(9) VALUE 0.
       01 WS-PURGES-LOGGED-A                    PIC 9(9) VALUE 0.
       01 WS-EXPECTED-ON-FILE                   PIC S9(10) VALUE 0.

       01 WS-VERIFY-COUNTS.
           05 WS-AUDIT-ROWS-READ                PIC 9(9) VALUE 0.
           05 WS-JRNL-ROWS-READ                 PIC 9(9) VALUE 0.
           05 WS-RUNS-COUNTED                   PIC 9(9) VALUE 0.
           05 WS-CYCLES-SUPERSEDED              PIC 9(9) VALUE 0.
           05 WS-REJECTED-C-ROWS                PIC 9(9) VALUE 0.
           05 WS-LEDGER-KEYS-READ               PIC 9(9) VALUE 0.
           05 WS-DISCREPANCIES                  PIC 9(9) VALUE 0.

       01 WS-CASH-TOTALS.
           05 WS-LEDGER-DEBITS                  PIC 9(15)V99 VALUE 0.
           05 WS-LEDGER-CREDITS                 PIC 9(15)V99 VALUE 0.
           05 WS-LEDGER-POSTED                  PIC 9(15)V99 VALUE 0.
           05 WS-LOGGED-DOLLARS                 PIC 9(15)V99 VALUE 0.
           05 WS-LOGGED-REJ-DOLLARS             PIC 9(15)V99 VALUE 0.
           05 WS-LOGGED-POSTED                  PIC S9(15)V99 VALUE 0.
           05 WS-LOGGED-ADJ-DOLLARS             PIC 9(15)V99 VALUE 0.
           05 WS-LOGGED-BKO-DOLLARS             PIC 9(15)V99 VALUE 0.

       01 WS-VERIFY-HEADING-1.
           05 FILLER                            PIC X(40)
               VALUE 'MASTER / RUN-HISTORY PROOF'.
           05 FILLER                            PIC X(9)
               VALUE 'RUN DATE '.
           05 WS-VH1-DATE                       PIC 9(8).

       01 WS-VERIFY-HEADING-2.
           05 FILLER                            PIC X(9)
               VALUE 'FILE'.
           05 FILLER                            PIC X(23)
               VALUE 'KEY'.
           05 FILLER                            PIC X(9)
               VALUE 'RUN-ID'.
           05 FILLER                            PIC X(9)
               VALUE 'DATE'.
           05 FILLER                            PIC X(3)
               VALUE 'CY'.
           05 FILLER                            PIC X(40)
               VALUE 'DISCREPANCY'.

       01 WS-VERIFY-DETAIL-LINE.
           05 WS-VDL-FILE                       PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-VDL-KEY                        PIC X(22).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-VDL-RUN-ID                     PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-VDL-DATE                       PIC 9(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-VDL-CYCLE                      PIC 9(2).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-VDL-REASON                     PIC X(60).

       01 WS-VERIFY-TOTAL-LINE.
           05 WS-VTL-LABEL                      PIC X(30).
           05 WS-VTL-VALUE                      PIC ZZZZZZZZ9.

       01 WS-VERIFY-AMOUNT-LINE.
           05 WS-VAL-LABEL                      PIC X(30).
           05 WS-VAL-VALUE                      PIC -ZZZZZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SORT AUDIT-SORT-FILE
               ON ASCENDING KEY AUDT-RUN-ID AUDT-HDR-CREATION-DATE
                                AUDT-HDR-CYCLE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-RELEASE-AUDIT-ROWS
               OUTPUT PROCEDURE IS 2500-BUILD-RUN-TABLE
           PERFORM 2600-MARK-COUNTED-RUNS
           PERFORM 3000-COLLECT-REJECTED-CASH
           PERFORM 4000-SORT-JOURNAL
           OPEN INPUT JOURNAL-SORTED
           PERFORM 5010-READ-JOURNAL-SORTED
           PERFORM 6200-PROVE-A-MASTER
           PERFORM 6000-PROVE-B-MASTER
           PERFORM 6100-PROVE-D-MASTER
           CLOSE JOURNAL-SORTED
           PERFORM 7000-PROVE-CASH-LEDGER
           PERFORM 8500-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

      * The masters and the journal are mandatory - there is
      * nothing to prove without them.  REJFILE and CSHHIST are
      * read around when absent: no rejects means nothing to
      * deduct or explain, no history means no closing positions
      * to compare.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           OPEN INPUT D-MASTER-FILE
           IF WS-DMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRVRFY00 ABEND - DMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-DMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT B-MASTER-FILE
           IF WS-BMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRVRFY00 ABEND - BMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-BMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT A-MASTER-FILE
           IF WS-AMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRVRFY00 ABEND - AMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-AMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT C-MASTER-FILE
           IF WS-CMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRVRFY00 ABEND - CMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-CMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS NOT = '00'
               DISPLAY 'MRVRFY00 ABEND - JRNLFILE COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-JRNL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE JOURNAL-FILE

           OPEN INPUT REJECT-FILE
           IF WS-REJ-FILE-STATUS = '00'
               MOVE 'Y' TO WS-REJ-SW
           ELSE
               DISPLAY 'MRVRFY00 WARNING - REJFILE NOT AVAILABLE, '
                   'NO REJECTED OR REPAIRED ROWS WILL BE ALLOWED FOR'
           END-IF
           OPEN INPUT CASH-HISTORY-FILE
           IF WS-CHST-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CHST-SW
           ELSE
               DISPLAY 'MRVRFY00 WARNING - CSHHIST NOT AVAILABLE, '
                   'CLOSING POSITIONS WILL NOT BE COMPARED'
           END-IF

           OPEN OUTPUT VERIFY-RPT
           MOVE WS-TODAY-DATE TO WS-VH1-DATE
           MOVE WS-VERIFY-HEADING-1 TO VERIFY-LINE
           WRITE VERIFY-LINE
           MOVE SPACES TO VERIFY-LINE
           WRITE VERIFY-LINE
           MOVE WS-VERIFY-HEADING-2 TO VERIFY-LINE
           WRITE VERIFY-LINE.

      ************************************************************
      * Run history.  The archive (oldest rows) goes in first,
      * then the live log, so WITH DUPLICATES IN ORDER keeps each
      * Run-Id/date/cycle's rows in the order they were written.
      * Only the rows that say something about the masters are
      * released; MRRETR00's purge counts are totalled on the way
      * past (MRHSKP00's 'PURGE' rows are about checkpoints and
      * the audit log itself, not the masters).
      ************************************************************
       2000-RELEASE-AUDIT-ROWS.
           OPEN INPUT AUDIT-ARCHIVE
           IF WS-ARCH-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ARCHIVE-SW
               MOVE 'N' TO WS-AUDIT-EOF-SW
               PERFORM 2050-READ-AUDIT-ARCHIVE
               PERFORM 2100-RELEASE-ONE-AUDIT-ROW
                   UNTIL WS-AUDIT-EOF
               CLOSE AUDIT-ARCHIVE
           ELSE
               DISPLAY 'MRVRFY00 WARNING - AUDTARCH NOT AVAILABLE, '
                   'PROVING AGAINST AUDITLOG ALONE'
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'MRVRFY00 ABEND - AUDITLOG COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-ARCHIVE-SW
           MOVE 'N' TO WS-AUDIT-EOF-SW
           PERFORM 2060-READ-AUDIT-LOG
           PERFORM 2100-RELEASE-ONE-AUDIT-ROW
               UNTIL WS-AUDIT-EOF
           CLOSE AUDIT-FILE.

       2050-READ-AUDIT-ARCHIVE.
           READ AUDIT-ARCHIVE INTO AUDIT-RECORD
               AT END SET WS-AUDIT-EOF TO TRUE
           END-READ.

       2060-READ-AUDIT-LOG.
           READ AUDIT-FILE INTO AUDIT-RECORD
               AT END SET WS-AUDIT-EOF TO TRUE
           END-READ.

       2100-RELEASE-ONE-AUDIT-ROW.
           ADD 1 TO WS-AUDIT-ROWS-READ
           EVALUATE AUDT-RUN-STATUS
               WHEN 'COMPLETE'
               WHEN 'OOB-BRK '
               WHEN 'OVERRIDE'
               WHEN 'REPAIR  '
                   RELEASE AUDIT-RECORD
      * Cash adjustments, and the adjustments a back-out reversed,
      * move the ledger whichever runs are counted.
               WHEN 'BACKOUT '
                   ADD AUDT-DOLLAR-TOTAL TO WS-LOGGED-BKO-DOLLARS
                   RELEASE AUDIT-RECORD
               WHEN 'ADJUST  '
                   ADD AUDT-DOLLAR-TOTAL TO WS-LOGGED-ADJ-DOLLARS
                   RELEASE AUDIT-RECORD
               WHEN 'PURGE   '
                   IF AUDT-RUN-ID = 'MRRETR00'
                       ADD AUDT-COUNT-DETAIL-D TO WS-PURGES-LOGGED-D
                       ADD AUDT-COUNT-DETAIL-B TO WS-PURGES-LOGGED-B
                       ADD AUDT-COUNT-DETAIL-A TO WS-PURGES-LOGGED-A
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ARCHIVE-AVAILABLE
               PERFORM 2050-READ-AUDIT-ARCHIVE
           ELSE
               PERFORM 2060-READ-AUDIT-LOG
           END-IF.

      * A proof drawn from a truncated run table would report
      * every run past the limit as unknown, so a full table ends
      * the job rather than printing a misleading answer.
       2500-BUILD-RUN-TABLE.
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM 2510-RETURN-AUDIT-ROW
           PERFORM 2550-TABLE-ONE-AUDIT-ROW
               UNTIL WS-SORT-EOF.

       2510-RETURN-AUDIT-ROW.
           RETURN AUDIT-SORT-FILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.

       2550-TABLE-ONE-AUDIT-ROW.
           IF WS-RT-COUNT = 0
            OR AUDT-RUN-ID NOT = WS-RT-RUN-ID(WS-RT-COUNT)
            OR AUDT-HDR-CREATION-DATE NOT = WS-RT-DATE(WS-RT-COUNT)
            OR AUDT-HDR-CYCLE NOT = WS-RT-CYCLE(WS-RT-COUNT)
               IF WS-RT-COUNT = WS-RT-MAX
                   DISPLAY 'MRVRFY00 ABEND - MORE THAN ' WS-RT-MAX
                       ' RUNS ON THE RUN HISTORY, RUN TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RT-COUNT
               MOVE AUDT-RUN-ID TO WS-RT-RUN-ID(WS-RT-COUNT)
               MOVE AUDT-HDR-CREATION-DATE TO WS-RT-DATE(WS-RT-COUNT)
               MOVE AUDT-HDR-CYCLE TO WS-RT-CYCLE(WS-RT-COUNT)
               MOVE 'N' TO WS-RT-POSTED-SW(WS-RT-COUNT)
               MOVE 'N' TO WS-RT-COMPLETE-SW(WS-RT-COUNT)
               MOVE 'N' TO WS-RT-FORCED-SW(WS-RT-COUNT)
               MOVE 'N' TO WS-RT-REPAIR-SW(WS-RT-COUNT)
               MOVE 'N' TO WS-RT-BACKOUT-SW(WS-RT-COUNT)
               MOVE 'N' TO WS-RT-ADJUST-SW(WS-RT-COUNT)
               MOVE 'N' TO WS-RT-COUNTED-SW(WS-RT-COUNT)
               MOVE 0 TO WS-RT-DOLLARS(WS-RT-COUNT)
               MOVE 0 TO WS-RT-REJ-DOLLARS(WS-RT-COUNT)
           END-IF
      * A re-run of the same extract and cycle replays rather than
      * re-posts, so the latest posting row's total stands for the
      * entry - it is never added to the earlier one.
           EVALUATE AUDT-RUN-STATUS
               WHEN 'COMPLETE'
                   MOVE 'Y' TO WS-RT-POSTED-SW(WS-RT-COUNT)
                   MOVE 'Y' TO WS-RT-COMPLETE-SW(WS-RT-COUNT)
                   MOVE AUDT-DOLLAR-TOTAL
                       TO WS-RT-DOLLARS(WS-RT-COUNT)
               WHEN 'OOB-BRK '
                   MOVE 'Y' TO WS-RT-POSTED-SW(WS-RT-COUNT)
                   MOVE AUDT-DOLLAR-TOTAL
                       TO WS-RT-DOLLARS(WS-RT-COUNT)
               WHEN 'OVERRIDE'
                   MOVE 'Y' TO WS-RT-FORCED-SW(WS-RT-COUNT)
               WHEN 'REPAIR  '
                   MOVE 'Y' TO WS-RT-REPAIR-SW(WS-RT-COUNT)
               WHEN 'BACKOUT '
                   MOVE 'Y' TO WS-RT-BACKOUT-SW(WS-RT-COUNT)
               WHEN 'ADJUST  '
                   MOVE 'Y' TO WS-RT-ADJUST-SW(WS-RT-COUNT)
           END-EVALUATE
           PERFORM 2510-RETURN-AUDIT-ROW.

      * Walked from the top down: the table is in Run-Id/date/
      * cycle order, so the first posted entry met for a Run-Id
      * and date is its highest cycle, and any lower cycle of the
      * same date is superseded.
       2600-MARK-COUNTED-RUNS.
           MOVE SPACES TO WS-PREV-RUN-ID
           MOVE 0 TO WS-PREV-DATE
           PERFORM 2650-MARK-ONE-RUN
               VARYING WS-RT-SUB FROM WS-RT-COUNT BY -1
               UNTIL WS-RT-SUB < 1.

       2650-MARK-ONE-RUN.
           IF WS-RT-POSTED(WS-RT-SUB)
               IF WS-RT-RUN-ID(WS-RT-SUB) = WS-PREV-RUN-ID
                AND WS-RT-DATE(WS-RT-SUB) = WS-PREV-DATE
                   ADD 1 TO WS-CYCLES-SUPERSEDED
               ELSE
                   MOVE 'Y' TO WS-RT-COUNTED-SW(WS-RT-SUB)
                   ADD 1 TO WS-RUNS-COUNTED
                   MOVE WS-RT-RUN-ID(WS-RT-SUB) TO WS-PREV-RUN-ID
                   MOVE WS-RT-DATE(WS-RT-SUB) TO WS-PREV-DATE
               END-IF
           END-IF.

      ************************************************************
      * Rejected cash.  The load's logged dollar total covers
      * every 'C' row it read, including those its edits refused;
      * those were never posted, so each counted run's rejected
      * amounts come back off its logged total - through the
      * load's own amount normalisation, absolute, a non-numeric
      * amount counting zero exactly as it did in the total.
      ************************************************************
       3000-COLLECT-REJECTED-CASH.
           IF WS-REJ-AVAILABLE
               MOVE LOW-VALUES TO REJ-KEY
               START REJECT-FILE KEY NOT < REJ-KEY
                   INVALID KEY SET WS-REJ-EOF TO TRUE
               END-START
               IF NOT WS-REJ-EOF
                   PERFORM 3050-READ-NEXT-REJECT
               END-IF
               PERFORM 3100-TAKE-ONE-REJECT
                   UNTIL WS-REJ-EOF
           END-IF.

       3050-READ-NEXT-REJECT.
           READ REJECT-FILE NEXT RECORD
               AT END SET WS-REJ-EOF TO TRUE
           END-READ.

       3100-TAKE-ONE-REJECT.
           IF REJ-RECORD-TYPE = 'C'
               MOVE REJ-RUN-ID TO WS-FIND-RUN-ID
               MOVE REJ-CREATION-DATE TO WS-FIND-DATE
               MOVE REJ-HDR-CYCLE TO WS-FIND-CYCLE
               PERFORM 8100-FIND-RUN
               IF WS-RUN-FOUND
                   IF WS-RT-COUNTED(WS-RT-SUB)
                       ADD 1 TO WS-REJECTED-C-ROWS
                       MOVE REJ-ROW-IMAGE TO MASTER-RECORD
                       PERFORM 2155-APPLY-LAYOUT-C
                       IF WS-DCN-AMOUNT < 0
                           COMPUTE WS-CASH-ABS-AMOUNT =
                               0 - WS-DCN-AMOUNT
                       ELSE
                           MOVE WS-DCN-AMOUNT TO WS-CASH-ABS-AMOUNT
                       END-IF
                       ADD WS-CASH-ABS-AMOUNT
                           TO WS-RT-REJ-DOLLARS(WS-RT-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM 3050-READ-NEXT-REJECT.

      * See DTEDTPD1.cbl - shared with MRLOAD00.cbl, so a rejected
      * row's amount is read exactly as the load read it.
       COPY "DTEDTPD1.cbl".

      * The journal in record-type + key order.  JRNLFILE is
      * append-only, so WITH DUPLICATES IN ORDER leaves each key's
      * rows in the order the maintenance happened.
       4000-SORT-JOURNAL.
           SORT JOURNAL-SORT-FILE
               ON ASCENDING KEY SRTJ-RECORD-TYPE SRTJ-KEY
               WITH DUPLICATES IN ORDER
               USING JOURNAL-FILE
               GIVING JOURNAL-SORTED.

      ************************************************************
      * Keyed-master passes.  Each is a two-file balance line, the
      * MRCOMP00 idiom: the master browsed in key order against the
      * sorted journal's rows of the same record type, an
      * exhausted side floating to HIGH-VALUES.  A key on the
      * journal only is judged absent, a key on the master only
      * has no journal history, equal keys are judged present
      * against their journal history.
      ************************************************************
       5010-READ-JOURNAL-SORTED.
           READ JOURNAL-SORTED
               AT END SET WS-JSRT-EOF TO TRUE
               NOT AT END ADD 1 TO WS-JRNL-ROWS-READ
           END-READ
           PERFORM 5020-SET-JOURNAL-PASS-KEY.

       5020-SET-JOURNAL-PASS-KEY.
           IF WS-JSRT-EOF
               MOVE HIGH-VALUES TO WS-JK-PASS-KEY
           ELSE
               IF JRNL-RECORD-TYPE = WS-PASS-TYPE
                   MOVE JRNL-KEY TO WS-JK-PASS-KEY
               ELSE
                   MOVE HIGH-VALUES TO WS-JK-PASS-KEY
               END-IF
           END-IF.

      * Journal rows of a record type with no master pass (sorting
      * ahead of this pass's type) are stepped over.
       5050-START-PASS.
           INITIALIZE WS-PASS-COUNTS
           MOVE 'N' TO WS-MASTER-EOF-SW
           PERFORM 5010-READ-JOURNAL-SORTED
               UNTIL WS-JSRT-EOF
                  OR JRNL-RECORD-TYPE NOT < WS-PASS-TYPE
           PERFORM 5020-SET-JOURNAL-PASS-KEY.

       5100-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-JK-PASS-KEY < WS-MK-KEY
                   PERFORM 5300-SUMMARISE-JOURNAL-KEY
                   PERFORM 5500-JUDGE-ABSENT-KEY
               WHEN WS-JK-PASS-KEY > WS-MK-KEY
                   MOVE WS-MK-KEY TO WS-JK-KEY
                   MOVE 0 TO WS-JK-ROWS
                   PERFORM 5400-JUDGE-PRESENT-ROW
                   PERFORM 5150-READ-NEXT-MASTER
               WHEN OTHER
                   PERFORM 5300-SUMMARISE-JOURNAL-KEY
                   PERFORM 5400-JUDGE-PRESENT-ROW
                   PERFORM 5150-READ-NEXT-MASTER
           END-EVALUATE.

       5150-READ-NEXT-MASTER.
           EVALUATE WS-PASS-TYPE
               WHEN 'A'
                   PERFORM 6250-READ-NEXT-A-MASTER
               WHEN 'B'
                   PERFORM 6050-READ-NEXT-B-MASTER
               WHEN 'D'
                   PERFORM 6150-READ-NEXT-D-MASTER
           END-EVALUATE.

      * Every journal row for the key, in the order written.  An
      * add arriving after earlier rows means the key left the
      * master in between: by a back-out of the add before it, or
      * otherwise by a purge.  A key whose first row is a replace
      * was already on the master before the journal saw it - when
      * the replaced image carries a repair's stamp, a repair
      * added it, and it is counted as a repair add here whether
      * or not the key is still on file.  The last row, with
      * whether its load has since been backed out, decides what
      * the master should hold now.
       5300-SUMMARISE-JOURNAL-KEY.
           MOVE WS-JK-PASS-KEY TO WS-JK-KEY
           MOVE 0 TO WS-JK-ROWS
           PERFORM 5310-TAKE-JOURNAL-ROW
               UNTIL WS-JK-PASS-KEY NOT = WS-JK-KEY.

       5310-TAKE-JOURNAL-ROW.
           IF JRNL-ADDED
               ADD 1 TO WS-PC-JOURNAL-ADDS
               IF WS-JK-ROWS > 0
                   IF WS-JK-LAST-ADDED AND WS-JK-LAST-BACKED-OUT
                       ADD 1 TO WS-PC-REVERSED
                   ELSE
                       ADD 1 TO WS-PC-GONE
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-JK-ROWS
           MOVE JRNL-RUN-ID TO WS-JK-LAST-RUN-ID
           MOVE JRNL-CREATION-DATE TO WS-JK-LAST-DATE
           MOVE JRNL-CYCLE TO WS-JK-LAST-CYCLE
           MOVE JRNL-ACTION TO WS-JK-LAST-ACTION
           MOVE JRNL-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           EVALUATE WS-PASS-TYPE
               WHEN 'A'
                   MOVE WS-BFA-LOAD-RUN-ID TO WS-JK-BEFORE-RUN-ID
                   MOVE WS-BFA-LOAD-DATE TO WS-JK-BEFORE-DATE
                   MOVE WS-BFA-LOAD-CYCLE TO WS-JK-BEFORE-CYCLE
                   MOVE WS-BFA-LOAD-SEQ TO WS-JK-BEFORE-SEQ
               WHEN 'B'
                   MOVE WS-BFB-LOAD-RUN-ID TO WS-JK-BEFORE-RUN-ID
                   MOVE WS-BFB-LOAD-DATE TO WS-JK-BEFORE-DATE
                   MOVE WS-BFB-LOAD-CYCLE TO WS-JK-BEFORE-CYCLE
                   MOVE WS-BFB-LOAD-SEQ TO WS-JK-BEFORE-SEQ
               WHEN OTHER
                   MOVE WS-BFD-LOAD-RUN-ID TO WS-JK-BEFORE-RUN-ID
                   MOVE WS-BFD-LOAD-DATE TO WS-JK-BEFORE-DATE
                   MOVE WS-BFD-LOAD-CYCLE TO WS-JK-BEFORE-CYCLE
                   MOVE WS-BFD-LOAD-SEQ TO WS-JK-BEFORE-SEQ
           END-EVALUATE
           IF WS-JK-ROWS = 1 AND NOT JRNL-ADDED
               MOVE WS-JK-BEFORE-RUN-ID TO WS-RPR-RUN-ID
               MOVE WS-JK-BEFORE-DATE TO WS-RPR-DATE
               MOVE WS-JK-BEFORE-SEQ TO WS-RPR-SEQ
               PERFORM 8400-CHECK-REPAIRED-ROW
               IF WS-REPAIRED-ROW
                   ADD 1 TO WS-PC-REPAIR-ADDS
               END-IF
           END-IF
           MOVE JRNL-RUN-ID TO WS-FIND-RUN-ID
           MOVE JRNL-CREATION-DATE TO WS-FIND-DATE
           MOVE JRNL-CYCLE TO WS-FIND-CYCLE
           PERFORM 8200-JUDGE-BACKED-OUT
           MOVE WS-BACKED-OUT-SW TO WS-JK-LAST-BACKOUT-SW
           PERFORM 5010-READ-JOURNAL-SORTED.

      * A row a repair wrote is not journaled - it is recognised
      * by its provenance naming a REPAIRED reject of the same
      * record type, and answers to the 'REPAIR' row instead.
       5400-JUDGE-PRESENT-ROW.
           ADD 1 TO WS-PC-ON-FILE
           IF WS-MP-RETIRED
               ADD 1 TO WS-PC-RETIRED
           ELSE
               ADD 1 TO WS-PC-ACTIVE
           END-IF
           MOVE WS-MP-RUN-ID TO WS-RPR-RUN-ID
           MOVE WS-MP-DATE TO WS-RPR-DATE
           MOVE WS-MP-SEQ TO WS-RPR-SEQ
           PERFORM 8400-CHECK-REPAIRED-ROW
           PERFORM 5410-JUDGE-PROVENANCE
           IF WS-REPAIRED-ROW
               IF WS-JK-ROWS = 0
                   ADD 1 TO WS-PC-REPAIR-ADDS
               END-IF
           ELSE
               PERFORM 5420-JUDGE-AGAINST-JOURNAL
           END-IF.

       5410-JUDGE-PROVENANCE.
           MOVE WS-MP-RUN-ID TO WS-FIND-RUN-ID
           IF WS-REPAIRED-ROW
               MOVE 0 TO WS-FIND-DATE
               MOVE 0 TO WS-FIND-CYCLE
               PERFORM 8100-FIND-RUN
               IF NOT WS-RUN-FOUND
                   MOVE 'REPAIRED ROW - NO REPAIR ROW ON AUDITLOG'
                       TO WS-VDL-REASON
                   PERFORM 8000-WRITE-DISCREPANCY
               ELSE
                   IF NOT WS-RT-REPAIRED(WS-RT-SUB)
                       MOVE 'REPAIRED ROW - NO REPAIR ROW ON AUDITLOG'
                           TO WS-VDL-REASON
                       PERFORM 8000-WRITE-DISCREPANCY
                   END-IF
               END-IF
           ELSE
               MOVE WS-MP-DATE TO WS-FIND-DATE
               MOVE WS-MP-CYCLE TO WS-FIND-CYCLE
               PERFORM 8100-FIND-RUN
               EVALUATE TRUE
                   WHEN NOT WS-RUN-FOUND
                       MOVE 'LOAD RUN NOT ON AUDITLOG'
                           TO WS-VDL-REASON
                       PERFORM 8000-WRITE-DISCREPANCY
                   WHEN WS-RT-ADJUSTED(WS-RT-SUB)
                       CONTINUE
                   WHEN NOT WS-RT-POSTED(WS-RT-SUB)
                       MOVE 'LOAD RUN NEVER COMPLETED ON AUDITLOG'
                           TO WS-VDL-REASON
                       PERFORM 8000-WRITE-DISCREPANCY
                   WHEN WS-RT-COMPLETE(WS-RT-SUB)
                       CONTINUE
                   WHEN WS-RT-FORCED(WS-RT-SUB)
                       CONTINUE
                   WHEN OTHER
                       MOVE 'LOADED BY A HELD RUN - NEVER FORCED'
                           TO WS-VDL-REASON
                       PERFORM 8000-WRITE-DISCREPANCY
               END-EVALUATE
           END-IF.

      * What the journal says should stand: the last row's own
      * write, or - that load since backed out - the before-image
      * it restored, or no row at all for a backed-out add.
       5420-JUDGE-AGAINST-JOURNAL.
           IF WS-JK-ROWS = 0
               MOVE 'NO JOURNAL ENTRY FOR MASTER ROW'
                   TO WS-VDL-REASON
               PERFORM 8000-WRITE-DISCREPANCY
           ELSE
               PERFORM 5450-SET-EXPECTED-ROW
               EVALUATE TRUE
                   WHEN WS-EXP-ABSENT
                       MOVE 'ADD WAS BACKED OUT - ROW STILL ON MASTER'
                           TO WS-VDL-REASON
                       PERFORM 8000-WRITE-DISCREPANCY
                   WHEN WS-MP-RUN-ID = WS-EXP-RUN-ID
                    AND WS-MP-DATE = WS-EXP-DATE
                    AND WS-MP-CYCLE = WS-EXP-CYCLE
                       CONTINUE
                   WHEN WS-MP-DATE > WS-EXP-DATE
                    OR (WS-MP-DATE = WS-EXP-DATE
                        AND WS-MP-CYCLE > WS-EXP-CYCLE)
                       MOVE
                       'MASTER ROW NEWER THAN LATEST JOURNAL ENTRY'
                           TO WS-VDL-REASON
                       PERFORM 8000-WRITE-DISCREPANCY
                   WHEN OTHER
                       MOVE
                       'MASTER ROW DOES NOT MATCH LATEST JOURNAL ENTRY'
                           TO WS-VDL-REASON
                       PERFORM 8000-WRITE-DISCREPANCY
               END-EVALUATE
           END-IF.

       5450-SET-EXPECTED-ROW.
           MOVE 'N' TO WS-EXP-ABSENT-SW
           IF WS-JK-LAST-BACKED-OUT
               IF WS-JK-LAST-ADDED
                   MOVE 'Y' TO WS-EXP-ABSENT-SW
               ELSE
                   MOVE WS-JK-BEFORE-RUN-ID TO WS-EXP-RUN-ID
                   MOVE WS-JK-BEFORE-DATE TO WS-EXP-DATE
                   MOVE WS-JK-BEFORE-CYCLE TO WS-EXP-CYCLE
               END-IF
           ELSE
               MOVE WS-JK-LAST-RUN-ID TO WS-EXP-RUN-ID
               MOVE WS-JK-LAST-DATE TO WS-EXP-DATE
               MOVE WS-JK-LAST-CYCLE TO WS-EXP-CYCLE
           END-IF.

      * A journaled key no longer on file: its last add backed
      * out, or otherwise purged - the census proves the purges.
       5500-JUDGE-ABSENT-KEY.
           PERFORM 5450-SET-EXPECTED-ROW
           IF WS-EXP-ABSENT
               ADD 1 TO WS-PC-REVERSED
           ELSE
               ADD 1 TO WS-PC-GONE
           END-IF.

      * Rows on file against the cumulative adds less the adds
      * backed out and the purges logged.  Keys the journal shows
      * gone without a back-out are printed beside the logged
      * purges, so a short count says where to look.  A key a
      * repair added and MRRETR00 purged before any load touched
      * it never reached the journal at all - neither its add nor
      * its going is visible here.  Only a repair puts a key on a
      * master unjournaled, so purges logged beyond the keys the
      * journal shows gone are taken as such keys, each both a
      * repair add and a purge, and printed as their own line.
       5800-TIE-KEY-CENSUS.
           MOVE 0 TO WS-PC-UNSEEN-PURGES
           IF WS-PC-PURGES-LOGGED > WS-PC-GONE
               COMPUTE WS-PC-UNSEEN-PURGES =
                   WS-PC-PURGES-LOGGED - WS-PC-GONE
           END-IF
           COMPUTE WS-EXPECTED-ON-FILE =
               WS-PC-JOURNAL-ADDS + WS-PC-REPAIR-ADDS
                   + WS-PC-UNSEEN-PURGES
                   - WS-PC-REVERSED - WS-PC-PURGES-LOGGED
           IF WS-EXPECTED-ON-FILE NOT = WS-PC-ON-FILE
               MOVE SPACES TO WS-VDL-KEY
               MOVE 'KEY CENSUS' TO WS-VDL-KEY
               MOVE SPACES TO WS-VDL-RUN-ID
               MOVE 0 TO WS-VDL-DATE
               MOVE 0 TO WS-VDL-CYCLE
               MOVE 'ROWS ON FILE DO NOT TIE TO ADDS LESS PURGES'
                   TO WS-VDL-REASON
               PERFORM 8010-WRITE-DISCREPANCY-LINE
           END-IF.

       6000-PROVE-B-MASTER.
           MOVE 'B' TO WS-PASS-TYPE
           MOVE 'BMASTER' TO WS-PASS-FILE
           PERFORM 5050-START-PASS
           MOVE WS-PURGES-LOGGED-B TO WS-PC-PURGES-LOGGED
           MOVE LOW-VALUES TO MST-B-KEY
           START B-MASTER-FILE KEY NOT < MST-B-KEY
               INVALID KEY SET WS-MASTER-EOF TO TRUE
           END-START
           PERFORM 6050-READ-NEXT-B-MASTER
           PERFORM 5100-MATCH-ONE-KEY
               UNTIL WS-JK-PASS-KEY = HIGH-VALUES
                 AND WS-MK-KEY = HIGH-VALUES
           PERFORM 5800-TIE-KEY-CENSUS
           MOVE WS-PASS-COUNTS TO WS-B-COUNTS.

       6050-READ-NEXT-B-MASTER.
           IF NOT WS-MASTER-EOF
               READ B-MASTER-FILE NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
               END-READ
           END-IF
           IF WS-MASTER-EOF
               MOVE HIGH-VALUES TO WS-MK-KEY
           ELSE
               MOVE MST-B-KEY TO WS-MK-KEY
               MOVE MST-B-LOAD-RUN-ID TO WS-MP-RUN-ID
               MOVE MST-B-LOAD-DATE TO WS-MP-DATE
               MOVE MST-B-LOAD-SEQ TO WS-MP-SEQ
               MOVE MST-B-LOAD-CYCLE TO WS-MP-CYCLE
               MOVE MST-B-RETIRE-SW TO WS-MP-RETIRED-SW
           END-IF.

       6100-PROVE-D-MASTER.
           MOVE 'D' TO WS-PASS-TYPE
           MOVE 'DMASTER' TO WS-PASS-FILE
           PERFORM 5050-START-PASS
           MOVE WS-PURGES-LOGGED-D TO WS-PC-PURGES-LOGGED
           MOVE LOW-VALUES TO MST-D-KEY
           START D-MASTER-FILE KEY NOT < MST-D-KEY
               INVALID KEY SET WS-MASTER-EOF TO TRUE
           END-START
           PERFORM 6150-READ-NEXT-D-MASTER
           PERFORM 5100-MATCH-ONE-KEY
               UNTIL WS-JK-PASS-KEY = HIGH-VALUES
                 AND WS-MK-KEY = HIGH-VALUES
           PERFORM 5800-TIE-KEY-CENSUS
           MOVE WS-PASS-COUNTS TO WS-D-COUNTS.

       6150-READ-NEXT-D-MASTER.
           IF NOT WS-MASTER-EOF
               READ D-MASTER-FILE NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
               END-READ
           END-IF
           IF WS-MASTER-EOF
               MOVE HIGH-VALUES TO WS-MK-KEY
           ELSE
               MOVE MST-D-KEY TO WS-MK-KEY
               MOVE MST-D-LOAD-RUN-ID TO WS-MP-RUN-ID
               MOVE MST-D-LOAD-DATE TO WS-MP-DATE
               MOVE MST-D-LOAD-SEQ TO WS-MP-SEQ
               MOVE MST-D-LOAD-CYCLE TO WS-MP-CYCLE
               MOVE MST-D-RETIRE-SW TO WS-MP-RETIRED-SW
           END-IF.

       6200-PROVE-A-MASTER.
           MOVE 'A' TO WS-PASS-TYPE
           MOVE 'AMASTER' TO WS-PASS-FILE
           PERFORM 5050-START-PASS
           MOVE WS-PURGES-LOGGED-A TO WS-PC-PURGES-LOGGED
           MOVE LOW-VALUES TO MST-A-KEY
           START A-MASTER-FILE KEY NOT < MST-A-KEY
               INVALID KEY SET WS-MASTER-EOF TO TRUE
           END-START
           PERFORM 6250-READ-NEXT-A-MASTER
           PERFORM 5100-MATCH-ONE-KEY
               UNTIL WS-JK-PASS-KEY = HIGH-VALUES
                 AND WS-MK-KEY = HIGH-VALUES
           PERFORM 5800-TIE-KEY-CENSUS
           MOVE WS-PASS-COUNTS TO WS-A-COUNTS.

       6250-READ-NEXT-A-MASTER.
           IF NOT WS-MASTER-EOF
               READ A-MASTER-FILE NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
               END-READ
           END-IF
           IF WS-MASTER-EOF
               MOVE HIGH-VALUES TO WS-MK-KEY
           ELSE
               MOVE MST-A-KEY TO WS-MK-KEY
               MOVE MST-A-LOAD-RUN-ID TO WS-MP-RUN-ID
               MOVE MST-A-LOAD-DATE TO WS-MP-DATE
               MOVE MST-A-LOAD-SEQ TO WS-MP-SEQ
               MOVE MST-A-LOAD-CYCLE TO WS-MP-CYCLE
               MOVE MST-A-RETIRE-SW TO WS-MP-RETIRED-SW
           END-IF.

      ************************************************************
      * Cash ledger.  Every key's last posting must belong to a
      * completed or forced load, its net position must be its own
      * debits less credits and agree with the latest closing on
      * CSHHIST; then the whole ledger's debits plus credits must
      * tie to the logged dollars of the counted runs and the
      * logged cash adjustments.
      ************************************************************
       7000-PROVE-CASH-LEDGER.
           MOVE 'CMASTER' TO WS-PASS-FILE
           MOVE 'N' TO WS-REPAIRED-ROW-SW
           MOVE LOW-VALUES TO CSH-KEY
           START C-MASTER-FILE KEY NOT < CSH-KEY
               INVALID KEY SET WS-CMST-EOF TO TRUE
           END-START
           IF NOT WS-CMST-EOF
               PERFORM 7050-READ-NEXT-LEDGER
           END-IF
           PERFORM 7100-PROVE-ONE-LEDGER-ROW
               UNTIL WS-CMST-EOF
           PERFORM 7900-TIE-CASH-TOTALS.

       7050-READ-NEXT-LEDGER.
           READ C-MASTER-FILE NEXT RECORD
               AT END SET WS-CMST-EOF TO TRUE
           END-READ.

       7100-PROVE-ONE-LEDGER-ROW.
           ADD 1 TO WS-LEDGER-KEYS-READ
           ADD CSH-DEBIT-TOTAL TO WS-LEDGER-DEBITS
           ADD CSH-CREDIT-TOTAL TO WS-LEDGER-CREDITS
           MOVE CSH-KEY TO WS-JK-KEY
           MOVE CSH-LAST-RUN-ID TO WS-MP-RUN-ID
           MOVE CSH-MOVE-DATE TO WS-MP-DATE
           MOVE CSH-LAST-CYCLE TO WS-MP-CYCLE
           PERFORM 5410-JUDGE-PROVENANCE
           IF CSH-NET-POSITION NOT =
                   CSH-DEBIT-TOTAL - CSH-CREDIT-TOTAL
               MOVE 'NET POSITION IS NOT DEBITS LESS CREDITS'
                   TO WS-VDL-REASON
               PERFORM 8000-WRITE-DISCREPANCY
           END-IF
           IF WS-CHST-AVAILABLE
               PERFORM 7200-FIND-LATEST-HISTORY
               IF WS-LATEST-CHST-FOUND
                AND WS-LATEST-CLOSING NOT = CSH-NET-POSITION
                   MOVE 'NET POSITION DISAGREES WITH CSHHIST CLOSING'
                       TO WS-VDL-REASON
                   PERFORM 8000-WRITE-DISCREPANCY
               END-IF
           END-IF
           PERFORM 7050-READ-NEXT-LEDGER.

      * A manual adjustment after the last posting closes a later
      * CSHHIST day, so the account's latest day from the posting
      * date on is the one the net position must agree with.
       7200-FIND-LATEST-HISTORY.
           MOVE 'N' TO WS-LATEST-CHST-SW
           MOVE 'N' TO WS-CHST-EOF-SW
           MOVE CSH-KEY TO CHST-ACCOUNT
           MOVE CSH-MOVE-DATE TO CHST-DATE
           START CASH-HISTORY-FILE KEY NOT < CHST-KEY
               INVALID KEY SET WS-CHST-EOF TO TRUE
           END-START
           PERFORM 7250-TAKE-HISTORY-DAY
               UNTIL WS-CHST-EOF.

       7250-TAKE-HISTORY-DAY.
           READ CASH-HISTORY-FILE NEXT RECORD
               AT END SET WS-CHST-EOF TO TRUE
           END-READ
           IF NOT WS-CHST-EOF
               IF CHST-ACCOUNT = CSH-KEY
                   MOVE 'Y' TO WS-LATEST-CHST-SW
                   MOVE CHST-CLOSING TO WS-LATEST-CLOSING
               ELSE
                   SET WS-CHST-EOF TO TRUE
               END-IF
           END-IF.

       7900-TIE-CASH-TOTALS.
           PERFORM 7950-ADD-ONE-RUN-DOLLARS
               VARYING WS-RT-SUB FROM 1 BY 1
               UNTIL WS-RT-SUB > WS-RT-COUNT
           COMPUTE WS-LEDGER-POSTED =
               WS-LEDGER-DEBITS + WS-LEDGER-CREDITS
           COMPUTE WS-LOGGED-POSTED =
               WS-LOGGED-DOLLARS - WS-LOGGED-REJ-DOLLARS
                   + WS-LOGGED-ADJ-DOLLARS - WS-LOGGED-BKO-DOLLARS
           IF WS-LEDGER-POSTED NOT = WS-LOGGED-POSTED
               MOVE SPACES TO WS-VDL-KEY
               MOVE 'CASH TOTALS' TO WS-VDL-KEY
               MOVE SPACES TO WS-VDL-RUN-ID
               MOVE 0 TO WS-VDL-DATE
               MOVE 0 TO WS-VDL-CYCLE
               MOVE 'LEDGER DOES NOT TIE TO LOGGED DOLLAR TOTALS'
                   TO WS-VDL-REASON
               PERFORM 8010-WRITE-DISCREPANCY-LINE
           END-IF.

       7950-ADD-ONE-RUN-DOLLARS.
           IF WS-RT-COUNTED(WS-RT-SUB)
               ADD WS-RT-DOLLARS(WS-RT-SUB) TO WS-LOGGED-DOLLARS
               ADD WS-RT-REJ-DOLLARS(WS-RT-SUB)
                   TO WS-LOGGED-REJ-DOLLARS
           END-IF.

      * The caller stages the reason; the key and provenance are
      * the row being judged.
       8000-WRITE-DISCREPANCY.
           MOVE WS-JK-KEY TO WS-VDL-KEY
           MOVE WS-MP-RUN-ID TO WS-VDL-RUN-ID
           MOVE WS-MP-DATE TO WS-VDL-DATE
           MOVE WS-MP-CYCLE TO WS-VDL-CYCLE
           PERFORM 8010-WRITE-DISCREPANCY-LINE.

       8010-WRITE-DISCREPANCY-LINE.
           ADD 1 TO WS-DISCREPANCIES
           MOVE WS-PASS-FILE TO WS-VDL-FILE
           MOVE WS-VERIFY-DETAIL-LINE TO VERIFY-LINE
           WRITE VERIFY-LINE.

      * Binary search of the run table on Run-Id + date + cycle;
      * WS-RT-SUB addresses the entry found.
       8100-FIND-RUN.
           MOVE 'N' TO WS-RUN-FOUND-SW
           IF WS-RT-COUNT > 0
               SEARCH ALL WS-RT-ENTRY
                   AT END CONTINUE
                   WHEN WS-RT-RUN-ID(WS-RT-IX) = WS-FIND-RUN-ID
                    AND WS-RT-DATE(WS-RT-IX) = WS-FIND-DATE
                    AND WS-RT-CYCLE(WS-RT-IX) = WS-FIND-CYCLE
                       MOVE 'Y' TO WS-RUN-FOUND-SW
                       SET WS-RT-SUB TO WS-RT-IX
               END-SEARCH
           END-IF.

      * Backed out by cycle, or by a back-out of every cycle of
      * the date (logged under cycle 0).
       8200-JUDGE-BACKED-OUT.
           MOVE 'N' TO WS-BACKED-OUT-SW
           PERFORM 8100-FIND-RUN
           IF WS-RUN-FOUND
               IF WS-RT-BACKED-OUT(WS-RT-SUB)
                   MOVE 'Y' TO WS-BACKED-OUT-SW
               END-IF
           END-IF
           IF NOT WS-BACKED-OUT
               MOVE 0 TO WS-FIND-CYCLE
               PERFORM 8100-FIND-RUN
               IF WS-RUN-FOUND
                   IF WS-RT-BACKED-OUT(WS-RT-SUB)
                       MOVE 'Y' TO WS-BACKED-OUT-SW
                   END-IF
               END-IF
           END-IF.

      * A repair stamps the master row with the reject's Run-Id,
      * Creation-Date and detail sequence - REJFILE's own key.
       8400-CHECK-REPAIRED-ROW.
           MOVE 'N' TO WS-REPAIRED-ROW-SW
           IF WS-REJ-AVAILABLE
               MOVE WS-RPR-RUN-ID TO REJ-RUN-ID
               MOVE WS-RPR-DATE TO REJ-CREATION-DATE
               MOVE WS-RPR-SEQ TO REJ-SEQUENCE
               READ REJECT-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-REJ-FILE-STATUS = '00'
                AND REJ-RECORD-TYPE = WS-PASS-TYPE
                AND REJ-REPAIRED
                   MOVE 'Y' TO WS-REPAIRED-ROW-SW
               END-IF
           END-IF.

       8500-PRINT-TOTALS.
           MOVE SPACES TO VERIFY-LINE
           WRITE VERIFY-LINE
           MOVE 'RUN HISTORY' TO VERIFY-LINE
           WRITE VERIFY-LINE

           MOVE 'AUDIT ROWS READ' TO WS-VTL-LABEL
           MOVE WS-AUDIT-ROWS-READ TO WS-VTL-VALUE
           PERFORM 8590-WRITE-TOTAL-LINE

           MOVE 'RUNS ON FILE' TO WS-VTL-LABEL
           MOVE WS-RT-COUNT TO WS-VTL-VALUE
           PERFORM 8590-WRITE-TOTAL-LINE

           MOVE 'POSTING RUNS COUNTED' TO WS-VTL-LABEL
           MOVE WS-RUNS-COUNTED TO WS-VTL-VALUE
           PERFORM 8590-WRITE-TOTAL-LINE

           MOVE 'CYCLES SUPERSEDED' TO WS-VTL-LABEL
           MOVE WS-CYCLES-SUPERSEDED TO WS-VTL-VALUE
           PERFORM 8590-WRITE-TOTAL-LINE

           MOVE 'JOURNAL ROWS READ' TO WS-VTL-LABEL
           MOVE WS-JRNL-ROWS-READ TO WS-VTL-VALUE
           PERFORM 8590-WRITE-TOTAL-LINE

           MOVE SPACES TO VERIFY-LINE
           WRITE VERIFY-LINE
           MOVE 'AMASTER KEY CENSUS' TO VERIFY-LINE
           WRITE VERIFY-LINE
           MOVE WS-A-COUNTS TO WS-PASS-COUNTS
           PERFORM 8550-PRINT-KEY-CENSUS

           MOVE SPACES TO VERIFY-LINE
           WRITE VERIFY-LINE
           MOVE 'BMASTER KEY CENSUS' TO VERIFY-LINE
           WRITE VERIFY-LINE
           MOVE WS-B-COUNTS TO WS-PASS-COUNTS
           PERFORM 8550-PRINT-KEY-CENSUS

           MOVE SPACES TO VERIFY-LINE
           WRITE VERIFY-LINE
           MOVE 'DMASTER KEY CENSUS' TO VERIFY-LINE
           WRITE VERIFY-LINE
           MOVE WS-D-COUNTS TO WS-PASS-COUNTS
           PERFORM 8550-PRINT-KEY-CENSUS

           MOVE SPACES TO VERIFY-LINE
           WRITE VERIFY-LINE
           MOVE 'CMASTER CASH PROOF' TO VERIFY-LINE
           WRITE VERIFY-LINE

           MOVE 'LEDGER KEYS READ' TO WS-VTL-LABEL
           MOVE WS-LEDGER-KEYS-READ TO WS-VTL-VALUE
           PERFORM 8590-WRITE-TOTAL-LINE

           MOVE 'LEDGER DEBIT TOTALS' TO WS-VAL-LABEL
           MOVE WS-LEDGER-DEBITS TO WS-VAL-VALUE
           PERFORM 8595-WRITE-AMOUNT-LINE

           MOVE 'LEDGER CREDIT TOTALS' TO WS-VAL-LABEL
           MOVE WS-LEDGER-CREDITS TO WS-VAL-VALUE
           PERFORM 8595-WRITE-AMOUNT-LINE

           MOVE 'LEDGER DEBITS PLUS CREDITS' TO WS-VAL-LABEL
           MOVE WS-LEDGER-POSTED TO WS-VAL-VALUE
           PERFORM 8595-WRITE-AMOUNT-LINE

           MOVE 'LOGGED DOLLAR TOTALS' TO WS-VAL-LABEL
           MOVE WS-LOGGED-DOLLARS TO WS-VAL-VALUE
           PERFORM 8595-WRITE-AMOUNT-LINE

           MOVE 'LESS REJECTED CASH' TO WS-VAL-LABEL
           MOVE WS-LOGGED-REJ-DOLLARS TO WS-VAL-VALUE
           PERFORM 8595-WRITE-AMOUNT-LINE

           MOVE 'PLUS CASH ADJUSTMENTS' TO WS-VAL-LABEL
           MOVE WS-LOGGED-ADJ-DOLLARS TO WS-VAL-VALUE
           PERFORM 8595-WRITE-AMOUNT-LINE

           MOVE 'LESS ADJUSTMENTS BACKED OUT' TO WS-VAL-LABEL
           MOVE WS-LOGGED-BKO-DOLLARS TO WS-VAL-VALUE
           PERFORM 8595-WRITE-AMOUNT-LINE

           MOVE 'LOGGED AS POSTED' TO WS-VAL-LABEL
           MOVE WS-LOGGED-POSTED TO WS-VAL-VALUE
           PERFORM 8595-WRITE-AMOUNT-LINE

           MOVE 'REJECTED CASH ROWS' TO WS-VTL-LABEL
           MOVE WS-REJECTED-C-ROWS TO WS-VTL-VALUE
           PERFORM 8590-WRITE-TOTAL-LINE

           MOVE SPACES TO VERIFY-LINE
           WRITE VERIFY-LINE
           MOVE 'DISCREPANCIES' TO WS-VTL-LABEL
           MOVE WS-DISCREPANCIES TO WS-VTL-VALUE
           PERFORM 8590-WRITE-TOTAL-LINE
           IF WS-DISCREPANCIES = 0
               MOVE 'THE MASTERS TIE TO THE RUN HISTORY' TO VERIFY-LINE
           ELSE
               MOVE 'THE MASTERS DO NOT TIE TO THE RUN HISTORY'
                   TO VERIFY-LINE
           END-IF
           WRITE VERIFY-LINE.

       8550-PRINT-KEY-CENSUS.
           MOVE 'ROWS ON FILE' TO WS-VTL-LABEL
           MOVE WS-PC-ON-FILE TO WS-VTL-VALUE
           PERFORM 8590-WRITE-TOTAL-LINE

           MOVE '  ACTIVE' TO WS-VTL-LABEL
           MOVE WS-PC-ACTIVE TO WS-VTL-VALUE
           PERFORM 8590-WRITE-TOTAL-LINE

           MOVE '  RETIRED' TO WS-VTL-LABEL
           MOVE WS-PC-RETIRED TO WS-VTL-VALUE
           PERFORM 8590-WRITE-TOTAL-LINE

           MOVE 'ADDS ON JOURNAL' TO WS-VTL-LABEL
           MOVE WS-PC-JOURNAL-ADDS TO WS-VTL-VALUE
           PERFORM 8590-WRITE-TOTAL-LINE

           MOVE 'ADDS BY REPAIR' TO WS-VTL-LABEL
           MOVE WS-PC-REPAIR-ADDS TO WS-VTL-VALUE
           PERFORM 8590-WRITE-TOTAL-LINE

           MOVE 'ADDS REVERSED BY BACK-OUT' TO WS-VTL-LABEL
           MOVE WS-PC-REVERSED TO WS-VTL-VALUE
           PERFORM 8590-WRITE-TOTAL-LINE

           MOVE 'PURGES LOGGED' TO WS-VTL-LABEL
           MOVE WS-PC-PURGES-LOGGED TO WS-VTL-VALUE
           PERFORM 8590-WRITE-TOTAL-LINE

           MOVE 'KEYS GONE WITHOUT BACK-OUT' TO WS-VTL-LABEL
           MOVE WS-PC-GONE TO WS-VTL-VALUE
           PERFORM 8590-WRITE-TOTAL-LINE

           MOVE 'REPAIR ADDS PURGED UNJOURNALED' TO WS-VTL-LABEL
           MOVE WS-PC-UNSEEN-PURGES TO WS-VTL-VALUE
           PERFORM 8590-WRITE-TOTAL-LINE

           COMPUTE WS-EXPECTED-ON-FILE =
               WS-PC-JOURNAL-ADDS + WS-PC-REPAIR-ADDS
                   + WS-PC-UNSEEN-PURGES
                   - WS-PC-REVERSED - WS-PC-PURGES-LOGGED
           MOVE 'EXPECTED ON FILE' TO WS-VAL-LABEL
           MOVE WS-EXPECTED-ON-FILE TO WS-VAL-VALUE
           PERFORM 8595-WRITE-AMOUNT-LINE.

       8590-WRITE-TOTAL-LINE.
           MOVE WS-VERIFY-TOTAL-LINE TO VERIFY-LINE
           WRITE VERIFY-LINE.

       8595-WRITE-AMOUNT-LINE.
           MOVE WS-VERIFY-AMOUNT-LINE TO VERIFY-LINE
           WRITE VERIFY-LINE.

       9000-TERMINATE.
           CLOSE D-MASTER-FILE
           CLOSE B-MASTER-FILE
           CLOSE A-MASTER-FILE
           CLOSE C-MASTER-FILE
           IF WS-REJ-AVAILABLE
               CLOSE REJECT-FILE
           END-IF
           IF WS-CHST-AVAILABLE
               CLOSE CASH-HISTORY-FILE
           END-IF
           CLOSE VERIFY-RPT
           IF WS-DISCREPANCIES > 0
               DISPLAY 'MRVRFY00 - ' WS-DISCREPANCIES
                   ' DISCREPANCY(IES), THE MASTERS DO NOT TIE, '
                   'SEE VRFYRPT'
               MOVE 8 TO RETURN-CODE
           END-IF.
