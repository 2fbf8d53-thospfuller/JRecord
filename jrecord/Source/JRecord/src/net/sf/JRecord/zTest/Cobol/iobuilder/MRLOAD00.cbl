      *          Run-Id and the Creation-Date, so MRBACK00 can
      *          reverse a load whose extract later proves bad
      *          without restoring file backups.
      *          Detail-Record-A account reference rows are edited,
      *          rejected and materialised the same way, to a keyed
      *          AMASTER on Field-1a under the same add/replace,
      *          duplicate, supplemental-correction and restart
      *          replay rules, and journaled alongside the others.
      *          The Detail-Record-C cash movements are posted to a
      *          keyed cash ledger (CMASTER) on Field-1c - running
      *          debit/credit totals and signed net position per
      *          account - and a daily movement report (CSHRPT)
      *          shows each moved account's opening position, the
      *          night's debits/credits and closing position.
      *          The same figures are kept per key per
      *          Creation-Date on a dated cash-position history
      *          (CSHHIST), so MRSTMT00 can print an account's
      *          statement for any period after CMASTER has moved
      *          on to a later date.
      *          For large extracts the master maintenance can run
      *          in bulk mode (MRLOAD-BULK=Y, or automatically when
      *          the extract holds more than MRLOAD-BULK-THRESHOLD
      *          detail rows): the read pass counts, edits, rejects
      *          and checkpoints exactly as before, but the edited
      *          rows are sorted on record type, key and sequence
      *          and the masters are then updated in one sequential
      *          key-order pass, through the same maintenance rules
      *          - so the masters, journal rows, duplicate lines,
      *          and break/census totals are the row-at-a-time
      *          path's, the journal and duplicate lines landing in
      *          key order rather than extract order.
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

           SELECT CASH-RPT ASSIGN TO "CSHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

               RECORD KEY IS LCK-RESOURCE
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT AUTHORIZATION-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT BULK-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE

       FD AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 172 CHARACTERS.
       COPY "AUDTREC1.cbl".

       FD JOURNAL-FILE
       FD B-MASTER-FILE.
       COPY "MSTBREC1.cbl".

       FD A-MASTER-FILE.
       COPY "MSTAREC1.cbl".

       FD C-MASTER-FILE.
       COPY "MSTCREC1.cbl".

       FD CASH-HISTORY-FILE.
       COPY "CSHHREC1.cbl".

       FD CASH-RPT.
       01 CASH-LINE                             PIC X(132).

       FD LOCK-FILE.
       COPY "LCKREC01.cbl".

       FD AUTHORIZATION-FILE.
       COPY "AUTHREC1.cbl".

      * Bulk mode's edited rows on their way to the key-order pass:
      * the normalised fields of the row's type (WS-DETAIL-A-NORM,
      * WS-DETAIL-NORM, WS-DETAIL-B-NORM or WS-DETAIL-C-NORM) in
      * Blk-Data, with
      * the detail sequence the maintenance stamps and journals.
       SD BULK-SORT-FILE.
       01 BULK-SORT-RECORD.
           03 BLK-SORT-KEY.
               05 BLK-RECORD-TYPE               PIC X.
               05 BLK-KEY                       PIC X(22).
               05 BLK-SEQUENCE                  PIC 9(9).
           03 BLK-DATA                          PIC X(91).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS                 PIC X(2) VALUE '00'.
       01 WS-CKPT-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-EXCEPTION-RPT-STATUS               PIC X(2) VALUE '00'.
       01 WS-DMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-BMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-AMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-CMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-CHST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-DUP-RPT-STATUS                     PIC X(2) VALUE '00'.
       01 WS-RREL-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-RREL-SET-STATUS                    PIC X(8) VALUE SPACES.
       01 WS-DETAIL-ROWS-READ                   PIC 9(9) VALUE 0.
       01 WS-CKPT-LOADED-CREATION-DATE          PIC 9(8) VALUE 0.
       01 WS-CKPT-LOADED-CYCLE                  PIC 9(2) VALUE 0.
       01 WS-CKPT-LOADED-START-DATE             PIC 9(8) VALUE 0.
       01 WS-CKPT-LOADED-START-TIME             PIC 9(8) VALUE 0.
       01 WS-CKPT-LOADED-COUNT-A                PIC 9(9) VALUE 0.
       01 WS-CKPT-LOADED-COUNT-D                PIC 9(9) VALUE 0.
       01 WS-CKPT-LOADED-COUNT-B                PIC 9(9) VALUE 0.
       01 WS-CKPT-LOADED-MST-DUPS-B             PIC 9(9) VALUE 0.
       01 WS-CKPT-LOADED-MST-CORR-D             PIC 9(9) VALUE 0.
       01 WS-CKPT-LOADED-MST-CORR-B             PIC 9(9) VALUE 0.
       01 WS-CKPT-LOADED-MST-ADDS-A             PIC 9(9) VALUE 0.
       01 WS-CKPT-LOADED-MST-REPL-A             PIC 9(9) VALUE 0.
       01 WS-CKPT-LOADED-MST-DUPS-A             PIC 9(9) VALUE 0.
       01 WS-CKPT-LOADED-MST-CORR-A             PIC 9(9) VALUE 0.
       01 WS-CKPT-LOADED-PHASE                  PIC X VALUE 'N'.
           88 WS-CKPT-LOADED-NONE               VALUE 'N'.
           88 WS-CKPT-LOADED-ROW-MODE           VALUE ' '.
       01 WS-ENV-NAME                           PIC X(20).
       01 WS-ENV-VALUE                          PIC X(20).
       01 WS-EOF-SW                             PIC X VALUE 'N'.
           88 WS-EOF                            VALUE 'Y'.

      * Bulk maintenance mode.  Y forces it, N forces row at a
      * time, anything else lets 1070 choose on the extract's
      * detail-row count.  A restart always resumes in the mode
      * its checkpoint was written in.
       01 WS-BULK-SW                            PIC X VALUE SPACE.
           88 WS-BULK-MODE                      VALUE 'Y'.
       01 WS-BULK-THRESHOLD                     PIC 9(9) VALUE 50000.
       01 WS-PRESCAN-ROWS                       PIC 9(9) VALUE 0.
       01 WS-PRESCAN-EOF-SW                     PIC X VALUE 'N'.
           88 WS-PRESCAN-EOF                    VALUE 'Y'.
      * Checkpointed with the run-to-date counts: ' ' row at a
      * time, 'R' the bulk read pass, 'M' the bulk apply pass -
      * with the sort key of the last row applied.
       01 WS-BULK-PHASE                         PIC X VALUE SPACE.
       01 WS-BULK-LAST-KEY                      PIC X(32) VALUE SPACES.
       01 WS-BULK-RESUME-KEY                    PIC X(32) VALUE SPACES.
       01 WS-BULK-ROW-SEQ                       PIC 9(9) VALUE 0.
       01 WS-BULK-DETAIL-TOTAL                  PIC 9(9) VALUE 0.
       01 WS-BULK-ROWS-APPLIED                  PIC 9(9) VALUE 0.
       01 WS-BULK-EOF-SW                        PIC X VALUE 'N'.
           88 WS-BULK-EOF                       VALUE 'Y'.
       01 WS-BULK-CUR-TYPE                      PIC X VALUE SPACE.
      * The key-order pass's view of the master being updated:
      * the browse row read ahead (Next), and the row for the key
      * in hand as last read or written (Hold) - a second sorted
      * row for the same key sees the first one's result without
      * going back to the file.
       01 WS-BULK-MST-EOF-SW                    PIC X VALUE 'N'.
           88 WS-BULK-MST-EOF                   VALUE 'Y'.
       01 WS-BULK-WANT-KEY                      PIC X(22).
       01 WS-BULK-NEXT-KEY                      PIC X(22).
       01 WS-BULK-NEXT-IMAGE                    PIC X(130).
       01 WS-BULK-HOLD-KEY                      PIC X(22).
       01 WS-BULK-HOLD-IMAGE                    PIC X(130).

       01 WS-DETAIL-COUNTS.
           05 WS-COUNT-H                        PIC 9(9) VALUE 0.
           05 WS-COUNT-A                        PIC 9(9) VALUE 0.
           05 WS-MST-DUPS-B                     PIC 9(9) VALUE 0.
           05 WS-MST-CORR-D                     PIC 9(9) VALUE 0.
           05 WS-MST-CORR-B                     PIC 9(9) VALUE 0.
           05 WS-MST-ADDS-A                     PIC 9(9) VALUE 0.
           05 WS-MST-REPL-A                     PIC 9(9) VALUE 0.
           05 WS-MST-DUPS-A                     PIC 9(9) VALUE 0.
           05 WS-MST-CORR-A                     PIC 9(9) VALUE 0.

      * Cash-ledger maintenance work fields.  The ledger's running
      * totals live on CMASTER itself, not here, so an abend loses

      * Staging for the before-image journal row.  The prior
      * master image must be saved here straight off the READ in
      * 2184/2185/2186, before 2188/2189/2191 rebuild the record
      * area under it - by REWRITE time the before-image is
      * already gone.
       01 WS-JRNL-SAVE.
           05 WS-JRNL-SAVE-TYPE                 PIC X.
           05 WS-JRNL-SAVE-ACTION               PIC X.
      * are what the supplemental-cycle gate judges against.
       01 WS-PREV-RREL-DATE                     PIC 9(8) VALUE 0.
       01 WS-PREV-RREL-CYCLE                    PIC 9(2) VALUE 0.
      * When this run began, taken once at start-up and carried onto
      * every RUNREL publish, the AUDITLOG row and the checkpoint -
      * a trusted restart checkpoint replaces it with the
      * interrupted run's own start, so the timeliness reporting
      * sees when the extract first arrived.
       01 WS-RUN-START-DATE                     PIC 9(8) VALUE 0.
       01 WS-RUN-START-TIME                     PIC 9(8) VALUE 0.
      * Set whenever 2057 accepted the header in place of the
      * calendar date - supplemental correction or the restart of
      * one.  The calendar was already rolled forward by the run
      * below).
       COPY "LOCKWS1.cbl".

      * Dual-control authorization fields (paired with AUTHPD1.cbl
      * in the PROCEDURE DIVISION below).
       COPY "AUTHWS1.cbl".

      * Cash-history chaining fields (paired with CSHHPD1.cbl in
      * the PROCEDURE DIVISION below).
       COPY "CSHHWS1.cbl".

       01 WS-BREAK-HEADING-1.
           05 FILLER                            PIC X(30)
               VALUE 'MASTER-RECORD RECONCILIATION'.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-BULK-MODE
               SORT BULK-SORT-FILE
                   ON ASCENDING KEY BLK-RECORD-TYPE BLK-KEY
                                    BLK-SEQUENCE
                   INPUT PROCEDURE IS 2600-BULK-READ-PASS
                   OUTPUT PROCEDURE IS 2700-BULK-APPLY-PASS
           ELSE
               PERFORM 2000-PROCESS-MASTER-FILE
                   UNTIL WS-EOF
           END-IF
           PERFORM 3000-PRINT-BREAK-REPORT
           PERFORM 4000-PRINT-CENSUS-REPORT
           PERFORM 5000-PRINT-CASH-MOVEMENT-RPT
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-START-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RUN-START-TIME
           MOVE 'MRLOAD-RUN-ID' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-BEXTRACT-SW FROM ENVIRONMENT-VALUE

           MOVE 'MRLOAD-BULK' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-BULK-SW FROM ENVIRONMENT-VALUE

           MOVE 'MRLOAD-BULK-THRESHOLD' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-BULK-THRESHOLD =
                   FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           IF WS-BULK-THRESHOLD = 0
               MOVE 50000 TO WS-BULK-THRESHOLD
           END-IF

           PERFORM 1050-ACQUIRE-RESOURCE-LOCKS

           OPEN INPUT MASTER-FILE
           PERFORM 1400-OPEN-AUDIT-FILE
           PERFORM 1450-OPEN-JOURNAL-FILE
           PERFORM 1500-OPEN-MASTER-DATA-FILES
           PERFORM 1550-OPEN-CASH-HISTORY
           PERFORM 1700-OPEN-RUN-RELEASE
           PERFORM 1800-OPEN-REJECT-FILE
           PERFORM 1900-OPEN-OPTIONAL-OUTPUTS
           PERFORM 1300-OPEN-JOB-CALENDAR
           PERFORM 1070-SELECT-MAINTENANCE-MODE

           READ MASTER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * Row at a time or bulk.  A restart resumes the way its
      * checkpoint was written - a row-mode checkpoint's skipped
      * rows are already on the masters, a bulk one's are still to
      * be sorted and applied - so the checkpoint outranks the
      * switch.  With neither, the extract is counted up to the
      * threshold and reopened; the count stops at the threshold,
      * so a small extract is read twice and a large one only
      * partly.
       1070-SELECT-MAINTENANCE-MODE.
           EVALUATE TRUE
               WHEN WS-CKPT-LOADED-NONE
                   IF WS-BULK-SW NOT = 'Y' AND WS-BULK-SW NOT = 'N'
                       PERFORM 1080-PRESCAN-EXTRACT
                   END-IF
               WHEN WS-CKPT-LOADED-ROW-MODE
                   MOVE 'N' TO WS-BULK-SW
               WHEN OTHER
                   MOVE 'Y' TO WS-BULK-SW
           END-EVALUATE
           IF WS-BULK-MODE
               MOVE 'R' TO WS-BULK-PHASE
               DISPLAY 'MRLOAD00 - RUN-ID ' WS-RUN-ID
                   ' MAINTAINING THE MASTERS IN BULK KEY ORDER'
           ELSE
               MOVE SPACE TO WS-BULK-PHASE
               DISPLAY 'MRLOAD00 - RUN-ID ' WS-RUN-ID
                   ' MAINTAINING THE MASTERS ROW AT A TIME'
           END-IF.

       1080-PRESCAN-EXTRACT.
           MOVE 0 TO WS-PRESCAN-ROWS
           MOVE 'N' TO WS-PRESCAN-EOF-SW
           PERFORM 1085-PRESCAN-ONE-RECORD
               UNTIL WS-PRESCAN-EOF
                  OR WS-PRESCAN-ROWS > WS-BULK-THRESHOLD
           CLOSE MASTER-FILE
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'MRLOAD00 ABEND - MASTERIN COULD NOT BE '
                   'REOPENED, FILE STATUS ' WS-MASTER-FILE-STATUS
               PERFORM 8200-RELEASE-ALL-LOCKS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PRESCAN-ROWS > WS-BULK-THRESHOLD
               MOVE 'Y' TO WS-BULK-SW
           ELSE
               MOVE 'N' TO WS-BULK-SW
           END-IF.

       1085-PRESCAN-ONE-RECORD.
           READ MASTER-FILE
               AT END SET WS-PRESCAN-EOF TO TRUE
           END-READ
           IF NOT WS-PRESCAN-EOF
               IF RECORD-TYPE = 'A' OR 'D' OR 'B' OR 'C'
                   ADD 1 TO WS-PRESCAN-ROWS
               END-IF
           END-IF.

      * The interlock: everything this run REWRITEs is taken
      * before anything is opened, in the suite-wide order, so a
      * repair or housekeeping job submitted early waits (aborts
                   MOVE CKPT-CREATION-DATE
                       TO WS-CKPT-LOADED-CREATION-DATE
                   MOVE CKPT-CYCLE TO WS-CKPT-LOADED-CYCLE
                   MOVE CKPT-START-DATE TO WS-CKPT-LOADED-START-DATE
                   MOVE CKPT-START-TIME TO WS-CKPT-LOADED-START-TIME
                   MOVE CKPT-COUNT-A TO WS-CKPT-LOADED-COUNT-A
                   MOVE CKPT-COUNT-D TO WS-CKPT-LOADED-COUNT-D
                   MOVE CKPT-COUNT-B TO WS-CKPT-LOADED-COUNT-B
                   MOVE CKPT-MST-DUPS-B TO WS-CKPT-LOADED-MST-DUPS-B
                   MOVE CKPT-MST-CORR-D TO WS-CKPT-LOADED-MST-CORR-D
                   MOVE CKPT-MST-CORR-B TO WS-CKPT-LOADED-MST-CORR-B
                   MOVE CKPT-MST-ADDS-A TO WS-CKPT-LOADED-MST-ADDS-A
                   MOVE CKPT-MST-REPL-A TO WS-CKPT-LOADED-MST-REPL-A
                   MOVE CKPT-MST-DUPS-A TO WS-CKPT-LOADED-MST-DUPS-A
                   MOVE CKPT-MST-CORR-A TO WS-CKPT-LOADED-MST-CORR-A
                   MOVE CKPT-BULK-PHASE TO WS-CKPT-LOADED-PHASE
                   IF CKPT-BULK-APPLY-PASS
                       MOVE CKPT-BULK-LAST-KEY TO WS-BULK-RESUME-KEY
                   END-IF
               END-IF
           END-IF.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O A-MASTER-FILE
           IF WS-AMST-FILE-STATUS = '35'
               OPEN OUTPUT A-MASTER-FILE
               CLOSE A-MASTER-FILE
               OPEN I-O A-MASTER-FILE
           END-IF
           IF WS-AMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRLOAD00 ABEND - AMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-AMST-FILE-STATUS
               PERFORM 8200-RELEASE-ALL-LOCKS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O C-MASTER-FILE
           IF WS-CMST-FILE-STATUS = '35'
               OPEN OUTPUT C-MASTER-FILE
               STOP RUN
           END-IF.

      * The dated cash-position history is fail-closed like the
      * masters it is written from: a night missing from it would
      * break every later statement's day-to-day proof.
       1550-OPEN-CASH-HISTORY.
           OPEN I-O CASH-HISTORY-FILE
           IF WS-CHST-FILE-STATUS = '35'
               OPEN OUTPUT CASH-HISTORY-FILE
               CLOSE CASH-HISTORY-FILE
               OPEN I-O CASH-HISTORY-FILE
           END-IF
           IF WS-CHST-FILE-STATUS NOT = '00'
               DISPLAY 'MRLOAD00 ABEND - CSHHIST COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-CHST-FILE-STATUS
               PERFORM 8200-RELEASE-ALL-LOCKS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The run-release handshake with MRSPLIT00/MRBEXT00: this run
      * is stamped 'STARTED ' the moment the file is open, so a
      * load that dies mid-flight leaves the Run-Id visibly
                   IF WS-DETAIL-ROWS-READ > WS-RESTART-SKIP-COUNT
                       PERFORM 2100-COUNT-DETAIL-ROW
                       PERFORM 2180-CHECKPOINT-IF-DUE
                   ELSE
                       IF WS-BULK-MODE
                           PERFORM 2110-RELEASE-SKIPPED-ROW
                       END-IF
                   END-IF
               WHEN TRAILER-RECORD IN RECORD-TYPE
                   ADD 1 TO WS-COUNT-T
           IF WS-RESTART-SKIP-COUNT > 0
               IF WS-CKPT-LOADED-CREATION-DATE = WS-HDR-CREATION-DATE
                AND WS-CKPT-LOADED-CYCLE = WS-HDR-CYCLE
                   IF WS-CKPT-LOADED-START-DATE > 0
                       MOVE WS-CKPT-LOADED-START-DATE
                           TO WS-RUN-START-DATE
                       MOVE WS-CKPT-LOADED-START-TIME
                           TO WS-RUN-START-TIME
                   END-IF
                   MOVE WS-CKPT-LOADED-COUNT-A TO WS-COUNT-A
                   MOVE WS-CKPT-LOADED-COUNT-D TO WS-COUNT-D
                   MOVE WS-CKPT-LOADED-COUNT-B TO WS-COUNT-B
                   MOVE WS-CKPT-LOADED-MST-DUPS-B TO WS-MST-DUPS-B
                   MOVE WS-CKPT-LOADED-MST-CORR-D TO WS-MST-CORR-D
                   MOVE WS-CKPT-LOADED-MST-CORR-B TO WS-MST-CORR-B
                   MOVE WS-CKPT-LOADED-MST-ADDS-A TO WS-MST-ADDS-A
                   MOVE WS-CKPT-LOADED-MST-REPL-A TO WS-MST-REPL-A
                   MOVE WS-CKPT-LOADED-MST-DUPS-A TO WS-MST-DUPS-A
                   MOVE WS-CKPT-LOADED-MST-CORR-A TO WS-MST-CORR-A
               ELSE
                   DISPLAY 'MRLOAD00 WARNING - CHECKPOINT CREATION-'
                       'DATE/CYCLE DOES NOT MATCH HEADER FOR RUN-ID '
                       WS-RUN-ID ', IGNORING CHECKPOINT AND '
                       'REPROCESSING FROM THE START'
                   MOVE 0 TO WS-RESTART-SKIP-COUNT
                   MOVE SPACES TO WS-BULK-RESUME-KEY
               END-IF
           END-IF.

       2100-COUNT-DETAIL-ROW.
           EVALUATE RECORD-TYPE
               WHEN 'A' ADD 1 TO WS-COUNT-A
                   PERFORM 2145-APPLY-LAYOUT-A
                   PERFORM 2174-EDIT-DETAIL-RECORD-A
                   IF WS-EDIT-FAILED
                       PERFORM 2178-WRITE-EXCEPTION-LINE
                   ELSE
                       IF WS-BULK-MODE
                           MOVE WS-COUNT-DETAIL-TOTAL
                               TO WS-BULK-ROW-SEQ
                           PERFORM 2120-RELEASE-BULK-ROW
                       ELSE
                           PERFORM 2184-APPLY-A-TO-MASTER
                       END-IF
                   END-IF
               WHEN 'D' ADD 1 TO WS-COUNT-D
                   PERFORM 2150-APPLY-VERSION-LAYOUT-D
                   PERFORM 2175-EDIT-DETAIL-RECORD-D
                   IF WS-EDIT-FAILED
                       PERFORM 2178-WRITE-EXCEPTION-LINE
                   ELSE
                       IF WS-BULK-MODE
                           MOVE WS-COUNT-DETAIL-TOTAL
                               TO WS-BULK-ROW-SEQ
                           PERFORM 2120-RELEASE-BULK-ROW
                       ELSE
                           PERFORM 2185-APPLY-D-TO-MASTER
                       END-IF
                   END-IF
               WHEN 'B' ADD 1 TO WS-COUNT-B
                   PERFORM 2160-APPLY-VERSION-LAYOUT-B
                   IF WS-EDIT-FAILED
                       PERFORM 2178-WRITE-EXCEPTION-LINE
                   ELSE
                       IF WS-BULK-MODE
                           MOVE WS-COUNT-DETAIL-TOTAL
                               TO WS-BULK-ROW-SEQ
                           PERFORM 2120-RELEASE-BULK-ROW
                       ELSE
                           PERFORM 2186-APPLY-B-TO-MASTER
                       END-IF
                   END-IF
               WHEN 'C' ADD 1 TO WS-COUNT-C
                   PERFORM 2155-APPLY-LAYOUT-C
                   IF WS-EDIT-FAILED
                       PERFORM 2178-WRITE-EXCEPTION-LINE
                   ELSE
                       IF WS-BULK-MODE
                           MOVE WS-COUNT-DETAIL-TOTAL
                               TO WS-BULK-ROW-SEQ
                           PERFORM 2120-RELEASE-BULK-ROW
                       ELSE
                           PERFORM 2196-APPLY-C-TO-LEDGER
                       END-IF
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-COUNT-DETAIL-TOTAL
           PERFORM 2170-ACCUMULATE-HASH-TOTAL.

      * A bulk restart's skipped rows were counted, edited and
      * reported by the aborted attempt, but nothing reached the
      * masters before the key-order pass - so each is edited
      * again, quietly, and a passing row goes to the sort under
      * the sequence it had then (the rows before it, the same
      * value 2100 would have stamped).
       2110-RELEASE-SKIPPED-ROW.
           COMPUTE WS-BULK-ROW-SEQ = WS-DETAIL-ROWS-READ - 1
           EVALUATE RECORD-TYPE
               WHEN 'A'
                   PERFORM 2145-APPLY-LAYOUT-A
                   PERFORM 2174-EDIT-DETAIL-RECORD-A
               WHEN 'D'
                   PERFORM 2150-APPLY-VERSION-LAYOUT-D
                   PERFORM 2175-EDIT-DETAIL-RECORD-D
               WHEN 'B'
                   PERFORM 2160-APPLY-VERSION-LAYOUT-B
                   PERFORM 2176-EDIT-DETAIL-RECORD-B
               WHEN 'C'
                   PERFORM 2155-APPLY-LAYOUT-C
                   PERFORM 2177-EDIT-DETAIL-RECORD-C
               WHEN OTHER
                   SET WS-EDIT-FAILED TO TRUE
           END-EVALUATE
           IF NOT WS-EDIT-FAILED
               PERFORM 2120-RELEASE-BULK-ROW
           END-IF.

      * The edited row to the sort, keyed on the master key its
      * maintenance paragraph would have used.
       2120-RELEASE-BULK-ROW.
           MOVE RECORD-TYPE TO BLK-RECORD-TYPE
           MOVE WS-BULK-ROW-SEQ TO BLK-SEQUENCE
           EVALUATE RECORD-TYPE
               WHEN 'A'
                   MOVE WS-DAN-FIELD-1A TO BLK-KEY
                   MOVE WS-DETAIL-A-NORM TO BLK-DATA
               WHEN 'D'
                   MOVE WS-DN-FIELD-1 TO BLK-KEY
                   MOVE WS-DETAIL-NORM TO BLK-DATA
               WHEN 'B'
                   MOVE WS-DBN-FIELD-1B TO BLK-KEY
                   MOVE WS-DETAIL-B-NORM TO BLK-DATA
               WHEN 'C'
                   MOVE WS-DCN-FIELD-1C TO BLK-KEY
                   MOVE WS-DETAIL-C-NORM TO BLK-DATA
           END-EVALUATE
           RELEASE BULK-SORT-RECORD.

      * 2150/2160/2175/2176 (Request 002 version-layout
      * normalisation, Request 008 field edits), and their 'A' and
      * 'C' counterparts 2145/2155/2174/2177, are shared with
      * MRSPLIT00.cbl/MRBEXT00.cbl via DTEDTPD1.cbl, paired with the
      * working fields COPY'd in from DTEDTWS1.cbl above.  Blank or
      * unprintable (shape-check failure) fields route the row to
      * the file adds, a key loaded by an earlier extract (its
      * Mst-*-Load-Date differs from this Header-Record's
      * Creation-Date) is replaced, and the same-date cases are
      * judged in 2181/2182/2183 below - replay, supplemental
      * correction, stale cycle, or genuine duplicate.
       2185-APPLY-D-TO-MASTER.
           MOVE WS-DN-FIELD-1 TO MST-D-KEY
           PERFORM 2800-READ-D-MASTER
           IF WS-DMST-FILE-STATUS = '00'
               IF MST-D-LOAD-DATE = WS-HDR-CREATION-DATE
                   PERFORM 2181-JUDGE-SAME-DATE-D
                   MOVE MASTER-D-RECORD TO WS-JRNL-SAVE-IMAGE
                   PERFORM 2188-BUILD-D-MASTER-ROW
                   MOVE 'R' TO MST-D-LOAD-ACTION
                   PERFORM 2804-REWRITE-D-MASTER
                   ADD 1 TO WS-MST-REPL-D
                   MOVE 'D' TO WS-JRNL-SAVE-TYPE
                   MOVE 'R' TO WS-JRNL-SAVE-ACTION
           ELSE
               PERFORM 2188-BUILD-D-MASTER-ROW
               MOVE 'A' TO MST-D-LOAD-ACTION
               PERFORM 2803-WRITE-D-MASTER
               ADD 1 TO WS-MST-ADDS-D
               MOVE SPACES TO WS-JRNL-SAVE-IMAGE
               MOVE 'D' TO WS-JRNL-SAVE-TYPE
                       ADD 1 TO WS-MST-REPL-D
                   END-IF
                   PERFORM 2188-BUILD-D-MASTER-ROW
                   PERFORM 2804-REWRITE-D-MASTER
               WHEN MST-D-LOAD-CYCLE < WS-HDR-CYCLE
                   MOVE MASTER-D-RECORD TO WS-JRNL-SAVE-IMAGE
                   PERFORM 2188-BUILD-D-MASTER-ROW
                   MOVE 'R' TO MST-D-LOAD-ACTION
                   PERFORM 2804-REWRITE-D-MASTER
                   ADD 1 TO WS-MST-CORR-D
                   MOVE 'D' TO WS-JRNL-SAVE-TYPE
                   MOVE 'R' TO WS-JRNL-SAVE-ACTION

       2186-APPLY-B-TO-MASTER.
           MOVE WS-DBN-FIELD-1B TO MST-B-KEY
           PERFORM 2810-READ-B-MASTER
           IF WS-BMST-FILE-STATUS = '00'
               IF MST-B-LOAD-DATE = WS-HDR-CREATION-DATE
                   PERFORM 2182-JUDGE-SAME-DATE-B
                   MOVE MASTER-B-RECORD TO WS-JRNL-SAVE-IMAGE
                   PERFORM 2189-BUILD-B-MASTER-ROW
                   MOVE 'R' TO MST-B-LOAD-ACTION
                   PERFORM 2814-REWRITE-B-MASTER
                   ADD 1 TO WS-MST-REPL-B
                   MOVE 'B' TO WS-JRNL-SAVE-TYPE
                   MOVE 'R' TO WS-JRNL-SAVE-ACTION
           ELSE
               PERFORM 2189-BUILD-B-MASTER-ROW
               MOVE 'A' TO MST-B-LOAD-ACTION
               PERFORM 2813-WRITE-B-MASTER
               ADD 1 TO WS-MST-ADDS-B
               MOVE SPACES TO WS-JRNL-SAVE-IMAGE
               MOVE 'B' TO WS-JRNL-SAVE-TYPE
                       ADD 1 TO WS-MST-REPL-B
                   END-IF
                   PERFORM 2189-BUILD-B-MASTER-ROW
                   PERFORM 2814-REWRITE-B-MASTER
               WHEN MST-B-LOAD-CYCLE < WS-HDR-CYCLE
                   MOVE MASTER-B-RECORD TO WS-JRNL-SAVE-IMAGE
                   PERFORM 2189-BUILD-B-MASTER-ROW
                   MOVE 'R' TO MST-B-LOAD-ACTION
                   PERFORM 2814-REWRITE-B-MASTER
                   ADD 1 TO WS-MST-CORR-B
                   MOVE 'B' TO WS-JRNL-SAVE-TYPE
                   MOVE 'R' TO WS-JRNL-SAVE-ACTION
                   PERFORM 2187-WRITE-DUPLICATE-LINE
           END-EVALUATE.

       2184-APPLY-A-TO-MASTER.
           MOVE WS-DAN-FIELD-1A TO MST-A-KEY
           PERFORM 2830-READ-A-MASTER
           IF WS-AMST-FILE-STATUS = '00'
               IF MST-A-LOAD-DATE = WS-HDR-CREATION-DATE
                   PERFORM 2183-JUDGE-SAME-DATE-A
               ELSE
                   MOVE MASTER-A-RECORD TO WS-JRNL-SAVE-IMAGE
                   PERFORM 2191-BUILD-A-MASTER-ROW
                   MOVE 'R' TO MST-A-LOAD-ACTION
                   PERFORM 2834-REWRITE-A-MASTER
                   ADD 1 TO WS-MST-REPL-A
                   MOVE 'A' TO WS-JRNL-SAVE-TYPE
                   MOVE 'R' TO WS-JRNL-SAVE-ACTION
                   MOVE WS-DAN-FIELD-1A TO WS-JRNL-SAVE-KEY
                   PERFORM 2195-WRITE-JOURNAL-ROW
               END-IF
           ELSE
               PERFORM 2191-BUILD-A-MASTER-ROW
               MOVE 'A' TO MST-A-LOAD-ACTION
               PERFORM 2833-WRITE-A-MASTER
               ADD 1 TO WS-MST-ADDS-A
               MOVE SPACES TO WS-JRNL-SAVE-IMAGE
               MOVE 'A' TO WS-JRNL-SAVE-TYPE
               MOVE 'A' TO WS-JRNL-SAVE-ACTION
               MOVE WS-DAN-FIELD-1A TO WS-JRNL-SAVE-KEY
               PERFORM 2195-WRITE-JOURNAL-ROW
           END-IF.

      * The A-side mirror of 2181-JUDGE-SAME-DATE-D.
       2183-JUDGE-SAME-DATE-A.
           EVALUATE TRUE
               WHEN MST-A-LOAD-CYCLE = WS-HDR-CYCLE
                AND MST-A-LOAD-SEQ = WS-COUNT-DETAIL-TOTAL
                   IF MST-A-ADDED
                       ADD 1 TO WS-MST-ADDS-A
                   ELSE
                       ADD 1 TO WS-MST-REPL-A
                   END-IF
                   PERFORM 2191-BUILD-A-MASTER-ROW
                   PERFORM 2834-REWRITE-A-MASTER
               WHEN MST-A-LOAD-CYCLE < WS-HDR-CYCLE
                   MOVE MASTER-A-RECORD TO WS-JRNL-SAVE-IMAGE
                   PERFORM 2191-BUILD-A-MASTER-ROW
                   MOVE 'R' TO MST-A-LOAD-ACTION
                   PERFORM 2834-REWRITE-A-MASTER
                   ADD 1 TO WS-MST-CORR-A
                   MOVE 'A' TO WS-JRNL-SAVE-TYPE
                   MOVE 'R' TO WS-JRNL-SAVE-ACTION
                   MOVE WS-DAN-FIELD-1A TO WS-JRNL-SAVE-KEY
                   PERFORM 2195-WRITE-JOURNAL-ROW
                   MOVE WS-DAN-FIELD-1A TO WS-DUP-KEY
                   MOVE 'SUPPLEMENTAL CORRECTION - ROW REPLACED'
                       TO WS-DUP-MESSAGE
                   PERFORM 2187-WRITE-DUPLICATE-LINE
               WHEN MST-A-LOAD-CYCLE > WS-HDR-CYCLE
                   ADD 1 TO WS-MST-DUPS-A
                   MOVE WS-DAN-FIELD-1A TO WS-DUP-KEY
                   MOVE 'LOWER CYCLE THAN MASTER - ROW IGNORED'
                       TO WS-DUP-MESSAGE
                   PERFORM 2187-WRITE-DUPLICATE-LINE
               WHEN OTHER
                   ADD 1 TO WS-MST-DUPS-A
                   MOVE WS-DAN-FIELD-1A TO WS-DUP-KEY
                   MOVE 'DUPLICATE KEY IN EXTRACT - ROW IGNORED'
                       TO WS-DUP-MESSAGE
                   PERFORM 2187-WRITE-DUPLICATE-LINE
           END-EVALUATE.

      * The caller stages WS-DUP-KEY and WS-DUP-MESSAGE - the same
      * report carries duplicates, stale-cycle rows and
      * supplemental corrections, each saying which it is.
           MOVE SPACE TO MST-B-RETIRE-SW
           MOVE 0 TO MST-B-RETIRE-DATE.

       2191-BUILD-A-MASTER-ROW.
           MOVE WS-DAN-FIELD-1A TO MST-A-KEY
           MOVE WS-DAN-FIELD-2A TO MST-A-FIELD-2A
           MOVE WS-DAN-FIELD-3A TO MST-A-FIELD-3A
           MOVE WS-DAN-FIELD-4A TO MST-A-FIELD-4A
           MOVE WS-HDR-CREATION-DATE TO MST-A-LOAD-DATE
           MOVE WS-RUN-ID TO MST-A-LOAD-RUN-ID
           MOVE WS-COUNT-DETAIL-TOTAL TO MST-A-LOAD-SEQ
           MOVE WS-HDR-CYCLE TO MST-A-LOAD-CYCLE
           MOVE SPACE TO MST-A-RETIRE-SW
           MOVE 0 TO MST-A-RETIRE-DATE.

      * One journal row per add/replace actually applied, written
      * from the WS-JRNL-SAVE fields each caller stages (the
      * before-image is captured off the READ, before the build
      * comes from a file already superseded and is ignored.
       2196-APPLY-C-TO-LEDGER.
           MOVE WS-DCN-FIELD-1C TO CSH-KEY
           PERFORM 2820-READ-C-LEDGER
           IF WS-CMST-FILE-STATUS = '00'
               EVALUATE TRUE
                   WHEN CSH-MOVE-DATE = WS-HDR-CREATION-DATE
                           END-IF
                       END-IF
                       PERFORM 2197-POST-C-MOVEMENT
                       PERFORM 2824-REWRITE-C-LEDGER
               END-EVALUATE
           ELSE
               MOVE WS-DCN-FIELD-1C TO CSH-KEY
               MOVE 0 TO CSH-MOVE-DEBITS
               MOVE 0 TO CSH-MOVE-CREDITS
               PERFORM 2197-POST-C-MOVEMENT
               PERFORM 2823-WRITE-C-LEDGER
           END-IF.

      * Absolute amount into the side Debit-Credit-C names, the
           MOVE WS-RUN-ID TO CKPT-RUN-ID
           MOVE WS-HDR-CREATION-DATE TO CKPT-CREATION-DATE
           MOVE WS-HDR-CYCLE TO CKPT-CYCLE
           MOVE WS-RUN-START-DATE TO CKPT-START-DATE
           MOVE WS-RUN-START-TIME TO CKPT-START-TIME
           MOVE WS-COUNT-DETAIL-TOTAL TO CKPT-LAST-DETAIL-COUNT
           MOVE WS-COUNT-A TO CKPT-COUNT-A
           MOVE WS-COUNT-D TO CKPT-COUNT-D
           MOVE WS-MST-DUPS-B TO CKPT-MST-DUPS-B
           MOVE WS-MST-CORR-D TO CKPT-MST-CORR-D
           MOVE WS-MST-CORR-B TO CKPT-MST-CORR-B
           MOVE WS-MST-ADDS-A TO CKPT-MST-ADDS-A
           MOVE WS-MST-REPL-A TO CKPT-MST-REPL-A
           MOVE WS-MST-DUPS-A TO CKPT-MST-DUPS-A
           MOVE WS-MST-CORR-A TO CKPT-MST-CORR-A
           MOVE WS-BULK-PHASE TO CKPT-BULK-PHASE
           MOVE WS-BULK-LAST-KEY TO CKPT-BULK-LAST-KEY
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
               WS-HASH-TOTAL-ACC
                   + (WS-ROW-HASH * WS-COUNT-DETAIL-TOTAL), 999999999).

      ************************************************************
      * Bulk mode.  The read pass is the row-at-a-time pass itself
      * - every count, edit, exception, reject, split/extract cut
      * and read-pass checkpoint as before - except that 2100
      * hands each edited row to the sort instead of applying it.
      * The apply pass then feeds the sorted rows, one at a time,
      * to the very maintenance paragraphs the row path uses
      * (2184/2185/2186/2196 and everything under them), with the
      * row's own record type and sequence restored around them; only
      * their master I/O changes, to the forward key-order browse
      * in 2800-2834.  Every rule in those paragraphs judges one
      * key against its own master row - and the sort keeps each
      * key's rows in extract order - so key order gives the same
      * outcome row for row.
      ************************************************************
       2600-BULK-READ-PASS.
           PERFORM 2000-PROCESS-MASTER-FILE
               UNTIL WS-EOF.

      * The apply pass checkpoints on the same every-N cadence,
      * counting rows applied, with phase 'M' and the sort key of
      * the last row applied; a restart from it re-reads the
      * extract without recounting, re-sorts, and resumes after
      * that key with the maintenance counts seeded from it.  The
      * detail count is the whole extract's throughout, put back
      * for the checkpoints and the reports after the pass.
       2700-BULK-APPLY-PASS.
           MOVE WS-COUNT-DETAIL-TOTAL TO WS-BULK-DETAIL-TOTAL
           MOVE 'M' TO WS-BULK-PHASE
           MOVE SPACE TO WS-BULK-CUR-TYPE
           MOVE 0 TO WS-BULK-ROWS-APPLIED
           MOVE 'N' TO WS-BULK-EOF-SW
           PERFORM 2710-RETURN-BULK-ROW
           PERFORM 2720-APPLY-ONE-BULK-ROW
               UNTIL WS-BULK-EOF
           MOVE WS-BULK-DETAIL-TOTAL TO WS-COUNT-DETAIL-TOTAL.

       2710-RETURN-BULK-ROW.
           RETURN BULK-SORT-FILE
               AT END SET WS-BULK-EOF TO TRUE
           END-RETURN.

       2720-APPLY-ONE-BULK-ROW.
           IF BLK-SORT-KEY > WS-BULK-RESUME-KEY
               IF BLK-RECORD-TYPE NOT = WS-BULK-CUR-TYPE
                   PERFORM 2730-START-BULK-BROWSE
               END-IF
               MOVE BLK-RECORD-TYPE TO RECORD-TYPE
               MOVE BLK-SEQUENCE TO WS-COUNT-DETAIL-TOTAL
               EVALUATE BLK-RECORD-TYPE
                   WHEN 'A'
                       MOVE BLK-DATA TO WS-DETAIL-A-NORM
                       PERFORM 2184-APPLY-A-TO-MASTER
                   WHEN 'D'
                       MOVE BLK-DATA TO WS-DETAIL-NORM
                       PERFORM 2185-APPLY-D-TO-MASTER
                   WHEN 'B'
                       MOVE BLK-DATA TO WS-DETAIL-B-NORM
                       PERFORM 2186-APPLY-B-TO-MASTER
                   WHEN 'C'
                       MOVE BLK-DATA TO WS-DETAIL-C-NORM
                       PERFORM 2196-APPLY-C-TO-LEDGER
               END-EVALUATE
               MOVE BLK-SORT-KEY TO WS-BULK-LAST-KEY
               ADD 1 TO WS-BULK-ROWS-APPLIED
               IF FUNCTION MOD(WS-BULK-ROWS-APPLIED
                       WS-CHECKPOINT-EVERY-N) = 0
                   PERFORM 2790-WRITE-BULK-CHECKPOINT
               END-IF
           END-IF
           PERFORM 2710-RETURN-BULK-ROW.

      * First row of a record type: the browse of its master
      * starts at that row's key - nothing below it is wanted.
       2730-START-BULK-BROWSE.
           MOVE BLK-RECORD-TYPE TO WS-BULK-CUR-TYPE
           MOVE 'N' TO WS-BULK-MST-EOF-SW
           MOVE LOW-VALUES TO WS-BULK-NEXT-KEY
           MOVE LOW-VALUES TO WS-BULK-HOLD-KEY
           EVALUATE BLK-RECORD-TYPE
               WHEN 'A'
                   MOVE BLK-KEY TO MST-A-KEY
                   START A-MASTER-FILE KEY NOT < MST-A-KEY
                       INVALID KEY SET WS-BULK-MST-EOF TO TRUE
                   END-START
               WHEN 'D'
                   MOVE BLK-KEY TO MST-D-KEY
                   START D-MASTER-FILE KEY NOT < MST-D-KEY
                       INVALID KEY SET WS-BULK-MST-EOF TO TRUE
                   END-START
               WHEN 'B'
                   MOVE BLK-KEY TO MST-B-KEY
                   START B-MASTER-FILE KEY NOT < MST-B-KEY
                       INVALID KEY SET WS-BULK-MST-EOF TO TRUE
                   END-START
               WHEN 'C'
                   MOVE BLK-KEY TO CSH-KEY
                   START C-MASTER-FILE KEY NOT < CSH-KEY
                       INVALID KEY SET WS-BULK-MST-EOF TO TRUE
                   END-START
           END-EVALUATE
           IF WS-BULK-MST-EOF
               MOVE HIGH-VALUES TO WS-BULK-NEXT-KEY
           END-IF.

       2790-WRITE-BULK-CHECKPOINT.
           MOVE WS-COUNT-DETAIL-TOTAL TO WS-BULK-ROW-SEQ
           MOVE WS-BULK-DETAIL-TOTAL TO WS-COUNT-DETAIL-TOTAL
           PERFORM 2190-WRITE-CHECKPOINT
           MOVE WS-BULK-ROW-SEQ TO WS-COUNT-DETAIL-TOTAL.

      ************************************************************
      * Master I/O for the maintenance paragraphs.  Row at a time
      * it is the random READ/WRITE/REWRITE it always was.  In the
      * bulk apply pass a READ is answered from the row already
      * in hand for the key, or by browsing forward to it - a key
      * the browse passes without meeting is not on file ('23',
      * as the random READ says) - and every WRITE/REWRITE leaves
      * its image in hand for the key's next sorted row.  Adds go
      * in behind the browse position, so the browse never meets
      * them.
      ************************************************************
       2800-READ-D-MASTER.
           IF WS-BULK-MODE
               PERFORM 2801-POSITION-D-MASTER
           ELSE
               READ D-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
           END-IF.

       2801-POSITION-D-MASTER.
           MOVE MST-D-KEY TO WS-BULK-WANT-KEY
           IF WS-BULK-WANT-KEY = WS-BULK-HOLD-KEY
               MOVE WS-BULK-HOLD-IMAGE TO MASTER-D-RECORD
               MOVE '00' TO WS-DMST-FILE-STATUS
           ELSE
               PERFORM 2802-READ-NEXT-D-MASTER
                   UNTIL WS-BULK-NEXT-KEY NOT < WS-BULK-WANT-KEY
               IF WS-BULK-NEXT-KEY = WS-BULK-WANT-KEY
                   MOVE WS-BULK-NEXT-IMAGE TO MASTER-D-RECORD
                   MOVE WS-BULK-NEXT-IMAGE TO WS-BULK-HOLD-IMAGE
                   MOVE WS-BULK-WANT-KEY TO WS-BULK-HOLD-KEY
                   MOVE '00' TO WS-DMST-FILE-STATUS
               ELSE
                   MOVE LOW-VALUES TO WS-BULK-HOLD-KEY
                   MOVE WS-BULK-WANT-KEY TO MST-D-KEY
                   MOVE '23' TO WS-DMST-FILE-STATUS
               END-IF
           END-IF.

       2802-READ-NEXT-D-MASTER.
           READ D-MASTER-FILE NEXT RECORD
               AT END SET WS-BULK-MST-EOF TO TRUE
           END-READ
           IF WS-BULK-MST-EOF
               MOVE HIGH-VALUES TO WS-BULK-NEXT-KEY
           ELSE
               MOVE MST-D-KEY TO WS-BULK-NEXT-KEY
               MOVE MASTER-D-RECORD TO WS-BULK-NEXT-IMAGE
           END-IF.

       2803-WRITE-D-MASTER.
           IF WS-BULK-MODE
               MOVE MASTER-D-RECORD TO WS-BULK-HOLD-IMAGE
               MOVE MST-D-KEY TO WS-BULK-HOLD-KEY
           END-IF
           WRITE MASTER-D-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       2804-REWRITE-D-MASTER.
           IF WS-BULK-MODE
               MOVE MASTER-D-RECORD TO WS-BULK-HOLD-IMAGE
               MOVE MST-D-KEY TO WS-BULK-HOLD-KEY
           END-IF
           REWRITE MASTER-D-RECORD.

       2810-READ-B-MASTER.
           IF WS-BULK-MODE
               PERFORM 2811-POSITION-B-MASTER
           ELSE
               READ B-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
           END-IF.

       2811-POSITION-B-MASTER.
           MOVE MST-B-KEY TO WS-BULK-WANT-KEY
           IF WS-BULK-WANT-KEY = WS-BULK-HOLD-KEY
               MOVE WS-BULK-HOLD-IMAGE TO MASTER-B-RECORD
               MOVE '00' TO WS-BMST-FILE-STATUS
           ELSE
               PERFORM 2812-READ-NEXT-B-MASTER
                   UNTIL WS-BULK-NEXT-KEY NOT < WS-BULK-WANT-KEY
               IF WS-BULK-NEXT-KEY = WS-BULK-WANT-KEY
                   MOVE WS-BULK-NEXT-IMAGE TO MASTER-B-RECORD
                   MOVE WS-BULK-NEXT-IMAGE TO WS-BULK-HOLD-IMAGE
                   MOVE WS-BULK-WANT-KEY TO WS-BULK-HOLD-KEY
                   MOVE '00' TO WS-BMST-FILE-STATUS
               ELSE
                   MOVE LOW-VALUES TO WS-BULK-HOLD-KEY
                   MOVE WS-BULK-WANT-KEY TO MST-B-KEY
                   MOVE '23' TO WS-BMST-FILE-STATUS
               END-IF
           END-IF.

       2812-READ-NEXT-B-MASTER.
           READ B-MASTER-FILE NEXT RECORD
               AT END SET WS-BULK-MST-EOF TO TRUE
           END-READ
           IF WS-BULK-MST-EOF
               MOVE HIGH-VALUES TO WS-BULK-NEXT-KEY
           ELSE
               MOVE MST-B-KEY TO WS-BULK-NEXT-KEY
               MOVE MASTER-B-RECORD TO WS-BULK-NEXT-IMAGE
           END-IF.

       2813-WRITE-B-MASTER.
           IF WS-BULK-MODE
               MOVE MASTER-B-RECORD TO WS-BULK-HOLD-IMAGE
               MOVE MST-B-KEY TO WS-BULK-HOLD-KEY
           END-IF
           WRITE MASTER-B-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       2814-REWRITE-B-MASTER.
           IF WS-BULK-MODE
               MOVE MASTER-B-RECORD TO WS-BULK-HOLD-IMAGE
               MOVE MST-B-KEY TO WS-BULK-HOLD-KEY
           END-IF
           REWRITE MASTER-B-RECORD.

       2820-READ-C-LEDGER.
           IF WS-BULK-MODE
               PERFORM 2821-POSITION-C-LEDGER
           ELSE
               READ C-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
           END-IF.

       2821-POSITION-C-LEDGER.
           MOVE CSH-KEY TO WS-BULK-WANT-KEY
           IF WS-BULK-WANT-KEY = WS-BULK-HOLD-KEY
               MOVE WS-BULK-HOLD-IMAGE TO CASH-LEDGER-RECORD
               MOVE '00' TO WS-CMST-FILE-STATUS
           ELSE
               PERFORM 2822-READ-NEXT-C-LEDGER
                   UNTIL WS-BULK-NEXT-KEY NOT < WS-BULK-WANT-KEY
               IF WS-BULK-NEXT-KEY = WS-BULK-WANT-KEY
                   MOVE WS-BULK-NEXT-IMAGE TO CASH-LEDGER-RECORD
                   MOVE WS-BULK-NEXT-IMAGE TO WS-BULK-HOLD-IMAGE
                   MOVE WS-BULK-WANT-KEY TO WS-BULK-HOLD-KEY
                   MOVE '00' TO WS-CMST-FILE-STATUS
               ELSE
                   MOVE LOW-VALUES TO WS-BULK-HOLD-KEY
                   MOVE WS-BULK-WANT-KEY TO CSH-KEY
                   MOVE '23' TO WS-CMST-FILE-STATUS
               END-IF
           END-IF.

       2822-READ-NEXT-C-LEDGER.
           READ C-MASTER-FILE NEXT RECORD
               AT END SET WS-BULK-MST-EOF TO TRUE
           END-READ
           IF WS-BULK-MST-EOF
               MOVE HIGH-VALUES TO WS-BULK-NEXT-KEY
           ELSE
               MOVE CSH-KEY TO WS-BULK-NEXT-KEY
               MOVE CASH-LEDGER-RECORD TO WS-BULK-NEXT-IMAGE
           END-IF.

       2823-WRITE-C-LEDGER.
           IF WS-BULK-MODE
               MOVE CASH-LEDGER-RECORD TO WS-BULK-HOLD-IMAGE
               MOVE CSH-KEY TO WS-BULK-HOLD-KEY
           END-IF
           WRITE CASH-LEDGER-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       2824-REWRITE-C-LEDGER.
           IF WS-BULK-MODE
               MOVE CASH-LEDGER-RECORD TO WS-BULK-HOLD-IMAGE
               MOVE CSH-KEY TO WS-BULK-HOLD-KEY
           END-IF
           REWRITE CASH-LEDGER-RECORD.

       2830-READ-A-MASTER.
           IF WS-BULK-MODE
               PERFORM 2831-POSITION-A-MASTER
           ELSE
               READ A-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
           END-IF.

       2831-POSITION-A-MASTER.
           MOVE MST-A-KEY TO WS-BULK-WANT-KEY
           IF WS-BULK-WANT-KEY = WS-BULK-HOLD-KEY
               MOVE WS-BULK-HOLD-IMAGE TO MASTER-A-RECORD
               MOVE '00' TO WS-AMST-FILE-STATUS
           ELSE
               PERFORM 2832-READ-NEXT-A-MASTER
                   UNTIL WS-BULK-NEXT-KEY NOT < WS-BULK-WANT-KEY
               IF WS-BULK-NEXT-KEY = WS-BULK-WANT-KEY
                   MOVE WS-BULK-NEXT-IMAGE TO MASTER-A-RECORD
                   MOVE WS-BULK-NEXT-IMAGE TO WS-BULK-HOLD-IMAGE
                   MOVE WS-BULK-WANT-KEY TO WS-BULK-HOLD-KEY
                   MOVE '00' TO WS-AMST-FILE-STATUS
               ELSE
                   MOVE LOW-VALUES TO WS-BULK-HOLD-KEY
                   MOVE WS-BULK-WANT-KEY TO MST-A-KEY
                   MOVE '23' TO WS-AMST-FILE-STATUS
               END-IF
           END-IF.

       2832-READ-NEXT-A-MASTER.
           READ A-MASTER-FILE NEXT RECORD
               AT END SET WS-BULK-MST-EOF TO TRUE
           END-READ
           IF WS-BULK-MST-EOF
               MOVE HIGH-VALUES TO WS-BULK-NEXT-KEY
           ELSE
               MOVE MST-A-KEY TO WS-BULK-NEXT-KEY
               MOVE MASTER-A-RECORD TO WS-BULK-NEXT-IMAGE
           END-IF.

       2833-WRITE-A-MASTER.
           IF WS-BULK-MODE
               MOVE MASTER-A-RECORD TO WS-BULK-HOLD-IMAGE
               MOVE MST-A-KEY TO WS-BULK-HOLD-KEY
           END-IF
           WRITE MASTER-A-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       2834-REWRITE-A-MASTER.
           IF WS-BULK-MODE
               MOVE MASTER-A-RECORD TO WS-BULK-HOLD-IMAGE
               MOVE MST-A-KEY TO WS-BULK-HOLD-KEY
           END-IF
           REWRITE MASTER-A-RECORD.

       2200-CHECK-TRAILER-COUNT.
           MOVE RECORD-COUNT TO WS-TRAILER-COUNT
           IF WS-TRAILER-COUNT NOT = WS-COUNT-DETAIL-TOTAL
           MOVE 'MASTER CORRECTIONS (B)' TO WS-BL-LABEL
           MOVE WS-MST-CORR-B TO WS-BL-VALUE
           MOVE WS-BREAK-LINE TO BREAK-LINE
           WRITE BREAK-LINE

           MOVE 'MASTER ADDS (A)' TO WS-BL-LABEL
           MOVE WS-MST-ADDS-A TO WS-BL-VALUE
           MOVE WS-BREAK-LINE TO BREAK-LINE
           WRITE BREAK-LINE

           MOVE 'MASTER REPLACES (A)' TO WS-BL-LABEL
           MOVE WS-MST-REPL-A TO WS-BL-VALUE
           MOVE WS-BREAK-LINE TO BREAK-LINE
           WRITE BREAK-LINE

           MOVE 'MASTER DUPLICATES (A)' TO WS-BL-LABEL
           MOVE WS-MST-DUPS-A TO WS-BL-VALUE
           MOVE WS-BREAK-LINE TO BREAK-LINE
           WRITE BREAK-LINE

           MOVE 'MASTER CORRECTIONS (A)' TO WS-BL-LABEL
           MOVE WS-MST-CORR-A TO WS-BL-VALUE
           MOVE WS-BREAK-LINE TO BREAK-LINE
           WRITE BREAK-LINE.

       4000-PRINT-CENSUS-REPORT.
               MOVE CSH-NET-POSITION TO WS-CSH-DL-CLOSING
               MOVE WS-CASH-DETAIL-LINE TO CASH-LINE
               WRITE CASH-LINE
               PERFORM 5150-RECORD-CASH-HISTORY
           END-IF
           PERFORM 5050-READ-NEXT-LEDGER.

      * One history row per key per Creation-Date, the figures
      * just printed.  The row may already be there - an earlier
      * cycle or run for the date, or MRADJ00's adjustments posted
      * under the same date.  Its opening stands, the load's own
      * movement replaces what the load last recorded on it
      * (Csh-Move-Debits/-Credits are the date's cumulative load
      * movement, so only the difference goes on), and any
      * adjustment already on the row stays on it.  A new row
      * opens where the account's history says it does (see
      * CSHHPD1.cbl) - the ledger's net can already hold an
      * adjustment posted under a later date - and the row closes
      * on its own figures, the change carried into later rows.
       5150-RECORD-CASH-HISTORY.
           MOVE CSH-KEY TO WS-CHH-ACCOUNT
           MOVE WS-HDR-CREATION-DATE TO WS-CHH-DATE
           MOVE WS-CSH-OPENING TO WS-CHH-OPENING
           PERFORM 8600-LOCATE-CASH-HISTORY
           IF WS-CHH-FOUND
               MOVE CHST-CLOSING TO WS-CHH-OLD-CLOSING
               COMPUTE CHST-DEBITS = CHST-DEBITS
                   - CHST-LOAD-DEBITS + CSH-MOVE-DEBITS
               COMPUTE CHST-CREDITS = CHST-CREDITS
                   - CHST-LOAD-CREDITS + CSH-MOVE-CREDITS
           ELSE
               MOVE WS-CHH-ACCOUNT TO CHST-ACCOUNT
               MOVE WS-CHH-DATE TO CHST-DATE
               MOVE WS-CHH-OPENING TO CHST-OPENING
               MOVE WS-CHH-OPENING TO WS-CHH-OLD-CLOSING
               MOVE CSH-MOVE-DEBITS TO CHST-DEBITS
               MOVE CSH-MOVE-CREDITS TO CHST-CREDITS
           END-IF
           MOVE CSH-MOVE-DEBITS TO CHST-LOAD-DEBITS
           MOVE CSH-MOVE-CREDITS TO CHST-LOAD-CREDITS
           COMPUTE CHST-CLOSING =
               CHST-OPENING + CHST-DEBITS - CHST-CREDITS
           MOVE CSH-LAST-CYCLE TO CHST-CYCLE
           MOVE CSH-LAST-RUN-ID TO CHST-RUN-ID
           IF WS-CHH-FOUND
               REWRITE CASH-HISTORY-RECORD
           ELSE
               WRITE CASH-HISTORY-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           COMPUTE WS-CHH-DELTA = CHST-CLOSING - WS-CHH-OLD-CLOSING
           PERFORM 8650-CARRY-CASH-HISTORY.

       5200-PRINT-CASH-TOTALS.
           MOVE SPACES TO CASH-LINE
           WRITE CASH-LINE
           CLOSE JOURNAL-FILE
           CLOSE D-MASTER-FILE
           CLOSE B-MASTER-FILE
           CLOSE A-MASTER-FILE
           CLOSE C-MASTER-FILE
           CLOSE CASH-HISTORY-FILE
           CLOSE RUN-RELEASE-FILE
           CLOSE REJECT-FILE
           PERFORM 9500-CLOSE-OPTIONAL-OUTPUTS
           CLOSE JOURNAL-FILE
           CLOSE D-MASTER-FILE
           CLOSE B-MASTER-FILE
           CLOSE A-MASTER-FILE
           CLOSE C-MASTER-FILE
           CLOSE CASH-HISTORY-FILE
           CLOSE RUN-RELEASE-FILE
           CLOSE REJECT-FILE
           PERFORM 9500-CLOSE-OPTIONAL-OUTPUTS
           CLOSE JOURNAL-FILE
           CLOSE D-MASTER-FILE
           CLOSE B-MASTER-FILE
           CLOSE A-MASTER-FILE
           CLOSE C-MASTER-FILE
           CLOSE CASH-HISTORY-FILE
           CLOSE RUN-RELEASE-FILE
           CLOSE REJECT-FILE
           PERFORM 9500-CLOSE-OPTIONAL-OUTPUTS
           CLOSE JOURNAL-FILE
           CLOSE D-MASTER-FILE
           CLOSE B-MASTER-FILE
           CLOSE A-MASTER-FILE
           CLOSE C-MASTER-FILE
           CLOSE CASH-HISTORY-FILE
           CLOSE RUN-RELEASE-FILE
           CLOSE REJECT-FILE
           PERFORM 9500-CLOSE-OPTIONAL-OUTPUTS
               MOVE SPACES TO AUDT-OPERATOR-ID
               MOVE SPACES TO AUDT-REASON-CODE
               MOVE 0 TO AUDT-EXPECTED-DOLLAR-TOTAL
               MOVE SPACES TO AUDT-APPROVER-ID
               MOVE WS-RUN-START-DATE TO AUDT-START-DATE
               MOVE WS-RUN-START-TIME TO AUDT-START-TIME
               WRITE AUDIT-RECORD
           END-IF.

      * Publishes WS-RREL-SET-STATUS for this Run-Id - REWRITE with
      * a WRITE fallback, same idiom as 2190-WRITE-CHECKPOINT, so
      * the first run for a Run-Id creates its release row and
      * every later run updates it in place.  The run's start goes
      * on every publish, so the final status no longer loses when
      * the STARTED stamp was made.
       9300-PUBLISH-RUN-RELEASE.
           MOVE WS-RUN-ID TO RREL-RUN-ID
           MOVE WS-HDR-CREATION-DATE TO RREL-CREATION-DATE
           MOVE WS-HDR-CYCLE TO RREL-CYCLE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RREL-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO RREL-RUN-TIME
           MOVE WS-RUN-START-DATE TO RREL-START-DATE
           MOVE WS-RUN-START-TIME TO RREL-START-TIME
           MOVE WS-RREL-SET-STATUS TO RREL-STATUS
           REWRITE RUN-RELEASE-RECORD
               INVALID KEY
      * See LOCKPD1.cbl - the interlock paragraphs shared with
      * MRREPR00.cbl, MRBACK00.cbl, MRRETR00.cbl and MRHSKP00.cbl.
       COPY "LOCKPD1.cbl".

      * See AUTHPD1.cbl - the maker-checker authorization claim.
       COPY "AUTHPD1.cbl".

      * See CSHHPD1.cbl - keeping the dated cash history chained.
       COPY "CSHHPD1.cbl".
