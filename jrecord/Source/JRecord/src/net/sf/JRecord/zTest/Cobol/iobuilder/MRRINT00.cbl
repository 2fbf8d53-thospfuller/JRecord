       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRRINT00.
      ************************************************************
      * Purpose: Nightly referential-integrity check between the
      *          cash rows and the account masters.  MRLOAD00's
      *          2196-APPLY-C-TO-LEDGER opens a CMASTER row for any
      *          Field-1c it is handed - nothing there asks whether
      *          the account exists on DMASTER, or whether MRRETR00
      *          retired it.  This program asks, after the load:
      *            - ORPHAN CASH: a CMASTER key (or a 'C' row in the
      *              night's extract) with no Master-D-Record;
      *            - RETIRED ACCOUNT MOVING: a CMASTER key whose
      *              latest movement is dated after the D account's
      *              Mst-D-Retire-Date (or a night's 'C' row for a
      *              retired account);
      *            - DORMANT BALANCE: an active D account whose
      *              ledger carries a non-zero Csh-Net-Position but
      *              has not moved in MRRINT-DORMANT-DAYS (default
      *              30) days.
      *          Each category is counted separately, ledger and
      *          extract findings apart, and anything found ends
      *          the job RC=4 so treasury hears about money posted
      *          to a closed or unknown account the next morning.
      *          The night's extract (MASTERIN) is optional - when
      *          it is not available the ledger sweep still runs,
      *          aged against today's date instead of the extract's
      *          Creation-Date.  'C' rows that fail the DTEDTPD1
      *          edits were never posted and are left to MRLOAD00's
      *          exception report.  Read-only: no locks are taken.
      *          Output on RINTRPT.
      * Author:  Bruce Martin
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "MASTERIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT D-MASTER-FILE ASSIGN TO "DMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-D-KEY
               FILE STATUS IS WS-DMST-FILE-STATUS.

           SELECT C-MASTER-FILE ASSIGN TO "CMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSH-KEY
               FILE STATUS IS WS-CMST-FILE-STATUS.

           SELECT INTEGRITY-RPT ASSIGN TO "RINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 79 CHARACTERS.
       COPY "MultiRecordTest12.cbl".

       FD D-MASTER-FILE.
       COPY "MSTDREC1.cbl".

       FD C-MASTER-FILE.
       COPY "MSTCREC1.cbl".

       FD INTEGRITY-RPT.
       01 INTEGRITY-LINE                        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS                 PIC X(2) VALUE '00'.
       01 WS-DMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-CMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-ENV-NAME                           PIC X(20).
       01 WS-ENV-VALUE                          PIC X(8).
       01 WS-EOF-SW                             PIC X VALUE 'N'.
           88 WS-EOF                            VALUE 'Y'.
       01 WS-CMST-EOF-SW                        PIC X VALUE 'N'.
           88 WS-CMST-EOF                       VALUE 'Y'.
       01 WS-EXTRACT-SW                         PIC X VALUE 'N'.
           88 WS-EXTRACT-AVAILABLE              VALUE 'Y'.

       01 WS-DORMANT-DAYS                       PIC 9(4) VALUE 30.
       01 WS-REFERENCE-DATE                     PIC 9(8) VALUE 0.
       01 WS-REFERENCE-INTEGER                  PIC 9(8) VALUE 0.
       01 WS-MOVE-INTEGER                       PIC 9(8) VALUE 0.
       01 WS-IDLE-DAYS                          PIC S9(7) VALUE 0.
       01 WS-DETAIL-SEQ                         PIC 9(9) VALUE 0.

      * Version-layout normalisation and field-edit fields shared
      * with MRLOAD00.cbl (paired with DTEDTPD1.cbl in the
      * PROCEDURE DIVISION below).
       COPY "DTEDTWS1.cbl".

       01 WS-INTEGRITY-COUNTS.
           05 WS-C-ROWS-READ                    PIC 9(9) VALUE 0.
           05 WS-C-ROWS-FAILED-EDIT             PIC 9(9) VALUE 0.
           05 WS-LEDGER-KEYS-READ               PIC 9(9) VALUE 0.
           05 WS-ORPHAN-LEDGER-KEYS             PIC 9(9) VALUE 0.
           05 WS-ORPHAN-EXTRACT-ROWS            PIC 9(9) VALUE 0.
           05 WS-RETIRED-LEDGER-KEYS            PIC 9(9) VALUE 0.
           05 WS-RETIRED-EXTRACT-ROWS           PIC 9(9) VALUE 0.
           05 WS-DORMANT-LEDGER-KEYS            PIC 9(9) VALUE 0.
           05 WS-FINDINGS-TOTAL                 PIC 9(9) VALUE 0.

       01 WS-RINT-HEADING-1.
           05 FILLER                            PIC X(40)
               VALUE 'CASH / ACCOUNT REFERENTIAL INTEGRITY'.

       01 WS-RINT-PARM-LINE.
           05 WS-RPL-LABEL                      PIC X(30).
           05 WS-RPL-VALUE                      PIC ZZZZZZZZ9.

       01 WS-RINT-DETAIL-LINE.
           05 WS-RDL-SOURCE                     PIC X(20).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-RDL-KEY                        PIC X(10).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-RDL-AMOUNT                     PIC -ZZZZZZZZZZ9.99.
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-RDL-DATE                       PIC 9(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-RDL-FINDING                    PIC X(44).

       01 WS-EXTRACT-SOURCE.
           05 FILLER                            PIC X(11)
               VALUE 'EXTRACT ROW'.
           05 WS-EXS-SEQUENCE                   PIC ZZZZZZZZ9.

       01 WS-DORMANT-TEXT.
           05 FILLER                            PIC X(23)
               VALUE 'DORMANT BALANCE - IDLE '.
           05 WS-DMT-DAYS                       PIC ZZZZZZ9.
           05 FILLER                            PIC X(5) VALUE ' DAYS'.

       01 WS-RINT-TOTAL-LINE.
           05 WS-RTL-LABEL                      PIC X(30).
           05 WS-RTL-VALUE                      PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-EXTRACT-AVAILABLE
               PERFORM 2000-CHECK-EXTRACT-ROW
                   UNTIL WS-EOF
           END-IF
           PERFORM 2900-SET-REFERENCE-DATE
           PERFORM 3000-SWEEP-CASH-LEDGER
           PERFORM 4000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

      * DMASTER and CMASTER must already exist - checking against
      * an empty account master would report every cash key as an
      * orphan.  The night's extract is a warn-and-continue, like
      * the audit log in MRLOAD00: the ledger sweep is still worth
      * having without it.
       1000-INITIALIZE.
           MOVE 'MRRINT-DORMANT-DAYS' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-DORMANT-DAYS =
                   FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           IF WS-DORMANT-DAYS = 0
               MOVE 30 TO WS-DORMANT-DAYS
           END-IF

           OPEN INPUT D-MASTER-FILE
           IF WS-DMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRRINT00 ABEND - DMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-DMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT C-MASTER-FILE
           IF WS-CMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRRINT00 ABEND - CMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-CMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'MRRINT00 WARNING - MASTERIN NOT AVAILABLE, '
                   'ONLY THE CASH LEDGER WILL BE CHECKED'
           ELSE
               MOVE 'Y' TO WS-EXTRACT-SW
           END-IF

           OPEN OUTPUT INTEGRITY-RPT
           MOVE WS-RINT-HEADING-1 TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE
           MOVE 'DORMANT THRESHOLD (DAYS)' TO WS-RPL-LABEL
           MOVE WS-DORMANT-DAYS TO WS-RPL-VALUE
           MOVE WS-RINT-PARM-LINE TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE
           MOVE SPACES TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE

           IF WS-EXTRACT-AVAILABLE
               MOVE 'NIGHT''S EXTRACT - CASH ROWS' TO INTEGRITY-LINE
               WRITE INTEGRITY-LINE
               READ MASTER-FILE
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-IF.

      * The row sequence counts every detail row, the same way
      * MRLOAD00's WS-COUNT-DETAIL-TOTAL does, so an extract row
      * listed here can be found on the load's own reports.
       2000-CHECK-EXTRACT-ROW.
           EVALUATE TRUE
               WHEN HEADER-RECORD IN RECORD-TYPE
                   MOVE CREATION-DATE TO WS-REFERENCE-DATE
                   MOVE VERSION TO WS-HDR-VERSION
               WHEN RECORD-TYPE = 'C'
                   ADD 1 TO WS-DETAIL-SEQ
                   PERFORM 2100-CHECK-ONE-C-ROW
               WHEN RECORD-TYPE = 'A' OR 'D' OR 'B'
                   ADD 1 TO WS-DETAIL-SEQ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ MASTER-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2100-CHECK-ONE-C-ROW.
           ADD 1 TO WS-C-ROWS-READ
           PERFORM 2155-APPLY-LAYOUT-C
           PERFORM 2177-EDIT-DETAIL-RECORD-C
           IF WS-EDIT-FAILED
               ADD 1 TO WS-C-ROWS-FAILED-EDIT
           ELSE
               MOVE WS-DCN-FIELD-1C TO MST-D-KEY
               READ D-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-DMST-FILE-STATUS NOT = '00'
                       ADD 1 TO WS-ORPHAN-EXTRACT-ROWS
                       MOVE 'ORPHAN CASH - NO ACCOUNT ON DMASTER'
                           TO WS-RDL-FINDING
                       MOVE 0 TO WS-RDL-DATE
                       PERFORM 2190-WRITE-EXTRACT-FINDING
                   WHEN MST-D-RETIRED
                       ADD 1 TO WS-RETIRED-EXTRACT-ROWS
                       MOVE 'CASH MOVING ON RETIRED ACCOUNT'
                           TO WS-RDL-FINDING
                       MOVE MST-D-RETIRE-DATE TO WS-RDL-DATE
                       PERFORM 2190-WRITE-EXTRACT-FINDING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2190-WRITE-EXTRACT-FINDING.
           ADD 1 TO WS-FINDINGS-TOTAL
           MOVE WS-DETAIL-SEQ TO WS-EXS-SEQUENCE
           MOVE WS-EXTRACT-SOURCE TO WS-RDL-SOURCE
           MOVE WS-DCN-FIELD-1C TO WS-RDL-KEY
           IF WS-DCN-CREDIT
               COMPUTE WS-RDL-AMOUNT = 0 - WS-DCN-AMOUNT
           ELSE
               MOVE WS-DCN-AMOUNT TO WS-RDL-AMOUNT
           END-IF
           MOVE WS-RINT-DETAIL-LINE TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE.

      * See DTEDTPD1.cbl - shared with MRLOAD00.cbl.
       COPY "DTEDTPD1.cbl".

      * Dormancy is aged against the night's Creation-Date when
      * the extract was read (so a re-run the next morning gives
      * the same answer), otherwise against today.
       2900-SET-REFERENCE-DATE.
           IF WS-REFERENCE-DATE < 16010101
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REFERENCE-DATE
           END-IF
           COMPUTE WS-REFERENCE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REFERENCE-DATE)
           IF WS-REFERENCE-INTEGER = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REFERENCE-DATE
               COMPUTE WS-REFERENCE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-REFERENCE-DATE)
           END-IF.

       3000-SWEEP-CASH-LEDGER.
           MOVE SPACES TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE
           MOVE 'CASH LEDGER (CMASTER) KEYS' TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE
           MOVE LOW-VALUES TO CSH-KEY
           START C-MASTER-FILE KEY NOT < CSH-KEY
               INVALID KEY SET WS-CMST-EOF TO TRUE
           END-START
           IF NOT WS-CMST-EOF
               PERFORM 3050-READ-NEXT-LEDGER-ROW
           END-IF
           PERFORM 3100-CHECK-ONE-LEDGER-KEY
               UNTIL WS-CMST-EOF.

       3050-READ-NEXT-LEDGER-ROW.
           READ C-MASTER-FILE NEXT RECORD
               AT END SET WS-CMST-EOF TO TRUE
           END-READ.

      * A retired account is only a finding when the ledger moved
      * AFTER the retirement - the last movement before it is the
      * account's closing history, not cash still arriving.
       3100-CHECK-ONE-LEDGER-KEY.
           ADD 1 TO WS-LEDGER-KEYS-READ
           MOVE CSH-KEY TO MST-D-KEY
           READ D-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-DMST-FILE-STATUS NOT = '00'
                   ADD 1 TO WS-ORPHAN-LEDGER-KEYS
                   MOVE 'ORPHAN CASH - NO ACCOUNT ON DMASTER'
                       TO WS-RDL-FINDING
                   PERFORM 3190-WRITE-LEDGER-FINDING
               WHEN MST-D-RETIRED
                   IF CSH-MOVE-DATE > MST-D-RETIRE-DATE
                       ADD 1 TO WS-RETIRED-LEDGER-KEYS
                       MOVE 'CASH MOVING ON RETIRED ACCOUNT'
                           TO WS-RDL-FINDING
                       PERFORM 3190-WRITE-LEDGER-FINDING
                   END-IF
               WHEN CSH-NET-POSITION NOT = 0
                   PERFORM 3150-JUDGE-DORMANCY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 3050-READ-NEXT-LEDGER-ROW.

      * A move date that will not go through INTEGER-OF-DATE ages
      * as "since forever", same convention as MRHSKP00/MRACK00.
       3150-JUDGE-DORMANCY.
           IF CSH-MOVE-DATE < 16010101
               MOVE 9999999 TO WS-IDLE-DAYS
           ELSE
               COMPUTE WS-MOVE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CSH-MOVE-DATE)
               IF WS-MOVE-INTEGER = 0
                   MOVE 9999999 TO WS-IDLE-DAYS
               ELSE
                   COMPUTE WS-IDLE-DAYS =
                       WS-REFERENCE-INTEGER - WS-MOVE-INTEGER
               END-IF
           END-IF
           IF WS-IDLE-DAYS > WS-DORMANT-DAYS
               ADD 1 TO WS-DORMANT-LEDGER-KEYS
               MOVE WS-IDLE-DAYS TO WS-DMT-DAYS
               MOVE WS-DORMANT-TEXT TO WS-RDL-FINDING
               PERFORM 3190-WRITE-LEDGER-FINDING
           END-IF.

       3190-WRITE-LEDGER-FINDING.
           ADD 1 TO WS-FINDINGS-TOTAL
           MOVE 'CMASTER' TO WS-RDL-SOURCE
           MOVE CSH-KEY TO WS-RDL-KEY
           MOVE CSH-NET-POSITION TO WS-RDL-AMOUNT
           MOVE CSH-MOVE-DATE TO WS-RDL-DATE
           MOVE WS-RINT-DETAIL-LINE TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE.

       4000-PRINT-TOTALS.
           MOVE SPACES TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE

           MOVE 'EXTRACT CASH ROWS READ' TO WS-RTL-LABEL
           MOVE WS-C-ROWS-READ TO WS-RTL-VALUE
           MOVE WS-RINT-TOTAL-LINE TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE

           MOVE 'EXTRACT ROWS FAILING EDITS' TO WS-RTL-LABEL
           MOVE WS-C-ROWS-FAILED-EDIT TO WS-RTL-VALUE
           MOVE WS-RINT-TOTAL-LINE TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE

           MOVE 'LEDGER KEYS READ' TO WS-RTL-LABEL
           MOVE WS-LEDGER-KEYS-READ TO WS-RTL-VALUE
           MOVE WS-RINT-TOTAL-LINE TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE

           MOVE 'ORPHAN CASH - LEDGER KEYS' TO WS-RTL-LABEL
           MOVE WS-ORPHAN-LEDGER-KEYS TO WS-RTL-VALUE
           MOVE WS-RINT-TOTAL-LINE TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE

           MOVE 'ORPHAN CASH - EXTRACT ROWS' TO WS-RTL-LABEL
           MOVE WS-ORPHAN-EXTRACT-ROWS TO WS-RTL-VALUE
           MOVE WS-RINT-TOTAL-LINE TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE

           MOVE 'RETIRED MOVING - LEDGER KEYS' TO WS-RTL-LABEL
           MOVE WS-RETIRED-LEDGER-KEYS TO WS-RTL-VALUE
           MOVE WS-RINT-TOTAL-LINE TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE

           MOVE 'RETIRED MOVING - EXTRACT ROWS' TO WS-RTL-LABEL
           MOVE WS-RETIRED-EXTRACT-ROWS TO WS-RTL-VALUE
           MOVE WS-RINT-TOTAL-LINE TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE

           MOVE 'DORMANT BALANCE - LEDGER KEYS' TO WS-RTL-LABEL
           MOVE WS-DORMANT-LEDGER-KEYS TO WS-RTL-VALUE
           MOVE WS-RINT-TOTAL-LINE TO INTEGRITY-LINE
           WRITE INTEGRITY-LINE.

       9000-TERMINATE.
           IF WS-EXTRACT-AVAILABLE
               CLOSE MASTER-FILE
           END-IF
           CLOSE D-MASTER-FILE
           CLOSE C-MASTER-FILE
           CLOSE INTEGRITY-RPT
           IF WS-FINDINGS-TOTAL > 0
               DISPLAY 'MRRINT00 - ' WS-FINDINGS-TOTAL
                   ' INTEGRITY FINDING(S), SEE RINTRPT'
               MOVE 4 TO RETURN-CODE
           END-IF.
