       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRADJ00.
      ************************************************************
      * Purpose: Manual adjustment of the keyed masters and the
      *          cash ledger - the sanctioned route for a loaded
      *          row upstream has confirmed is wrong but will not
      *          resend, and for a treasury cash correction.
      *          Driven by adjustment transactions (ADJTXN) data
      *          control keys, each carrying the operator id and a
      *          reason code:
      *            D/B  replace one non-key field of the
      *                 Master-D-Record/Master-B-Record for the key
      *                 (FIELD-2/FIELD-3, FIELD-2B/FIELD-3B/
      *                 FIELD-4B);
      *            C    post a debit or credit adjustment to the
      *                 Cash-Ledger-Record for the key.
      *          Only a key already on file is adjusted - this is
      *          correction, not creation - and a retired D/B key
      *          is left alone.  The row as it would stand after
      *          the adjustment goes through exactly the field
      *          edits the load applies (DTEDTWS1.cbl/DTEDTPD1.cbl),
      *          so an adjustment cannot put in what the nightly
      *          edits would refuse.  Every applied adjustment:
      *            - runs under the MASTERS lock (with AUDITLOG),
      *              so it can never interleave with a load, a
      *              repair or a back-out;
      *            - stamps the row with this run's provenance -
      *              the Run-Id (MRADJ-RUN-ID, default ADJUST),
      *              today's date and cycle 00 - and writes the
      *              row's before-image to JRNLFILE, so MRBACK00
      *              reverses a bad adjustment run by that Run-Id
      *              and date exactly as it reverses a load (a D/B
      *              key adjusted more than once in the run keeps
      *              its first before-image, the load's one journal
      *              row per key per run);
      *            - gets an 'ADJUST' row on AUDITLOG naming the
      *              operator and the reason.
      *          A cash adjustment moves money on a cash-bearing
      *          file, so it also needs an approved dual-control
      *          authorization ('ADJUST' for the Run-Id and today,
      *          raised and approved by two different operators
      *          through MRAUTH00), claimed at the run's first 'C'
      *          transaction; without one every 'C' transaction in
      *          the run is refused and the job ends RC=8.  One
      *          cash adjustment per account per run - net them -
      *          so the journal's before-image and posting always
      *          describe the whole of what the run did to the
      *          account.  The posting goes to the ledger's running
      *          totals and the account's CSHHIST row for today,
      *          never to the load's per-extract movement, which
      *          stays the extract's own.  A Run-Id and date are
      *          one unit to the back-out: give a second adjustment
      *          run on the same day its own Run-Id.
      *          ADJRPT lists every transaction's disposition and,
      *          for each one applied, the row before and after.
      *          Refused transactions end the job RC=4.
      * Author:  Bruce Martin
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUST-TXN-FILE ASSIGN TO "ADJTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATX-FILE-STATUS.

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

           SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ADJUST-RPT ASSIGN TO "ADJRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOCK-FILE ASSIGN TO "LOCKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCK-RESOURCE
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT AUTHORIZATION-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ADJUST-TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
      * A D/B transaction names the field and carries its new
      * value, left-justified; a C transaction carries the amount
      * keyed the way the extract carries Amount-C - a leading
      * sign then 11 digits with two implied decimals
      * (+00000012345 is 123.45) - and D or C for the side.
       01 ADJUST-TXN-RECORD.
           03 ATX-OPERATOR-ID                   PIC X(8).
           03 ATX-REASON-CODE                   PIC X(8).
           03 ATX-RECORD-TYPE                   PIC X.
           03 ATX-KEY                           PIC X(22).
           03 ATX-ADJUSTMENT                    PIC X(41).
           03 ATX-FIELD-UPDATE REDEFINES ATX-ADJUSTMENT.
               05 ATX-FIELD-NAME                PIC X(8).
               05 ATX-NEW-VALUE                 PIC X(33).
           03 ATX-CASH-POSTING REDEFINES ATX-ADJUSTMENT.
               05 ATX-AMOUNT                    PIC X(12).
               05 ATX-DEBIT-CREDIT              PIC X.
               05 FILLER                        PIC X(28).

       FD D-MASTER-FILE.
       COPY "MSTDREC1.cbl".

       FD B-MASTER-FILE.
       COPY "MSTBREC1.cbl".

       FD C-MASTER-FILE.
       COPY "MSTCREC1.cbl".

       FD CASH-HISTORY-FILE.
       COPY "CSHHREC1.cbl".

       FD JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 181 CHARACTERS.
       COPY "JRNLREC1.cbl".

       FD AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 172 CHARACTERS.
       COPY "AUDTREC1.cbl".

       FD ADJUST-RPT.
       01 ADJUST-LINE                           PIC X(132).

       FD LOCK-FILE.
       COPY "LCKREC01.cbl".

       FD AUTHORIZATION-FILE.
       COPY "AUTHREC1.cbl".

       WORKING-STORAGE SECTION.
       01 WS-ATX-FILE-STATUS                    PIC X(2) VALUE '00'.
       01 WS-DMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-BMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-CMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-CHST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-JRNL-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-AUDIT-FILE-STATUS                  PIC X(2) VALUE '00'.
       01 WS-RUN-ID                             PIC X(8) VALUE SPACES.
       01 WS-ENV-NAME                           PIC X(20).
       01 WS-EOF-SW                             PIC X VALUE 'N'.
           88 WS-EOF                            VALUE 'Y'.
       01 WS-REFUSED-SW                         PIC X VALUE 'N'.
           88 WS-REFUSED                        VALUE 'Y'.
      * Claimed once, at the first 'C' transaction: 'N' not yet
      * asked, 'Y' granted for the run, 'R' refused for the run.
       01 WS-CASH-AUTH-SW                       PIC X VALUE 'N'.
           88 WS-CASH-AUTH-UNCLAIMED            VALUE 'N'.
           88 WS-CASH-AUTH-GRANTED              VALUE 'Y'.
           88 WS-CASH-AUTH-REFUSED              VALUE 'R'.
       01 WS-TODAY-DATE                         PIC 9(8) VALUE 0.

      * The adjusted row is re-edited off this WORKING-STORAGE
      * image of the extract layout (a 'C' posting is built as a
      * Detail-Record-C row), through the same shared copybook
      * logic the load itself runs.
       COPY "MultiRecordTest12.cbl".

       COPY "DTEDTWS1.cbl".

      * Resource-interlock fields, shared suite-wide (paired with
      * LOCKPD1.cbl in the PROCEDURE DIVISION below).
       COPY "LOCKWS1.cbl".

      * Dual-control authorization fields (paired with AUTHPD1.cbl
      * in the PROCEDURE DIVISION below).
       COPY "AUTHWS1.cbl".

      * Cash-history chaining fields (paired with CSHHPD1.cbl in
      * the PROCEDURE DIVISION below).
       COPY "CSHHWS1.cbl".

      * The field being adjusted, before and after, for the
      * listing, and the row's image as read, for the journal.
       01 WS-ADJ-OLD-VALUE                      PIC X(33).
       01 WS-ADJ-NEW-VALUE                      PIC X(33).
       01 WS-ADJ-BEFORE-IMAGE                   PIC X(130).
       01 WS-ADJ-AMOUNT                         PIC 9(9)V99 VALUE 0.
       01 WS-ADJ-OLD-DEBITS                     PIC 9(11)V99 VALUE 0.
       01 WS-ADJ-OLD-CREDITS                    PIC 9(11)V99 VALUE 0.
       01 WS-ADJ-OLD-NET                        PIC S9(11)V99 VALUE 0.

      * Accounts already given their one cash adjustment this run.
       01 WS-CASH-ADJUSTED-TABLE.
           05 WS-CAT-COUNT                      PIC 9(4) VALUE 0.
           05 WS-CAT-KEY OCCURS 500 TIMES       PIC X(10).
       01 WS-CAT-MAX                            PIC 9(4) VALUE 500.
       01 WS-CAT-SUB                            PIC 9(4) VALUE 0.
       01 WS-CAT-FOUND-SW                       PIC X VALUE 'N'.
           88 WS-CAT-FOUND                      VALUE 'Y'.

       01 WS-ADJUST-COUNTS.
           05 WS-TXN-READ                       PIC 9(9) VALUE 0.
           05 WS-ADJUSTED-D                     PIC 9(9) VALUE 0.
           05 WS-ADJUSTED-B                     PIC 9(9) VALUE 0.
           05 WS-ADJUSTED-C                     PIC 9(9) VALUE 0.
           05 WS-TXN-REFUSED                    PIC 9(9) VALUE 0.
           05 WS-JOURNAL-ROWS                   PIC 9(9) VALUE 0.
           05 WS-CASH-DEBITS                    PIC 9(11)V99 VALUE 0.
           05 WS-CASH-CREDITS                   PIC 9(11)V99 VALUE 0.

       01 WS-ADJUST-HEADING-1.
           05 FILLER                            PIC X(40)
               VALUE 'MASTER ADJUSTMENT LISTING'.
           05 FILLER                            PIC X(7)
               VALUE 'RUN-ID '.
           05 WS-AH1-RUN-ID                     PIC X(8).
           05 FILLER                            PIC X(6)
               VALUE ' DATE '.
           05 WS-AH1-DATE                       PIC 9(8).

       01 WS-ADJUST-HEADING-2.
           05 FILLER                            PIC X(10)
               VALUE 'TXN'.
           05 FILLER                            PIC X(2)
               VALUE 'T'.
           05 FILLER                            PIC X(23)
               VALUE 'KEY'.
           05 FILLER                            PIC X(9)
               VALUE 'FIELD'.
           05 FILLER                            PIC X(9)
               VALUE 'OPERATOR'.
           05 FILLER                            PIC X(9)
               VALUE 'REASON'.
           05 FILLER                            PIC X(40)
               VALUE 'DISPOSITION'.

       01 WS-ADJUST-DETAIL-LINE.
           05 WS-ADL-SEQUENCE                   PIC ZZZZZZZZ9.
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-RECORD-TYPE                PIC X.
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-KEY                        PIC X(22).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-FIELD                      PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-OPERATOR                   PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-REASON                     PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-DISPOSITION                PIC X(60).

       01 WS-ADJUST-VALUE-LINE.
           05 FILLER                            PIC X(12) VALUE SPACES.
           05 WS-AVL-LABEL                      PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-AVL-VALUE                      PIC X(100).

       01 WS-ADJUST-CASH-VALUE.
           05 FILLER                            PIC X(7)
               VALUE 'DEBITS '.
           05 WS-ACV-DEBITS                     PIC ZZZZZZZZZZ9.99.
           05 FILLER                            PIC X(9)
               VALUE ' CREDITS '.
           05 WS-ACV-CREDITS                    PIC ZZZZZZZZZZ9.99.
           05 FILLER                            PIC X(5)
               VALUE ' NET '.
           05 WS-ACV-NET                        PIC -ZZZZZZZZZZ9.99.

       01 WS-ADJUST-TOTAL-LINE.
           05 WS-ATL-LABEL                      PIC X(30).
           05 WS-ATL-VALUE                      PIC ZZZZZZZZ9.

       01 WS-ADJUST-AMOUNT-LINE.
           05 WS-AAL-LABEL                      PIC X(30).
           05 WS-AAL-VALUE                      PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ADJUST-TXN
               UNTIL WS-EOF
           PERFORM 3000-PRINT-ADJUST-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'MRADJ-RUN-ID' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE
           IF WS-RUN-ID = SPACES
               MOVE 'ADJUST' TO WS-RUN-ID
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           PERFORM 1100-ACQUIRE-RESOURCE-LOCKS

           OPEN INPUT ADJUST-TXN-FILE
           IF WS-ATX-FILE-STATUS NOT = '00'
               DISPLAY 'MRADJ00 ABEND - ADJTXN COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-ATX-FILE-STATUS
               PERFORM 8200-RELEASE-ALL-LOCKS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * The masters must already exist - an adjustment corrects a
      * row the load wrote, and creating empty masters here would
      * only mask a missing DD.
           OPEN I-O D-MASTER-FILE
           IF WS-DMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRADJ00 ABEND - DMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-DMST-FILE-STATUS
               PERFORM 8200-RELEASE-ALL-LOCKS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O B-MASTER-FILE
           IF WS-BMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRADJ00 ABEND - BMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-BMST-FILE-STATUS
               PERFORM 8200-RELEASE-ALL-LOCKS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O C-MASTER-FILE
           IF WS-CMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRADJ00 ABEND - CMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-CMST-FILE-STATUS
               PERFORM 8200-RELEASE-ALL-LOCKS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CASH-HISTORY-FILE
           IF WS-CHST-FILE-STATUS = '35'
               OPEN OUTPUT CASH-HISTORY-FILE
               CLOSE CASH-HISTORY-FILE
               OPEN I-O CASH-HISTORY-FILE
           END-IF
           IF WS-CHST-FILE-STATUS NOT = '00'
               DISPLAY 'MRADJ00 ABEND - CSHHIST COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-CHST-FILE-STATUS
               PERFORM 8200-RELEASE-ALL-LOCKS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * The journal and the audit row are what make an adjustment
      * reversible and answerable - both fail closed.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF
           IF WS-JRNL-FILE-STATUS NOT = '00'
               DISPLAY 'MRADJ00 ABEND - JRNLFILE COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-JRNL-FILE-STATUS
               PERFORM 8200-RELEASE-ALL-LOCKS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'MRADJ00 ABEND - AUDITLOG COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-AUDIT-FILE-STATUS
               PERFORM 8200-RELEASE-ALL-LOCKS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ADJUST-RPT
           MOVE WS-RUN-ID TO WS-AH1-RUN-ID
           MOVE WS-TODAY-DATE TO WS-AH1-DATE
           MOVE WS-ADJUST-HEADING-1 TO ADJUST-LINE
           WRITE ADJUST-LINE
           MOVE SPACES TO ADJUST-LINE
           WRITE ADJUST-LINE
           MOVE WS-ADJUST-HEADING-2 TO ADJUST-LINE
           WRITE ADJUST-LINE

           READ ADJUST-TXN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * The interlock: adjustments REWRITE the masters and append
      * to the journal and the audit log, so they take the same
      * resources the load, repair and back-out take, in the
      * suite-wide order.
       1100-ACQUIRE-RESOURCE-LOCKS.
           MOVE 'MRADJ00 ' TO WS-LCK-PROGRAM-ID
           MOVE WS-RUN-ID TO WS-LCK-RUN-ID
           MOVE 2 TO WS-LCK-RESOURCE-COUNT
           MOVE 'MASTERS ' TO WS-LCK-RES-NAME(1)
           MOVE 'AUDITLOG' TO WS-LCK-RES-NAME(2)
           MOVE 'N' TO WS-LCK-RES-HELD-SW(1)
           MOVE 'N' TO WS-LCK-RES-HELD-SW(2)
           PERFORM 8000-ACQUIRE-ALL-LOCKS.

      * An adjustment nobody signed, or signed without a reason,
      * is not an adjustment - refused before anything is read.
       2000-PROCESS-ADJUST-TXN.
           ADD 1 TO WS-TXN-READ
           MOVE 'N' TO WS-REFUSED-SW
           MOVE WS-TXN-READ TO WS-ADL-SEQUENCE
           MOVE ATX-RECORD-TYPE TO WS-ADL-RECORD-TYPE
           MOVE ATX-KEY TO WS-ADL-KEY
           MOVE ATX-OPERATOR-ID TO WS-ADL-OPERATOR
           MOVE ATX-REASON-CODE TO WS-ADL-REASON
           MOVE SPACES TO WS-ADL-DISPOSITION
           IF ATX-RECORD-TYPE = 'C'
               IF ATX-DEBIT-CREDIT = 'D'
                   MOVE 'DEBIT' TO WS-ADL-FIELD
               ELSE
                   MOVE 'CREDIT' TO WS-ADL-FIELD
               END-IF
           ELSE
               MOVE ATX-FIELD-NAME TO WS-ADL-FIELD
           END-IF
           EVALUATE TRUE
               WHEN ATX-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR-ID IS BLANK - NOT SANCTIONED'
                       TO WS-ADL-DISPOSITION
                   PERFORM 2900-REFUSE-TXN
               WHEN ATX-REASON-CODE = SPACES
                   MOVE 'REASON-CODE IS BLANK - NOT SANCTIONED'
                       TO WS-ADL-DISPOSITION
                   PERFORM 2900-REFUSE-TXN
               WHEN ATX-RECORD-TYPE = 'D'
                   PERFORM 2100-ADJUST-D-MASTER
               WHEN ATX-RECORD-TYPE = 'B'
                   PERFORM 2200-ADJUST-B-MASTER
               WHEN ATX-RECORD-TYPE = 'C'
                   PERFORM 2300-ADJUST-C-LEDGER
               WHEN OTHER
                   MOVE 'RECORD-TYPE IS NOT ADJUSTABLE'
                       TO WS-ADL-DISPOSITION
                   PERFORM 2900-REFUSE-TXN
           END-EVALUATE
           PERFORM 2950-WRITE-ADJUST-LINES
           READ ADJUST-TXN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      ************************************************************
      * D/B field replacement.  The master row is read, the named
      * field replaced in the normalised view of it, and the
      * whole row put through the load's edits before anything is
      * written.  The key itself is never adjustable - a
      * different key is a different row.
      ************************************************************
       2100-ADJUST-D-MASTER.
           MOVE ATX-KEY TO MST-D-KEY
           IF ATX-KEY(11:12) = SPACES
               READ D-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN ATX-KEY(11:12) NOT = SPACES
                   MOVE 'KEY IS LONGER THAN THE DMASTER KEY'
                       TO WS-ADL-DISPOSITION
                   PERFORM 2900-REFUSE-TXN
               WHEN WS-DMST-FILE-STATUS NOT = '00'
                   MOVE 'KEY NOT ON DMASTER - NOT ADJUSTED'
                       TO WS-ADL-DISPOSITION
                   PERFORM 2900-REFUSE-TXN
               WHEN MST-D-RETIRED
                   MOVE 'KEY IS RETIRED - NOT ADJUSTED'
                       TO WS-ADL-DISPOSITION
                   PERFORM 2900-REFUSE-TXN
               WHEN OTHER
                   MOVE MASTER-D-RECORD TO WS-ADJ-BEFORE-IMAGE
                   MOVE MST-D-KEY TO WS-DN-FIELD-1
                   MOVE MST-D-FIELD-2 TO WS-DN-FIELD-2
                   MOVE MST-D-FIELD-3 TO WS-DN-FIELD-3
                   PERFORM 2110-REPLACE-D-FIELD
                   IF NOT WS-REFUSED
                       PERFORM 2175-EDIT-DETAIL-RECORD-D
                       PERFORM 2800-JUDGE-EDIT
                   END-IF
                   IF NOT WS-REFUSED
                       PERFORM 2150-APPLY-D-ADJUSTMENT
                   END-IF
           END-EVALUATE.

       2110-REPLACE-D-FIELD.
           MOVE ATX-NEW-VALUE TO WS-ADJ-NEW-VALUE
           EVALUATE TRUE
               WHEN ATX-FIELD-NAME = 'FIELD-2 '
                AND ATX-NEW-VALUE(21:13) = SPACES
                   MOVE MST-D-FIELD-2 TO WS-ADJ-OLD-VALUE
                   MOVE ATX-NEW-VALUE TO WS-DN-FIELD-2
               WHEN ATX-FIELD-NAME = 'FIELD-3 '
                AND ATX-NEW-VALUE(16:18) = SPACES
                   MOVE MST-D-FIELD-3 TO WS-ADJ-OLD-VALUE
                   MOVE ATX-NEW-VALUE TO WS-DN-FIELD-3
               WHEN ATX-FIELD-NAME = 'FIELD-2 '
                 OR ATX-FIELD-NAME = 'FIELD-3 '
                   MOVE 'NEW VALUE IS LONGER THAN THE FIELD'
                       TO WS-ADL-DISPOSITION
                   PERFORM 2900-REFUSE-TXN
               WHEN OTHER
                   MOVE 'NOT AN ADJUSTABLE DMASTER FIELD'
                       TO WS-ADL-DISPOSITION
                   PERFORM 2900-REFUSE-TXN
           END-EVALUATE
           IF NOT WS-REFUSED
            AND WS-ADJ-OLD-VALUE = WS-ADJ-NEW-VALUE
               MOVE 'NEW VALUE IS THE VALUE ON FILE - NO CHANGE'
                   TO WS-ADL-DISPOSITION
               PERFORM 2900-REFUSE-TXN
           END-IF.

      * A key this Run-Id has already adjusted today carries the
      * run's own stamp, and its journal row - the before-image
      * the back-out has to restore - was written by the first
      * adjustment; a second row would restore an image this run
      * made itself.
       2150-APPLY-D-ADJUSTMENT.
           IF NOT (MST-D-LOAD-RUN-ID = WS-RUN-ID
                   AND MST-D-LOAD-DATE = WS-TODAY-DATE
                   AND MST-D-LOAD-CYCLE = 0)
               MOVE 'D' TO JRNL-RECORD-TYPE
               MOVE MST-D-KEY TO JRNL-KEY
               PERFORM 2700-WRITE-JOURNAL-ROW
           END-IF
           MOVE WS-DN-FIELD-2 TO MST-D-FIELD-2
           MOVE WS-DN-FIELD-3 TO MST-D-FIELD-3
           MOVE WS-TODAY-DATE TO MST-D-LOAD-DATE
           MOVE WS-RUN-ID TO MST-D-LOAD-RUN-ID
           MOVE WS-TXN-READ TO MST-D-LOAD-SEQ
           MOVE 0 TO MST-D-LOAD-CYCLE
           MOVE 'R' TO MST-D-LOAD-ACTION
           REWRITE MASTER-D-RECORD
           ADD 1 TO WS-ADJUSTED-D
           PERFORM 2750-WRITE-ADJUST-AUDIT
           MOVE 'ADJUSTED' TO WS-ADL-DISPOSITION.

       2200-ADJUST-B-MASTER.
           MOVE ATX-KEY TO MST-B-KEY
           READ B-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-BMST-FILE-STATUS NOT = '00'
                   MOVE 'KEY NOT ON BMASTER - NOT ADJUSTED'
                       TO WS-ADL-DISPOSITION
                   PERFORM 2900-REFUSE-TXN
               WHEN MST-B-RETIRED
                   MOVE 'KEY IS RETIRED - NOT ADJUSTED'
                       TO WS-ADL-DISPOSITION
                   PERFORM 2900-REFUSE-TXN
               WHEN OTHER
                   MOVE MASTER-B-RECORD TO WS-ADJ-BEFORE-IMAGE
                   MOVE MST-B-KEY TO WS-DBN-FIELD-1B
                   MOVE MST-B-FIELD-2B TO WS-DBN-FIELD-2B
                   MOVE MST-B-FIELD-3B TO WS-DBN-FIELD-3B
                   MOVE MST-B-FIELD-4B TO WS-DBN-FIELD-4B
                   PERFORM 2210-REPLACE-B-FIELD
                   IF NOT WS-REFUSED
                       PERFORM 2176-EDIT-DETAIL-RECORD-B
                       PERFORM 2800-JUDGE-EDIT
                   END-IF
                   IF NOT WS-REFUSED
                       PERFORM 2250-APPLY-B-ADJUSTMENT
                   END-IF
           END-EVALUATE.

       2210-REPLACE-B-FIELD.
           MOVE ATX-NEW-VALUE TO WS-ADJ-NEW-VALUE
           EVALUATE TRUE
               WHEN ATX-FIELD-NAME = 'FIELD-2B'
                   MOVE MST-B-FIELD-2B TO WS-ADJ-OLD-VALUE
                   MOVE ATX-NEW-VALUE TO WS-DBN-FIELD-2B
               WHEN ATX-FIELD-NAME = 'FIELD-3B'
                AND ATX-NEW-VALUE(21:13) = SPACES
                   MOVE MST-B-FIELD-3B TO WS-ADJ-OLD-VALUE
                   MOVE ATX-NEW-VALUE TO WS-DBN-FIELD-3B
               WHEN ATX-FIELD-NAME = 'FIELD-4B'
                AND ATX-NEW-VALUE(17:17) = SPACES
                   MOVE MST-B-FIELD-4B TO WS-ADJ-OLD-VALUE
                   MOVE ATX-NEW-VALUE TO WS-DBN-FIELD-4B
               WHEN ATX-FIELD-NAME = 'FIELD-3B'
                 OR ATX-FIELD-NAME = 'FIELD-4B'
                   MOVE 'NEW VALUE IS LONGER THAN THE FIELD'
                       TO WS-ADL-DISPOSITION
                   PERFORM 2900-REFUSE-TXN
               WHEN OTHER
                   MOVE 'NOT AN ADJUSTABLE BMASTER FIELD'
                       TO WS-ADL-DISPOSITION
                   PERFORM 2900-REFUSE-TXN
           END-EVALUATE
           IF NOT WS-REFUSED
            AND WS-ADJ-OLD-VALUE = WS-ADJ-NEW-VALUE
               MOVE 'NEW VALUE IS THE VALUE ON FILE - NO CHANGE'
                   TO WS-ADL-DISPOSITION
               PERFORM 2900-REFUSE-TXN
           END-IF.

      * See 2150-APPLY-D-ADJUSTMENT - one journal row per key per
      * adjustment run.
       2250-APPLY-B-ADJUSTMENT.
           IF NOT (MST-B-LOAD-RUN-ID = WS-RUN-ID
                   AND MST-B-LOAD-DATE = WS-TODAY-DATE
                   AND MST-B-LOAD-CYCLE = 0)
               MOVE 'B' TO JRNL-RECORD-TYPE
               MOVE MST-B-KEY TO JRNL-KEY
               PERFORM 2700-WRITE-JOURNAL-ROW
           END-IF
           MOVE WS-DBN-FIELD-2B TO MST-B-FIELD-2B
           MOVE WS-DBN-FIELD-3B TO MST-B-FIELD-3B
           MOVE WS-DBN-FIELD-4B TO MST-B-FIELD-4B
           MOVE WS-TODAY-DATE TO MST-B-LOAD-DATE
           MOVE WS-RUN-ID TO MST-B-LOAD-RUN-ID
           MOVE WS-TXN-READ TO MST-B-LOAD-SEQ
           MOVE 0 TO MST-B-LOAD-CYCLE
           MOVE 'R' TO MST-B-LOAD-ACTION
           REWRITE MASTER-B-RECORD
           ADD 1 TO WS-ADJUSTED-B
           PERFORM 2750-WRITE-ADJUST-AUDIT
           MOVE 'ADJUSTED' TO WS-ADL-DISPOSITION.

      ************************************************************
      * Cash adjustment.  The posting is built as the extract's own
      * Detail-Record-C row and judged by the load's amount and
      * debit/credit edits; it must also be a positive amount -
      * the side says which way the money moves.  The account
      * must be on the ledger, must not already have had its cash
      * adjustment this run, and the run must hold an approved
      * 'ADJUST' authorization.
      ************************************************************
       2300-ADJUST-C-LEDGER.
           MOVE SPACES TO MASTER-RECORD
           MOVE 'C' TO RECORD-TYPE
           MOVE ATX-KEY TO FIELD-1C
           MOVE ATX-AMOUNT TO DETAIL-RECORD-C(11:12)
           MOVE ATX-DEBIT-CREDIT TO DEBIT-CREDIT-C
           PERFORM 2155-APPLY-LAYOUT-C
           PERFORM 2177-EDIT-DETAIL-RECORD-C
           PERFORM 2350-FIND-CASH-ADJUSTED
           MOVE WS-DCN-FIELD-1C TO CSH-KEY
           IF ATX-KEY(11:12) = SPACES
            AND NOT WS-EDIT-FAILED
               READ C-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN ATX-KEY(11:12) NOT = SPACES
                   MOVE 'KEY IS LONGER THAN THE CMASTER KEY'
                       TO WS-ADL-DISPOSITION
                   PERFORM 2900-REFUSE-TXN
               WHEN WS-EDIT-FAILED
                   PERFORM 2800-JUDGE-EDIT
               WHEN WS-DCN-AMOUNT NOT > 0
                   MOVE 'AMOUNT MUST BE MORE THAN ZERO'
                       TO WS-ADL-DISPOSITION
                   PERFORM 2900-REFUSE-TXN
               WHEN WS-CMST-FILE-STATUS NOT = '00'
                   MOVE 'KEY NOT ON CMASTER - NOT ADJUSTED'
                       TO WS-ADL-DISPOSITION
                   PERFORM 2900-REFUSE-TXN
               WHEN WS-CAT-FOUND
                   MOVE 'ACCOUNT ALREADY ADJUSTED THIS RUN - NET THEM'
                       TO WS-ADL-DISPOSITION
                   PERFORM 2900-REFUSE-TXN
               WHEN WS-CAT-COUNT NOT < WS-CAT-MAX
                   MOVE 'CASH ADJUSTMENT LIMIT FOR ONE RUN REACHED'
                       TO WS-ADL-DISPOSITION
                   PERFORM 2900-REFUSE-TXN
               WHEN OTHER
                   PERFORM 2310-CLAIM-CASH-AUTHORIZATION
                   IF WS-CASH-AUTH-GRANTED
                       PERFORM 2320-APPLY-C-ADJUSTMENT
                   ELSE
                       MOVE 'NO USABLE ADJUST AUTHORIZATION - REFUSED'
                           TO WS-ADL-DISPOSITION
                       PERFORM 2900-REFUSE-TXN
                   END-IF
           END-EVALUATE.

      * Claimed under the masters lock, once for the whole run.
       2310-CLAIM-CASH-AUTHORIZATION.
           IF WS-CASH-AUTH-UNCLAIMED
               MOVE 'MRADJ00 ' TO WS-AUTH-PROGRAM-ID
               MOVE 'ADJUST  ' TO WS-AUTH-ACTION
               MOVE WS-RUN-ID TO WS-AUTH-TARGET-ID
               MOVE WS-TODAY-DATE TO WS-AUTH-TARGET-DATE
               PERFORM 8500-CLAIM-AUTHORIZATION
               IF WS-AUTH-GRANTED
                   SET WS-CASH-AUTH-GRANTED TO TRUE
               ELSE
                   SET WS-CASH-AUTH-REFUSED TO TRUE
               END-IF
           END-IF.

      * The journal row carries the ledger row as read plus the
      * posting itself, so the back-out can tell the row still
      * stands exactly as this adjustment left it before restoring
      * it.  The per-extract movement and last-posting fields are
      * the load's and are not touched.
       2320-APPLY-C-ADJUSTMENT.
           MOVE CASH-LEDGER-RECORD TO WS-ADJ-BEFORE-IMAGE
           MOVE CSH-DEBIT-TOTAL TO WS-ADJ-OLD-DEBITS
           MOVE CSH-CREDIT-TOTAL TO WS-ADJ-OLD-CREDITS
           MOVE CSH-NET-POSITION TO WS-ADJ-OLD-NET
           MOVE WS-DCN-AMOUNT TO WS-ADJ-AMOUNT
           MOVE 'C' TO JRNL-RECORD-TYPE
           MOVE CSH-KEY TO JRNL-KEY
           PERFORM 2700-WRITE-JOURNAL-ROW
           IF WS-DCN-DEBIT
               ADD WS-ADJ-AMOUNT TO CSH-DEBIT-TOTAL
               ADD WS-ADJ-AMOUNT TO WS-CASH-DEBITS
           ELSE
               ADD WS-ADJ-AMOUNT TO CSH-CREDIT-TOTAL
               ADD WS-ADJ-AMOUNT TO WS-CASH-CREDITS
           END-IF
           COMPUTE CSH-NET-POSITION =
               CSH-DEBIT-TOTAL - CSH-CREDIT-TOTAL
           REWRITE CASH-LEDGER-RECORD
           PERFORM 2360-RECORD-CASH-HISTORY
           ADD 1 TO WS-CAT-COUNT
           MOVE CSH-KEY TO WS-CAT-KEY(WS-CAT-COUNT)
           ADD 1 TO WS-ADJUSTED-C
           PERFORM 2750-WRITE-ADJUST-AUDIT
           MOVE 'ADJUSTED' TO WS-ADL-DISPOSITION.

       2350-FIND-CASH-ADJUSTED.
           MOVE 'N' TO WS-CAT-FOUND-SW
           PERFORM 2355-CHECK-ONE-CASH-KEY
               VARYING WS-CAT-SUB FROM 1 BY 1
               UNTIL WS-CAT-SUB > WS-CAT-COUNT
                  OR WS-CAT-FOUND.

       2355-CHECK-ONE-CASH-KEY.
           IF WS-CAT-KEY(WS-CAT-SUB) = WS-DCN-FIELD-1C
               MOVE 'Y' TO WS-CAT-FOUND-SW
           END-IF.

      * Today's history row for the account takes the adjustment,
      * so a statement shows it and the next date's opening still
      * equals the previous row's closing.  A row the load already
      * wrote for today keeps its opening, cycle and Run-Id and
      * takes the posting on top; otherwise the adjustment gets a
      * row of its own, cycle 00, under this run's Run-Id, with no
      * load movement on it (Chst-Load-* zero) - a load for the
      * same date later adds its own movement beside it.  The row
      * closes on its own figures and any later-dated row (a load
      * whose Creation-Date is ahead of today) moves with it - see
      * CSHHPD1.cbl.
       2360-RECORD-CASH-HISTORY.
           MOVE CSH-KEY TO WS-CHH-ACCOUNT
           MOVE WS-TODAY-DATE TO WS-CHH-DATE
           MOVE WS-ADJ-OLD-NET TO WS-CHH-OPENING
           PERFORM 8600-LOCATE-CASH-HISTORY
           IF WS-CHH-FOUND
               MOVE CHST-CLOSING TO WS-CHH-OLD-CLOSING
           ELSE
               MOVE WS-CHH-ACCOUNT TO CHST-ACCOUNT
               MOVE WS-CHH-DATE TO CHST-DATE
               MOVE WS-CHH-OPENING TO CHST-OPENING
               MOVE WS-CHH-OPENING TO WS-CHH-OLD-CLOSING
               MOVE 0 TO CHST-DEBITS
               MOVE 0 TO CHST-CREDITS
               MOVE 0 TO CHST-LOAD-DEBITS
               MOVE 0 TO CHST-LOAD-CREDITS
               MOVE 0 TO CHST-CYCLE
               MOVE WS-RUN-ID TO CHST-RUN-ID
           END-IF
           IF WS-DCN-DEBIT
               ADD WS-ADJ-AMOUNT TO CHST-DEBITS
           ELSE
               ADD WS-ADJ-AMOUNT TO CHST-CREDITS
           END-IF
           COMPUTE CHST-CLOSING =
               CHST-OPENING + CHST-DEBITS - CHST-CREDITS
           IF WS-CHH-FOUND
               REWRITE CASH-HISTORY-RECORD
           ELSE
               WRITE CASH-HISTORY-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           COMPUTE WS-CHH-DELTA = CHST-CLOSING - WS-CHH-OLD-CLOSING
           PERFORM 8650-CARRY-CASH-HISTORY.

      * Under this run's Run-Id, today's date and cycle 00 - the
      * provenance the adjusted row now carries - so MRBACK00 finds
      * it by MRBACK-RUN-ID/MRBACK-DATE like any load's.  The
      * caller stages the record type and key.
       2700-WRITE-JOURNAL-ROW.
           MOVE WS-RUN-ID TO JRNL-RUN-ID
           MOVE WS-TODAY-DATE TO JRNL-CREATION-DATE
           MOVE 0 TO JRNL-CYCLE
           MOVE WS-TXN-READ TO JRNL-SEQUENCE
           MOVE 'R' TO JRNL-ACTION
           MOVE WS-ADJ-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
           IF JRNL-TYPE-C
               MOVE WS-ADJ-AMOUNT TO JRNL-CASH-ADJ-AMOUNT
               MOVE WS-DCN-DC-IND TO JRNL-CASH-ADJ-SIDE
           END-IF
           WRITE JOURNAL-RECORD
           ADD 1 TO WS-JOURNAL-ROWS.

      * One 'ADJUST' row per applied adjustment, carrying the
      * transaction's operator and reason; a cash adjustment also
      * names the operator who approved the run's authorization,
      * and its amount (absolute, the trailer's convention).
       2750-WRITE-ADJUST-AUDIT.
           MOVE WS-RUN-ID TO AUDT-RUN-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDT-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO AUDT-RUN-TIME
           MOVE WS-TODAY-DATE TO AUDT-HDR-CREATION-DATE
           MOVE 0 TO AUDT-HDR-VERSION
           MOVE 0 TO AUDT-HDR-CYCLE
           MOVE 0 TO AUDT-COUNT-HEADER
           MOVE 0 TO AUDT-COUNT-DETAIL-A
           MOVE 0 TO AUDT-COUNT-DETAIL-D
           MOVE 0 TO AUDT-COUNT-DETAIL-B
           MOVE 0 TO AUDT-COUNT-DETAIL-C
           MOVE 0 TO AUDT-DOLLAR-TOTAL
           MOVE SPACES TO AUDT-APPROVER-ID
           EVALUATE ATX-RECORD-TYPE
               WHEN 'D'
                   MOVE 1 TO AUDT-COUNT-DETAIL-D
               WHEN 'B'
                   MOVE 1 TO AUDT-COUNT-DETAIL-B
               WHEN 'C'
                   MOVE 1 TO AUDT-COUNT-DETAIL-C
                   MOVE WS-ADJ-AMOUNT TO AUDT-DOLLAR-TOTAL
                   MOVE WS-AUTH-CHECKER-ID TO AUDT-APPROVER-ID
           END-EVALUATE
           MOVE 0 TO AUDT-COUNT-TRAILER
           MOVE 0 TO AUDT-COUNT-EXCEPTIONS
           MOVE 'ADJUST  ' TO AUDT-RUN-STATUS
           MOVE ATX-OPERATOR-ID TO AUDT-OPERATOR-ID
           MOVE ATX-REASON-CODE TO AUDT-REASON-CODE
           MOVE 0 TO AUDT-EXPECTED-DOLLAR-TOTAL
           MOVE 0 TO AUDT-START-DATE
           MOVE 0 TO AUDT-START-TIME
           WRITE AUDIT-RECORD.

       2800-JUDGE-EDIT.
           IF WS-EDIT-FAILED
               MOVE SPACES TO WS-ADL-DISPOSITION
               STRING 'FAILS EDITS - ' DELIMITED BY SIZE
                   WS-EDIT-REASON DELIMITED BY SIZE
                   INTO WS-ADL-DISPOSITION
               PERFORM 2900-REFUSE-TXN
           END-IF.

       2900-REFUSE-TXN.
           MOVE 'Y' TO WS-REFUSED-SW
           ADD 1 TO WS-TXN-REFUSED.

      * The disposition line, and for an applied adjustment the
      * field (or the ledger totals) before and after.
       2950-WRITE-ADJUST-LINES.
           MOVE WS-ADJUST-DETAIL-LINE TO ADJUST-LINE
           WRITE ADJUST-LINE
           IF NOT WS-REFUSED
               IF ATX-RECORD-TYPE = 'C'
                   MOVE WS-ADJ-OLD-DEBITS TO WS-ACV-DEBITS
                   MOVE WS-ADJ-OLD-CREDITS TO WS-ACV-CREDITS
                   MOVE WS-ADJ-OLD-NET TO WS-ACV-NET
                   MOVE WS-ADJUST-CASH-VALUE TO WS-ADJ-OLD-VALUE
                   MOVE 'BEFORE' TO WS-AVL-LABEL
                   MOVE WS-ADJUST-CASH-VALUE TO WS-AVL-VALUE
                   PERFORM 2960-WRITE-VALUE-LINE
                   MOVE CSH-DEBIT-TOTAL TO WS-ACV-DEBITS
                   MOVE CSH-CREDIT-TOTAL TO WS-ACV-CREDITS
                   MOVE CSH-NET-POSITION TO WS-ACV-NET
                   MOVE 'AFTER' TO WS-AVL-LABEL
                   MOVE WS-ADJUST-CASH-VALUE TO WS-AVL-VALUE
                   PERFORM 2960-WRITE-VALUE-LINE
               ELSE
                   MOVE 'BEFORE' TO WS-AVL-LABEL
                   MOVE WS-ADJ-OLD-VALUE TO WS-AVL-VALUE
                   PERFORM 2960-WRITE-VALUE-LINE
                   MOVE 'AFTER' TO WS-AVL-LABEL
                   MOVE WS-ADJ-NEW-VALUE TO WS-AVL-VALUE
                   PERFORM 2960-WRITE-VALUE-LINE
               END-IF
           END-IF.

       2960-WRITE-VALUE-LINE.
           MOVE WS-ADJUST-VALUE-LINE TO ADJUST-LINE
           WRITE ADJUST-LINE.

      * See DTEDTPD1.cbl - shared with the load and the other
      * readers, so the adjustment edits can never drift from the
      * nightly ones.
       COPY "DTEDTPD1.cbl".

       3000-PRINT-ADJUST-TOTALS.
           MOVE SPACES TO ADJUST-LINE
           WRITE ADJUST-LINE

           MOVE 'TRANSACTIONS READ' TO WS-ATL-LABEL
           MOVE WS-TXN-READ TO WS-ATL-VALUE
           PERFORM 3900-WRITE-TOTAL-LINE

           MOVE 'ADJUSTED (D)' TO WS-ATL-LABEL
           MOVE WS-ADJUSTED-D TO WS-ATL-VALUE
           PERFORM 3900-WRITE-TOTAL-LINE

           MOVE 'ADJUSTED (B)' TO WS-ATL-LABEL
           MOVE WS-ADJUSTED-B TO WS-ATL-VALUE
           PERFORM 3900-WRITE-TOTAL-LINE

           MOVE 'ADJUSTED (C)' TO WS-ATL-LABEL
           MOVE WS-ADJUSTED-C TO WS-ATL-VALUE
           PERFORM 3900-WRITE-TOTAL-LINE

           MOVE 'CASH DEBITS ADJUSTED' TO WS-AAL-LABEL
           MOVE WS-CASH-DEBITS TO WS-AAL-VALUE
           PERFORM 3950-WRITE-AMOUNT-LINE

           MOVE 'CASH CREDITS ADJUSTED' TO WS-AAL-LABEL
           MOVE WS-CASH-CREDITS TO WS-AAL-VALUE
           PERFORM 3950-WRITE-AMOUNT-LINE

           MOVE 'JOURNAL ROWS WRITTEN' TO WS-ATL-LABEL
           MOVE WS-JOURNAL-ROWS TO WS-ATL-VALUE
           PERFORM 3900-WRITE-TOTAL-LINE

           MOVE 'NOT APPLIED' TO WS-ATL-LABEL
           MOVE WS-TXN-REFUSED TO WS-ATL-VALUE
           PERFORM 3900-WRITE-TOTAL-LINE

           IF WS-CASH-AUTH-GRANTED
               MOVE SPACES TO ADJUST-LINE
               STRING 'CASH ADJUSTMENTS RAISED BY ' DELIMITED BY SIZE
                   WS-AUTH-MAKER-ID DELIMITED BY SIZE
                   ' APPROVED BY ' DELIMITED BY SIZE
                   WS-AUTH-CHECKER-ID DELIMITED BY SIZE
                   ' REASON ' DELIMITED BY SIZE
                   WS-AUTH-REASON-CODE DELIMITED BY SIZE
                   INTO ADJUST-LINE
               WRITE ADJUST-LINE
           END-IF
           IF WS-CASH-AUTH-REFUSED
               MOVE SPACES TO ADJUST-LINE
               STRING 'CASH ADJUSTMENTS REFUSED - ' DELIMITED BY SIZE
                   WS-AUTH-REFUSAL DELIMITED BY SIZE
                   INTO ADJUST-LINE
               WRITE ADJUST-LINE
           END-IF.

       3900-WRITE-TOTAL-LINE.
           MOVE WS-ADJUST-TOTAL-LINE TO ADJUST-LINE
           WRITE ADJUST-LINE.

       3950-WRITE-AMOUNT-LINE.
           MOVE WS-ADJUST-AMOUNT-LINE TO ADJUST-LINE
           WRITE ADJUST-LINE.

       9000-TERMINATE.
           CLOSE ADJUST-TXN-FILE
           CLOSE D-MASTER-FILE
           CLOSE B-MASTER-FILE
           CLOSE C-MASTER-FILE
           CLOSE CASH-HISTORY-FILE
           CLOSE JOURNAL-FILE
           CLOSE AUDIT-FILE
           CLOSE ADJUST-RPT
           PERFORM 8200-RELEASE-ALL-LOCKS
           IF WS-TXN-REFUSED > 0
               DISPLAY 'MRADJ00 - ' WS-TXN-REFUSED
                   ' ADJUSTMENT TRANSACTION(S) NOT APPLIED, '
                   'SEE ADJRPT'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CASH-AUTH-REFUSED
               DISPLAY 'MRADJ00 REFUSED - NO USABLE ADJUST '
                   'AUTHORIZATION, NO CASH WAS ADJUSTED'
               MOVE 8 TO RETURN-CODE
           END-IF.

      * See LOCKPD1.cbl - the interlock paragraphs shared with
      * MRLOAD00.cbl, MRREPR00.cbl, MRBACK00.cbl, MRRETR00.cbl and
      * MRHSKP00.cbl.
       COPY "LOCKPD1.cbl".

      * See AUTHPD1.cbl - the maker-checker authorization claim.
       COPY "AUTHPD1.cbl".

      * See CSHHPD1.cbl - keeping the dated cash history chained.
       COPY "CSHHPD1.cbl".
