      *          dropped out of the nightly extract.  MRCOMP00
      *          already detects exactly these keys - its DELTAOUT
      *          rows flagged DELETE - and this program consumes
      *          them: the DMASTER/BMASTER/AMASTER row is marked
      *          retired with today's date (Mst-*-Retire-Sw/-Date)
      *          rather than physically deleted, so MRINQ00 can
      *          still explain a closed account, and every key
      *          retired is reported with its last Mst-*-Load-Date.
      *          Rows already retired longer than the retention
      *          period (MRRETR-DAYS, default 365)
      *          are swept afterwards and physically purged - but,
      *          like MRHSKP00's purge, only when the operator has
      *          confirmed with MRRETR-PURGE=Y; without it the
      *          sweep is report-only.  MRRETR-PURGE=Y is honoured
      *          only under an approved dual-control authorization
      *          ('PURGE' for today, raised and approved by two
      *          different operators through MRAUTH00), which the
      *          sweep spends and records as a 'PURGE' row on
      *          AUDITLOG naming both operators; without one the
      *          sweep stays report-only and the job ends RC=8.
      *          A DELETE delta whose key is
      *          not on the master (or was already retired) is
      *          reported and the job ends RC=4 so the
      *          reconciliation team sees the mismatch.  Output on
               RECORD KEY IS MST-B-KEY
               FILE STATUS IS WS-BMST-FILE-STATUS.

           SELECT A-MASTER-FILE ASSIGN TO "AMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-A-KEY
               FILE STATUS IS WS-AMST-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RETIRE-RPT ASSIGN TO "RETRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

               RECORD KEY IS LCK-RESOURCE
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT AUTHORIZATION-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DELTA-FILE
       FD B-MASTER-FILE.
       COPY "MSTBREC1.cbl".

       FD A-MASTER-FILE.
       COPY "MSTAREC1.cbl".

       FD AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 172 CHARACTERS.
       COPY "AUDTREC1.cbl".

       FD RETIRE-RPT.
       01 RETIRE-LINE                           PIC X(132).

       FD LOCK-FILE.
       COPY "LCKREC01.cbl".

       FD AUTHORIZATION-FILE.
       COPY "AUTHREC1.cbl".

       WORKING-STORAGE SECTION.
       01 WS-DLT-FILE-STATUS                    PIC X(2) VALUE '00'.
       01 WS-DMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-BMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-AMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-AUDIT-FILE-STATUS                  PIC X(2) VALUE '00'.
       01 WS-ENV-NAME                           PIC X(20).
       01 WS-ENV-VALUE                          PIC X(8).
       01 WS-EOF-SW                             PIC X VALUE 'N'.
           88 WS-DMST-EOF                       VALUE 'Y'.
       01 WS-BMST-EOF-SW                        PIC X VALUE 'N'.
           88 WS-BMST-EOF                       VALUE 'Y'.
       01 WS-AMST-EOF-SW                        PIC X VALUE 'N'.
           88 WS-AMST-EOF                       VALUE 'Y'.
       01 WS-PURGE-SW                           PIC X VALUE 'N'.
           88 WS-PURGE-MODE                     VALUE 'Y'.
       01 WS-PURGE-REFUSED-SW                   PIC X VALUE 'N'.
           88 WS-PURGE-REFUSED                  VALUE 'Y'.

      * Resource-interlock fields, shared suite-wide (paired with
      * LOCKPD1.cbl in the PROCEDURE DIVISION below).
       COPY "LOCKWS1.cbl".

      * Dual-control authorization fields (paired with AUTHPD1.cbl
      * in the PROCEDURE DIVISION below).
       COPY "AUTHWS1.cbl".

       01 WS-RETAIN-DAYS                        PIC 9(4) VALUE 365.
       01 WS-TODAY-DATE                         PIC 9(8) VALUE 0.
       01 WS-TODAY-INTEGER                      PIC 9(8) VALUE 0.
           05 WS-PURGE-DUE-B                    PIC 9(9) VALUE 0.
           05 WS-PURGED-D                       PIC 9(9) VALUE 0.
           05 WS-PURGED-B                       PIC 9(9) VALUE 0.
           05 WS-RETIRED-A                      PIC 9(9) VALUE 0.
           05 WS-PURGE-DUE-A                    PIC 9(9) VALUE 0.
           05 WS-PURGED-A                       PIC 9(9) VALUE 0.

       01 WS-RETR-HEADING-1.
           05 FILLER                            PIC X(40)
           PERFORM 2000-PROCESS-ONE-DELTA
               UNTIL WS-EOF
           PERFORM 3000-SWEEP-AGED-RETIREMENTS
           PERFORM 3500-WRITE-PURGE-AUDIT
           PERFORM 4000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O A-MASTER-FILE
           IF WS-AMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRRETR00 ABEND - AMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-AMST-FILE-STATUS
               PERFORM 8200-RELEASE-ALL-LOCKS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * A purge is a dual-control operation and its audit row is
      * where both operators are named - the log is only needed,
      * and then fails closed, in purge mode.
           IF WS-PURGE-MODE
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-FILE-STATUS = '35'
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   OPEN EXTEND AUDIT-FILE
               END-IF
               IF WS-AUDIT-FILE-STATUS NOT = '00'
                   DISPLAY 'MRRETR00 ABEND - AUDITLOG COULD NOT BE '
                       'OPENED, FILE STATUS ' WS-AUDIT-FILE-STATUS
                   PERFORM 8200-RELEASE-ALL-LOCKS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

      * The approval is only spent once every file the sweep needs
      * is open - an abort above leaves it unclaimed for the rerun.
           IF WS-PURGE-MODE
               PERFORM 1600-CLAIM-PURGE-AUTHORIZATION
           END-IF

           OPEN OUTPUT RETIRE-RPT
           MOVE WS-RETR-HEADING-1 TO RETIRE-LINE
           WRITE RETIRE-LINE
           MOVE SPACES TO RETIRE-LINE
           WRITE RETIRE-LINE
           EVALUATE TRUE
               WHEN WS-PURGE-MODE
                   MOVE 'MODE: PURGE CONFIRMED BY OPERATOR'
                       TO RETIRE-LINE
               WHEN WS-PURGE-REFUSED
                   MOVE 'MODE: PURGE REFUSED, NOTHING PURGED'
                       TO RETIRE-LINE
               WHEN OTHER
                   MOVE 'MODE: PURGE REPORT ONLY, NOTHING PURGED'
                       TO RETIRE-LINE
           END-EVALUATE
           WRITE RETIRE-LINE
           IF WS-PURGE-REFUSED
               MOVE WS-AUTH-REFUSAL TO RETIRE-LINE
               WRITE RETIRE-LINE
           END-IF
           IF WS-PURGE-MODE
               MOVE SPACES TO RETIRE-LINE
               STRING 'RAISED BY ' DELIMITED BY SIZE
                   WS-AUTH-MAKER-ID DELIMITED BY SIZE
                   ' APPROVED BY ' DELIMITED BY SIZE
                   WS-AUTH-CHECKER-ID DELIMITED BY SIZE
                   ' REASON ' DELIMITED BY SIZE
                   WS-AUTH-REASON-CODE DELIMITED BY SIZE
                   INTO RETIRE-LINE
               WRITE RETIRE-LINE
           END-IF

           MOVE 'RETENTION (DAYS)' TO WS-RPL-LABEL
           MOVE WS-RETAIN-DAYS TO WS-RPL-VALUE
      * The interlock: retirement REWRITEs and purges master
      * rows, so the masters are taken before anything is opened
      * and released on every termination path - the sweep cannot
      * run under a live load or repair.  The audit log is taken
      * too, in the suite-wide order, for the purge's audit row.
       1500-ACQUIRE-RESOURCE-LOCKS.
           MOVE 'MRRETR00' TO WS-LCK-PROGRAM-ID
           MOVE SPACES TO WS-LCK-RUN-ID
           MOVE 2 TO WS-LCK-RESOURCE-COUNT
           MOVE 'MASTERS ' TO WS-LCK-RES-NAME(1)
           MOVE 'AUDITLOG' TO WS-LCK-RES-NAME(2)
           MOVE 'N' TO WS-LCK-RES-HELD-SW(1)
           MOVE 'N' TO WS-LCK-RES-HELD-SW(2)
           PERFORM 8000-ACQUIRE-ALL-LOCKS.

      * Claimed under the masters lock, after the files are open,
      * so two sweeps cannot both spend one approval and a failed
      * open does not spend it.  A refusal leaves the sweep report
      * only (the audit log opened for the purge row is closed
      * again) and ends the job RC=8; retirement of tonight's
      * DELETE deltas is not a purge and goes ahead either way.
       1600-CLAIM-PURGE-AUTHORIZATION.
           MOVE 'MRRETR00' TO WS-AUTH-PROGRAM-ID
           MOVE 'PURGE   ' TO WS-AUTH-ACTION
           MOVE SPACES TO WS-AUTH-TARGET-ID
           MOVE WS-TODAY-DATE TO WS-AUTH-TARGET-DATE
           PERFORM 8500-CLAIM-AUTHORIZATION
           IF NOT WS-AUTH-GRANTED
               MOVE 'N' TO WS-PURGE-SW
               MOVE 'Y' TO WS-PURGE-REFUSED-SW
               CLOSE AUDIT-FILE
           END-IF.

      * Only the DELETE deltas retire anything - ADD and CHANGE
      * rows describe keys the nightly load already maintains, so
      * they pass through here untouched.
                       PERFORM 2100-RETIRE-D-KEY
                   WHEN 'B'
                       PERFORM 2200-RETIRE-B-KEY
                   WHEN 'A'
                       PERFORM 2300-RETIRE-A-KEY
                   WHEN OTHER
                       ADD 1 TO WS-NOT-APPLIED
                       MOVE DLT-RECORD-TYPE TO WS-RDL-RECORD-TYPE
           MOVE WS-RETR-DETAIL-LINE TO RETIRE-LINE
           WRITE RETIRE-LINE.

       2300-RETIRE-A-KEY.
           MOVE DLT-KEY(1:11) TO MST-A-KEY
           READ A-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ
           MOVE 'A' TO WS-RDL-RECORD-TYPE
           MOVE DLT-KEY TO WS-RDL-KEY
           EVALUATE TRUE
               WHEN WS-AMST-FILE-STATUS NOT = '00'
                   ADD 1 TO WS-NOT-APPLIED
                   MOVE 0 TO WS-RDL-LOAD-DATE
                   MOVE 'KEY NOT ON MASTER' TO WS-RDL-ACTION
               WHEN MST-A-RETIRED
                   ADD 1 TO WS-NOT-APPLIED
                   MOVE MST-A-LOAD-DATE TO WS-RDL-LOAD-DATE
                   MOVE 'ALREADY RETIRED' TO WS-RDL-ACTION
               WHEN OTHER
                   MOVE 'R' TO MST-A-RETIRE-SW
                   MOVE WS-TODAY-DATE TO MST-A-RETIRE-DATE
                   REWRITE MASTER-A-RECORD
                   ADD 1 TO WS-RETIRED-A
                   MOVE MST-A-LOAD-DATE TO WS-RDL-LOAD-DATE
                   MOVE 'RETIRED' TO WS-RDL-ACTION
           END-EVALUATE
           MOVE WS-RETR-DETAIL-LINE TO RETIRE-LINE
           WRITE RETIRE-LINE.

      * The aged sweep: every row retired before the cutoff is
      * reported, and physically deleted only under the operator's
      * confirmed purge mode.  Rows retired inside the retention
               PERFORM 3150-READ-NEXT-B-MASTER
           END-IF
           PERFORM 3200-JUDGE-ONE-B-ROW
               UNTIL WS-BMST-EOF

           MOVE LOW-VALUES TO MST-A-KEY
           START A-MASTER-FILE KEY NOT < MST-A-KEY
               INVALID KEY SET WS-AMST-EOF TO TRUE
           END-START
           IF NOT WS-AMST-EOF
               PERFORM 3250-READ-NEXT-A-MASTER
           END-IF
           PERFORM 3300-JUDGE-ONE-A-ROW
               UNTIL WS-AMST-EOF.

       3050-READ-NEXT-D-MASTER.
           READ D-MASTER-FILE NEXT RECORD
           END-IF
           PERFORM 3150-READ-NEXT-B-MASTER.

       3250-READ-NEXT-A-MASTER.
           READ A-MASTER-FILE NEXT RECORD
               AT END SET WS-AMST-EOF TO TRUE
           END-READ.

       3300-JUDGE-ONE-A-ROW.
           IF MST-A-RETIRED
            AND MST-A-RETIRE-DATE < WS-PURGE-CUTOFF-DATE
               ADD 1 TO WS-PURGE-DUE-A
               MOVE 'A' TO WS-PDL-RECORD-TYPE
               MOVE MST-A-KEY TO WS-PDL-KEY
               MOVE MST-A-RETIRE-DATE TO WS-PDL-RETIRE-DATE
               IF WS-PURGE-MODE
                   DELETE A-MASTER-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO WS-PURGED-A
                   MOVE 'PURGED' TO WS-PDL-ACTION
               ELSE
                   MOVE 'DUE, NOT PURGED' TO WS-PDL-ACTION
               END-IF
               MOVE WS-PURGE-DETAIL-LINE TO RETIRE-LINE
               WRITE RETIRE-LINE
           END-IF
           PERFORM 3250-READ-NEXT-A-MASTER.

      * One 'PURGE' row per applied sweep, naming both operators;
      * the A/D/B counts carry the rows physically purged.
       3500-WRITE-PURGE-AUDIT.
           IF WS-PURGE-MODE
               MOVE 'MRRETR00' TO AUDT-RUN-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO AUDT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:8) TO AUDT-RUN-TIME
               MOVE 0 TO AUDT-HDR-CREATION-DATE
               MOVE 0 TO AUDT-HDR-VERSION
               MOVE 0 TO AUDT-HDR-CYCLE
               MOVE 0 TO AUDT-COUNT-HEADER
               MOVE WS-PURGED-A TO AUDT-COUNT-DETAIL-A
               MOVE WS-PURGED-D TO AUDT-COUNT-DETAIL-D
               MOVE WS-PURGED-B TO AUDT-COUNT-DETAIL-B
               MOVE 0 TO AUDT-COUNT-DETAIL-C
               MOVE 0 TO AUDT-COUNT-TRAILER
               MOVE 0 TO AUDT-COUNT-EXCEPTIONS
               MOVE 0 TO AUDT-DOLLAR-TOTAL
               MOVE 'PURGE   ' TO AUDT-RUN-STATUS
               MOVE WS-AUTH-MAKER-ID TO AUDT-OPERATOR-ID
               MOVE WS-AUTH-REASON-CODE TO AUDT-REASON-CODE
               MOVE 0 TO AUDT-EXPECTED-DOLLAR-TOTAL
               MOVE WS-AUTH-CHECKER-ID TO AUDT-APPROVER-ID
               MOVE 0 TO AUDT-START-DATE
               MOVE 0 TO AUDT-START-TIME
               WRITE AUDIT-RECORD
           END-IF.

       4000-PRINT-TOTALS.
           MOVE SPACES TO RETIRE-LINE
           WRITE RETIRE-LINE
           MOVE WS-RETR-PARM-LINE TO RETIRE-LINE
           WRITE RETIRE-LINE

           MOVE 'KEYS RETIRED (A)' TO WS-RPL-LABEL
           MOVE WS-RETIRED-A TO WS-RPL-VALUE
           MOVE WS-RETR-PARM-LINE TO RETIRE-LINE
           WRITE RETIRE-LINE

           MOVE 'DELETES NOT APPLIED' TO WS-RPL-LABEL
           MOVE WS-NOT-APPLIED TO WS-RPL-VALUE
           MOVE WS-RETR-PARM-LINE TO RETIRE-LINE
           MOVE WS-RETR-PARM-LINE TO RETIRE-LINE
           WRITE RETIRE-LINE

           MOVE 'PURGE DUE (A)' TO WS-RPL-LABEL
           MOVE WS-PURGE-DUE-A TO WS-RPL-VALUE
           MOVE WS-RETR-PARM-LINE TO RETIRE-LINE
           WRITE RETIRE-LINE

           MOVE 'PURGED (D)' TO WS-RPL-LABEL
           MOVE WS-PURGED-D TO WS-RPL-VALUE
           MOVE WS-RETR-PARM-LINE TO RETIRE-LINE
           MOVE 'PURGED (B)' TO WS-RPL-LABEL
           MOVE WS-PURGED-B TO WS-RPL-VALUE
           MOVE WS-RETR-PARM-LINE TO RETIRE-LINE
           WRITE RETIRE-LINE

           MOVE 'PURGED (A)' TO WS-RPL-LABEL
           MOVE WS-PURGED-A TO WS-RPL-VALUE
           MOVE WS-RETR-PARM-LINE TO RETIRE-LINE
           WRITE RETIRE-LINE.

       9000-TERMINATE.
           CLOSE DELTA-FILE
           CLOSE D-MASTER-FILE
           CLOSE B-MASTER-FILE
           CLOSE A-MASTER-FILE
           IF WS-PURGE-MODE
               CLOSE AUDIT-FILE
           END-IF
           CLOSE RETIRE-RPT
           PERFORM 8200-RELEASE-ALL-LOCKS
           IF WS-NOT-APPLIED > 0
               DISPLAY 'MRRETR00 - ' WS-NOT-APPLIED
                   ' DELETE DELTA(S) NOT APPLIED, SEE RETRRPT'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PURGE-REFUSED
               DISPLAY 'MRRETR00 REFUSED - NO USABLE PURGE '
                   'AUTHORIZATION, NOTHING WAS PURGED'
               MOVE 8 TO RETURN-CODE
           END-IF.

      * See LOCKPD1.cbl - the interlock paragraphs shared with
      * MRLOAD00.cbl, MRREPR00.cbl, MRBACK00.cbl and MRHSKP00.cbl.
       COPY "LOCKPD1.cbl".

      * See AUTHPD1.cbl - the maker-checker authorization claim.
       COPY "AUTHPD1.cbl".
