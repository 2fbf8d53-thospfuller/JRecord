      *          be shortened in place).  The report (HSKPRPT)
      *          lists exactly what was, or would be, archived and
      *          purged.  Without MRHSKP-PURGE=Y nothing is
      *          touched: report only.  MRHSKP-PURGE=Y is honoured
      *          only under an approved dual-control authorization
      *          ('PURGE' for today, raised and approved by two
      *          different operators through MRAUTH00), which the
      *          purge spends and records as a 'PURGE' row on the
      *          retained audit log naming both operators; without
      *          one the run drops to report only and ends RC=8.
      * Author:  Bruce Martin
      ************************************************************

               RECORD KEY IS LCK-RESOURCE
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT AUTHORIZATION-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECKPOINT-FILE.

       FD AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 172 CHARACTERS.
       COPY "AUDTREC1.cbl".

       FD AUDIT-ARCHIVE
           RECORDING MODE IS F
           RECORD CONTAINS 172 CHARACTERS.
       01 AUDIT-ARCHIVE-RECORD                  PIC X(172).

       FD AUDIT-RETAINED
           RECORDING MODE IS F
           RECORD CONTAINS 172 CHARACTERS.
       01 AUDIT-RETAINED-RECORD                 PIC X(172).

       FD HSKP-RPT.
       01 HSKP-LINE                             PIC X(132).
       FD LOCK-FILE.
       COPY "LCKREC01.cbl".

       FD AUTHORIZATION-FILE.
       COPY "AUTHREC1.cbl".

       WORKING-STORAGE SECTION.
       01 WS-CKPT-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-AUDIT-FILE-STATUS                  PIC X(2) VALUE '00'.
      * LOCKPD1.cbl in the PROCEDURE DIVISION below).
       COPY "LOCKWS1.cbl".

      * Dual-control authorization fields (paired with AUTHPD1.cbl
      * in the PROCEDURE DIVISION below).
       COPY "AUTHWS1.cbl".

       01 WS-PURGE-SW                           PIC X VALUE 'N'.
           88 WS-PURGE-MODE                     VALUE 'Y'.
       01 WS-PURGE-REFUSED-SW                   PIC X VALUE 'N'.
           88 WS-PURGE-REFUSED                  VALUE 'Y'.
       01 WS-CKPT-RETAIN-DAYS                   PIC 9(4) VALUE 7.
       01 WS-AUDT-RETAIN-DAYS                   PIC 9(4) VALUE 365.

           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-CHECKPOINTS
           PERFORM 3000-SWEEP-AUDIT-LOG
           PERFORM 3500-WRITE-PURGE-AUDIT
           PERFORM 4000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.
           OPEN OUTPUT HSKP-RPT
           MOVE WS-HSKP-HEADING-1 TO HSKP-LINE
           WRITE HSKP-LINE
           MOVE SPACES TO HSKP-LINE
           WRITE HSKP-LINE

           OPEN I-O CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = '35'
               MOVE 'N' TO WS-CKPT-PRESENT-SW
           ELSE
               IF WS-CKPT-FILE-STATUS NOT = '00'
                   DISPLAY 'MRHSKP00 ABEND - CKPTFILE COULD NOT '
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               MOVE 'N' TO WS-AUDT-PRESENT-SW
           ELSE
               IF WS-AUDIT-FILE-STATUS NOT = '00'
                   DISPLAY 'MRHSKP00 ABEND - AUDITLOG COULD NOT '
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

      * The approval is only spent once every file the purge needs
      * is open - an abort above leaves it unclaimed for the rerun.
           IF WS-PURGE-MODE
               PERFORM 1600-CLAIM-PURGE-AUTHORIZATION
           END-IF

           EVALUATE TRUE
               WHEN WS-PURGE-MODE
                   MOVE 'MODE: PURGE CONFIRMED BY OPERATOR'
                       TO HSKP-LINE
               WHEN WS-PURGE-REFUSED
                   MOVE 'MODE: PURGE REFUSED, REPORT ONLY'
                       TO HSKP-LINE
               WHEN OTHER
                   MOVE 'MODE: REPORT ONLY, NOTHING TOUCHED'
                       TO HSKP-LINE
           END-EVALUATE
           WRITE HSKP-LINE
           IF WS-PURGE-REFUSED
               MOVE WS-AUTH-REFUSAL TO HSKP-LINE
               WRITE HSKP-LINE
           END-IF
           IF WS-PURGE-MODE
               MOVE SPACES TO HSKP-LINE
               STRING 'RAISED BY ' DELIMITED BY SIZE
                   WS-AUTH-MAKER-ID DELIMITED BY SIZE
                   ' APPROVED BY ' DELIMITED BY SIZE
                   WS-AUTH-CHECKER-ID DELIMITED BY SIZE
                   ' REASON ' DELIMITED BY SIZE
                   WS-AUTH-REASON-CODE DELIMITED BY SIZE
                   INTO HSKP-LINE
               WRITE HSKP-LINE
           END-IF

           MOVE 'CHECKPOINT RETENTION (DAYS)' TO WS-HPL-LABEL
           MOVE WS-CKPT-RETAIN-DAYS TO WS-HPL-VALUE
           MOVE WS-HSKP-PARM-LINE TO HSKP-LINE
           WRITE HSKP-LINE

           MOVE 'AUDIT-LOG RETENTION (DAYS)' TO WS-HPL-LABEL
           MOVE WS-AUDT-RETAIN-DAYS TO WS-HPL-VALUE
           MOVE WS-HSKP-PARM-LINE TO HSKP-LINE
           WRITE HSKP-LINE

           MOVE SPACES TO HSKP-LINE
           WRITE HSKP-LINE

           IF NOT WS-CKPT-PRESENT
               MOVE 'NO CHECKPOINT FILE PRESENT' TO HSKP-LINE
               WRITE HSKP-LINE
           END-IF
           IF NOT WS-AUDT-PRESENT
               MOVE 'NO AUDIT LOG PRESENT' TO HSKP-LINE
               WRITE HSKP-LINE
           END-IF.

      * The interlock: housekeeping deletes checkpoints and
           MOVE 'N' TO WS-LCK-RES-HELD-SW(2)
           PERFORM 8000-ACQUIRE-ALL-LOCKS.

      * Claimed under the CKPTFILE/AUDITLOG locks, after the files
      * are open, so two purges cannot both spend one approval and
      * a failed open does not spend it.  A refusal leaves the run
      * report only - the listing is what the approver needs - and
      * ends it RC=8; the archive and retained copy opened for the
      * purge are closed again untouched, and with no swap line on
      * the report AUDITNEW is not to be swapped in.
       1600-CLAIM-PURGE-AUTHORIZATION.
           MOVE 'MRHSKP00' TO WS-AUTH-PROGRAM-ID
           MOVE 'PURGE   ' TO WS-AUTH-ACTION
           MOVE SPACES TO WS-AUTH-TARGET-ID
           MOVE WS-TODAY-DATE TO WS-AUTH-TARGET-DATE
           PERFORM 8500-CLAIM-AUTHORIZATION
           IF NOT WS-AUTH-GRANTED
               MOVE 'N' TO WS-PURGE-SW
               MOVE 'Y' TO WS-PURGE-REFUSED-SW
               IF WS-AUDT-PRESENT
                   CLOSE AUDIT-ARCHIVE
                   CLOSE AUDIT-RETAINED
               END-IF
           END-IF.

      * Every checkpoint on file, oldest extract date or not - a
      * checkpoint is stale when the extract it belongs to is past
      * the retention cutoff, which catches both the abandoned run
               AT END SET WS-AUDT-EOF TO TRUE
           END-READ.

      * The purge's own 'PURGE' row goes on the end of the retained
      * copy - the file operations swaps in as AUDITLOG - so the
      * rebuilt log records who sanctioned its rebuilding.  With
      * no audit log present there is nothing to rebuild, and the
      * row starts a new AUDITLOG.  The D count carries the
      * checkpoints deleted, the exception count the audit rows
      * archived.
       3500-WRITE-PURGE-AUDIT.
           IF WS-PURGE-MODE
               MOVE 'MRHSKP00' TO AUDT-RUN-ID
               MOVE FUNCTION CURRENT-DATE(1:8) TO AUDT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:8) TO AUDT-RUN-TIME
               MOVE 0 TO AUDT-HDR-CREATION-DATE
               MOVE 0 TO AUDT-HDR-VERSION
               MOVE 0 TO AUDT-HDR-CYCLE
               MOVE 0 TO AUDT-COUNT-HEADER
               MOVE 0 TO AUDT-COUNT-DETAIL-A
               MOVE WS-CKPT-DELETED TO AUDT-COUNT-DETAIL-D
               MOVE 0 TO AUDT-COUNT-DETAIL-B
               MOVE 0 TO AUDT-COUNT-DETAIL-C
               MOVE 0 TO AUDT-COUNT-TRAILER
               MOVE WS-AUDT-ARCHIVED TO AUDT-COUNT-EXCEPTIONS
               MOVE 0 TO AUDT-DOLLAR-TOTAL
               MOVE 'PURGE   ' TO AUDT-RUN-STATUS
               MOVE WS-AUTH-MAKER-ID TO AUDT-OPERATOR-ID
               MOVE WS-AUTH-REASON-CODE TO AUDT-REASON-CODE
               MOVE 0 TO AUDT-EXPECTED-DOLLAR-TOTAL
               MOVE WS-AUTH-CHECKER-ID TO AUDT-APPROVER-ID
               MOVE 0 TO AUDT-START-DATE
               MOVE 0 TO AUDT-START-TIME
               IF WS-AUDT-PRESENT
                   MOVE AUDIT-RECORD TO AUDIT-RETAINED-RECORD
                   WRITE AUDIT-RETAINED-RECORD
               ELSE
                   PERFORM 3550-START-AUDIT-LOG
               END-IF
           END-IF.

       3550-START-AUDIT-LOG.
           OPEN OUTPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '00'
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY 'MRHSKP00 WARNING - AUDITLOG COULD NOT BE '
                   'CREATED, THE PURGE IS NOT ON THE RUN HISTORY'
           END-IF.

       4000-PRINT-TOTALS.
           MOVE SPACES TO HSKP-LINE
           WRITE HSKP-LINE
               END-IF
           END-IF
           CLOSE HSKP-RPT
           PERFORM 8200-RELEASE-ALL-LOCKS
           IF WS-PURGE-REFUSED
               DISPLAY 'MRHSKP00 REFUSED - NO USABLE PURGE '
                   'AUTHORIZATION, NOTHING WAS PURGED'
               MOVE 8 TO RETURN-CODE
           END-IF.

      * See LOCKPD1.cbl - the interlock paragraphs shared with
      * MRLOAD00.cbl, MRREPR00.cbl, MRBACK00.cbl and MRRETR00.cbl.
       COPY "LOCKPD1.cbl".

      * See AUTHPD1.cbl - the maker-checker authorization claim.
       COPY "AUTHPD1.cbl".
