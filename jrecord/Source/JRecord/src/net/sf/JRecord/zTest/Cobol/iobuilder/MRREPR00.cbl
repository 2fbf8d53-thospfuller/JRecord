      *          through exactly the same field edits the load
      *          applies (DTEDTWS1.cbl/DTEDTPD1.cbl).  Accepted
      *          repairs are applied to the keyed masters
      *          (DMASTER/BMASTER/AMASTER) under the original
      *          Run-Id, the
      *          reject is marked REPAIRED with today's date, and a
      *          'REPAIR' row is written to AUDITLOG carrying the
      *          repaired counts so the day's load ties to its
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
               RECORD KEY IS LCK-RESOURCE
               FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT AUTHORIZATION-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPAIR-TXN-FILE
       FD B-MASTER-FILE.
       COPY "MSTBREC1.cbl".

       FD A-MASTER-FILE.
       COPY "MSTAREC1.cbl".

       FD AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 172 CHARACTERS.
       COPY "AUDTREC1.cbl".

       FD REPAIR-RPT.
       FD LOCK-FILE.
       COPY "LCKREC01.cbl".

       FD AUTHORIZATION-FILE.
       COPY "AUTHREC1.cbl".

       WORKING-STORAGE SECTION.
       01 WS-RTX-FILE-STATUS                    PIC X(2) VALUE '00'.
       01 WS-REJ-FILE-STATUS                    PIC X(2) VALUE '00'.
       01 WS-DMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-BMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-AMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-AUDIT-FILE-STATUS                  PIC X(2) VALUE '00'.
       01 WS-RUN-ID                             PIC X(8) VALUE SPACES.
       01 WS-ENV-NAME                           PIC X(20).
      * LOCKPD1.cbl in the PROCEDURE DIVISION below).
       COPY "LOCKWS1.cbl".

      * Dual-control authorization fields (paired with AUTHPD1.cbl
      * in the PROCEDURE DIVISION below).
       COPY "AUTHWS1.cbl".

       01 WS-REPAIR-COUNTS.
           05 WS-TXN-READ                       PIC 9(9) VALUE 0.
           05 WS-REPAIRED-D                     PIC 9(9) VALUE 0.
           05 WS-REPAIRED-B                     PIC 9(9) VALUE 0.
           05 WS-REPAIRED-C                     PIC 9(9) VALUE 0.
           05 WS-REPAIRED-A                     PIC 9(9) VALUE 0.
           05 WS-TXN-REJECTED                   PIC 9(9) VALUE 0.
           05 WS-REPAIR-DOLLARS                 PIC 9(9)V99 VALUE 0.
           05 WS-DISP-OUTSTANDING               PIC 9(9) VALUE 0.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O A-MASTER-FILE
           IF WS-AMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRREPR00 ABEND - AMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-AMST-FILE-STATUS
               PERFORM 8200-RELEASE-ALL-LOCKS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
                   TO WS-RDL-DISPOSITION
           ELSE
               EVALUATE RECORD-TYPE
                   WHEN 'A'
                       PERFORM 2145-APPLY-LAYOUT-A
                       PERFORM 2174-EDIT-DETAIL-RECORD-A
                   WHEN 'D'
                       PERFORM 2150-APPLY-VERSION-LAYOUT-D
                       PERFORM 2175-EDIT-DETAIL-RECORD-D
                   PERFORM 2300-APPLY-D-TO-MASTER
               WHEN 'B'
                   PERFORM 2400-APPLY-B-TO-MASTER
               WHEN 'A'
                   PERFORM 2600-APPLY-A-TO-MASTER
           END-EVALUATE
           IF WS-SUPERSEDED
               ADD 1 TO WS-TXN-REJECTED
                       ADD 1 TO WS-REPAIRED-D
                   WHEN 'B'
                       ADD 1 TO WS-REPAIRED-B
                   WHEN 'A'
                       ADD 1 TO WS-REPAIRED-A
                   WHEN 'C'
                       ADD 1 TO WS-REPAIRED-C
                       PERFORM 2500-ACCUMULATE-REPAIR-DOLLAR
           MOVE SPACE TO MST-B-RETIRE-SW
           MOVE 0 TO MST-B-RETIRE-DATE.

       2600-APPLY-A-TO-MASTER.
           MOVE WS-DAN-FIELD-1A TO MST-A-KEY
           READ A-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-AMST-FILE-STATUS = '00'
               IF MST-A-LOAD-DATE > RTX-CREATION-DATE
                OR (MST-A-LOAD-DATE = RTX-CREATION-DATE
                    AND MST-A-LOAD-CYCLE > REJ-HDR-CYCLE)
                   SET WS-SUPERSEDED TO TRUE
               ELSE
                   PERFORM 2610-BUILD-A-MASTER-ROW
                   MOVE 'R' TO MST-A-LOAD-ACTION
                   REWRITE MASTER-A-RECORD
               END-IF
           ELSE
               PERFORM 2610-BUILD-A-MASTER-ROW
               MOVE 'A' TO MST-A-LOAD-ACTION
               WRITE MASTER-A-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

       2610-BUILD-A-MASTER-ROW.
           MOVE WS-DAN-FIELD-1A TO MST-A-KEY
           MOVE WS-DAN-FIELD-2A TO MST-A-FIELD-2A
           MOVE WS-DAN-FIELD-3A TO MST-A-FIELD-3A
           MOVE WS-DAN-FIELD-4A TO MST-A-FIELD-4A
           MOVE RTX-CREATION-DATE TO MST-A-LOAD-DATE
           MOVE WS-RUN-ID TO MST-A-LOAD-RUN-ID
           MOVE RTX-SEQUENCE TO MST-A-LOAD-SEQ
           MOVE REJ-HDR-CYCLE TO MST-A-LOAD-CYCLE
           MOVE SPACE TO MST-A-RETIRE-SW
           MOVE 0 TO MST-A-RETIRE-DATE.

      * Absolute amounts, the load's own dollar convention.
       2500-ACCUMULATE-REPAIR-DOLLAR.
           IF WS-DCN-AMOUNT < 0
               MOVE 0 TO AUDT-HDR-VERSION
               MOVE 0 TO AUDT-HDR-CYCLE
               MOVE 0 TO AUDT-COUNT-HEADER
               MOVE WS-REPAIRED-A TO AUDT-COUNT-DETAIL-A
               MOVE WS-REPAIRED-D TO AUDT-COUNT-DETAIL-D
               MOVE WS-REPAIRED-B TO AUDT-COUNT-DETAIL-B
               MOVE WS-REPAIRED-C TO AUDT-COUNT-DETAIL-C
               MOVE SPACES TO AUDT-OPERATOR-ID
               MOVE SPACES TO AUDT-REASON-CODE
               MOVE 0 TO AUDT-EXPECTED-DOLLAR-TOTAL
               MOVE SPACES TO AUDT-APPROVER-ID
               MOVE 0 TO AUDT-START-DATE
               MOVE 0 TO AUDT-START-TIME
               WRITE AUDIT-RECORD
           END-IF.

           MOVE WS-REPAIR-TOTAL-LINE TO REPAIR-LINE
           WRITE REPAIR-LINE

           MOVE 'REPAIRED (A)' TO WS-RTL-LABEL
           MOVE WS-REPAIRED-A TO WS-RTL-VALUE
           MOVE WS-REPAIR-TOTAL-LINE TO REPAIR-LINE
           WRITE REPAIR-LINE

           MOVE 'NOT APPLIED' TO WS-RTL-LABEL
           MOVE WS-TXN-REJECTED TO WS-RTL-VALUE
           MOVE WS-REPAIR-TOTAL-LINE TO REPAIR-LINE
           CLOSE REJECT-FILE
           CLOSE D-MASTER-FILE
           CLOSE B-MASTER-FILE
           CLOSE A-MASTER-FILE
           CLOSE AUDIT-FILE
           CLOSE REPAIR-RPT
           CLOSE DISPOSITION-RPT
      * See LOCKPD1.cbl - the interlock paragraphs shared with
      * MRLOAD00.cbl, MRBACK00.cbl, MRRETR00.cbl and MRHSKP00.cbl.
       COPY "LOCKPD1.cbl".

      * See AUTHPD1.cbl - the maker-checker authorization claim.
       COPY "AUTHPD1.cbl".
