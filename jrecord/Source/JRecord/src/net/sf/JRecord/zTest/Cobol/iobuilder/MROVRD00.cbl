      *          control check - an abort is never overridable -
      *          so both are refused, as are cards with a blank
      *          operator id or reason code (an override nobody
      *          signed is not an override).  The card alone is
      *          one operator's word: a HELD-OOB run is forced only
      *          when an approved dual-control authorization
      *          ('OVERRIDE' for the Run-Id and its Creation-Date,
      *          raised and approved by two different operators
      *          through MRAUTH00) can be claimed, and forcing the
      *          run spends it.  The 'OVERRIDE' audit row names the
      *          operator who raised it, the one who approved it
      *          and the approved reason.  Refused cards end the
      *          job RC=4.  Output on OVRDRPT.
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
       FD OVERRIDE-CARD-FILE

       FD AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 172 CHARACTERS.
       COPY "AUDTREC1.cbl".

       FD OVERRIDE-RPT.
       FD LOCK-FILE.
       COPY "LCKREC01.cbl".

       FD AUTHORIZATION-FILE.
       COPY "AUTHREC1.cbl".

       WORKING-STORAGE SECTION.
       01 WS-OVR-FILE-STATUS                    PIC X(2) VALUE '00'.
       01 WS-RREL-FILE-STATUS                   PIC X(2) VALUE '00'.
      * LOCKPD1.cbl in the PROCEDURE DIVISION below).
       COPY "LOCKWS1.cbl".

      * Dual-control authorization fields (paired with AUTHPD1.cbl
      * in the PROCEDURE DIVISION below).
       COPY "AUTHWS1.cbl".

       01 WS-OVERRIDE-COUNTS.
           05 WS-CARDS-READ                     PIC 9(9) VALUE 0.
           05 WS-RUNS-FORCED                    PIC 9(9) VALUE 0.
                   PERFORM 2900-REFUSE-CARD
                   MOVE 'ALREADY FORCED' TO WS-ODL-DISPOSITION
               WHEN RREL-HELD-OOB
                   PERFORM 2150-CLAIM-OVERRIDE-AUTHORIZATION
               WHEN OTHER
                   PERFORM 2900-REFUSE-CARD
                   MOVE 'UNRECOGNISED RELEASE STATUS'
                       TO WS-ODL-DISPOSITION
           END-EVALUATE.

      * Claimed only once the run is known to be overridable, so a
      * card refused on its release status never spends an
      * approval.
       2150-CLAIM-OVERRIDE-AUTHORIZATION.
           MOVE 'MROVRD00' TO WS-AUTH-PROGRAM-ID
           MOVE 'OVERRIDE' TO WS-AUTH-ACTION
           MOVE OVR-RUN-ID TO WS-AUTH-TARGET-ID
           MOVE RREL-CREATION-DATE TO WS-AUTH-TARGET-DATE
           PERFORM 8500-CLAIM-AUTHORIZATION
           IF WS-AUTH-GRANTED
               PERFORM 2200-APPLY-OVERRIDE
           ELSE
               PERFORM 2900-REFUSE-CARD
               MOVE SPACES TO WS-ODL-DISPOSITION
               STRING 'NOT AUTHORIZED - ' DELIMITED BY SIZE
                   WS-AUTH-REFUSAL DELIMITED BY SIZE
                   INTO WS-ODL-DISPOSITION
           END-IF.

       2200-APPLY-OVERRIDE.
           MOVE 'FORCED  ' TO RREL-STATUS
           MOVE FUNCTION CURRENT-DATE(1:8) TO RREL-RUN-DATE
               RREL-CREATION-DATE DELIMITED BY SIZE
               INTO WS-ODL-DISPOSITION.

      * The whole sanction in one row: who raised it and who
      * approved it (off the authorization spent), when, why, and the
      * out-of-balance amounts off the break report (expected in
      * the override field, actual in the ordinary dollar total),
      * under the forced Run-Id and the date/cycle it had loaded.
           MOVE 0 TO AUDT-COUNT-EXCEPTIONS
           MOVE WS-ACTUAL-DOLLAR TO AUDT-DOLLAR-TOTAL
           MOVE 'OVERRIDE' TO AUDT-RUN-STATUS
           MOVE WS-AUTH-MAKER-ID TO AUDT-OPERATOR-ID
           MOVE WS-AUTH-REASON-CODE TO AUDT-REASON-CODE
           MOVE WS-EXPECTED-DOLLAR TO AUDT-EXPECTED-DOLLAR-TOTAL
           MOVE WS-AUTH-CHECKER-ID TO AUDT-APPROVER-ID
           MOVE RREL-START-DATE TO AUDT-START-DATE
           MOVE RREL-START-TIME TO AUDT-START-TIME
           WRITE AUDIT-RECORD.

       2900-REFUSE-CARD.
      * See LOCKPD1.cbl - the interlock paragraphs shared with
      * the other AUDITLOG/master writers.
       COPY "LOCKPD1.cbl".

      * See AUTHPD1.cbl - the maker-checker authorization claim.
       COPY "AUTHPD1.cbl".
