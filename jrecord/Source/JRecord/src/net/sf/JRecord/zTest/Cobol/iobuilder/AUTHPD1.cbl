      ************************************************************
      * Purpose: Shared PROCEDURE DIVISION paragraphs for the
      *          dual-control authorization claim, COPY'd (with
      *          AUTHWS1.cbl and an FD AUTHORIZATION-FILE over
      *          AUTHREC1.cbl) into every program that performs a
      *          destructive or override operation.  The caller
      *          fills the WS-AUTH- key fields and performs
      *          8500-CLAIM-AUTHORIZATION immediately before the
      *          operation.  The claim is granted only for a row
      *          that is APPROVED, approved by someone other than
      *          the operator who raised it, and not past its
      *          expiry - and granting it REWRITEs the row USED in
      *          the same breath, so the same approval can never
      *          sanction a second run.  AUTHFILE is opened and
      *          closed inside the claim: a program that never
      *          needs an authorization never touches the file,
      *          and a missing file is simply "nothing approved".
      *          A refusal is left to the caller to act on (the
      *          operation is not performed); the reason is in
      *          WS-AUTH-REFUSAL.
      ************************************************************

       8500-CLAIM-AUTHORIZATION.
           MOVE 'N' TO WS-AUTH-GRANTED-SW
           MOVE SPACES TO WS-AUTH-REFUSAL
           MOVE SPACES TO WS-AUTH-MAKER-ID
           MOVE SPACES TO WS-AUTH-CHECKER-ID
           MOVE SPACES TO WS-AUTH-REASON-CODE
           OPEN I-O AUTHORIZATION-FILE
           IF WS-AUTH-FILE-STATUS NOT = '00'
               MOVE 'NO AUTHORIZATION FILE - NOTHING APPROVED'
                   TO WS-AUTH-REFUSAL
           ELSE
               MOVE WS-AUTH-PROGRAM-ID TO AUTH-PROGRAM
               MOVE WS-AUTH-ACTION TO AUTH-ACTION
               MOVE WS-AUTH-TARGET-ID TO AUTH-TARGET-ID
               MOVE WS-AUTH-TARGET-DATE TO AUTH-TARGET-DATE
               READ AUTHORIZATION-FILE
                   INVALID KEY CONTINUE
               END-READ
               PERFORM 8510-JUDGE-AUTHORIZATION
               CLOSE AUTHORIZATION-FILE
           END-IF
           IF WS-AUTH-GRANTED
               DISPLAY WS-AUTH-PROGRAM-ID ' - ' WS-AUTH-ACTION
                   ' AUTHORIZED, RAISED BY ' WS-AUTH-MAKER-ID
                   ' APPROVED BY ' WS-AUTH-CHECKER-ID
                   ' REASON ' WS-AUTH-REASON-CODE
           ELSE
               DISPLAY WS-AUTH-PROGRAM-ID ' - ' WS-AUTH-ACTION
                   ' ' WS-AUTH-TARGET-ID ' ' WS-AUTH-TARGET-DATE
                   ' REFUSED - ' WS-AUTH-REFUSAL
           END-IF.

      * The maker/checker comparison is repeated here even though
      * MRAUTH00 will not record a self-approval: the row is only
      * as good as the file, and a hand-edited row must not pass.
      * An expiry that will not go through INTEGER-OF-DATE counts
      * as already expired.
       8510-JUDGE-AUTHORIZATION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUTH-NOW-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-AUTH-NOW-TIME
           COMPUTE WS-AUTH-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-AUTH-NOW-DATE) * 1440
                   + WS-AUTH-NOW-HH * 60 + WS-AUTH-NOW-MM
           IF WS-AUTH-FILE-STATUS = '00'
               MOVE AUTH-EXPIRY-TIME TO WS-AUTH-EXP-TIME
               IF AUTH-EXPIRY-DATE < 16010101
                   MOVE 0 TO WS-AUTH-EXP-MINUTES
               ELSE
                   COMPUTE WS-AUTH-EXP-MINUTES =
                       FUNCTION INTEGER-OF-DATE(AUTH-EXPIRY-DATE)
                           * 1440 + WS-AUTH-EXP-HH * 60
                           + WS-AUTH-EXP-MM
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-AUTH-FILE-STATUS NOT = '00'
                   MOVE 'NO AUTHORIZATION RAISED'
                       TO WS-AUTH-REFUSAL
               WHEN AUTH-PENDING
                   MOVE 'RAISED BUT NOT YET APPROVED'
                       TO WS-AUTH-REFUSAL
               WHEN AUTH-USED
                   MOVE 'APPROVAL ALREADY USED'
                       TO WS-AUTH-REFUSAL
               WHEN AUTH-CANCELLED
                   MOVE 'REQUEST WAS CANCELLED'
                       TO WS-AUTH-REFUSAL
               WHEN NOT AUTH-APPROVED
                   MOVE 'UNRECOGNISED AUTHORIZATION STATUS'
                       TO WS-AUTH-REFUSAL
               WHEN AUTH-CHECKER-ID = SPACES
                   OR AUTH-CHECKER-ID = AUTH-MAKER-ID
                   MOVE 'NOT APPROVED BY A SECOND OPERATOR'
                       TO WS-AUTH-REFUSAL
               WHEN WS-AUTH-NOW-MINUTES > WS-AUTH-EXP-MINUTES
                   MOVE 'APPROVAL HAS EXPIRED'
                       TO WS-AUTH-REFUSAL
               WHEN OTHER
                   PERFORM 8550-CONSUME-AUTHORIZATION
           END-EVALUATE.

      * Taken and marked in one step.  A REWRITE that fails leaves
      * the approval unspent, so the operation is refused rather
      * than performed on an approval that still looks unused.
       8550-CONSUME-AUTHORIZATION.
           MOVE 'USED    ' TO AUTH-STATUS
           MOVE WS-AUTH-NOW-DATE TO AUTH-USED-DATE
           MOVE WS-AUTH-NOW-TIME TO AUTH-USED-TIME
           REWRITE AUTHORIZATION-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF WS-AUTH-FILE-STATUS = '00'
               MOVE AUTH-MAKER-ID TO WS-AUTH-MAKER-ID
               MOVE AUTH-CHECKER-ID TO WS-AUTH-CHECKER-ID
               MOVE AUTH-REASON-CODE TO WS-AUTH-REASON-CODE
               SET WS-AUTH-GRANTED TO TRUE
           ELSE
               MOVE 'APPROVAL COULD NOT BE MARKED USED'
                   TO WS-AUTH-REFUSAL
           END-IF.
