      * Purpose: Shared PROCEDURE DIVISION paragraphs for the
      *          Request 002 version-layout normalisation and
      *          Request 008 field edits applied to Detail-Record/
      *          Detail-Record-B rows, and the same extraction and
      *          edits for the Detail-Record-A and Detail-Record-C
      *          rows.  COPY'd into the PROCEDURE DIVISION of every
      *          program that reads the master-record extract,
      *          together with the working fields in DTEDTWS1.cbl.
      *          The caller is responsible for examining
      *          WS-EDIT-FAILED after performing 2174 through 2177
      *          and logging/dropping the row as that program's own
      *          exception handling requires - these paragraphs only
      *          normalise and judge, they don't write anywhere.
      ************************************************************

      * Detail-Record-A, like Detail-Record-C, exists in a single
      * layout - Field-1a through Field-4a sit in the same columns
      * under either version - so normalising it is a straight
      * move, kept here with the other row types' extraction.
       2145-APPLY-LAYOUT-A.
           MOVE FIELD-1A IN DETAIL-RECORD-A TO WS-DAN-FIELD-1A
           MOVE FIELD-2A IN DETAIL-RECORD-A TO WS-DAN-FIELD-2A
           MOVE FIELD-3A IN DETAIL-RECORD-A TO WS-DAN-FIELD-3A
           MOVE FIELD-4A IN DETAIL-RECORD-A TO WS-DAN-FIELD-4A.

       2150-APPLY-VERSION-LAYOUT-D.
           IF WS-HDR-VERSION < WS-VERSION-V2-THRESHOLD
               MOVE FIELD-1 IN DETAIL-RECORD TO WS-DN-FIELD-1
           END-IF
           MOVE DEBIT-CREDIT-C TO WS-DCN-DC-IND.

       2174-EDIT-DETAIL-RECORD-A.
           MOVE 'N' TO WS-EDIT-FAIL-SW
           EVALUATE TRUE
               WHEN WS-DAN-FIELD-1A = SPACES
                   MOVE 'Y' TO WS-EDIT-FAIL-SW
                   MOVE 'FIELD-1A IS BLANK' TO WS-EDIT-REASON
               WHEN WS-DAN-FIELD-1A(1:1) < SPACE
                   MOVE 'Y' TO WS-EDIT-FAIL-SW
                   MOVE 'FIELD-1A FAILS SHAPE CHECK'
                       TO WS-EDIT-REASON
               WHEN WS-DAN-FIELD-2A = SPACES
                   MOVE 'Y' TO WS-EDIT-FAIL-SW
                   MOVE 'FIELD-2A IS BLANK' TO WS-EDIT-REASON
               WHEN WS-DAN-FIELD-3A = SPACES
                   MOVE 'Y' TO WS-EDIT-FAIL-SW
                   MOVE 'FIELD-3A IS BLANK' TO WS-EDIT-REASON
               WHEN WS-DAN-FIELD-4A = SPACES
                   MOVE 'Y' TO WS-EDIT-FAIL-SW
                   MOVE 'FIELD-4A IS BLANK' TO WS-EDIT-REASON
           END-EVALUATE.

       2175-EDIT-DETAIL-RECORD-D.
           MOVE 'N' TO WS-EDIT-FAIL-SW
           EVALUATE TRUE
