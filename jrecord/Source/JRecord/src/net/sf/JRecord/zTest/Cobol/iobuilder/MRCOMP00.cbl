      *          MultiRecordTest12.cbl).  Each side is normalised
      *          through the same version logic the load applies
      *          (DTEDTWS1.cbl/DTEDTPD1.cbl, keyed off that side's
      *          own Header-Record Version), the Detail-Record-A,
      *          Detail-Record and Detail-Record-B rows are sorted
      *          on Field-1a / Field-1 / Field-1b, and the two sides
      *          are match-merged into
      *          a delta file flagging each row ADD, CHANGE or
      *          DELETE - new key, same key with changed content,
      *          key no longer present - plus a summary report of
           05 WS-NEW-DATA                       PIC X(91).

       01 WS-COMPARE-COUNTS.
           05 WS-OLD-ROWS-A                     PIC 9(9) VALUE 0.
           05 WS-NEW-ROWS-A                     PIC 9(9) VALUE 0.
           05 WS-ADD-COUNT-A                    PIC 9(9) VALUE 0.
           05 WS-CHANGE-COUNT-A                 PIC 9(9) VALUE 0.
           05 WS-DELETE-COUNT-A                 PIC 9(9) VALUE 0.
           05 WS-OLD-ROWS-D                     PIC 9(9) VALUE 0.
           05 WS-OLD-ROWS-B                     PIC 9(9) VALUE 0.
           05 WS-NEW-ROWS-D                     PIC 9(9) VALUE 0.
      * Input procedure for the prior generation: classify each
      * record off the shared layout, normalise the Detail rows
      * through the version logic, and release one sort record per
      * Detail-Record-A/Detail-Record/Detail-Record-B row.
      * Header/trailer and 'C' rows carry no compare key and are
      * not released.
       2000-BUILD-OLD-SIDE.
           SET WS-SIDE-OLD TO TRUE
           MOVE 0 TO WS-HDR-VERSION
      * NOTE: GnuCOBOL treats three 88-levels sharing the single
      * "Detail-Record" condition-name as permanently ambiguous, even
      * when fully qualified (a GnuCOBOL parser limitation, not a
      * defect in the copybook) - so 'A'/'D'/'B' are tested directly
      * against Record-Type below.  See the same note in
      * MRLOAD00.cbl.
       2600-CLASSIFY-AND-RELEASE.
                   ELSE
                       MOVE CREATION-DATE TO WS-NEW-CREATION-DATE
                   END-IF
               WHEN RECORD-TYPE = 'A'
                   PERFORM 2145-APPLY-LAYOUT-A
                   MOVE 'A' TO SRT-RECORD-TYPE
                   MOVE WS-DAN-FIELD-1A TO SRT-KEY
                   MOVE WS-DETAIL-A-NORM TO SRT-DATA
                   RELEASE SORT-RECORD
                   IF WS-SIDE-OLD
                       ADD 1 TO WS-OLD-ROWS-A
                   ELSE
                       ADD 1 TO WS-NEW-ROWS-A
                   END-IF
               WHEN RECORD-TYPE = 'D'
                   PERFORM 2150-APPLY-VERSION-LAYOUT-D
                   MOVE 'D' TO SRT-RECORD-TYPE

       3200-WRITE-DELTA-RECORD.
           EVALUATE DLT-ACTION ALSO DLT-RECORD-TYPE
               WHEN 'ADD' ALSO 'A'
                   ADD 1 TO WS-ADD-COUNT-A
               WHEN 'ADD' ALSO 'D'
                   ADD 1 TO WS-ADD-COUNT-D
               WHEN 'ADD' ALSO 'B'
                   ADD 1 TO WS-ADD-COUNT-B
               WHEN 'CHANGE' ALSO 'A'
                   ADD 1 TO WS-CHANGE-COUNT-A
               WHEN 'CHANGE' ALSO 'D'
                   ADD 1 TO WS-CHANGE-COUNT-D
               WHEN 'CHANGE' ALSO 'B'
                   ADD 1 TO WS-CHANGE-COUNT-B
               WHEN 'DELETE' ALSO 'A'
                   ADD 1 TO WS-DELETE-COUNT-A
               WHEN 'DELETE' ALSO 'D'
                   ADD 1 TO WS-DELETE-COUNT-D
               WHEN 'DELETE' ALSO 'B'
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE 'OLD DETAIL-RECORD-A ROWS' TO WS-SL-LABEL
           MOVE WS-OLD-ROWS-A TO WS-SL-VALUE
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE 'OLD DETAIL-RECORD ROWS' TO WS-SL-LABEL
           MOVE WS-OLD-ROWS-D TO WS-SL-VALUE
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE 'NEW DETAIL-RECORD-A ROWS' TO WS-SL-LABEL
           MOVE WS-NEW-ROWS-A TO WS-SL-VALUE
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE 'NEW DETAIL-RECORD ROWS' TO WS-SL-LABEL
           MOVE WS-NEW-ROWS-D TO WS-SL-VALUE
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE 'ADDS (A)' TO WS-SL-LABEL
           MOVE WS-ADD-COUNT-A TO WS-SL-VALUE
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE 'ADDS (D)' TO WS-SL-LABEL
           MOVE WS-ADD-COUNT-D TO WS-SL-VALUE
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE 'CHANGES (A)' TO WS-SL-LABEL
           MOVE WS-CHANGE-COUNT-A TO WS-SL-VALUE
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE 'CHANGES (D)' TO WS-SL-LABEL
           MOVE WS-CHANGE-COUNT-D TO WS-SL-VALUE
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE 'DELETES (A)' TO WS-SL-LABEL
           MOVE WS-DELETE-COUNT-A TO WS-SL-VALUE
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE
           WRITE SUMMARY-LINE

           MOVE 'DELETES (D)' TO WS-SL-LABEL
           MOVE WS-DELETE-COUNT-D TO WS-SL-VALUE
           MOVE WS-SUMMARY-LINE TO SUMMARY-LINE
