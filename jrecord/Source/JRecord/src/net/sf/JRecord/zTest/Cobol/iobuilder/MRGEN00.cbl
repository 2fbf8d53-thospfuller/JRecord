      *          current Version (MRGEN-VERSION, default 002.00 -
      *          the Detail rows are cut in whichever byte ranges
      *          that Version calls for, same threshold as the
      *          readers), one 'A' row per Master-A-Record (the
      *          single-layout account reference row, cut the same
      *          under either Version), one 'D' row per
      *          Master-D-Record, one 'B' row per Master-B-Record,
      *          and a
      *          Trailer-Record-Totals whose Record-Count-T,
      *          Hash-Total and Control-Dollar-Total are recomputed
      *          over exactly what was written, using the same
               RECORD KEY IS MST-B-KEY
               FILE STATUS IS WS-BMST-FILE-STATUS.

           SELECT A-MASTER-FILE ASSIGN TO "AMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-A-KEY
               FILE STATUS IS WS-AMST-FILE-STATUS.

           SELECT SNAPSHOT-OUT ASSIGN TO "SNAPOUT"
               ORGANIZATION IS SEQUENTIAL.

       FD B-MASTER-FILE.
       COPY "MSTBREC1.cbl".

       FD A-MASTER-FILE.
       COPY "MSTAREC1.cbl".

       FD SNAPSHOT-OUT
           RECORDING MODE IS F
           RECORD CONTAINS 79 CHARACTERS.
       WORKING-STORAGE SECTION.
       01 WS-DMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-BMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-AMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-ENV-NAME                           PIC X(20).
       01 WS-ENV-VALUE                          PIC X(8).
       01 WS-DMST-EOF-SW                        PIC X VALUE 'N'.
           88 WS-DMST-EOF                       VALUE 'Y'.
       01 WS-BMST-EOF-SW                        PIC X VALUE 'N'.
           88 WS-BMST-EOF                       VALUE 'Y'.
       01 WS-AMST-EOF-SW                        PIC X VALUE 'N'.
           88 WS-AMST-EOF                       VALUE 'Y'.

       01 WS-GEN-VERSION                        PIC 9(3)V99
               VALUE 002.00.
       COPY "MultiRecordTest12.cbl".

       01 WS-GEN-COUNTS.
           05 WS-GEN-COUNT-A                    PIC 9(9) VALUE 0.
           05 WS-GEN-COUNT-D                    PIC 9(9) VALUE 0.
           05 WS-GEN-COUNT-B                    PIC 9(9) VALUE 0.
           05 WS-GEN-DETAIL-TOTAL               PIC 9(9) VALUE 0.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CUT-HEADER
           PERFORM 2050-CUT-A-ROWS
           PERFORM 2100-CUT-D-ROWS
           PERFORM 2200-CUT-B-ROWS
           PERFORM 2300-CUT-TRAILER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT A-MASTER-FILE
           IF WS-AMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRGEN00 ABEND - AMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-AMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SNAPSHOT-OUT
           OPEN OUTPUT GEN-RPT.

           MOVE MASTER-RECORD TO SNAPSHOT-RECORD
           WRITE SNAPSHOT-RECORD.

       2050-CUT-A-ROWS.
           MOVE LOW-VALUES TO MST-A-KEY
           START A-MASTER-FILE KEY NOT < MST-A-KEY
               INVALID KEY SET WS-AMST-EOF TO TRUE
           END-START
           IF NOT WS-AMST-EOF
               PERFORM 2055-READ-NEXT-A-MASTER
           END-IF
           PERFORM 2060-CUT-ONE-A-ROW
               UNTIL WS-AMST-EOF.

       2055-READ-NEXT-A-MASTER.
           READ A-MASTER-FILE NEXT RECORD
               AT END SET WS-AMST-EOF TO TRUE
           END-READ.

       2060-CUT-ONE-A-ROW.
           IF MST-A-RETIRED
               ADD 1 TO WS-GEN-RETIRED-SKIPPED
               PERFORM 2055-READ-NEXT-A-MASTER
           ELSE
               PERFORM 2070-BUILD-AND-WRITE-A-ROW
               PERFORM 2055-READ-NEXT-A-MASTER
           END-IF.

      * Detail-Record-A has one layout under every Version (see
      * 2145-APPLY-LAYOUT-A in DTEDTPD1.cbl), so no threshold test.
       2070-BUILD-AND-WRITE-A-ROW.
           MOVE SPACES TO MASTER-RECORD
           MOVE 'A' TO RECORD-TYPE
           MOVE MST-A-KEY TO FIELD-1A IN DETAIL-RECORD-A
           MOVE MST-A-FIELD-2A TO FIELD-2A IN DETAIL-RECORD-A
           MOVE MST-A-FIELD-3A TO FIELD-3A IN DETAIL-RECORD-A
           MOVE MST-A-FIELD-4A TO FIELD-4A IN DETAIL-RECORD-A
           ADD 1 TO WS-GEN-COUNT-A
           PERFORM 2400-WRITE-DETAIL-ROW.

       2100-CUT-D-ROWS.
           MOVE LOW-VALUES TO MST-D-KEY
           START D-MASTER-FILE KEY NOT < MST-D-KEY
           MOVE SPACES TO GEN-LINE
           WRITE GEN-LINE

           MOVE 'DETAIL-RECORD-A ROWS CUT' TO WS-GTL-LABEL
           MOVE WS-GEN-COUNT-A TO WS-GTL-VALUE
           MOVE WS-GEN-TOTAL-LINE TO GEN-LINE
           WRITE GEN-LINE

           MOVE 'DETAIL-RECORD ROWS CUT' TO WS-GTL-LABEL
           MOVE WS-GEN-COUNT-D TO WS-GTL-VALUE
           MOVE WS-GEN-TOTAL-LINE TO GEN-LINE
       9000-TERMINATE.
           CLOSE D-MASTER-FILE
           CLOSE B-MASTER-FILE
           CLOSE A-MASTER-FILE
           CLOSE SNAPSHOT-OUT
           CLOSE GEN-RPT.
