       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRSLAM00.
      ************************************************************
      * Purpose: Service-level target maintenance.  The cut-off
      *          times agreed with the business for each Run-Id
      *          (SLATGT, layout in SLATREC1.cbl) are maintained
      *          the way the job calendar is under MRCALM00: a
      *          transaction file (SLATXN: add/update/delete), full
      *          time and code sanity checks, and a printed
      *          before/after listing (SLAMRPT) of every entry
      *          touched, so a change to what we have promised is
      *          a controlled, reviewable job.  Adds and updates
      *          carry the schedule (E = an extract is owed every
      *          day, B = business days only), whether the Run-Id
      *          has a BEXTRACT commitment (Y/N), and the weekday
      *          and holiday deadline sets - arrival, release and
      *          send, each as days after the Creation-Date plus an
      *          HHMM time.  Within a set the deadlines must run in
      *          that order (a release cannot be due before the
      *          extract, nor the send before the release).
      *          Rejected transactions are listed with the reason
      *          and end the job with RC=4 so data control sees
      *          them; nothing is applied from a rejected
      *          transaction.
      * Author:  Bruce Martin
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-TXN-FILE ASSIGN TO "SLATXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STX-FILE-STATUS.

           SELECT SLA-TARGET-FILE ASSIGN TO "SLATGT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLA-RUN-ID
               FILE STATUS IS WS-SLA-FILE-STATUS.

           SELECT SLAM-RPT ASSIGN TO "SLAMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SLA-TXN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
       01 SLA-TXN-RECORD.
           03 STX-ACTION                        PIC X.
               88 STX-ADD                       VALUE 'A'.
               88 STX-UPDATE                    VALUE 'U'.
               88 STX-DELETE                    VALUE 'D'.
           03 STX-RUN-ID                        PIC X(8).
           03 STX-SCHEDULE                      PIC X.
           03 STX-BEXT-SW                       PIC X.
           03 STX-WEEKDAY-TARGETS               PIC X(15).
           03 STX-HOLIDAY-TARGETS               PIC X(15).

       FD SLA-TARGET-FILE.
       COPY "SLATREC1.cbl".

       FD SLAM-RPT.
       01 SLAM-LINE                             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STX-FILE-STATUS                    PIC X(2) VALUE '00'.
       01 WS-SLA-FILE-STATUS                    PIC X(2) VALUE '00'.
       01 WS-EOF-SW                             PIC X VALUE 'N'.
           88 WS-EOF                            VALUE 'Y'.

       01 WS-ENTRY-FOUND-SW                     PIC X VALUE 'N'.
           88 WS-ENTRY-FOUND                    VALUE 'Y'.
       01 WS-TXN-ERROR-SW                       PIC X VALUE 'N'.
           88 WS-TXN-ERROR                      VALUE 'Y'.

      * One deadline set (weekday or holiday) under edit: arrival,
      * release, send in that order.  Days and HHMM fold into one
      * comparable figure so the ordering check is a single
      * compare.
       01 WS-TARGET-SET.
           05 WS-TGT-MILESTONE OCCURS 3.
               10 WS-TGT-DAYS                   PIC 9.
               10 WS-TGT-TIME.
                   15 WS-TGT-HH                 PIC 9(2).
                   15 WS-TGT-MM                 PIC 9(2).
       01 WS-TGT-SUB                            PIC 9.
       01 WS-TGT-LAST                           PIC 9.
       01 WS-TGT-ORDER                          PIC 9(5).
       01 WS-TGT-PREV-ORDER                     PIC 9(5).
       01 WS-SET-NAME                           PIC X(7).

       01 WS-SLAM-COUNTS.
           05 WS-TXN-READ                       PIC 9(9) VALUE 0.
           05 WS-TXN-ADDED                      PIC 9(9) VALUE 0.
           05 WS-TXN-UPDATED                    PIC 9(9) VALUE 0.
           05 WS-TXN-DELETED                    PIC 9(9) VALUE 0.
           05 WS-TXN-REJECTED                   PIC 9(9) VALUE 0.

       01 WS-SLAM-HEADING-1.
           05 FILLER                            PIC X(40)
               VALUE 'SERVICE-LEVEL TARGET MAINTENANCE'.

       01 WS-SLAM-HEADING-2.
           05 FILLER                            PIC X(34)
               VALUE 'DEADLINES ARE DAYS+HHMM AFTER THE '.
           05 FILLER                            PIC X(46)
               VALUE 'CREATION-DATE, IN ARRIVAL, RELEASE, SEND ORDER'.

       01 WS-SLAM-TXN-LINE.
           05 FILLER                            PIC X(7)
               VALUE 'ACTION '.
           05 WS-STL-ACTION                     PIC X.
           05 FILLER                            PIC X(9)
               VALUE ' RUN-ID '.
           05 WS-STL-RUN-ID                     PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-STL-NOTE                       PIC X(50).

       01 WS-SLAM-ENTRY-LINE.
           05 WS-SEL-TAG                        PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-SEL-RUN-ID                     PIC X(8).
           05 FILLER                            PIC X(7)
               VALUE ' SCHED '.
           05 WS-SEL-SCHEDULE                   PIC X.
           05 FILLER                            PIC X(6)
               VALUE ' BEXT '.
           05 WS-SEL-BEXT                       PIC X.
           05 FILLER                            PIC X(8)
               VALUE ' WEEKDAY'.
           05 WS-SEL-WKD OCCURS 3.
               10 FILLER                        PIC X VALUE SPACE.
               10 WS-SEL-WKD-DAYS               PIC 9.
               10 FILLER                        PIC X VALUE '+'.
               10 WS-SEL-WKD-TIME               PIC 9(4).
           05 FILLER                            PIC X(8)
               VALUE ' HOLIDAY'.
           05 WS-SEL-HOL OCCURS 3.
               10 FILLER                        PIC X VALUE SPACE.
               10 WS-SEL-HOL-DAYS               PIC 9.
               10 FILLER                        PIC X VALUE '+'.
               10 WS-SEL-HOL-TIME               PIC 9(4).

       01 WS-SLAM-TOTAL-LINE.
           05 WS-STT-LABEL                      PIC X(30).
           05 WS-STT-VALUE                      PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-TXN
               UNTIL WS-EOF
           PERFORM 4000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SLA-TXN-FILE
           IF WS-STX-FILE-STATUS NOT = '00'
               DISPLAY 'MRSLAM00 ABEND - SLATXN COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-STX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * The first maintenance run creates the target file (same
      * '35' fallback idiom as the load's own keyed files);
      * anything else fail-closed.
           OPEN I-O SLA-TARGET-FILE
           IF WS-SLA-FILE-STATUS = '35'
               OPEN OUTPUT SLA-TARGET-FILE
               CLOSE SLA-TARGET-FILE
               OPEN I-O SLA-TARGET-FILE
           END-IF
           IF WS-SLA-FILE-STATUS NOT = '00'
               DISPLAY 'MRSLAM00 ABEND - SLATGT COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-SLA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SLAM-RPT
           MOVE WS-SLAM-HEADING-1 TO SLAM-LINE
           WRITE SLAM-LINE
           MOVE WS-SLAM-HEADING-2 TO SLAM-LINE
           WRITE SLAM-LINE
           MOVE SPACES TO SLAM-LINE
           WRITE SLAM-LINE

           READ SLA-TXN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-PROCESS-ONE-TXN.
           ADD 1 TO WS-TXN-READ
           MOVE 'N' TO WS-TXN-ERROR-SW
           MOVE STX-ACTION TO WS-STL-ACTION
           MOVE STX-RUN-ID TO WS-STL-RUN-ID
           MOVE SPACES TO WS-STL-NOTE
           PERFORM 2100-EDIT-TRANSACTION
           IF NOT WS-TXN-ERROR
               PERFORM 2200-READ-EXISTING-ENTRY
               EVALUATE TRUE
                   WHEN STX-ADD
                       PERFORM 2300-APPLY-ADD
                   WHEN STX-UPDATE
                       PERFORM 2400-APPLY-UPDATE
                   WHEN STX-DELETE
                       PERFORM 2500-APPLY-DELETE
               END-EVALUATE
           END-IF
           IF WS-TXN-ERROR
               ADD 1 TO WS-TXN-REJECTED
           END-IF
           MOVE WS-SLAM-TXN-LINE TO SLAM-LINE
           WRITE SLAM-LINE
           READ SLA-TXN-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * Codes: schedule E/B, BEXTRACT commitment Y/N; both deadline
      * sets numeric and each one sane - see 2150.  All required on
      * adds and updates so every maintained entry can be judged.
       2100-EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN NOT (STX-ADD OR STX-UPDATE OR STX-DELETE)
                   SET WS-TXN-ERROR TO TRUE
                   MOVE 'REJECTED - ACTION IS NOT A, U OR D'
                       TO WS-STL-NOTE
               WHEN STX-RUN-ID = SPACES
                   SET WS-TXN-ERROR TO TRUE
                   MOVE 'REJECTED - RUN-ID IS BLANK'
                       TO WS-STL-NOTE
               WHEN STX-DELETE
                   CONTINUE
               WHEN STX-SCHEDULE NOT = 'E' AND 'B'
                   SET WS-TXN-ERROR TO TRUE
                   MOVE 'REJECTED - SCHEDULE NOT E OR B'
                       TO WS-STL-NOTE
               WHEN STX-BEXT-SW NOT = 'Y' AND 'N'
                   SET WS-TXN-ERROR TO TRUE
                   MOVE 'REJECTED - BEXTRACT COMMITMENT NOT Y/N'
                       TO WS-STL-NOTE
               WHEN STX-WEEKDAY-TARGETS NOT NUMERIC
                   SET WS-TXN-ERROR TO TRUE
                   MOVE 'REJECTED - WEEKDAY TARGETS NOT NUMERIC'
                       TO WS-STL-NOTE
               WHEN STX-HOLIDAY-TARGETS NOT NUMERIC
                   SET WS-TXN-ERROR TO TRUE
                   MOVE 'REJECTED - HOLIDAY TARGETS NOT NUMERIC'
                       TO WS-STL-NOTE
               WHEN OTHER
                   MOVE 'WEEKDAY' TO WS-SET-NAME
                   MOVE STX-WEEKDAY-TARGETS TO WS-TARGET-SET
                   PERFORM 2150-EDIT-TARGET-SET
                   IF NOT WS-TXN-ERROR
                       MOVE 'HOLIDAY' TO WS-SET-NAME
                       MOVE STX-HOLIDAY-TARGETS TO WS-TARGET-SET
                       PERFORM 2150-EDIT-TARGET-SET
                   END-IF
           END-EVALUATE.

      * Every time a real clock time (hour 00-23, minute 00-59), and
      * the deadlines in arrival, release, send order.  The send is
      * only held to the order when a BEXTRACT commitment is kept.
       2150-EDIT-TARGET-SET.
           IF STX-BEXT-SW = 'Y'
               MOVE 3 TO WS-TGT-LAST
           ELSE
               MOVE 2 TO WS-TGT-LAST
           END-IF
           MOVE 0 TO WS-TGT-PREV-ORDER
           PERFORM 2160-EDIT-ONE-TARGET
               VARYING WS-TGT-SUB FROM 1 BY 1
               UNTIL WS-TGT-SUB > WS-TGT-LAST
                  OR WS-TXN-ERROR.

       2160-EDIT-ONE-TARGET.
           COMPUTE WS-TGT-ORDER =
               WS-TGT-DAYS(WS-TGT-SUB) * 10000
                   + WS-TGT-HH(WS-TGT-SUB) * 100
                   + WS-TGT-MM(WS-TGT-SUB)
           EVALUATE TRUE
               WHEN WS-TGT-HH(WS-TGT-SUB) > 23
                OR WS-TGT-MM(WS-TGT-SUB) > 59
                   SET WS-TXN-ERROR TO TRUE
                   STRING 'REJECTED - ' DELIMITED BY SIZE
                       WS-SET-NAME DELIMITED BY SIZE
                       ' TIME IS NOT A REAL HHMM' DELIMITED BY SIZE
                       INTO WS-STL-NOTE
               WHEN WS-TGT-ORDER < WS-TGT-PREV-ORDER
                   SET WS-TXN-ERROR TO TRUE
                   STRING 'REJECTED - ' DELIMITED BY SIZE
                       WS-SET-NAME DELIMITED BY SIZE
                       ' DEADLINES OUT OF ORDER' DELIMITED BY SIZE
                       INTO WS-STL-NOTE
               WHEN OTHER
                   MOVE WS-TGT-ORDER TO WS-TGT-PREV-ORDER
           END-EVALUATE.

       2200-READ-EXISTING-ENTRY.
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           MOVE STX-RUN-ID TO SLA-RUN-ID
           READ SLA-TARGET-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-SLA-FILE-STATUS = '00'
               SET WS-ENTRY-FOUND TO TRUE
               MOVE 'BEFORE  ' TO WS-SEL-TAG
               PERFORM 2900-PRINT-ENTRY-LINE
           ELSE
               MOVE SPACES TO SLAM-LINE
               STRING 'BEFORE   ' DELIMITED BY SIZE
                   STX-RUN-ID DELIMITED BY SIZE
                   ' (NO ENTRY)' DELIMITED BY SIZE
                   INTO SLAM-LINE
               WRITE SLAM-LINE
           END-IF.

       2300-APPLY-ADD.
           IF WS-ENTRY-FOUND
               SET WS-TXN-ERROR TO TRUE
               MOVE 'REJECTED - ENTRY ALREADY EXISTS'
                   TO WS-STL-NOTE
           ELSE
               PERFORM 2800-BUILD-TARGET-ENTRY
               WRITE SLA-TARGET-RECORD
                   INVALID KEY
                       SET WS-TXN-ERROR TO TRUE
                       MOVE 'REJECTED - WRITE FAILED'
                           TO WS-STL-NOTE
               END-WRITE
               IF NOT WS-TXN-ERROR
                   ADD 1 TO WS-TXN-ADDED
                   MOVE 'ADDED' TO WS-STL-NOTE
                   MOVE 'AFTER   ' TO WS-SEL-TAG
                   PERFORM 2900-PRINT-ENTRY-LINE
               END-IF
           END-IF.

       2400-APPLY-UPDATE.
           IF NOT WS-ENTRY-FOUND
               SET WS-TXN-ERROR TO TRUE
               MOVE 'REJECTED - NO ENTRY TO UPDATE'
                   TO WS-STL-NOTE
           ELSE
               PERFORM 2800-BUILD-TARGET-ENTRY
               REWRITE SLA-TARGET-RECORD
                   INVALID KEY
                       SET WS-TXN-ERROR TO TRUE
                       MOVE 'REJECTED - REWRITE FAILED'
                           TO WS-STL-NOTE
               END-REWRITE
               IF NOT WS-TXN-ERROR
                   ADD 1 TO WS-TXN-UPDATED
                   MOVE 'UPDATED' TO WS-STL-NOTE
                   MOVE 'AFTER   ' TO WS-SEL-TAG
                   PERFORM 2900-PRINT-ENTRY-LINE
               END-IF
           END-IF.

       2500-APPLY-DELETE.
           IF NOT WS-ENTRY-FOUND
               SET WS-TXN-ERROR TO TRUE
               MOVE 'REJECTED - NO ENTRY TO DELETE'
                   TO WS-STL-NOTE
           ELSE
               DELETE SLA-TARGET-FILE RECORD
                   INVALID KEY
                       SET WS-TXN-ERROR TO TRUE
                       MOVE 'REJECTED - DELETE FAILED'
                           TO WS-STL-NOTE
               END-DELETE
               IF NOT WS-TXN-ERROR
                   ADD 1 TO WS-TXN-DELETED
                   MOVE 'DELETED' TO WS-STL-NOTE
                   MOVE SPACES TO SLAM-LINE
                   STRING 'AFTER    ' DELIMITED BY SIZE
                       STX-RUN-ID DELIMITED BY SIZE
                       ' (DELETED)' DELIMITED BY SIZE
                       INTO SLAM-LINE
                   WRITE SLAM-LINE
               END-IF
           END-IF.

       2800-BUILD-TARGET-ENTRY.
           MOVE STX-RUN-ID TO SLA-RUN-ID
           MOVE STX-SCHEDULE TO SLA-SCHEDULE
           MOVE STX-BEXT-SW TO SLA-BEXT-SW
           MOVE STX-WEEKDAY-TARGETS TO SLA-WEEKDAY-TARGETS
           MOVE STX-HOLIDAY-TARGETS TO SLA-HOLIDAY-TARGETS.

       2900-PRINT-ENTRY-LINE.
           MOVE SLA-RUN-ID TO WS-SEL-RUN-ID
           MOVE SLA-SCHEDULE TO WS-SEL-SCHEDULE
           MOVE SLA-BEXT-SW TO WS-SEL-BEXT
           MOVE SLA-WEEKDAY-TARGETS TO WS-TARGET-SET
           PERFORM 2910-SHOW-WEEKDAY-TARGET
               VARYING WS-TGT-SUB FROM 1 BY 1
               UNTIL WS-TGT-SUB > 3
           MOVE SLA-HOLIDAY-TARGETS TO WS-TARGET-SET
           PERFORM 2920-SHOW-HOLIDAY-TARGET
               VARYING WS-TGT-SUB FROM 1 BY 1
               UNTIL WS-TGT-SUB > 3
           MOVE WS-SLAM-ENTRY-LINE TO SLAM-LINE
           WRITE SLAM-LINE.

       2910-SHOW-WEEKDAY-TARGET.
           MOVE WS-TGT-DAYS(WS-TGT-SUB) TO WS-SEL-WKD-DAYS(WS-TGT-SUB)
           MOVE WS-TGT-TIME(WS-TGT-SUB) TO WS-SEL-WKD-TIME(WS-TGT-SUB).

       2920-SHOW-HOLIDAY-TARGET.
           MOVE WS-TGT-DAYS(WS-TGT-SUB) TO WS-SEL-HOL-DAYS(WS-TGT-SUB)
           MOVE WS-TGT-TIME(WS-TGT-SUB) TO WS-SEL-HOL-TIME(WS-TGT-SUB).

       4000-PRINT-TOTALS.
           MOVE SPACES TO SLAM-LINE
           WRITE SLAM-LINE

           MOVE 'TRANSACTIONS READ' TO WS-STT-LABEL
           MOVE WS-TXN-READ TO WS-STT-VALUE
           MOVE WS-SLAM-TOTAL-LINE TO SLAM-LINE
           WRITE SLAM-LINE

           MOVE 'ENTRIES ADDED' TO WS-STT-LABEL
           MOVE WS-TXN-ADDED TO WS-STT-VALUE
           MOVE WS-SLAM-TOTAL-LINE TO SLAM-LINE
           WRITE SLAM-LINE

           MOVE 'ENTRIES UPDATED' TO WS-STT-LABEL
           MOVE WS-TXN-UPDATED TO WS-STT-VALUE
           MOVE WS-SLAM-TOTAL-LINE TO SLAM-LINE
           WRITE SLAM-LINE

           MOVE 'ENTRIES DELETED' TO WS-STT-LABEL
           MOVE WS-TXN-DELETED TO WS-STT-VALUE
           MOVE WS-SLAM-TOTAL-LINE TO SLAM-LINE
           WRITE SLAM-LINE

           MOVE 'TRANSACTIONS REJECTED' TO WS-STT-LABEL
           MOVE WS-TXN-REJECTED TO WS-STT-VALUE
           MOVE WS-SLAM-TOTAL-LINE TO SLAM-LINE
           WRITE SLAM-LINE.

       9000-TERMINATE.
           CLOSE SLA-TXN-FILE
           CLOSE SLA-TARGET-FILE
           CLOSE SLAM-RPT
           IF WS-TXN-REJECTED > 0
               DISPLAY 'MRSLAM00 - ' WS-TXN-REJECTED
                   ' TRANSACTION(S) REJECTED, SEE SLAMRPT'
               MOVE 4 TO RETURN-CODE
           END-IF.
