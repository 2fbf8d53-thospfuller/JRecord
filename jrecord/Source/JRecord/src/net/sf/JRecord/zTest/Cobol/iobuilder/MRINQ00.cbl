       PROGRAM-ID. MRINQ00.
      ************************************************************
      * Purpose: Batch inquiry against the keyed masters
      *          (DMASTER/BMASTER/AMASTER), so "what did we load for
      *          account X" is answered from a request card instead
      *          of someone browsing the VSAM files with utilities.
      *          Driven by a request file (INQREQ) data control can
      *          key themselves: record type ('A', 'D' or 'B'), a
      *          key, and an optional high key - blank high key is
      *          an exact lookup, otherwise every key in the range is
      *          returned.  Each hit prints the normalised fields
      *          plus the provenance the master layouts carry
      *          (Load-Date, Load-Run-Id, Load-Seq, Load-Action),
               RECORD KEY IS MST-B-KEY
               FILE STATUS IS WS-BMST-FILE-STATUS.

           SELECT A-MASTER-FILE ASSIGN TO "AMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-A-KEY
               FILE STATUS IS WS-AMST-FILE-STATUS.

           SELECT INQUIRY-RPT ASSIGN TO "INQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           03 IRQ-RECORD-TYPE                   PIC X.
               88 IRQ-TYPE-D                    VALUE 'D'.
               88 IRQ-TYPE-B                    VALUE 'B'.
               88 IRQ-TYPE-A                    VALUE 'A'.
           03 IRQ-KEY-LOW                       PIC X(22).
           03 IRQ-KEY-HIGH                      PIC X(22).

       FD B-MASTER-FILE.
       COPY "MSTBREC1.cbl".

       FD A-MASTER-FILE.
       COPY "MSTAREC1.cbl".

       FD INQUIRY-RPT.
       01 INQUIRY-LINE                          PIC X(132).

       01 WS-IRQ-FILE-STATUS                    PIC X(2) VALUE '00'.
       01 WS-DMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-BMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-AMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-EOF-SW                             PIC X VALUE 'N'.
           88 WS-EOF                            VALUE 'Y'.
       01 WS-BROWSE-EOF-SW                      PIC X VALUE 'N'.
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-BDL-LOAD-ACTION                PIC X.

       01 WS-A-DETAIL-LINE.
           05 WS-ADL-KEY                        PIC X(11).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-FIELD-2A                   PIC X(12).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-FIELD-3A                   PIC X(11).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-FIELD-4A                   PIC X(44).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-LOAD-DATE                  PIC 9(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-LOAD-RUN-ID                PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-LOAD-SEQ                   PIC ZZZZZZZZ9.
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-LOAD-ACTION                PIC X.

       01 WS-RETIRED-LINE.
           05 FILLER                            PIC X(14)
               VALUE '   RETIRED ON '.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT A-MASTER-FILE
           IF WS-AMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRINQ00 ABEND - AMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-AMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INQUIRY-RPT
           MOVE WS-INQ-HEADING-1 TO INQUIRY-LINE
           WRITE INQUIRY-LINE
                   PERFORM 2100-SERVE-D-REQUEST
               WHEN IRQ-TYPE-B
                   PERFORM 2200-SERVE-B-REQUEST
               WHEN IRQ-TYPE-A
                   PERFORM 2300-SERVE-A-REQUEST
               WHEN OTHER
                   ADD 1 TO WS-REQUESTS-INVALID
                   MOVE 'RECORD-TYPE IS NOT A, D OR B'
                       TO WS-IVL-REASON
                   MOVE WS-INVALID-LINE TO INQUIRY-LINE
                   WRITE INQUIRY-LINE
           END-IF
           PERFORM 2250-READ-NEXT-B-MASTER.

      * The A master's key is 11 bytes - as for D, only the
      * leading bytes of the request key participate.
       2300-SERVE-A-REQUEST.
           MOVE IRQ-KEY-LOW TO WS-RANGE-LOW
           IF IRQ-KEY-HIGH = SPACES
               MOVE IRQ-KEY-LOW TO WS-RANGE-HIGH
           ELSE
               MOVE IRQ-KEY-HIGH TO WS-RANGE-HIGH
           END-IF
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE 'N' TO WS-HIT-THIS-REQUEST-SW
           MOVE WS-RANGE-LOW(1:11) TO MST-A-KEY
           START A-MASTER-FILE KEY NOT < MST-A-KEY
               INVALID KEY SET WS-BROWSE-EOF TO TRUE
           END-START
           IF NOT WS-BROWSE-EOF
               PERFORM 2350-READ-NEXT-A-MASTER
           END-IF
           PERFORM 2360-PRINT-ONE-A-HIT
               UNTIL WS-BROWSE-EOF
           IF NOT WS-HIT-THIS-REQUEST
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE IRQ-KEY-LOW TO WS-NFL-KEY
               MOVE WS-NOT-FOUND-LINE TO INQUIRY-LINE
               WRITE INQUIRY-LINE
           END-IF.

       2350-READ-NEXT-A-MASTER.
           READ A-MASTER-FILE NEXT RECORD
               AT END SET WS-BROWSE-EOF TO TRUE
           END-READ
           IF NOT WS-BROWSE-EOF
               IF MST-A-KEY > WS-RANGE-HIGH(1:11)
                   SET WS-BROWSE-EOF TO TRUE
               END-IF
           END-IF.

       2360-PRINT-ONE-A-HIT.
           SET WS-HIT-THIS-REQUEST TO TRUE
           ADD 1 TO WS-ROWS-RETURNED
           MOVE MST-A-KEY TO WS-ADL-KEY
           MOVE MST-A-FIELD-2A TO WS-ADL-FIELD-2A
           MOVE MST-A-FIELD-3A TO WS-ADL-FIELD-3A
           MOVE MST-A-FIELD-4A TO WS-ADL-FIELD-4A
           MOVE MST-A-LOAD-DATE TO WS-ADL-LOAD-DATE
           MOVE MST-A-LOAD-RUN-ID TO WS-ADL-LOAD-RUN-ID
           MOVE MST-A-LOAD-SEQ TO WS-ADL-LOAD-SEQ
           MOVE MST-A-LOAD-ACTION TO WS-ADL-LOAD-ACTION
           MOVE WS-A-DETAIL-LINE TO INQUIRY-LINE
           WRITE INQUIRY-LINE
           IF MST-A-RETIRED
               MOVE MST-A-RETIRE-DATE TO WS-RTD-DATE
               MOVE WS-RETIRED-LINE TO INQUIRY-LINE
               WRITE INQUIRY-LINE
           END-IF
           PERFORM 2350-READ-NEXT-A-MASTER.

       4000-PRINT-TOTALS.
           MOVE SPACES TO INQUIRY-LINE
           WRITE INQUIRY-LINE
           CLOSE INQ-REQUEST-FILE
           CLOSE D-MASTER-FILE
           CLOSE B-MASTER-FILE
           CLOSE A-MASTER-FILE
           CLOSE INQUIRY-RPT
           IF WS-REQUESTS-INVALID > 0
               DISPLAY 'MRINQ00 - ' WS-REQUESTS-INVALID
