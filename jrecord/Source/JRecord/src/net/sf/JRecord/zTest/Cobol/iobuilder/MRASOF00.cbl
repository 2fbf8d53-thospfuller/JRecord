       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRASOF00.
      ************************************************************
      * Purpose: Point-in-time ("as of date") inquiry against the
      *          keyed masters (DMASTER/BMASTER): what did the
      *          master say for a key on a past date.  MRINQ00
      *          only answers with the current row; this program
      *          starts from that current row and walks the
      *          before-image journal (JRNLFILE, layout in
      *          JRNLREC1.cbl) backwards past every load whose
      *          Creation-Date is later than the as-of date - the
      *          before-image the EARLIEST such load saved is the
      *          row as it stood on the as-of date.  Driven by a
      *          request file (ASOFREQ): record type ('D' or 'B'),
      *          a key, an optional high key (blank is an exact
      *          lookup, as in MRINQ00) and the as-of date.  Each
      *          answer prints the row's fields and the Run-Id,
      *          Creation-Date and cycle of the load that produced
      *          it, plus a plain-words disposition line:
      *            - unchanged since the as-of date (current row);
      *            - restored from the journal (and how many later
      *              loads were walked back);
      *            - NOT YET ON FILE - the earliest later journal
      *              row is an add, so the key did not exist yet;
      *            - HISTORY INCOMPLETE - the row found was itself
      *              written after the as-of date by a load with no
      *              journal row left (the journal has been
      *              trimmed), so the as-of image cannot be proven.
      *          A key no longer on the master (purged, or an add
      *          since backed out) is still answered from the
      *          journal on an exact lookup.  When its journal rows
      *          all fall on or before the as-of date, the value it
      *          had then was on the master row since purged and no
      *          before-image holds it: that is reported as PURGED
      *          SINCE, not as a key that never existed.  Invalid
      *          cards, incomplete histories and unrecoverable
      *          purged keys end the job RC=4 so none is mistaken
      *          for an answer.  Read-only: no locks are taken,
      *          the masters and journal are opened INPUT.  Output
      *          on ASOFRPT.
      * Author:  Bruce Martin
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASOF-REQUEST-FILE ASSIGN TO "ASOFREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARQ-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT D-MASTER-FILE ASSIGN TO "DMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-D-KEY
               FILE STATUS IS WS-DMST-FILE-STATUS.

           SELECT B-MASTER-FILE ASSIGN TO "BMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-B-KEY
               FILE STATUS IS WS-BMST-FILE-STATUS.

           SELECT ASOF-RPT ASSIGN TO "ASOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ASOF-REQUEST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 53 CHARACTERS.
       01 ASOF-REQUEST-RECORD.
           03 ARQ-RECORD-TYPE                   PIC X.
               88 ARQ-TYPE-D                    VALUE 'D'.
               88 ARQ-TYPE-B                    VALUE 'B'.
           03 ARQ-KEY-LOW                       PIC X(22).
           03 ARQ-KEY-HIGH                      PIC X(22).
           03 ARQ-ASOF-DATE-X                   PIC X(8).
           03 ARQ-ASOF-DATE REDEFINES ARQ-ASOF-DATE-X
                                                PIC 9(8).

       FD JOURNAL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 181 CHARACTERS.
       COPY "JRNLREC1.cbl".

       FD D-MASTER-FILE.
       COPY "MSTDREC1.cbl".

       FD B-MASTER-FILE.
       COPY "MSTBREC1.cbl".

       FD ASOF-RPT.
       01 ASOF-LINE                             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ARQ-FILE-STATUS                    PIC X(2) VALUE '00'.
       01 WS-JRNL-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-DMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-BMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-EOF-SW                             PIC X VALUE 'N'.
           88 WS-EOF                            VALUE 'Y'.
       01 WS-BROWSE-EOF-SW                      PIC X VALUE 'N'.
           88 WS-BROWSE-EOF                     VALUE 'Y'.
       01 WS-JRNL-EOF-SW                        PIC X VALUE 'N'.
           88 WS-JRNL-EOF                       VALUE 'Y'.
       01 WS-HIT-THIS-REQUEST-SW                PIC X VALUE 'N'.
           88 WS-HIT-THIS-REQUEST               VALUE 'Y'.
       01 WS-ON-MASTER-SW                       PIC X VALUE 'N'.
           88 WS-ON-MASTER                      VALUE 'Y'.

      * The effective key range for the request being served -
      * blank high key means exact lookup, served as a one-key
      * range so the browse logic is the same either way.
       01 WS-RANGE-LOW                          PIC X(22).
       01 WS-RANGE-HIGH                         PIC X(22).
       01 WS-ASOF-DATE                          PIC 9(8) VALUE 0.

      * The key being walked back and what the journal scan found
      * for it: the earliest journal row (file order is time
      * order - JRNLFILE is append-only) with a Creation-Date
      * later than the as-of date, and how many later rows there
      * are in all - plus how many rows fall on or before the
      * as-of date, and the last of them, so a key purged since
      * is told apart from one the journal never saw.
       01 WS-WALK-RECORD-TYPE                   PIC X.
       01 WS-WALK-KEY                           PIC X(22).
       01 WS-LATER-ROWS                         PIC 9(9) VALUE 0.
       01 WS-EARLIER-ROWS                       PIC 9(9) VALUE 0.
       01 WS-LAST-EARLIER.
           05 WS-LE-RUN-ID                      PIC X(8).
           05 WS-LE-CREATION-DATE               PIC 9(8).
           05 WS-LE-CYCLE                       PIC 9(2).
       01 WS-FIRST-LATER.
           05 WS-FL-RUN-ID                      PIC X(8).
           05 WS-FL-CREATION-DATE               PIC 9(8).
           05 WS-FL-CYCLE                       PIC 9(2).
           05 WS-FL-ACTION                      PIC X.
               88 WS-FL-ADDED                   VALUE 'A'.
               88 WS-FL-REPLACED                VALUE 'R'.
           05 WS-FL-BEFORE-IMAGE                PIC X(130).

      * Provenance of the row being printed as the as-of answer.
       01 WS-ANSWER-RUN-ID                      PIC X(8).
       01 WS-ANSWER-LOAD-DATE                   PIC 9(8).
       01 WS-ANSWER-CYCLE                       PIC 9(2).
       01 WS-ANSWER-RETIRE-SW                   PIC X.
           88 WS-ANSWER-RETIRED                 VALUE 'R'.
       01 WS-ANSWER-RETIRE-DATE                 PIC 9(8).

       01 WS-ASOF-COUNTS.
           05 WS-REQUESTS-READ                  PIC 9(9) VALUE 0.
           05 WS-REQUESTS-INVALID               PIC 9(9) VALUE 0.
           05 WS-KEYS-ANSWERED                  PIC 9(9) VALUE 0.
           05 WS-KEYS-UNCHANGED                 PIC 9(9) VALUE 0.
           05 WS-KEYS-RESTORED                  PIC 9(9) VALUE 0.
           05 WS-KEYS-NOT-YET                   PIC 9(9) VALUE 0.
           05 WS-KEYS-INCOMPLETE                PIC 9(9) VALUE 0.
           05 WS-KEYS-PURGED                    PIC 9(9) VALUE 0.
           05 WS-NOT-FOUND-COUNT                PIC 9(9) VALUE 0.

       01 WS-ASOF-HEADING-1.
           05 FILLER                            PIC X(40)
               VALUE 'KEYED-MASTER POINT-IN-TIME INQUIRY'.

       01 WS-REQUEST-BANNER-LINE.
           05 FILLER                            PIC X(8)
               VALUE 'REQUEST '.
           05 WS-RBL-RECORD-TYPE                PIC X.
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-RBL-KEY-LOW                    PIC X(22).
           05 FILLER                            PIC X(4)
               VALUE ' TO '.
           05 WS-RBL-KEY-HIGH                   PIC X(22).
           05 FILLER                            PIC X(7)
               VALUE ' AS OF '.
           05 WS-RBL-ASOF-DATE                  PIC X(8).

       01 WS-D-DETAIL-LINE.
           05 WS-DDL-KEY                        PIC X(10).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-DDL-FIELD-2                    PIC X(20).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-DDL-FIELD-3                    PIC X(15).

       01 WS-B-DETAIL-LINE.
           05 WS-BDL-KEY                        PIC X(22).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-BDL-FIELD-2B                   PIC X(33).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-BDL-FIELD-3B                   PIC X(20).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-BDL-FIELD-4B                   PIC X(16).

       01 WS-SOURCE-LINE.
           05 FILLER                            PIC X(18)
               VALUE '   AS LOADED BY   '.
           05 WS-SRC-RUN-ID                     PIC X(8).
           05 FILLER                            PIC X(15)
               VALUE ' CREATION-DATE '.
           05 WS-SRC-LOAD-DATE                  PIC 9(8).
           05 FILLER                            PIC X(7)
               VALUE ' CYCLE '.
           05 WS-SRC-CYCLE                      PIC 9(2).

       01 WS-DISPOSITION-LINE.
           05 FILLER                            PIC X(3) VALUE SPACE.
           05 WS-DSP-KEY                        PIC X(22).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-DSP-TEXT                       PIC X(44).
           05 WS-DSP-COUNT                      PIC ZZZZZZZZ9.
           05 WS-DSP-COUNT-TEXT                 PIC X(22).

       01 WS-LATER-LOAD-LINE.
           05 FILLER                            PIC X(26)
               VALUE '   FIRST LATER LOAD WAS   '.
           05 WS-LLL-RUN-ID                     PIC X(8).
           05 FILLER                            PIC X(15)
               VALUE ' CREATION-DATE '.
           05 WS-LLL-CREATION-DATE              PIC 9(8).
           05 FILLER                            PIC X(7)
               VALUE ' CYCLE '.
           05 WS-LLL-CYCLE                      PIC 9(2).

       01 WS-RETIRED-LINE.
           05 FILLER                            PIC X(14)
               VALUE '   RETIRED ON '.
           05 WS-RTD-DATE                       PIC 9(8).

       01 WS-NOT-FOUND-LINE.
           05 WS-NFL-KEY                        PIC X(22).
           05 FILLER                            PIC X(34)
               VALUE ' NOT FOUND ON MASTER OR JOURNAL'.

       01 WS-PURGED-LINE.
           05 WS-PGL-KEY                        PIC X(22).
           05 FILLER                            PIC X(48)
               VALUE ' KEY PURGED SINCE - AS-OF VALUE NOT RECOVERABLE'.

       01 WS-LAST-EARLIER-LINE.
           05 FILLER                            PIC X(26)
               VALUE '   LAST LOAD TO JOURNAL IT'.
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-LEL-RUN-ID                     PIC X(8).
           05 FILLER                            PIC X(15)
               VALUE ' CREATION-DATE '.
           05 WS-LEL-CREATION-DATE              PIC 9(8).
           05 FILLER                            PIC X(7)
               VALUE ' CYCLE '.
           05 WS-LEL-CYCLE                      PIC 9(2).

       01 WS-INVALID-LINE.
           05 FILLER                            PIC X(18)
               VALUE 'INVALID REQUEST - '.
           05 WS-IVL-REASON                     PIC X(40).

       01 WS-ASOF-TOTAL-LINE.
           05 WS-ATL-LABEL                      PIC X(30).
           05 WS-ATL-VALUE                      PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SERVE-ONE-REQUEST
               UNTIL WS-EOF
           PERFORM 4000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

      * The masters and the journal must already exist - a
      * point-in-time answer with no journal behind it would
      * quietly report every key as unchanged.  The journal is
      * only proven openable here; it is re-read per key below.
       1000-INITIALIZE.
           OPEN INPUT ASOF-REQUEST-FILE
           IF WS-ARQ-FILE-STATUS NOT = '00'
               DISPLAY 'MRASOF00 ABEND - ASOFREQ COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-ARQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS NOT = '00'
               DISPLAY 'MRASOF00 ABEND - JRNLFILE COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-JRNL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE JOURNAL-FILE
           OPEN INPUT D-MASTER-FILE
           IF WS-DMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRASOF00 ABEND - DMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-DMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT B-MASTER-FILE
           IF WS-BMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRASOF00 ABEND - BMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-BMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ASOF-RPT
           MOVE SPACES TO WS-DISPOSITION-LINE
           MOVE WS-ASOF-HEADING-1 TO ASOF-LINE
           WRITE ASOF-LINE
           READ ASOF-REQUEST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-SERVE-ONE-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           MOVE SPACES TO ASOF-LINE
           WRITE ASOF-LINE
           MOVE ARQ-RECORD-TYPE TO WS-RBL-RECORD-TYPE
           MOVE ARQ-KEY-LOW TO WS-RBL-KEY-LOW
           IF ARQ-KEY-HIGH = SPACES
               MOVE ARQ-KEY-LOW TO WS-RBL-KEY-HIGH
           ELSE
               MOVE ARQ-KEY-HIGH TO WS-RBL-KEY-HIGH
           END-IF
           MOVE ARQ-ASOF-DATE-X TO WS-RBL-ASOF-DATE
           MOVE WS-REQUEST-BANNER-LINE TO ASOF-LINE
           WRITE ASOF-LINE
           EVALUATE TRUE
               WHEN ARQ-KEY-LOW = SPACES
                   MOVE 'KEY IS BLANK' TO WS-IVL-REASON
                   PERFORM 2900-REJECT-REQUEST
               WHEN ARQ-ASOF-DATE-X NOT NUMERIC
                   MOVE 'AS-OF DATE IS NOT NUMERIC'
                       TO WS-IVL-REASON
                   PERFORM 2900-REJECT-REQUEST
               WHEN FUNCTION TEST-DATE-YYYYMMDD(ARQ-ASOF-DATE)
                       NOT = 0
                   MOVE 'AS-OF DATE IS NOT A CALENDAR DATE'
                       TO WS-IVL-REASON
                   PERFORM 2900-REJECT-REQUEST
               WHEN ARQ-TYPE-D
                   MOVE ARQ-ASOF-DATE TO WS-ASOF-DATE
                   PERFORM 2100-SERVE-D-REQUEST
               WHEN ARQ-TYPE-B
                   MOVE ARQ-ASOF-DATE TO WS-ASOF-DATE
                   PERFORM 2200-SERVE-B-REQUEST
               WHEN OTHER
                   MOVE 'RECORD-TYPE IS NOT D OR B'
                       TO WS-IVL-REASON
                   PERFORM 2900-REJECT-REQUEST
           END-EVALUATE
           READ ASOF-REQUEST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * Same range handling as MRINQ00: a blank high key is an
      * exact lookup served as a range of one, and the D master's
      * key is 10 bytes, so only the leading bytes of the 22-byte
      * request key participate.  An exact lookup that misses the
      * master is still answered off the journal - the key may
      * have been purged, or its add backed out, since the as-of
      * date.
       2100-SERVE-D-REQUEST.
           MOVE ARQ-KEY-LOW TO WS-RANGE-LOW
           IF ARQ-KEY-HIGH = SPACES
               MOVE ARQ-KEY-LOW TO WS-RANGE-HIGH
           ELSE
               MOVE ARQ-KEY-HIGH TO WS-RANGE-HIGH
           END-IF
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE 'N' TO WS-HIT-THIS-REQUEST-SW
           MOVE WS-RANGE-LOW(1:10) TO MST-D-KEY
           START D-MASTER-FILE KEY NOT < MST-D-KEY
               INVALID KEY SET WS-BROWSE-EOF TO TRUE
           END-START
           IF NOT WS-BROWSE-EOF
               PERFORM 2150-READ-NEXT-D-MASTER
           END-IF
           PERFORM 2160-ANSWER-ONE-D-KEY
               UNTIL WS-BROWSE-EOF
           IF NOT WS-HIT-THIS-REQUEST
               IF ARQ-KEY-HIGH = SPACES
                   PERFORM 2170-ANSWER-D-FROM-JOURNAL
               ELSE
                   MOVE ARQ-KEY-LOW TO WS-NFL-KEY
                   PERFORM 2950-WRITE-NOT-FOUND
               END-IF
           END-IF.

       2150-READ-NEXT-D-MASTER.
           READ D-MASTER-FILE NEXT RECORD
               AT END SET WS-BROWSE-EOF TO TRUE
           END-READ
           IF NOT WS-BROWSE-EOF
               IF MST-D-KEY > WS-RANGE-HIGH(1:10)
                   SET WS-BROWSE-EOF TO TRUE
               END-IF
           END-IF.

      * The current row is the starting point.  With no later
      * journal row it IS the answer - unless it was itself
      * written after the as-of date, in which case the load that
      * wrote it left no journal row and the history is broken.
      * Otherwise the earliest later row decides: an add means the
      * key did not exist yet, a replace hands back the row as it
      * stood before that load - which is the as-of answer, unless
      * that image too post-dates the as-of date (a trimmed
      * journal lost the loads in between).
       2160-ANSWER-ONE-D-KEY.
           SET WS-HIT-THIS-REQUEST TO TRUE
           MOVE 'Y' TO WS-ON-MASTER-SW
           MOVE 'D' TO WS-WALK-RECORD-TYPE
           MOVE MST-D-KEY TO WS-WALK-KEY
           PERFORM 2500-SCAN-JOURNAL-FOR-KEY
           IF WS-LATER-ROWS = 0
               PERFORM 2180-PRINT-D-ANSWER
               IF MST-D-LOAD-DATE > WS-ASOF-DATE
                   PERFORM 2620-REPORT-INCOMPLETE
               ELSE
                   PERFORM 2600-REPORT-UNCHANGED
               END-IF
           ELSE
               PERFORM 2175-WALK-BACK-D-KEY
           END-IF
           PERFORM 2150-READ-NEXT-D-MASTER.

       2170-ANSWER-D-FROM-JOURNAL.
           MOVE 'N' TO WS-ON-MASTER-SW
           MOVE 'D' TO WS-WALK-RECORD-TYPE
           MOVE ARQ-KEY-LOW(1:10) TO WS-WALK-KEY
           PERFORM 2500-SCAN-JOURNAL-FOR-KEY
           IF WS-LATER-ROWS = 0
               IF WS-EARLIER-ROWS > 0
                   PERFORM 2640-REPORT-PURGED
               ELSE
                   MOVE ARQ-KEY-LOW TO WS-NFL-KEY
                   PERFORM 2950-WRITE-NOT-FOUND
               END-IF
           ELSE
               PERFORM 2175-WALK-BACK-D-KEY
           END-IF.

      * The before-image is moved into the record area only for
      * printing - the browse position is held by the file, not
      * by the record area, and the image carries the same key.
       2175-WALK-BACK-D-KEY.
           IF WS-FL-ADDED
               PERFORM 2610-REPORT-NOT-YET
           ELSE
               MOVE WS-FL-BEFORE-IMAGE TO MASTER-D-RECORD
               PERFORM 2180-PRINT-D-ANSWER
               IF MST-D-LOAD-DATE > WS-ASOF-DATE
                   PERFORM 2620-REPORT-INCOMPLETE
               ELSE
                   PERFORM 2630-REPORT-RESTORED
               END-IF
           END-IF.

       2180-PRINT-D-ANSWER.
           ADD 1 TO WS-KEYS-ANSWERED
           MOVE MST-D-KEY TO WS-DDL-KEY
           MOVE MST-D-FIELD-2 TO WS-DDL-FIELD-2
           MOVE MST-D-FIELD-3 TO WS-DDL-FIELD-3
           MOVE WS-D-DETAIL-LINE TO ASOF-LINE
           WRITE ASOF-LINE
           MOVE MST-D-LOAD-RUN-ID TO WS-ANSWER-RUN-ID
           MOVE MST-D-LOAD-DATE TO WS-ANSWER-LOAD-DATE
           MOVE MST-D-LOAD-CYCLE TO WS-ANSWER-CYCLE
           MOVE MST-D-RETIRE-SW TO WS-ANSWER-RETIRE-SW
           MOVE MST-D-RETIRE-DATE TO WS-ANSWER-RETIRE-DATE
           PERFORM 2700-PRINT-PROVENANCE.

       2200-SERVE-B-REQUEST.
           MOVE ARQ-KEY-LOW TO WS-RANGE-LOW
           IF ARQ-KEY-HIGH = SPACES
               MOVE ARQ-KEY-LOW TO WS-RANGE-HIGH
           ELSE
               MOVE ARQ-KEY-HIGH TO WS-RANGE-HIGH
           END-IF
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE 'N' TO WS-HIT-THIS-REQUEST-SW
           MOVE WS-RANGE-LOW TO MST-B-KEY
           START B-MASTER-FILE KEY NOT < MST-B-KEY
               INVALID KEY SET WS-BROWSE-EOF TO TRUE
           END-START
           IF NOT WS-BROWSE-EOF
               PERFORM 2250-READ-NEXT-B-MASTER
           END-IF
           PERFORM 2260-ANSWER-ONE-B-KEY
               UNTIL WS-BROWSE-EOF
           IF NOT WS-HIT-THIS-REQUEST
               IF ARQ-KEY-HIGH = SPACES
                   PERFORM 2270-ANSWER-B-FROM-JOURNAL
               ELSE
                   MOVE ARQ-KEY-LOW TO WS-NFL-KEY
                   PERFORM 2950-WRITE-NOT-FOUND
               END-IF
           END-IF.

       2250-READ-NEXT-B-MASTER.
           READ B-MASTER-FILE NEXT RECORD
               AT END SET WS-BROWSE-EOF TO TRUE
           END-READ
           IF NOT WS-BROWSE-EOF
               IF MST-B-KEY > WS-RANGE-HIGH
                   SET WS-BROWSE-EOF TO TRUE
               END-IF
           END-IF.

      * Same walk as 2160-ANSWER-ONE-D-KEY, for the B master.
       2260-ANSWER-ONE-B-KEY.
           SET WS-HIT-THIS-REQUEST TO TRUE
           MOVE 'Y' TO WS-ON-MASTER-SW
           MOVE 'B' TO WS-WALK-RECORD-TYPE
           MOVE MST-B-KEY TO WS-WALK-KEY
           PERFORM 2500-SCAN-JOURNAL-FOR-KEY
           IF WS-LATER-ROWS = 0
               PERFORM 2280-PRINT-B-ANSWER
               IF MST-B-LOAD-DATE > WS-ASOF-DATE
                   PERFORM 2620-REPORT-INCOMPLETE
               ELSE
                   PERFORM 2600-REPORT-UNCHANGED
               END-IF
           ELSE
               PERFORM 2275-WALK-BACK-B-KEY
           END-IF
           PERFORM 2250-READ-NEXT-B-MASTER.

       2270-ANSWER-B-FROM-JOURNAL.
           MOVE 'N' TO WS-ON-MASTER-SW
           MOVE 'B' TO WS-WALK-RECORD-TYPE
           MOVE ARQ-KEY-LOW TO WS-WALK-KEY
           PERFORM 2500-SCAN-JOURNAL-FOR-KEY
           IF WS-LATER-ROWS = 0
               IF WS-EARLIER-ROWS > 0
                   PERFORM 2640-REPORT-PURGED
               ELSE
                   MOVE ARQ-KEY-LOW TO WS-NFL-KEY
                   PERFORM 2950-WRITE-NOT-FOUND
               END-IF
           ELSE
               PERFORM 2275-WALK-BACK-B-KEY
           END-IF.

       2275-WALK-BACK-B-KEY.
           IF WS-FL-ADDED
               PERFORM 2610-REPORT-NOT-YET
           ELSE
               MOVE WS-FL-BEFORE-IMAGE TO MASTER-B-RECORD
               PERFORM 2280-PRINT-B-ANSWER
               IF MST-B-LOAD-DATE > WS-ASOF-DATE
                   PERFORM 2620-REPORT-INCOMPLETE
               ELSE
                   PERFORM 2630-REPORT-RESTORED
               END-IF
           END-IF.

       2280-PRINT-B-ANSWER.
           ADD 1 TO WS-KEYS-ANSWERED
           MOVE MST-B-KEY TO WS-BDL-KEY
           MOVE MST-B-FIELD-2B TO WS-BDL-FIELD-2B
           MOVE MST-B-FIELD-3B TO WS-BDL-FIELD-3B
           MOVE MST-B-FIELD-4B TO WS-BDL-FIELD-4B
           MOVE WS-B-DETAIL-LINE TO ASOF-LINE
           WRITE ASOF-LINE
           MOVE MST-B-LOAD-RUN-ID TO WS-ANSWER-RUN-ID
           MOVE MST-B-LOAD-DATE TO WS-ANSWER-LOAD-DATE
           MOVE MST-B-LOAD-CYCLE TO WS-ANSWER-CYCLE
           MOVE MST-B-RETIRE-SW TO WS-ANSWER-RETIRE-SW
           MOVE MST-B-RETIRE-DATE TO WS-ANSWER-RETIRE-DATE
           PERFORM 2700-PRINT-PROVENANCE.

      * One full pass of the journal per key.  Point-in-time
      * questions are asked a handful of keys at a time, and the
      * journal is the only ordered record of what each load did,
      * so the pass is re-run rather than the journal held in
      * storage.  File order is time order, so the FIRST row for
      * the key past the as-of date is the earliest later load.
       2500-SCAN-JOURNAL-FOR-KEY.
           MOVE 0 TO WS-LATER-ROWS
           MOVE 0 TO WS-EARLIER-ROWS
           MOVE SPACES TO WS-FIRST-LATER
           MOVE SPACES TO WS-LE-RUN-ID
           MOVE 0 TO WS-LE-CREATION-DATE
           MOVE 0 TO WS-LE-CYCLE
           MOVE 0 TO WS-FL-CREATION-DATE
           MOVE 0 TO WS-FL-CYCLE
           MOVE 'N' TO WS-JRNL-EOF-SW
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-FILE-STATUS NOT = '00'
               DISPLAY 'MRASOF00 ABEND - JRNLFILE COULD NOT BE '
                   'REOPENED, FILE STATUS ' WS-JRNL-FILE-STATUS
               CLOSE ASOF-REQUEST-FILE
               CLOSE D-MASTER-FILE
               CLOSE B-MASTER-FILE
               CLOSE ASOF-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ JOURNAL-FILE
               AT END SET WS-JRNL-EOF TO TRUE
           END-READ
           PERFORM 2550-MATCH-ONE-JOURNAL-ROW
               UNTIL WS-JRNL-EOF
           CLOSE JOURNAL-FILE.

       2550-MATCH-ONE-JOURNAL-ROW.
           IF JRNL-RECORD-TYPE = WS-WALK-RECORD-TYPE
            AND JRNL-KEY = WS-WALK-KEY
               IF JRNL-CREATION-DATE > WS-ASOF-DATE
                   ADD 1 TO WS-LATER-ROWS
                   IF WS-LATER-ROWS = 1
                       MOVE JRNL-RUN-ID TO WS-FL-RUN-ID
                       MOVE JRNL-CREATION-DATE TO WS-FL-CREATION-DATE
                       MOVE JRNL-CYCLE TO WS-FL-CYCLE
                       MOVE JRNL-ACTION TO WS-FL-ACTION
                       MOVE JRNL-BEFORE-IMAGE TO WS-FL-BEFORE-IMAGE
                   END-IF
               ELSE
                   ADD 1 TO WS-EARLIER-ROWS
                   MOVE JRNL-RUN-ID TO WS-LE-RUN-ID
                   MOVE JRNL-CREATION-DATE TO WS-LE-CREATION-DATE
                   MOVE JRNL-CYCLE TO WS-LE-CYCLE
               END-IF
           END-IF
           READ JOURNAL-FILE
               AT END SET WS-JRNL-EOF TO TRUE
           END-READ.

       2600-REPORT-UNCHANGED.
           ADD 1 TO WS-KEYS-UNCHANGED
           MOVE WS-WALK-KEY TO WS-DSP-KEY
           MOVE 'UNCHANGED SINCE THE AS-OF DATE - CURRENT ROW'
               TO WS-DSP-TEXT
           PERFORM 2800-WRITE-DISPOSITION.

      * The earliest later journal row is an add: on the as-of
      * date the key was not on the master at all.
       2610-REPORT-NOT-YET.
           ADD 1 TO WS-KEYS-NOT-YET
           MOVE WS-WALK-KEY TO WS-DSP-KEY
           MOVE 'NOT YET ON FILE ON THE AS-OF DATE'
               TO WS-DSP-TEXT
           PERFORM 2800-WRITE-DISPOSITION
           PERFORM 2750-PRINT-FIRST-LATER-LOAD.

       2620-REPORT-INCOMPLETE.
           ADD 1 TO WS-KEYS-INCOMPLETE
           MOVE WS-WALK-KEY TO WS-DSP-KEY
           MOVE 'HISTORY INCOMPLETE - JOURNAL TRIMMED'
               TO WS-DSP-TEXT
           PERFORM 2800-WRITE-DISPOSITION
           MOVE '   ROW SHOWN WAS WRITTEN AFTER THE AS-OF DATE BY A'
               TO ASOF-LINE
           WRITE ASOF-LINE
           MOVE '   LOAD WITH NO JOURNAL ROW LEFT - NOT PROVEN'
               TO ASOF-LINE
           WRITE ASOF-LINE.

       2630-REPORT-RESTORED.
           ADD 1 TO WS-KEYS-RESTORED
           MOVE WS-WALK-KEY TO WS-DSP-KEY
           MOVE 'RESTORED FROM JOURNAL BEFORE-IMAGE -'
               TO WS-DSP-TEXT
           MOVE WS-LATER-ROWS TO WS-DSP-COUNT
           MOVE ' LATER LOAD(S) UNDONE' TO WS-DSP-COUNT-TEXT
           PERFORM 2800-WRITE-DISPOSITION
           PERFORM 2750-PRINT-FIRST-LATER-LOAD.

      * Off the master, but journaled on or before the as-of date:
      * the key existed then, but its as-of value was the master
      * row's after-image, and the master row has since been
      * purged - no before-image on the journal holds it.
       2640-REPORT-PURGED.
           ADD 1 TO WS-KEYS-PURGED
           MOVE ARQ-KEY-LOW TO WS-PGL-KEY
           MOVE WS-PURGED-LINE TO ASOF-LINE
           WRITE ASOF-LINE
           MOVE WS-LE-RUN-ID TO WS-LEL-RUN-ID
           MOVE WS-LE-CREATION-DATE TO WS-LEL-CREATION-DATE
           MOVE WS-LE-CYCLE TO WS-LEL-CYCLE
           MOVE WS-LAST-EARLIER-LINE TO ASOF-LINE
           WRITE ASOF-LINE.

      * Provenance of the answer row, and - when the row carries a
      * retirement stamped on or before the as-of date - that it
      * was already retired then.  A retirement after the as-of
      * date is not shown: the key was still active on that date.
       2700-PRINT-PROVENANCE.
           MOVE WS-ANSWER-RUN-ID TO WS-SRC-RUN-ID
           MOVE WS-ANSWER-LOAD-DATE TO WS-SRC-LOAD-DATE
           MOVE WS-ANSWER-CYCLE TO WS-SRC-CYCLE
           MOVE WS-SOURCE-LINE TO ASOF-LINE
           WRITE ASOF-LINE
           IF WS-ANSWER-RETIRED
            AND WS-ANSWER-RETIRE-DATE NOT > WS-ASOF-DATE
               MOVE WS-ANSWER-RETIRE-DATE TO WS-RTD-DATE
               MOVE WS-RETIRED-LINE TO ASOF-LINE
               WRITE ASOF-LINE
           END-IF.

       2750-PRINT-FIRST-LATER-LOAD.
           MOVE WS-FL-RUN-ID TO WS-LLL-RUN-ID
           MOVE WS-FL-CREATION-DATE TO WS-LLL-CREATION-DATE
           MOVE WS-FL-CYCLE TO WS-LLL-CYCLE
           MOVE WS-LATER-LOAD-LINE TO ASOF-LINE
           WRITE ASOF-LINE
           IF NOT WS-ON-MASTER
               MOVE '   KEY IS NO LONGER ON THE MASTER'
                   TO ASOF-LINE
               WRITE ASOF-LINE
           END-IF.

       2800-WRITE-DISPOSITION.
           MOVE WS-DISPOSITION-LINE TO ASOF-LINE
           WRITE ASOF-LINE
           MOVE SPACES TO WS-DISPOSITION-LINE.

       2900-REJECT-REQUEST.
           ADD 1 TO WS-REQUESTS-INVALID
           MOVE WS-INVALID-LINE TO ASOF-LINE
           WRITE ASOF-LINE.

       2950-WRITE-NOT-FOUND.
           ADD 1 TO WS-NOT-FOUND-COUNT
           MOVE WS-NOT-FOUND-LINE TO ASOF-LINE
           WRITE ASOF-LINE.

       4000-PRINT-TOTALS.
           MOVE SPACES TO ASOF-LINE
           WRITE ASOF-LINE

           MOVE 'REQUESTS READ' TO WS-ATL-LABEL
           MOVE WS-REQUESTS-READ TO WS-ATL-VALUE
           MOVE WS-ASOF-TOTAL-LINE TO ASOF-LINE
           WRITE ASOF-LINE

           MOVE 'KEYS ANSWERED' TO WS-ATL-LABEL
           MOVE WS-KEYS-ANSWERED TO WS-ATL-VALUE
           MOVE WS-ASOF-TOTAL-LINE TO ASOF-LINE
           WRITE ASOF-LINE

           MOVE 'UNCHANGED SINCE AS-OF DATE' TO WS-ATL-LABEL
           MOVE WS-KEYS-UNCHANGED TO WS-ATL-VALUE
           MOVE WS-ASOF-TOTAL-LINE TO ASOF-LINE
           WRITE ASOF-LINE

           MOVE 'RESTORED FROM JOURNAL' TO WS-ATL-LABEL
           MOVE WS-KEYS-RESTORED TO WS-ATL-VALUE
           MOVE WS-ASOF-TOTAL-LINE TO ASOF-LINE
           WRITE ASOF-LINE

           MOVE 'NOT YET ON FILE' TO WS-ATL-LABEL
           MOVE WS-KEYS-NOT-YET TO WS-ATL-VALUE
           MOVE WS-ASOF-TOTAL-LINE TO ASOF-LINE
           WRITE ASOF-LINE

           MOVE 'HISTORY INCOMPLETE' TO WS-ATL-LABEL
           MOVE WS-KEYS-INCOMPLETE TO WS-ATL-VALUE
           MOVE WS-ASOF-TOTAL-LINE TO ASOF-LINE
           WRITE ASOF-LINE

           MOVE 'PURGED - NOT RECOVERABLE' TO WS-ATL-LABEL
           MOVE WS-KEYS-PURGED TO WS-ATL-VALUE
           MOVE WS-ASOF-TOTAL-LINE TO ASOF-LINE
           WRITE ASOF-LINE

           MOVE 'NOT FOUND' TO WS-ATL-LABEL
           MOVE WS-NOT-FOUND-COUNT TO WS-ATL-VALUE
           MOVE WS-ASOF-TOTAL-LINE TO ASOF-LINE
           WRITE ASOF-LINE

           MOVE 'INVALID REQUESTS' TO WS-ATL-LABEL
           MOVE WS-REQUESTS-INVALID TO WS-ATL-VALUE
           MOVE WS-ASOF-TOTAL-LINE TO ASOF-LINE
           WRITE ASOF-LINE.

       9000-TERMINATE.
           CLOSE ASOF-REQUEST-FILE
           CLOSE D-MASTER-FILE
           CLOSE B-MASTER-FILE
           CLOSE ASOF-RPT
           IF WS-REQUESTS-INVALID > 0
               DISPLAY 'MRASOF00 - ' WS-REQUESTS-INVALID
                   ' INVALID REQUEST(S), SEE ASOFRPT'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-KEYS-INCOMPLETE > 0
               DISPLAY 'MRASOF00 - ' WS-KEYS-INCOMPLETE
                   ' KEY(S) WITH INCOMPLETE JOURNAL HISTORY, '
                   'SEE ASOFRPT'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-KEYS-PURGED > 0
               DISPLAY 'MRASOF00 - ' WS-KEYS-PURGED
                   ' KEY(S) PURGED SINCE THE AS-OF DATE, '
                   'SEE ASOFRPT'
               MOVE 4 TO RETURN-CODE
           END-IF.
