       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRGLPS00.
      ************************************************************
      * Purpose: General-ledger posting interface off the cash
      *          ledger.  Builds the GL journal-entry batch (GLINTF,
      *          layout in GLIFREC1.cbl) from the movements
      *          MRLOAD00 posted into CMASTER for the released
      *          Creation-Date: one debit line (Csh-Move-Debits)
      *          and one credit line (Csh-Move-Credits) per account
      *          that moved, a balancing line to the cash clearing
      *          account (MRGLPS-CLEARING, default CASHCLEAR), and
      *          a trailer proving total debits = total credits.
      *          The account lines are the same figures CSHRPT
      *          prints, so the GL ties to the Control-Dollar-Total
      *          without anyone keying numbers.  Controls:
      *            - only a Run-Id RUNREL shows RELEASED or FORCED
      *              is cut (the MRBEXT00 balance gate), for the
      *              Creation-Date and cycle RUNREL released;
      *            - never twice for the same Creation-Date and
      *              cycle - the GL posting history (GLPOSTED,
      *              layout in GLPSREC1.cbl) records every cut, and
      *              a repeat, or a cycle older than one already
      *              cut, is refused RC=8;
      *            - a supplemental cycle first reverses, line for
      *              line, what the latest earlier cycle sent the
      *              GL for the date (from GLPOSTED, not from
      *              today's ledger), then posts the corrected
      *              movement, so the GL ends holding the date's
      *              movement exactly once.
      *          Prints GLPSRPT: the accounts posted and reversed
      *          and the batch totals.
      * Author:  Bruce Martin
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-RELEASE-FILE ASSIGN TO "RUNREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RREL-RUN-ID
               FILE STATUS IS WS-RREL-FILE-STATUS.

           SELECT C-MASTER-FILE ASSIGN TO "CMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSH-KEY
               FILE STATUS IS WS-CMST-FILE-STATUS.

           SELECT GL-POSTED-FILE ASSIGN TO "GLPOSTED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLP-KEY
               FILE STATUS IS WS-GLP-FILE-STATUS.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLF-FILE-STATUS.

           SELECT GL-POSTING-RPT ASSIGN TO "GLPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-RELEASE-FILE.
       COPY "RUNREL01.cbl".

       FD C-MASTER-FILE.
       COPY "MSTCREC1.cbl".

       FD GL-POSTED-FILE.
       COPY "GLPSREC1.cbl".

       FD GL-INTERFACE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY "GLIFREC1.cbl".

       FD GL-POSTING-RPT.
       01 GL-POSTING-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RREL-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-CMST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-GLP-FILE-STATUS                    PIC X(2) VALUE '00'.
       01 WS-GLF-FILE-STATUS                    PIC X(2) VALUE '00'.
       01 WS-RUN-ID                             PIC X(8) VALUE SPACES.
       01 WS-ENV-NAME                           PIC X(20).
       01 WS-CLEARING-ACCOUNT                   PIC X(10) VALUE SPACES.
       01 WS-CMST-EOF-SW                        PIC X VALUE 'N'.
           88 WS-CMST-EOF                       VALUE 'Y'.
       01 WS-GLP-EOF-SW                         PIC X VALUE 'N'.
           88 WS-GLP-EOF                        VALUE 'Y'.

      * The generation being cut - RUNREL's released Creation-Date
      * and cycle (blank/zero cycle honoured as 01) - and the cut
      * stamp every row of this batch carries.
       01 WS-CUT-CREATION-DATE                  PIC 9(8) VALUE 0.
       01 WS-CUT-CYCLE                          PIC 9(2) VALUE 1.
       01 WS-CUT-DATE                           PIC 9(8) VALUE 0.
       01 WS-CUT-TIME                           PIC 9(8) VALUE 0.

      * What GLPOSTED already holds for the Creation-Date: whether
      * this cycle (or a later one) was already cut, and the
      * latest earlier cycle whose lines must be reversed.
       01 WS-ALREADY-CUT-SW                     PIC X VALUE 'N'.
           88 WS-ALREADY-CUT                    VALUE 'Y'.
       01 WS-LATER-CUT-SW                       PIC X VALUE 'N'.
           88 WS-LATER-CUT                      VALUE 'Y'.
       01 WS-LATER-CUT-CYCLE                    PIC 9(2) VALUE 0.
       01 WS-PRIOR-CYCLE                        PIC 9(2) VALUE 0.
       01 WS-PRIOR-BAL-DEBIT                    PIC 9(11)V99 VALUE 0.
       01 WS-PRIOR-BAL-CREDIT                   PIC 9(11)V99 VALUE 0.

      * One entry line staged for 3900-WRITE-ENTRY-LINE.
       01 WS-ENTRY-ACCOUNT                      PIC X(10).
       01 WS-ENTRY-DR-CR                        PIC X.
       01 WS-ENTRY-AMOUNT                       PIC 9(11)V99.
       01 WS-ENTRY-TYPE                         PIC X.
       01 WS-ENTRY-SOURCE-CYCLE                 PIC 9(2).

       01 WS-NET-MOVEMENT                       PIC S9(13)V99 VALUE 0.

       01 WS-GL-COUNTS.
           05 WS-ACCOUNTS-POSTED                PIC 9(9) VALUE 0.
           05 WS-ACCOUNTS-REVERSED              PIC 9(9) VALUE 0.
           05 WS-ENTRY-COUNT                    PIC 9(9) VALUE 0.
           05 WS-POSTED-DEBITS                  PIC 9(13)V99 VALUE 0.
           05 WS-POSTED-CREDITS                 PIC 9(13)V99 VALUE 0.
           05 WS-REVERSED-DEBITS                PIC 9(13)V99 VALUE 0.
           05 WS-REVERSED-CREDITS               PIC 9(13)V99 VALUE 0.
           05 WS-BATCH-DEBITS                   PIC 9(13)V99 VALUE 0.
           05 WS-BATCH-CREDITS                  PIC 9(13)V99 VALUE 0.
           05 WS-BAL-DEBIT                      PIC 9(11)V99 VALUE 0.
           05 WS-BAL-CREDIT                     PIC 9(11)V99 VALUE 0.

       01 WS-GL-HEADING-1.
           05 FILLER                            PIC X(40)
               VALUE 'GENERAL-LEDGER POSTING INTERFACE'.

       01 WS-GL-PARM-LINE.
           05 WS-GPL-LABEL                      PIC X(20).
           05 WS-GPL-VALUE                      PIC X(12).

       01 WS-GL-COLUMN-LINE.
           05 FILLER                            PIC X(10)
               VALUE 'ACCOUNT'.
           05 FILLER                            PIC X VALUE SPACE.
           05 FILLER                            PIC X(12)
               VALUE 'LINE TYPE'.
           05 FILLER                            PIC X(15)
               VALUE '         DEBITS'.
           05 FILLER                            PIC X VALUE SPACE.
           05 FILLER                            PIC X(15)
               VALUE '        CREDITS'.

       01 WS-GL-DETAIL-LINE.
           05 WS-GDL-ACCOUNT                    PIC X(10).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-GDL-LINE-TYPE                  PIC X(12).
           05 WS-GDL-DEBITS                     PIC ZZZZZZZZZZZ9.99.
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-GDL-CREDITS                    PIC ZZZZZZZZZZZ9.99.

       01 WS-GL-TOTAL-LINE.
           05 WS-GTL-LABEL                      PIC X(30).
           05 WS-GTL-VALUE                      PIC ZZZZZZZZZZZ9.99.

       01 WS-GL-COUNT-LINE.
           05 WS-GCL-LABEL                      PIC X(30).
           05 WS-GCL-VALUE                      PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-POSTING-HISTORY
           PERFORM 2500-OPEN-INTERFACE
           IF WS-PRIOR-CYCLE > 0
               PERFORM 3000-REVERSE-PRIOR-CYCLE
           END-IF
           PERFORM 3300-POST-LEDGER-MOVEMENTS
           PERFORM 3600-WRITE-BALANCING-LINE
           PERFORM 3700-WRITE-BATCH-TRAILER
           PERFORM 3800-RECORD-BATCH-CONTROL
           PERFORM 4000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'MRGLPS-CLEARING' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-CLEARING-ACCOUNT FROM ENVIRONMENT-VALUE
           IF WS-CLEARING-ACCOUNT = SPACES
               MOVE 'CASHCLEAR' TO WS-CLEARING-ACCOUNT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CUT-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-CUT-TIME

           PERFORM 1050-CHECK-RUN-RELEASE

           OPEN INPUT C-MASTER-FILE
           IF WS-CMST-FILE-STATUS NOT = '00'
               DISPLAY 'MRGLPS00 ABEND - CMASTER COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-CMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * The posting history is fail-closed: without it a repeat
      * cut cannot be detected, and a double-posted GL is far
      * worse than a late one.  The first cut creates it (same
      * '35' fallback as the suite's other keyed files).
           OPEN I-O GL-POSTED-FILE
           IF WS-GLP-FILE-STATUS = '35'
               OPEN OUTPUT GL-POSTED-FILE
               CLOSE GL-POSTED-FILE
               OPEN I-O GL-POSTED-FILE
           END-IF
           IF WS-GLP-FILE-STATUS NOT = '00'
               DISPLAY 'MRGLPS00 ABEND - GLPOSTED COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-GLP-FILE-STATUS
               CLOSE C-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT GL-POSTING-RPT
           MOVE WS-GL-HEADING-1 TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE
           MOVE SPACES TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE
           MOVE 'RUN-ID' TO WS-GPL-LABEL
           MOVE WS-RUN-ID TO WS-GPL-VALUE
           MOVE WS-GL-PARM-LINE TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE
           MOVE 'CREATION-DATE' TO WS-GPL-LABEL
           MOVE WS-CUT-CREATION-DATE TO WS-GPL-VALUE
           MOVE WS-GL-PARM-LINE TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE
           MOVE 'CYCLE' TO WS-GPL-LABEL
           MOVE WS-CUT-CYCLE TO WS-GPL-VALUE
           MOVE WS-GL-PARM-LINE TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE
           MOVE 'CLEARING ACCOUNT' TO WS-GPL-LABEL
           MOVE WS-CLEARING-ACCOUNT TO WS-GPL-VALUE
           MOVE WS-GL-PARM-LINE TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE
           MOVE SPACES TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE.

      * The balance gate, same as MRBEXT00's: only a Run-Id
      * MRLOAD00 has stamped 'RELEASED' on RUNREL - or MROVRD00
      * has force-released as 'FORCED  ' - may be posted to the
      * GL.  Anything else refuses with RC=8, fail closed.
       1050-CHECK-RUN-RELEASE.
           MOVE 'MRLOAD-RUN-ID' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-RUN-ID FROM ENVIRONMENT-VALUE
           IF WS-RUN-ID = SPACES
               MOVE 'DEFAULT1' TO WS-RUN-ID
           END-IF
           OPEN INPUT RUN-RELEASE-FILE
           IF WS-RREL-FILE-STATUS NOT = '00'
               DISPLAY 'MRGLPS00 HELD - RUN-RELEASE FILE RUNREL '
                   'COULD NOT BE OPENED, FILE STATUS '
                   WS-RREL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-ID TO RREL-RUN-ID
           READ RUN-RELEASE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-RREL-FILE-STATUS NOT = '00'
               DISPLAY 'MRGLPS00 HELD - NO RUN-RELEASE STATUS '
                   'FOR RUN-ID ' WS-RUN-ID
                   ', THE LOAD HAS NOT RUN'
               CLOSE RUN-RELEASE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RREL-RELEASED AND NOT RREL-FORCED
               DISPLAY 'MRGLPS00 HELD - RUN-ID ' WS-RUN-ID
                   ' IS NOT RELEASED, LOAD STATUS IS ' RREL-STATUS
               CLOSE RUN-RELEASE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RREL-FORCED
               DISPLAY 'MRGLPS00 - RUN-ID ' WS-RUN-ID
                   ' WAS FORCE-RELEASED, NOT PROVEN - SEE THE '
                   'OVERRIDE ROW ON AUDITLOG'
           END-IF
           MOVE RREL-CREATION-DATE TO WS-CUT-CREATION-DATE
           IF RREL-CYCLE > 0
               MOVE RREL-CYCLE TO WS-CUT-CYCLE
           ELSE
               MOVE 1 TO WS-CUT-CYCLE
           END-IF
           CLOSE RUN-RELEASE-FILE.

      * Every control row GLPOSTED holds for the Creation-Date is
      * examined (they lead each cycle's rows, account = spaces).
      * This cycle already cut, or a later cycle already cut (this
      * generation is superseded), refuses RC=8 before anything
      * is written; otherwise the highest earlier cycle cut is the
      * one whose lines this batch must reverse.
       2000-CHECK-POSTING-HISTORY.
           MOVE WS-CUT-CREATION-DATE TO GLP-CREATION-DATE
           MOVE 0 TO GLP-CYCLE
           MOVE SPACES TO GLP-ACCOUNT
           START GL-POSTED-FILE KEY NOT < GLP-KEY
               INVALID KEY SET WS-GLP-EOF TO TRUE
           END-START
           IF NOT WS-GLP-EOF
               PERFORM 2050-READ-NEXT-POSTED
           END-IF
           PERFORM 2100-JUDGE-ONE-POSTED-ROW
               UNTIL WS-GLP-EOF
           IF WS-ALREADY-CUT
               DISPLAY 'MRGLPS00 REFUSED - CREATION-DATE '
                   WS-CUT-CREATION-DATE ' CYCLE ' WS-CUT-CYCLE
                   ' HAS ALREADY BEEN CUT TO THE GL'
               PERFORM 2200-REFUSE-CUT
           END-IF
           IF WS-LATER-CUT
               DISPLAY 'MRGLPS00 REFUSED - CREATION-DATE '
                   WS-CUT-CREATION-DATE ' CYCLE ' WS-CUT-CYCLE
                   ' IS SUPERSEDED, CYCLE ' WS-LATER-CUT-CYCLE
                   ' WAS ALREADY CUT TO THE GL'
               PERFORM 2200-REFUSE-CUT
           END-IF.

       2050-READ-NEXT-POSTED.
           READ GL-POSTED-FILE NEXT RECORD
               AT END SET WS-GLP-EOF TO TRUE
           END-READ
           IF NOT WS-GLP-EOF
               IF GLP-CREATION-DATE NOT = WS-CUT-CREATION-DATE
                   SET WS-GLP-EOF TO TRUE
               END-IF
           END-IF.

       2100-JUDGE-ONE-POSTED-ROW.
           IF GLP-BATCH-CONTROL
               EVALUATE TRUE
                   WHEN GLP-CYCLE = WS-CUT-CYCLE
                       MOVE 'Y' TO WS-ALREADY-CUT-SW
                   WHEN GLP-CYCLE > WS-CUT-CYCLE
                       MOVE 'Y' TO WS-LATER-CUT-SW
                       MOVE GLP-CYCLE TO WS-LATER-CUT-CYCLE
                   WHEN OTHER
                       MOVE GLP-CYCLE TO WS-PRIOR-CYCLE
                       MOVE GLP-DEBIT-AMOUNT TO WS-PRIOR-BAL-DEBIT
                       MOVE GLP-CREDIT-AMOUNT
                           TO WS-PRIOR-BAL-CREDIT
               END-EVALUATE
           END-IF
           PERFORM 2050-READ-NEXT-POSTED.

      * Nothing has been written to GLINTF or GLPOSTED yet - the
      * refusal leaves both exactly as they were.
       2200-REFUSE-CUT.
           CLOSE C-MASTER-FILE
           CLOSE GL-POSTED-FILE
           MOVE 'CUT REFUSED - SEE JOB LOG' TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE
           CLOSE GL-POSTING-RPT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       2500-OPEN-INTERFACE.
           OPEN OUTPUT GL-INTERFACE-FILE
           IF WS-GLF-FILE-STATUS NOT = '00'
               DISPLAY 'MRGLPS00 ABEND - GLINTF COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-GLF-FILE-STATUS
               CLOSE C-MASTER-FILE
               CLOSE GL-POSTED-FILE
               CLOSE GL-POSTING-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO GL-INTERFACE-RECORD
           MOVE 'H' TO GLF-RECORD-TYPE
           MOVE 'MRCASH' TO GLF-H-SOURCE
           MOVE WS-RUN-ID TO GLF-H-RUN-ID
           MOVE WS-CUT-CREATION-DATE TO GLF-H-CREATION-DATE
           MOVE WS-CUT-CYCLE TO GLF-H-CYCLE
           MOVE WS-CUT-DATE TO GLF-H-CUT-DATE
           MOVE WS-CUT-TIME TO GLF-H-CUT-TIME
           IF WS-PRIOR-CYCLE > 0
               MOVE 'S' TO GLF-H-BATCH-TYPE
           ELSE
               MOVE 'O' TO GLF-H-BATCH-TYPE
           END-IF
           WRITE GL-INTERFACE-RECORD
           MOVE WS-GL-COLUMN-LINE TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE.

      * Reversal of the latest earlier cycle, straight off what
      * GLPOSTED says it was sent - each account's debit goes back
      * as a credit and its credit as a debit, and the earlier
      * batch's own balancing line is reversed last, so the
      * reversal block balances on its own.
       3000-REVERSE-PRIOR-CYCLE.
           MOVE 'N' TO WS-GLP-EOF-SW
           MOVE WS-CUT-CREATION-DATE TO GLP-CREATION-DATE
           MOVE WS-PRIOR-CYCLE TO GLP-CYCLE
           MOVE SPACES TO GLP-ACCOUNT
           START GL-POSTED-FILE KEY > GLP-KEY
               INVALID KEY SET WS-GLP-EOF TO TRUE
           END-START
           IF NOT WS-GLP-EOF
               PERFORM 3050-READ-NEXT-PRIOR-ROW
           END-IF
           PERFORM 3100-REVERSE-ONE-ACCOUNT
               UNTIL WS-GLP-EOF
           MOVE WS-CLEARING-ACCOUNT TO WS-ENTRY-ACCOUNT
           MOVE 'R' TO WS-ENTRY-TYPE
           MOVE WS-PRIOR-CYCLE TO WS-ENTRY-SOURCE-CYCLE
           IF WS-PRIOR-BAL-DEBIT > 0
               MOVE 'C' TO WS-ENTRY-DR-CR
               MOVE WS-PRIOR-BAL-DEBIT TO WS-ENTRY-AMOUNT
               ADD WS-ENTRY-AMOUNT TO WS-REVERSED-CREDITS
               PERFORM 3900-WRITE-ENTRY-LINE
           END-IF
           IF WS-PRIOR-BAL-CREDIT > 0
               MOVE 'D' TO WS-ENTRY-DR-CR
               MOVE WS-PRIOR-BAL-CREDIT TO WS-ENTRY-AMOUNT
               ADD WS-ENTRY-AMOUNT TO WS-REVERSED-DEBITS
               PERFORM 3900-WRITE-ENTRY-LINE
           END-IF
           MOVE WS-CLEARING-ACCOUNT TO WS-GDL-ACCOUNT
           MOVE 'REV BALANCE' TO WS-GDL-LINE-TYPE
           MOVE WS-PRIOR-BAL-CREDIT TO WS-GDL-DEBITS
           MOVE WS-PRIOR-BAL-DEBIT TO WS-GDL-CREDITS
           MOVE WS-GL-DETAIL-LINE TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE.

       3050-READ-NEXT-PRIOR-ROW.
           READ GL-POSTED-FILE NEXT RECORD
               AT END SET WS-GLP-EOF TO TRUE
           END-READ
           IF NOT WS-GLP-EOF
               IF GLP-CREATION-DATE NOT = WS-CUT-CREATION-DATE
                OR GLP-CYCLE NOT = WS-PRIOR-CYCLE
                   SET WS-GLP-EOF TO TRUE
               END-IF
           END-IF.

       3100-REVERSE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-REVERSED
           MOVE GLP-ACCOUNT TO WS-ENTRY-ACCOUNT
           MOVE 'R' TO WS-ENTRY-TYPE
           MOVE WS-PRIOR-CYCLE TO WS-ENTRY-SOURCE-CYCLE
           MOVE 'C' TO WS-ENTRY-DR-CR
           MOVE GLP-DEBIT-AMOUNT TO WS-ENTRY-AMOUNT
           ADD WS-ENTRY-AMOUNT TO WS-REVERSED-CREDITS
           PERFORM 3900-WRITE-ENTRY-LINE
           MOVE 'D' TO WS-ENTRY-DR-CR
           MOVE GLP-CREDIT-AMOUNT TO WS-ENTRY-AMOUNT
           ADD WS-ENTRY-AMOUNT TO WS-REVERSED-DEBITS
           PERFORM 3900-WRITE-ENTRY-LINE
           MOVE GLP-ACCOUNT TO WS-GDL-ACCOUNT
           MOVE 'REVERSAL' TO WS-GDL-LINE-TYPE
           MOVE GLP-CREDIT-AMOUNT TO WS-GDL-DEBITS
           MOVE GLP-DEBIT-AMOUNT TO WS-GDL-CREDITS
           MOVE WS-GL-DETAIL-LINE TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE
           PERFORM 3050-READ-NEXT-PRIOR-ROW.

      * Every ledger row whose latest movement is the cut
      * Creation-Date - the same selection CSHRPT prints - posts
      * its debit and credit lines and is recorded on GLPOSTED
      * under this cycle for any later cycle to reverse.
       3300-POST-LEDGER-MOVEMENTS.
           MOVE LOW-VALUES TO CSH-KEY
           START C-MASTER-FILE KEY NOT < CSH-KEY
               INVALID KEY SET WS-CMST-EOF TO TRUE
           END-START
           IF NOT WS-CMST-EOF
               PERFORM 3350-READ-NEXT-LEDGER
           END-IF
           PERFORM 3400-POST-ONE-ACCOUNT
               UNTIL WS-CMST-EOF.

       3350-READ-NEXT-LEDGER.
           READ C-MASTER-FILE NEXT RECORD
               AT END SET WS-CMST-EOF TO TRUE
           END-READ.

       3400-POST-ONE-ACCOUNT.
           IF CSH-MOVE-DATE = WS-CUT-CREATION-DATE
               ADD 1 TO WS-ACCOUNTS-POSTED
               MOVE CSH-KEY TO WS-ENTRY-ACCOUNT
               MOVE 'P' TO WS-ENTRY-TYPE
               MOVE WS-CUT-CYCLE TO WS-ENTRY-SOURCE-CYCLE
               MOVE 'D' TO WS-ENTRY-DR-CR
               MOVE CSH-MOVE-DEBITS TO WS-ENTRY-AMOUNT
               ADD WS-ENTRY-AMOUNT TO WS-POSTED-DEBITS
               PERFORM 3900-WRITE-ENTRY-LINE
               MOVE 'C' TO WS-ENTRY-DR-CR
               MOVE CSH-MOVE-CREDITS TO WS-ENTRY-AMOUNT
               ADD WS-ENTRY-AMOUNT TO WS-POSTED-CREDITS
               PERFORM 3900-WRITE-ENTRY-LINE
               PERFORM 3450-RECORD-POSTED-ACCOUNT
               MOVE CSH-KEY TO WS-GDL-ACCOUNT
               MOVE 'POSTING' TO WS-GDL-LINE-TYPE
               MOVE CSH-MOVE-DEBITS TO WS-GDL-DEBITS
               MOVE CSH-MOVE-CREDITS TO WS-GDL-CREDITS
               MOVE WS-GL-DETAIL-LINE TO GL-POSTING-LINE
               WRITE GL-POSTING-LINE
           END-IF
           PERFORM 3350-READ-NEXT-LEDGER.

      * REWRITE fallback: a cut that died before its control row
      * was recorded left no evidence it was sent, so it may be
      * re-run - its account rows are simply replaced.
       3450-RECORD-POSTED-ACCOUNT.
           MOVE WS-CUT-CREATION-DATE TO GLP-CREATION-DATE
           MOVE WS-CUT-CYCLE TO GLP-CYCLE
           MOVE CSH-KEY TO GLP-ACCOUNT
           MOVE WS-RUN-ID TO GLP-RUN-ID
           MOVE CSH-MOVE-DEBITS TO GLP-DEBIT-AMOUNT
           MOVE CSH-MOVE-CREDITS TO GLP-CREDIT-AMOUNT
           MOVE WS-CUT-DATE TO GLP-CUT-DATE
           MOVE WS-CUT-TIME TO GLP-CUT-TIME
           MOVE 0 TO GLP-ENTRY-COUNT
           MOVE 0 TO GLP-TOTAL-DEBITS
           MOVE 0 TO GLP-TOTAL-CREDITS
           WRITE GL-POSTED-RECORD
               INVALID KEY
                   REWRITE GL-POSTED-RECORD
           END-WRITE.

      * The account lines alone only balance when the night's
      * debits and credits happen to net to zero - the difference
      * goes to the cash clearing account, on whichever side
      * balances the batch.
       3600-WRITE-BALANCING-LINE.
           COMPUTE WS-NET-MOVEMENT =
               WS-POSTED-DEBITS - WS-POSTED-CREDITS
           MOVE WS-CLEARING-ACCOUNT TO WS-ENTRY-ACCOUNT
           MOVE 'B' TO WS-ENTRY-TYPE
           MOVE WS-CUT-CYCLE TO WS-ENTRY-SOURCE-CYCLE
           EVALUATE TRUE
               WHEN WS-NET-MOVEMENT > 0
                   MOVE WS-NET-MOVEMENT TO WS-BAL-CREDIT
                   MOVE 'C' TO WS-ENTRY-DR-CR
                   MOVE WS-BAL-CREDIT TO WS-ENTRY-AMOUNT
                   PERFORM 3900-WRITE-ENTRY-LINE
               WHEN WS-NET-MOVEMENT < 0
                   COMPUTE WS-BAL-DEBIT = 0 - WS-NET-MOVEMENT
                   MOVE 'D' TO WS-ENTRY-DR-CR
                   MOVE WS-BAL-DEBIT TO WS-ENTRY-AMOUNT
                   PERFORM 3900-WRITE-ENTRY-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-CLEARING-ACCOUNT TO WS-GDL-ACCOUNT
           MOVE 'BALANCING' TO WS-GDL-LINE-TYPE
           MOVE WS-BAL-DEBIT TO WS-GDL-DEBITS
           MOVE WS-BAL-CREDIT TO WS-GDL-CREDITS
           MOVE WS-GL-DETAIL-LINE TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE.

      * The trailer carries the batch's own proof.  Built to
      * balance, so a difference here means the batch is wrong -
      * it is still written (the GL will reject it on the trailer)
      * but the cut is NOT recorded as sent, and the job ends RC=8.
       3700-WRITE-BATCH-TRAILER.
           MOVE SPACES TO GL-INTERFACE-RECORD
           MOVE 'T' TO GLF-RECORD-TYPE
           MOVE WS-ENTRY-COUNT TO GLF-T-ENTRY-COUNT
           MOVE WS-BATCH-DEBITS TO GLF-T-TOTAL-DEBITS
           MOVE WS-BATCH-CREDITS TO GLF-T-TOTAL-CREDITS
           WRITE GL-INTERFACE-RECORD.

       3800-RECORD-BATCH-CONTROL.
           IF WS-BATCH-DEBITS NOT = WS-BATCH-CREDITS
               DISPLAY 'MRGLPS00 - GL BATCH DOES NOT BALANCE, '
                   'DEBITS ' WS-BATCH-DEBITS ' CREDITS '
                   WS-BATCH-CREDITS ' - NOT RECORDED AS SENT'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-CUT-CREATION-DATE TO GLP-CREATION-DATE
               MOVE WS-CUT-CYCLE TO GLP-CYCLE
               MOVE SPACES TO GLP-ACCOUNT
               MOVE WS-RUN-ID TO GLP-RUN-ID
               MOVE WS-BAL-DEBIT TO GLP-DEBIT-AMOUNT
               MOVE WS-BAL-CREDIT TO GLP-CREDIT-AMOUNT
               MOVE WS-CUT-DATE TO GLP-CUT-DATE
               MOVE WS-CUT-TIME TO GLP-CUT-TIME
               MOVE WS-ENTRY-COUNT TO GLP-ENTRY-COUNT
               MOVE WS-BATCH-DEBITS TO GLP-TOTAL-DEBITS
               MOVE WS-BATCH-CREDITS TO GLP-TOTAL-CREDITS
               WRITE GL-POSTED-RECORD
                   INVALID KEY
                       REWRITE GL-POSTED-RECORD
               END-WRITE
           END-IF.

       3900-WRITE-ENTRY-LINE.
           ADD 1 TO WS-ENTRY-COUNT
           IF WS-ENTRY-DR-CR = 'D'
               ADD WS-ENTRY-AMOUNT TO WS-BATCH-DEBITS
           ELSE
               ADD WS-ENTRY-AMOUNT TO WS-BATCH-CREDITS
           END-IF
           MOVE SPACES TO GL-INTERFACE-RECORD
           MOVE 'E' TO GLF-RECORD-TYPE
           MOVE WS-ENTRY-COUNT TO GLF-E-LINE-SEQ
           MOVE WS-ENTRY-ACCOUNT TO GLF-E-ACCOUNT
           MOVE WS-ENTRY-DR-CR TO GLF-E-DR-CR
           MOVE WS-ENTRY-AMOUNT TO GLF-E-AMOUNT
           MOVE WS-CUT-CREATION-DATE TO GLF-E-EFFECTIVE-DATE
           MOVE WS-ENTRY-TYPE TO GLF-E-ENTRY-TYPE
           MOVE WS-ENTRY-SOURCE-CYCLE TO GLF-E-SOURCE-CYCLE
           WRITE GL-INTERFACE-RECORD.

       4000-PRINT-TOTALS.
           MOVE SPACES TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE

           MOVE 'ACCOUNTS POSTED' TO WS-GCL-LABEL
           MOVE WS-ACCOUNTS-POSTED TO WS-GCL-VALUE
           MOVE WS-GL-COUNT-LINE TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE

           MOVE 'ACCOUNTS REVERSED' TO WS-GCL-LABEL
           MOVE WS-ACCOUNTS-REVERSED TO WS-GCL-VALUE
           MOVE WS-GL-COUNT-LINE TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE

           MOVE 'ENTRY LINES' TO WS-GCL-LABEL
           MOVE WS-ENTRY-COUNT TO WS-GCL-VALUE
           MOVE WS-GL-COUNT-LINE TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE

           MOVE 'LEDGER DEBITS POSTED' TO WS-GTL-LABEL
           MOVE WS-POSTED-DEBITS TO WS-GTL-VALUE
           MOVE WS-GL-TOTAL-LINE TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE

           MOVE 'LEDGER CREDITS POSTED' TO WS-GTL-LABEL
           MOVE WS-POSTED-CREDITS TO WS-GTL-VALUE
           MOVE WS-GL-TOTAL-LINE TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE

           MOVE 'PRIOR-CYCLE DEBITS REVERSED' TO WS-GTL-LABEL
           MOVE WS-REVERSED-CREDITS TO WS-GTL-VALUE
           MOVE WS-GL-TOTAL-LINE TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE

           MOVE 'PRIOR-CYCLE CREDITS REVERSED' TO WS-GTL-LABEL
           MOVE WS-REVERSED-DEBITS TO WS-GTL-VALUE
           MOVE WS-GL-TOTAL-LINE TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE

           MOVE 'BATCH TOTAL DEBITS' TO WS-GTL-LABEL
           MOVE WS-BATCH-DEBITS TO WS-GTL-VALUE
           MOVE WS-GL-TOTAL-LINE TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE

           MOVE 'BATCH TOTAL CREDITS' TO WS-GTL-LABEL
           MOVE WS-BATCH-CREDITS TO WS-GTL-VALUE
           MOVE WS-GL-TOTAL-LINE TO GL-POSTING-LINE
           WRITE GL-POSTING-LINE.

       9000-TERMINATE.
           CLOSE C-MASTER-FILE
           CLOSE GL-POSTED-FILE
           CLOSE GL-INTERFACE-FILE
           CLOSE GL-POSTING-RPT.
