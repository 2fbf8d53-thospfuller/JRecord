       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRSTMT00.
      ************************************************************
      * Purpose: Per-account cash statement for a date range, off
      *          the dated cash-position history (CSHHIST, layout
      *          in CSHHREC1.cbl) that MRLOAD00 keeps one row per
      *          account per Creation-Date.  CMASTER only holds the
      *          latest date's movement, so this is the only way to
      *          show an account's activity over a period.  Driven
      *          by a request file (STMTREQ): an account key, a
      *          from-date and a to-date.  The statement opens with
      *          the balance carried in - the closing position of
      *          the account's last history row before the
      *          from-date - then lists each day in the range that
      *          moved the account (opening, debits, credits,
      *          closing, cycle and Run-Id), and ends with the
      *          closing balance and the period's debit and credit
      *          totals.  Every day is proved to the one before it:
      *          a day whose opening is not the previous day's
      *          closing, or whose own figures do not add up
      *          (opening + debits - credits = closing), is flagged
      *          as a BREAK on the line after it.  An account with
      *          no history before the from-date starts from the
      *          first day's own opening, and the statement says so.
      *          Invalid cards and statements with breaks end the
      *          job RC=4.  Read-only: CSHHIST is opened INPUT and
      *          no locks are taken.  Output on STMTRPT.
      * Author:  Bruce Martin
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-REQUEST-FILE ASSIGN TO "STMTREQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRQ-FILE-STATUS.

           SELECT CASH-HISTORY-FILE ASSIGN TO "CSHHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHST-KEY
               FILE STATUS IS WS-CHST-FILE-STATUS.

           SELECT STMT-RPT ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STMT-REQUEST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 26 CHARACTERS.
       01 STMT-REQUEST-RECORD.
           03 SRQ-ACCOUNT                       PIC X(10).
           03 SRQ-FROM-DATE-X                   PIC X(8).
           03 SRQ-FROM-DATE REDEFINES SRQ-FROM-DATE-X
                                                PIC 9(8).
           03 SRQ-TO-DATE-X                     PIC X(8).
           03 SRQ-TO-DATE REDEFINES SRQ-TO-DATE-X
                                                PIC 9(8).

       FD CASH-HISTORY-FILE.
       COPY "CSHHREC1.cbl".

       FD STMT-RPT.
       01 STMT-LINE                             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SRQ-FILE-STATUS                    PIC X(2) VALUE '00'.
       01 WS-CHST-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-EOF-SW                             PIC X VALUE 'N'.
           88 WS-EOF                            VALUE 'Y'.
       01 WS-BROWSE-EOF-SW                      PIC X VALUE 'N'.
           88 WS-BROWSE-EOF                     VALUE 'Y'.
       01 WS-CARRIED-IN-SW                      PIC X VALUE 'N'.
           88 WS-CARRIED-IN                     VALUE 'Y'.
       01 WS-IN-PERIOD-SW                       PIC X VALUE 'N'.
           88 WS-IN-PERIOD                      VALUE 'Y'.

      * The statement being built: the balance carried into the
      * period, the running closing position the next day must
      * open from, and the period's movement.
       01 WS-STMT-OPENING                       PIC S9(11)V99 VALUE 0.
       01 WS-STMT-RUNNING                       PIC S9(11)V99 VALUE 0.
       01 WS-STMT-DEBITS                        PIC 9(13)V99 VALUE 0.
       01 WS-STMT-CREDITS                       PIC 9(13)V99 VALUE 0.
       01 WS-STMT-PROOF                         PIC S9(13)V99 VALUE 0.
       01 WS-DAY-PROOF                          PIC S9(13)V99 VALUE 0.
       01 WS-STMT-DAYS                          PIC 9(9) VALUE 0.
       01 WS-STMT-BREAKS                        PIC 9(9) VALUE 0.

       01 WS-STMT-COUNTS.
           05 WS-REQUESTS-READ                  PIC 9(9) VALUE 0.
           05 WS-REQUESTS-INVALID               PIC 9(9) VALUE 0.
           05 WS-STATEMENTS-PRINTED             PIC 9(9) VALUE 0.
           05 WS-NO-HISTORY-COUNT               PIC 9(9) VALUE 0.
           05 WS-STATEMENTS-BROKEN              PIC 9(9) VALUE 0.
           05 WS-TOTAL-BREAKS                   PIC 9(9) VALUE 0.

       01 WS-STMT-HEADING-1.
           05 FILLER                            PIC X(40)
               VALUE 'CASH ACCOUNT STATEMENT'.

       01 WS-REQUEST-BANNER-LINE.
           05 FILLER                            PIC X(8)
               VALUE 'ACCOUNT '.
           05 WS-RBL-ACCOUNT                    PIC X(10).
           05 FILLER                            PIC X(6)
               VALUE ' FROM '.
           05 WS-RBL-FROM-DATE                  PIC X(8).
           05 FILLER                            PIC X(4)
               VALUE ' TO '.
           05 WS-RBL-TO-DATE                    PIC X(8).

       01 WS-STMT-HEADING-2.
           05 FILLER                            PIC X(12)
               VALUE 'DATE'.
           05 FILLER                            PIC X(16)
               VALUE 'OPENING'.
           05 FILLER                            PIC X(15)
               VALUE 'DEBITS'.
           05 FILLER                            PIC X(15)
               VALUE 'CREDITS'.
           05 FILLER                            PIC X(17)
               VALUE 'CLOSING'.
           05 FILLER                            PIC X(7)
               VALUE 'CYCLE'.
           05 FILLER                            PIC X(8)
               VALUE 'RUN-ID'.

       01 WS-STMT-DETAIL-LINE.
           05 WS-SDL-DATE                       PIC 9(8).
           05 FILLER                            PIC X(4) VALUE SPACE.
           05 WS-SDL-OPENING                    PIC -ZZZZZZZZZ9.99.
           05 FILLER                            PIC X(2) VALUE SPACE.
           05 WS-SDL-DEBITS                     PIC ZZZZZZZZ9.99.
           05 FILLER                            PIC X(2) VALUE SPACE.
           05 WS-SDL-CREDITS                    PIC ZZZZZZZZ9.99.
           05 FILLER                            PIC X(2) VALUE SPACE.
           05 WS-SDL-CLOSING                    PIC -ZZZZZZZZZ9.99.
           05 FILLER                            PIC X(3) VALUE SPACE.
           05 WS-SDL-CYCLE                      PIC 9(2).
           05 FILLER                            PIC X(5) VALUE SPACE.
           05 WS-SDL-RUN-ID                     PIC X(8).

       01 WS-BALANCE-LINE.
           05 WS-BAL-LABEL                      PIC X(30).
           05 WS-BAL-AMOUNT                     PIC -ZZZZZZZZZZZ9.99.

       01 WS-BREAK-LINE.
           05 FILLER                            PIC X(12)
               VALUE '   BREAK - '.
           05 WS-BRK-TEXT                       PIC X(40).
           05 WS-BRK-AMOUNT                     PIC -ZZZZZZZZZZZ9.99.

       01 WS-MESSAGE-LINE.
           05 FILLER                            PIC X(3) VALUE SPACE.
           05 WS-MSG-TEXT                       PIC X(60).

       01 WS-INVALID-LINE.
           05 FILLER                            PIC X(18)
               VALUE 'INVALID REQUEST - '.
           05 WS-IVL-REASON                     PIC X(40).

       01 WS-STMT-TOTAL-LINE.
           05 WS-STL-LABEL                      PIC X(30).
           05 WS-STL-VALUE                      PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SERVE-ONE-REQUEST
               UNTIL WS-EOF
           PERFORM 4000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

      * The history must already exist - a statement run against a
      * missing CSHHIST would report every account as having no
      * history rather than fail.
       1000-INITIALIZE.
           OPEN INPUT STMT-REQUEST-FILE
           IF WS-SRQ-FILE-STATUS NOT = '00'
               DISPLAY 'MRSTMT00 ABEND - STMTREQ COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-SRQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CASH-HISTORY-FILE
           IF WS-CHST-FILE-STATUS NOT = '00'
               DISPLAY 'MRSTMT00 ABEND - CSHHIST COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-CHST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STMT-RPT
           MOVE WS-STMT-HEADING-1 TO STMT-LINE
           WRITE STMT-LINE
           READ STMT-REQUEST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-SERVE-ONE-REQUEST.
           ADD 1 TO WS-REQUESTS-READ
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE SRQ-ACCOUNT TO WS-RBL-ACCOUNT
           MOVE SRQ-FROM-DATE-X TO WS-RBL-FROM-DATE
           MOVE SRQ-TO-DATE-X TO WS-RBL-TO-DATE
           MOVE WS-REQUEST-BANNER-LINE TO STMT-LINE
           WRITE STMT-LINE
           EVALUATE TRUE
               WHEN SRQ-ACCOUNT = SPACES
                   MOVE 'ACCOUNT IS BLANK' TO WS-IVL-REASON
                   PERFORM 2900-REJECT-REQUEST
               WHEN SRQ-FROM-DATE-X NOT NUMERIC
                   OR SRQ-TO-DATE-X NOT NUMERIC
                   MOVE 'FROM/TO DATE IS NOT NUMERIC'
                       TO WS-IVL-REASON
                   PERFORM 2900-REJECT-REQUEST
               WHEN FUNCTION TEST-DATE-YYYYMMDD(SRQ-FROM-DATE)
                       NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(SRQ-TO-DATE)
                       NOT = 0
                   MOVE 'FROM/TO DATE IS NOT A CALENDAR DATE'
                       TO WS-IVL-REASON
                   PERFORM 2900-REJECT-REQUEST
               WHEN SRQ-FROM-DATE > SRQ-TO-DATE
                   MOVE 'FROM DATE IS AFTER TO DATE'
                       TO WS-IVL-REASON
                   PERFORM 2900-REJECT-REQUEST
               WHEN OTHER
                   PERFORM 2100-PRINT-STATEMENT
           END-EVALUATE
           READ STMT-REQUEST-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * One pass over the account's history rows in date order
      * (the key is account + date), from its first row up to the
      * to-date: rows before the from-date only carry the balance
      * in, rows inside the period are printed and proved.
       2100-PRINT-STATEMENT.
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE 'N' TO WS-CARRIED-IN-SW
           MOVE 'N' TO WS-IN-PERIOD-SW
           MOVE 0 TO WS-STMT-OPENING
           MOVE 0 TO WS-STMT-RUNNING
           MOVE 0 TO WS-STMT-DEBITS
           MOVE 0 TO WS-STMT-CREDITS
           MOVE 0 TO WS-STMT-DAYS
           MOVE 0 TO WS-STMT-BREAKS
           MOVE SRQ-ACCOUNT TO CHST-ACCOUNT
           MOVE 0 TO CHST-DATE
           START CASH-HISTORY-FILE KEY NOT < CHST-KEY
               INVALID KEY SET WS-BROWSE-EOF TO TRUE
           END-START
           IF NOT WS-BROWSE-EOF
               PERFORM 2150-READ-NEXT-HISTORY
           END-IF
           PERFORM 2200-PROCESS-HISTORY-ROW
               UNTIL WS-BROWSE-EOF
           EVALUATE TRUE
               WHEN NOT WS-CARRIED-IN AND NOT WS-IN-PERIOD
                   ADD 1 TO WS-NO-HISTORY-COUNT
                   MOVE 'NO CASH HISTORY FOR ACCOUNT UP TO TO DATE'
                       TO WS-MSG-TEXT
                   MOVE WS-MESSAGE-LINE TO STMT-LINE
                   WRITE STMT-LINE
               WHEN NOT WS-IN-PERIOD
                   PERFORM 2300-PRINT-OPENING-BALANCE
                   MOVE 'NO MOVEMENT IN PERIOD' TO WS-MSG-TEXT
                   MOVE WS-MESSAGE-LINE TO STMT-LINE
                   WRITE STMT-LINE
                   PERFORM 2400-PRINT-CLOSING-BALANCE
               WHEN OTHER
                   PERFORM 2400-PRINT-CLOSING-BALANCE
           END-EVALUATE.

      * The browse stops at the first row for another account or
      * past the to-date, as well as at end of file.
       2150-READ-NEXT-HISTORY.
           READ CASH-HISTORY-FILE NEXT RECORD
               AT END SET WS-BROWSE-EOF TO TRUE
           END-READ
           IF NOT WS-BROWSE-EOF
               IF CHST-ACCOUNT NOT = SRQ-ACCOUNT
                   OR CHST-DATE > SRQ-TO-DATE
                   SET WS-BROWSE-EOF TO TRUE
               END-IF
           END-IF.

       2200-PROCESS-HISTORY-ROW.
           IF CHST-DATE < SRQ-FROM-DATE
               MOVE CHST-CLOSING TO WS-STMT-OPENING
               MOVE CHST-CLOSING TO WS-STMT-RUNNING
               SET WS-CARRIED-IN TO TRUE
           ELSE
               IF NOT WS-IN-PERIOD
                   PERFORM 2250-START-PERIOD
               END-IF
               PERFORM 2500-PRINT-ONE-DAY
           END-IF
           PERFORM 2150-READ-NEXT-HISTORY.

      * First day inside the period.  With nothing carried in, the
      * statement has to take the first day's own opening - it is
      * said so on the statement, since that opening is then
      * unproved.
       2250-START-PERIOD.
           SET WS-IN-PERIOD TO TRUE
           IF NOT WS-CARRIED-IN
               MOVE CHST-OPENING TO WS-STMT-OPENING
               MOVE CHST-OPENING TO WS-STMT-RUNNING
               MOVE 'NO EARLIER HISTORY - OPENING IS FIRST DAY''S'
                   TO WS-MSG-TEXT
               MOVE WS-MESSAGE-LINE TO STMT-LINE
               WRITE STMT-LINE
           END-IF
           PERFORM 2300-PRINT-OPENING-BALANCE
           MOVE WS-STMT-HEADING-2 TO STMT-LINE
           WRITE STMT-LINE.

       2300-PRINT-OPENING-BALANCE.
           MOVE 'OPENING BALANCE' TO WS-BAL-LABEL
           MOVE WS-STMT-OPENING TO WS-BAL-AMOUNT
           MOVE WS-BALANCE-LINE TO STMT-LINE
           WRITE STMT-LINE.

       2400-PRINT-CLOSING-BALANCE.
           MOVE 'CLOSING BALANCE' TO WS-BAL-LABEL
           MOVE WS-STMT-RUNNING TO WS-BAL-AMOUNT
           MOVE WS-BALANCE-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE 'PERIOD DEBITS' TO WS-BAL-LABEL
           MOVE WS-STMT-DEBITS TO WS-BAL-AMOUNT
           MOVE WS-BALANCE-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE 'PERIOD CREDITS' TO WS-BAL-LABEL
           MOVE WS-STMT-CREDITS TO WS-BAL-AMOUNT
           MOVE WS-BALANCE-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE 'DAYS WITH MOVEMENT' TO WS-STL-LABEL
           MOVE WS-STMT-DAYS TO WS-STL-VALUE
           MOVE WS-STMT-TOTAL-LINE TO STMT-LINE
           WRITE STMT-LINE
           ADD 1 TO WS-STATEMENTS-PRINTED
           COMPUTE WS-STMT-PROOF = WS-STMT-OPENING + WS-STMT-DEBITS
               - WS-STMT-CREDITS - WS-STMT-RUNNING
           IF WS-STMT-BREAKS = 0 AND WS-STMT-PROOF = 0
               MOVE 'PROVED - OPENING + DEBITS - CREDITS = CLOSING'
                   TO WS-MSG-TEXT
           ELSE
               ADD 1 TO WS-STATEMENTS-BROKEN
               MOVE 'STATEMENT DOES NOT PROVE - SEE BREAKS ABOVE'
                   TO WS-MSG-TEXT
           END-IF
           MOVE WS-MESSAGE-LINE TO STMT-LINE
           WRITE STMT-LINE.

      * Each day must open where the previous day closed and its
      * own figures must add up.  Either failure is a break; the
      * running position then follows the history row, so one
      * break is reported once rather than on every later day.
       2500-PRINT-ONE-DAY.
           ADD 1 TO WS-STMT-DAYS
           MOVE CHST-DATE TO WS-SDL-DATE
           MOVE CHST-OPENING TO WS-SDL-OPENING
           MOVE CHST-DEBITS TO WS-SDL-DEBITS
           MOVE CHST-CREDITS TO WS-SDL-CREDITS
           MOVE CHST-CLOSING TO WS-SDL-CLOSING
           MOVE CHST-CYCLE TO WS-SDL-CYCLE
           MOVE CHST-RUN-ID TO WS-SDL-RUN-ID
           MOVE WS-STMT-DETAIL-LINE TO STMT-LINE
           WRITE STMT-LINE
           IF CHST-OPENING NOT = WS-STMT-RUNNING
               MOVE 'OPENING NOT PRIOR CLOSING, DIFFERENCE'
                   TO WS-BRK-TEXT
               COMPUTE WS-BRK-AMOUNT = CHST-OPENING - WS-STMT-RUNNING
               PERFORM 2550-WRITE-BREAK
           END-IF
           COMPUTE WS-DAY-PROOF = CHST-OPENING + CHST-DEBITS
               - CHST-CREDITS - CHST-CLOSING
           IF WS-DAY-PROOF NOT = 0
               MOVE 'DAY DOES NOT ADD UP, DIFFERENCE'
                   TO WS-BRK-TEXT
               MOVE WS-DAY-PROOF TO WS-BRK-AMOUNT
               PERFORM 2550-WRITE-BREAK
           END-IF
           ADD CHST-DEBITS TO WS-STMT-DEBITS
           ADD CHST-CREDITS TO WS-STMT-CREDITS
           MOVE CHST-CLOSING TO WS-STMT-RUNNING.

       2550-WRITE-BREAK.
           ADD 1 TO WS-STMT-BREAKS
           ADD 1 TO WS-TOTAL-BREAKS
           MOVE WS-BREAK-LINE TO STMT-LINE
           WRITE STMT-LINE.

       2900-REJECT-REQUEST.
           ADD 1 TO WS-REQUESTS-INVALID
           MOVE WS-INVALID-LINE TO STMT-LINE
           WRITE STMT-LINE.

       4000-PRINT-TOTALS.
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE

           MOVE 'REQUESTS READ' TO WS-STL-LABEL
           MOVE WS-REQUESTS-READ TO WS-STL-VALUE
           MOVE WS-STMT-TOTAL-LINE TO STMT-LINE
           WRITE STMT-LINE

           MOVE 'STATEMENTS PRINTED' TO WS-STL-LABEL
           MOVE WS-STATEMENTS-PRINTED TO WS-STL-VALUE
           MOVE WS-STMT-TOTAL-LINE TO STMT-LINE
           WRITE STMT-LINE

           MOVE 'STATEMENTS WITH BREAKS' TO WS-STL-LABEL
           MOVE WS-STATEMENTS-BROKEN TO WS-STL-VALUE
           MOVE WS-STMT-TOTAL-LINE TO STMT-LINE
           WRITE STMT-LINE

           MOVE 'BREAKS FOUND' TO WS-STL-LABEL
           MOVE WS-TOTAL-BREAKS TO WS-STL-VALUE
           MOVE WS-STMT-TOTAL-LINE TO STMT-LINE
           WRITE STMT-LINE

           MOVE 'ACCOUNTS WITH NO HISTORY' TO WS-STL-LABEL
           MOVE WS-NO-HISTORY-COUNT TO WS-STL-VALUE
           MOVE WS-STMT-TOTAL-LINE TO STMT-LINE
           WRITE STMT-LINE

           MOVE 'INVALID REQUESTS' TO WS-STL-LABEL
           MOVE WS-REQUESTS-INVALID TO WS-STL-VALUE
           MOVE WS-STMT-TOTAL-LINE TO STMT-LINE
           WRITE STMT-LINE.

       9000-TERMINATE.
           CLOSE STMT-REQUEST-FILE
           CLOSE CASH-HISTORY-FILE
           CLOSE STMT-RPT
           IF WS-REQUESTS-INVALID > 0
               DISPLAY 'MRSTMT00 - ' WS-REQUESTS-INVALID
                   ' INVALID REQUEST(S), SEE STMTRPT'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-STATEMENTS-BROKEN > 0
               DISPLAY 'MRSTMT00 - ' WS-STATEMENTS-BROKEN
                   ' STATEMENT(S) THAT DO NOT PROVE, SEE STMTRPT'
               MOVE 4 TO RETURN-CODE
           END-IF.
