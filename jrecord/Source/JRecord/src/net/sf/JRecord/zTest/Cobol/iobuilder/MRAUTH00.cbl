       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRAUTH00.
      ************************************************************
      * Purpose: Maintenance of the dual-control authorization
      *          file (AUTHFILE, layout in AUTHREC1.cbl) - the
      *          maker-checker sanction behind every back-out,
      *          purge, forced release, stale-lock takeover and
      *          manual cash adjustment.
      *          Driven by authorization cards (AUTHCARD):
      *            R  raise   - the first operator names the
      *                         program, action, Run-Id (or lock
      *                         resource) and date, and the reason;
      *            A  approve - a DIFFERENT operator approves a
      *                         pending request, which stamps the
      *                         approval's expiry MRAUTH-EXPIRY-MINS
      *                         minutes ahead (default 240);
      *            C  cancel  - withdraws a pending or approved
      *                         request before it is used.
      *          Only the combinations the suite honours are
      *          accepted: BACKOUT for MRBACK00 and OVERRIDE for
      *          MROVRD00 (a Run-Id and its Creation-Date), ADJUST
      *          for MRADJ00 (the adjustment run's Run-Id and the
      *          date it runs), PURGE for MRHSKP00 and MRRETR00
      *          (no Run-Id, the date the purge is to run),
      *          LOCKFRCE for any lock-taking program (the
      *          resource - MASTERS, CKPTFILE or AUDITLOG - and the
      *          date of the takeover).  A
      *          self-approval, a second request while one is still
      *          outstanding, or an approval of anything not
      *          pending is refused; refused cards end the job
      *          RC=4.  The approval itself is spent by the program
      *          that uses it (AUTHPD1.cbl), never here.  AUTHRPT
      *          lists each card's disposition, then every request
      *          still outstanding, with expired approvals marked.
      * Author:  Bruce Martin
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-CARD-FILE ASSIGN TO "AUTHCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACD-FILE-STATUS.

           SELECT AUTHORIZATION-FILE ASSIGN TO "AUTHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTH-FILE-STATUS.

           SELECT AUTH-RPT ASSIGN TO "AUTHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AUTH-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
       01 AUTH-CARD.
           03 ACD-FUNCTION                      PIC X.
               88 ACD-RAISE                     VALUE 'R'.
               88 ACD-APPROVE                   VALUE 'A'.
               88 ACD-CANCEL                    VALUE 'C'.
           03 ACD-PROGRAM                       PIC X(8).
           03 ACD-ACTION                        PIC X(8).
           03 ACD-TARGET-ID                     PIC X(8).
           03 ACD-TARGET-DATE-X                 PIC X(8).
           03 ACD-TARGET-DATE REDEFINES ACD-TARGET-DATE-X
                                                PIC 9(8).
           03 ACD-OPERATOR-ID                   PIC X(8).
           03 ACD-REASON-CODE                   PIC X(8).
           03 FILLER                            PIC X(8).

       FD AUTHORIZATION-FILE.
       COPY "AUTHREC1.cbl".

       FD AUTH-RPT.
       01 AUTH-LINE                             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACD-FILE-STATUS                    PIC X(2) VALUE '00'.
       01 WS-AUTH-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-ENV-NAME                           PIC X(20).
       01 WS-ENV-VALUE                          PIC X(8).
       01 WS-EOF-SW                             PIC X VALUE 'N'.
           88 WS-EOF                            VALUE 'Y'.
       01 WS-BROWSE-EOF-SW                      PIC X VALUE 'N'.
           88 WS-BROWSE-EOF                     VALUE 'Y'.
       01 WS-ON-FILE-SW                         PIC X VALUE 'N'.
           88 WS-ON-FILE                        VALUE 'Y'.
       01 WS-CARD-VALID-SW                      PIC X VALUE 'N'.
           88 WS-CARD-VALID                     VALUE 'Y'.
       01 WS-EXPIRY-MINS                        PIC 9(5) VALUE 240.

      * The clock, and the same minutes-since-day-0 arithmetic the
      * lock and authorization paragraphs use for their ages.
       01 WS-NOW-DATE                           PIC 9(8) VALUE 0.
       01 WS-NOW-TIME                           PIC 9(8) VALUE 0.
       01 WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           05 WS-NOW-HH                         PIC 9(2).
           05 WS-NOW-MM                         PIC 9(2).
           05 FILLER                            PIC 9(4).
       01 WS-NOW-MINUTES                        PIC 9(9) VALUE 0.
       01 WS-EXP-TIME                           PIC 9(8) VALUE 0.
       01 WS-EXP-TIME-R REDEFINES WS-EXP-TIME.
           05 WS-EXP-HH                         PIC 9(2).
           05 WS-EXP-MM                         PIC 9(2).
           05 FILLER                            PIC 9(4).
       01 WS-EXP-MINUTES                        PIC 9(9) VALUE 0.
       01 WS-EXP-DAYS                           PIC 9(9) VALUE 0.
       01 WS-EXP-DAY-MINUTES                    PIC 9(4) VALUE 0.

       01 WS-AUTH-COUNTS.
           05 WS-CARDS-READ                     PIC 9(9) VALUE 0.
           05 WS-RAISED                         PIC 9(9) VALUE 0.
           05 WS-APPROVED                       PIC 9(9) VALUE 0.
           05 WS-CANCELLED                      PIC 9(9) VALUE 0.
           05 WS-CARDS-REFUSED                  PIC 9(9) VALUE 0.
           05 WS-OUTSTANDING                    PIC 9(9) VALUE 0.

       01 WS-AUTH-HEADING-1.
           05 FILLER                            PIC X(40)
               VALUE 'DUAL-CONTROL AUTHORIZATIONS'.

       01 WS-AUTH-HEADING-2.
           05 FILLER                            PIC X(40)
               VALUE 'REQUESTS STILL OUTSTANDING'.

       01 WS-AUTH-DETAIL-LINE.
           05 WS-ADL-FUNCTION                   PIC X.
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-PROGRAM                    PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-ACTION                     PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-TARGET-ID                  PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-TARGET-DATE                PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-OPERATOR                   PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-ADL-DISPOSITION                PIC X(50).

       01 WS-OUTSTANDING-LINE.
           05 WS-OSL-PROGRAM                    PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-OSL-ACTION                     PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-OSL-TARGET-ID                  PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-OSL-TARGET-DATE                PIC 9(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-OSL-STATUS                     PIC X(8).
           05 FILLER                            PIC X(7)
               VALUE ' MAKER '.
           05 WS-OSL-MAKER                      PIC X(8).
           05 FILLER                            PIC X(9)
               VALUE ' CHECKER '.
           05 WS-OSL-CHECKER                    PIC X(8).
           05 FILLER                            PIC X(8)
               VALUE ' REASON '.
           05 WS-OSL-REASON                     PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-OSL-EXPIRY-NOTE                PIC X(30).

       01 WS-AUTH-TOTAL-LINE.
           05 WS-ATL-LABEL                      PIC X(30).
           05 WS-ATL-VALUE                      PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-CARD
               UNTIL WS-EOF
           PERFORM 3000-LIST-OUTSTANDING
           PERFORM 4000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'MRAUTH-EXPIRY-MINS' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-EXPIRY-MINS =
                   FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           IF WS-EXPIRY-MINS = 0
               MOVE 240 TO WS-EXPIRY-MINS
           END-IF

           OPEN INPUT AUTH-CARD-FILE
           IF WS-ACD-FILE-STATUS NOT = '00'
               DISPLAY 'MRAUTH00 ABEND - AUTHCARD COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-ACD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * The first request ever raised creates the file.
           OPEN I-O AUTHORIZATION-FILE
           IF WS-AUTH-FILE-STATUS = '35'
               OPEN OUTPUT AUTHORIZATION-FILE
               CLOSE AUTHORIZATION-FILE
               OPEN I-O AUTHORIZATION-FILE
           END-IF
           IF WS-AUTH-FILE-STATUS NOT = '00'
               DISPLAY 'MRAUTH00 ABEND - AUTHFILE COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-AUTH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AUTH-RPT
           MOVE WS-AUTH-HEADING-1 TO AUTH-LINE
           WRITE AUTH-LINE
           MOVE SPACES TO AUTH-LINE
           WRITE AUTH-LINE

           READ AUTH-CARD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

       2000-PROCESS-ONE-CARD.
           ADD 1 TO WS-CARDS-READ
           MOVE ACD-FUNCTION TO WS-ADL-FUNCTION
           MOVE ACD-PROGRAM TO WS-ADL-PROGRAM
           MOVE ACD-ACTION TO WS-ADL-ACTION
           MOVE ACD-TARGET-ID TO WS-ADL-TARGET-ID
           MOVE ACD-TARGET-DATE-X TO WS-ADL-TARGET-DATE
           MOVE ACD-OPERATOR-ID TO WS-ADL-OPERATOR
           MOVE SPACES TO WS-ADL-DISPOSITION
           PERFORM 2100-VALIDATE-CARD
           IF WS-CARD-VALID
               PERFORM 2200-READ-AUTHORIZATION
               EVALUATE TRUE
                   WHEN ACD-RAISE
                       PERFORM 2300-RAISE-REQUEST
                   WHEN ACD-APPROVE
                       PERFORM 2400-APPROVE-REQUEST
                   WHEN ACD-CANCEL
                       PERFORM 2500-CANCEL-REQUEST
               END-EVALUATE
           END-IF
           MOVE WS-AUTH-DETAIL-LINE TO AUTH-LINE
           WRITE AUTH-LINE
           READ AUTH-CARD-FILE
               AT END SET WS-EOF TO TRUE
           END-READ.

      * Only what some program will actually claim is accepted -
      * an approval nobody can spend is noise on the file, and a
      * mistyped program or action would otherwise sit there
      * looking like a sanction.
       2100-VALIDATE-CARD.
           MOVE 'N' TO WS-CARD-VALID-SW
           EVALUATE TRUE
               WHEN NOT ACD-RAISE AND NOT ACD-APPROVE
                       AND NOT ACD-CANCEL
                   MOVE 'FUNCTION IS NOT R, A OR C'
                       TO WS-ADL-DISPOSITION
               WHEN ACD-OPERATOR-ID = SPACES
                   MOVE 'OPERATOR-ID IS BLANK'
                       TO WS-ADL-DISPOSITION
               WHEN ACD-RAISE AND ACD-REASON-CODE = SPACES
                   MOVE 'REASON-CODE IS BLANK'
                       TO WS-ADL-DISPOSITION
               WHEN ACD-TARGET-DATE-X NOT NUMERIC
                   MOVE 'DATE IS NOT NUMERIC'
                       TO WS-ADL-DISPOSITION
               WHEN FUNCTION TEST-DATE-YYYYMMDD(ACD-TARGET-DATE)
                       NOT = 0
                   MOVE 'DATE IS NOT A CALENDAR DATE'
                       TO WS-ADL-DISPOSITION
               WHEN ACD-ACTION = 'BACKOUT '
                       AND ACD-PROGRAM = 'MRBACK00'
                       AND ACD-TARGET-ID NOT = SPACES
                   SET WS-CARD-VALID TO TRUE
               WHEN ACD-ACTION = 'OVERRIDE'
                       AND ACD-PROGRAM = 'MROVRD00'
                       AND ACD-TARGET-ID NOT = SPACES
                   SET WS-CARD-VALID TO TRUE
               WHEN ACD-ACTION = 'ADJUST  '
                       AND ACD-PROGRAM = 'MRADJ00 '
                       AND ACD-TARGET-ID NOT = SPACES
                   SET WS-CARD-VALID TO TRUE
               WHEN ACD-ACTION = 'PURGE   '
                       AND (ACD-PROGRAM = 'MRHSKP00'
                         OR ACD-PROGRAM = 'MRRETR00')
                       AND ACD-TARGET-ID = SPACES
                   SET WS-CARD-VALID TO TRUE
               WHEN ACD-ACTION = 'LOCKFRCE'
                       AND (ACD-PROGRAM = 'MRLOAD00'
                         OR ACD-PROGRAM = 'MRREPR00'
                         OR ACD-PROGRAM = 'MRBACK00'
                         OR ACD-PROGRAM = 'MRRETR00'
                         OR ACD-PROGRAM = 'MRHSKP00'
                         OR ACD-PROGRAM = 'MROVRD00'
                         OR ACD-PROGRAM = 'MRADJ00 ')
                       AND (ACD-TARGET-ID = 'MASTERS '
                         OR ACD-TARGET-ID = 'CKPTFILE'
                         OR ACD-TARGET-ID = 'AUDITLOG')
                   SET WS-CARD-VALID TO TRUE
               WHEN OTHER
                   MOVE 'NOT AN AUTHORIZABLE OPERATION'
                       TO WS-ADL-DISPOSITION
           END-EVALUATE
           IF NOT WS-CARD-VALID
               ADD 1 TO WS-CARDS-REFUSED
           END-IF.

       2200-READ-AUTHORIZATION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-NOW-TIME
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 1440
                   + WS-NOW-HH * 60 + WS-NOW-MM
           MOVE ACD-PROGRAM TO AUTH-PROGRAM
           MOVE ACD-ACTION TO AUTH-ACTION
           MOVE ACD-TARGET-ID TO AUTH-TARGET-ID
           MOVE ACD-TARGET-DATE TO AUTH-TARGET-DATE
           READ AUTHORIZATION-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-AUTH-FILE-STATUS = '00'
               SET WS-ON-FILE TO TRUE
               PERFORM 2250-AGE-APPROVAL
           ELSE
               MOVE 'N' TO WS-ON-FILE-SW
           END-IF.

      * An expiry that will not go through INTEGER-OF-DATE ages as
      * already expired, same rule as AUTHPD1.cbl's claim.
       2250-AGE-APPROVAL.
           MOVE AUTH-EXPIRY-TIME TO WS-EXP-TIME
           IF AUTH-EXPIRY-DATE < 16010101
               MOVE 0 TO WS-EXP-MINUTES
           ELSE
               COMPUTE WS-EXP-MINUTES =
                   FUNCTION INTEGER-OF-DATE(AUTH-EXPIRY-DATE) * 1440
                       + WS-EXP-HH * 60 + WS-EXP-MM
           END-IF.

      * A new request may replace one that is finished with - used,
      * cancelled, or an approval that expired unused - but never
      * one still pending or live.
       2300-RAISE-REQUEST.
           IF WS-ON-FILE
            AND (AUTH-PENDING
                 OR (AUTH-APPROVED
                     AND WS-NOW-MINUTES NOT > WS-EXP-MINUTES))
               ADD 1 TO WS-CARDS-REFUSED
               MOVE 'A REQUEST IS ALREADY OUTSTANDING'
                   TO WS-ADL-DISPOSITION
           ELSE
               MOVE 'PENDING ' TO AUTH-STATUS
               MOVE ACD-REASON-CODE TO AUTH-REASON-CODE
               MOVE ACD-OPERATOR-ID TO AUTH-MAKER-ID
               MOVE WS-NOW-DATE TO AUTH-RAISED-DATE
               MOVE WS-NOW-TIME TO AUTH-RAISED-TIME
               MOVE SPACES TO AUTH-CHECKER-ID
               MOVE 0 TO AUTH-APPROVED-DATE
               MOVE 0 TO AUTH-APPROVED-TIME
               MOVE 0 TO AUTH-EXPIRY-DATE
               MOVE 0 TO AUTH-EXPIRY-TIME
               MOVE 0 TO AUTH-USED-DATE
               MOVE 0 TO AUTH-USED-TIME
               IF WS-ON-FILE
                   REWRITE AUTHORIZATION-RECORD
               ELSE
                   WRITE AUTHORIZATION-RECORD
               END-IF
               ADD 1 TO WS-RAISED
               MOVE 'RAISED - AWAITING A SECOND OPERATOR'
                   TO WS-ADL-DISPOSITION
           END-IF.

      * The checker must be someone other than the maker - that
      * is the whole control.  The expiry is computed from now in
      * whole minutes and carried as a date and an hhmm time.
       2400-APPROVE-REQUEST.
           EVALUATE TRUE
               WHEN NOT WS-ON-FILE
                   ADD 1 TO WS-CARDS-REFUSED
                   MOVE 'NO SUCH REQUEST RAISED'
                       TO WS-ADL-DISPOSITION
               WHEN NOT AUTH-PENDING
                   ADD 1 TO WS-CARDS-REFUSED
                   MOVE SPACES TO WS-ADL-DISPOSITION
                   STRING 'NOT PENDING - STATUS IS ' DELIMITED BY SIZE
                       AUTH-STATUS DELIMITED BY SIZE
                       INTO WS-ADL-DISPOSITION
               WHEN ACD-OPERATOR-ID = AUTH-MAKER-ID
                   ADD 1 TO WS-CARDS-REFUSED
                   MOVE 'REFUSED - THE MAKER CANNOT APPROVE'
                       TO WS-ADL-DISPOSITION
               WHEN OTHER
                   COMPUTE WS-EXP-MINUTES =
                       WS-NOW-MINUTES + WS-EXPIRY-MINS
                   DIVIDE WS-EXP-MINUTES BY 1440
                       GIVING WS-EXP-DAYS
                       REMAINDER WS-EXP-DAY-MINUTES
                   MOVE 0 TO WS-EXP-TIME
                   DIVIDE WS-EXP-DAY-MINUTES BY 60
                       GIVING WS-EXP-HH
                       REMAINDER WS-EXP-MM
                   MOVE 'APPROVED' TO AUTH-STATUS
                   MOVE ACD-OPERATOR-ID TO AUTH-CHECKER-ID
                   MOVE WS-NOW-DATE TO AUTH-APPROVED-DATE
                   MOVE WS-NOW-TIME TO AUTH-APPROVED-TIME
                   COMPUTE AUTH-EXPIRY-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-EXP-DAYS)
                   MOVE WS-EXP-TIME TO AUTH-EXPIRY-TIME
                   REWRITE AUTHORIZATION-RECORD
                   ADD 1 TO WS-APPROVED
                   MOVE SPACES TO WS-ADL-DISPOSITION
                   STRING 'APPROVED - EXPIRES ' DELIMITED BY SIZE
                       AUTH-EXPIRY-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-EXP-HH DELIMITED BY SIZE
                       ':' DELIMITED BY SIZE
                       WS-EXP-MM DELIMITED BY SIZE
                       INTO WS-ADL-DISPOSITION
           END-EVALUATE.

       2500-CANCEL-REQUEST.
           IF WS-ON-FILE
            AND (AUTH-PENDING OR AUTH-APPROVED)
               MOVE 'CANCELLD' TO AUTH-STATUS
               REWRITE AUTHORIZATION-RECORD
               ADD 1 TO WS-CANCELLED
               MOVE 'CANCELLED' TO WS-ADL-DISPOSITION
           ELSE
               ADD 1 TO WS-CARDS-REFUSED
               MOVE 'NOTHING OUTSTANDING TO CANCEL'
                   TO WS-ADL-DISPOSITION
           END-IF.

      * Every request still pending or approved, so the morning
      * shift can see what is waiting on a checker and what is
      * live.  An approval past its expiry is shown as such - it
      * can no longer be claimed and needs raising again.
       3000-LIST-OUTSTANDING.
           MOVE SPACES TO AUTH-LINE
           WRITE AUTH-LINE
           MOVE WS-AUTH-HEADING-2 TO AUTH-LINE
           WRITE AUTH-LINE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-NOW-TIME
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 1440
                   + WS-NOW-HH * 60 + WS-NOW-MM
           MOVE LOW-VALUES TO AUTH-KEY
           START AUTHORIZATION-FILE KEY NOT < AUTH-KEY
               INVALID KEY SET WS-BROWSE-EOF TO TRUE
           END-START
           IF NOT WS-BROWSE-EOF
               PERFORM 3050-READ-NEXT-AUTHORIZATION
           END-IF
           PERFORM 3100-LIST-ONE-AUTHORIZATION
               UNTIL WS-BROWSE-EOF.

       3050-READ-NEXT-AUTHORIZATION.
           READ AUTHORIZATION-FILE NEXT RECORD
               AT END SET WS-BROWSE-EOF TO TRUE
           END-READ.

       3100-LIST-ONE-AUTHORIZATION.
           IF AUTH-PENDING OR AUTH-APPROVED
               ADD 1 TO WS-OUTSTANDING
               MOVE AUTH-PROGRAM TO WS-OSL-PROGRAM
               MOVE AUTH-ACTION TO WS-OSL-ACTION
               MOVE AUTH-TARGET-ID TO WS-OSL-TARGET-ID
               MOVE AUTH-TARGET-DATE TO WS-OSL-TARGET-DATE
               MOVE AUTH-STATUS TO WS-OSL-STATUS
               MOVE AUTH-MAKER-ID TO WS-OSL-MAKER
               MOVE AUTH-CHECKER-ID TO WS-OSL-CHECKER
               MOVE AUTH-REASON-CODE TO WS-OSL-REASON
               MOVE SPACES TO WS-OSL-EXPIRY-NOTE
               IF AUTH-APPROVED
                   PERFORM 2250-AGE-APPROVAL
                   IF WS-NOW-MINUTES > WS-EXP-MINUTES
                       MOVE 'EXPIRED - RAISE AGAIN'
                           TO WS-OSL-EXPIRY-NOTE
                   ELSE
                       MOVE SPACES TO WS-OSL-EXPIRY-NOTE
                       STRING 'EXPIRES ' DELIMITED BY SIZE
                           AUTH-EXPIRY-DATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-EXP-HH DELIMITED BY SIZE
                           ':' DELIMITED BY SIZE
                           WS-EXP-MM DELIMITED BY SIZE
                           INTO WS-OSL-EXPIRY-NOTE
                   END-IF
               END-IF
               MOVE WS-OUTSTANDING-LINE TO AUTH-LINE
               WRITE AUTH-LINE
           END-IF
           PERFORM 3050-READ-NEXT-AUTHORIZATION.

       4000-PRINT-TOTALS.
           MOVE SPACES TO AUTH-LINE
           WRITE AUTH-LINE

           MOVE 'CARDS READ' TO WS-ATL-LABEL
           MOVE WS-CARDS-READ TO WS-ATL-VALUE
           MOVE WS-AUTH-TOTAL-LINE TO AUTH-LINE
           WRITE AUTH-LINE

           MOVE 'REQUESTS RAISED' TO WS-ATL-LABEL
           MOVE WS-RAISED TO WS-ATL-VALUE
           MOVE WS-AUTH-TOTAL-LINE TO AUTH-LINE
           WRITE AUTH-LINE

           MOVE 'REQUESTS APPROVED' TO WS-ATL-LABEL
           MOVE WS-APPROVED TO WS-ATL-VALUE
           MOVE WS-AUTH-TOTAL-LINE TO AUTH-LINE
           WRITE AUTH-LINE

           MOVE 'REQUESTS CANCELLED' TO WS-ATL-LABEL
           MOVE WS-CANCELLED TO WS-ATL-VALUE
           MOVE WS-AUTH-TOTAL-LINE TO AUTH-LINE
           WRITE AUTH-LINE

           MOVE 'CARDS REFUSED' TO WS-ATL-LABEL
           MOVE WS-CARDS-REFUSED TO WS-ATL-VALUE
           MOVE WS-AUTH-TOTAL-LINE TO AUTH-LINE
           WRITE AUTH-LINE

           MOVE 'REQUESTS OUTSTANDING' TO WS-ATL-LABEL
           MOVE WS-OUTSTANDING TO WS-ATL-VALUE
           MOVE WS-AUTH-TOTAL-LINE TO AUTH-LINE
           WRITE AUTH-LINE.

       9000-TERMINATE.
           CLOSE AUTH-CARD-FILE
           CLOSE AUTHORIZATION-FILE
           CLOSE AUTH-RPT
           IF WS-CARDS-REFUSED > 0
               DISPLAY 'MRAUTH00 - ' WS-CARDS-REFUSED
                   ' AUTHORIZATION CARD(S) REFUSED, SEE AUTHRPT'
               MOVE 4 TO RETURN-CODE
           END-IF.
