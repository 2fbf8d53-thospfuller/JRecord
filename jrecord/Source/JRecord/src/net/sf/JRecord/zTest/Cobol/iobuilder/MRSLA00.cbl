       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRSLA00.
      ************************************************************
      * Purpose: Monthly service-level compliance report.  For
      *          every Run-Id on the SLA target file (SLATGT) and
      *          every day of the month the extract is owed, judges
      *          the three agreed milestones against that day's
      *          deadlines (weekday or holiday set, off HOLIDAYS):
      *          the extract's arrival (the load starting on it),
      *          its release, and - where the Run-Id carries a
      *          BEXTRACT commitment - the BEXTRACT send.  Each is
      *          ON TIME, LATE (with the minutes late), MISSED (no
      *          timestamp and the deadline has passed) or PENDING
      *          (deadline still ahead), one line per Run-Id per
      *          day on SLARPT, followed by month-to-date counts
      *          and compliance percentages per Run-Id and for all
      *          Run-Ids together.
      *          The timestamps come from the run history: the
      *          AUDITLOG rows MRLOAD00 writes carry each run's
      *          start and finish, so the primary (cycle 01) run's
      *          earliest start is the arrival and its COMPLETE
      *          finish - or MROVRD00's OVERRIDE of a held run - is
      *          the release.  RUNREL fills in what AUDITLOG cannot
      *          show (a run whose audit row was never written) and
      *          flags a load still standing at STARTED; BSENTLOG
      *          gives the send.  A re-cut send (cycle above 01)
      *          replaces the original row on BSENTLOG, so those
      *          days show RECUT and are left out of the send
      *          percentage rather than judged on the re-cut time.
      *          Held runs (OOB-BRK/ABORTED before any release),
      *          forced releases and supplemental cycles are
      *          listed in their own sections after the summary,
      *          and flagged against the day they belong to.
      *          The month is MRSLA-MONTH (YYYYMM), defaulting to
      *          the current month, reported as of now.  Any late
      *          or missed milestone ends the job with RC=4.
      *          SLATGT and AUDITLOG are mandatory; RUNREL,
      *          BSENTLOG and HOLIDAYS are read around when absent.
      * Author:  Bruce Martin
      ************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-TARGET-FILE ASSIGN TO "SLATGT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLA-RUN-ID
               FILE STATUS IS WS-SLA-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RUN-RELEASE-FILE ASSIGN TO "RUNREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RREL-RUN-ID
               FILE STATUS IS WS-RREL-FILE-STATUS.

           SELECT B-SENT-LOG ASSIGN TO "BSENTLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSNT-CREATION-DATE
               FILE STATUS IS WS-BSNT-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

           SELECT SLA-RPT ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SLA-TARGET-FILE.
       COPY "SLATREC1.cbl".

       FD AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 172 CHARACTERS.
       COPY "AUDTREC1.cbl".

       FD RUN-RELEASE-FILE.
       COPY "RUNREL01.cbl".

       FD B-SENT-LOG.
       COPY "BSNTREC1.cbl".

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD                        PIC 9(8).

       FD SLA-RPT.
       01 SLA-RPT-LINE                          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SLA-FILE-STATUS                    PIC X(2) VALUE '00'.
       01 WS-AUDIT-FILE-STATUS                  PIC X(2) VALUE '00'.
       01 WS-RREL-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-BSNT-FILE-STATUS                   PIC X(2) VALUE '00'.
       01 WS-HOLIDAY-FILE-STATUS                PIC X(2) VALUE '00'.
       01 WS-SLA-EOF-SW                         PIC X VALUE 'N'.
           88 WS-SLA-EOF                        VALUE 'Y'.
       01 WS-AUDT-EOF-SW                        PIC X VALUE 'N'.
           88 WS-AUDT-EOF                       VALUE 'Y'.
       01 WS-RREL-PRESENT-SW                    PIC X VALUE 'Y'.
           88 WS-RREL-PRESENT                   VALUE 'Y'.
       01 WS-BSNT-PRESENT-SW                    PIC X VALUE 'Y'.
           88 WS-BSNT-PRESENT                   VALUE 'Y'.
       01 WS-ENV-NAME                           PIC X(20).
       01 WS-ENV-VALUE                          PIC X(8).

      * The reporting month and the point in time it is judged
      * at - always now, so in the current month (or just after a
      * month end) a deadline still ahead shows PENDING, not
      * MISSED.  Days after today are not reported.
       01 WS-REPORT-MONTH                       PIC X(6).
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YYYY                    PIC 9(4).
           05 WS-REPORT-MM                      PIC 9(2).
       01 WS-MONTH-START                        PIC 9(8).
       01 WS-MONTH-START-PARTS REDEFINES WS-MONTH-START.
           05 WS-MONTH-START-YYYYMM             PIC 9(6).
           05 WS-MONTH-START-DD                 PIC 9(2).
       01 WS-NEXT-MONTH-START                   PIC 9(8).
       01 WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-START.
           05 WS-NEXT-MONTH-YYYY                PIC 9(4).
           05 WS-NEXT-MONTH-MM                  PIC 9(2).
           05 WS-NEXT-MONTH-DD                  PIC 9(2).
       01 WS-MONTH-END                          PIC 9(8).
       01 WS-MONTH-START-INTEGER                PIC 9(7).
       01 WS-DAYS-IN-MONTH                      PIC 9(2).
       01 WS-AS-OF-DAY                          PIC 9(2).
       01 WS-TODAY-DATE                         PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YYYYMM                   PIC 9(6).
           05 WS-TODAY-DD                       PIC 9(2).
       01 WS-NOW-TIME                           PIC 9(8).
       01 WS-NOW-MINUTES                        PIC 9(11).

      * A date in the reporting month and its day number (the
      * table subscript), and a timestamp reduced to minutes since
      * the integer-date epoch so deadlines and actuals compare
      * across midnight and month-end.
       01 WS-WORK-DATE                          PIC 9(8).
       01 WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05 WS-WORK-YYYYMM                    PIC 9(6).
           05 WS-WORK-DD                        PIC 9(2).
       01 WS-WORK-INTEGER                       PIC 9(7).
       01 WS-STAMP-DATE                         PIC 9(8).
       01 WS-STAMP-TIME                         PIC 9(8).
       01 WS-STAMP-TIME-PARTS REDEFINES WS-STAMP-TIME.
           05 WS-STAMP-HH                       PIC 9(2).
           05 WS-STAMP-MM                       PIC 9(2).
           05 WS-STAMP-SSHH                     PIC 9(4).
       01 WS-STAMP-MINUTES                      PIC 9(11).
       01 WS-DUE-MINUTES                        PIC 9(11).

      * Same holiday table, and same business-day test, as the
      * load's calendar roll-forward.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-COUNT                  PIC 9(3) VALUE 0.
           05 WS-HOLIDAY-DATE                   PIC 9(8) OCCURS 100.
       01 WS-HOLIDAY-SUB                        PIC 9(3).
       01 WS-HOLIDAY-EOF-SW                     PIC X VALUE 'N'.
           88 WS-HOLIDAY-EOF                    VALUE 'Y'.
       01 WS-BUSINESS-DAY-SW                    PIC X VALUE 'Y'.
           88 WS-BUSINESS-DAY                   VALUE 'Y'.
       01 WS-DAY-OF-WEEK                        PIC 9.

      * The day's target set, weekday or holiday, in milestone
      * order - the same 15 bytes as Sla-Weekday-Targets and
      * Sla-Holiday-Targets.
       01 WS-TARGET-SET.
           05 WS-TGT-MILESTONE OCCURS 3.
               10 WS-TGT-DAYS                   PIC 9.
               10 WS-TGT-HH                     PIC 9(2).
               10 WS-TGT-MM                     PIC 9(2).

       01 WS-MILESTONE-NAME-VALUES.
           05 FILLER                            PIC X(8)
               VALUE 'ARRIVAL'.
           05 FILLER                            PIC X(8)
               VALUE 'RELEASE'.
           05 FILLER                            PIC X(8)
               VALUE 'SEND'.
       01 WS-MILESTONE-NAME-TABLE REDEFINES WS-MILESTONE-NAME-VALUES.
           05 WS-MILESTONE-NAME                 PIC X(8) OCCURS 3.

      * One entry per SLATGT Run-Id, each with a slot per day of
      * the month holding the day's deadlines (in minutes) and the
      * actual timestamps found for each milestone.  Milestone 1
      * is the arrival, 2 the release, 3 the BEXTRACT send.  Same
      * fail-closed rule as MRVRFY00's run table: more Run-Ids
      * than the table holds ends the job rather than report a
      * month that silently leaves some out.
       01 WS-SLA-TABLE.
           05 WS-SLA-COUNT                      PIC 9(3) VALUE 0.
           05 WS-ST-ENTRY OCCURS 50.
               10 WS-ST-RUN-ID                  PIC X(8).
               10 WS-ST-SCHEDULE                PIC X.
                   88 WS-ST-BUSINESS-DAYS       VALUE 'B'.
               10 WS-ST-BEXT-SW                 PIC X.
                   88 WS-ST-BEXT-COMMITTED      VALUE 'Y'.
               10 WS-ST-WEEKDAY-TARGETS         PIC X(15).
               10 WS-ST-HOLIDAY-TARGETS         PIC X(15).
               10 WS-ST-IN-FLIGHT-SW            PIC X.
                   88 WS-ST-IN-FLIGHT           VALUE 'Y'.
               10 WS-ST-IN-FLIGHT-DATE          PIC 9(8).
               10 WS-ST-IN-FLIGHT-TIME          PIC 9(8).
               10 WS-SD-DAY OCCURS 31.
                   15 WS-SD-EXPECTED-SW         PIC X.
                       88 WS-SD-EXPECTED        VALUE 'Y'.
                   15 WS-SD-DAY-TYPE            PIC X.
                       88 WS-SD-WEEKDAY         VALUE 'W'.
                   15 WS-SD-HELD-SW             PIC X.
                       88 WS-SD-HELD            VALUE 'Y'.
                   15 WS-SD-FORCED-SW           PIC X.
                       88 WS-SD-FORCED          VALUE 'Y'.
                   15 WS-SD-RECUT-SW            PIC X.
                       88 WS-SD-RECUT           VALUE 'Y'.
                   15 WS-SD-SUPP-COUNT          PIC 9(2).
                   15 WS-SD-MILESTONE OCCURS 3.
                       20 WS-SD-DUE-MINUTES     PIC 9(11).
                       20 WS-SD-ACT-DATE        PIC 9(8).
                       20 WS-SD-ACT-TIME        PIC 9(8).
       01 WS-SLA-MAX                            PIC 9(3) VALUE 50.
       01 WS-ST-SUB                             PIC 9(3).
       01 WS-DAY-SUB                            PIC 9(2).
       01 WS-MS-SUB                             PIC 9.
       01 WS-FIND-RUN-ID                        PIC X(8).
       01 WS-RUN-FOUND-SW                       PIC X VALUE 'N'.
           88 WS-RUN-FOUND                      VALUE 'Y'.
       01 WS-PLACED-SW                          PIC X VALUE 'N'.
           88 WS-PLACED                         VALUE 'Y'.

      * Held runs, forced releases and supplemental cycles seen on
      * AUDITLOG for the month, in log order, for the separate
      * sections at the end of the report.
       01 WS-EVENT-TABLE.
           05 WS-EVT-COUNT                      PIC 9(4) VALUE 0.
           05 WS-EVT-ENTRY OCCURS 500.
               10 WS-EVT-TYPE                   PIC X.
               10 WS-EVT-RUN-ID                 PIC X(8).
               10 WS-EVT-CREATION-DATE          PIC 9(8).
               10 WS-EVT-CYCLE                  PIC 9(2).
               10 WS-EVT-STATUS                 PIC X(8).
               10 WS-EVT-START-DATE             PIC 9(8).
               10 WS-EVT-START-TIME             PIC 9(8).
               10 WS-EVT-END-DATE               PIC 9(8).
               10 WS-EVT-END-TIME               PIC 9(8).
               10 WS-EVT-OPERATOR-ID            PIC X(8).
               10 WS-EVT-APPROVER-ID            PIC X(8).
               10 WS-EVT-REASON-CODE            PIC X(8).
       01 WS-EVT-MAX                            PIC 9(4) VALUE 500.
       01 WS-EVT-SUB                            PIC 9(4).
       01 WS-EVT-NEW-TYPE                       PIC X.
           88 WS-EVT-NEW-HELD                   VALUE 'H'.
           88 WS-EVT-NEW-FORCED                 VALUE 'F'.
           88 WS-EVT-NEW-SUPP                   VALUE 'S'.
       01 WS-EVT-WANTED                         PIC X.
       01 WS-SECTION-TITLE                      PIC X(30).
       01 WS-EVT-PRINTED                        PIC 9(4).

      * Month-to-date tallies.  The run tally is cleared for each
      * Run-Id and rolled into the month tally once its days are
      * printed; either is moved to the print tally to be shown.
       01 WS-RUN-TALLY.
           05 WS-RT-MILESTONE OCCURS 3.
               10 WS-RT-ON-TIME                 PIC 9(5).
               10 WS-RT-LATE                    PIC 9(5).
               10 WS-RT-MISSED                  PIC 9(5).
               10 WS-RT-PENDING                 PIC 9(5).
               10 WS-RT-EXCLUDED                PIC 9(5).
               10 WS-RT-MINUTES-LATE            PIC 9(9).
           05 WS-RT-DAYS-OWED                   PIC 9(5).
           05 WS-RT-DAYS-JUDGED                 PIC 9(5).
           05 WS-RT-DAYS-MET                    PIC 9(5).
           05 WS-RT-HELD                        PIC 9(5).
           05 WS-RT-FORCED                      PIC 9(5).
           05 WS-RT-SUPP                        PIC 9(5).
       01 WS-MONTH-TALLY.
           05 WS-MT-MILESTONE OCCURS 3.
               10 WS-MT-ON-TIME                 PIC 9(5).
               10 WS-MT-LATE                    PIC 9(5).
               10 WS-MT-MISSED                  PIC 9(5).
               10 WS-MT-PENDING                 PIC 9(5).
               10 WS-MT-EXCLUDED                PIC 9(5).
               10 WS-MT-MINUTES-LATE            PIC 9(9).
           05 WS-MT-DAYS-OWED                   PIC 9(5).
           05 WS-MT-DAYS-JUDGED                 PIC 9(5).
           05 WS-MT-DAYS-MET                    PIC 9(5).
           05 WS-MT-HELD                        PIC 9(5).
           05 WS-MT-FORCED                      PIC 9(5).
           05 WS-MT-SUPP                        PIC 9(5).
       01 WS-PRINT-TALLY.
           05 WS-PT-MILESTONE OCCURS 3.
               10 WS-PT-ON-TIME                 PIC 9(5).
               10 WS-PT-LATE                    PIC 9(5).
               10 WS-PT-MISSED                  PIC 9(5).
               10 WS-PT-PENDING                 PIC 9(5).
               10 WS-PT-EXCLUDED                PIC 9(5).
               10 WS-PT-MINUTES-LATE            PIC 9(9).
           05 WS-PT-DAYS-OWED                   PIC 9(5).
           05 WS-PT-DAYS-JUDGED                 PIC 9(5).
           05 WS-PT-DAYS-MET                    PIC 9(5).
           05 WS-PT-HELD                        PIC 9(5).
           05 WS-PT-FORCED                      PIC 9(5).
           05 WS-PT-SUPP                        PIC 9(5).
       01 WS-MINUTES-LATE-ALL                   PIC 9(9).
       01 WS-MEASURED                           PIC 9(5).
       01 WS-PCT                                PIC 9(3)V9.
       01 WS-PCT-EDIT                           PIC ZZ9.9.
       01 WS-LATE-MINUTES                       PIC 9(9).
       01 WS-DAY-MET-SW                         PIC X.
           88 WS-DAY-MET                        VALUE 'Y'.
       01 WS-DAY-PENDING-SW                     PIC X.
           88 WS-DAY-PENDING                    VALUE 'Y'.
       01 WS-NOTE-PTR                           PIC 9(3).
       01 WS-SUPP-EDIT                          PIC Z9.

       01 WS-SLA-HEADING-1.
           05 FILLER                            PIC X(40)
               VALUE 'MONTHLY SERVICE-LEVEL COMPLIANCE REPORT'.

       01 WS-SLA-HEADING-2.
           05 FILLER                            PIC X(6)
               VALUE 'MONTH'.
           05 WS-SH2-MONTH                      PIC X(6).
           05 FILLER                            PIC X(9)
               VALUE '   AS OF'.
           05 WS-SH2-AS-OF-DATE                 PIC 9(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-SH2-AS-OF-TIME                 PIC X(4).

       01 WS-SLA-RUN-LINE.
           05 FILLER                            PIC X(7)
               VALUE 'RUN-ID'.
           05 WS-SRL-RUN-ID                     PIC X(8).
           05 FILLER                            PIC X(11)
               VALUE '  SCHEDULE'.
           05 WS-SRL-SCHEDULE                   PIC X(13).
           05 FILLER                            PIC X(11)
               VALUE '  BEXTRACT'.
           05 WS-SRL-BEXT                       PIC X(13).

      * Deadlines shown as days+HHMM after the Creation-Date, the
      * way they are agreed and maintained (MRSLAM00).
       01 WS-SLA-TARGET-LINE.
           05 WS-STL-LABEL                      PIC X(18).
           05 WS-STL-MILESTONE OCCURS 3.
               10 WS-STL-NAME                   PIC X(8).
               10 WS-STL-DAYS                   PIC 9.
               10 WS-STL-PLUS                   PIC X.
               10 WS-STL-HH                     PIC 9(2).
               10 WS-STL-MM                     PIC 9(2).
               10 WS-STL-GAP                    PIC X(3).

       01 WS-SLA-IN-FLIGHT-LINE.
           05 FILLER                            PIC X(22)
               VALUE 'RUNREL STILL STARTED'.
           05 FILLER                            PIC X(10)
               VALUE 'LOAD BEGAN'.
           05 WS-SFL-DATE                       PIC 9(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-SFL-TIME                       PIC X(4).
           05 FILLER                            PIC X(38)
               VALUE ' - IN FLIGHT, OR DIED WITHOUT A TRACE'.

       01 WS-SLA-DAY-HEADING-1.
           05 FILLER                            PIC X(14)
               VALUE 'DATE     DAY'.
           05 FILLER                            PIC X(29)
               VALUE '----------ARRIVAL----------'.
           05 FILLER                            PIC X(29)
               VALUE '----------RELEASE----------'.
           05 FILLER                            PIC X(29)
               VALUE '-------BEXTRACT SEND-------'.
           05 FILLER                            PIC X(5)
               VALUE 'NOTES'.

       01 WS-SLA-DAY-HEADING-2.
           05 FILLER                            PIC X(14)
               VALUE SPACES.
           05 FILLER                            PIC X(29)
               VALUE 'OUTCOME  LATE DATE     TIME'.
           05 FILLER                            PIC X(29)
               VALUE 'OUTCOME  LATE DATE     TIME'.
           05 FILLER                            PIC X(29)
               VALUE 'OUTCOME  LATE DATE     TIME'.

       01 WS-SLA-DAY-LINE.
           05 WS-SDL-DATE                       PIC 9(8).
           05 WS-SDL-GAP-1                      PIC X.
           05 WS-SDL-DAY-TYPE                   PIC X(3).
           05 WS-SDL-GAP-2                      PIC X(2).
           05 WS-SDL-MILESTONE OCCURS 3.
               10 WS-SDL-OUTCOME                PIC X(7).
               10 WS-SDL-GAP-3                  PIC X.
               10 WS-SDL-LATE                   PIC ZZZZ9
                                                BLANK WHEN ZERO.
               10 WS-SDL-GAP-4                  PIC X.
               10 WS-SDL-ACT-DATE               PIC X(8).
               10 WS-SDL-GAP-5                  PIC X.
               10 WS-SDL-ACT-TIME               PIC X(4).
               10 WS-SDL-GAP-6                  PIC X(2).
           05 WS-SDL-NOTES                      PIC X(30).

       01 WS-SLA-TALLY-HEADING.
           05 FILLER                            PIC X(10)
               VALUE 'MILESTONE'.
           05 FILLER                            PIC X(11)
               VALUE '    ON TIME'.
           05 FILLER                            PIC X(11)
               VALUE '       LATE'.
           05 FILLER                            PIC X(11)
               VALUE '     MISSED'.
           05 FILLER                            PIC X(11)
               VALUE '    PENDING'.
           05 FILLER                            PIC X(11)
               VALUE '   EXCLUDED'.
           05 FILLER                            PIC X(11)
               VALUE '  MINS LATE'.
           05 FILLER                            PIC X(13)
               VALUE '  PCT ON TIME'.

       01 WS-SLA-TALLY-LINE.
           05 WS-STY-NAME                       PIC X(10).
           05 FILLER                            PIC X(2) VALUE SPACE.
           05 WS-STY-ON-TIME                    PIC ZZZZZZZZ9.
           05 FILLER                            PIC X(2) VALUE SPACE.
           05 WS-STY-LATE                       PIC ZZZZZZZZ9.
           05 FILLER                            PIC X(2) VALUE SPACE.
           05 WS-STY-MISSED                     PIC ZZZZZZZZ9.
           05 FILLER                            PIC X(2) VALUE SPACE.
           05 WS-STY-PENDING                    PIC ZZZZZZZZ9.
           05 FILLER                            PIC X(2) VALUE SPACE.
           05 WS-STY-EXCLUDED                   PIC ZZZZZZZZ9.
           05 FILLER                            PIC X(2) VALUE SPACE.
           05 WS-STY-MINUTES-LATE               PIC ZZZZZZZZ9.
           05 FILLER                            PIC X(6) VALUE SPACE.
           05 WS-STY-PCT                        PIC X(6).

       01 WS-SLA-TOTAL-LINE.
           05 WS-STT-LABEL                      PIC X(30).
           05 WS-STT-VALUE                      PIC ZZZZZZZZ9.

       01 WS-SLA-PCT-LINE.
           05 WS-SPL-LABEL                      PIC X(30).
           05 FILLER                            PIC X(4) VALUE SPACE.
           05 WS-SPL-PCT                        PIC X(6).

       01 WS-SLA-EVENT-HEADING.
           05 FILLER                            PIC X(9)
               VALUE 'RUN-ID'.
           05 FILLER                            PIC X(9)
               VALUE 'CREATED'.
           05 FILLER                            PIC X(4)
               VALUE 'CYC'.
           05 FILLER                            PIC X(9)
               VALUE 'STATUS'.
           05 FILLER                            PIC X(14)
               VALUE 'STARTED'.
           05 FILLER                            PIC X(14)
               VALUE 'FINISHED'.
           05 FILLER                            PIC X(9)
               VALUE 'OPERATOR'.
           05 FILLER                            PIC X(9)
               VALUE 'APPROVER'.
           05 FILLER                            PIC X(8)
               VALUE 'REASON'.

       01 WS-SLA-EVENT-LINE.
           05 WS-SEL-RUN-ID                     PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-SEL-CREATION-DATE              PIC 9(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-SEL-CYCLE                      PIC 9(2).
           05 FILLER                            PIC X(2) VALUE SPACE.
           05 WS-SEL-STATUS                     PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-SEL-START-DATE                 PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-SEL-START-TIME                 PIC X(4).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-SEL-END-DATE                   PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-SEL-END-TIME                   PIC X(4).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-SEL-OPERATOR-ID                PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-SEL-APPROVER-ID                PIC X(8).
           05 FILLER                            PIC X VALUE SPACE.
           05 WS-SEL-REASON-CODE                PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-SLA-TARGETS
           PERFORM 3000-READ-AUDIT-LOG
           PERFORM 4000-TAKE-RUN-RELEASE
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-SLA-COUNT
           PERFORM 5000-TAKE-SENT-LOG
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-SLA-COUNT
           PERFORM 6000-PRINT-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-NOW-TIME

           MOVE 'MRSLA-MONTH' TO WS-ENV-NAME
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE = SPACES
               MOVE WS-TODAY-YYYYMM TO WS-REPORT-MONTH
           ELSE
               MOVE WS-ENV-VALUE(1:6) TO WS-REPORT-MONTH
           END-IF
           IF WS-REPORT-MONTH NOT NUMERIC
            OR WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY 'MRSLA00 ABEND - MRSLA-MONTH ' WS-ENV-VALUE
                   ' IS NOT A YYYYMM MONTH'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-SET-MONTH-BOUNDS

           OPEN INPUT SLA-TARGET-FILE
           IF WS-SLA-FILE-STATUS NOT = '00'
               DISPLAY 'MRSLA00 ABEND - SLATGT COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-SLA-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'MRSLA00 ABEND - AUDITLOG COULD NOT BE '
                   'OPENED, FILE STATUS ' WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT RUN-RELEASE-FILE
           IF WS-RREL-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-RREL-PRESENT-SW
               DISPLAY 'MRSLA00 WARNING - RUNREL NOT AVAILABLE, '
                   'LOADS IN FLIGHT WILL NOT BE SHOWN'
           END-IF

           OPEN INPUT B-SENT-LOG
           IF WS-BSNT-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-BSNT-PRESENT-SW
               DISPLAY 'MRSLA00 WARNING - BSENTLOG NOT AVAILABLE, '
                   'NO BEXTRACT SEND WILL BE FOUND'
           END-IF

           PERFORM 1350-LOAD-HOLIDAY-TABLE

           OPEN OUTPUT SLA-RPT
           MOVE WS-SLA-HEADING-1 TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE
           MOVE WS-REPORT-MONTH TO WS-SH2-MONTH
           MOVE WS-TODAY-DATE TO WS-SH2-AS-OF-DATE
           MOVE WS-NOW-TIME(1:4) TO WS-SH2-AS-OF-TIME
           MOVE WS-SLA-HEADING-2 TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE
           IF NOT WS-RREL-PRESENT
               MOVE 'NO RUN-RELEASE FILE PRESENT' TO SLA-RPT-LINE
               WRITE SLA-RPT-LINE
           END-IF
           IF NOT WS-BSNT-PRESENT
               MOVE 'NO BEXTRACT SENT LOG PRESENT' TO SLA-RPT-LINE
               WRITE SLA-RPT-LINE
           END-IF.

      * Month end is the day before the first of next month.  A
      * month still in progress is reported up to today; a month
      * not yet begun has nothing to report.
       1100-SET-MONTH-BOUNDS.
           MOVE WS-REPORT-MONTH TO WS-MONTH-START-YYYYMM
           MOVE 1 TO WS-MONTH-START-DD
           COMPUTE WS-MONTH-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           IF WS-REPORT-MM = 12
               COMPUTE WS-NEXT-MONTH-YYYY = WS-REPORT-YYYY + 1
               MOVE 1 TO WS-NEXT-MONTH-MM
           ELSE
               MOVE WS-REPORT-YYYY TO WS-NEXT-MONTH-YYYY
               COMPUTE WS-NEXT-MONTH-MM = WS-REPORT-MM + 1
           END-IF
           MOVE 1 TO WS-NEXT-MONTH-DD
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
               - WS-MONTH-START-INTEGER
           MOVE WS-MONTH-START TO WS-MONTH-END
           MOVE WS-DAYS-IN-MONTH TO WS-MONTH-END(7:2)

           IF WS-MONTH-START > WS-TODAY-DATE
               DISPLAY 'MRSLA00 ABEND - MONTH ' WS-REPORT-MONTH
                   ' HAS NOT STARTED YET'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TODAY-DATE > WS-MONTH-END
               MOVE WS-DAYS-IN-MONTH TO WS-AS-OF-DAY
           ELSE
               MOVE WS-TODAY-DD TO WS-AS-OF-DAY
           END-IF
           MOVE WS-TODAY-DATE TO WS-STAMP-DATE
           MOVE WS-NOW-TIME TO WS-STAMP-TIME
           PERFORM 8200-STAMP-TO-MINUTES
           MOVE WS-STAMP-MINUTES TO WS-NOW-MINUTES.

       1350-LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-STATUS NOT = '00'
               DISPLAY 'MRSLA00 WARNING - HOLIDAYS NOT AVAILABLE, '
                   'EVERY WEEKDAY WILL USE THE WEEKDAY TARGETS'
           ELSE
               READ HOLIDAY-FILE
                   AT END SET WS-HOLIDAY-EOF TO TRUE
               END-READ
               PERFORM 1360-STORE-ONE-HOLIDAY
                   UNTIL WS-HOLIDAY-EOF
                      OR WS-HOLIDAY-COUNT = 100
               CLOSE HOLIDAY-FILE
           END-IF.

       1360-STORE-ONE-HOLIDAY.
           IF HOLIDAY-RECORD NUMERIC
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE HOLIDAY-RECORD
                   TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
           END-IF
           READ HOLIDAY-FILE
               AT END SET WS-HOLIDAY-EOF TO TRUE
           END-READ.

       2000-LOAD-SLA-TARGETS.
           MOVE LOW-VALUES TO SLA-RUN-ID
           START SLA-TARGET-FILE KEY NOT < SLA-RUN-ID
               INVALID KEY SET WS-SLA-EOF TO TRUE
           END-START
           IF NOT WS-SLA-EOF
               PERFORM 2050-READ-NEXT-TARGET
           END-IF
           PERFORM 2100-TABLE-ONE-TARGET
               UNTIL WS-SLA-EOF.

       2050-READ-NEXT-TARGET.
           READ SLA-TARGET-FILE NEXT RECORD
               AT END SET WS-SLA-EOF TO TRUE
           END-READ.

       2100-TABLE-ONE-TARGET.
           IF WS-SLA-COUNT = WS-SLA-MAX
               DISPLAY 'MRSLA00 ABEND - MORE THAN ' WS-SLA-MAX
                   ' RUN-IDS ON SLATGT, RUN-ID TABLE FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SLA-COUNT
           MOVE WS-SLA-COUNT TO WS-ST-SUB
           MOVE SLA-RUN-ID TO WS-ST-RUN-ID(WS-ST-SUB)
           MOVE SLA-SCHEDULE TO WS-ST-SCHEDULE(WS-ST-SUB)
           MOVE SLA-BEXT-SW TO WS-ST-BEXT-SW(WS-ST-SUB)
           MOVE SLA-WEEKDAY-TARGETS
               TO WS-ST-WEEKDAY-TARGETS(WS-ST-SUB)
           MOVE SLA-HOLIDAY-TARGETS
               TO WS-ST-HOLIDAY-TARGETS(WS-ST-SUB)
           MOVE 'N' TO WS-ST-IN-FLIGHT-SW(WS-ST-SUB)
           MOVE 0 TO WS-ST-IN-FLIGHT-DATE(WS-ST-SUB)
           MOVE 0 TO WS-ST-IN-FLIGHT-TIME(WS-ST-SUB)
           PERFORM 2200-SET-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH
           PERFORM 2050-READ-NEXT-TARGET.

      * A business day takes the weekday targets, any other day
      * the holiday targets.  A business-days-only Run-Id owes no
      * extract on a weekend or holiday at all.
       2200-SET-ONE-DAY.
           COMPUTE WS-WORK-INTEGER =
               WS-MONTH-START-INTEGER + WS-DAY-SUB - 1
           MOVE WS-MONTH-START TO WS-WORK-DATE
           MOVE WS-DAY-SUB TO WS-WORK-DD
           PERFORM 8300-JUDGE-BUSINESS-DAY
           IF WS-BUSINESS-DAY
               MOVE 'W' TO WS-SD-DAY-TYPE(WS-ST-SUB, WS-DAY-SUB)
               MOVE WS-ST-WEEKDAY-TARGETS(WS-ST-SUB)
                   TO WS-TARGET-SET
           ELSE
               MOVE 'H' TO WS-SD-DAY-TYPE(WS-ST-SUB, WS-DAY-SUB)
               MOVE WS-ST-HOLIDAY-TARGETS(WS-ST-SUB)
                   TO WS-TARGET-SET
           END-IF
           IF WS-ST-BUSINESS-DAYS(WS-ST-SUB) AND NOT WS-BUSINESS-DAY
               MOVE 'N' TO WS-SD-EXPECTED-SW(WS-ST-SUB, WS-DAY-SUB)
           ELSE
               MOVE 'Y' TO WS-SD-EXPECTED-SW(WS-ST-SUB, WS-DAY-SUB)
           END-IF
           MOVE 'N' TO WS-SD-HELD-SW(WS-ST-SUB, WS-DAY-SUB)
           MOVE 'N' TO WS-SD-FORCED-SW(WS-ST-SUB, WS-DAY-SUB)
           MOVE 'N' TO WS-SD-RECUT-SW(WS-ST-SUB, WS-DAY-SUB)
           MOVE 0 TO WS-SD-SUPP-COUNT(WS-ST-SUB, WS-DAY-SUB)
           PERFORM 2210-SET-ONE-DEADLINE
               VARYING WS-MS-SUB FROM 1 BY 1
               UNTIL WS-MS-SUB > 3.

       2210-SET-ONE-DEADLINE.
           COMPUTE WS-SD-DUE-MINUTES(WS-ST-SUB, WS-DAY-SUB, WS-MS-SUB)
               = (WS-WORK-INTEGER + WS-TGT-DAYS(WS-MS-SUB)) * 1440
               + WS-TGT-HH(WS-MS-SUB) * 60 + WS-TGT-MM(WS-MS-SUB)
           MOVE 0 TO WS-SD-ACT-DATE(WS-ST-SUB, WS-DAY-SUB, WS-MS-SUB)
           MOVE 0 TO WS-SD-ACT-TIME(WS-ST-SUB, WS-DAY-SUB, WS-MS-SUB).

       3000-READ-AUDIT-LOG.
           READ AUDIT-FILE
               AT END SET WS-AUDT-EOF TO TRUE
           END-READ
           PERFORM 3100-TAKE-ONE-AUDIT-ROW
               UNTIL WS-AUDT-EOF.

      * Only the load's own rows and MROVRD00's OVERRIDE rows bear
      * on timeliness; repairs, backouts, adjustments and the like
      * are later corrections, not the night's delivery.
       3100-TAKE-ONE-AUDIT-ROW.
           IF AUDT-HDR-CREATION-DATE NOT < WS-MONTH-START
            AND AUDT-HDR-CREATION-DATE NOT > WS-MONTH-END
               MOVE AUDT-RUN-ID TO WS-FIND-RUN-ID
               PERFORM 8100-FIND-RUN-ID
               IF WS-RUN-FOUND
                   MOVE AUDT-HDR-CREATION-DATE TO WS-WORK-DATE
                   MOVE WS-WORK-DD TO WS-DAY-SUB
                   EVALUATE AUDT-RUN-STATUS
                       WHEN 'COMPLETE'
                       WHEN 'OOB-BRK '
                       WHEN 'ABORTED '
                           PERFORM 3200-TAKE-LOAD-ROW
                       WHEN 'OVERRIDE'
                           PERFORM 3300-TAKE-OVERRIDE-ROW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           READ AUDIT-FILE
               AT END SET WS-AUDT-EOF TO TRUE
           END-READ.

      * The primary cycle's first start is when the extract
      * arrived, however many restarts followed; its first COMPLETE
      * is the release.  An out-of-balance or aborted run before
      * any release is a held night.
       3200-TAKE-LOAD-ROW.
           IF AUDT-HDR-CYCLE > 1
               ADD 1 TO WS-SD-SUPP-COUNT(WS-ST-SUB, WS-DAY-SUB)
               SET WS-EVT-NEW-SUPP TO TRUE
               PERFORM 8500-ADD-EVENT
           ELSE
               IF AUDT-START-DATE > 0
                   MOVE AUDT-START-DATE TO WS-STAMP-DATE
                   MOVE AUDT-START-TIME TO WS-STAMP-TIME
                   PERFORM 8400-KEEP-EARLIEST-ARRIVAL
               END-IF
               IF WS-SD-ACT-DATE(WS-ST-SUB, WS-DAY-SUB, 2) = 0
                   IF AUDT-RUN-STATUS = 'COMPLETE'
                       MOVE AUDT-RUN-DATE
                           TO WS-SD-ACT-DATE(WS-ST-SUB, WS-DAY-SUB, 2)
                       MOVE AUDT-RUN-TIME
                           TO WS-SD-ACT-TIME(WS-ST-SUB, WS-DAY-SUB, 2)
                   ELSE
                       MOVE 'Y' TO WS-SD-HELD-SW(WS-ST-SUB, WS-DAY-SUB)
                       SET WS-EVT-NEW-HELD TO TRUE
                       PERFORM 8500-ADD-EVENT
                   END-IF
               END-IF
           END-IF.

      * The override is the release of a held primary run - its
      * own timestamp, not the load's, is when downstream could go.
       3300-TAKE-OVERRIDE-ROW.
           SET WS-EVT-NEW-FORCED TO TRUE
           PERFORM 8500-ADD-EVENT
           IF AUDT-HDR-CYCLE NOT > 1
            AND WS-SD-ACT-DATE(WS-ST-SUB, WS-DAY-SUB, 2) = 0
               MOVE AUDT-RUN-DATE
                   TO WS-SD-ACT-DATE(WS-ST-SUB, WS-DAY-SUB, 2)
               MOVE AUDT-RUN-TIME
                   TO WS-SD-ACT-TIME(WS-ST-SUB, WS-DAY-SUB, 2)
               MOVE 'Y' TO WS-SD-FORCED-SW(WS-ST-SUB, WS-DAY-SUB)
           END-IF.

      * RUNREL holds only the latest run per Run-Id.  A final
      * status there fills whatever AUDITLOG did not record for
      * that night; STARTED means a load is running now or died
      * without writing anything else - its start is the arrival
      * of the first owed night after the last one recorded.
       4000-TAKE-RUN-RELEASE.
           IF WS-RREL-PRESENT
               MOVE WS-ST-RUN-ID(WS-ST-SUB) TO RREL-RUN-ID
               READ RUN-RELEASE-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-RREL-FILE-STATUS = '00'
                   IF RREL-STARTED
                       PERFORM 4200-NOTE-IN-FLIGHT
                   ELSE
                       PERFORM 4100-FILL-FROM-RUN-RELEASE
                   END-IF
               END-IF
           END-IF.

       4100-FILL-FROM-RUN-RELEASE.
           IF RREL-CREATION-DATE NOT < WS-MONTH-START
            AND RREL-CREATION-DATE NOT > WS-MONTH-END
            AND RREL-CYCLE NOT > 1
               MOVE RREL-CREATION-DATE TO WS-WORK-DATE
               MOVE WS-WORK-DD TO WS-DAY-SUB
               IF RREL-START-DATE > 0
                   MOVE RREL-START-DATE TO WS-STAMP-DATE
                   MOVE RREL-START-TIME TO WS-STAMP-TIME
                   PERFORM 8400-KEEP-EARLIEST-ARRIVAL
               END-IF
               IF WS-SD-ACT-DATE(WS-ST-SUB, WS-DAY-SUB, 2) = 0
                   EVALUATE TRUE
                       WHEN RREL-RELEASED
                           MOVE RREL-RUN-DATE
                             TO WS-SD-ACT-DATE(WS-ST-SUB, WS-DAY-SUB, 2)
                           MOVE RREL-RUN-TIME
                             TO WS-SD-ACT-TIME(WS-ST-SUB, WS-DAY-SUB, 2)
                       WHEN RREL-FORCED
                           MOVE RREL-RUN-DATE
                             TO WS-SD-ACT-DATE(WS-ST-SUB, WS-DAY-SUB, 2)
                           MOVE RREL-RUN-TIME
                             TO WS-SD-ACT-TIME(WS-ST-SUB, WS-DAY-SUB, 2)
                           MOVE 'Y'
                             TO WS-SD-FORCED-SW(WS-ST-SUB, WS-DAY-SUB)
                       WHEN OTHER
                           MOVE 'Y'
                             TO WS-SD-HELD-SW(WS-ST-SUB, WS-DAY-SUB)
                   END-EVALUATE
               END-IF
           END-IF.

       4200-NOTE-IN-FLIGHT.
           IF RREL-START-DATE > 0
               MOVE 'Y' TO WS-ST-IN-FLIGHT-SW(WS-ST-SUB)
               MOVE RREL-START-DATE TO WS-ST-IN-FLIGHT-DATE(WS-ST-SUB)
               MOVE RREL-START-TIME TO WS-ST-IN-FLIGHT-TIME(WS-ST-SUB)
               MOVE 'N' TO WS-PLACED-SW
               PERFORM 4250-PLACE-IN-FLIGHT-START
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-AS-OF-DAY
                      OR WS-PLACED
           END-IF.

       4250-PLACE-IN-FLIGHT-START.
           MOVE WS-MONTH-START TO WS-WORK-DATE
           MOVE WS-DAY-SUB TO WS-WORK-DD
           IF WS-WORK-DATE > RREL-CREATION-DATE
            AND WS-SD-EXPECTED(WS-ST-SUB, WS-DAY-SUB)
            AND WS-SD-ACT-DATE(WS-ST-SUB, WS-DAY-SUB, 1) = 0
               MOVE RREL-START-DATE
                   TO WS-SD-ACT-DATE(WS-ST-SUB, WS-DAY-SUB, 1)
               MOVE RREL-START-TIME
                   TO WS-SD-ACT-TIME(WS-ST-SUB, WS-DAY-SUB, 1)
               SET WS-PLACED TO TRUE
           END-IF.

      * BSENTLOG is keyed by Creation-Date alone; a row with no
      * Run-Id predates Run-Id stamping and is taken as the
      * Run-Id's own.
       5000-TAKE-SENT-LOG.
           IF WS-BSNT-PRESENT
            AND WS-ST-BEXT-COMMITTED(WS-ST-SUB)
               PERFORM 5100-TAKE-ONE-SENT-DAY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-AS-OF-DAY
           END-IF.

       5100-TAKE-ONE-SENT-DAY.
           MOVE WS-MONTH-START TO BSNT-CREATION-DATE
           MOVE WS-DAY-SUB TO BSNT-CREATION-DATE(7:2)
           READ B-SENT-LOG
               INVALID KEY CONTINUE
           END-READ
           IF WS-BSNT-FILE-STATUS = '00'
               IF BSNT-RUN-ID = WS-ST-RUN-ID(WS-ST-SUB)
                OR BSNT-RUN-ID = SPACES
                   MOVE BSNT-SENT-DATE
                       TO WS-SD-ACT-DATE(WS-ST-SUB, WS-DAY-SUB, 3)
                   MOVE BSNT-SENT-TIME
                       TO WS-SD-ACT-TIME(WS-ST-SUB, WS-DAY-SUB, 3)
                   IF BSNT-CYCLE > 1
                       MOVE 'Y' TO WS-SD-RECUT-SW(WS-ST-SUB, WS-DAY-SUB)
                   END-IF
               END-IF
           END-IF.

       6000-PRINT-REPORT.
           INITIALIZE WS-MONTH-TALLY
           PERFORM 6100-PRINT-ONE-RUN-ID
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-SLA-COUNT

           MOVE SPACES TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE
           MOVE 'ALL RUN-IDS - MONTH TO DATE' TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE
           MOVE WS-MONTH-TALLY TO WS-PRINT-TALLY
           PERFORM 6800-PRINT-TALLY
           MOVE 'RUN-IDS REPORTED' TO WS-STT-LABEL
           MOVE WS-SLA-COUNT TO WS-STT-VALUE
           MOVE WS-SLA-TOTAL-LINE TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE

           MOVE 'H' TO WS-EVT-WANTED
           MOVE 'HELD RUNS' TO WS-SECTION-TITLE
           PERFORM 7000-PRINT-EVENT-SECTION
           MOVE 'F' TO WS-EVT-WANTED
           MOVE 'FORCED RELEASES' TO WS-SECTION-TITLE
           PERFORM 7000-PRINT-EVENT-SECTION
           MOVE 'S' TO WS-EVT-WANTED
           MOVE 'SUPPLEMENTAL CYCLES' TO WS-SECTION-TITLE
           PERFORM 7000-PRINT-EVENT-SECTION.

       6100-PRINT-ONE-RUN-ID.
           INITIALIZE WS-RUN-TALLY
           MOVE SPACES TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE
           MOVE WS-ST-RUN-ID(WS-ST-SUB) TO WS-SRL-RUN-ID
           IF WS-ST-BUSINESS-DAYS(WS-ST-SUB)
               MOVE 'BUSINESS DAYS' TO WS-SRL-SCHEDULE
           ELSE
               MOVE 'EVERY DAY' TO WS-SRL-SCHEDULE
           END-IF
           IF WS-ST-BEXT-COMMITTED(WS-ST-SUB)
               MOVE 'COMMITTED' TO WS-SRL-BEXT
           ELSE
               MOVE 'NOT COMMITTED' TO WS-SRL-BEXT
           END-IF
           MOVE WS-SLA-RUN-LINE TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE

           MOVE 'WEEKDAY TARGETS' TO WS-STL-LABEL
           MOVE WS-ST-WEEKDAY-TARGETS(WS-ST-SUB) TO WS-TARGET-SET
           PERFORM 6150-PRINT-TARGET-LINE
           MOVE 'HOLIDAY TARGETS' TO WS-STL-LABEL
           MOVE WS-ST-HOLIDAY-TARGETS(WS-ST-SUB) TO WS-TARGET-SET
           PERFORM 6150-PRINT-TARGET-LINE
           IF WS-ST-IN-FLIGHT(WS-ST-SUB)
               MOVE WS-ST-IN-FLIGHT-DATE(WS-ST-SUB) TO WS-SFL-DATE
               MOVE WS-ST-IN-FLIGHT-TIME(WS-ST-SUB) TO WS-STAMP-TIME
               MOVE WS-STAMP-TIME(1:4) TO WS-SFL-TIME
               MOVE WS-SLA-IN-FLIGHT-LINE TO SLA-RPT-LINE
               WRITE SLA-RPT-LINE
           END-IF

           MOVE SPACES TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE
           MOVE WS-SLA-DAY-HEADING-1 TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE
           MOVE WS-SLA-DAY-HEADING-2 TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE
           PERFORM 6200-PRINT-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-AS-OF-DAY

           MOVE SPACES TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE
           MOVE SPACES TO SLA-RPT-LINE
           STRING 'RUN-ID ' WS-ST-RUN-ID(WS-ST-SUB)
               ' - MONTH TO DATE' DELIMITED BY SIZE
               INTO SLA-RPT-LINE
           END-STRING
           WRITE SLA-RPT-LINE
           MOVE WS-RUN-TALLY TO WS-PRINT-TALLY
           PERFORM 6800-PRINT-TALLY
           PERFORM 6900-ROLL-RUN-INTO-MONTH.

       6150-PRINT-TARGET-LINE.
           PERFORM 6160-FORMAT-ONE-TARGET
               VARYING WS-MS-SUB FROM 1 BY 1
               UNTIL WS-MS-SUB > 3
           MOVE WS-SLA-TARGET-LINE TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE.

       6160-FORMAT-ONE-TARGET.
           MOVE WS-MILESTONE-NAME(WS-MS-SUB) TO WS-STL-NAME(WS-MS-SUB)
           MOVE WS-TGT-DAYS(WS-MS-SUB) TO WS-STL-DAYS(WS-MS-SUB)
           MOVE '+' TO WS-STL-PLUS(WS-MS-SUB)
           MOVE WS-TGT-HH(WS-MS-SUB) TO WS-STL-HH(WS-MS-SUB)
           MOVE WS-TGT-MM(WS-MS-SUB) TO WS-STL-MM(WS-MS-SUB)
           MOVE SPACES TO WS-STL-GAP(WS-MS-SUB)
           IF WS-MS-SUB = 3
            AND NOT WS-ST-BEXT-COMMITTED(WS-ST-SUB)
               MOVE 'N/A' TO WS-STL-MILESTONE(WS-MS-SUB)(9:9)
           END-IF.

      * One line per owed day up to the as-of day.  A day is
      * judged once none of its milestones is still pending, and
      * met when every measured milestone was on time.
       6200-PRINT-ONE-DAY.
           IF WS-SD-EXPECTED(WS-ST-SUB, WS-DAY-SUB)
               ADD 1 TO WS-RT-DAYS-OWED
               MOVE 'Y' TO WS-DAY-MET-SW
               MOVE 'N' TO WS-DAY-PENDING-SW
               MOVE SPACES TO WS-SLA-DAY-LINE
               MOVE WS-MONTH-START TO WS-WORK-DATE
               MOVE WS-DAY-SUB TO WS-WORK-DD
               MOVE WS-WORK-DATE TO WS-SDL-DATE
               IF WS-SD-WEEKDAY(WS-ST-SUB, WS-DAY-SUB)
                   MOVE 'WKD' TO WS-SDL-DAY-TYPE
               ELSE
                   MOVE 'HOL' TO WS-SDL-DAY-TYPE
               END-IF
               PERFORM 6300-JUDGE-ONE-MILESTONE
                   VARYING WS-MS-SUB FROM 1 BY 1
                   UNTIL WS-MS-SUB > 3
               IF NOT WS-DAY-PENDING
                   ADD 1 TO WS-RT-DAYS-JUDGED
                   IF WS-DAY-MET
                       ADD 1 TO WS-RT-DAYS-MET
                   END-IF
               END-IF
               PERFORM 6400-BUILD-DAY-NOTES
               MOVE WS-SLA-DAY-LINE TO SLA-RPT-LINE
               WRITE SLA-RPT-LINE
           END-IF.

       6300-JUDGE-ONE-MILESTONE.
           MOVE 0 TO WS-SDL-LATE(WS-MS-SUB)
           MOVE WS-SD-DUE-MINUTES(WS-ST-SUB, WS-DAY-SUB, WS-MS-SUB)
               TO WS-DUE-MINUTES
           EVALUATE TRUE
               WHEN WS-MS-SUB = 3
                AND NOT WS-ST-BEXT-COMMITTED(WS-ST-SUB)
                   MOVE 'N/A' TO WS-SDL-OUTCOME(WS-MS-SUB)
                   ADD 1 TO WS-RT-EXCLUDED(WS-MS-SUB)
               WHEN WS-SD-ACT-DATE(WS-ST-SUB, WS-DAY-SUB, WS-MS-SUB)
                    = 0
                   IF WS-DUE-MINUTES > WS-NOW-MINUTES
                       MOVE 'PENDING' TO WS-SDL-OUTCOME(WS-MS-SUB)
                       ADD 1 TO WS-RT-PENDING(WS-MS-SUB)
                       MOVE 'Y' TO WS-DAY-PENDING-SW
                   ELSE
                       MOVE 'MISSED' TO WS-SDL-OUTCOME(WS-MS-SUB)
                       ADD 1 TO WS-RT-MISSED(WS-MS-SUB)
                       MOVE 'N' TO WS-DAY-MET-SW
                   END-IF
               WHEN OTHER
                   PERFORM 6350-JUDGE-ACTUAL
           END-EVALUATE.

       6350-JUDGE-ACTUAL.
           MOVE WS-SD-ACT-DATE(WS-ST-SUB, WS-DAY-SUB, WS-MS-SUB)
               TO WS-STAMP-DATE
           MOVE WS-SD-ACT-TIME(WS-ST-SUB, WS-DAY-SUB, WS-MS-SUB)
               TO WS-STAMP-TIME
           MOVE WS-STAMP-DATE TO WS-SDL-ACT-DATE(WS-MS-SUB)
           MOVE WS-STAMP-TIME(1:4) TO WS-SDL-ACT-TIME(WS-MS-SUB)
           PERFORM 8200-STAMP-TO-MINUTES
           EVALUATE TRUE
               WHEN WS-MS-SUB = 3
                AND WS-SD-RECUT(WS-ST-SUB, WS-DAY-SUB)
                   MOVE 'RECUT' TO WS-SDL-OUTCOME(WS-MS-SUB)
                   ADD 1 TO WS-RT-EXCLUDED(WS-MS-SUB)
               WHEN WS-STAMP-MINUTES NOT > WS-DUE-MINUTES
                   MOVE 'ON TIME' TO WS-SDL-OUTCOME(WS-MS-SUB)
                   ADD 1 TO WS-RT-ON-TIME(WS-MS-SUB)
               WHEN OTHER
                   COMPUTE WS-LATE-MINUTES =
                       WS-STAMP-MINUTES - WS-DUE-MINUTES
                   MOVE 'LATE' TO WS-SDL-OUTCOME(WS-MS-SUB)
                   MOVE WS-LATE-MINUTES TO WS-SDL-LATE(WS-MS-SUB)
                   ADD 1 TO WS-RT-LATE(WS-MS-SUB)
                   ADD WS-LATE-MINUTES
                       TO WS-RT-MINUTES-LATE(WS-MS-SUB)
                   MOVE 'N' TO WS-DAY-MET-SW
           END-EVALUATE.

       6400-BUILD-DAY-NOTES.
           MOVE 1 TO WS-NOTE-PTR
           IF WS-SD-HELD(WS-ST-SUB, WS-DAY-SUB)
               ADD 1 TO WS-RT-HELD
               STRING 'HELD ' DELIMITED BY SIZE
                   INTO WS-SDL-NOTES WITH POINTER WS-NOTE-PTR
               END-STRING
           END-IF
           IF WS-SD-FORCED(WS-ST-SUB, WS-DAY-SUB)
               ADD 1 TO WS-RT-FORCED
               STRING 'FORCED ' DELIMITED BY SIZE
                   INTO WS-SDL-NOTES WITH POINTER WS-NOTE-PTR
               END-STRING
           END-IF
           IF WS-SD-SUPP-COUNT(WS-ST-SUB, WS-DAY-SUB) > 0
               ADD WS-SD-SUPP-COUNT(WS-ST-SUB, WS-DAY-SUB)
                   TO WS-RT-SUPP
               MOVE WS-SD-SUPP-COUNT(WS-ST-SUB, WS-DAY-SUB)
                   TO WS-SUPP-EDIT
               STRING 'SUPP' WS-SUPP-EDIT ' ' DELIMITED BY SIZE
                   INTO WS-SDL-NOTES WITH POINTER WS-NOTE-PTR
               END-STRING
           END-IF.

       6800-PRINT-TALLY.
           MOVE WS-SLA-TALLY-HEADING TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE
           MOVE 0 TO WS-MINUTES-LATE-ALL
           PERFORM 6850-PRINT-ONE-TALLY-LINE
               VARYING WS-MS-SUB FROM 1 BY 1
               UNTIL WS-MS-SUB > 3

           MOVE 'EXTRACTS OWED TO DATE' TO WS-STT-LABEL
           MOVE WS-PT-DAYS-OWED TO WS-STT-VALUE
           MOVE WS-SLA-TOTAL-LINE TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE

           MOVE 'DAYS FULLY JUDGED' TO WS-STT-LABEL
           MOVE WS-PT-DAYS-JUDGED TO WS-STT-VALUE
           MOVE WS-SLA-TOTAL-LINE TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE

           MOVE 'DAYS EVERY MILESTONE ON TIME' TO WS-STT-LABEL
           MOVE WS-PT-DAYS-MET TO WS-STT-VALUE
           MOVE WS-SLA-TOTAL-LINE TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE

           MOVE 'PCT DAYS EVERY MILESTONE MET' TO WS-SPL-LABEL
           MOVE WS-PT-DAYS-JUDGED TO WS-MEASURED
           PERFORM 8600-FORMAT-PCT
           MOVE WS-SLA-PCT-LINE TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE

           MOVE 'TOTAL MINUTES LATE' TO WS-STT-LABEL
           MOVE WS-MINUTES-LATE-ALL TO WS-STT-VALUE
           MOVE WS-SLA-TOTAL-LINE TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE

           MOVE 'HELD RUNS' TO WS-STT-LABEL
           MOVE WS-PT-HELD TO WS-STT-VALUE
           MOVE WS-SLA-TOTAL-LINE TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE

           MOVE 'FORCED RELEASES' TO WS-STT-LABEL
           MOVE WS-PT-FORCED TO WS-STT-VALUE
           MOVE WS-SLA-TOTAL-LINE TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE

           MOVE 'SUPPLEMENTAL CYCLES' TO WS-STT-LABEL
           MOVE WS-PT-SUPP TO WS-STT-VALUE
           MOVE WS-SLA-TOTAL-LINE TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE.

      * Compliance is on time over everything judged - on time,
      * late or missed.  Pending and excluded (N/A, RECUT) days
      * count toward neither side.
       6850-PRINT-ONE-TALLY-LINE.
           MOVE WS-MILESTONE-NAME(WS-MS-SUB) TO WS-STY-NAME
           MOVE WS-PT-ON-TIME(WS-MS-SUB) TO WS-STY-ON-TIME
           MOVE WS-PT-LATE(WS-MS-SUB) TO WS-STY-LATE
           MOVE WS-PT-MISSED(WS-MS-SUB) TO WS-STY-MISSED
           MOVE WS-PT-PENDING(WS-MS-SUB) TO WS-STY-PENDING
           MOVE WS-PT-EXCLUDED(WS-MS-SUB) TO WS-STY-EXCLUDED
           MOVE WS-PT-MINUTES-LATE(WS-MS-SUB) TO WS-STY-MINUTES-LATE
           ADD WS-PT-MINUTES-LATE(WS-MS-SUB) TO WS-MINUTES-LATE-ALL
           COMPUTE WS-MEASURED = WS-PT-ON-TIME(WS-MS-SUB)
               + WS-PT-LATE(WS-MS-SUB) + WS-PT-MISSED(WS-MS-SUB)
           IF WS-MEASURED = 0
               MOVE 'N/A' TO WS-STY-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-PT-ON-TIME(WS-MS-SUB) * 100 / WS-MEASURED
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-STY-PCT
           END-IF
           MOVE WS-SLA-TALLY-LINE TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE.

       6900-ROLL-RUN-INTO-MONTH.
           PERFORM 6950-ROLL-ONE-MILESTONE
               VARYING WS-MS-SUB FROM 1 BY 1
               UNTIL WS-MS-SUB > 3
           ADD WS-RT-DAYS-OWED TO WS-MT-DAYS-OWED
           ADD WS-RT-DAYS-JUDGED TO WS-MT-DAYS-JUDGED
           ADD WS-RT-DAYS-MET TO WS-MT-DAYS-MET
           ADD WS-RT-HELD TO WS-MT-HELD
           ADD WS-RT-FORCED TO WS-MT-FORCED
           ADD WS-RT-SUPP TO WS-MT-SUPP.

       6950-ROLL-ONE-MILESTONE.
           ADD WS-RT-ON-TIME(WS-MS-SUB) TO WS-MT-ON-TIME(WS-MS-SUB)
           ADD WS-RT-LATE(WS-MS-SUB) TO WS-MT-LATE(WS-MS-SUB)
           ADD WS-RT-MISSED(WS-MS-SUB) TO WS-MT-MISSED(WS-MS-SUB)
           ADD WS-RT-PENDING(WS-MS-SUB) TO WS-MT-PENDING(WS-MS-SUB)
           ADD WS-RT-EXCLUDED(WS-MS-SUB) TO WS-MT-EXCLUDED(WS-MS-SUB)
           ADD WS-RT-MINUTES-LATE(WS-MS-SUB)
               TO WS-MT-MINUTES-LATE(WS-MS-SUB).

       7000-PRINT-EVENT-SECTION.
           MOVE SPACES TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE
           MOVE WS-SECTION-TITLE TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE
           MOVE WS-SLA-EVENT-HEADING TO SLA-RPT-LINE
           WRITE SLA-RPT-LINE
           MOVE 0 TO WS-EVT-PRINTED
           PERFORM 7100-PRINT-ONE-EVENT
               VARYING WS-EVT-SUB FROM 1 BY 1
               UNTIL WS-EVT-SUB > WS-EVT-COUNT
           IF WS-EVT-PRINTED = 0
               MOVE '  NONE THIS MONTH' TO SLA-RPT-LINE
               WRITE SLA-RPT-LINE
           END-IF.

       7100-PRINT-ONE-EVENT.
           IF WS-EVT-TYPE(WS-EVT-SUB) = WS-EVT-WANTED
               ADD 1 TO WS-EVT-PRINTED
               MOVE WS-EVT-RUN-ID(WS-EVT-SUB) TO WS-SEL-RUN-ID
               MOVE WS-EVT-CREATION-DATE(WS-EVT-SUB)
                   TO WS-SEL-CREATION-DATE
               MOVE WS-EVT-CYCLE(WS-EVT-SUB) TO WS-SEL-CYCLE
               MOVE WS-EVT-STATUS(WS-EVT-SUB) TO WS-SEL-STATUS
               MOVE SPACES TO WS-SEL-START-DATE
               MOVE SPACES TO WS-SEL-START-TIME
               IF WS-EVT-START-DATE(WS-EVT-SUB) > 0
                   MOVE WS-EVT-START-DATE(WS-EVT-SUB)
                       TO WS-SEL-START-DATE
                   MOVE WS-EVT-START-TIME(WS-EVT-SUB) TO WS-STAMP-TIME
                   MOVE WS-STAMP-TIME(1:4) TO WS-SEL-START-TIME
               END-IF
               MOVE WS-EVT-END-DATE(WS-EVT-SUB) TO WS-SEL-END-DATE
               MOVE WS-EVT-END-TIME(WS-EVT-SUB) TO WS-STAMP-TIME
               MOVE WS-STAMP-TIME(1:4) TO WS-SEL-END-TIME
               MOVE WS-EVT-OPERATOR-ID(WS-EVT-SUB)
                   TO WS-SEL-OPERATOR-ID
               MOVE WS-EVT-APPROVER-ID(WS-EVT-SUB)
                   TO WS-SEL-APPROVER-ID
               MOVE WS-EVT-REASON-CODE(WS-EVT-SUB)
                   TO WS-SEL-REASON-CODE
               MOVE WS-SLA-EVENT-LINE TO SLA-RPT-LINE
               WRITE SLA-RPT-LINE
           END-IF.

       8100-FIND-RUN-ID.
           MOVE 'N' TO WS-RUN-FOUND-SW
           PERFORM 8110-MATCH-ONE-RUN-ID
               VARYING WS-ST-SUB FROM 1 BY 1
               UNTIL WS-ST-SUB > WS-SLA-COUNT
                  OR WS-RUN-FOUND
           IF WS-RUN-FOUND
               SUBTRACT 1 FROM WS-ST-SUB
           END-IF.

       8110-MATCH-ONE-RUN-ID.
           IF WS-ST-RUN-ID(WS-ST-SUB) = WS-FIND-RUN-ID
               SET WS-RUN-FOUND TO TRUE
           END-IF.

      * Timestamp to minutes: the date's integer day times 1440
      * plus the hour and minute of the HHMMSSHH time.
       8200-STAMP-TO-MINUTES.
           COMPUTE WS-STAMP-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
               + WS-STAMP-HH * 60 + WS-STAMP-MM.

      * Same business-day test as MRLOAD00's 9430: not Saturday
      * or Sunday (integer date MOD 7 of 6 or 0) and not on the
      * HOLIDAYS file.
       8300-JUDGE-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSINESS-DAY-SW
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-WORK-INTEGER, 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           END-IF
           PERFORM 8350-JUDGE-ONE-HOLIDAY
               VARYING WS-HOLIDAY-SUB FROM 1 BY 1
               UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT.

       8350-JUDGE-ONE-HOLIDAY.
           IF WS-HOLIDAY-DATE(WS-HOLIDAY-SUB) = WS-WORK-DATE
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           END-IF.

       8400-KEEP-EARLIEST-ARRIVAL.
           IF WS-SD-ACT-DATE(WS-ST-SUB, WS-DAY-SUB, 1) = 0
            OR WS-STAMP-DATE < WS-SD-ACT-DATE(WS-ST-SUB, WS-DAY-SUB, 1)
            OR (WS-STAMP-DATE = WS-SD-ACT-DATE(WS-ST-SUB, WS-DAY-SUB, 1)
             AND WS-STAMP-TIME
                 < WS-SD-ACT-TIME(WS-ST-SUB, WS-DAY-SUB, 1))
               MOVE WS-STAMP-DATE
                   TO WS-SD-ACT-DATE(WS-ST-SUB, WS-DAY-SUB, 1)
               MOVE WS-STAMP-TIME
                   TO WS-SD-ACT-TIME(WS-ST-SUB, WS-DAY-SUB, 1)
           END-IF.

       8500-ADD-EVENT.
           IF WS-EVT-COUNT = WS-EVT-MAX
               DISPLAY 'MRSLA00 ABEND - MORE THAN ' WS-EVT-MAX
                   ' HELD, FORCED OR SUPPLEMENTAL RUNS IN THE MONTH,'
                   ' EVENT TABLE FULL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EVT-COUNT
           MOVE WS-EVT-NEW-TYPE TO WS-EVT-TYPE(WS-EVT-COUNT)
           MOVE AUDT-RUN-ID TO WS-EVT-RUN-ID(WS-EVT-COUNT)
           MOVE AUDT-HDR-CREATION-DATE
               TO WS-EVT-CREATION-DATE(WS-EVT-COUNT)
           MOVE AUDT-HDR-CYCLE TO WS-EVT-CYCLE(WS-EVT-COUNT)
           MOVE AUDT-RUN-STATUS TO WS-EVT-STATUS(WS-EVT-COUNT)
           MOVE AUDT-START-DATE TO WS-EVT-START-DATE(WS-EVT-COUNT)
           MOVE AUDT-START-TIME TO WS-EVT-START-TIME(WS-EVT-COUNT)
           MOVE AUDT-RUN-DATE TO WS-EVT-END-DATE(WS-EVT-COUNT)
           MOVE AUDT-RUN-TIME TO WS-EVT-END-TIME(WS-EVT-COUNT)
           MOVE AUDT-OPERATOR-ID TO WS-EVT-OPERATOR-ID(WS-EVT-COUNT)
           MOVE AUDT-APPROVER-ID TO WS-EVT-APPROVER-ID(WS-EVT-COUNT)
           MOVE AUDT-REASON-CODE TO WS-EVT-REASON-CODE(WS-EVT-COUNT).

       8600-FORMAT-PCT.
           IF WS-MEASURED = 0
               MOVE 'N/A' TO WS-SPL-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-PT-DAYS-MET * 100 / WS-MEASURED
               MOVE WS-PCT TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-SPL-PCT
           END-IF.

       9000-TERMINATE.
           CLOSE SLA-TARGET-FILE
           CLOSE AUDIT-FILE
           IF WS-RREL-PRESENT
               CLOSE RUN-RELEASE-FILE
           END-IF
           IF WS-BSNT-PRESENT
               CLOSE B-SENT-LOG
           END-IF
           CLOSE SLA-RPT
           COMPUTE WS-MEASURED = WS-MT-LATE(1) + WS-MT-MISSED(1)
               + WS-MT-LATE(2) + WS-MT-MISSED(2)
               + WS-MT-LATE(3) + WS-MT-MISSED(3)
           IF WS-MEASURED > 0
               DISPLAY 'MRSLA00 - ' WS-MEASURED
                   ' MILESTONE(S) LATE OR MISSED, SEE SLARPT'
               MOVE 4 TO RETURN-CODE
           END-IF.
