       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLA-RPT.
       AUTHOR. COBOL-EXPERT.

       *> Monthly cycle service-level report per site. Management
       *> asks every month what share of nights each site's cycle was
       *> released on time, and the answer used to be assembled by
       *> hand from the gate listings. This report takes every
       *> processing day (P) the calendar holds for each site on the
       *> site master in the reporting month and shows, night by
       *> night, whether CYCLE-GATE recorded a release for the site
       *> on CYCREL.DAT, the earliest release time against the
       *> site's agreed deadline from the site master, how many of
       *> the site's planned jobs failed (a COMPLETE row at RC 8 or
       *> worse on STARTUP.LOG) or were rerun (more than one
       *> RUNHIST.DAT line that night), and whether the site's
       *> MONFEED was LOADED according to FEEDLOG.DAT. A failure or
       *> rerun is put down to the one site its run was for, from
       *> the run's RUNHIST.DAT line (a STARTUP.LOG row reaches it
       *> by run sequence number); only a run logged before runs
       *> carried a site falls back to every site that plans the
       *> program on JOBPLAN.DAT. A release record with no site is
       *> from before releases were recorded per site and counts
       *> for every site.
       *> The report ends with per-site percentages against the
       *> month before, and the same figures are written as a small
       *> fixed-format KPI extract (SLAKPI.DAT: H header, one D line
       *> per site, T trailer with the count) for the management
       *> pack. The month is the one before today's unless an
       *> optional SLACARD names another as YYYY-MM; processing days
       *> after today are left out, so a mid-month run is fair. The
       *> run ends 4 when any processing day in the month went
       *> unreleased.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-CARD-FILE ASSIGN TO "SLACARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-CARD-STATUS.
           SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-SITE-CODE
               FILE STATUS IS WS-SITE-MASTER-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT JOB-PLAN-FILE ASSIGN TO "JOBPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-PLAN-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "CYCREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT STARTUP-LOG-FILE ASSIGN TO "STARTUP.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STARTUP-LOG-STATUS.
           SELECT RUNTIME-HIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNTIME-HIST-STATUS.
           SELECT FEED-LEDGER-FILE ASSIGN TO "FEEDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-LEDGER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SLARPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT KPI-FILE ASSIGN TO "SLAKPI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> One optional card: the month to report, YYYY-MM
       FD  REPORT-CARD-FILE.
       01  REPORT-CARD-RECORD.
           05 RC-REPORT-MONTH PIC X(7).

       FD  SITE-MASTER-FILE.
       COPY SITEMAST.

       FD  CALENDAR-FILE.
       COPY CALREC.

       FD  JOB-PLAN-FILE.
       COPY JOBPLAN.

       FD  RELEASE-FILE.
       COPY CYCREL.

       FD  STARTUP-LOG-FILE.
       COPY STARTLOG.

       FD  RUNTIME-HIST-FILE.
       COPY RUNHIST.

       FD  FEED-LEDGER-FILE.
       COPY FEEDLOG.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       *> Fixed-format KPI extract. Percentages carry two implied
       *> decimals; the month-over-month change in on-time
       *> percentage points carries a leading separate sign
       FD  KPI-FILE.
       01  KPI-HEADER-RECORD.
           05 KH-RECORD-TYPE PIC X(1).
           05 KH-REPORT-MONTH PIC X(7).
           05 KH-RUN-DATE PIC X(10).
           05 KH-FILLER PIC X(42).
       01  KPI-DETAIL-RECORD.
           05 KD-RECORD-TYPE PIC X(1).
           05 KD-REPORT-MONTH PIC X(7).
           05 KD-SITE-CODE PIC X(4).
           05 KD-PROC-DAYS PIC 9(3).
           05 KD-RELEASED-DAYS PIC 9(3).
           05 KD-ON-TIME-DAYS PIC 9(3).
           05 KD-ON-TIME-PCT PIC 9(3)V99.
           05 KD-FEED-LOADED-DAYS PIC 9(3).
           05 KD-FEED-LOADED-PCT PIC 9(3)V99.
           05 KD-FAILED-JOBS PIC 9(5).
           05 KD-RERUN-JOBS PIC 9(5).
           05 KD-PRIOR-ON-TIME-PCT PIC 9(3)V99.
           05 KD-ON-TIME-CHANGE PIC S9(3)V99
               SIGN IS LEADING SEPARATE.
           05 KD-FILLER PIC X(5).
       01  KPI-TRAILER-RECORD.
           05 KT-RECORD-TYPE PIC X(1).
           05 KT-REPORT-MONTH PIC X(7).
           05 KT-DETAIL-COUNT PIC 9(6).
           05 KT-FILLER PIC X(46).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-CARD-STATUS PIC XX VALUE '00'.
       01 WS-SITE-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-CALENDAR-STATUS PIC XX VALUE '00'.
       01 WS-JOB-PLAN-STATUS PIC XX VALUE '00'.
       01 WS-RELEASE-STATUS PIC XX VALUE '00'.
       01 WS-STARTUP-LOG-STATUS PIC XX VALUE '00'.
       01 WS-RUNTIME-HIST-STATUS PIC XX VALUE '00'.
       01 WS-FEED-LEDGER-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-KPI-STATUS PIC XX VALUE '00'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-TABLE-FULL-SW PIC X VALUE 'N'.
       01 WS-HIST-FULL-SW PIC X VALUE 'N'.

       *> Worst return code seen so far, posted to RETURN-CODE at exit
       01 WS-RC PIC 9(4) VALUE 0.

       *> The reporting month and the month before it, both as
       *> YYYY-MM so a date's first seven bytes say which it is in
       01 WS-REPORT-MONTH PIC X(7) VALUE SPACES.
       01 WS-PRIOR-MONTH PIC X(7) VALUE SPACES.
       01 WS-MONTH-WORK.
           05 WS-MW-YYYY PIC 9(4).
           05 WS-MW-MM PIC 9(2).

       *> Every site on the site master, with its deadline and the
       *> month's tallies: period 1 is the reporting month, period 2
       *> the month before
       01 WS-SITE-COUNT PIC 9(4) VALUE 0.
       01 WS-SITE-IDX PIC 9(4) VALUE 0.
       01 WS-SITE-FOUND PIC 9(4) VALUE 0.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 20 TIMES.
               10 WS-SITE-CODE PIC X(4).
               10 WS-SITE-NAME PIC X(30).
               10 WS-SITE-DEADLINE PIC X(5).
               10 WS-SITE-PERIOD OCCURS 2 TIMES.
                   15 WS-SP-PROC-DAYS PIC 9(3).
                   15 WS-SP-RELEASED-DAYS PIC 9(3).
                   15 WS-SP-ON-TIME-DAYS PIC 9(3).
                   15 WS-SP-FEED-DAYS PIC 9(3).
                   15 WS-SP-FAILED-JOBS PIC 9(5).
                   15 WS-SP-RERUN-JOBS PIC 9(5).
                   15 WS-SP-ON-TIME-PCT PIC 9(3)V99.
                   15 WS-SP-FEED-PCT PIC 9(3)V99.
       01 WS-PERIOD-IDX PIC 9(4) VALUE 0.

       *> One entry per site and processing day in either month
       01 WS-DAY-COUNT PIC 9(4) VALUE 0.
       01 WS-DAY-IDX PIC 9(4) VALUE 0.
       01 WS-DAY-FOUND PIC 9(4) VALUE 0.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 1000 TIMES.
               10 WS-DAY-SITE-CODE PIC X(4).
               10 WS-DAY-DATE PIC X(10).
               10 WS-DAY-PERIOD PIC 9(1).
               10 WS-DAY-RELEASED-SW PIC X(1).
               10 WS-DAY-RELEASE-TIME PIC X(8).
               10 WS-DAY-ON-TIME-SW PIC X(1).
               10 WS-DAY-FAILED-JOBS PIC 9(4).
               10 WS-DAY-RERUN-JOBS PIC 9(4).
               10 WS-DAY-FEED-SW PIC X(1).

       *> The job plan, so a program named on a log can be charged
       *> to the sites that plan it
       01 WS-PLAN-COUNT PIC 9(4) VALUE 0.
       01 WS-PLAN-IDX PIC 9(4) VALUE 0.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 100 TIMES.
               10 WS-PLAN-JOB-NAME PIC X(12).
               10 WS-PLAN-SITE-CODE PIC X(4).

       *> One entry per planned program, night and site the run
       *> was for (blank for a run logged before runs carried a
       *> site), so a job that fails twice counts as one failed job
       *> and every run past the first counts as one rerun
       01 WS-RUN-COUNT PIC 9(4) VALUE 0.
       01 WS-RUN-IDX PIC 9(4) VALUE 0.
       01 WS-RUN-FOUND PIC 9(4) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 2000 TIMES.
               10 WS-RUN-PROGRAM PIC X(12).
               10 WS-RUN-DATE PIC X(10).
               10 WS-RUN-SITE-CODE PIC X(4).
               10 WS-RUN-FAILED-SW PIC X(1).
               10 WS-RUN-RUNS PIC 9(4).

       *> Every RUNHIST.DAT line in either month that names its site,
       *> by run number, so a failure on STARTUP.LOG can be put
       *> down to the one site its run was for
       01 WS-HIST-COUNT PIC 9(4) VALUE 0.
       01 WS-HIST-IDX PIC 9(4) VALUE 0.
       01 WS-HIST-FOUND PIC 9(4) VALUE 0.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 3000 TIMES.
               10 WS-HIST-RUN-SEQ PIC 9(8).
               10 WS-HIST-SITE-CODE PIC X(4).

       *> Lookup keys for the day and run tables
       01 WS-LOOK-SITE-CODE PIC X(4) VALUE SPACES.
       01 WS-LOOK-DATE PIC X(10) VALUE SPACES.
       01 WS-LOOK-PROGRAM PIC X(12) VALUE SPACES.
       01 WS-LOOK-RUN-SITE PIC X(4) VALUE SPACES.
       01 WS-TALLY-KIND PIC X(1) VALUE SPACES.

       01 WS-MISSED-COUNT PIC 9(4) VALUE 0.
       01 WS-KPI-COUNT PIC 9(6) VALUE 0.
       01 WS-CHANGE-PCT PIC S9(3)V99 VALUE 0.

       01 WS-TODAY.
           05 WS-TD-YYYY PIC 9(4).
           05 WS-TD-MM PIC 9(2).
           05 WS-TD-DD PIC 9(2).
       01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.

       01 WS-HEADING-1 PIC X(100) VALUE SPACES.
       01 WS-DAY-HEADING PIC X(100) VALUE
           '  DATE       RELEASED AT  ON TIME  FAILED  RERUNS  MONFEED'.
       01 WS-DAY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-RELEASE-TIME PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-ON-TIME PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DL-FAILED-JOBS PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DL-RERUN-JOBS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-FEED PIC X(10).
       01 WS-SUMMARY-HEADING-1 PIC X(100) VALUE
           'SITE  PROC REL  ON-TIME  ON-TIME%  FEED%  FAILED RERUNS'
           & '  PRIOR ON-TIME%  CHANGE'.
       01 WS-SUMMARY-LINE.
           05 WS-SL-SITE-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-PROC-DAYS PIC ZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-SL-RELEASED-DAYS PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-SL-ON-TIME-DAYS PIC ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-SL-ON-TIME-PCT PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-FEED-PCT PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-FAILED-JOBS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-RERUN-JOBS PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE SPACES.
           05 WS-SL-PRIOR-PCT PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-CHANGE PIC +ZZ9.99.
       01 WS-TOTAL-LINE PIC X(100) VALUE SPACES.
       01 WS-COUNT-DISPLAY PIC ZZZ9.

       *> Parameters for the shared BANNER-SUB startup-banner routine
       COPY BANNERPM.

       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
           PERFORM 0005-GET-TODAY
           PERFORM 0007-CALL-BANNER-SUB
           PERFORM 0010-GET-REPORT-CARD
           PERFORM 0015-SET-PRIOR-MONTH
           PERFORM 0020-LOAD-SITE-MASTER
           IF WS-SITE-COUNT > 0
               PERFORM 0030-LOAD-CALENDAR
               PERFORM 0040-LOAD-JOB-PLAN
               PERFORM 0050-SCAN-RELEASES
               PERFORM 0070-SCAN-RUN-HISTORY
               PERFORM 0060-SCAN-STARTUP-LOG
               PERFORM 0080-SCAN-FEED-LEDGER
               PERFORM 0090-TALLY-DAYS
                   VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               PERFORM 0095-COMPUTE-PERCENTAGES
                   VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT
               PERFORM 0100-WRITE-REPORT
               PERFORM 0150-WRITE-KPI-EXTRACT
           ELSE
               DISPLAY 'SLA-RPT: NO SITES ON THE SITE MASTER, NO '
                   'REPORT PRODUCED'
               IF WS-RC < 12
                   MOVE 12 TO WS-RC
               END-IF
           END-IF
           IF WS-MISSED-COUNT > 0 AND WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       0005-GET-TODAY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TD-YYYY '-' WS-TD-MM '-' WS-TD-DD
               DELIMITED BY SIZE INTO WS-TODAY-DISPLAY.

       0007-CALL-BANNER-SUB.
           MOVE 'SLARPT' TO BP-JOB-NAME
           MOVE WS-TODAY-DISPLAY TO BP-RUN-DATE
           MOVE 1 TO BP-STEP-NUMBER
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0010-GET-REPORT-CARD.
           *> No card is the normal month-start run for the month
           *> just ended; a card with YYYY-MM on it reports that month
           MOVE WS-TD-YYYY TO WS-MW-YYYY
           MOVE WS-TD-MM TO WS-MW-MM
           PERFORM 0012-STEP-BACK-ONE-MONTH
           OPEN INPUT REPORT-CARD-FILE
           IF WS-REPORT-CARD-STATUS = '00'
               READ REPORT-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-REPORT-MONTH(1:4) IS NUMERIC
                           AND RC-REPORT-MONTH(5:1) = '-'
                           AND RC-REPORT-MONTH(6:2) IS NUMERIC
                           AND RC-REPORT-MONTH(6:2) > '00'
                           AND RC-REPORT-MONTH(6:2) < '13'
                           MOVE RC-REPORT-MONTH(1:4) TO WS-MW-YYYY
                           MOVE RC-REPORT-MONTH(6:2) TO WS-MW-MM
                       ELSE
                           DISPLAY 'SLA-RPT: SLACARD MONTH '
                               RC-REPORT-MONTH ' INVALID, REPORTING '
                               'LAST MONTH'
                           IF WS-RC < 4
                               MOVE 4 TO WS-RC
                           END-IF
                       END-IF
               END-READ
               CLOSE REPORT-CARD-FILE
           ELSE
               IF WS-REPORT-CARD-STATUS NOT = '35'
                   MOVE 'SLACARD' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-REPORT-CARD-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF
           STRING WS-MW-YYYY '-' WS-MW-MM
               DELIMITED BY SIZE INTO WS-REPORT-MONTH.

       0012-STEP-BACK-ONE-MONTH.
           IF WS-MW-MM = 1
               MOVE 12 TO WS-MW-MM
               SUBTRACT 1 FROM WS-MW-YYYY
           ELSE
               SUBTRACT 1 FROM WS-MW-MM
           END-IF.

       0015-SET-PRIOR-MONTH.
           PERFORM 0012-STEP-BACK-ONE-MONTH
           STRING WS-MW-YYYY '-' WS-MW-MM
               DELIMITED BY SIZE INTO WS-PRIOR-MONTH.

       0020-LOAD-SITE-MASTER.
           *> Closed sites are reported too: a site that closed in
           *> mid-month still had its processing days before that
           OPEN INPUT SITE-MASTER-FILE
           IF WS-SITE-MASTER-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0025-LOAD-ONE-SITE
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE SITE-MASTER-FILE
           ELSE
               MOVE 'SITEMAST' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-SITE-MASTER-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0025-LOAD-ONE-SITE.
           READ SITE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-SITE-COUNT < 20
                       ADD 1 TO WS-SITE-COUNT
                       INITIALIZE WS-SITE-ENTRY(WS-SITE-COUNT)
                       MOVE SM-SITE-CODE TO WS-SITE-CODE(WS-SITE-COUNT)
                       MOVE SM-SITE-NAME TO WS-SITE-NAME(WS-SITE-COUNT)
                       MOVE SM-RELEASE-DEADLINE
                           TO WS-SITE-DEADLINE(WS-SITE-COUNT)
                   ELSE
                       DISPLAY 'SLA-RPT: MORE THAN 20 SITES, SITE '
                           SM-SITE-CODE ' NOT REPORTED'
                       IF WS-RC < 4
                           MOVE 4 TO WS-RC
                       END-IF
                   END-IF
           END-READ.

       0030-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE 'N' TO WS-TABLE-FULL-SW
               PERFORM 0035-LOAD-ONE-DAY
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE CALENDAR-FILE
           ELSE
               MOVE 'CALENDAR' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-CALENDAR-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0035-LOAD-ONE-DAY.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF CAL-DAY-TYPE = 'P'
                       AND CAL-DATE NOT > WS-TODAY-DISPLAY
                       AND (CAL-DATE(1:7) = WS-REPORT-MONTH
                       OR CAL-DATE(1:7) = WS-PRIOR-MONTH)
                       MOVE CAL-SITE-CODE TO WS-LOOK-SITE-CODE
                       PERFORM 0210-FIND-SITE
                       IF WS-SITE-FOUND > 0
                           PERFORM 0037-ADD-DAY
                       END-IF
                   END-IF
           END-READ.

       0037-ADD-DAY.
           IF WS-DAY-COUNT < 1000
               ADD 1 TO WS-DAY-COUNT
               MOVE CAL-SITE-CODE TO WS-DAY-SITE-CODE(WS-DAY-COUNT)
               MOVE CAL-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
               IF CAL-DATE(1:7) = WS-REPORT-MONTH
                   MOVE 1 TO WS-DAY-PERIOD(WS-DAY-COUNT)
               ELSE
                   MOVE 2 TO WS-DAY-PERIOD(WS-DAY-COUNT)
               END-IF
               MOVE 'N' TO WS-DAY-RELEASED-SW(WS-DAY-COUNT)
               MOVE SPACES TO WS-DAY-RELEASE-TIME(WS-DAY-COUNT)
               MOVE 'N' TO WS-DAY-ON-TIME-SW(WS-DAY-COUNT)
               MOVE 0 TO WS-DAY-FAILED-JOBS(WS-DAY-COUNT)
               MOVE 0 TO WS-DAY-RERUN-JOBS(WS-DAY-COUNT)
               MOVE 'N' TO WS-DAY-FEED-SW(WS-DAY-COUNT)
           ELSE
               IF WS-TABLE-FULL-SW = 'N'
                   MOVE 'Y' TO WS-TABLE-FULL-SW
                   DISPLAY 'SLA-RPT: MORE THAN 1000 SITE PROCESSING '
                       'DAYS, REMAINDER NOT REPORTED'
                   IF WS-RC < 4
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
           END-IF.

       0040-LOAD-JOB-PLAN.
           OPEN INPUT JOB-PLAN-FILE
           IF WS-JOB-PLAN-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0045-LOAD-ONE-PLAN-ENTRY
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE JOB-PLAN-FILE
           ELSE
               IF WS-JOB-PLAN-STATUS NOT = '35'
                   MOVE 'JOBPLAN' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-JOB-PLAN-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0045-LOAD-ONE-PLAN-ENTRY.
           READ JOB-PLAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF JP-JOB-NAME NOT = SPACES
                       IF WS-PLAN-COUNT < 100
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE JP-JOB-NAME
                               TO WS-PLAN-JOB-NAME(WS-PLAN-COUNT)
                           MOVE JP-SITE-CODE
                               TO WS-PLAN-SITE-CODE(WS-PLAN-COUNT)
                       ELSE
                           DISPLAY 'SLA-RPT: JOB PLAN EXCEEDS 100 '
                               'ENTRIES, JOB ' JP-JOB-NAME
                               ' NOT COUNTED'
                           IF WS-RC < 4
                               MOVE 4 TO WS-RC
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0050-SCAN-RELEASES.
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0055-APPLY-ONE-RELEASE
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE RELEASE-FILE
           ELSE
               IF WS-RELEASE-STATUS NOT = '35'
                   MOVE 'CYCREL' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-RELEASE-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0055-APPLY-ONE-RELEASE.
           *> The earliest release of the night is the one measured;
           *> a later re-release after a rerun does not undo it
           READ RELEASE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM 0057-MARK-RELEASED-DAY
                       VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > WS-DAY-COUNT
           END-READ.

       0057-MARK-RELEASED-DAY.
           IF WS-DAY-DATE(WS-DAY-IDX) = CR-RUN-DATE
               AND (CR-SITE-CODE = SPACES
               OR CR-SITE-CODE = WS-DAY-SITE-CODE(WS-DAY-IDX))
               IF WS-DAY-RELEASED-SW(WS-DAY-IDX) = 'N'
                   OR CR-TIME < WS-DAY-RELEASE-TIME(WS-DAY-IDX)
                   MOVE 'Y' TO WS-DAY-RELEASED-SW(WS-DAY-IDX)
                   MOVE CR-TIME TO WS-DAY-RELEASE-TIME(WS-DAY-IDX)
               END-IF
           END-IF.

       0060-SCAN-STARTUP-LOG.
           OPEN INPUT STARTUP-LOG-FILE
           IF WS-STARTUP-LOG-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE 'N' TO WS-TABLE-FULL-SW
               PERFORM 0065-CHECK-ONE-STARTUP-ROW
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE STARTUP-LOG-FILE
           ELSE
               IF WS-STARTUP-LOG-STATUS NOT = '35'
                   MOVE 'STARTUPLOG' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-STARTUP-LOG-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0065-CHECK-ONE-STARTUP-ROW.
           *> A failed job is one with a COMPLETE row at RC 8 or
           *> worse, the same test CYCLE-GATE blocks on. The run
           *> history is already in hand, so the row's run number
           *> says which site the failed run was for
           READ STARTUP-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF SL-OUTCOME = 'COMPLETE'
                       AND SL-RETURN-CODE NOT < 8
                       AND (SL-RUN-DATE(1:7) = WS-REPORT-MONTH
                       OR SL-RUN-DATE(1:7) = WS-PRIOR-MONTH)
                       MOVE SL-PROGRAM-NAME TO WS-LOOK-PROGRAM
                       MOVE SL-RUN-DATE TO WS-LOOK-DATE
                       PERFORM 0215-FIND-RUN-SITE
                       PERFORM 0220-FIND-RUN
                       IF WS-RUN-FOUND > 0
                           IF WS-RUN-FAILED-SW(WS-RUN-FOUND) = 'N'
                               MOVE 'Y'
                                   TO WS-RUN-FAILED-SW(WS-RUN-FOUND)
                               MOVE 'F' TO WS-TALLY-KIND
                               PERFORM 0230-TALLY-RUN
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0070-SCAN-RUN-HISTORY.
           OPEN INPUT RUNTIME-HIST-FILE
           IF WS-RUNTIME-HIST-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0075-CHECK-ONE-HISTORY-ROW
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE RUNTIME-HIST-FILE
           ELSE
               IF WS-RUNTIME-HIST-STATUS NOT = '35'
                   MOVE 'RUNHIST' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-RUNTIME-HIST-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0075-CHECK-ONE-HISTORY-ROW.
           *> Every run of a planned job past its first that night at
           *> the same site is a rerun
           READ RUNTIME-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF RH-RUN-DATE(1:7) = WS-REPORT-MONTH
                       OR RH-RUN-DATE(1:7) = WS-PRIOR-MONTH
                       PERFORM 0077-KEEP-RUN-SITE
                       MOVE RH-PROGRAM-NAME TO WS-LOOK-PROGRAM
                       MOVE RH-RUN-DATE TO WS-LOOK-DATE
                       MOVE RH-SITE-CODE TO WS-LOOK-RUN-SITE
                       PERFORM 0220-FIND-RUN
                       IF WS-RUN-FOUND > 0
                           ADD 1 TO WS-RUN-RUNS(WS-RUN-FOUND)
                           IF WS-RUN-RUNS(WS-RUN-FOUND) > 1
                               MOVE 'R' TO WS-TALLY-KIND
                               PERFORM 0230-TALLY-RUN
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0077-KEEP-RUN-SITE.
           IF RH-RUN-SEQ IS NUMERIC
               AND RH-RUN-SEQ > 0
               AND RH-SITE-CODE NOT = SPACES
               IF WS-HIST-COUNT < 3000
                   ADD 1 TO WS-HIST-COUNT
                   MOVE RH-RUN-SEQ TO WS-HIST-RUN-SEQ(WS-HIST-COUNT)
                   MOVE RH-SITE-CODE
                       TO WS-HIST-SITE-CODE(WS-HIST-COUNT)
               ELSE
                   IF WS-HIST-FULL-SW = 'N'
                       MOVE 'Y' TO WS-HIST-FULL-SW
                       DISPLAY 'SLA-RPT: MORE THAN 3000 RUNS, LATER '
                           'FAILURES CHARGED BY PLAN ONLY'
                       IF WS-RC < 4
                           MOVE 4 TO WS-RC
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0080-SCAN-FEED-LEDGER.
           OPEN INPUT FEED-LEDGER-FILE
           IF WS-FEED-LEDGER-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0085-CHECK-ONE-FEED
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE FEED-LEDGER-FILE
           ELSE
               IF WS-FEED-LEDGER-STATUS NOT = '35'
                   MOVE 'FEEDLOG' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-FEED-LEDGER-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0085-CHECK-ONE-FEED.
           READ FEED-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF FL-STATUS = 'LOADED'
                       MOVE FL-SITE-CODE TO WS-LOOK-SITE-CODE
                       MOVE FL-FEED-DATE TO WS-LOOK-DATE
                       PERFORM 0200-FIND-DAY
                       IF WS-DAY-FOUND > 0
                           MOVE 'Y' TO WS-DAY-FEED-SW(WS-DAY-FOUND)
                       END-IF
                   END-IF
           END-READ.

       0090-TALLY-DAYS.
           *> A release with no agreed deadline is on time whenever
           *> it happens; otherwise HH:MM of the release must not be
           *> past the deadline
           MOVE WS-DAY-SITE-CODE(WS-DAY-IDX) TO WS-LOOK-SITE-CODE
           PERFORM 0210-FIND-SITE
           MOVE WS-DAY-PERIOD(WS-DAY-IDX) TO WS-PERIOD-IDX
           IF WS-DAY-RELEASED-SW(WS-DAY-IDX) = 'Y'
               IF WS-SITE-DEADLINE(WS-SITE-FOUND) = SPACES
                   OR WS-DAY-RELEASE-TIME(WS-DAY-IDX)(1:5)
                   NOT > WS-SITE-DEADLINE(WS-SITE-FOUND)
                   MOVE 'Y' TO WS-DAY-ON-TIME-SW(WS-DAY-IDX)
               END-IF
           ELSE
               IF WS-PERIOD-IDX = 1
                   ADD 1 TO WS-MISSED-COUNT
               END-IF
           END-IF
           ADD 1 TO WS-SP-PROC-DAYS(WS-SITE-FOUND, WS-PERIOD-IDX)
           IF WS-DAY-RELEASED-SW(WS-DAY-IDX) = 'Y'
               ADD 1 TO WS-SP-RELEASED-DAYS
                   (WS-SITE-FOUND, WS-PERIOD-IDX)
           END-IF
           IF WS-DAY-ON-TIME-SW(WS-DAY-IDX) = 'Y'
               ADD 1 TO WS-SP-ON-TIME-DAYS
                   (WS-SITE-FOUND, WS-PERIOD-IDX)
           END-IF
           IF WS-DAY-FEED-SW(WS-DAY-IDX) = 'Y'
               ADD 1 TO WS-SP-FEED-DAYS(WS-SITE-FOUND, WS-PERIOD-IDX)
           END-IF
           ADD WS-DAY-FAILED-JOBS(WS-DAY-IDX)
               TO WS-SP-FAILED-JOBS(WS-SITE-FOUND, WS-PERIOD-IDX)
           ADD WS-DAY-RERUN-JOBS(WS-DAY-IDX)
               TO WS-SP-RERUN-JOBS(WS-SITE-FOUND, WS-PERIOD-IDX).

       0095-COMPUTE-PERCENTAGES.
           PERFORM 0097-COMPUTE-PERIOD-PERCENTAGES
               VARYING WS-PERIOD-IDX FROM 1 BY 1
               UNTIL WS-PERIOD-IDX > 2.

       0097-COMPUTE-PERIOD-PERCENTAGES.
           IF WS-SP-PROC-DAYS(WS-SITE-IDX, WS-PERIOD-IDX) > 0
               COMPUTE WS-SP-ON-TIME-PCT(WS-SITE-IDX, WS-PERIOD-IDX)
                   ROUNDED =
                   WS-SP-ON-TIME-DAYS(WS-SITE-IDX, WS-PERIOD-IDX)
                   * 100
                   / WS-SP-PROC-DAYS(WS-SITE-IDX, WS-PERIOD-IDX)
               COMPUTE WS-SP-FEED-PCT(WS-SITE-IDX, WS-PERIOD-IDX)
                   ROUNDED =
                   WS-SP-FEED-DAYS(WS-SITE-IDX, WS-PERIOD-IDX)
                   * 100
                   / WS-SP-PROC-DAYS(WS-SITE-IDX, WS-PERIOD-IDX)
           ELSE
               MOVE 0 TO WS-SP-ON-TIME-PCT(WS-SITE-IDX, WS-PERIOD-IDX)
               MOVE 0 TO WS-SP-FEED-PCT(WS-SITE-IDX, WS-PERIOD-IDX)
           END-IF.

       0100-WRITE-REPORT.
           *> One section per site, night by night, then the summary
           *> table the management pack is built from
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'SLARPT' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-REPORT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           ELSE
               STRING 'CYCLE SERVICE-LEVEL REPORT FOR MONTH '
                   DELIMITED BY SIZE
                   WS-REPORT-MONTH DELIMITED BY SIZE
                   '  COMPARED WITH ' DELIMITED BY SIZE
                   WS-PRIOR-MONTH DELIMITED BY SIZE
                   '  RUN ' DELIMITED BY SIZE
                   WS-TODAY-DISPLAY DELIMITED BY SIZE
                   INTO WS-HEADING-1
               MOVE WS-HEADING-1 TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 0110-WRITE-SITE-SECTION
                   VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'SERVICE LEVEL BY SITE:' TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-SUMMARY-HEADING-1 TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 0130-WRITE-SUMMARY-LINE
                   VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT
               MOVE WS-MISSED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-TOTAL-LINE
               STRING 'PROCESSING DAYS NOT RELEASED: '
                   DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
           END-IF.

       0110-WRITE-SITE-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'SITE ' DELIMITED BY SIZE
               WS-SITE-CODE(WS-SITE-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-SITE-NAME(WS-SITE-IDX) DELIMITED BY SIZE
               '  RELEASE DEADLINE ' DELIMITED BY SIZE
               WS-SITE-DEADLINE(WS-SITE-IDX) DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SP-PROC-DAYS(WS-SITE-IDX, 1) = 0
               MOVE '  NO PROCESSING DAYS ON THE CALENDAR THIS MONTH'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-DAY-HEADING TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 0115-WRITE-DAY-LINE
                   VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
           END-IF.

       0115-WRITE-DAY-LINE.
           IF WS-DAY-SITE-CODE(WS-DAY-IDX) = WS-SITE-CODE(WS-SITE-IDX)
               AND WS-DAY-PERIOD(WS-DAY-IDX) = 1
               MOVE WS-DAY-DATE(WS-DAY-IDX) TO WS-DL-DATE
               IF WS-DAY-RELEASED-SW(WS-DAY-IDX) = 'Y'
                   MOVE WS-DAY-RELEASE-TIME(WS-DAY-IDX)
                       TO WS-DL-RELEASE-TIME
                   IF WS-DAY-ON-TIME-SW(WS-DAY-IDX) = 'Y'
                       MOVE 'YES' TO WS-DL-ON-TIME
                   ELSE
                       MOVE 'LATE' TO WS-DL-ON-TIME
                   END-IF
               ELSE
                   MOVE 'NOT RELEASED' TO WS-DL-RELEASE-TIME
                   MOVE 'NO' TO WS-DL-ON-TIME
               END-IF
               MOVE WS-DAY-FAILED-JOBS(WS-DAY-IDX) TO WS-DL-FAILED-JOBS
               MOVE WS-DAY-RERUN-JOBS(WS-DAY-IDX) TO WS-DL-RERUN-JOBS
               IF WS-DAY-FEED-SW(WS-DAY-IDX) = 'Y'
                   MOVE 'LOADED' TO WS-DL-FEED
               ELSE
                   MOVE 'NOT LOADED' TO WS-DL-FEED
               END-IF
               MOVE WS-DAY-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0130-WRITE-SUMMARY-LINE.
           PERFORM 0135-COMPUTE-CHANGE
           MOVE WS-SITE-CODE(WS-SITE-IDX) TO WS-SL-SITE-CODE
           MOVE WS-SP-PROC-DAYS(WS-SITE-IDX, 1) TO WS-SL-PROC-DAYS
           MOVE WS-SP-RELEASED-DAYS(WS-SITE-IDX, 1)
               TO WS-SL-RELEASED-DAYS
           MOVE WS-SP-ON-TIME-DAYS(WS-SITE-IDX, 1)
               TO WS-SL-ON-TIME-DAYS
           MOVE WS-SP-ON-TIME-PCT(WS-SITE-IDX, 1) TO WS-SL-ON-TIME-PCT
           MOVE WS-SP-FEED-PCT(WS-SITE-IDX, 1) TO WS-SL-FEED-PCT
           MOVE WS-SP-FAILED-JOBS(WS-SITE-IDX, 1) TO WS-SL-FAILED-JOBS
           MOVE WS-SP-RERUN-JOBS(WS-SITE-IDX, 1) TO WS-SL-RERUN-JOBS
           MOVE WS-SP-ON-TIME-PCT(WS-SITE-IDX, 2) TO WS-SL-PRIOR-PCT
           MOVE WS-CHANGE-PCT TO WS-SL-CHANGE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0135-COMPUTE-CHANGE.
           *> Percentage points gained or lost on the month before
           COMPUTE WS-CHANGE-PCT =
               WS-SP-ON-TIME-PCT(WS-SITE-IDX, 1)
               - WS-SP-ON-TIME-PCT(WS-SITE-IDX, 2).

       0150-WRITE-KPI-EXTRACT.
           OPEN OUTPUT KPI-FILE
           IF WS-KPI-STATUS NOT = '00'
               MOVE 'SLAKPI' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-KPI-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           ELSE
               MOVE SPACES TO KPI-HEADER-RECORD
               MOVE 'H' TO KH-RECORD-TYPE
               MOVE WS-REPORT-MONTH TO KH-REPORT-MONTH
               MOVE WS-TODAY-DISPLAY TO KH-RUN-DATE
               WRITE KPI-HEADER-RECORD
               PERFORM 0155-WRITE-KPI-DETAIL
                   VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT
               MOVE SPACES TO KPI-TRAILER-RECORD
               MOVE 'T' TO KT-RECORD-TYPE
               MOVE WS-REPORT-MONTH TO KT-REPORT-MONTH
               MOVE WS-KPI-COUNT TO KT-DETAIL-COUNT
               WRITE KPI-TRAILER-RECORD
               CLOSE KPI-FILE
           END-IF.

       0155-WRITE-KPI-DETAIL.
           PERFORM 0135-COMPUTE-CHANGE
           MOVE 'D' TO KD-RECORD-TYPE
           MOVE WS-REPORT-MONTH TO KD-REPORT-MONTH
           MOVE WS-SITE-CODE(WS-SITE-IDX) TO KD-SITE-CODE
           MOVE WS-SP-PROC-DAYS(WS-SITE-IDX, 1) TO KD-PROC-DAYS
           MOVE WS-SP-RELEASED-DAYS(WS-SITE-IDX, 1)
               TO KD-RELEASED-DAYS
           MOVE WS-SP-ON-TIME-DAYS(WS-SITE-IDX, 1) TO KD-ON-TIME-DAYS
           MOVE WS-SP-ON-TIME-PCT(WS-SITE-IDX, 1) TO KD-ON-TIME-PCT
           MOVE WS-SP-FEED-DAYS(WS-SITE-IDX, 1)
               TO KD-FEED-LOADED-DAYS
           MOVE WS-SP-FEED-PCT(WS-SITE-IDX, 1) TO KD-FEED-LOADED-PCT
           MOVE WS-SP-FAILED-JOBS(WS-SITE-IDX, 1) TO KD-FAILED-JOBS
           MOVE WS-SP-RERUN-JOBS(WS-SITE-IDX, 1) TO KD-RERUN-JOBS
           MOVE WS-SP-ON-TIME-PCT(WS-SITE-IDX, 2)
               TO KD-PRIOR-ON-TIME-PCT
           MOVE WS-CHANGE-PCT TO KD-ON-TIME-CHANGE
           WRITE KPI-DETAIL-RECORD
           ADD 1 TO WS-KPI-COUNT.

       0200-FIND-DAY.
           MOVE 0 TO WS-DAY-FOUND
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT
               OR WS-DAY-FOUND > 0
               IF WS-DAY-SITE-CODE(WS-DAY-IDX) = WS-LOOK-SITE-CODE
                   AND WS-DAY-DATE(WS-DAY-IDX) = WS-LOOK-DATE
                   MOVE WS-DAY-IDX TO WS-DAY-FOUND
               END-IF
           END-PERFORM.

       0210-FIND-SITE.
           MOVE 0 TO WS-SITE-FOUND
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
               OR WS-SITE-FOUND > 0
               IF WS-SITE-CODE(WS-SITE-IDX) = WS-LOOK-SITE-CODE
                   MOVE WS-SITE-IDX TO WS-SITE-FOUND
               END-IF
           END-PERFORM.

       0215-FIND-RUN-SITE.
           *> The site of a STARTUP.LOG row's run, blank when the row
           *> carries no run number or its run has no line naming a
           *> site
           MOVE SPACES TO WS-LOOK-RUN-SITE
           MOVE 0 TO WS-HIST-FOUND
           IF SL-RUN-SEQ IS NUMERIC AND SL-RUN-SEQ > 0
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
                   OR WS-HIST-FOUND > 0
                   IF WS-HIST-RUN-SEQ(WS-HIST-IDX) = SL-RUN-SEQ
                       MOVE WS-HIST-IDX TO WS-HIST-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-HIST-FOUND > 0
               MOVE WS-HIST-SITE-CODE(WS-HIST-FOUND)
                   TO WS-LOOK-RUN-SITE
           END-IF.

       0220-FIND-RUN.
           *> Only planned programs are tracked; the entry is added
           *> on first sight of the program that night at that site
           MOVE 0 TO WS-RUN-FOUND
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-COUNT
               OR WS-RUN-FOUND > 0
               IF WS-RUN-PROGRAM(WS-RUN-IDX) = WS-LOOK-PROGRAM
                   AND WS-RUN-DATE(WS-RUN-IDX) = WS-LOOK-DATE
                   AND WS-RUN-SITE-CODE(WS-RUN-IDX) = WS-LOOK-RUN-SITE
                   MOVE WS-RUN-IDX TO WS-RUN-FOUND
               END-IF
           END-PERFORM
           IF WS-RUN-FOUND = 0
               PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                   OR WS-RUN-FOUND > 0
                   IF WS-PLAN-JOB-NAME(WS-PLAN-IDX) = WS-LOOK-PROGRAM
                       PERFORM 0225-ADD-RUN
                   END-IF
               END-PERFORM
           END-IF.

       0225-ADD-RUN.
           IF WS-RUN-COUNT < 2000
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-RUN-FOUND
               MOVE WS-LOOK-PROGRAM TO WS-RUN-PROGRAM(WS-RUN-FOUND)
               MOVE WS-LOOK-DATE TO WS-RUN-DATE(WS-RUN-FOUND)
               MOVE WS-LOOK-RUN-SITE TO WS-RUN-SITE-CODE(WS-RUN-FOUND)
               MOVE 'N' TO WS-RUN-FAILED-SW(WS-RUN-FOUND)
               MOVE 0 TO WS-RUN-RUNS(WS-RUN-FOUND)
           ELSE
               IF WS-TABLE-FULL-SW = 'N'
                   MOVE 'Y' TO WS-TABLE-FULL-SW
                   DISPLAY 'SLA-RPT: MORE THAN 2000 JOB NIGHTS, '
                       'REMAINDER NOT COUNTED'
                   IF WS-RC < 4
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
               MOVE 0 TO WS-RUN-FOUND
           END-IF.

       0230-TALLY-RUN.
           *> A failure or rerun of a run that names its site counts
           *> against that site alone; one logged before runs carried
           *> a site counts against every site that plans the
           *> program, the only attribution an old line allows.
           *> Either way only on a processing day of the site
           IF WS-LOOK-RUN-SITE NOT = SPACES
               MOVE WS-LOOK-RUN-SITE TO WS-LOOK-SITE-CODE
               PERFORM 0235-TALLY-ONE-SITE
           ELSE
               PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                   IF WS-PLAN-JOB-NAME(WS-PLAN-IDX) = WS-LOOK-PROGRAM
                       MOVE WS-PLAN-SITE-CODE(WS-PLAN-IDX)
                           TO WS-LOOK-SITE-CODE
                       PERFORM 0235-TALLY-ONE-SITE
                   END-IF
               END-PERFORM
           END-IF.

       0235-TALLY-ONE-SITE.
           PERFORM 0200-FIND-DAY
           IF WS-DAY-FOUND > 0
               IF WS-TALLY-KIND = 'F'
                   ADD 1 TO WS-DAY-FAILED-JOBS(WS-DAY-FOUND)
               ELSE
                   ADD 1 TO WS-DAY-RERUN-JOBS(WS-DAY-FOUND)
               END-IF
           END-IF.

       8000-REPORT-FILE-ERROR.
           *> Shared handler announces the error, writes the central
           *> ERROR.LOG record and returns the standard severity,
           *> merged into this job's worst-so-far code
           MOVE 'SLA-RPT' TO FE-PROGRAM-NAME
           CALL 'FILEERR-SUB' USING FILE-ERROR-PARMS
           IF FE-SEVERITY > WS-RC
               MOVE FE-SEVERITY TO WS-RC
           END-IF.
