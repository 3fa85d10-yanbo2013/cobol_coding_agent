       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHG-BACK.
       AUTHOR. COBOL-EXPERT.

       *> Month-end batch chargeback, following the RUNTREND model.
       *> Finance charges each site for the batch time its cycle
       *> uses, and every run already leaves a RUNHIST.DAT line with
       *> its program, shift, elapsed seconds, site, start time and
       *> outcome. This run sorts the month's history by site,
       *> program, date and start time and totals, per site and per
       *> program, the runs, the reruns (every run of a program for
       *> a site past its first that day), the refused runs (any
       *> outcome other than COMPLETE: a refused run still took a
       *> slot in the cycle), the runs that started outside the
       *> program's planned window for the site and shift in
       *> JOBPLAN.DAT, and the elapsed seconds. Each run is priced
       *> from the rate master RATE-MAINT keeps: seconds at the
       *> shift's rate, the flat rerun charge on a rerun, and the
       *> shift's percentage surcharge on the time charge of a run
       *> outside its window. A run with no planned window for its
       *> site and shift is not surcharged, there being nothing to
       *> be outside of. History lines written before the site was
       *> carried cannot be charged to anyone: they are reported as
       *> unattributed and kept out of the journal.
       *>
       *> Besides the chargeback report the run writes the finance
       *> GL journal interface GLJRNL.DAT: a header, one debit per
       *> site to the site's batch-expense account under the site as
       *> cost centre, one credit for the whole amount to the data
       *> centre's recovery account, and a control trailer with the
       *> line count and the debit and credit totals, which must
       *> balance. The month is the one before today's unless an
       *> optional CHGCARD names another as YYYY-MM; the card can
       *> also override the accounts and the recovery cost centre.
       *> The run ends 4 when any run was unattributed or had no
       *> rate for its shift, 12 when there is no rate master to
       *> price from, in which case no journal is written.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-CARD-FILE ASSIGN TO "CHGCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-CARD-STATUS.
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RT-SHIFT-CODE
               FILE STATUS IS WS-RATE-MASTER-STATUS.
           SELECT JOB-PLAN-FILE ASSIGN TO "JOBPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-PLAN-STATUS.
           SELECT RUNTIME-HIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNTIME-HIST-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
           SELECT REPORT-FILE ASSIGN TO "CHGRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> One optional card: the month to charge as YYYY-MM, then
       *> the expense account, the recovery account and the
       *> recovery cost centre, each left blank to take the default
       FD  CHARGE-CARD-FILE.
       01  CHARGE-CARD-RECORD.
           05 CC-REPORT-MONTH PIC X(7).
           05 CC-FILLER-1 PIC X.
           05 CC-DEBIT-ACCOUNT PIC X(10).
           05 CC-FILLER-2 PIC X.
           05 CC-CREDIT-ACCOUNT PIC X(10).
           05 CC-FILLER-3 PIC X.
           05 CC-CREDIT-CENTRE PIC X(4).

       FD  RATE-MASTER-FILE.
       COPY RATEMAST.

       FD  JOB-PLAN-FILE.
       COPY JOBPLAN.

       FD  RUNTIME-HIST-FILE.
       COPY RUNHIST.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-SITE-CODE PIC X(4).
           05 SR-PROGRAM-NAME PIC X(12).
           05 SR-RUN-DATE PIC X(10).
           05 SR-START-TIME PIC X(8).
           05 SR-SHIFT-CODE PIC X(1).
           05 SR-ELAPSED-SECONDS PIC 9(5).
           05 SR-OUTCOME PIC X(9).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(120).

       *> Finance GL journal interface, 80-byte fixed records: H
       *> header, D journal lines, T control trailer. Amounts carry
       *> two implied decimals
       FD  JOURNAL-FILE.
       01  JOURNAL-HEADER-RECORD.
           05 GH-RECORD-TYPE PIC X(1).
           05 GH-SOURCE PIC X(8).
           05 GH-PERIOD PIC X(7).
           05 GH-JOURNAL-DATE PIC X(10).
           05 GH-DESCRIPTION PIC X(30).
           05 GH-FILLER PIC X(24).
       01  JOURNAL-DETAIL-RECORD.
           05 GD-RECORD-TYPE PIC X(1).
           05 GD-LINE-NUMBER PIC 9(6).
           05 GD-ACCOUNT PIC X(10).
           05 GD-COST-CENTRE PIC X(4).
           05 GD-DEBIT-CREDIT PIC X(1).
           05 GD-AMOUNT PIC 9(11)V99.
           05 GD-PERIOD PIC X(7).
           05 GD-DESCRIPTION PIC X(30).
           05 GD-FILLER PIC X(8).
       01  JOURNAL-TRAILER-RECORD.
           05 GT-RECORD-TYPE PIC X(1).
           05 GT-DETAIL-COUNT PIC 9(6).
           05 GT-TOTAL-DEBITS PIC 9(13)V99.
           05 GT-TOTAL-CREDITS PIC 9(13)V99.
           05 GT-FILLER PIC X(43).

       WORKING-STORAGE SECTION.
       01 WS-CHARGE-CARD-STATUS PIC XX VALUE '00'.
       01 WS-RATE-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-JOB-PLAN-STATUS PIC XX VALUE '00'.
       01 WS-RUNTIME-HIST-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-JOURNAL-STATUS PIC XX VALUE '00'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-RATES-LOADED PIC X VALUE 'N'.
       01 WS-JOURNAL-OPENED-OK PIC X VALUE 'N'.
       01 WS-FIRST-RUN-SW PIC X VALUE 'Y'.

       *> Worst return code seen so far, posted to RETURN-CODE at exit
       01 WS-RC PIC 9(4) VALUE 0.

       *> The month charged, and finance's standing accounts unless
       *> the card names others
       01 WS-REPORT-MONTH PIC X(7) VALUE SPACES.
       01 WS-MONTH-WORK.
           05 WS-MW-YYYY PIC 9(4).
           05 WS-MW-MM PIC 9(2).
       01 WS-DEBIT-ACCOUNT PIC X(10) VALUE '615000'.
       01 WS-CREDIT-ACCOUNT PIC X(10) VALUE '791000'.
       01 WS-CREDIT-CENTRE PIC X(4) VALUE 'HOFF'.

       *> The rate master, one entry per shift
       01 WS-RATE-COUNT PIC 9(4) VALUE 0.
       01 WS-RATE-IDX PIC 9(4) VALUE 0.
       01 WS-RATE-FOUND PIC 9(4) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 10 TIMES.
               10 WS-RATE-SHIFT-CODE PIC X(1).
               10 WS-RATE-PER-SECOND PIC 9(3)V9(4).
               10 WS-RATE-RERUN-CHARGE PIC 9(5)V99.
               10 WS-RATE-SURCHARGE-PCT PIC 9(3)V99.

       *> The job plan, for the window each program should start in
       01 WS-PLAN-COUNT PIC 9(4) VALUE 0.
       01 WS-PLAN-IDX PIC 9(4) VALUE 0.
       01 WS-PLAN-FOUND PIC 9(4) VALUE 0.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 100 TIMES.
               10 WS-PLAN-JOB-NAME PIC X(12).
               10 WS-PLAN-SITE-CODE PIC X(4).
               10 WS-PLAN-SHIFT-CODE PIC X(1).
               10 WS-PLAN-WINDOW-START PIC X(8).
               10 WS-PLAN-WINDOW-END PIC X(8).

       *> The run in hand and the one before it, for rerun and
       *> control-break detection
       01 WS-PREV-SITE-CODE PIC X(4) VALUE SPACES.
       01 WS-PREV-PROGRAM-NAME PIC X(12) VALUE SPACES.
       01 WS-PREV-RUN-DATE PIC X(10) VALUE SPACES.
       01 WS-RERUN-SW PIC X VALUE 'N'.
       01 WS-REFUSED-SW PIC X VALUE 'N'.
       01 WS-OUT-WINDOW-SW PIC X VALUE 'N'.
       01 WS-RUN-TIME-CHARGE PIC 9(9)V99 VALUE 0.
       01 WS-RUN-RERUN-CHARGE PIC 9(9)V99 VALUE 0.
       01 WS-RUN-SURCHARGE PIC 9(9)V99 VALUE 0.

       *> Accumulators: level 1 the program within the site, level
       *> 2 the site, level 3 the whole month
       01 WS-LEVEL-IDX PIC 9(4) VALUE 0.
       01 WS-ACCUM-TABLE.
           05 WS-ACCUM OCCURS 3 TIMES.
               10 WS-AC-RUNS PIC 9(7).
               10 WS-AC-RERUNS PIC 9(7).
               10 WS-AC-REFUSED PIC 9(7).
               10 WS-AC-OUT-WINDOW PIC 9(7).
               10 WS-AC-SECONDS PIC 9(11).
               10 WS-AC-TIME-CHARGE PIC 9(11)V99.
               10 WS-AC-RERUN-CHARGE PIC 9(11)V99.
               10 WS-AC-SURCHARGE PIC 9(11)V99.
               10 WS-AC-TOTAL-CHARGE PIC 9(11)V99.

       01 WS-UNATTRIBUTED-RUNS PIC 9(7) VALUE 0.
       01 WS-UNATTRIBUTED-CHARGE PIC 9(11)V99 VALUE 0.
       01 WS-UNPRICED-RUNS PIC 9(7) VALUE 0.

       *> Journal control totals
       01 WS-JOURNAL-LINES PIC 9(6) VALUE 0.
       01 WS-TOTAL-DEBITS PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-CREDITS PIC 9(13)V99 VALUE 0.

       01 WS-TODAY.
           05 WS-TD-YYYY PIC 9(4).
           05 WS-TD-MM PIC 9(2).
           05 WS-TD-DD PIC 9(2).
       01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.

       01 WS-HEADING-1 PIC X(120) VALUE SPACES.
       01 WS-HEADING-2 PIC X(120) VALUE
           'SITE PROGRAM         RUNS  RERUNS REFUSED OUT-WIN '
           & '   SECONDS     TIME CHG   RERUN CHG    SURCHARGE  '
           & '      TOTAL'.
       01 WS-DETAIL-LINE.
           05 WS-DTL-SITE-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-PROGRAM-NAME PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-RUNS PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-RERUNS PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-REFUSED PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-OUT-WINDOW PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-SECONDS PIC ZZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-TIME-CHARGE PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-RERUN-CHARGE PIC ZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-SURCHARGE PIC ZZZZZZZZ9.99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-TOTAL-CHARGE PIC ZZZZZZZZ9.99.
       01 WS-TOTAL-LINE PIC X(120) VALUE SPACES.
       01 WS-COUNT-DISPLAY PIC ZZZZZZ9.
       01 WS-AMOUNT-DISPLAY PIC ZZZZZZZZZZZZ9.99.

       *> Parameters for the shared BANNER-SUB startup-banner routine
       COPY BANNERPM.

       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
           PERFORM 0005-GET-TODAY
           PERFORM 0007-CALL-BANNER-SUB
           PERFORM 0010-GET-CHARGE-CARD
           PERFORM 0020-LOAD-RATE-MASTER
           PERFORM 0030-LOAD-JOB-PLAN
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS = '00'
               PERFORM 0015-WRITE-HEADINGS
               IF WS-RATES-LOADED = 'Y'
                   PERFORM 0050-OPEN-JOURNAL
                   MOVE ZEROS TO WS-ACCUM-TABLE
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SR-SITE-CODE
                       ON ASCENDING KEY SR-PROGRAM-NAME
                       ON ASCENDING KEY SR-RUN-DATE
                       ON ASCENDING KEY SR-START-TIME
                       INPUT PROCEDURE IS 0040-RELEASE-MONTH-RUNS
                       OUTPUT PROCEDURE IS 0060-CHARGE-SORTED-RUNS
                   PERFORM 0090-WRITE-TOTALS
                   IF WS-JOURNAL-OPENED-OK = 'Y'
                       PERFORM 0095-CLOSE-JOURNAL
                   END-IF
               ELSE
                   MOVE 'NO RATE MASTER TO PRICE FROM, NOTHING CHARGED'
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               CLOSE REPORT-FILE
           ELSE
               MOVE 'CHGRPT' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-REPORT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF
           IF (WS-UNATTRIBUTED-RUNS > 0 OR WS-UNPRICED-RUNS > 0)
               AND WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       0005-GET-TODAY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TD-YYYY '-' WS-TD-MM '-' WS-TD-DD
               DELIMITED BY SIZE INTO WS-TODAY-DISPLAY.

       0007-CALL-BANNER-SUB.
           MOVE 'CHGBACK' TO BP-JOB-NAME
           MOVE WS-TODAY-DISPLAY TO BP-RUN-DATE
           MOVE 1 TO BP-STEP-NUMBER
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0010-GET-CHARGE-CARD.
           *> No card is the normal month-start run for the month
           *> just ended at the standing accounts
           MOVE WS-TD-YYYY TO WS-MW-YYYY
           MOVE WS-TD-MM TO WS-MW-MM
           IF WS-MW-MM = 1
               MOVE 12 TO WS-MW-MM
               SUBTRACT 1 FROM WS-MW-YYYY
           ELSE
               SUBTRACT 1 FROM WS-MW-MM
           END-IF
           OPEN INPUT CHARGE-CARD-FILE
           IF WS-CHARGE-CARD-STATUS = '00'
               READ CHARGE-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 0012-APPLY-CHARGE-CARD
               END-READ
               CLOSE CHARGE-CARD-FILE
           ELSE
               IF WS-CHARGE-CARD-STATUS NOT = '35'
                   MOVE 'CHGCARD' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-CHARGE-CARD-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF
           STRING WS-MW-YYYY '-' WS-MW-MM
               DELIMITED BY SIZE INTO WS-REPORT-MONTH.

       0012-APPLY-CHARGE-CARD.
           IF CC-REPORT-MONTH NOT = SPACES
               IF CC-REPORT-MONTH(1:4) IS NUMERIC
                   AND CC-REPORT-MONTH(5:1) = '-'
                   AND CC-REPORT-MONTH(6:2) IS NUMERIC
                   AND CC-REPORT-MONTH(6:2) > '00'
                   AND CC-REPORT-MONTH(6:2) < '13'
                   MOVE CC-REPORT-MONTH(1:4) TO WS-MW-YYYY
                   MOVE CC-REPORT-MONTH(6:2) TO WS-MW-MM
               ELSE
                   DISPLAY 'CHG-BACK: CHGCARD MONTH ' CC-REPORT-MONTH
                       ' INVALID, CHARGING LAST MONTH'
                   IF WS-RC < 4
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
           END-IF
           IF CC-DEBIT-ACCOUNT NOT = SPACES
               MOVE CC-DEBIT-ACCOUNT TO WS-DEBIT-ACCOUNT
           END-IF
           IF CC-CREDIT-ACCOUNT NOT = SPACES
               MOVE CC-CREDIT-ACCOUNT TO WS-CREDIT-ACCOUNT
           END-IF
           IF CC-CREDIT-CENTRE NOT = SPACES
               MOVE CC-CREDIT-CENTRE TO WS-CREDIT-CENTRE
           END-IF.

       0015-WRITE-HEADINGS.
           STRING 'BATCH RESOURCE CHARGEBACK FOR MONTH '
               DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               '  RUN ' DELIMITED BY SIZE
               WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE.

       0020-LOAD-RATE-MASTER.
           OPEN INPUT RATE-MASTER-FILE
           IF WS-RATE-MASTER-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0025-LOAD-ONE-RATE
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE RATE-MASTER-FILE
               MOVE 'Y' TO WS-RATES-LOADED
           ELSE
               DISPLAY 'CHG-BACK: RATE MASTER UNAVAILABLE, STATUS='
                   WS-RATE-MASTER-STATUS
               IF WS-RATE-MASTER-STATUS NOT = '35'
                   MOVE 'RATEMAST' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-RATE-MASTER-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
               IF WS-RC < 12
                   MOVE 12 TO WS-RC
               END-IF
           END-IF.

       0025-LOAD-ONE-RATE.
           READ RATE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-RATE-COUNT < 10
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RT-SHIFT-CODE
                           TO WS-RATE-SHIFT-CODE(WS-RATE-COUNT)
                       MOVE RT-RATE-PER-SECOND
                           TO WS-RATE-PER-SECOND(WS-RATE-COUNT)
                       MOVE RT-RERUN-CHARGE
                           TO WS-RATE-RERUN-CHARGE(WS-RATE-COUNT)
                       MOVE RT-SURCHARGE-PCT
                           TO WS-RATE-SURCHARGE-PCT(WS-RATE-COUNT)
                   END-IF
           END-READ.

       0030-LOAD-JOB-PLAN.
           OPEN INPUT JOB-PLAN-FILE
           IF WS-JOB-PLAN-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0035-LOAD-ONE-PLAN-ENTRY
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

       0035-LOAD-ONE-PLAN-ENTRY.
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
                           MOVE JP-SHIFT-CODE
                               TO WS-PLAN-SHIFT-CODE(WS-PLAN-COUNT)
                           MOVE JP-WINDOW-START
                               TO WS-PLAN-WINDOW-START(WS-PLAN-COUNT)
                           MOVE JP-WINDOW-END
                               TO WS-PLAN-WINDOW-END(WS-PLAN-COUNT)
                       ELSE
                           DISPLAY 'CHG-BACK: JOB PLAN EXCEEDS 100 '
                               'ENTRIES, JOB ' JP-JOB-NAME
                               ' NOT WINDOW-CHECKED'
                           IF WS-RC < 4
                               MOVE 4 TO WS-RC
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0040-RELEASE-MONTH-RUNS.
           OPEN INPUT RUNTIME-HIST-FILE
           IF WS-RUNTIME-HIST-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0045-RELEASE-ONE-RUN
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

       0045-RELEASE-ONE-RUN.
           READ RUNTIME-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF RH-RUN-DATE(1:7) = WS-REPORT-MONTH
                       MOVE RH-SITE-CODE TO SR-SITE-CODE
                       MOVE RH-PROGRAM-NAME TO SR-PROGRAM-NAME
                       MOVE RH-RUN-DATE TO SR-RUN-DATE
                       MOVE RH-START-TIME TO SR-START-TIME
                       MOVE RH-SHIFT-CODE TO SR-SHIFT-CODE
                       IF RH-ELAPSED-SECONDS IS NUMERIC
                           MOVE RH-ELAPSED-SECONDS
                               TO SR-ELAPSED-SECONDS
                       ELSE
                           MOVE 0 TO SR-ELAPSED-SECONDS
                       END-IF
                       MOVE RH-OUTCOME TO SR-OUTCOME
                       RELEASE SORT-RECORD
                   END-IF
           END-READ.

       0050-OPEN-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '00'
               MOVE 'Y' TO WS-JOURNAL-OPENED-OK
               MOVE SPACES TO JOURNAL-HEADER-RECORD
               MOVE 'H' TO GH-RECORD-TYPE
               MOVE 'BATCHCHG' TO GH-SOURCE
               MOVE WS-REPORT-MONTH TO GH-PERIOD
               MOVE WS-TODAY-DISPLAY TO GH-JOURNAL-DATE
               MOVE 'BATCH RESOURCE CHARGEBACK' TO GH-DESCRIPTION
               WRITE JOURNAL-HEADER-RECORD
           ELSE
               MOVE 'GLJRNL' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-JOURNAL-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0060-CHARGE-SORTED-RUNS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'Y' TO WS-FIRST-RUN-SW
           PERFORM 0065-CHARGE-ONE-RUN
               UNTIL WS-EOF-SWITCH = 'Y'
           IF WS-FIRST-RUN-SW = 'N'
               PERFORM 0080-END-PROGRAM
               PERFORM 0085-END-SITE
           END-IF.

       0065-CHARGE-ONE-RUN.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-FIRST-RUN-SW = 'Y'
                       MOVE 'N' TO WS-FIRST-RUN-SW
                   ELSE
                       IF SR-SITE-CODE NOT = WS-PREV-SITE-CODE
                           PERFORM 0080-END-PROGRAM
                           PERFORM 0085-END-SITE
                       ELSE
                           IF SR-PROGRAM-NAME
                               NOT = WS-PREV-PROGRAM-NAME
                               PERFORM 0080-END-PROGRAM
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 0070-PRICE-ONE-RUN
                   MOVE SR-SITE-CODE TO WS-PREV-SITE-CODE
                   MOVE SR-PROGRAM-NAME TO WS-PREV-PROGRAM-NAME
                   MOVE SR-RUN-DATE TO WS-PREV-RUN-DATE
           END-RETURN.

       0070-PRICE-ONE-RUN.
           *> Runs arrive in start order within site, program and
           *> date, so any run whose key matches the one before is a
           *> rerun of it
           MOVE 'N' TO WS-RERUN-SW
           IF WS-AC-RUNS(1) > 0
               AND SR-RUN-DATE = WS-PREV-RUN-DATE
               MOVE 'Y' TO WS-RERUN-SW
           END-IF
           MOVE 'N' TO WS-REFUSED-SW
           IF SR-OUTCOME NOT = SPACES AND SR-OUTCOME NOT = 'COMPLETE'
               MOVE 'Y' TO WS-REFUSED-SW
           END-IF
           PERFORM 0075-CHECK-WINDOW
           MOVE 0 TO WS-RUN-TIME-CHARGE
           MOVE 0 TO WS-RUN-RERUN-CHARGE
           MOVE 0 TO WS-RUN-SURCHARGE
           MOVE 0 TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
               OR WS-RATE-FOUND > 0
               IF WS-RATE-SHIFT-CODE(WS-RATE-IDX) = SR-SHIFT-CODE
                   MOVE WS-RATE-IDX TO WS-RATE-FOUND
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND > 0
               COMPUTE WS-RUN-TIME-CHARGE ROUNDED =
                   SR-ELAPSED-SECONDS
                   * WS-RATE-PER-SECOND(WS-RATE-FOUND)
               IF WS-RERUN-SW = 'Y'
                   MOVE WS-RATE-RERUN-CHARGE(WS-RATE-FOUND)
                       TO WS-RUN-RERUN-CHARGE
               END-IF
               IF WS-OUT-WINDOW-SW = 'Y'
                   COMPUTE WS-RUN-SURCHARGE ROUNDED =
                       WS-RUN-TIME-CHARGE
                       * WS-RATE-SURCHARGE-PCT(WS-RATE-FOUND) / 100
               END-IF
           ELSE
               ADD 1 TO WS-UNPRICED-RUNS
               DISPLAY 'CHG-BACK: NO RATE FOR SHIFT ' SR-SHIFT-CODE
                   ', RUN OF ' SR-PROGRAM-NAME ' ON ' SR-RUN-DATE
                   ' NOT PRICED'
           END-IF
           ADD 1 TO WS-AC-RUNS(1)
           IF WS-RERUN-SW = 'Y'
               ADD 1 TO WS-AC-RERUNS(1)
           END-IF
           IF WS-REFUSED-SW = 'Y'
               ADD 1 TO WS-AC-REFUSED(1)
           END-IF
           IF WS-OUT-WINDOW-SW = 'Y'
               ADD 1 TO WS-AC-OUT-WINDOW(1)
           END-IF
           ADD SR-ELAPSED-SECONDS TO WS-AC-SECONDS(1)
           ADD WS-RUN-TIME-CHARGE TO WS-AC-TIME-CHARGE(1)
           ADD WS-RUN-RERUN-CHARGE TO WS-AC-RERUN-CHARGE(1)
           ADD WS-RUN-SURCHARGE TO WS-AC-SURCHARGE(1)
           COMPUTE WS-AC-TOTAL-CHARGE(1) = WS-AC-TOTAL-CHARGE(1)
               + WS-RUN-TIME-CHARGE + WS-RUN-RERUN-CHARGE
               + WS-RUN-SURCHARGE.

       0075-CHECK-WINDOW.
           *> HH:MM:SS compares correctly as a character string, the
           *> same plain comparison SCHED-MON makes; no planned window
           *> or no recorded start time means no surcharge
           MOVE 'N' TO WS-OUT-WINDOW-SW
           MOVE 0 TO WS-PLAN-FOUND
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               OR WS-PLAN-FOUND > 0
               IF WS-PLAN-JOB-NAME(WS-PLAN-IDX) = SR-PROGRAM-NAME
                   AND WS-PLAN-SITE-CODE(WS-PLAN-IDX) = SR-SITE-CODE
                   AND WS-PLAN-SHIFT-CODE(WS-PLAN-IDX) = SR-SHIFT-CODE
                   MOVE WS-PLAN-IDX TO WS-PLAN-FOUND
               END-IF
           END-PERFORM
           IF WS-PLAN-FOUND > 0 AND SR-START-TIME NOT = SPACES
               IF SR-START-TIME < WS-PLAN-WINDOW-START(WS-PLAN-FOUND)
                   OR SR-START-TIME
                   > WS-PLAN-WINDOW-END(WS-PLAN-FOUND)
                   MOVE 'Y' TO WS-OUT-WINDOW-SW
               END-IF
           END-IF.

       0080-END-PROGRAM.
           *> One report line per program within the site, rolled up
           *> into the site's totals
           MOVE 1 TO WS-LEVEL-IDX
           MOVE WS-PREV-SITE-CODE TO WS-DTL-SITE-CODE
           IF WS-PREV-SITE-CODE = SPACES
               MOVE '----' TO WS-DTL-SITE-CODE
           END-IF
           MOVE WS-PREV-PROGRAM-NAME TO WS-DTL-PROGRAM-NAME
           PERFORM 0088-WRITE-ACCUM-LINE
           PERFORM 0089-ROLL-UP-LEVEL
           INITIALIZE WS-ACCUM(1).

       0085-END-SITE.
           *> The site's total line and its journal debit; lines with
           *> no site on the history are totalled but not journalled
           MOVE 2 TO WS-LEVEL-IDX
           MOVE WS-PREV-SITE-CODE TO WS-DTL-SITE-CODE
           MOVE 'SITE TOTAL' TO WS-DTL-PROGRAM-NAME
           IF WS-PREV-SITE-CODE = SPACES
               MOVE '----' TO WS-DTL-SITE-CODE
               MOVE 'UNATTRIBUTED' TO WS-DTL-PROGRAM-NAME
               ADD WS-AC-RUNS(2) TO WS-UNATTRIBUTED-RUNS
               ADD WS-AC-TOTAL-CHARGE(2) TO WS-UNATTRIBUTED-CHARGE
           ELSE
               IF WS-JOURNAL-OPENED-OK = 'Y'
                   AND WS-AC-TOTAL-CHARGE(2) > 0
                   PERFORM 0087-WRITE-SITE-DEBIT
               END-IF
           END-IF
           PERFORM 0088-WRITE-ACCUM-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 0089-ROLL-UP-LEVEL
           INITIALIZE WS-ACCUM(2).

       0087-WRITE-SITE-DEBIT.
           MOVE SPACES TO JOURNAL-DETAIL-RECORD
           ADD 1 TO WS-JOURNAL-LINES
           MOVE 'D' TO GD-RECORD-TYPE
           MOVE WS-JOURNAL-LINES TO GD-LINE-NUMBER
           MOVE WS-DEBIT-ACCOUNT TO GD-ACCOUNT
           MOVE WS-PREV-SITE-CODE TO GD-COST-CENTRE
           MOVE 'D' TO GD-DEBIT-CREDIT
           MOVE WS-AC-TOTAL-CHARGE(2) TO GD-AMOUNT
           MOVE WS-REPORT-MONTH TO GD-PERIOD
           STRING 'BATCH CHARGEBACK SITE ' WS-PREV-SITE-CODE
               DELIMITED BY SIZE INTO GD-DESCRIPTION
           WRITE JOURNAL-DETAIL-RECORD
           ADD WS-AC-TOTAL-CHARGE(2) TO WS-TOTAL-DEBITS.

       0088-WRITE-ACCUM-LINE.
           MOVE WS-AC-RUNS(WS-LEVEL-IDX) TO WS-DTL-RUNS
           MOVE WS-AC-RERUNS(WS-LEVEL-IDX) TO WS-DTL-RERUNS
           MOVE WS-AC-REFUSED(WS-LEVEL-IDX) TO WS-DTL-REFUSED
           MOVE WS-AC-OUT-WINDOW(WS-LEVEL-IDX) TO WS-DTL-OUT-WINDOW
           MOVE WS-AC-SECONDS(WS-LEVEL-IDX) TO WS-DTL-SECONDS
           MOVE WS-AC-TIME-CHARGE(WS-LEVEL-IDX) TO WS-DTL-TIME-CHARGE
           MOVE WS-AC-RERUN-CHARGE(WS-LEVEL-IDX)
               TO WS-DTL-RERUN-CHARGE
           MOVE WS-AC-SURCHARGE(WS-LEVEL-IDX) TO WS-DTL-SURCHARGE
           MOVE WS-AC-TOTAL-CHARGE(WS-LEVEL-IDX)
               TO WS-DTL-TOTAL-CHARGE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0089-ROLL-UP-LEVEL.
           ADD WS-AC-RUNS(WS-LEVEL-IDX) TO WS-AC-RUNS(WS-LEVEL-IDX + 1)
           ADD WS-AC-RERUNS(WS-LEVEL-IDX)
               TO WS-AC-RERUNS(WS-LEVEL-IDX + 1)
           ADD WS-AC-REFUSED(WS-LEVEL-IDX)
               TO WS-AC-REFUSED(WS-LEVEL-IDX + 1)
           ADD WS-AC-OUT-WINDOW(WS-LEVEL-IDX)
               TO WS-AC-OUT-WINDOW(WS-LEVEL-IDX + 1)
           ADD WS-AC-SECONDS(WS-LEVEL-IDX)
               TO WS-AC-SECONDS(WS-LEVEL-IDX + 1)
           ADD WS-AC-TIME-CHARGE(WS-LEVEL-IDX)
               TO WS-AC-TIME-CHARGE(WS-LEVEL-IDX + 1)
           ADD WS-AC-RERUN-CHARGE(WS-LEVEL-IDX)
               TO WS-AC-RERUN-CHARGE(WS-LEVEL-IDX + 1)
           ADD WS-AC-SURCHARGE(WS-LEVEL-IDX)
               TO WS-AC-SURCHARGE(WS-LEVEL-IDX + 1)
           ADD WS-AC-TOTAL-CHARGE(WS-LEVEL-IDX)
               TO WS-AC-TOTAL-CHARGE(WS-LEVEL-IDX + 1).

       0090-WRITE-TOTALS.
           MOVE 3 TO WS-LEVEL-IDX
           MOVE 'ALL ' TO WS-DTL-SITE-CODE
           MOVE 'MONTH TOTAL' TO WS-DTL-PROGRAM-NAME
           PERFORM 0088-WRITE-ACCUM-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'CHARGED TO SITES IN THE JOURNAL:      '
               DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNATTRIBUTED-CHARGE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'NOT CHARGED, NO SITE ON THE HISTORY:  '
               DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNATTRIBUTED-RUNS TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'RUNS WITH NO SITE ON THE HISTORY:     '
               DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNPRICED-RUNS TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'RUNS WITH NO RATE FOR THEIR SHIFT:    '
               DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0095-CLOSE-JOURNAL.
           *> The single recovery credit balances the site debits;
           *> the trailer carries both totals so finance's load can
           *> prove it
           IF WS-TOTAL-DEBITS > 0
               MOVE SPACES TO JOURNAL-DETAIL-RECORD
               ADD 1 TO WS-JOURNAL-LINES
               MOVE 'D' TO GD-RECORD-TYPE
               MOVE WS-JOURNAL-LINES TO GD-LINE-NUMBER
               MOVE WS-CREDIT-ACCOUNT TO GD-ACCOUNT
               MOVE WS-CREDIT-CENTRE TO GD-COST-CENTRE
               MOVE 'C' TO GD-DEBIT-CREDIT
               MOVE WS-TOTAL-DEBITS TO GD-AMOUNT
               MOVE WS-REPORT-MONTH TO GD-PERIOD
               MOVE 'BATCH CHARGEBACK RECOVERY' TO GD-DESCRIPTION
               WRITE JOURNAL-DETAIL-RECORD
               ADD WS-TOTAL-DEBITS TO WS-TOTAL-CREDITS
           END-IF
           MOVE SPACES TO JOURNAL-TRAILER-RECORD
           MOVE 'T' TO GT-RECORD-TYPE
           MOVE WS-JOURNAL-LINES TO GT-DETAIL-COUNT
           MOVE WS-TOTAL-DEBITS TO GT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GT-TOTAL-CREDITS
           WRITE JOURNAL-TRAILER-RECORD
           CLOSE JOURNAL-FILE
           MOVE WS-JOURNAL-LINES TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'GL JOURNAL LINES WRITTEN:             '
               DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY 'CHG-BACK: GL JOURNAL OUT OF BALANCE'
               MOVE 'GL JOURNAL OUT OF BALANCE' TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-RC < 16
                   MOVE 16 TO WS-RC
               END-IF
           END-IF.

       8000-REPORT-FILE-ERROR.
           *> Shared handler announces the error, writes the central
           *> ERROR.LOG record and returns the standard severity,
           *> merged into this job's worst-so-far code
           MOVE 'CHG-BACK' TO FE-PROGRAM-NAME
           CALL 'FILEERR-SUB' USING FILE-ERROR-PARMS
           IF FE-SEVERITY > WS-RC
               MOVE FE-SEVERITY TO WS-RC
           END-IF.
