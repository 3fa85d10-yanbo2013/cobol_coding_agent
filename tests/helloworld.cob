           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT JOB-DEP-FILE ASSIGN TO "JOBDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-DEP-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "CYCREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY RSTREC.

       FD  CONTROL-CARD-FILE.
       COPY CTLCARD.

       *> The indexed message master MSG-MAINT maintains, read here
       *> by site key so a greeting change reaches the very next
       FD  CALENDAR-FILE.
       COPY CALREC.

       *> Job dependencies: one line per job, site and predecessor
       *> that must have completed cleanly today before the job may
       *> start. Extracted from the dependency master by DEP-MAINT.
       FD  JOB-DEP-FILE.
       COPY JOBDEP.

       *> Cycle releases written by CYCLE-GATE, consulted only when
       *> the control card is dated behind the system date, to tell
       *> a catch-up run for an unreleased day from a stale card
       FD  RELEASE-FILE.
       COPY CYCREL.

       WORKING-STORAGE SECTION.
       *> Definition of the greeting message, overridden per site by
       *> the keyed master read in 0012-READ-MESSAGE-MASTER; a site
       *> Parameters for the shared JOBLOCK-SUB active-job lock
       COPY LOCKPM.

       *> Parameters for the shared SITECHK-SUB site-master lookup
       COPY SITEPM.

       *> Parameters for the shared RUNSEQ-SUB run sequence number;
       *> RN-RUN-SEQ is this run's number for the whole job
       COPY RUNSEQPM.

       *> Lock bookkeeping: LOCK-HELD says this run owns the job
       *> lock and must release it at end of job; DUPLICATE-RUN says
       *> another copy of the same job holds it and this submission
       01 WS-STEP-DONE-TABLE REDEFINES WS-STEP-DONE-FLAGS.
           05 WS-STEP-DONE OCCURS 9 TIMES PIC X(1).

       *> Set when the control card's run date is ahead of today's
       *> system date, or behind it on a business day the gate has
       *> already released for the site, so 0000-START-UP refuses to
       *> proceed. A card behind it on a day not yet released is a
       *> catch-up run, made for the card's date instead
       01 WS-DATE-MISMATCH PIC X VALUE 'N'.
       01 WS-RELEASE-STATUS PIC XX VALUE '00'.
       01 WS-RELEASE-EOF PIC X VALUE 'N'.
       01 WS-DAY-RELEASED PIC X VALUE 'N'.

       *> Set when the site this run is for is not active on the site
       *> master (closed, unknown, or the master unreadable), so
       *> 0000-START-UP refuses to proceed
       01 WS-SITE-INACTIVE PIC X VALUE 'N'.

       *> Processing-calendar lookup result for today's date and
       *> site. NONPROC-DAY set when the calendar explicitly marks
       01 WS-NONPROC-DAY PIC X VALUE 'N'.
       01 WS-TODAY-DAY-TYPE PIC X VALUE SPACE.

       *> Predecessor check: this job's predecessors for its site,
       *> each with the site it must have run at, marked satisfied
       *> once today's STARTUP.LOG shows a COMPLETE row for it below
       *> RC 8 from a run at that site. PRED-WAIT set when any is
       *> still outstanding, so 0000-START-UP refuses to proceed; a
       *> missing dependency file means the job has no predecessors
       01 WS-JOB-DEP-STATUS PIC XX VALUE '00'.
       01 WS-JOB-DEP-EOF PIC X VALUE 'N'.
       01 WS-STARTUP-LOG-EOF PIC X VALUE 'N'.
       01 WS-PRED-WAIT PIC X VALUE 'N'.
       01 WS-PRED-COUNT PIC 9(4) VALUE 0.
       01 WS-PRED-IDX PIC 9(4) VALUE 0.
       01 WS-PRED-TABLE.
           05 WS-PRED-ENTRY OCCURS 20 TIMES.
               10 WS-PRED-JOB-NAME PIC X(12).
               10 WS-PRED-SITE-CODE PIC X(4).
               10 WS-PRED-DONE-SW PIC X(1).

       *> Today's RUNHIST.DAT lines by run number, so a STARTUP.LOG
       *> completion can be put down to the site its run was for;
       *> RUN-SITE-CODE is left blank for a run with no line
       01 WS-RUNTIME-HIST-EOF PIC X VALUE 'N'.
       01 WS-HIST-COUNT PIC 9(4) VALUE 0.
       01 WS-HIST-IDX PIC 9(4) VALUE 0.
       01 WS-HIST-FOUND PIC 9(4) VALUE 0.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 500 TIMES.
               10 WS-HIST-RUN-SEQ PIC 9(8).
               10 WS-HIST-SITE-CODE PIC X(4).
       01 WS-RUN-SITE-CODE PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
           ACCEPT WS-START-TIME FROM TIME
           PERFORM 0009-GET-RUN-SEQ
           PERFORM 0010-GET-JOB-INFO
           PERFORM 0019-ACQUIRE-JOB-LOCK
           IF WS-DUPLICATE-RUN = 'Y'
               MOVE 'MISMATCH' TO WS-OUTCOME
               PERFORM 0030-LOG-STARTUP
           ELSE
           IF WS-SITE-INACTIVE = 'Y'
               DISPLAY 'HELLO-WORLD: SITE ' WS-SITE-CODE ' IS NOT '
                   'ACTIVE ON THE SITE MASTER, REFUSING TO PROCEED'
               MOVE 'BADSITE' TO WS-OUTCOME
               PERFORM 0030-LOG-STARTUP
           ELSE
           IF WS-NONPROC-DAY = 'Y'
               DISPLAY 'HELLO-WORLD: ' WS-RUN-DATE ' IS NOT A '
                   'PROCESSING DAY FOR SITE ' WS-SITE-CODE
                   MOVE 20 TO WS-RC
               END-IF
               PERFORM 0030-LOG-STARTUP
           ELSE
           IF WS-PRED-WAIT = 'Y'
               DISPLAY 'HELLO-WORLD: PREDECESSORS OF JOB ' WS-JOB-NAME
                   ' NOT COMPLETE FOR ' WS-RUN-DATE
                   ', REFUSING TO PROCEED'
               MOVE 'DEPWAIT' TO WS-OUTCOME
               IF WS-RC < 16
                   MOVE 16 TO WS-RC
               END-IF
               PERFORM 0030-LOG-STARTUP
           ELSE
               PERFORM 0016-CHECK-CHECKPOINT
               IF WS-ALREADY-STARTED = 'N'
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM 9999-END-OF-JOB.

       0009-GET-RUN-SEQ.
           *> Numbered before anything is logged or locked, so even a
           *> refused or duplicate submission can be told apart from
           *> the other runs of the night; the banner, the lock and
           *> the error log pick up the same number from RUNSEQ-SUB.
           *> A counter that cannot be kept leaves the run at zero
           *> with a warning rather than stopping the cycle
           CALL 'RUNSEQ-SUB' USING RUN-SEQ-PARMS
           IF RN-RESULT NOT = 'Y'
               DISPLAY 'HELLO-WORLD: RUN SEQUENCE NUMBER UNAVAILABLE, '
                   'LOGGING RUN 00000000'
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF.

       0019-ACQUIRE-JOB-LOCK.
           *> A refused acquire means another copy of this job is
           *> already running; a lock-file failure is announced but
               DELIMITED BY SIZE INTO WS-RUN-DATE
           PERFORM 0011-GET-CONTROL-CARD
           PERFORM 0012-READ-MESSAGE-MASTER
           PERFORM 0014-CHECK-CALENDAR
           PERFORM 0013-CHECK-PREDECESSORS.

       0015-CALL-BANNER-SUB.
           MOVE WS-JOB-NAME TO BP-JOB-NAME
                       MOVE CC-SHIFT-CODE TO WS-SHIFT-CODE
                       IF CC-RUN-DATE NOT = SPACES
                           AND CC-RUN-DATE NOT = WS-RUN-DATE
                           PERFORM 0026-CHECK-CARD-DATE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
                   MOVE WS-CONTROL-CARD-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF
           PERFORM 0025-CHECK-SITE-MASTER.

       0026-CHECK-CARD-DATE.
           *> A card dated ahead of the system date, or behind it on
           *> a day the gate has already released for the site, is a
           *> typo or a stale card and refuses the run. A card behind
           *> it on a day not yet released is a catch-up run after an
           *> outage: the run is made for the card's business date,
           *> so its logs and checkpoints land on the day CYCLE-GATE
           *> and DATE-ROLL are still clearing
           MOVE 'N' TO WS-DAY-RELEASED
           IF CC-RUN-DATE < WS-RUN-DATE
               PERFORM 0027-CHECK-DAY-RELEASED
           END-IF
           IF CC-RUN-DATE < WS-RUN-DATE
               AND WS-DAY-RELEASED = 'N'
               DISPLAY 'HELLO-WORLD: CATCH-UP RUN FOR BUSINESS DATE '
                   CC-RUN-DATE ', SYSTEM DATE ' WS-RUN-DATE
               MOVE CC-RUN-DATE TO WS-RUN-DATE
           ELSE
               DISPLAY 'HELLO-WORLD: CONTROL CARD RUN DATE '
                   'DOES NOT MATCH SYSTEM DATE'
               DISPLAY '  CARD=' CC-RUN-DATE
                   ' SYSTEM=' WS-RUN-DATE
               IF WS-DAY-RELEASED = 'Y'
                   DISPLAY '  CYCLE ALREADY RELEASED FOR SITE '
                       WS-SITE-CODE ' ON ' CC-RUN-DATE
               END-IF
               MOVE 'Y' TO WS-DATE-MISMATCH
               IF WS-RC < 20
                   MOVE 20 TO WS-RC
               END-IF
           END-IF.

       0027-CHECK-DAY-RELEASED.
           *> A release with no site stands for every site, as it
           *> does for DATE-ROLL; no release file yet means nothing
           *> has ever been released
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-STATUS = '00'
               PERFORM 0028-SCAN-ONE-RELEASE
                   UNTIL WS-RELEASE-EOF = 'Y'
                   OR WS-DAY-RELEASED = 'Y'
               CLOSE RELEASE-FILE
           ELSE
               IF WS-RELEASE-STATUS NOT = '35'
                   MOVE 'CYCREL' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-RELEASE-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0028-SCAN-ONE-RELEASE.
           READ RELEASE-FILE
               AT END
                   MOVE 'Y' TO WS-RELEASE-EOF
               NOT AT END
                   IF CR-RUN-DATE = CC-RUN-DATE
                       AND (CR-SITE-CODE = SPACES
                       OR CR-SITE-CODE = WS-SITE-CODE)
                       MOVE 'Y' TO WS-DAY-RELEASED
                   END-IF
           END-READ.

       0025-CHECK-SITE-MASTER.
           *> Whichever site the run ended up with, from the card or
           *> the PARM, must be active on the site master; a closed
           *> or unknown code, or a master that cannot be read, is a
           *> control-card error of the same weight as a date mismatch
           MOVE WS-SITE-CODE TO SK-SITE-CODE
           CALL 'SITECHK-SUB' USING SITE-CHECK-PARMS
           IF SK-RESULT NOT = 'Y'
               EVALUATE SK-RESULT
                   WHEN 'C'
                       DISPLAY 'HELLO-WORLD: SITE ' WS-SITE-CODE
                           ' IS CLOSED ON THE SITE MASTER'
                   WHEN 'N'
                       DISPLAY 'HELLO-WORLD: SITE ' WS-SITE-CODE
                           ' IS NOT ON THE SITE MASTER'
                   WHEN OTHER
                       DISPLAY 'HELLO-WORLD: SITE MASTER UNAVAILABLE,'
                           ' SITE ' WS-SITE-CODE ' NOT CONFIRMED'
               END-EVALUATE
               MOVE 'Y' TO WS-SITE-INACTIVE
               IF WS-RC < 20
                   MOVE 20 TO WS-RC
               END-IF
           END-IF.

       0012-READ-MESSAGE-MASTER.
                   END-IF
           END-READ.

       0013-CHECK-PREDECESSORS.
           *> Loads this job's predecessors for its site from the
           *> dependency extract, keyed like the job plan by the
           *> program name STARTUP.LOG carries, then walks today's
           *> STARTUP.LOG the way CYCLE-GATE does: any COMPLETE row
           *> below RC 8 from a run at the predecessor's site
           *> satisfies it, so a failed first attempt followed by a
           *> clean rerun lets the successor go. The site of each
           *> completion comes from its run's RUNHIST.DAT line
           OPEN INPUT JOB-DEP-FILE
           IF WS-JOB-DEP-STATUS = '00'
               PERFORM 0022-LOAD-ONE-PREDECESSOR
                   UNTIL WS-JOB-DEP-EOF = 'Y'
               CLOSE JOB-DEP-FILE
           ELSE
               IF WS-JOB-DEP-STATUS NOT = '35'
                   MOVE 'JOBDEP' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-JOB-DEP-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF
           IF WS-PRED-COUNT > 0
               PERFORM 0029-LOAD-RUN-HISTORY
               OPEN INPUT STARTUP-LOG-FILE
               IF WS-STARTUP-LOG-STATUS = '00'
                   PERFORM 0023-SCAN-ONE-STARTUP
                       UNTIL WS-STARTUP-LOG-EOF = 'Y'
                   CLOSE STARTUP-LOG-FILE
               ELSE
                   IF WS-STARTUP-LOG-STATUS NOT = '35'
                       MOVE 'STARTUPLOG' TO FE-FILE-NAME
                       MOVE 'OPEN' TO FE-OPERATION
                       MOVE WS-STARTUP-LOG-STATUS TO FE-FILE-STATUS
                       PERFORM 8000-REPORT-FILE-ERROR
                   END-IF
               END-IF
               PERFORM 0024-JUDGE-ONE-PREDECESSOR
                   VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > WS-PRED-COUNT
           END-IF.

       0022-LOAD-ONE-PREDECESSOR.
           READ JOB-DEP-FILE
               AT END
                   MOVE 'Y' TO WS-JOB-DEP-EOF
               NOT AT END
                   IF JD-JOB-NAME = 'HELLO-WORLD'
                       AND JD-SITE-CODE = WS-SITE-CODE
                       AND JD-PRED-JOB-NAME NOT = SPACES
                       IF WS-PRED-COUNT < 20
                           ADD 1 TO WS-PRED-COUNT
                           MOVE JD-PRED-JOB-NAME
                               TO WS-PRED-JOB-NAME(WS-PRED-COUNT)
                           IF JD-PRED-SITE-CODE = SPACES
                               MOVE WS-SITE-CODE
                                   TO WS-PRED-SITE-CODE(WS-PRED-COUNT)
                           ELSE
                               MOVE JD-PRED-SITE-CODE
                                   TO WS-PRED-SITE-CODE(WS-PRED-COUNT)
                           END-IF
                           MOVE 'N' TO WS-PRED-DONE-SW(WS-PRED-COUNT)
                       ELSE
                           DISPLAY 'HELLO-WORLD: MORE THAN 20 '
                               'PREDECESSORS, ' JD-PRED-JOB-NAME
                               ' NOT CHECKED'
                           IF WS-RC < 4
                               MOVE 4 TO WS-RC
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0023-SCAN-ONE-STARTUP.
           READ STARTUP-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-STARTUP-LOG-EOF
               NOT AT END
                   IF SL-RUN-DATE = WS-RUN-DATE
                       AND SL-OUTCOME = 'COMPLETE'
                       AND SL-RETURN-CODE < 8
                       PERFORM 0031-FIND-RUN-SITE
                       PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                           UNTIL WS-PRED-IDX > WS-PRED-COUNT
                           IF WS-PRED-JOB-NAME(WS-PRED-IDX)
                               = SL-PROGRAM-NAME
                               AND WS-PRED-SITE-CODE(WS-PRED-IDX)
                               = WS-RUN-SITE-CODE
                               MOVE 'Y'
                                   TO WS-PRED-DONE-SW(WS-PRED-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       0029-LOAD-RUN-HISTORY.
           *> Only today's runs can own a completion the scan counts
           OPEN INPUT RUNTIME-HIST-FILE
           IF WS-RUNTIME-HIST-STATUS = '00'
               PERFORM 0032-LOAD-ONE-RUN
                   UNTIL WS-RUNTIME-HIST-EOF = 'Y'
               CLOSE RUNTIME-HIST-FILE
           ELSE
               IF WS-RUNTIME-HIST-STATUS NOT = '35'
                   MOVE 'RUNHIST' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-RUNTIME-HIST-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0032-LOAD-ONE-RUN.
           READ RUNTIME-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-RUNTIME-HIST-EOF
               NOT AT END
                   IF RH-RUN-DATE = WS-RUN-DATE
                       AND RH-RUN-SEQ IS NUMERIC
                       AND RH-RUN-SEQ > 0
                       IF WS-HIST-COUNT < 500
                           ADD 1 TO WS-HIST-COUNT
                           MOVE RH-RUN-SEQ
                               TO WS-HIST-RUN-SEQ(WS-HIST-COUNT)
                           MOVE RH-SITE-CODE
                               TO WS-HIST-SITE-CODE(WS-HIST-COUNT)
                       ELSE
                           DISPLAY 'HELLO-WORLD: MORE THAN 500 RUNS '
                               'TODAY, RUN ' RH-RUN-SEQ
                               ' NOT CHECKED'
                           IF WS-RC < 4
                               MOVE 4 TO WS-RC
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0031-FIND-RUN-SITE.
           *> A completion whose run has no RUNHIST.DAT line cannot be
           *> placed at any site and so satisfies no predecessor
           MOVE SPACES TO WS-RUN-SITE-CODE
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
                   TO WS-RUN-SITE-CODE
           END-IF.

       0024-JUDGE-ONE-PREDECESSOR.
           IF WS-PRED-DONE-SW(WS-PRED-IDX) = 'N'
               MOVE 'Y' TO WS-PRED-WAIT
               DISPLAY 'HELLO-WORLD: PREDECESSOR '
                   WS-PRED-JOB-NAME(WS-PRED-IDX) ' AT SITE '
                   WS-PRED-SITE-CODE(WS-PRED-IDX)
                   ' HAS NO COMPLETE ROW BELOW RC 8 FOR ' WS-RUN-DATE
           END-IF.

       0016-CHECK-CHECKPOINT.
           *> Gathers every step already checkpointed for this job
           *> and date into the step-done flags; a record in the old
           MOVE WS-RUN-DATE TO RST-RUN-DATE
           MOVE WS-STEP-NUMBER TO RST-STEP-NUMBER
           MOVE 'C' TO RST-STEP-STATUS
           MOVE RN-RUN-SEQ TO RST-RUN-SEQ
           OPEN EXTEND RESTART-FILE
           IF WS-RESTART-STATUS = '35'
               OPEN OUTPUT RESTART-FILE
               MOVE 'HELLO-WORLD' TO SL-PROGRAM-NAME
               MOVE WS-OUTCOME TO SL-OUTCOME
               MOVE WS-RC TO SL-RETURN-CODE
               MOVE RN-RUN-SEQ TO SL-RUN-SEQ
               WRITE STARTUP-LOG-RECORD
               CLOSE STARTUP-LOG-FILE
           ELSE
               MOVE 'HELLO-WORLD' TO SL-PROGRAM-NAME
               MOVE 'COMPLETE' TO SL-OUTCOME
               MOVE WS-RC TO SL-RETURN-CODE
               MOVE RN-RUN-SEQ TO SL-RUN-SEQ
               WRITE STARTUP-LOG-RECORD
               CLOSE STARTUP-LOG-FILE
           ELSE
           *> skipping straight to the lock release
           IF WS-DATE-MISMATCH = 'N'
               AND WS-NONPROC-DAY = 'N' AND WS-DUPLICATE-RUN = 'N'
               AND WS-PRED-WAIT = 'N' AND WS-SITE-INACTIVE = 'N'
               IF WS-STEP-DONE(2) = 'N'
                   PERFORM 9998-LOG-COMPLETION
                   MOVE 2 TO WS-STEP-NUMBER
           *> job getting slower?" without digging through old SYSOUT
           *> listings. Every invocation logs, including refused and
           *> checkpoint-skipped runs: a suddenly short run is as
           *> interesting to the trend as a long one. The site, start
           *> time and outcome ride along for the month-end chargeback,
           *> a refused run carrying the outcome it logged at startup,
           *> and the run sequence number ties the line to the rest of
           *> the run's records
           OPEN EXTEND RUNTIME-HIST-FILE
           IF WS-RUNTIME-HIST-STATUS = '35'
               OPEN OUTPUT RUNTIME-HIST-FILE
               MOVE WS-SHIFT-CODE TO RH-SHIFT-CODE
               MOVE WS-ELAPSED-SECONDS TO RH-ELAPSED-SECONDS
               MOVE WS-RC TO RH-RETURN-CODE
               MOVE WS-SITE-CODE TO RH-SITE-CODE
               MOVE RN-RUN-SEQ TO RH-RUN-SEQ
               STRING WS-START-TIME(1:2) ':' WS-START-TIME(3:2)
                   ':' WS-START-TIME(5:2)
                   DELIMITED BY SIZE INTO RH-START-TIME
               EVALUATE TRUE
                   WHEN WS-DUPLICATE-RUN = 'Y'
                       MOVE 'DUPLICATE' TO RH-OUTCOME
                   WHEN WS-DATE-MISMATCH = 'Y'
                       OR WS-SITE-INACTIVE = 'Y'
                       OR WS-NONPROC-DAY = 'Y'
                       OR WS-PRED-WAIT = 'Y'
                       MOVE WS-OUTCOME TO RH-OUTCOME
                   WHEN OTHER
                       MOVE 'COMPLETE' TO RH-OUTCOME
               END-EVALUATE
               WRITE RUNTIME-HIST-RECORD
               CLOSE RUNTIME-HIST-FILE
           ELSE
