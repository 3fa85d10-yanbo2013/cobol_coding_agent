       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEP-CHECK.
       AUTHOR. COBOL-EXPERT.

       *> Job-dependency validation report, run after DEP-MAINT or
       *> PLAN-MAINT has changed either file. HELLO-WORLD trusts
       *> JOBDEP.DAT at startup, so a bad dependency shows up as a
       *> job that never starts: a loop (A waits on B, B waits on A)
       *> deadlocks every job on it, a predecessor that is not on
       *> the job plan never runs and so never completes, and a job
       *> that waits on a job at a site with a different processing
       *> calendar stalls on every day the other site does not run.
       *> This program loads the dependency extract, the job plan and
       *> the processing calendar and flags all three, exception
       *> lines first: LOOP, then NOPLAN, then CALENDAR, then the
       *> clean dependencies for completeness.
       *>
       *> Loops are found by building the full reachability matrix
       *> of the dependency graph (Warshall's method over the job/
       *> site nodes): a dependency is on a loop when its job can
       *> already reach its predecessor. Calendars are compared from
       *> today forward only, since a past difference can no longer
       *> stall anything.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-DEP-FILE ASSIGN TO "JOBDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-DEP-STATUS.
           SELECT JOB-PLAN-FILE ASSIGN TO "JOBPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-PLAN-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DEPCHECK.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DEP-FILE.
       COPY JOBDEP.

       FD  JOB-PLAN-FILE.
       COPY JOBPLAN.

       FD  CALENDAR-FILE.
       COPY CALREC.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-JOB-DEP-STATUS PIC XX VALUE '00'.
       01 WS-JOB-PLAN-STATUS PIC XX VALUE '00'.
       01 WS-CALENDAR-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.

       *> Worst return code seen so far, posted to RETURN-CODE at exit
       01 WS-RC PIC 9(4) VALUE 0.

       *> Every dependency line, with the graph nodes of its job and
       *> predecessor and the three findings worked out alongside
       01 WS-DEP-COUNT PIC 9(4) VALUE 0.
       01 WS-DEP-IDX PIC 9(4) VALUE 0.
       01 WS-DEP-TABLE.
           05 WS-DEP-ENTRY OCCURS 200 TIMES.
               10 WS-DEP-JOB-NAME PIC X(12).
               10 WS-DEP-SITE-CODE PIC X(4).
               10 WS-DEP-PRED-JOB-NAME PIC X(12).
               10 WS-DEP-PRED-SITE-CODE PIC X(4).
               10 WS-DEP-JOB-NODE PIC 9(4).
               10 WS-DEP-PRED-NODE PIC 9(4).
               10 WS-DEP-LOOP-SW PIC X(1).
               10 WS-DEP-NOPLAN-REASON PIC X(30).
               10 WS-DEP-CALENDAR-SW PIC X(1).

       *> One node per distinct job/site named on either side of a
       *> dependency, and the reachability matrix over them: REACH
       *> (I, J) = 'Y' when node J cannot start until node I is done
       01 WS-NODE-COUNT PIC 9(4) VALUE 0.
       01 WS-NODE-FOUND PIC 9(4) VALUE 0.
       01 WS-NODE-TABLE.
           05 WS-NODE-ENTRY OCCURS 100 TIMES.
               10 WS-NODE-JOB-NAME PIC X(12).
               10 WS-NODE-SITE-CODE PIC X(4).
       01 WS-REACH-TABLE.
           05 WS-REACH-ROW OCCURS 100 TIMES.
               10 WS-REACH OCCURS 100 TIMES PIC X(1).
       01 WS-I PIC 9(4) VALUE 0.
       01 WS-J PIC 9(4) VALUE 0.
       01 WS-K PIC 9(4) VALUE 0.
       01 WS-WANT-JOB-NAME PIC X(12) VALUE SPACES.
       01 WS-WANT-SITE-CODE PIC X(4) VALUE SPACES.
       01 WS-NODE-FULL-SW PIC X VALUE 'N'.

       *> The job plan, for the is-it-planned check
       01 WS-PLAN-COUNT PIC 9(4) VALUE 0.
       01 WS-PLAN-IDX PIC 9(4) VALUE 0.
       01 WS-PLAN-FOUND PIC X VALUE 'N'.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 50 TIMES.
               10 WS-PLAN-JOB-NAME PIC X(12).
               10 WS-PLAN-SITE-CODE PIC X(4).

       *> Calendar lines from today forward, and the verdict for
       *> each pair of sites already compared so no pair is compared
       *> twice
       01 WS-CAL-COUNT PIC 9(4) VALUE 0.
       01 WS-CAL-IDX PIC 9(4) VALUE 0.
       01 WS-CAL-MATCH PIC 9(4) VALUE 0.
       01 WS-CAL-FULL-SW PIC X VALUE 'N'.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 4000 TIMES.
               10 WS-CAL-DATE PIC X(10).
               10 WS-CAL-SITE-CODE PIC X(4).
               10 WS-CAL-DAY-TYPE PIC X(1).
       01 WS-PAIR-COUNT PIC 9(4) VALUE 0.
       01 WS-PAIR-IDX PIC 9(4) VALUE 0.
       01 WS-PAIR-FOUND PIC 9(4) VALUE 0.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 50 TIMES.
               10 WS-PAIR-SITE-A PIC X(4).
               10 WS-PAIR-SITE-B PIC X(4).
               10 WS-PAIR-DIFFER-SW PIC X(1).
       01 WS-SITE-A PIC X(4) VALUE SPACES.
       01 WS-SITE-B PIC X(4) VALUE SPACES.
       01 WS-DIFFER-SW PIC X VALUE 'N'.

       01 WS-LOOP-COUNT PIC 9(4) VALUE 0.
       01 WS-NOPLAN-COUNT PIC 9(4) VALUE 0.
       01 WS-CALENDAR-COUNT PIC 9(4) VALUE 0.
       01 WS-CLEAN-COUNT PIC 9(4) VALUE 0.
       01 WS-WANTED-VERDICT PIC X(8) VALUE SPACES.

       01 WS-TODAY.
           05 WS-TD-YYYY PIC 9(4).
           05 WS-TD-MM PIC 9(2).
           05 WS-TD-DD PIC 9(2).
       01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.

       01 WS-HEADING-1 PIC X(100) VALUE SPACES.
       01 WS-HEADING-2 PIC X(100) VALUE
           'VERDICT  JOB          SITE PREDECESSOR  SITE REASON'.
       01 WS-DETAIL-LINE.
           05 WS-DTL-VERDICT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-JOB-NAME PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-SITE-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-PRED-JOB-NAME PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-PRED-SITE-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-REASON PIC X(40).
       01 WS-TOTAL-LINE PIC X(100) VALUE SPACES.
       01 WS-TOTAL-DISPLAY PIC ZZZ9.

       *> Parameters for the shared BANNER-SUB startup-banner routine
       COPY BANNERPM.

       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
           PERFORM 0005-GET-TODAY
           PERFORM 0007-CALL-BANNER-SUB
           PERFORM 0010-LOAD-DEPENDENCIES
           IF WS-DEP-COUNT > 0
               PERFORM 0020-LOAD-JOB-PLAN
               PERFORM 0025-LOAD-CALENDAR
               PERFORM 0030-BUILD-GRAPH
               PERFORM 0040-FIND-LOOPS
               PERFORM 0050-CHECK-PLAN
               PERFORM 0060-CHECK-CALENDARS
               PERFORM 0070-WRITE-REPORT
           ELSE
               DISPLAY 'DEP-CHECK: NO JOB DEPENDENCIES ON FILE, '
                   'NOTHING TO VALIDATE'
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       0005-GET-TODAY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TD-YYYY '-' WS-TD-MM '-' WS-TD-DD
               DELIMITED BY SIZE INTO WS-TODAY-DISPLAY.

       0007-CALL-BANNER-SUB.
           MOVE 'DEPCHECK' TO BP-JOB-NAME
           MOVE WS-TODAY-DISPLAY TO BP-RUN-DATE
           MOVE 1 TO BP-STEP-NUMBER
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0010-LOAD-DEPENDENCIES.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOB-DEP-FILE
           IF WS-JOB-DEP-STATUS = '00'
               PERFORM 0015-LOAD-ONE-DEPENDENCY
                   UNTIL WS-EOF-SWITCH = 'Y'
                   OR WS-DEP-COUNT = 200
               IF WS-DEP-COUNT = 200 AND WS-EOF-SWITCH = 'N'
                   DISPLAY 'DEP-CHECK: MORE THAN 200 DEPENDENCIES, '
                       'REMAINDER NOT VALIDATED'
                   IF WS-RC < 4
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
               CLOSE JOB-DEP-FILE
           ELSE
               IF WS-JOB-DEP-STATUS NOT = '35'
                   MOVE 'JOBDEP' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-JOB-DEP-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0015-LOAD-ONE-DEPENDENCY.
           READ JOB-DEP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF JD-JOB-NAME NOT = SPACES
                       ADD 1 TO WS-DEP-COUNT
                       MOVE JD-JOB-NAME
                           TO WS-DEP-JOB-NAME(WS-DEP-COUNT)
                       MOVE JD-SITE-CODE
                           TO WS-DEP-SITE-CODE(WS-DEP-COUNT)
                       MOVE JD-PRED-JOB-NAME
                           TO WS-DEP-PRED-JOB-NAME(WS-DEP-COUNT)
                       IF JD-PRED-SITE-CODE = SPACES
                           MOVE JD-SITE-CODE
                               TO WS-DEP-PRED-SITE-CODE(WS-DEP-COUNT)
                       ELSE
                           MOVE JD-PRED-SITE-CODE
                               TO WS-DEP-PRED-SITE-CODE(WS-DEP-COUNT)
                       END-IF
                       MOVE 0 TO WS-DEP-JOB-NODE(WS-DEP-COUNT)
                       MOVE 0 TO WS-DEP-PRED-NODE(WS-DEP-COUNT)
                       MOVE 'N' TO WS-DEP-LOOP-SW(WS-DEP-COUNT)
                       MOVE SPACES
                           TO WS-DEP-NOPLAN-REASON(WS-DEP-COUNT)
                       MOVE 'N' TO WS-DEP-CALENDAR-SW(WS-DEP-COUNT)
                   END-IF
           END-READ.

       0020-LOAD-JOB-PLAN.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOB-PLAN-FILE
           IF WS-JOB-PLAN-STATUS = '00'
               PERFORM 0022-LOAD-ONE-PLAN-ENTRY
                   UNTIL WS-EOF-SWITCH = 'Y'
                   OR WS-PLAN-COUNT = 50
               IF WS-PLAN-COUNT = 50 AND WS-EOF-SWITCH = 'N'
                   DISPLAY 'DEP-CHECK: JOB PLAN EXCEEDS 50 ENTRIES, '
                       'PLAN CHECKS INCOMPLETE'
                   IF WS-RC < 4
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
               CLOSE JOB-PLAN-FILE
           ELSE
               IF WS-JOB-PLAN-STATUS NOT = '35'
                   MOVE 'JOBPLAN' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-JOB-PLAN-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0022-LOAD-ONE-PLAN-ENTRY.
           READ JOB-PLAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF JP-JOB-NAME NOT = SPACES
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE JP-JOB-NAME
                           TO WS-PLAN-JOB-NAME(WS-PLAN-COUNT)
                       MOVE JP-SITE-CODE
                           TO WS-PLAN-SITE-CODE(WS-PLAN-COUNT)
                   END-IF
           END-READ.

       0025-LOAD-CALENDAR.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               PERFORM 0027-LOAD-ONE-CALENDAR
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE CALENDAR-FILE
               IF WS-CAL-FULL-SW = 'Y'
                   DISPLAY 'DEP-CHECK: MORE THAN 4000 FUTURE CALENDAR '
                       'LINES, COMPARISON INCOMPLETE'
                   IF WS-RC < 4
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
           ELSE
               IF WS-CALENDAR-STATUS NOT = '35'
                   MOVE 'CALENDAR' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-CALENDAR-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0027-LOAD-ONE-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF CAL-DATE NOT < WS-TODAY-DISPLAY
                       IF WS-CAL-COUNT < 4000
                           ADD 1 TO WS-CAL-COUNT
                           MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                           MOVE CAL-SITE-CODE
                               TO WS-CAL-SITE-CODE(WS-CAL-COUNT)
                           MOVE CAL-DAY-TYPE
                               TO WS-CAL-DAY-TYPE(WS-CAL-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-CAL-FULL-SW
                       END-IF
                   END-IF
           END-READ.

       0030-BUILD-GRAPH.
           *> Each dependency is one edge, predecessor to job, in the
           *> reachability matrix before it is closed
           MOVE ALL 'N' TO WS-REACH-TABLE
           PERFORM 0032-ADD-ONE-EDGE
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT
           IF WS-NODE-FULL-SW = 'Y'
               DISPLAY 'DEP-CHECK: MORE THAN 100 JOBS IN THE '
                   'DEPENDENCY GRAPH, LOOP CHECK INCOMPLETE'
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF.

       0032-ADD-ONE-EDGE.
           MOVE WS-DEP-JOB-NAME(WS-DEP-IDX) TO WS-WANT-JOB-NAME
           MOVE WS-DEP-SITE-CODE(WS-DEP-IDX) TO WS-WANT-SITE-CODE
           PERFORM 0035-FIND-NODE
           MOVE WS-NODE-FOUND TO WS-DEP-JOB-NODE(WS-DEP-IDX)
           MOVE WS-DEP-PRED-JOB-NAME(WS-DEP-IDX) TO WS-WANT-JOB-NAME
           MOVE WS-DEP-PRED-SITE-CODE(WS-DEP-IDX) TO WS-WANT-SITE-CODE
           PERFORM 0035-FIND-NODE
           MOVE WS-NODE-FOUND TO WS-DEP-PRED-NODE(WS-DEP-IDX)
           IF WS-DEP-JOB-NODE(WS-DEP-IDX) > 0
               AND WS-DEP-PRED-NODE(WS-DEP-IDX) > 0
               MOVE 'Y' TO WS-REACH(WS-DEP-PRED-NODE(WS-DEP-IDX),
                   WS-DEP-JOB-NODE(WS-DEP-IDX))
           END-IF.

       0035-FIND-NODE.
           MOVE 0 TO WS-NODE-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NODE-COUNT
               OR WS-NODE-FOUND > 0
               IF WS-NODE-JOB-NAME(WS-I) = WS-WANT-JOB-NAME
                   AND WS-NODE-SITE-CODE(WS-I) = WS-WANT-SITE-CODE
                   MOVE WS-I TO WS-NODE-FOUND
               END-IF
           END-PERFORM
           IF WS-NODE-FOUND = 0
               IF WS-NODE-COUNT < 100
                   ADD 1 TO WS-NODE-COUNT
                   MOVE WS-NODE-COUNT TO WS-NODE-FOUND
                   MOVE WS-WANT-JOB-NAME
                       TO WS-NODE-JOB-NAME(WS-NODE-FOUND)
                   MOVE WS-WANT-SITE-CODE
                       TO WS-NODE-SITE-CODE(WS-NODE-FOUND)
               ELSE
                   MOVE 'Y' TO WS-NODE-FULL-SW
               END-IF
           END-IF.

       0040-FIND-LOOPS.
           *> Close the matrix (K outermost, as Warshall's method
           *> requires), then a dependency whose job already reaches
           *> its predecessor closes a loop
           PERFORM 0042-CLOSE-THROUGH-NODE
               VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NODE-COUNT
               AFTER WS-I FROM 1 BY 1 UNTIL WS-I > WS-NODE-COUNT
           PERFORM 0045-JUDGE-ONE-LOOP
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT.

       0042-CLOSE-THROUGH-NODE.
           IF WS-REACH(WS-I, WS-K) = 'Y'
               PERFORM 0043-CLOSE-ONE-PATH
                   VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NODE-COUNT
           END-IF.

       0043-CLOSE-ONE-PATH.
           IF WS-REACH(WS-K, WS-J) = 'Y'
               MOVE 'Y' TO WS-REACH(WS-I, WS-J)
           END-IF.

       0045-JUDGE-ONE-LOOP.
           IF WS-DEP-JOB-NODE(WS-DEP-IDX) > 0
               AND WS-DEP-PRED-NODE(WS-DEP-IDX) > 0
               IF WS-REACH(WS-DEP-JOB-NODE(WS-DEP-IDX),
                   WS-DEP-PRED-NODE(WS-DEP-IDX)) = 'Y'
                   MOVE 'Y' TO WS-DEP-LOOP-SW(WS-DEP-IDX)
                   ADD 1 TO WS-LOOP-COUNT
               END-IF
           END-IF.

       0050-CHECK-PLAN.
           PERFORM 0052-CHECK-ONE-PLAN
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT.

       0052-CHECK-ONE-PLAN.
           *> The predecessor is the one that matters: a predecessor
           *> that is never planned never completes. A job missing
           *> from the plan is reported too, as a dead dependency
           MOVE WS-DEP-PRED-JOB-NAME(WS-DEP-IDX) TO WS-WANT-JOB-NAME
           MOVE WS-DEP-PRED-SITE-CODE(WS-DEP-IDX) TO WS-WANT-SITE-CODE
           PERFORM 0055-FIND-PLAN-ENTRY
           IF WS-PLAN-FOUND = 'N'
               MOVE 'PREDECESSOR NOT ON JOB PLAN'
                   TO WS-DEP-NOPLAN-REASON(WS-DEP-IDX)
               ADD 1 TO WS-NOPLAN-COUNT
           ELSE
               MOVE WS-DEP-JOB-NAME(WS-DEP-IDX) TO WS-WANT-JOB-NAME
               MOVE WS-DEP-SITE-CODE(WS-DEP-IDX) TO WS-WANT-SITE-CODE
               PERFORM 0055-FIND-PLAN-ENTRY
               IF WS-PLAN-FOUND = 'N'
                   MOVE 'JOB ITSELF NOT ON JOB PLAN'
                       TO WS-DEP-NOPLAN-REASON(WS-DEP-IDX)
                   ADD 1 TO WS-NOPLAN-COUNT
               END-IF
           END-IF.

       0055-FIND-PLAN-ENTRY.
           MOVE 'N' TO WS-PLAN-FOUND
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               OR WS-PLAN-FOUND = 'Y'
               IF WS-PLAN-JOB-NAME(WS-PLAN-IDX) = WS-WANT-JOB-NAME
                   AND WS-PLAN-SITE-CODE(WS-PLAN-IDX)
                       = WS-WANT-SITE-CODE
                   MOVE 'Y' TO WS-PLAN-FOUND
               END-IF
           END-PERFORM.

       0060-CHECK-CALENDARS.
           PERFORM 0062-CHECK-ONE-CALENDAR
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT.

       0062-CHECK-ONE-CALENDAR.
           IF WS-DEP-PRED-SITE-CODE(WS-DEP-IDX)
               NOT = WS-DEP-SITE-CODE(WS-DEP-IDX)
               MOVE WS-DEP-SITE-CODE(WS-DEP-IDX) TO WS-SITE-A
               MOVE WS-DEP-PRED-SITE-CODE(WS-DEP-IDX) TO WS-SITE-B
               PERFORM 0064-FIND-SITE-PAIR
               IF WS-DIFFER-SW = 'Y'
                   MOVE 'Y' TO WS-DEP-CALENDAR-SW(WS-DEP-IDX)
                   ADD 1 TO WS-CALENDAR-COUNT
               END-IF
           END-IF.

       0064-FIND-SITE-PAIR.
           *> Pairs are kept in either order, so A-B and B-A share
           *> one comparison
           MOVE 0 TO WS-PAIR-FOUND
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               OR WS-PAIR-FOUND > 0
               IF (WS-PAIR-SITE-A(WS-PAIR-IDX) = WS-SITE-A
                   AND WS-PAIR-SITE-B(WS-PAIR-IDX) = WS-SITE-B)
                   OR (WS-PAIR-SITE-A(WS-PAIR-IDX) = WS-SITE-B
                   AND WS-PAIR-SITE-B(WS-PAIR-IDX) = WS-SITE-A)
                   MOVE WS-PAIR-IDX TO WS-PAIR-FOUND
               END-IF
           END-PERFORM
           IF WS-PAIR-FOUND > 0
               MOVE WS-PAIR-DIFFER-SW(WS-PAIR-FOUND) TO WS-DIFFER-SW
           ELSE
               PERFORM 0066-COMPARE-SITE-PAIR
               IF WS-PAIR-COUNT < 50
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-SITE-A TO WS-PAIR-SITE-A(WS-PAIR-COUNT)
                   MOVE WS-SITE-B TO WS-PAIR-SITE-B(WS-PAIR-COUNT)
                   MOVE WS-DIFFER-SW
                       TO WS-PAIR-DIFFER-SW(WS-PAIR-COUNT)
               END-IF
           END-IF.

       0066-COMPARE-SITE-PAIR.
           *> Two calendars agree when every future date either site
           *> carries has the same day type at the other site; a date
           *> only one site has counts as a difference
           MOVE 'N' TO WS-DIFFER-SW
           PERFORM 0067-MATCH-ONE-DATE
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
               OR WS-DIFFER-SW = 'Y'.

       0067-MATCH-ONE-DATE.
           IF WS-CAL-SITE-CODE(WS-CAL-IDX) = WS-SITE-A
               OR WS-CAL-SITE-CODE(WS-CAL-IDX) = WS-SITE-B
               MOVE 0 TO WS-CAL-MATCH
               PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-CAL-COUNT
                   OR WS-CAL-MATCH > 0
                   IF WS-CAL-DATE(WS-J) = WS-CAL-DATE(WS-CAL-IDX)
                       AND WS-CAL-SITE-CODE(WS-J)
                           NOT = WS-CAL-SITE-CODE(WS-CAL-IDX)
                       AND (WS-CAL-SITE-CODE(WS-J) = WS-SITE-A
                       OR WS-CAL-SITE-CODE(WS-J) = WS-SITE-B)
                       MOVE WS-J TO WS-CAL-MATCH
                   END-IF
               END-PERFORM
               IF WS-CAL-MATCH = 0
                   MOVE 'Y' TO WS-DIFFER-SW
               ELSE
                   IF WS-CAL-DAY-TYPE(WS-CAL-MATCH)
                       NOT = WS-CAL-DAY-TYPE(WS-CAL-IDX)
                       MOVE 'Y' TO WS-DIFFER-SW
                   END-IF
               END-IF
           END-IF.

       0070-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'DEPCHECK' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-REPORT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           ELSE
               STRING 'JOB DEPENDENCY VALIDATION REPORT  RUN '
                   DELIMITED BY SIZE
                   WS-TODAY-DISPLAY DELIMITED BY SIZE
                   INTO WS-HEADING-1
               MOVE WS-HEADING-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-HEADING-2 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'LOOP' TO WS-WANTED-VERDICT
               PERFORM 0072-WRITE-VERDICT-GROUP
               MOVE 'NOPLAN' TO WS-WANTED-VERDICT
               PERFORM 0072-WRITE-VERDICT-GROUP
               MOVE 'CALENDAR' TO WS-WANTED-VERDICT
               PERFORM 0072-WRITE-VERDICT-GROUP
               MOVE 'OK' TO WS-WANTED-VERDICT
               PERFORM 0072-WRITE-VERDICT-GROUP
               PERFORM 0078-WRITE-TOTALS
               CLOSE REPORT-FILE
           END-IF
           *> A loop deadlocks the cycle outright; the other findings
           *> stall it only on some nights
           IF WS-LOOP-COUNT > 0
               IF WS-RC < 8
                   MOVE 8 TO WS-RC
               END-IF
           ELSE
               IF WS-NOPLAN-COUNT > 0 OR WS-CALENDAR-COUNT > 0
                   IF WS-RC < 4
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
           END-IF.

       0072-WRITE-VERDICT-GROUP.
           PERFORM 0074-WRITE-MATCHING
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-DEP-COUNT.

       0074-WRITE-MATCHING.
           MOVE SPACES TO WS-DTL-REASON
           EVALUATE WS-WANTED-VERDICT
               WHEN 'LOOP'
                   IF WS-DEP-LOOP-SW(WS-DEP-IDX) = 'Y'
                       MOVE 'JOB ALREADY PRECEDES ITS PREDECESSOR'
                           TO WS-DTL-REASON
                   END-IF
               WHEN 'NOPLAN'
                   MOVE WS-DEP-NOPLAN-REASON(WS-DEP-IDX)
                       TO WS-DTL-REASON
               WHEN 'CALENDAR'
                   IF WS-DEP-CALENDAR-SW(WS-DEP-IDX) = 'Y'
                       MOVE 'SITES HAVE DIFFERENT CALENDARS'
                           TO WS-DTL-REASON
                   END-IF
               WHEN OTHER
                   IF WS-DEP-LOOP-SW(WS-DEP-IDX) = 'N'
                       AND WS-DEP-NOPLAN-REASON(WS-DEP-IDX) = SPACES
                       AND WS-DEP-CALENDAR-SW(WS-DEP-IDX) = 'N'
                       MOVE 'NO FINDINGS' TO WS-DTL-REASON
                       ADD 1 TO WS-CLEAN-COUNT
                   END-IF
           END-EVALUATE
           IF WS-DTL-REASON NOT = SPACES
               MOVE WS-WANTED-VERDICT TO WS-DTL-VERDICT
               MOVE WS-DEP-JOB-NAME(WS-DEP-IDX) TO WS-DTL-JOB-NAME
               MOVE WS-DEP-SITE-CODE(WS-DEP-IDX) TO WS-DTL-SITE-CODE
               MOVE WS-DEP-PRED-JOB-NAME(WS-DEP-IDX)
                   TO WS-DTL-PRED-JOB-NAME
               MOVE WS-DEP-PRED-SITE-CODE(WS-DEP-IDX)
                   TO WS-DTL-PRED-SITE-CODE
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0078-WRITE-TOTALS.
           MOVE WS-LOOP-COUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'DEPENDENCIES ON A LOOP:          ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NOPLAN-COUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'DEPENDENCIES OFF THE JOB PLAN:   ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CALENDAR-COUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'CROSS-SITE CALENDAR MISMATCHES:  ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CLEAN-COUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'DEPENDENCIES WITH NO FINDINGS:   ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-REPORT-FILE-ERROR.
           *> Shared handler announces the error, writes the central
           *> ERROR.LOG record and returns the standard severity,
           *> merged into this job's worst-so-far code
           MOVE 'DEP-CHECK' TO FE-PROGRAM-NAME
           CALL 'FILEERR-SUB' USING FILE-ERROR-PARMS
           IF FE-SEVERITY > WS-RC
               MOVE FE-SEVERITY TO WS-RC
           END-IF.
