       *> id and reason, the stale locks are removed and one audit
       *> record per cleared lock says who cleared what and why; a
       *> LIST card (or no card) only reports.
       *>
       *> The operator id on a RELEASE card must belong to an active,
       *> unexpired supervisor on the operator master. Any other id,
       *> or none, is refused by AUTHCHK-SUB and written to the
       *> security violation log, and the sweep drops back to LIST
       *> with the refusal reason printed on the report.
       *>
       *> Every stale lock, released or not, is also raised on the
       *> incident register through INCIDENT-SUB, dated by the day
       *> the lock was taken, so the abend behind it is followed up
       *> after the lock itself has been cleared. The lock carries
       *> no site, so the incident is raised against the site of the
       *> run that took it: the site on that run's RUNHIST.DAT line,
       *> found by the lock's run sequence number, and failing that
       *> (a run that abended or hung writes no RUNHIST.DAT line) the
       *> one site planning the job on JOBPLAN.DAT. A lock placed at
       *> no site is raised with a blank site.
       *>
       *> A cleared lock's run sequence number is kept on its audit
       *> record, and kept on the locks written back, so the run
       *> drill-down (RUN-INQ) shows which run's lock was swept.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
           SELECT RUNTIME-HIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNTIME-HIST-STATUS.
           SELECT JOB-PLAN-FILE ASSIGN TO "JOBPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-PLAN-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOCKAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  RUNTIME-HIST-FILE.
       COPY RUNHIST.

       FD  JOB-PLAN-FILE.
       COPY JOBPLAN.

       *> One line per cleared lock: when, which lock (job and its
       *> held-since stamp), who asked, why, what flagged it, and
       *> the run that held it
       FD  AUDIT-FILE.
       COPY LOCKAUD.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       01 WS-JOB-LOCK-STATUS PIC XX VALUE '00'.
       01 WS-STARTUP-LOG-STATUS PIC XX VALUE '00'.
       01 WS-RUNTIME-HIST-STATUS PIC XX VALUE '00'.
       01 WS-JOB-PLAN-STATUS PIC XX VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-SWEEP-MODE PIC X(7) VALUE 'LIST'.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-REASON PIC X(30) VALUE SPACES.
       01 WS-REFUSAL-REASON PIC X(30) VALUE SPACES.

       *> Every held lock with the evidence gathered against it.
       *> SITE-CODE is the site on the holding run's RUNHIST.DAT line;
       *> PLAN-SITE is the site planning the job, PLAN-SW saying
       *> whether none (N), one (Y) or several (M) sites plan it
       01 WS-LOCK-COUNT PIC 9(4) VALUE 0.
       01 WS-LOCK-IDX PIC 9(4) VALUE 0.
       01 WS-LOCK-TABLE.
               10 WS-LOCK-JOB-NAME PIC X(8).
               10 WS-LOCK-DATE PIC X(10).
               10 WS-LOCK-TIME PIC X(8).
               10 WS-LOCK-RUN-SEQ PIC 9(8).
               10 WS-LOCK-AGE-SECONDS PIC 9(8).
               10 WS-LOCK-COMPLETED-SW PIC X(1).
               10 WS-LOCK-WORST-SECONDS PIC 9(5).
               10 WS-LOCK-VERDICT PIC X(5).
               10 WS-LOCK-FLAG-REASON PIC X(20).
               10 WS-LOCK-SITE-CODE PIC X(4).
               10 WS-LOCK-PLAN-SITE PIC X(4).
               10 WS-LOCK-PLAN-SW PIC X(1).

       01 WS-STALE-COUNT PIC 9(4) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(4) VALUE 0.
       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       *> Parameters for the shared AUTHCHK-SUB operator check
       COPY AUTHPM.

       *> Parameters for the shared INCIDENT-SUB incident register
       COPY INCPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
           IF WS-LOCK-COUNT > 0
               PERFORM 0030-CHECK-STARTUP-LOG
               PERFORM 0040-CHECK-RUN-HISTORY
               PERFORM 0046-CHECK-JOB-PLAN
               PERFORM 0050-JUDGE-LOCKS
               IF WS-SWEEP-MODE = 'RELEASE' AND WS-STALE-COUNT > 0
                   PERFORM 0060-RELEASE-STALE-LOCKS
           CALL 'BULLETIN-SUB'.

       0010-GET-SWEEP-CARD.
           *> A RELEASE nobody signed, or signed by anyone short of
           *> an authorized supervisor, is downgraded to LIST: such
           *> a release would defeat the audit trail this utility
           *> exists to provide
           OPEN INPUT SWEEP-CARD-FILE
           IF WS-SWEEP-CARD-STATUS = '00'
               READ SWEEP-CARD-FILE
                       CONTINUE
                   NOT AT END
                       IF SW-FUNCTION = 'RELEASE'
                           PERFORM 0015-CHECK-OPERATOR
                           IF AK-RESULT NOT = 'Y'
                               MOVE AK-REASON TO WS-REFUSAL-REASON
                               MOVE SW-OPERATOR-ID TO WS-OPERATOR-ID
                               DISPLAY 'LOCK-SWEEP: RELEASE REFUSED, '
                                   AK-REASON ', LISTING ONLY'
                               IF WS-RC < 8
                                   MOVE 8 TO WS-RC
                               END-IF
               END-IF
           END-IF.

       0015-CHECK-OPERATOR.
           *> Locks carry no site, so only status, expiry and role
           *> are judged
           MOVE 'LOCK-SWEEP' TO AK-PROGRAM-NAME
           MOVE SW-OPERATOR-ID TO AK-USER-ID
           MOVE SPACES TO AK-SITE-CODE
           MOVE 'S' TO AK-REQUIRED-ROLE
           MOVE 'RELEASE' TO AK-FUNCTION
           MOVE 'JOBLOCK' TO AK-DETAIL
           CALL 'AUTHCHK-SUB' USING AUTH-CHECK-PARMS.

       0020-LOAD-LOCK-TABLE.
           *> A missing lock file just means nothing is running, the
           *> same tolerance JOBLOCK-SUB itself extends
                           TO WS-LOCK-JOB-NAME(WS-LOCK-COUNT)
                       MOVE JLK-DATE TO WS-LOCK-DATE(WS-LOCK-COUNT)
                       MOVE JLK-TIME TO WS-LOCK-TIME(WS-LOCK-COUNT)
                       MOVE JLK-RUN-SEQ
                           TO WS-LOCK-RUN-SEQ(WS-LOCK-COUNT)
                       PERFORM 0027-COMPUTE-LOCK-AGE
                       MOVE 'N' TO WS-LOCK-COMPLETED-SW(WS-LOCK-COUNT)
                       MOVE 0 TO WS-LOCK-WORST-SECONDS(WS-LOCK-COUNT)
                       MOVE 'HELD' TO WS-LOCK-VERDICT(WS-LOCK-COUNT)
                       MOVE SPACES
                           TO WS-LOCK-FLAG-REASON(WS-LOCK-COUNT)
                       MOVE SPACES TO WS-LOCK-SITE-CODE(WS-LOCK-COUNT)
                       MOVE SPACES TO WS-LOCK-PLAN-SITE(WS-LOCK-COUNT)
                       MOVE 'N' TO WS-LOCK-PLAN-SW(WS-LOCK-COUNT)
                   END-IF
           END-READ.

       0045-CHECK-ONE-HIST-ROW.
           *> Worst elapsed seconds per locked job over the last seven
           *> days, the same reporting week RUNTREND uses, so the
           *> allowance tracks what the job has actually been doing.
           *> The holding run's own line, whatever its date, gives
           *> the lock its site
           READ RUNTIME-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                       UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
                       IF RH-RUN-DATE NOT < WS-WEEK-START-DISPLAY
                           AND RH-PROGRAM-NAME(1:8)
                           = WS-LOCK-JOB-NAME(WS-LOCK-IDX)
                           AND RH-ELAPSED-SECONDS >
                           WS-LOCK-WORST-SECONDS(WS-LOCK-IDX)
                           MOVE RH-ELAPSED-SECONDS TO
                               WS-LOCK-WORST-SECONDS(WS-LOCK-IDX)
                       END-IF
                       IF RH-RUN-SEQ IS NUMERIC
                           AND WS-LOCK-RUN-SEQ(WS-LOCK-IDX) > 0
                           AND RH-RUN-SEQ
                           = WS-LOCK-RUN-SEQ(WS-LOCK-IDX)
                           MOVE RH-SITE-CODE
                               TO WS-LOCK-SITE-CODE(WS-LOCK-IDX)
                       END-IF
                   END-PERFORM
           END-READ.

       0046-CHECK-JOB-PLAN.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOB-PLAN-FILE
           IF WS-JOB-PLAN-STATUS = '00'
               PERFORM 0048-CHECK-ONE-PLAN-ENTRY
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

       0048-CHECK-ONE-PLAN-ENTRY.
           *> The same 8-character prefix compare as the log rows
           READ JOB-PLAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF JP-SITE-CODE NOT = SPACES
                       PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                           UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
                           IF JP-JOB-NAME(1:8)
                               = WS-LOCK-JOB-NAME(WS-LOCK-IDX)
                               EVALUATE TRUE
                                   WHEN WS-LOCK-PLAN-SW(WS-LOCK-IDX)
                                       = 'N'
                                       MOVE JP-SITE-CODE TO
                                           WS-LOCK-PLAN-SITE
                                           (WS-LOCK-IDX)
                                       MOVE 'Y' TO
                                           WS-LOCK-PLAN-SW(WS-LOCK-IDX)
                                   WHEN WS-LOCK-PLAN-SITE(WS-LOCK-IDX)
                                       NOT = JP-SITE-CODE
                                       MOVE 'M' TO
                                           WS-LOCK-PLAN-SW(WS-LOCK-IDX)
                               END-EVALUATE
                           END-IF
                       END-PERFORM
                   END-IF
               MOVE 'COMPLETED AFTER HOLD'
                   TO WS-LOCK-FLAG-REASON(WS-LOCK-IDX)
               ADD 1 TO WS-STALE-COUNT
               PERFORM 0057-RAISE-INCIDENT
           ELSE
               COMPUTE WS-ALLOWANCE-SECONDS =
                   WS-LOCK-WORST-SECONDS(WS-LOCK-IDX) * 2
                   MOVE 'EXCEEDS RUN ALLOWANCE'
                       TO WS-LOCK-FLAG-REASON(WS-LOCK-IDX)
                   ADD 1 TO WS-STALE-COUNT
                   PERFORM 0057-RAISE-INCIDENT
               END-IF
           END-IF.

       0057-RAISE-INCIDENT.
           *> A register that cannot be updated is worth a warning
           *> but never stops the sweep
           MOVE SPACES TO INCIDENT-PARMS
           MOVE 'LOCK-SWEEP' TO IP-PROGRAM-NAME
           IF WS-LOCK-SITE-CODE(WS-LOCK-IDX) NOT = SPACES
               MOVE WS-LOCK-SITE-CODE(WS-LOCK-IDX) TO IP-SITE-CODE
           ELSE
               IF WS-LOCK-PLAN-SW(WS-LOCK-IDX) = 'Y'
                   MOVE WS-LOCK-PLAN-SITE(WS-LOCK-IDX) TO IP-SITE-CODE
               END-IF
           END-IF
           MOVE WS-LOCK-JOB-NAME(WS-LOCK-IDX) TO IP-JOB-NAME
           MOVE 'JOBLOCK' TO IP-RESOURCE
           MOVE 'STALE' TO IP-EXCEPTION-TYPE
           MOVE WS-LOCK-DATE(WS-LOCK-IDX) TO IP-EVENT-DATE
           MOVE 8 TO IP-SEVERITY
           STRING 'LOCK HELD SINCE ' DELIMITED BY SIZE
               WS-LOCK-TIME(WS-LOCK-IDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-LOCK-FLAG-REASON(WS-LOCK-IDX) DELIMITED BY SIZE
               INTO IP-DESCRIPTION
           CALL 'INCIDENT-SUB' USING INCIDENT-PARMS
           IF IP-RESULT = 'E' AND WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.

       0060-RELEASE-STALE-LOCKS.
           *> The held locks are written back and the stale ones
           *> dropped, each drop matched by an audit record before
                   MOVE WS-REASON TO LA-REASON
                   MOVE WS-LOCK-FLAG-REASON(WS-LOCK-IDX)
                       TO LA-FLAG-REASON
                   MOVE WS-LOCK-RUN-SEQ(WS-LOCK-IDX) TO LA-RUN-SEQ
                   WRITE AUDIT-RECORD
                   CLOSE AUDIT-FILE
                   ADD 1 TO WS-RELEASED-COUNT
               MOVE WS-LOCK-JOB-NAME(WS-LOCK-IDX) TO JLK-JOB-NAME
               MOVE WS-LOCK-DATE(WS-LOCK-IDX) TO JLK-DATE
               MOVE WS-LOCK-TIME(WS-LOCK-IDX) TO JLK-TIME
               MOVE WS-LOCK-RUN-SEQ(WS-LOCK-IDX) TO JLK-RUN-SEQ
               WRITE JOB-LOCK-RECORD
           END-IF.

               WRITE REPORT-LINE
               MOVE WS-HEADING-2 TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-REFUSAL-REASON NOT = SPACES
                   MOVE SPACES TO WS-TOTAL-LINE
                   STRING '  RELEASE REFUSED FOR OPERATOR '
                       DELIMITED BY SIZE
                       WS-OPERATOR-ID DELIMITED BY SIZE
                       ': ' DELIMITED BY SIZE
                       WS-REFUSAL-REASON DELIMITED BY SIZE
                       INTO WS-TOTAL-LINE
                   MOVE WS-TOTAL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF WS-LOCK-COUNT = 0
                   MOVE '  NO LOCKS HELD' TO REPORT-LINE
                   WRITE REPORT-LINE
