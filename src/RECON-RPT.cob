       *> (completed with a nonzero return code), then MISMATCH rows
       *> (the run-date check refused to start the job). This is the
       *> page the night operator should find on the printer before
       *> shift change. ORPHAN and FAILED pairs are also raised on
       *> the incident register through INCIDENT-SUB, which knows a
       *> pair it has already been told about, so re-reading the
       *> whole log each run adds nothing twice; the incident number
       *> is printed at the end of the line.
       *>
       *> Pairs are kept per site as well, so the same program run
       *> for two sites on one date reconciles as two pairs and each
       *> incident is raised against the site whose run it was.
       *> STARTUP.LOG carries no site: a row takes the site from its
       *> run's RUNHIST.DAT line, found by run number, and failing
       *> that (a hung run writes no RUNHIST.DAT line) from
       *> JOBPLAN.DAT when the program is planned at one site only.
       *> A row placed at no site is reconciled with a blank site.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
           SELECT STARTUP-LOG-FILE ASSIGN TO "STARTUP.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STARTUP-LOG-STATUS.
           SELECT RUNTIME-HIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNTIME-HIST-STATUS.
           SELECT JOB-PLAN-FILE ASSIGN TO "JOBPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-PLAN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RECONRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  STARTUP-LOG-FILE.
       COPY STARTLOG.

       FD  RUNTIME-HIST-FILE.
       COPY RUNHIST.

       FD  JOB-PLAN-FILE.
       COPY JOBPLAN.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STARTUP-LOG-STATUS PIC XX VALUE '00'.
       01 WS-RUNTIME-HIST-STATUS PIC XX VALUE '00'.
       01 WS-JOB-PLAN-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.

       *> Worst return code seen so far, posted to RETURN-CODE at exit
       01 WS-RC PIC 9(4) VALUE 0.

       *> RUNHIST.DAT lines by run number, telling which site each
       *> run was for
       01 WS-HIST-COUNT PIC 9(4) VALUE 0.
       01 WS-HIST-IDX PIC 9(4) VALUE 0.
       01 WS-HIST-FOUND PIC 9(4) VALUE 0.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 2000 TIMES.
               10 WS-HIST-RUN-SEQ PIC 9(8).
               10 WS-HIST-SITE-CODE PIC X(4).

       *> Each planned program and the one site planning it; the
       *> site is blanked for a program planned at more than one
       01 WS-PLAN-COUNT PIC 9(4) VALUE 0.
       01 WS-PLAN-IDX PIC 9(4) VALUE 0.
       01 WS-PLAN-FOUND PIC 9(4) VALUE 0.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 100 TIMES.
               10 WS-PLAN-JOB-NAME PIC X(12).
               10 WS-PLAN-SITE-CODE PIC X(4).

       *> The site the STARTUP.LOG row in hand was run for, or blank
       01 WS-ROW-SITE-CODE PIC X(4) VALUE SPACES.

       *> One entry per program/run-date/site seen in the log, with
       *> the counts needed to reconcile its STARTED and COMPLETE rows
       01 WS-PAIR-COUNT PIC 9(4) VALUE 0.
       01 WS-PAIR-IDX PIC 9(4) VALUE 0.
           05 WS-PAIR-ENTRY OCCURS 200 TIMES.
               10 WS-PAIR-PROGRAM PIC X(12).
               10 WS-PAIR-RUN-DATE PIC X(10).
               10 WS-PAIR-SITE-CODE PIC X(4).
               10 WS-PAIR-START-COUNT PIC 9(4).
               10 WS-PAIR-START-TIME PIC X(8).
               10 WS-PAIR-COMPLETE-COUNT PIC 9(4).
       01 WS-DETAIL-LINE.
           05 WS-DTL-CLASS PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-SITE-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-PROGRAM PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-RUN-DATE PIC X(10).
           05 WS-DTL-COMPLETE-TIME PIC X(8).
           05 FILLER PIC X(5) VALUE '  RC='.
           05 WS-DTL-RC PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-INCIDENT PIC X(15).
       01 WS-INCIDENT-TEXT.
           05 FILLER PIC X(9) VALUE 'INCIDENT '.
           05 WS-INCIDENT-TEXT-NUMBER PIC 9(6).
       01 WS-INCIDENT-RC-DISPLAY PIC ZZZ9.
       01 WS-TOTAL-LINE PIC X(80) VALUE SPACES.
       01 WS-TOTAL-DISPLAY PIC ZZZ9.

       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       *> Parameters for the shared INCIDENT-SUB incident register
       COPY INCPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
           PERFORM 0005-GET-TODAY
           PERFORM 0007-CALL-BANNER-SUB
           PERFORM 0011-LOAD-RUN-HISTORY
           PERFORM 0013-LOAD-JOB-PLAN
           PERFORM 0010-LOAD-LOG-PAIRS
           PERFORM 0030-WRITE-REPORT
           MOVE WS-RC TO RETURN-CODE
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE STARTUP-LOG-FILE
               IF WS-TABLE-FULL-SW = 'Y'
                   DISPLAY 'RECON-RPT: MORE THAN 200 PROGRAM/DATE/'
                       'SITE PAIRS, REMAINDER NOT RECONCILED'
                   IF WS-RC < 4
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
           END-IF.

       0011-LOAD-RUN-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUNTIME-HIST-FILE
           IF WS-RUNTIME-HIST-STATUS = '00'
               PERFORM 0012-LOAD-ONE-RUN
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE RUNTIME-HIST-FILE
           ELSE
               IF WS-RUNTIME-HIST-STATUS NOT = '35'
                   MOVE 'RUNHIST' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-RUNTIME-HIST-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       0012-LOAD-ONE-RUN.
           READ RUNTIME-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF RH-RUN-SEQ IS NUMERIC
                       AND RH-RUN-SEQ > 0
                       AND RH-SITE-CODE NOT = SPACES
                       IF WS-HIST-COUNT < 2000
                           ADD 1 TO WS-HIST-COUNT
                           MOVE RH-RUN-SEQ
                               TO WS-HIST-RUN-SEQ(WS-HIST-COUNT)
                           MOVE RH-SITE-CODE
                               TO WS-HIST-SITE-CODE(WS-HIST-COUNT)
                       ELSE
                           DISPLAY 'RECON-RPT: MORE THAN 2000 RUNS, '
                               'RUN ' RH-RUN-SEQ
                               ' PLACED BY PLAN ONLY'
                           IF WS-RC < 4
                               MOVE 4 TO WS-RC
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0013-LOAD-JOB-PLAN.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOB-PLAN-FILE
           IF WS-JOB-PLAN-STATUS = '00'
               PERFORM 0014-LOAD-ONE-PLAN-ENTRY
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE JOB-PLAN-FILE
           ELSE
               IF WS-JOB-PLAN-STATUS NOT = '35'
                   MOVE 'JOBPLAN' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-JOB-PLAN-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       0014-LOAD-ONE-PLAN-ENTRY.
           READ JOB-PLAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF JP-JOB-NAME NOT = SPACES
                       AND JP-SITE-CODE NOT = SPACES
                       MOVE 0 TO WS-PLAN-FOUND
                       PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                           UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                           OR WS-PLAN-FOUND > 0
                           IF WS-PLAN-JOB-NAME(WS-PLAN-IDX)
                               = JP-JOB-NAME
                               MOVE WS-PLAN-IDX TO WS-PLAN-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-PLAN-FOUND > 0
                           IF WS-PLAN-SITE-CODE(WS-PLAN-FOUND)
                               NOT = JP-SITE-CODE
                               MOVE SPACES
                                   TO WS-PLAN-SITE-CODE(WS-PLAN-FOUND)
                           END-IF
                       ELSE
                           IF WS-PLAN-COUNT < 100
                               ADD 1 TO WS-PLAN-COUNT
                               MOVE JP-JOB-NAME
                                   TO WS-PLAN-JOB-NAME(WS-PLAN-COUNT)
                               MOVE JP-SITE-CODE
                                   TO WS-PLAN-SITE-CODE(WS-PLAN-COUNT)
                           ELSE
                               DISPLAY 'RECON-RPT: JOB PLAN EXCEEDS '
                                   '100 JOBS, ' JP-JOB-NAME
                                   ' NOT PLACED BY PLAN'
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0015-TALLY-ONE-RECORD.
           READ STARTUP-LOG-FILE
               AT END
                   IF SL-OUTCOME = 'STARTED'
                       OR SL-OUTCOME = 'COMPLETE'
                       OR SL-OUTCOME = 'MISMATCH'
                       PERFORM 0017-FIND-ROW-SITE
                       PERFORM 0020-FIND-PAIR-ENTRY
                       IF WS-PAIR-FOUND > 0
                           PERFORM 0025-TALLY-INTO-ENTRY
                   END-IF
           END-READ.

       0017-FIND-ROW-SITE.
           *> The run's own RUNHIST.DAT line first, then the one site
           *> planning the program; otherwise the row has no site
           MOVE SPACES TO WS-ROW-SITE-CODE
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
                   TO WS-ROW-SITE-CODE
           ELSE
               MOVE 0 TO WS-PLAN-FOUND
               PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                   OR WS-PLAN-FOUND > 0
                   IF WS-PLAN-JOB-NAME(WS-PLAN-IDX) = SL-PROGRAM-NAME
                       MOVE WS-PLAN-IDX TO WS-PLAN-FOUND
                   END-IF
               END-PERFORM
               IF WS-PLAN-FOUND > 0
                   MOVE WS-PLAN-SITE-CODE(WS-PLAN-FOUND)
                       TO WS-ROW-SITE-CODE
               END-IF
           END-IF.

       0020-FIND-PAIR-ENTRY.
           MOVE 0 TO WS-PAIR-FOUND
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               OR WS-PAIR-FOUND > 0
               IF WS-PAIR-PROGRAM(WS-PAIR-IDX) = SL-PROGRAM-NAME
                   AND WS-PAIR-RUN-DATE(WS-PAIR-IDX) = SL-RUN-DATE
                   AND WS-PAIR-SITE-CODE(WS-PAIR-IDX)
                       = WS-ROW-SITE-CODE
                   MOVE WS-PAIR-IDX TO WS-PAIR-FOUND
               END-IF
           END-PERFORM
                       TO WS-PAIR-PROGRAM(WS-PAIR-FOUND)
                   MOVE SL-RUN-DATE
                       TO WS-PAIR-RUN-DATE(WS-PAIR-FOUND)
                   MOVE WS-ROW-SITE-CODE
                       TO WS-PAIR-SITE-CODE(WS-PAIR-FOUND)
                   MOVE 0 TO WS-PAIR-START-COUNT(WS-PAIR-FOUND)
                   MOVE SPACES TO WS-PAIR-START-TIME(WS-PAIR-FOUND)
                   MOVE 0 TO WS-PAIR-COMPLETE-COUNT(WS-PAIR-FOUND)
                   INTO WS-HEADING-1
               MOVE WS-HEADING-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'CLASS    SITE PROGRAM      RUN DATE   STARTED  '
                   & 'COMPLETE' TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 0035-WRITE-ORPHAN-LINE
               MOVE 'ORPHAN' TO WS-DTL-CLASS
               MOVE 'HUNG?' TO WS-DTL-COMPLETE-TIME
               MOVE WS-PAIR-WORST-RC(WS-PAIR-IDX) TO WS-DTL-RC
               MOVE SPACES TO INCIDENT-PARMS
               MOVE 'ORPHAN' TO IP-EXCEPTION-TYPE
               MOVE 8 TO IP-SEVERITY
               STRING 'STARTED ' DELIMITED BY SIZE
                   WS-PAIR-START-TIME(WS-PAIR-IDX) DELIMITED BY SIZE
                   ', NEVER COMPLETED' DELIMITED BY SIZE
                   INTO IP-DESCRIPTION
               PERFORM 0039-RAISE-INCIDENT
               PERFORM 0038-WRITE-DETAIL
           END-IF.

               MOVE WS-PAIR-COMPLETE-TIME(WS-PAIR-IDX)
                   TO WS-DTL-COMPLETE-TIME
               MOVE WS-PAIR-WORST-RC(WS-PAIR-IDX) TO WS-DTL-RC
               MOVE SPACES TO INCIDENT-PARMS
               MOVE 'FAILED' TO IP-EXCEPTION-TYPE
               MOVE 8 TO IP-SEVERITY
               MOVE WS-PAIR-WORST-RC(WS-PAIR-IDX)
                   TO WS-INCIDENT-RC-DISPLAY
               STRING 'COMPLETED WITH RC=' DELIMITED BY SIZE
                   WS-INCIDENT-RC-DISPLAY DELIMITED BY SIZE
                   INTO IP-DESCRIPTION
               PERFORM 0039-RAISE-INCIDENT
               PERFORM 0038-WRITE-DETAIL
           END-IF.

               MOVE WS-PAIR-COMPLETE-TIME(WS-PAIR-IDX)
                   TO WS-DTL-COMPLETE-TIME
               MOVE WS-PAIR-MISMATCH-RC(WS-PAIR-IDX) TO WS-DTL-RC
               MOVE SPACES TO WS-DTL-INCIDENT
               PERFORM 0038-WRITE-DETAIL
           END-IF.

       0038-WRITE-DETAIL.
           *> WS-DTL-CLASS, WS-DTL-COMPLETE-TIME and WS-DTL-RC are
           *> set by the class paragraph before it performs this one
           MOVE WS-PAIR-SITE-CODE(WS-PAIR-IDX) TO WS-DTL-SITE-CODE
           MOVE WS-PAIR-PROGRAM(WS-PAIR-IDX) TO WS-DTL-PROGRAM
           MOVE WS-PAIR-RUN-DATE(WS-PAIR-IDX) TO WS-DTL-RUN-DATE
           MOVE WS-PAIR-START-TIME(WS-PAIR-IDX) TO WS-DTL-START-TIME
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0039-RAISE-INCIDENT.
           *> The class paragraph has set the type, severity and
           *> description. The incident is raised against the site
           *> the pair's runs were for, blank when none could be found
           MOVE 'RECON-RPT' TO IP-PROGRAM-NAME
           MOVE WS-PAIR-SITE-CODE(WS-PAIR-IDX) TO IP-SITE-CODE
           MOVE WS-PAIR-PROGRAM(WS-PAIR-IDX) TO IP-JOB-NAME
           MOVE WS-PAIR-RUN-DATE(WS-PAIR-IDX) TO IP-EVENT-DATE
           CALL 'INCIDENT-SUB' USING INCIDENT-PARMS
           IF IP-RESULT = 'E'
               MOVE SPACES TO WS-DTL-INCIDENT
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           ELSE
               MOVE IP-INCIDENT-NUMBER TO WS-INCIDENT-TEXT-NUMBER
               MOVE WS-INCIDENT-TEXT TO WS-DTL-INCIDENT
           END-IF.

       0040-WRITE-TOTALS.
           MOVE WS-ORPHAN-COUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
