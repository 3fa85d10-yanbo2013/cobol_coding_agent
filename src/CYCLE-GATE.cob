       *> dated release record to CYCREL.DAT and exits zero.
       *> Otherwise it prints the blocking jobs and exits 16, so the
       *> transmission steps behind it are skipped by condition code
       *> instead of by memory. Each blocking job is also raised on
       *> the incident register through INCIDENT-SUB, so a job that
       *> blocks day after day builds up one open incident rather
       *> than a fresh complaint each morning; the incident number
       *> is printed beside the blocking line.
       *>
       *> Releases are recorded per site so the service-level report
       *> can say which site's cycle went when: a released cycle
       *> writes one CYCREL.DAT record for every site with planned
       *> jobs, each carrying the site and its own plan count. An
       *> optional GATECARD naming one site gates that site's planned
       *> jobs alone and releases that site alone, so a site that
       *> finishes early need not wait for the others; the site must
       *> be active on the site master, otherwise nothing is released
       *> and the gate exits 20.
       *>
       *> The gate clears a business date rather than the system
       *> date, so a day missed in an outage can still be released
       *> once its jobs have run. The date is the one on the GATECARD
       *> after the site, if any; otherwise the CONTROLCARD line for
       *> the gated site (its first line for a whole-cycle gate)
       *> says which day the cycle is running for. A card already
       *> rolled past today, or no date anywhere, gates today; a
       *> GATECARD date after today releases nothing and exits 20.
       *> The STARTUP.LOG scan, the incidents and the CYCREL.DAT
       *> release all carry the business date.
       *>
       *> A planned job is satisfied only by a run made for its own
       *> site: the site of each STARTUP.LOG row is the one on its
       *> run's RUNHIST.DAT line, found by run number, so a clean run
       *> at one site no longer clears the same job planned at
       *> another. A row with no run number, or whose run has no
       *> RUNHIST.DAT line, cannot be placed at a site and counts
       *> only when the whole cycle is gated.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATE-CARD-FILE ASSIGN TO "GATECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GATE-CARD-STATUS.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CONTROLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-CARD-STATUS.
           SELECT JOB-PLAN-FILE ASSIGN TO "JOBPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-PLAN-STATUS.
           SELECT STARTUP-LOG-FILE ASSIGN TO "STARTUP.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STARTUP-LOG-STATUS.
           SELECT RUNTIME-HIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNTIME-HIST-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "CYCREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> One optional card: the single site to gate, then the
       *> business date to gate it for
       FD  GATE-CARD-FILE.
       01  GATE-CARD-RECORD.
           05 GC-SITE-CODE PIC X(4).
           05 GC-FILLER-1 PIC X.
           05 GC-RUN-DATE PIC X(10).

       FD  CONTROL-CARD-FILE.
       COPY CTLCARD.

       FD  JOB-PLAN-FILE.
       COPY JOBPLAN.

       FD  STARTUP-LOG-FILE.
       COPY STARTLOG.

       FD  RUNTIME-HIST-FILE.
       COPY RUNHIST.

       *> One line per released site: the run date, when the gate
       *> opened, how many planned jobs were verified complete, and
       *> the site
       FD  RELEASE-FILE.
       COPY CYCREL.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-GATE-CARD-STATUS PIC XX VALUE '00'.
       01 WS-CONTROL-CARD-STATUS PIC XX VALUE '00'.
       01 WS-CTL-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-JOB-PLAN-STATUS PIC XX VALUE '00'.
       01 WS-STARTUP-LOG-STATUS PIC XX VALUE '00'.
       01 WS-RUNTIME-HIST-STATUS PIC XX VALUE '00'.
       01 WS-RELEASE-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-PLAN-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-LOG-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-CARD-OK PIC X VALUE 'Y'.

       *> The one site gated when a GATECARD names it, else blank
       *> for the whole plan
       01 WS-GATE-SITE-CODE PIC X(4) VALUE SPACES.

       *> The business date gated: from the GATECARD, else the
       *> control card, else today. DATE-OK is cleared for a
       *> GATECARD date after today
       01 WS-GATE-RUN-DATE PIC X(10) VALUE SPACES.
       01 WS-CARD-RUN-DATE PIC X(10) VALUE SPACES.
       01 WS-BUSINESS-DATE PIC X(10) VALUE SPACES.
       01 WS-DATE-OK PIC X VALUE 'Y'.

       *> Worst return code seen so far, posted to RETURN-CODE at
       *> exit. The gate itself moves 16 there when it blocks, so
       *> the downstream steps' condition codes see it
       01 WS-RC PIC 9(4) VALUE 0.

       *> The whole job plan, with the completion evidence found on
       *> STARTUP.LOG for the business date alongside each entry
       01 WS-PLAN-COUNT PIC 9(4) VALUE 0.
       01 WS-PLAN-IDX PIC 9(4) VALUE 0.
       01 WS-PLAN-TABLE.
               10 WS-PLAN-BEST-RC PIC 9(4).
               10 WS-PLAN-SEEN-SW PIC X(1).

       *> Each site with planned jobs and how many, one release
       *> record apiece when the cycle is released
       01 WS-SITE-COUNT PIC 9(4) VALUE 0.
       01 WS-SITE-IDX PIC 9(4) VALUE 0.
       01 WS-SITE-FOUND PIC 9(4) VALUE 0.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 20 TIMES.
               10 WS-SITE-CODE PIC X(4).
               10 WS-SITE-PLAN-COUNT PIC 9(4).

       *> The business date's RUNHIST.DAT lines by run number, so a
       *> STARTUP.LOG row can be put down to the site its run was
       *> for; RUN-SITE-CODE is left blank for a run with no line
       01 WS-RUNTIME-HIST-EOF PIC X VALUE 'N'.
       01 WS-HIST-COUNT PIC 9(4) VALUE 0.
       01 WS-HIST-IDX PIC 9(4) VALUE 0.
       01 WS-HIST-FOUND PIC 9(4) VALUE 0.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 500 TIMES.
               10 WS-HIST-RUN-SEQ PIC 9(8).
               10 WS-HIST-SITE-CODE PIC X(4).
       01 WS-RUN-SITE-CODE PIC X(4) VALUE SPACES.

       01 WS-BLOCKING-COUNT PIC 9(4) VALUE 0.
       01 WS-SATISFIED-COUNT PIC 9(4) VALUE 0.

           05 WS-DTL-SITE-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-REASON PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-INCIDENT PIC X(15).
       01 WS-INCIDENT-TEXT.
           05 FILLER PIC X(9) VALUE 'INCIDENT '.
           05 WS-INCIDENT-TEXT-NUMBER PIC 9(6).
       01 WS-TOTAL-LINE PIC X(80) VALUE SPACES.
       01 WS-TOTAL-DISPLAY PIC ZZZ9.
       01 WS-MESSAGE-LINE PIC X(80) VALUE SPACES.
       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       *> Parameters for the shared INCIDENT-SUB incident register
       COPY INCPM.

       *> Parameters for the shared SITECHK-SUB site-master lookup
       COPY SITEPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
           PERFORM 0005-GET-TODAY
           PERFORM 0007-CALL-BANNER-SUB
           PERFORM 0008-GET-GATE-CARD
           PERFORM 0009-GET-BUSINESS-DATE
           IF WS-CARD-OK = 'Y' AND WS-DATE-OK = 'Y'
               PERFORM 0010-LOAD-JOB-PLAN
           ELSE
               IF WS-CARD-OK = 'N'
                   DISPLAY 'CYCLE-GATE: GATE SITE ' WS-GATE-SITE-CODE
                       ' NOT ACTIVE ON THE SITE MASTER, CYCLE NOT '
                       'RELEASED'
               ELSE
                   DISPLAY 'CYCLE-GATE: GATE DATE ' WS-GATE-RUN-DATE
                       ' IS AFTER TODAY, CYCLE NOT RELEASED'
               END-IF
               IF WS-RC < 20
                   MOVE 20 TO WS-RC
               END-IF
           END-IF
           IF WS-PLAN-COUNT > 0
               PERFORM 0020-SCAN-STARTUP-LOG
               PERFORM 0030-JUDGE-PLAN-ENTRIES
                   END-IF
               END-IF
           ELSE
               IF WS-CARD-OK = 'Y' AND WS-DATE-OK = 'Y'
                   *> An empty or missing plan cannot prove the cycle
                   *> complete, so the gate stays shut
                   DISPLAY 'CYCLE-GATE: NO JOB PLAN ENTRIES, CYCLE '
                       'NOT RELEASED'
                   IF WS-RC < 16
                       MOVE 16 TO WS-RC
                   END-IF
               END-IF
           END-IF
           MOVE WS-RC TO RETURN-CODE
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0008-GET-GATE-CARD.
           *> No card is the normal whole-cycle gate; a card naming a
           *> site gates that site alone, once the site master
           *> confirms it is active
           OPEN INPUT GATE-CARD-FILE
           IF WS-GATE-CARD-STATUS = '00'
               READ GATE-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GC-SITE-CODE TO WS-GATE-SITE-CODE
                       MOVE GC-RUN-DATE TO WS-GATE-RUN-DATE
               END-READ
               CLOSE GATE-CARD-FILE
           ELSE
               IF WS-GATE-CARD-STATUS NOT = '35'
                   MOVE 'GATECARD' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-GATE-CARD-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF
           IF WS-GATE-SITE-CODE NOT = SPACES
               MOVE WS-GATE-SITE-CODE TO SK-SITE-CODE
               CALL 'SITECHK-SUB' USING SITE-CHECK-PARMS
               IF SK-RESULT NOT = 'Y'
                   MOVE 'N' TO WS-CARD-OK
               END-IF
           END-IF.

       0009-GET-BUSINESS-DATE.
           MOVE WS-TODAY-DISPLAY TO WS-BUSINESS-DATE
           IF WS-GATE-RUN-DATE NOT = SPACES
               IF WS-GATE-RUN-DATE > WS-TODAY-DISPLAY
                   MOVE 'N' TO WS-DATE-OK
               ELSE
                   MOVE WS-GATE-RUN-DATE TO WS-BUSINESS-DATE
               END-IF
           ELSE
               OPEN INPUT CONTROL-CARD-FILE
               IF WS-CONTROL-CARD-STATUS = '00'
                   PERFORM 0006-CHECK-ONE-CARD-LINE
                       UNTIL WS-CTL-EOF-SWITCH = 'Y'
                   CLOSE CONTROL-CARD-FILE
               ELSE
                   IF WS-CONTROL-CARD-STATUS NOT = '35'
                       MOVE 'CONTROLCARD' TO FE-FILE-NAME
                       MOVE 'OPEN' TO FE-OPERATION
                       MOVE WS-CONTROL-CARD-STATUS TO FE-FILE-STATUS
                       PERFORM 8000-REPORT-FILE-ERROR
                   END-IF
               END-IF
               IF WS-CARD-RUN-DATE NOT = SPACES
                   AND WS-CARD-RUN-DATE NOT > WS-TODAY-DISPLAY
                   MOVE WS-CARD-RUN-DATE TO WS-BUSINESS-DATE
               END-IF
           END-IF
           IF WS-DATE-OK = 'Y'
               AND WS-BUSINESS-DATE NOT = WS-TODAY-DISPLAY
               DISPLAY 'CYCLE-GATE: GATING BUSINESS DATE '
                   WS-BUSINESS-DATE ', SYSTEM DATE ' WS-TODAY-DISPLAY
           END-IF.

       0006-CHECK-ONE-CARD-LINE.
           READ CONTROL-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-CTL-EOF-SWITCH
               NOT AT END
                   IF WS-GATE-SITE-CODE = SPACES
                       OR CC-SITE-CODE = WS-GATE-SITE-CODE
                       MOVE CC-RUN-DATE TO WS-CARD-RUN-DATE
                       MOVE 'Y' TO WS-CTL-EOF-SWITCH
                   END-IF
           END-READ.

       0010-LOAD-JOB-PLAN.
           OPEN INPUT JOB-PLAN-FILE
           IF WS-JOB-PLAN-STATUS = '00'
                   MOVE 'Y' TO WS-PLAN-EOF-SWITCH
               NOT AT END
                   IF JP-JOB-NAME NOT = SPACES
                       AND (WS-GATE-SITE-CODE = SPACES
                       OR JP-SITE-CODE = WS-GATE-SITE-CODE)
                       PERFORM 0017-COUNT-PLAN-SITE
                       IF WS-SITE-FOUND > 0
                           PERFORM 0018-STORE-PLAN-ENTRY
                       END-IF
                   END-IF
           END-READ.

       0017-COUNT-PLAN-SITE.
           *> A plan holding more sites than the table cannot have
           *> every site's release recorded, so it is refused whole
           *> like an oversize plan
           MOVE 0 TO WS-SITE-FOUND
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
               OR WS-SITE-FOUND > 0
               IF WS-SITE-CODE(WS-SITE-IDX) = JP-SITE-CODE
                   MOVE WS-SITE-IDX TO WS-SITE-FOUND
               END-IF
           END-PERFORM
           IF WS-SITE-FOUND = 0
               IF WS-SITE-COUNT < 20
                   ADD 1 TO WS-SITE-COUNT
                   MOVE WS-SITE-COUNT TO WS-SITE-FOUND
                   MOVE JP-SITE-CODE TO WS-SITE-CODE(WS-SITE-FOUND)
                   MOVE 0 TO WS-SITE-PLAN-COUNT(WS-SITE-FOUND)
               ELSE
                   DISPLAY 'CYCLE-GATE: JOB PLAN EXCEEDS 20 '
                       'SITES, CYCLE NOT RELEASED'
                   IF WS-RC < 16
                       MOVE 16 TO WS-RC
                   END-IF
                   MOVE 'Y' TO WS-PLAN-EOF-SWITCH
                   MOVE 0 TO WS-PLAN-COUNT
               END-IF
           END-IF
           IF WS-SITE-FOUND > 0
               ADD 1 TO WS-SITE-PLAN-COUNT(WS-SITE-FOUND)
           END-IF.

       0018-STORE-PLAN-ENTRY.
           ADD 1 TO WS-PLAN-COUNT
           MOVE JP-JOB-NAME TO WS-PLAN-JOB-NAME(WS-PLAN-COUNT)
           MOVE JP-SITE-CODE TO WS-PLAN-SITE-CODE(WS-PLAN-COUNT)
           MOVE 'N' TO WS-PLAN-COMPLETE-SW(WS-PLAN-COUNT)
           MOVE 9999 TO WS-PLAN-BEST-RC(WS-PLAN-COUNT)
           MOVE 'N' TO WS-PLAN-SEEN-SW(WS-PLAN-COUNT).

       0020-SCAN-STARTUP-LOG.
           PERFORM 0021-LOAD-RUN-HISTORY
           OPEN INPUT STARTUP-LOG-FILE
           IF WS-STARTUP-LOG-STATUS = '00'
               PERFORM 0025-SCAN-ONE-ROW
               END-IF
           END-IF.

       0021-LOAD-RUN-HISTORY.
           *> Only the business date's runs can own a row the scan
           *> counts
           OPEN INPUT RUNTIME-HIST-FILE
           IF WS-RUNTIME-HIST-STATUS = '00'
               PERFORM 0022-LOAD-ONE-RUN
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

       0022-LOAD-ONE-RUN.
           READ RUNTIME-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-RUNTIME-HIST-EOF
               NOT AT END
                   IF RH-RUN-DATE = WS-BUSINESS-DATE
                       AND RH-RUN-SEQ IS NUMERIC
                       AND RH-RUN-SEQ > 0
                       IF WS-HIST-COUNT < 500
                           ADD 1 TO WS-HIST-COUNT
                           MOVE RH-RUN-SEQ
                               TO WS-HIST-RUN-SEQ(WS-HIST-COUNT)
                           MOVE RH-SITE-CODE
                               TO WS-HIST-SITE-CODE(WS-HIST-COUNT)
                       ELSE
                           DISPLAY 'CYCLE-GATE: MORE THAN 500 RUNS '
                               'FOR ' WS-BUSINESS-DATE ', RUN '
                               RH-RUN-SEQ ' NOT PLACED AT A SITE'
                           IF WS-RC < 4
                               MOVE 4 TO WS-RC
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0025-SCAN-ONE-ROW.
           *> The best completion of the day decides: a failed first
           *> attempt followed by a clean rerun satisfies the plan.
           *> A row counts against a plan entry only when its run was
           *> for that entry's site; a row that cannot be placed at a
           *> site counts only when the whole cycle is gated
           READ STARTUP-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-SWITCH
               NOT AT END
                   IF SL-RUN-DATE = WS-BUSINESS-DATE
                       PERFORM 0027-FIND-RUN-SITE
                       PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                           UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                           IF WS-PLAN-JOB-NAME(WS-PLAN-IDX)
                               = SL-PROGRAM-NAME
                               AND (WS-PLAN-SITE-CODE(WS-PLAN-IDX)
                               = WS-RUN-SITE-CODE
                               OR (WS-RUN-SITE-CODE = SPACES
                               AND WS-GATE-SITE-CODE = SPACES))
                               MOVE 'Y'
                                   TO WS-PLAN-SEEN-SW(WS-PLAN-IDX)
                               IF SL-OUTCOME = 'COMPLETE'
                   END-IF
           END-READ.

       0027-FIND-RUN-SITE.
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

       0030-JUDGE-PLAN-ENTRIES.
           PERFORM 0035-JUDGE-ONE-ENTRY
               VARYING WS-PLAN-IDX FROM 1 BY 1
               MOVE WS-REPORT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           ELSE
               IF WS-GATE-SITE-CODE = SPACES
                   STRING 'CYCLE COMPLETION GATE FOR ' DELIMITED BY SIZE
                       WS-BUSINESS-DATE DELIMITED BY SIZE
                       INTO WS-HEADING-1
               ELSE
                   STRING 'CYCLE COMPLETION GATE FOR ' DELIMITED BY SIZE
                       WS-BUSINESS-DATE DELIMITED BY SIZE
                       '  SITE ' DELIMITED BY SIZE
                       WS-GATE-SITE-CODE DELIMITED BY SIZE
                       INTO WS-HEADING-1
               END-IF
               MOVE WS-HEADING-1 TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 0042-WRITE-BLOCKING-LINE
                   TO WS-DTL-SITE-CODE
               EVALUATE TRUE
                   WHEN WS-PLAN-SEEN-SW(WS-PLAN-IDX) = 'N'
                       MOVE 'NEVER STARTED THAT DAY' TO WS-DTL-REASON
                   WHEN WS-PLAN-COMPLETE-SW(WS-PLAN-IDX) = 'N'
                       MOVE 'STARTED, NO COMPLETE ROW'
                           TO WS-DTL-REASON
                       MOVE 'COMPLETED WITH RC 8 OR WORSE'
                           TO WS-DTL-REASON
               END-EVALUATE
               PERFORM 0043-RAISE-INCIDENT
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
           END-IF.

       0043-RAISE-INCIDENT.
           *> A register that cannot be updated is worth a warning
           *> but never changes the gate's own verdict
           MOVE SPACES TO INCIDENT-PARMS
           MOVE 'CYCLE-GATE' TO IP-PROGRAM-NAME
           MOVE WS-PLAN-SITE-CODE(WS-PLAN-IDX) TO IP-SITE-CODE
           MOVE WS-PLAN-JOB-NAME(WS-PLAN-IDX) TO IP-JOB-NAME
           MOVE 'BLOCKED' TO IP-EXCEPTION-TYPE
           MOVE WS-BUSINESS-DATE TO IP-EVENT-DATE
           MOVE 16 TO IP-SEVERITY
           MOVE WS-DTL-REASON TO IP-DESCRIPTION
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

       0044-WRITE-SATISFIED-LINE.
           IF WS-PLAN-COMPLETE-SW(WS-PLAN-IDX) = 'Y'
               AND WS-PLAN-BEST-RC(WS-PLAN-IDX) < 8
               MOVE WS-PLAN-SITE-CODE(WS-PLAN-IDX)
                   TO WS-DTL-SITE-CODE
               MOVE SPACES TO WS-DTL-REASON
               MOVE SPACES TO WS-DTL-INCIDENT
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
               OPEN OUTPUT RELEASE-FILE
           END-IF
           IF WS-RELEASE-STATUS = '00'
               PERFORM 0055-RELEASE-ONE-SITE
                   VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT
               CLOSE RELEASE-FILE
               MOVE WS-SITE-COUNT TO WS-TOTAL-DISPLAY
               DISPLAY 'CYCLE-GATE: ALL PLANNED JOBS COMPLETE, '
                   'CYCLE RELEASED FOR' WS-TOTAL-DISPLAY ' SITES'
           ELSE
               *> A release the gate cannot record is not given:
               *> the downstream condition codes stay shut
               END-IF
           END-IF.

       0055-RELEASE-ONE-SITE.
           MOVE SPACES TO RELEASE-RECORD
           MOVE WS-BUSINESS-DATE TO CR-RUN-DATE
           MOVE WS-TIMESTAMP TO CR-TIME
           MOVE WS-SITE-PLAN-COUNT(WS-SITE-IDX) TO CR-PLAN-COUNT
           MOVE WS-SITE-CODE(WS-SITE-IDX) TO CR-SITE-CODE
           WRITE RELEASE-RECORD.

       8000-REPORT-FILE-ERROR.
           *> Shared handler announces the error, writes the central
           *> ERROR.LOG record and returns the standard severity,
