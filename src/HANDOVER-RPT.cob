       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANDOVER-RPT.
       AUTHOR. COBOL-EXPERT.

       *> Shift handover report. At shift change the outgoing
       *> operator runs this for the site and shift the cycle is
       *> carrying (the CONTROLCARD site and shift, or an optional
       *> HANDCARD naming another) and hands the incoming operator
       *> one page instead of a walk-through. The shift covered runs
       *> from the site's previous handover, found on HANDOVER.LOG,
       *> to now; with no earlier handover it starts at midnight.
       *> The report shows the CYCLE-GATE release from CYCREL.DAT for
       *> the business date the cycle is carrying (the CONTROLCARD
       *> date, or today when the card has none), so a cycle running
       *> late past midnight is still shown against its own day;
       *> every job that started, completed, failed (COMPLETE at RC 8
       *> or over) or was refused during the shift from STARTUP.LOG,
       *> then any run that started and has logged no end yet; the
       *> locks still held on JOBLOCK.DAT; the ERROR.LOG entries
       *> written during the shift; the bulletins active today on
       *> BULLETIN.DAT; and the site's turnover notes from
       *> TURNNOTE.DAT (logged through NOTE-MAINT): every note logged
       *> during the shift, every open note from earlier shifts
       *> carried forward until someone closes it, and earlier notes
       *> closed during the shift. The logs carry no site or shift,
       *> so a run is attributed through its RUNHIST.DAT line (by run
       *> sequence number) and, failing that, through the site's
       *> planned jobs for the shift on JOBPLAN.DAT; an error whose
       *> run belongs to another site is left off. Each handover is
       *> recorded on HANDOVER.LOG with its run sequence number, so
       *> the next shift's report starts where this one ended; a
       *> rerun for the same site, shift and day covers the same
       *> shift again. A log line carrying a run number is taken by
       *> that number (any run numbered after the previous handover
       *> is in the shift), so a catch-up run logged under an earlier
       *> business date is not lost; only lines with no run number,
       *> or a previous handover that kept none, go by date and
       *> time. RC 4 when a job failed or was refused or an error
       *> was logged during the shift.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HAND-CARD-FILE ASSIGN TO "HANDCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HAND-CARD-STATUS.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CONTROLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-CARD-STATUS.
           SELECT HANDOVER-LOG-FILE ASSIGN TO "HANDOVER.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HANDOVER-LOG-STATUS.
           SELECT RUNTIME-HIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNTIME-HIST-STATUS.
           SELECT JOB-PLAN-FILE ASSIGN TO "JOBPLAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-PLAN-STATUS.
           SELECT STARTUP-LOG-FILE ASSIGN TO "STARTUP.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STARTUP-LOG-STATUS.
           SELECT JOB-LOCK-FILE ASSIGN TO "JOBLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-LOCK-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERROR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-LOG-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "CYCREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT BULLETIN-FILE ASSIGN TO "BULLETIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BULLETIN-STATUS.
           SELECT NOTE-FILE ASSIGN TO "TURNNOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TN-NOTE-NUMBER
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "HANDOVER.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> Optional card: the site and shift to hand over, when not
       *> the ones on the CONTROLCARD
       FD  HAND-CARD-FILE.
       01  HAND-CARD-RECORD.
           05 HC-SITE-CODE PIC X(4).
           05 HC-FILLER-1 PIC X.
           05 HC-SHIFT-CODE PIC X(1).

       FD  CONTROL-CARD-FILE.
       COPY CTLCARD.

       *> One line per handover produced: site, shift, the date
       *> and time the report was run, and its run sequence number
       *> (blank on lines written before the number was kept)
       FD  HANDOVER-LOG-FILE.
       01  HANDOVER-LOG-RECORD.
           05 HL-SITE-CODE PIC X(4).
           05 HL-FILLER-1 PIC X.
           05 HL-SHIFT-CODE PIC X(1).
           05 HL-FILLER-2 PIC X.
           05 HL-DATE PIC X(10).
           05 HL-FILLER-3 PIC X.
           05 HL-TIME PIC X(8).
           05 HL-FILLER-4 PIC X.
           05 HL-RUN-SEQ PIC 9(8).

       FD  RUNTIME-HIST-FILE.
       COPY RUNHIST.

       FD  JOB-PLAN-FILE.
       COPY JOBPLAN.

       FD  STARTUP-LOG-FILE.
       COPY STARTLOG.

       FD  JOB-LOCK-FILE.
       COPY JLKREC.

       FD  ERROR-LOG-FILE.
       COPY ERRLOG.

       FD  RELEASE-FILE.
       COPY CYCREL.

       FD  BULLETIN-FILE.
       COPY BULLREC.

       FD  NOTE-FILE.
       COPY TURNNOTE.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-HAND-CARD-STATUS PIC XX VALUE '00'.
       01 WS-CONTROL-CARD-STATUS PIC XX VALUE '00'.
       01 WS-HANDOVER-LOG-STATUS PIC XX VALUE '00'.
       01 WS-RUNTIME-HIST-STATUS PIC XX VALUE '00'.
       01 WS-JOB-PLAN-STATUS PIC XX VALUE '00'.
       01 WS-STARTUP-LOG-STATUS PIC XX VALUE '00'.
       01 WS-JOB-LOCK-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-LOG-STATUS PIC XX VALUE '00'.
       01 WS-RELEASE-STATUS PIC XX VALUE '00'.
       01 WS-BULLETIN-STATUS PIC XX VALUE '00'.
       01 WS-NOTE-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-REPORT-OPENED-OK PIC X VALUE 'N'.

       *> Worst return code seen so far, posted to RETURN-CODE at exit
       01 WS-RC PIC 9(4) VALUE 0.

       *> Site/shift handed over, defaulted as HELLO-WORLD does
       01 WS-SITE-CODE PIC X(4) VALUE 'DFLT'.
       01 WS-SHIFT-CODE PIC X(1) VALUE '1'.

       *> The shift runs from the previous handover to now. A log
       *> line carrying a run number is in the shift when its number
       *> is above the previous handover's own; any other line, or
       *> every line when that handover kept no number, has its date
       *> and time compared as one string
       01 WS-PREVIOUS-FOUND PIC X VALUE 'N'.
       01 WS-SINCE-RUN-SEQ PIC 9(8) VALUE 0.
       01 WS-IN-SHIFT-SW PIC X VALUE 'N'.
       01 WS-SINCE-STAMP.
           05 WS-SINCE-DATE PIC X(10) VALUE SPACES.
           05 WS-SINCE-FILLER PIC X(1) VALUE SPACE.
           05 WS-SINCE-TIME PIC X(8) VALUE SPACES.
       01 WS-LINE-STAMP.
           05 WS-LINE-DATE PIC X(10) VALUE SPACES.
           05 WS-LINE-FILLER PIC X(1) VALUE SPACE.
           05 WS-LINE-TIME PIC X(8) VALUE SPACES.

       *> Today's release, if the gate has opened for this site
       01 WS-RELEASED-SW PIC X VALUE 'N'.
       01 WS-RELEASE-TIME PIC X(8) VALUE SPACES.
       01 WS-RELEASE-PLAN-COUNT PIC 9(4) VALUE 0.

       *> RUNHIST.DAT lines since the shift began, by run number,
       *> telling which site and shift each run was for
       01 WS-HIST-COUNT PIC 9(4) VALUE 0.
       01 WS-HIST-IDX PIC 9(4) VALUE 0.
       01 WS-HIST-FOUND PIC 9(4) VALUE 0.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 1000 TIMES.
               10 WS-HIST-RUN-SEQ PIC 9(8).
               10 WS-HIST-SITE-CODE PIC X(4).
               10 WS-HIST-SHIFT-CODE PIC X(1).

       *> The jobs planned for this site on this shift
       01 WS-PLAN-COUNT PIC 9(4) VALUE 0.
       01 WS-PLAN-IDX PIC 9(4) VALUE 0.
       01 WS-PLAN-FOUND PIC X VALUE 'N'.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 100 TIMES.
               10 WS-PLAN-JOB-NAME PIC X(12).

       *> Runs seen starting during the shift, marked off as their
       *> end is logged; whatever is left has not finished
       01 WS-RUN-COUNT PIC 9(4) VALUE 0.
       01 WS-RUN-IDX PIC 9(4) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 200 TIMES.
               10 WS-RUN-SEQ PIC 9(8).
               10 WS-RUN-JOB-NAME PIC X(12).
               10 WS-RUN-DATE PIC X(10).
               10 WS-RUN-TIME PIC X(8).
               10 WS-RUN-ENDED PIC X(1).

       *> Y this site and shift, N another, U not yet known
       01 WS-ATTRIB-SW PIC X VALUE 'U'.
       01 WS-OTHER-SITE-SW PIC X VALUE 'N'.
       01 WS-LOOK-RUN-SEQ PIC 9(8) VALUE 0.
       01 WS-EVENT PIC X(9) VALUE SPACES.
       01 WS-NOTE-TAG PIC X(7) VALUE SPACES.

       01 WS-STARTED-COUNT PIC 9(4) VALUE 0.
       01 WS-COMPLETED-COUNT PIC 9(4) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(4) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(4) VALUE 0.
       01 WS-UNFINISHED-COUNT PIC 9(4) VALUE 0.
       01 WS-OTHER-COUNT PIC 9(4) VALUE 0.
       01 WS-LOCK-COUNT PIC 9(4) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(4) VALUE 0.
       01 WS-BULLETIN-COUNT PIC 9(4) VALUE 0.
       01 WS-NEW-NOTE-COUNT PIC 9(4) VALUE 0.
       01 WS-CARRIED-NOTE-COUNT PIC 9(4) VALUE 0.
       01 WS-CLOSED-NOTE-COUNT PIC 9(4) VALUE 0.

       01 WS-TODAY.
           05 WS-TD-YYYY PIC 9(4).
           05 WS-TD-MM PIC 9(2).
           05 WS-TD-DD PIC 9(2).
       01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.
       *> The business date whose cycle release is shown: the
       *> CONTROLCARD date, else today
       01 WS-BUSINESS-DATE PIC X(10) VALUE SPACES.
       01 WS-TIME-OF-DAY PIC 9(8) VALUE ZEROS.
       01 WS-TIMESTAMP PIC X(8) VALUE SPACES.

       01 WS-HEADING-1 PIC X(100) VALUE SPACES.
       01 WS-HEADING-2 PIC X(100) VALUE SPACES.
       01 WS-DETAIL-LINE PIC X(100) VALUE SPACES.
       01 WS-TOTAL-LINE PIC X(100) VALUE SPACES.
       01 WS-TOTAL-DISPLAY PIC ZZZ9.
       01 WS-PLAN-COUNT-DISPLAY PIC ZZZ9.

       01 WS-JOB-HEADING PIC X(100) VALUE
           'DATE       TIME     JOB          EVENT     OUTCOME     RC'
           & '  RUN'.
       01 WS-JOB-LINE.
           05 WS-JBL-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-JBL-TIME PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-JBL-JOB-NAME PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-JBL-EVENT PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-JBL-OUTCOME PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-JBL-RETURN-CODE PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-JBL-RUN-SEQ PIC X(8).
       01 WS-ERROR-HEADING PIC X(100) VALUE
           'DATE       TIME     PROGRAM      FILE         OPERATION'
           & ' ST  SEV RUN'.
       01 WS-ERROR-LINE.
           05 WS-ERL-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-ERL-TIME PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-ERL-PROGRAM-NAME PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-ERL-FILE-NAME PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-ERL-OPERATION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ERL-FILE-STATUS PIC XX.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-ERL-SEVERITY PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-ERL-RUN-SEQ PIC X(8).
       01 WS-NOTE-HEADING PIC X(100) VALUE
           'NOTE   HANDOVER STATUS LOGGED              BY       S JOB'.
       01 WS-NOTE-LINE.
           05 WS-NTL-NOTE-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-NTL-TAG PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-NTL-STATUS PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-NTL-LOGGED-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-NTL-LOGGED-TIME PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-NTL-USER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-NTL-SHIFT-CODE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-NTL-JOB-NAME PIC X(12).

       *> Parameters for the shared BANNER-SUB startup-banner routine
       COPY BANNERPM.

       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
           PERFORM 0005-GET-TODAY
           PERFORM 0007-CALL-BANNER-SUB
           PERFORM 0010-GET-SITE-AND-SHIFT
           PERFORM 0015-FIND-PREVIOUS-HANDOVER
           PERFORM 0017-OPEN-REPORT
           IF WS-REPORT-OPENED-OK = 'Y'
               PERFORM 0020-SHOW-CYCLE-STATUS
               PERFORM 0030-LOAD-RUN-HISTORY
               PERFORM 0035-LOAD-JOB-PLAN
               PERFORM 0040-LIST-SHIFT-JOBS
               PERFORM 0050-LIST-HELD-LOCKS
               PERFORM 0055-LIST-NEW-ERRORS
               PERFORM 0060-LIST-BULLETINS
               PERFORM 0065-LIST-TURNOVER-NOTES
               PERFORM 0080-WRITE-TOTALS
               CLOSE REPORT-FILE
               PERFORM 0085-LOG-HANDOVER
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       0005-GET-TODAY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TD-YYYY '-' WS-TD-MM '-' WS-TD-DD
               DELIMITED BY SIZE INTO WS-TODAY-DISPLAY
           ACCEPT WS-TIME-OF-DAY FROM TIME
           STRING WS-TIME-OF-DAY(1:2) ':' WS-TIME-OF-DAY(3:2)
               ':' WS-TIME-OF-DAY(5:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP.

       0007-CALL-BANNER-SUB.
           MOVE 'HANDOVER' TO BP-JOB-NAME
           MOVE WS-TODAY-DISPLAY TO BP-RUN-DATE
           MOVE 1 TO BP-STEP-NUMBER
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0010-GET-SITE-AND-SHIFT.
           *> The CONTROLCARD gives the site, shift and business date
           *> the cycle is running; a HANDCARD site or shift that is
           *> filled in wins
           MOVE WS-TODAY-DISPLAY TO WS-BUSINESS-DATE
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CONTROL-CARD-STATUS = '00'
               READ CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-SITE-CODE NOT = SPACES
                           MOVE CC-SITE-CODE TO WS-SITE-CODE
                       END-IF
                       IF CC-SHIFT-CODE NOT = SPACES
                           MOVE CC-SHIFT-CODE TO WS-SHIFT-CODE
                       END-IF
                       IF CC-RUN-DATE NOT = SPACES
                           MOVE CC-RUN-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           ELSE
               IF WS-CONTROL-CARD-STATUS NOT = '35'
                   MOVE 'CONTROLCARD' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-CONTROL-CARD-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF
           OPEN INPUT HAND-CARD-FILE
           IF WS-HAND-CARD-STATUS = '00'
               READ HAND-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HC-SITE-CODE NOT = SPACES
                           MOVE HC-SITE-CODE TO WS-SITE-CODE
                       END-IF
                       IF HC-SHIFT-CODE NOT = SPACES
                           MOVE HC-SHIFT-CODE TO WS-SHIFT-CODE
                       END-IF
               END-READ
               CLOSE HAND-CARD-FILE
           ELSE
               IF WS-HAND-CARD-STATUS NOT = '35'
                   MOVE 'HANDCARD' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-HAND-CARD-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0015-FIND-PREVIOUS-HANDOVER.
           *> The latest handover for the site, passing over any
           *> earlier run of this same handover today, marks where
           *> this shift began
           MOVE WS-TODAY-DISPLAY TO WS-SINCE-DATE
           MOVE '00:00:00' TO WS-SINCE-TIME
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HANDOVER-LOG-FILE
           IF WS-HANDOVER-LOG-STATUS = '00'
               PERFORM 0016-CHECK-ONE-HANDOVER
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE HANDOVER-LOG-FILE
           ELSE
               IF WS-HANDOVER-LOG-STATUS NOT = '35'
                   MOVE 'HANDOVERLOG' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-HANDOVER-LOG-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0016-CHECK-ONE-HANDOVER.
           READ HANDOVER-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF HL-SITE-CODE = WS-SITE-CODE
                       AND (HL-SHIFT-CODE NOT = WS-SHIFT-CODE
                       OR HL-DATE NOT = WS-TODAY-DISPLAY)
                       MOVE 'Y' TO WS-PREVIOUS-FOUND
                       MOVE HL-DATE TO WS-SINCE-DATE
                       MOVE HL-TIME TO WS-SINCE-TIME
                       IF HL-RUN-SEQ IS NUMERIC
                           MOVE HL-RUN-SEQ TO WS-SINCE-RUN-SEQ
                       ELSE
                           MOVE 0 TO WS-SINCE-RUN-SEQ
                       END-IF
                   END-IF
           END-READ.

       0017-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS = '00'
               MOVE 'Y' TO WS-REPORT-OPENED-OK
               STRING 'SHIFT HANDOVER REPORT  SITE ' DELIMITED BY SIZE
                   WS-SITE-CODE DELIMITED BY SIZE
                   '  SHIFT ' DELIMITED BY SIZE
                   WS-SHIFT-CODE DELIMITED BY SIZE
                   '  RUN ' DELIMITED BY SIZE
                   WS-TODAY-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TIMESTAMP DELIMITED BY SIZE
                   INTO WS-HEADING-1
               MOVE WS-HEADING-1 TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-PREVIOUS-FOUND = 'Y'
                   STRING 'SHIFT COVERED FROM PREVIOUS HANDOVER AT '
                       DELIMITED BY SIZE
                       WS-SINCE-STAMP DELIMITED BY SIZE
                       INTO WS-HEADING-2
               ELSE
                   STRING 'SHIFT COVERED FROM ' DELIMITED BY SIZE
                       WS-SINCE-STAMP DELIMITED BY SIZE
                       ', NO EARLIER HANDOVER FOR THIS SITE'
                       DELIMITED BY SIZE
                       INTO WS-HEADING-2
               END-IF
               MOVE WS-HEADING-2 TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE 'HANDOVER' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-REPORT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0020-SHOW-CYCLE-STATUS.
           *> A release with a blank site predates per-site releases
           *> and stands for every site, as DATE-ROLL reads it
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-STATUS = '00'
               PERFORM 0025-CHECK-ONE-RELEASE
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE RELEASE-FILE
           ELSE
               IF WS-RELEASE-STATUS NOT = '35'
                   MOVE 'CYCREL' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-RELEASE-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-RELEASED-SW = 'Y'
               MOVE WS-RELEASE-PLAN-COUNT TO WS-PLAN-COUNT-DISPLAY
               STRING 'CYCLE-GATE ' DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   ': RELEASED AT ' DELIMITED BY SIZE
                   WS-RELEASE-TIME DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-PLAN-COUNT-DISPLAY DELIMITED BY SIZE
                   ' PLANNED JOBS VERIFIED COMPLETE'
                   DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
           ELSE
               STRING 'CYCLE-GATE ' DELIMITED BY SIZE
                   WS-BUSINESS-DATE DELIMITED BY SIZE
                   ': NOT RELEASED' DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0025-CHECK-ONE-RELEASE.
           READ RELEASE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF CR-RUN-DATE = WS-BUSINESS-DATE
                       AND (CR-SITE-CODE = SPACES
                       OR CR-SITE-CODE = WS-SITE-CODE)
                       MOVE 'Y' TO WS-RELEASED-SW
                       MOVE CR-TIME TO WS-RELEASE-TIME
                       MOVE CR-PLAN-COUNT TO WS-RELEASE-PLAN-COUNT
                   END-IF
           END-READ.

       0030-LOAD-RUN-HISTORY.
           *> Only runs numbered after the previous handover (or,
           *> when it kept no number, from the day the shift began
           *> onward) can own a line this report looks at
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUNTIME-HIST-FILE
           IF WS-RUNTIME-HIST-STATUS = '00'
               PERFORM 0031-LOAD-ONE-RUN
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

       0031-LOAD-ONE-RUN.
           READ RUNTIME-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF RH-RUN-SEQ IS NUMERIC
                       AND RH-RUN-SEQ > 0
                       AND ((WS-SINCE-RUN-SEQ > 0
                       AND RH-RUN-SEQ > WS-SINCE-RUN-SEQ)
                       OR (WS-SINCE-RUN-SEQ = 0
                       AND RH-RUN-DATE NOT < WS-SINCE-DATE))
                       IF WS-HIST-COUNT < 1000
                           ADD 1 TO WS-HIST-COUNT
                           MOVE RH-RUN-SEQ
                               TO WS-HIST-RUN-SEQ(WS-HIST-COUNT)
                           MOVE RH-SITE-CODE
                               TO WS-HIST-SITE-CODE(WS-HIST-COUNT)
                           MOVE RH-SHIFT-CODE
                               TO WS-HIST-SHIFT-CODE(WS-HIST-COUNT)
                       ELSE
                           DISPLAY 'HANDOVER-RPT: MORE THAN 1000 '
                               'RUNS, RUN ' RH-RUN-SEQ
                               ' ATTRIBUTED BY PLAN ONLY'
                       END-IF
                   END-IF
           END-READ.

       0035-LOAD-JOB-PLAN.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOB-PLAN-FILE
           IF WS-JOB-PLAN-STATUS = '00'
               PERFORM 0036-LOAD-ONE-PLAN-ENTRY
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

       0036-LOAD-ONE-PLAN-ENTRY.
           READ JOB-PLAN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF JP-SITE-CODE = WS-SITE-CODE
                       AND JP-SHIFT-CODE = WS-SHIFT-CODE
                       AND JP-JOB-NAME NOT = SPACES
                       IF WS-PLAN-COUNT < 100
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE JP-JOB-NAME
                               TO WS-PLAN-JOB-NAME(WS-PLAN-COUNT)
                       ELSE
                           DISPLAY 'HANDOVER-RPT: JOB PLAN EXCEEDS '
                               '100 ENTRIES, ' JP-JOB-NAME
                               ' NOT LOADED'
                       END-IF
                   END-IF
           END-READ.

       0040-LIST-SHIFT-JOBS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'JOBS DURING THE SHIFT:' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-JOB-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STARTUP-LOG-FILE
           IF WS-STARTUP-LOG-STATUS = '00'
               PERFORM 0041-CHECK-ONE-STARTUP
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE STARTUP-LOG-FILE
           ELSE
               IF WS-STARTUP-LOG-STATUS NOT = '35'
                   MOVE 'STARTUPLOG' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-STARTUP-LOG-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF
           MOVE 'RUNS STARTED WITH NO END LOGGED (STILL RUNNING OR '
               & 'ENDED ABNORMALLY):' TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 0048-LIST-ONE-UNFINISHED
               VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-COUNT.

       0041-CHECK-ONE-STARTUP.
           READ STARTUP-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SL-RUN-DATE TO WS-LINE-DATE
                   MOVE SL-TIME TO WS-LINE-TIME
                   MOVE 0 TO WS-LOOK-RUN-SEQ
                   IF SL-RUN-SEQ IS NUMERIC
                       MOVE SL-RUN-SEQ TO WS-LOOK-RUN-SEQ
                   END-IF
                   PERFORM 0044-CHECK-IN-SHIFT
                   IF WS-IN-SHIFT-SW = 'Y'
                       PERFORM 0042-ATTRIBUTE-RUN
                       IF WS-ATTRIB-SW = 'U'
                           PERFORM 0043-ATTRIBUTE-BY-PLAN
                       END-IF
                       IF WS-ATTRIB-SW = 'Y'
                           PERFORM 0045-REPORT-ONE-JOB
                       ELSE
                           ADD 1 TO WS-OTHER-COUNT
                       END-IF
                   END-IF
           END-READ.

       0042-ATTRIBUTE-RUN.
           *> A run's own RUNHIST.DAT line says which site and shift
           *> it was for; a run with no line yet is left unknown
           MOVE 'U' TO WS-ATTRIB-SW
           MOVE 0 TO WS-HIST-FOUND
           IF WS-LOOK-RUN-SEQ > 0
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
                   OR WS-HIST-FOUND > 0
                   IF WS-HIST-RUN-SEQ(WS-HIST-IDX) = WS-LOOK-RUN-SEQ
                       MOVE WS-HIST-IDX TO WS-HIST-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-HIST-FOUND > 0
               IF WS-HIST-SITE-CODE(WS-HIST-FOUND) = WS-SITE-CODE
                   AND WS-HIST-SHIFT-CODE(WS-HIST-FOUND)
                       = WS-SHIFT-CODE
                   MOVE 'Y' TO WS-ATTRIB-SW
               ELSE
                   MOVE 'N' TO WS-ATTRIB-SW
               END-IF
           END-IF.

       0043-ATTRIBUTE-BY-PLAN.
           *> Otherwise the job is this shift's if the site plans it
           *> on this shift, the way SLA-RPT attributes jobs to sites
           MOVE 'N' TO WS-PLAN-FOUND
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               OR WS-PLAN-FOUND = 'Y'
               IF WS-PLAN-JOB-NAME(WS-PLAN-IDX) = SL-PROGRAM-NAME
                   MOVE 'Y' TO WS-PLAN-FOUND
               END-IF
           END-PERFORM
           MOVE WS-PLAN-FOUND TO WS-ATTRIB-SW.

       0044-CHECK-IN-SHIFT.
           *> A catch-up run logs under the business date it is
           *> making up with the time it actually ran, so its stamp
           *> can fall before the shift began; its run number cannot
           MOVE 'N' TO WS-IN-SHIFT-SW
           IF WS-LOOK-RUN-SEQ > 0 AND WS-SINCE-RUN-SEQ > 0
               IF WS-LOOK-RUN-SEQ > WS-SINCE-RUN-SEQ
                   MOVE 'Y' TO WS-IN-SHIFT-SW
               END-IF
           ELSE
               IF WS-LINE-STAMP > WS-SINCE-STAMP
                   MOVE 'Y' TO WS-IN-SHIFT-SW
               END-IF
           END-IF.

       0045-REPORT-ONE-JOB.
           *> COMPLETE at RC 8 or over is a failure, as SLA-RPT counts
           *> it; any outcome but STARTED or COMPLETE is a refusal
           EVALUATE TRUE
               WHEN SL-OUTCOME = 'STARTED'
                   MOVE 'STARTED' TO WS-EVENT
                   ADD 1 TO WS-STARTED-COUNT
                   PERFORM 0046-NOTE-RUN-STARTED
               WHEN SL-OUTCOME = 'COMPLETE' AND SL-RETURN-CODE < 8
                   MOVE 'COMPLETED' TO WS-EVENT
                   ADD 1 TO WS-COMPLETED-COUNT
                   PERFORM 0047-NOTE-RUN-ENDED
               WHEN SL-OUTCOME = 'COMPLETE'
                   MOVE 'FAILED' TO WS-EVENT
                   ADD 1 TO WS-FAILED-COUNT
                   PERFORM 0047-NOTE-RUN-ENDED
               WHEN OTHER
                   MOVE 'REFUSED' TO WS-EVENT
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM 0047-NOTE-RUN-ENDED
           END-EVALUATE
           MOVE SL-RUN-DATE TO WS-JBL-DATE
           MOVE SL-TIME TO WS-JBL-TIME
           MOVE SL-PROGRAM-NAME TO WS-JBL-JOB-NAME
           MOVE WS-EVENT TO WS-JBL-EVENT
           MOVE SL-OUTCOME TO WS-JBL-OUTCOME
           MOVE SL-RETURN-CODE TO WS-JBL-RETURN-CODE
           MOVE SL-RUN-SEQ TO WS-JBL-RUN-SEQ
           MOVE WS-JOB-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0046-NOTE-RUN-STARTED.
           IF WS-LOOK-RUN-SEQ > 0
               IF WS-RUN-COUNT < 200
                   ADD 1 TO WS-RUN-COUNT
                   MOVE WS-LOOK-RUN-SEQ TO WS-RUN-SEQ(WS-RUN-COUNT)
                   MOVE SL-PROGRAM-NAME
                       TO WS-RUN-JOB-NAME(WS-RUN-COUNT)
                   MOVE SL-RUN-DATE TO WS-RUN-DATE(WS-RUN-COUNT)
                   MOVE SL-TIME TO WS-RUN-TIME(WS-RUN-COUNT)
                   MOVE 'N' TO WS-RUN-ENDED(WS-RUN-COUNT)
               ELSE
                   DISPLAY 'HANDOVER-RPT: MORE THAN 200 RUNS STARTED, '
                       'RUN ' WS-LOOK-RUN-SEQ ' NOT TRACKED'
               END-IF
           END-IF.

       0047-NOTE-RUN-ENDED.
           IF WS-LOOK-RUN-SEQ > 0
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   IF WS-RUN-SEQ(WS-RUN-IDX) = WS-LOOK-RUN-SEQ
                       MOVE 'Y' TO WS-RUN-ENDED(WS-RUN-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       0048-LIST-ONE-UNFINISHED.
           IF WS-RUN-ENDED(WS-RUN-IDX) = 'N'
               ADD 1 TO WS-UNFINISHED-COUNT
               MOVE WS-RUN-DATE(WS-RUN-IDX) TO WS-JBL-DATE
               MOVE WS-RUN-TIME(WS-RUN-IDX) TO WS-JBL-TIME
               MOVE WS-RUN-JOB-NAME(WS-RUN-IDX) TO WS-JBL-JOB-NAME
               MOVE 'NO END' TO WS-JBL-EVENT
               MOVE SPACES TO WS-JBL-OUTCOME
               MOVE 0 TO WS-JBL-RETURN-CODE
               MOVE WS-RUN-SEQ(WS-RUN-IDX) TO WS-JBL-RUN-SEQ
               MOVE WS-JOB-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0050-LIST-HELD-LOCKS.
           *> Whatever is on the lock file now is still held
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LOCKS STILL HELD:' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOB-LOCK-FILE
           IF WS-JOB-LOCK-STATUS = '00'
               PERFORM 0051-LIST-ONE-LOCK
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE JOB-LOCK-FILE
           ELSE
               IF WS-JOB-LOCK-STATUS NOT = '35'
                   MOVE 'JOBLOCK' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-JOB-LOCK-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0051-LIST-ONE-LOCK.
           READ JOB-LOCK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF JLK-JOB-NAME NOT = SPACES
                       ADD 1 TO WS-LOCK-COUNT
                       MOVE SPACES TO WS-DETAIL-LINE
                       STRING JLK-JOB-NAME DELIMITED BY SIZE
                           ' HELD SINCE ' DELIMITED BY SIZE
                           JLK-DATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           JLK-TIME DELIMITED BY SIZE
                           '  RUN ' DELIMITED BY SIZE
                           JLK-RUN-SEQ DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                       MOVE WS-DETAIL-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-READ.

       0055-LIST-NEW-ERRORS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ERRORS LOGGED DURING THE SHIFT:' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ERROR-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ERROR-LOG-FILE
           IF WS-ERROR-LOG-STATUS = '00'
               PERFORM 0056-CHECK-ONE-ERROR
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE ERROR-LOG-FILE
           ELSE
               IF WS-ERROR-LOG-STATUS NOT = '35'
                   MOVE 'ERRORLOG' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-ERROR-LOG-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0056-CHECK-ONE-ERROR.
           *> Only a run known to belong to another site is left
           *> off; an error with no run behind it is always shown
           READ ERROR-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE EL-DATE TO WS-LINE-DATE
                   MOVE EL-TIME TO WS-LINE-TIME
                   MOVE 0 TO WS-LOOK-RUN-SEQ
                   IF EL-RUN-SEQ IS NUMERIC
                       MOVE EL-RUN-SEQ TO WS-LOOK-RUN-SEQ
                   END-IF
                   PERFORM 0044-CHECK-IN-SHIFT
                   IF WS-IN-SHIFT-SW = 'Y'
                       PERFORM 0042-ATTRIBUTE-RUN
                       MOVE 'N' TO WS-OTHER-SITE-SW
                       IF WS-HIST-FOUND > 0
                           IF WS-HIST-SITE-CODE(WS-HIST-FOUND)
                               NOT = WS-SITE-CODE
                               MOVE 'Y' TO WS-OTHER-SITE-SW
                           END-IF
                       END-IF
                       IF WS-OTHER-SITE-SW = 'Y'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE EL-DATE TO WS-ERL-DATE
                           MOVE EL-TIME TO WS-ERL-TIME
                           MOVE EL-PROGRAM-NAME TO WS-ERL-PROGRAM-NAME
                           MOVE EL-FILE-NAME TO WS-ERL-FILE-NAME
                           MOVE EL-OPERATION TO WS-ERL-OPERATION
                           MOVE EL-FILE-STATUS TO WS-ERL-FILE-STATUS
                           MOVE EL-SEVERITY TO WS-ERL-SEVERITY
                           MOVE EL-RUN-SEQ TO WS-ERL-RUN-SEQ
                           MOVE WS-ERROR-LINE TO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
                   END-IF
           END-READ.

       0060-LIST-BULLETINS.
           *> The same active test BULLETIN-SUB applies at startup
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'BULLETINS ACTIVE TODAY:' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BULLETIN-FILE
           IF WS-BULLETIN-STATUS = '00'
               PERFORM 0061-LIST-ONE-BULLETIN
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE BULLETIN-FILE
           ELSE
               IF WS-BULLETIN-STATUS NOT = '35'
                   MOVE 'BULLETIN' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-BULLETIN-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0061-LIST-ONE-BULLETIN.
           READ BULLETIN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF BL-FROM-DATE NOT > WS-TODAY-DISPLAY
                       AND (BL-TO-DATE = SPACES
                       OR BL-TO-DATE NOT < WS-TODAY-DISPLAY)
                       ADD 1 TO WS-BULLETIN-COUNT
                       MOVE SPACES TO WS-DETAIL-LINE
                       STRING 'BULLETIN(' DELIMITED BY SIZE
                           BL-SEVERITY DELIMITED BY SIZE
                           ') ' DELIMITED BY SIZE
                           BL-FROM-DATE DELIMITED BY SIZE
                           ' TO ' DELIMITED BY SIZE
                           BL-TO-DATE DELIMITED BY SIZE
                           ': ' DELIMITED BY SIZE
                           BL-TEXT DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                       MOVE WS-DETAIL-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-READ.

       0065-LIST-TURNOVER-NOTES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TURNOVER NOTES:' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NOTE-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT NOTE-FILE
           IF WS-NOTE-STATUS = '00'
               PERFORM 0066-CHECK-ONE-NOTE
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE NOTE-FILE
           ELSE
               IF WS-NOTE-STATUS NOT = '35'
                   MOVE 'TURNNOTE' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-NOTE-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0066-CHECK-ONE-NOTE.
           *> NEW: logged during the shift, whatever its status now;
           *> CARRIED: an open note from an earlier shift; CLOSED: an
           *> earlier note closed during the shift, shown once
           READ NOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO WS-NOTE-TAG
                   IF TN-SITE-CODE = WS-SITE-CODE
                       MOVE TN-LOGGED-DATE TO WS-LINE-DATE
                       MOVE TN-LOGGED-TIME TO WS-LINE-TIME
                       EVALUATE TRUE
                           WHEN WS-LINE-STAMP > WS-SINCE-STAMP
                               MOVE 'NEW' TO WS-NOTE-TAG
                               ADD 1 TO WS-NEW-NOTE-COUNT
                           WHEN TN-STATUS = 'OPEN'
                               MOVE 'CARRIED' TO WS-NOTE-TAG
                               ADD 1 TO WS-CARRIED-NOTE-COUNT
                           WHEN TN-STATUS = 'CLOSED'
                               MOVE TN-CLOSED-DATE TO WS-LINE-DATE
                               MOVE TN-CLOSED-TIME TO WS-LINE-TIME
                               IF WS-LINE-STAMP > WS-SINCE-STAMP
                                   MOVE 'CLOSED' TO WS-NOTE-TAG
                                   ADD 1 TO WS-CLOSED-NOTE-COUNT
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   IF WS-NOTE-TAG NOT = SPACES
                       PERFORM 0067-REPORT-ONE-NOTE
                   END-IF
           END-READ.

       0067-REPORT-ONE-NOTE.
           MOVE TN-NOTE-NUMBER TO WS-NTL-NOTE-NUMBER
           MOVE WS-NOTE-TAG TO WS-NTL-TAG
           MOVE TN-STATUS TO WS-NTL-STATUS
           MOVE TN-LOGGED-DATE TO WS-NTL-LOGGED-DATE
           MOVE TN-LOGGED-TIME TO WS-NTL-LOGGED-TIME
           MOVE TN-USER-ID TO WS-NTL-USER-ID
           MOVE TN-SHIFT-CODE TO WS-NTL-SHIFT-CODE
           MOVE TN-JOB-NAME TO WS-NTL-JOB-NAME
           MOVE WS-NOTE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE TN-NOTE-TEXT TO WS-DETAIL-LINE(8:60)
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF TN-STATUS = 'CLOSED'
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'CLOSED ' DELIMITED BY SIZE
                   TN-CLOSED-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TN-CLOSED-TIME DELIMITED BY SIZE
                   ' BY ' DELIMITED BY SIZE
                   TN-CLOSED-USER DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TN-CLOSE-TEXT DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE(8:93)
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0080-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STARTED-COUNT TO WS-TOTAL-DISPLAY
           STRING 'JOBS STARTED:            ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           PERFORM 0082-WRITE-TOTAL-LINE
           MOVE WS-COMPLETED-COUNT TO WS-TOTAL-DISPLAY
           STRING 'JOBS COMPLETED:          ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           PERFORM 0082-WRITE-TOTAL-LINE
           MOVE WS-FAILED-COUNT TO WS-TOTAL-DISPLAY
           STRING 'JOBS FAILED:             ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           PERFORM 0082-WRITE-TOTAL-LINE
           MOVE WS-REFUSED-COUNT TO WS-TOTAL-DISPLAY
           STRING 'JOBS REFUSED:            ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           PERFORM 0082-WRITE-TOTAL-LINE
           MOVE WS-UNFINISHED-COUNT TO WS-TOTAL-DISPLAY
           STRING 'RUNS WITH NO END LOGGED: ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           PERFORM 0082-WRITE-TOTAL-LINE
           MOVE WS-OTHER-COUNT TO WS-TOTAL-DISPLAY
           STRING 'OTHER SITES OR SHIFTS:   ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           PERFORM 0082-WRITE-TOTAL-LINE
           MOVE WS-LOCK-COUNT TO WS-TOTAL-DISPLAY
           STRING 'LOCKS HELD:              ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           PERFORM 0082-WRITE-TOTAL-LINE
           MOVE WS-ERROR-COUNT TO WS-TOTAL-DISPLAY
           STRING 'ERRORS LOGGED:           ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           PERFORM 0082-WRITE-TOTAL-LINE
           MOVE WS-BULLETIN-COUNT TO WS-TOTAL-DISPLAY
           STRING 'BULLETINS ACTIVE:        ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           PERFORM 0082-WRITE-TOTAL-LINE
           MOVE WS-NEW-NOTE-COUNT TO WS-TOTAL-DISPLAY
           STRING 'NOTES LOGGED THIS SHIFT: ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           PERFORM 0082-WRITE-TOTAL-LINE
           MOVE WS-CARRIED-NOTE-COUNT TO WS-TOTAL-DISPLAY
           STRING 'OPEN NOTES CARRIED:      ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           PERFORM 0082-WRITE-TOTAL-LINE
           MOVE WS-CLOSED-NOTE-COUNT TO WS-TOTAL-DISPLAY
           STRING 'NOTES CLOSED THIS SHIFT: ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           PERFORM 0082-WRITE-TOTAL-LINE
           IF WS-FAILED-COUNT > 0 OR WS-REFUSED-COUNT > 0
               OR WS-ERROR-COUNT > 0
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF
           DISPLAY 'HANDOVER-RPT: SITE ' WS-SITE-CODE
               ' SHIFT ' WS-SHIFT-CODE
               ' FAILED ' WS-FAILED-COUNT
               ' REFUSED ' WS-REFUSED-COUNT
               ' ERRORS ' WS-ERROR-COUNT
               ' OPEN NOTES ' WS-CARRIED-NOTE-COUNT.

       0082-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE.

       0085-LOG-HANDOVER.
           *> Recorded last, once the report is out, so the next
           *> shift's handover starts from this moment and from this
           *> run's number, which is above that of every run before
           OPEN EXTEND HANDOVER-LOG-FILE
           IF WS-HANDOVER-LOG-STATUS = '35'
               OPEN OUTPUT HANDOVER-LOG-FILE
           END-IF
           IF WS-HANDOVER-LOG-STATUS = '00'
               MOVE SPACES TO HANDOVER-LOG-RECORD
               MOVE WS-SITE-CODE TO HL-SITE-CODE
               MOVE WS-SHIFT-CODE TO HL-SHIFT-CODE
               MOVE WS-TODAY-DISPLAY TO HL-DATE
               MOVE WS-TIMESTAMP TO HL-TIME
               MOVE BP-RUN-SEQ TO HL-RUN-SEQ
               WRITE HANDOVER-LOG-RECORD
               CLOSE HANDOVER-LOG-FILE
           ELSE
               MOVE 'HANDOVERLOG' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-HANDOVER-LOG-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       8000-REPORT-FILE-ERROR.
           *> Shared handler announces the error, writes the central
           *> ERROR.LOG record and returns the standard severity,
           *> merged into this job's worst-so-far code
           MOVE 'HANDOVER-RPT' TO FE-PROGRAM-NAME
           CALL 'FILEERR-SUB' USING FILE-ERROR-PARMS
           IF FE-SEVERITY > WS-RC
               MOVE FE-SEVERITY TO WS-RC
           END-IF.
