       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-INQ.
       AUTHOR. COBOL-EXPERT.

       *> Job run drill-down inquiry, the companion to BATCH-STATUS.
       *> When a job misbehaves the operator used to line up its
       *> STARTUP.LOG rows, RUNHIST.DAT line, ERROR.LOG entries,
       *> RESTART.LOG checkpoints and JOBLOCK.DAT record by eye on
       *> date and time, which fell apart as soon as the job was
       *> rerun twice in a night. Every run now carries the unique
       *> run sequence number RUNSEQ-SUB hands out at startup, so this
       *> inquiry gathers every record from those files, plus the
       *> LOCK-SWEEP audit of cleared locks, sorts them by run number
       *> and prints each run's whole story together: start or
       *> refusal, steps checkpointed, file errors, the lock held or
       *> released, completion, and the elapsed time, in the same
       *> plain-DISPLAY form BATCH-STATUS uses.
       *>
       *> The command line gives the job name and a date range:
       *> RUN-INQ name [from-date [to-date]], dates as YYYY-MM-DD,
       *> both defaulting to today and the to-date to the from-date.
       *> The name is matched against the program name the logs
       *> carry (HELLO-WORLD) and the job name the checkpoint and
       *> lock records carry (HELLO-WD), and a run is shown when any
       *> of its records matches and is dated inside the range; the
       *> rest of its records then come along whatever their name or
       *> date. A lock released normally at end of job leaves no
       *> record of its own, so it is shown as released when the run
       *> logged its end and no held or cleared lock says otherwise.
       *> Records written before runs were numbered cannot be tied
       *> to a run and are only counted. No run found ends 4, a
       *> missing job name 8.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STARTUP-LOG-FILE ASSIGN TO "STARTUP.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STARTUP-LOG-STATUS.
           SELECT RESTART-FILE ASSIGN TO "RESTART.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO "ERROR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-LOG-STATUS.
           SELECT JOB-LOCK-FILE ASSIGN TO "JOBLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-LOCK-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "LOCKAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUNTIME-HIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNTIME-HIST-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  STARTUP-LOG-FILE.
       COPY STARTLOG.

       FD  RESTART-FILE.
       COPY RSTREC.

       FD  ERROR-LOG-FILE.
       COPY ERRLOG.

       FD  JOB-LOCK-FILE.
       COPY JLKREC.

       FD  AUDIT-FILE.
       COPY LOCKAUD.

       FD  RUNTIME-HIST-FILE.
       COPY RUNHIST.

       *> One event of one run. The category orders a run's story
       *> the way it is told: 1 start or refusal, 2 checkpoint,
       *> 3 file error, 4 lock, 5 completion, 6 end of job with the
       *> elapsed time. SELECT is Y when the record itself matched
       *> the name and date range asked for
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-RUN-SEQ PIC 9(8).
           05 SR-CATEGORY PIC 9(1).
           05 SR-DATE PIC X(10).
           05 SR-TIME PIC X(8).
           05 SR-SELECT PIC X(1).
           05 SR-PROGRAM-NAME PIC X(12).
           05 SR-JOB-NAME PIC X(8).
           05 SR-SITE-CODE PIC X(4).
           05 SR-SHIFT-CODE PIC X(1).
           05 SR-OUTCOME PIC X(9).
           05 SR-TEXT PIC X(56).

       WORKING-STORAGE SECTION.
       01 WS-STARTUP-LOG-STATUS PIC XX VALUE '00'.
       01 WS-RESTART-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-LOG-STATUS PIC XX VALUE '00'.
       01 WS-JOB-LOCK-STATUS PIC XX VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX VALUE '00'.
       01 WS-RUNTIME-HIST-STATUS PIC XX VALUE '00'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.

       *> Worst return code seen so far, posted to RETURN-CODE at exit
       01 WS-RC PIC 9(4) VALUE 0.

       *> The inquiry: job or program name and the date range
       01 WS-PARM-STRING PIC X(80) VALUE SPACES.
       01 WS-INQ-NAME PIC X(12) VALUE SPACES.
       01 WS-FROM-DATE PIC X(10) VALUE SPACES.
       01 WS-TO-DATE PIC X(10) VALUE SPACES.

       01 WS-RUN-COUNT PIC 9(6) VALUE 0.
       01 WS-UNNUMBERED-COUNT PIC 9(6) VALUE 0.
       01 WS-COUNT-DISPLAY PIC ZZZZZ9.

       *> The run being gathered off the sort, told once its last
       *> event has been returned
       01 WS-CUR-RUN-SEQ PIC 9(8) VALUE 0.
       01 WS-RUN-SELECTED PIC X VALUE 'N'.
       01 WS-RUN-PROGRAM-NAME PIC X(12) VALUE SPACES.
       01 WS-RUN-JOB-NAME PIC X(8) VALUE SPACES.
       01 WS-RUN-SITE-CODE PIC X(4) VALUE SPACES.
       01 WS-RUN-SHIFT-CODE PIC X(1) VALUE SPACES.
       01 WS-RUN-STARTUP-SEEN PIC X VALUE 'N'.
       01 WS-RUN-REFUSED PIC X VALUE 'N'.
       01 WS-RUN-LOCK-SEEN PIC X VALUE 'N'.
       01 WS-RUN-END-SEEN PIC X VALUE 'N'.
       01 WS-RUN-END-OUTCOME PIC X(9) VALUE SPACES.
       01 WS-RUN-OVERFLOW PIC 9(4) VALUE 0.
       01 WS-EVENT-COUNT PIC 9(4) VALUE 0.
       01 WS-EVENT-IDX PIC 9(4) VALUE 0.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 60 TIMES.
               10 WS-EV-CATEGORY PIC 9(1).
               10 WS-EV-DATE PIC X(10).
               10 WS-EV-TIME PIC X(8).
               10 WS-EV-TEXT PIC X(56).

       *> End-of-job time worked out from the start time and the
       *> elapsed seconds RUNHIST.DAT carries
       01 WS-START-HMS.
           05 WS-ST-HH PIC 9(2).
           05 WS-ST-FILLER-1 PIC X.
           05 WS-ST-MM PIC 9(2).
           05 WS-ST-FILLER-2 PIC X.
           05 WS-ST-SS PIC 9(2).
       01 WS-END-SECONDS PIC 9(6) VALUE 0.
       01 WS-END-HH PIC 9(2) VALUE 0.
       01 WS-END-MM PIC 9(2) VALUE 0.
       01 WS-END-SS PIC 9(2) VALUE 0.
       01 WS-END-REST PIC 9(6) VALUE 0.
       01 WS-END-DAYS PIC 9(2) VALUE 0.

       01 WS-TODAY.
           05 WS-TD-YYYY PIC 9(4).
           05 WS-TD-MM PIC 9(2).
           05 WS-TD-DD PIC 9(2).
       01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.

       01 WS-STATUS-LINE PIC X(80) VALUE SPACES.
       01 WS-EVENT-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EVL-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-EVL-TIME PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-EVL-TEXT PIC X(56).

       *> Parameters for the shared BANNER-SUB routine, reused here so
       *> the inquiry's heading line matches every batch program's
       COPY BANNERPM.

       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
           PERFORM 0005-GET-TODAY
           PERFORM 0008-GET-INQUIRY
           PERFORM 0010-ANNOUNCE-INQUIRY
           IF WS-INQ-NAME = SPACES
               DISPLAY 'RUN-INQ: NO JOB NAME GIVEN, USE RUN-INQ NAME '
                   '[FROM-DATE [TO-DATE]]'
               IF WS-RC < 8
                   MOVE 8 TO WS-RC
               END-IF
           ELSE
               STRING 'RUNS OF ' DELIMITED BY SIZE
                   WS-INQ-NAME DELIMITED BY SPACE
                   ' FROM ' DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
                   INTO WS-STATUS-LINE
               DISPLAY WS-STATUS-LINE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-RUN-SEQ
                   ON ASCENDING KEY SR-CATEGORY
                   ON ASCENDING KEY SR-DATE
                   ON ASCENDING KEY SR-TIME
                   INPUT PROCEDURE IS 0100-RELEASE-ALL-EVENTS
                   OUTPUT PROCEDURE IS 0200-TELL-ALL-RUNS
               PERFORM 0300-SHOW-TOTALS
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       0005-GET-TODAY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TD-YYYY '-' WS-TD-MM '-' WS-TD-DD
               DELIMITED BY SIZE INTO WS-TODAY-DISPLAY.

       0008-GET-INQUIRY.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           IF WS-PARM-STRING NOT = SPACES
               UNSTRING WS-PARM-STRING DELIMITED BY ALL ' '
                   INTO WS-INQ-NAME WS-FROM-DATE WS-TO-DATE
           END-IF
           IF WS-FROM-DATE = SPACES
               MOVE WS-TODAY-DISPLAY TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE = SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.

       0010-ANNOUNCE-INQUIRY.
           MOVE 'RUN-INQ' TO BP-JOB-NAME
           MOVE WS-TODAY-DISPLAY TO BP-RUN-DATE
           MOVE 1 TO BP-STEP-NUMBER
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0100-RELEASE-ALL-EVENTS.
           *> Every log is optional: a file that does not exist yet
           *> simply contributes nothing to any run's story
           PERFORM 0110-RELEASE-STARTUP-LOG
           PERFORM 0120-RELEASE-RESTART-LOG
           PERFORM 0130-RELEASE-ERROR-LOG
           PERFORM 0140-RELEASE-JOB-LOCKS
           PERFORM 0150-RELEASE-LOCK-AUDIT
           PERFORM 0160-RELEASE-RUN-HISTORY.

       0110-RELEASE-STARTUP-LOG.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STARTUP-LOG-FILE
           IF WS-STARTUP-LOG-STATUS = '00'
               PERFORM 0115-RELEASE-ONE-STARTUP
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

       0115-RELEASE-ONE-STARTUP.
           READ STARTUP-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO SORT-RECORD
                   MOVE SL-RUN-SEQ TO SR-RUN-SEQ
                   MOVE SL-RUN-DATE TO SR-DATE
                   MOVE SL-TIME TO SR-TIME
                   MOVE SL-PROGRAM-NAME TO SR-PROGRAM-NAME
                   MOVE SL-OUTCOME TO SR-OUTCOME
                   EVALUATE SL-OUTCOME
                       WHEN 'COMPLETE'
                           MOVE 5 TO SR-CATEGORY
                           STRING 'COMPLETED  RC ' DELIMITED BY SIZE
                               SL-RETURN-CODE DELIMITED BY SIZE
                               INTO SR-TEXT
                       WHEN 'STARTED'
                           MOVE 1 TO SR-CATEGORY
                           MOVE 'STARTED' TO SR-TEXT
                       WHEN OTHER
                           MOVE 1 TO SR-CATEGORY
                           STRING 'REFUSED AT STARTUP: '
                               DELIMITED BY SIZE
                               SL-OUTCOME DELIMITED BY SPACE
                               '  RC ' DELIMITED BY SIZE
                               SL-RETURN-CODE DELIMITED BY SIZE
                               INTO SR-TEXT
                   END-EVALUATE
                   PERFORM 0190-RELEASE-EVENT
           END-READ.

       0120-RELEASE-RESTART-LOG.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-STATUS = '00'
               PERFORM 0125-RELEASE-ONE-RESTART
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE RESTART-FILE
           ELSE
               IF WS-RESTART-STATUS NOT = '35'
                   MOVE 'RESTART' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-RESTART-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0125-RELEASE-ONE-RESTART.
           *> Checkpoints carry a date but no time of day
           READ RESTART-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO SORT-RECORD
                   MOVE RST-RUN-SEQ TO SR-RUN-SEQ
                   MOVE 2 TO SR-CATEGORY
                   MOVE RST-RUN-DATE TO SR-DATE
                   MOVE RST-JOB-NAME TO SR-JOB-NAME
                   STRING 'STEP ' DELIMITED BY SIZE
                       RST-STEP-NUMBER DELIMITED BY SIZE
                       ' CHECKPOINTED, STATUS ' DELIMITED BY SIZE
                       RST-STEP-STATUS DELIMITED BY SIZE
                       INTO SR-TEXT
                   PERFORM 0190-RELEASE-EVENT
           END-READ.

       0130-RELEASE-ERROR-LOG.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ERROR-LOG-FILE
           IF WS-ERROR-LOG-STATUS = '00'
               PERFORM 0135-RELEASE-ONE-ERROR
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

       0135-RELEASE-ONE-ERROR.
           READ ERROR-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO SORT-RECORD
                   MOVE EL-RUN-SEQ TO SR-RUN-SEQ
                   MOVE 3 TO SR-CATEGORY
                   MOVE EL-DATE TO SR-DATE
                   MOVE EL-TIME TO SR-TIME
                   MOVE EL-PROGRAM-NAME TO SR-PROGRAM-NAME
                   STRING 'FILE ERROR ' DELIMITED BY SIZE
                       EL-FILE-NAME DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       EL-OPERATION DELIMITED BY SPACE
                       ' STATUS ' DELIMITED BY SIZE
                       EL-FILE-STATUS DELIMITED BY SIZE
                       ' SEVERITY ' DELIMITED BY SIZE
                       EL-SEVERITY DELIMITED BY SIZE
                       INTO SR-TEXT
                   PERFORM 0190-RELEASE-EVENT
           END-READ.

       0140-RELEASE-JOB-LOCKS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT JOB-LOCK-FILE
           IF WS-JOB-LOCK-STATUS = '00'
               PERFORM 0145-RELEASE-ONE-LOCK
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

       0145-RELEASE-ONE-LOCK.
           *> A lock still on the file is dated by when it was taken
           READ JOB-LOCK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF JLK-JOB-NAME NOT = SPACES
                       MOVE SPACES TO SORT-RECORD
                       MOVE JLK-RUN-SEQ TO SR-RUN-SEQ
                       MOVE 4 TO SR-CATEGORY
                       MOVE JLK-DATE TO SR-DATE
                       MOVE JLK-TIME TO SR-TIME
                       MOVE JLK-JOB-NAME TO SR-JOB-NAME
                       MOVE 'LOCK TAKEN, STILL HELD IN JOBLOCK.DAT'
                           TO SR-TEXT
                       PERFORM 0190-RELEASE-EVENT
                   END-IF
           END-READ.

       0150-RELEASE-LOCK-AUDIT.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               PERFORM 0155-RELEASE-ONE-AUDIT
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE AUDIT-FILE
           ELSE
               IF WS-AUDIT-STATUS NOT = '35'
                   MOVE 'LOCKAUDIT' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-AUDIT-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0155-RELEASE-ONE-AUDIT.
           *> A swept lock tells two events: when the run took it and
           *> when LOCK-SWEEP cleared it, and on whose say-so
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO SORT-RECORD
                   MOVE LA-RUN-SEQ TO SR-RUN-SEQ
                   MOVE 4 TO SR-CATEGORY
                   MOVE LA-HELD-DATE TO SR-DATE
                   MOVE LA-HELD-TIME TO SR-TIME
                   MOVE LA-JOB-NAME TO SR-JOB-NAME
                   MOVE 'LOCK TAKEN' TO SR-TEXT
                   PERFORM 0190-RELEASE-EVENT
                   MOVE LA-DATE TO SR-DATE
                   MOVE LA-TIME TO SR-TIME
                   MOVE SPACES TO SR-TEXT
                   STRING 'LOCK CLEARED BY LOCK-SWEEP, OPERATOR '
                       DELIMITED BY SIZE
                       LA-OPERATOR-ID DELIMITED BY SPACE
                       ': ' DELIMITED BY SIZE
                       LA-FLAG-REASON DELIMITED BY SIZE
                       INTO SR-TEXT
                   PERFORM 0190-RELEASE-EVENT
           END-READ.

       0160-RELEASE-RUN-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUNTIME-HIST-FILE
           IF WS-RUNTIME-HIST-STATUS = '00'
               PERFORM 0165-RELEASE-ONE-HISTORY
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

       0165-RELEASE-ONE-HISTORY.
           READ RUNTIME-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO SORT-RECORD
                   MOVE RH-RUN-SEQ TO SR-RUN-SEQ
                   MOVE 6 TO SR-CATEGORY
                   MOVE RH-RUN-DATE TO SR-DATE
                   PERFORM 0167-WORK-OUT-END-TIME
                   MOVE RH-PROGRAM-NAME TO SR-PROGRAM-NAME
                   MOVE RH-SITE-CODE TO SR-SITE-CODE
                   MOVE RH-SHIFT-CODE TO SR-SHIFT-CODE
                   MOVE RH-OUTCOME TO SR-OUTCOME
                   STRING 'ENDED ' DELIMITED BY SIZE
                       RH-OUTCOME DELIMITED BY SPACE
                       '  RC ' DELIMITED BY SIZE
                       RH-RETURN-CODE DELIMITED BY SIZE
                       '  ELAPSED ' DELIMITED BY SIZE
                       RH-ELAPSED-SECONDS DELIMITED BY SIZE
                       ' SECONDS' DELIMITED BY SIZE
                       INTO SR-TEXT
                   PERFORM 0190-RELEASE-EVENT
           END-READ.

       0167-WORK-OUT-END-TIME.
           *> The history line carries the start time and the elapsed
           *> seconds; the end is their sum, wrapped past midnight. A
           *> line written before start times were carried shows none
           MOVE RH-START-TIME TO WS-START-HMS
           IF WS-ST-HH IS NUMERIC AND WS-ST-MM IS NUMERIC
               AND WS-ST-SS IS NUMERIC
               AND RH-ELAPSED-SECONDS IS NUMERIC
               COMPUTE WS-END-SECONDS = WS-ST-HH * 3600
                   + WS-ST-MM * 60 + WS-ST-SS + RH-ELAPSED-SECONDS
               DIVIDE WS-END-SECONDS BY 86400 GIVING WS-END-DAYS
                   REMAINDER WS-END-REST
               DIVIDE WS-END-REST BY 3600 GIVING WS-END-HH
                   REMAINDER WS-END-SECONDS
               DIVIDE WS-END-SECONDS BY 60 GIVING WS-END-MM
                   REMAINDER WS-END-SS
               STRING WS-END-HH ':' WS-END-MM ':' WS-END-SS
                   DELIMITED BY SIZE INTO SR-TIME
           END-IF.

       0190-RELEASE-EVENT.
           *> Only numbered records can be tied to a run. The record
           *> selects its run when it carries the name asked for and
           *> falls inside the date range
           IF (SR-PROGRAM-NAME = WS-INQ-NAME
               OR SR-JOB-NAME = WS-INQ-NAME)
               AND SR-DATE NOT < WS-FROM-DATE
               AND SR-DATE NOT > WS-TO-DATE
               MOVE 'Y' TO SR-SELECT
           ELSE
               MOVE 'N' TO SR-SELECT
           END-IF
           IF SR-RUN-SEQ IS NUMERIC AND SR-RUN-SEQ > 0
               RELEASE SORT-RECORD
           ELSE
               IF SR-SELECT = 'Y'
                   ADD 1 TO WS-UNNUMBERED-COUNT
               END-IF
           END-IF.

       0200-TELL-ALL-RUNS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 0 TO WS-CUR-RUN-SEQ
           PERFORM 0205-RESET-RUN
           PERFORM 0210-RETURN-ONE-EVENT
               UNTIL WS-EOF-SWITCH = 'Y'
           IF WS-CUR-RUN-SEQ > 0
               PERFORM 0230-TELL-ONE-RUN
           END-IF.

       0205-RESET-RUN.
           MOVE 'N' TO WS-RUN-SELECTED
           MOVE SPACES TO WS-RUN-PROGRAM-NAME
           MOVE SPACES TO WS-RUN-JOB-NAME
           MOVE SPACES TO WS-RUN-SITE-CODE
           MOVE SPACES TO WS-RUN-SHIFT-CODE
           MOVE 'N' TO WS-RUN-STARTUP-SEEN
           MOVE 'N' TO WS-RUN-REFUSED
           MOVE 'N' TO WS-RUN-LOCK-SEEN
           MOVE 'N' TO WS-RUN-END-SEEN
           MOVE SPACES TO WS-RUN-END-OUTCOME
           MOVE 0 TO WS-RUN-OVERFLOW
           MOVE 0 TO WS-EVENT-COUNT.

       0210-RETURN-ONE-EVENT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF SR-RUN-SEQ NOT = WS-CUR-RUN-SEQ
                       IF WS-CUR-RUN-SEQ > 0
                           PERFORM 0230-TELL-ONE-RUN
                       END-IF
                       PERFORM 0205-RESET-RUN
                       MOVE SR-RUN-SEQ TO WS-CUR-RUN-SEQ
                   END-IF
                   PERFORM 0220-GATHER-ONE-EVENT
           END-RETURN.

       0220-GATHER-ONE-EVENT.
           IF SR-SELECT = 'Y'
               MOVE 'Y' TO WS-RUN-SELECTED
           END-IF
           IF SR-PROGRAM-NAME NOT = SPACES
               MOVE SR-PROGRAM-NAME TO WS-RUN-PROGRAM-NAME
           END-IF
           IF SR-JOB-NAME NOT = SPACES
               MOVE SR-JOB-NAME TO WS-RUN-JOB-NAME
           END-IF
           EVALUATE SR-CATEGORY
               WHEN 1
                   MOVE 'Y' TO WS-RUN-STARTUP-SEEN
                   IF SR-OUTCOME NOT = 'STARTED'
                       MOVE 'Y' TO WS-RUN-REFUSED
                   END-IF
               WHEN 5
                   MOVE 'Y' TO WS-RUN-STARTUP-SEEN
               WHEN 4
                   MOVE 'Y' TO WS-RUN-LOCK-SEEN
               WHEN 6
                   MOVE 'Y' TO WS-RUN-END-SEEN
                   MOVE SR-OUTCOME TO WS-RUN-END-OUTCOME
                   MOVE SR-SITE-CODE TO WS-RUN-SITE-CODE
                   MOVE SR-SHIFT-CODE TO WS-RUN-SHIFT-CODE
           END-EVALUATE
           IF WS-EVENT-COUNT < 60
               ADD 1 TO WS-EVENT-COUNT
               MOVE SR-CATEGORY TO WS-EV-CATEGORY(WS-EVENT-COUNT)
               MOVE SR-DATE TO WS-EV-DATE(WS-EVENT-COUNT)
               MOVE SR-TIME TO WS-EV-TIME(WS-EVENT-COUNT)
               MOVE SR-TEXT TO WS-EV-TEXT(WS-EVENT-COUNT)
           ELSE
               ADD 1 TO WS-RUN-OVERFLOW
           END-IF.

       0230-TELL-ONE-RUN.
           *> The story in category order, with the lock line worked
           *> out when the run left no lock record of its own: a run
           *> that logged at startup took the lock, and one that also
           *> logged its end let it go, unless it was the duplicate
           *> that never got it. A run refused at startup gave the
           *> lock straight back and is not expected to log an end
           IF WS-RUN-SELECTED = 'Y'
               ADD 1 TO WS-RUN-COUNT
               DISPLAY ' '
               MOVE SPACES TO WS-STATUS-LINE
               STRING 'RUN ' DELIMITED BY SIZE
                   WS-CUR-RUN-SEQ DELIMITED BY SIZE
                   '  PROGRAM ' DELIMITED BY SIZE
                   WS-RUN-PROGRAM-NAME DELIMITED BY SIZE
                   '  JOB ' DELIMITED BY SIZE
                   WS-RUN-JOB-NAME DELIMITED BY SIZE
                   '  SITE ' DELIMITED BY SIZE
                   WS-RUN-SITE-CODE DELIMITED BY SIZE
                   '  SHIFT ' DELIMITED BY SIZE
                   WS-RUN-SHIFT-CODE DELIMITED BY SIZE
                   INTO WS-STATUS-LINE
               DISPLAY WS-STATUS-LINE
               PERFORM 0233-SHOW-EARLY-EVENT
                   VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               IF WS-RUN-LOCK-SEEN = 'N'
                   AND WS-RUN-STARTUP-SEEN = 'Y'
                   MOVE SPACES TO WS-EVENT-LINE
                   EVALUATE TRUE
                       WHEN WS-RUN-END-OUTCOME = 'DUPLICATE'
                           MOVE 'LOCK REFUSED, ANOTHER RUN OF THE JOB '
                               & 'HELD IT' TO WS-EVL-TEXT
                       WHEN WS-RUN-REFUSED = 'Y'
                           MOVE 'LOCK RELEASED, RUN REFUSED AT STARTUP'
                               TO WS-EVL-TEXT
                       WHEN WS-RUN-END-SEEN = 'Y'
                           MOVE 'LOCK RELEASED AT END OF JOB'
                               TO WS-EVL-TEXT
                       WHEN OTHER
                           MOVE 'LOCK NOT HELD, NO RELEASE RECORDED'
                               TO WS-EVL-TEXT
                   END-EVALUATE
                   DISPLAY WS-EVENT-LINE
               END-IF
               PERFORM 0234-SHOW-LATE-EVENT
                   VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               IF WS-RUN-END-SEEN = 'N'
                   AND WS-RUN-STARTUP-SEEN = 'Y'
                   AND WS-RUN-REFUSED = 'N'
                   MOVE SPACES TO WS-EVENT-LINE
                   MOVE 'NO END-OF-JOB RECORD: ABENDED OR STILL RUNNING'
                       TO WS-EVL-TEXT
                   DISPLAY WS-EVENT-LINE
               END-IF
               IF WS-RUN-OVERFLOW > 0
                   MOVE WS-RUN-OVERFLOW TO WS-COUNT-DISPLAY
                   DISPLAY '  ... ' WS-COUNT-DISPLAY
                       ' MORE RECORDS NOT SHOWN'
               END-IF
           END-IF.

       0233-SHOW-EARLY-EVENT.
           *> Start, checkpoints, file errors and lock records
           IF WS-EV-CATEGORY(WS-EVENT-IDX) < 5
               PERFORM 0235-SHOW-ONE-EVENT
           END-IF.

       0234-SHOW-LATE-EVENT.
           *> Completion and end of job
           IF WS-EV-CATEGORY(WS-EVENT-IDX) NOT < 5
               PERFORM 0235-SHOW-ONE-EVENT
           END-IF.

       0235-SHOW-ONE-EVENT.
           MOVE WS-EV-DATE(WS-EVENT-IDX) TO WS-EVL-DATE
           MOVE WS-EV-TIME(WS-EVENT-IDX) TO WS-EVL-TIME
           MOVE WS-EV-TEXT(WS-EVENT-IDX) TO WS-EVL-TEXT
           DISPLAY WS-EVENT-LINE.

       0300-SHOW-TOTALS.
           DISPLAY ' '
           MOVE WS-RUN-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'RUNS FOUND: ' WS-COUNT-DISPLAY
           IF WS-UNNUMBERED-COUNT > 0
               MOVE WS-UNNUMBERED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY 'RECORDS FROM BEFORE RUN NUMBERING, NOT TIED '
                   'TO A RUN: ' WS-COUNT-DISPLAY
           END-IF
           IF WS-RUN-COUNT = 0 AND WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.

       8000-REPORT-FILE-ERROR.
           *> Shared handler announces the error, writes the central
           *> ERROR.LOG record and returns the standard severity,
           *> merged into this job's worst-so-far code
           MOVE 'RUN-INQ' TO FE-PROGRAM-NAME
           CALL 'FILEERR-SUB' USING FILE-ERROR-PARMS
           IF FE-SEVERITY > WS-RC
               MOVE FE-SEVERITY TO WS-RC
           END-IF.
