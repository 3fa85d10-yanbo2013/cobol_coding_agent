       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEP-MAINT.
       AUTHOR. COBOL-EXPERT.

       *> Job-dependency maintenance, following the PLAN-MAINT model.
       *> The job plan says when a job may start but not what must
       *> finish first, so a job submitted early ran against
       *> yesterday's data and nobody noticed until CYCLE-GATE or
       *> RECON-RPT the next morning. This program owns an indexed
       *> dependency master (DEPMAST.DAT, keyed by job, site,
       *> predecessor job and predecessor site) and applies a card
       *> file of ADD/DELETE transactions against it. A dependency
       *> line carries nothing but its key, so there is no CHANGE:
       *> a moved predecessor is a DELETE and an ADD. A blank
       *> predecessor site means the job's own site, and a job may
       *> not name itself as its own predecessor. Every applied
       *> change writes an audit record, and after the last
       *> transaction the sequential JOBDEP.DAT extract HELLO-WORLD
       *> and DEP-CHECK read is rewritten from the master. Both the
       *> job's site and the predecessor's must be active on the
       *> site master for an ADD to go through.
       *>
       *> As on PLAN-MAINT, the user id on each card must belong to
       *> an active, unexpired maintainer or supervisor on the
       *> operator master who is authorized for the job's site, or
       *> the card is rejected with the reason AUTHCHK-SUB gives and
       *> the attempt goes to the security violation log.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEP-MASTER-FILE ASSIGN TO "DEPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEP-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "DEPTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT JOB-DEP-FILE ASSIGN TO "JOBDEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-DEP-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "DEPAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DEPMAINT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEP-MASTER-FILE.
       01  DEP-MASTER-RECORD.
           05 DM-DEP-KEY.
               10 DM-JOB-NAME PIC X(12).
               10 DM-SITE-CODE PIC X(4).
               10 DM-PRED-JOB-NAME PIC X(12).
               10 DM-PRED-SITE-CODE PIC X(4).
           05 DM-MAINT-DATE PIC X(10).
           05 DM-MAINT-USER PIC X(8).

       *> One card per requested change: action A/D, the job and its
       *> site, the predecessor job and its site (blank for the
       *> job's own site), and the requesting user's id
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TR-ACTION PIC X(1).
           05 TR-FILLER-1 PIC X.
           05 TR-JOB-NAME PIC X(12).
           05 TR-FILLER-2 PIC X.
           05 TR-SITE-CODE PIC X(4).
           05 TR-FILLER-3 PIC X.
           05 TR-PRED-JOB-NAME PIC X(12).
           05 TR-FILLER-4 PIC X.
           05 TR-PRED-SITE-CODE PIC X(4).
           05 TR-FILLER-5 PIC X.
           05 TR-USER-ID PIC X(8).

       FD  JOB-DEP-FILE.
       COPY JOBDEP.

       *> One line per applied change: when, what, by whom, and the
       *> dependency added or removed, so audit can reconstruct the
       *> dependency set as it stood on any night
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 DA-DATE PIC X(10).
           05 DA-FILLER-1 PIC X.
           05 DA-TIME PIC X(8).
           05 DA-FILLER-2 PIC X.
           05 DA-ACTION PIC X(6).
           05 DA-FILLER-3 PIC X.
           05 DA-JOB-NAME PIC X(12).
           05 DA-FILLER-4 PIC X.
           05 DA-SITE-CODE PIC X(4).
           05 DA-FILLER-5 PIC X.
           05 DA-USER-ID PIC X(8).
           05 DA-FILLER-6 PIC X.
           05 DA-PRED-JOB-NAME PIC X(12).
           05 DA-FILLER-7 PIC X.
           05 DA-PRED-SITE-CODE PIC X(4).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-TRANSACTION-STATUS PIC XX VALUE '00'.
       01 WS-JOB-DEP-STATUS PIC XX VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS PIC XX VALUE '00'.

       01 WS-TRAN-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-MASTER-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-MASTER-OPENED-OK PIC X VALUE 'N'.
       01 WS-REPORT-OPENED-OK PIC X VALUE 'N'.
       01 WS-AUDIT-OPENED-OK PIC X VALUE 'N'.
       01 WS-TRAN-VALID PIC X VALUE 'N'.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

       *> Worst return code seen so far, posted to RETURN-CODE at exit
       01 WS-RC PIC 9(4) VALUE 0.

       01 WS-APPLIED-COUNT PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
       01 WS-EXTRACT-COUNT PIC 9(4) VALUE 0.

       *> Predecessor site after the blank-means-own-site default
       01 WS-PRED-SITE-CODE PIC X(4) VALUE SPACES.
       01 WS-ACTION-NAME PIC X(6) VALUE SPACES.

       01 WS-TODAY.
           05 WS-TD-YYYY PIC 9(4).
           05 WS-TD-MM PIC 9(2).
           05 WS-TD-DD PIC 9(2).
       01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.
       01 WS-TIME-OF-DAY PIC 9(8) VALUE ZEROS.
       01 WS-TIMESTAMP PIC X(8) VALUE SPACES.

       01 WS-HEADING-1 PIC X(100) VALUE SPACES.
       01 WS-DETAIL-LINE PIC X(100) VALUE SPACES.
       01 WS-TOTAL-LINE PIC X(100) VALUE SPACES.
       01 WS-TOTAL-DISPLAY PIC ZZZ9.

       *> Parameters for the shared BANNER-SUB startup-banner routine
       COPY BANNERPM.

       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       *> Parameters for the shared SITECHK-SUB site-master lookup
       COPY SITEPM.

       *> Parameters for the shared AUTHCHK-SUB operator check
       COPY AUTHPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
           PERFORM 0005-GET-TODAY
           PERFORM 0007-CALL-BANNER-SUB
           PERFORM 0010-OPEN-FILES
           IF WS-MASTER-OPENED-OK = 'Y'
               AND WS-REPORT-OPENED-OK = 'Y'
               AND WS-AUDIT-OPENED-OK = 'Y'
               PERFORM 0020-PROCESS-TRANSACTIONS
               PERFORM 0060-WRITE-TOTALS
               PERFORM 0070-REFRESH-EXTRACT
           END-IF
           PERFORM 0080-CLOSE-FILES
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       0005-GET-TODAY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TD-YYYY '-' WS-TD-MM '-' WS-TD-DD
               DELIMITED BY SIZE INTO WS-TODAY-DISPLAY.

       0007-CALL-BANNER-SUB.
           MOVE 'DEPMAINT' TO BP-JOB-NAME
           MOVE WS-TODAY-DISPLAY TO BP-RUN-DATE
           MOVE 1 TO BP-STEP-NUMBER
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0010-OPEN-FILES.
           *> First-ever run has no master yet: create it empty, then
           *> reopen I-O, the same bootstrap PLAN-MAINT uses
           OPEN I-O DEP-MASTER-FILE
           IF WS-MASTER-STATUS = '35'
               OPEN OUTPUT DEP-MASTER-FILE
               IF WS-MASTER-STATUS = '00'
                   CLOSE DEP-MASTER-FILE
                   OPEN I-O DEP-MASTER-FILE
               END-IF
           END-IF
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPENED-OK
           ELSE
               MOVE 'DEPMAST' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-MASTER-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS = '00'
               MOVE 'Y' TO WS-REPORT-OPENED-OK
               PERFORM 0015-WRITE-HEADINGS
           ELSE
               MOVE 'DEPMAINT' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-REPORT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = '00'
               MOVE 'Y' TO WS-AUDIT-OPENED-OK
           ELSE
               MOVE 'DEPAUDIT' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-AUDIT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0015-WRITE-HEADINGS.
           STRING 'JOB DEPENDENCY MAINTENANCE REPORT  RUN '
               DELIMITED BY SIZE
               WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACT JOB          SITE PREDECESSOR  SITE  RESULT OR '
               & 'REJECT REASON' TO REPORT-LINE
           WRITE REPORT-LINE.

       0020-PROCESS-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = '00'
               PERFORM 0021-PROCESS-ONE-TRAN
                   UNTIL WS-TRAN-EOF-SWITCH = 'Y'
               CLOSE TRANSACTION-FILE
           ELSE
               MOVE 'DEPTRAN' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-TRANSACTION-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0021-PROCESS-ONE-TRAN.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-SWITCH
               NOT AT END
                   PERFORM 0022-VALIDATE-TRAN
                   IF WS-TRAN-VALID = 'Y'
                       PERFORM 0026-APPLY-TRAN
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                       PERFORM 0045-REPORT-REJECT
                       IF WS-RC < 4
                           MOVE 4 TO WS-RC
                       END-IF
                   END-IF
           END-READ.

       0022-VALIDATE-TRAN.
           *> Field validation first, then existence checks against
           *> the master: ADD must not find the key, DELETE must
           MOVE 'N' TO WS-TRAN-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE TR-PRED-SITE-CODE TO WS-PRED-SITE-CODE
           IF WS-PRED-SITE-CODE = SPACES
               MOVE TR-SITE-CODE TO WS-PRED-SITE-CODE
           END-IF
           IF TR-ACTION NOT = 'A' AND TR-ACTION NOT = 'D'
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           ELSE
               IF TR-JOB-NAME = SPACES
                   MOVE 'JOB NAME MISSING' TO WS-REJECT-REASON
               ELSE
                   IF TR-SITE-CODE = SPACES
                       MOVE 'SITE CODE MISSING' TO WS-REJECT-REASON
                   ELSE
                       IF TR-PRED-JOB-NAME = SPACES
                           MOVE 'PREDECESSOR JOB MISSING'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TR-ACTION = 'A'
               AND TR-PRED-JOB-NAME = TR-JOB-NAME
               AND WS-PRED-SITE-CODE = TR-SITE-CODE
               MOVE 'JOB CANNOT PRECEDE ITSELF' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 0027-CHECK-OPERATOR
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND TR-ACTION = 'A'
               PERFORM 0024-CHECK-SITE-MASTER
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 0028-FILL-MASTER-KEY
               READ DEP-MASTER-FILE
                   INVALID KEY
                       IF TR-ACTION = 'D'
                           MOVE 'DEPENDENCY NOT ON MASTER'
                               TO WS-REJECT-REASON
                       END-IF
                   NOT INVALID KEY
                       IF TR-ACTION = 'A'
                           MOVE 'DEPENDENCY ALREADY ON MASTER'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE 'Y' TO WS-TRAN-VALID
           END-IF.

       0024-CHECK-SITE-MASTER.
           *> Both ends of a new dependency must be at sites active on
           *> the site master; deletes are left alone so a closed
           *> site's leftovers can still be cleared
           MOVE TR-SITE-CODE TO SK-SITE-CODE
           CALL 'SITECHK-SUB' USING SITE-CHECK-PARMS
           EVALUATE SK-RESULT
               WHEN 'Y'
                   CONTINUE
               WHEN 'C'
                   MOVE 'SITE CLOSED ON SITE MASTER'
                       TO WS-REJECT-REASON
               WHEN 'N'
                   MOVE 'SITE NOT ON SITE MASTER' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'SITE MASTER UNAVAILABLE' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               AND WS-PRED-SITE-CODE NOT = TR-SITE-CODE
               MOVE WS-PRED-SITE-CODE TO SK-SITE-CODE
               CALL 'SITECHK-SUB' USING SITE-CHECK-PARMS
               EVALUATE SK-RESULT
                   WHEN 'Y'
                       CONTINUE
                   WHEN 'C'
                   WHEN 'N'
                       MOVE 'PREDECESSOR SITE NOT ACTIVE'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE 'SITE MASTER UNAVAILABLE'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       0027-CHECK-OPERATOR.
           *> A missing user id is refused here too, so an unsigned
           *> card lands on the violation log like any other
           MOVE 'DEP-MAINT' TO AK-PROGRAM-NAME
           MOVE TR-USER-ID TO AK-USER-ID
           MOVE TR-SITE-CODE TO AK-SITE-CODE
           MOVE 'M' TO AK-REQUIRED-ROLE
           IF TR-ACTION = 'A'
               MOVE 'ADD' TO AK-FUNCTION
           ELSE
               MOVE 'DELETE' TO AK-FUNCTION
           END-IF
           MOVE TR-JOB-NAME TO AK-DETAIL
           CALL 'AUTHCHK-SUB' USING AUTH-CHECK-PARMS
           IF AK-RESULT NOT = 'Y'
               MOVE AK-REASON TO WS-REJECT-REASON
           END-IF.

       0026-APPLY-TRAN.
           EVALUATE TR-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO WS-ACTION-NAME
                   PERFORM 0028-FILL-MASTER-KEY
                   MOVE WS-TODAY-DISPLAY TO DM-MAINT-DATE
                   MOVE TR-USER-ID TO DM-MAINT-USER
                   WRITE DEP-MASTER-RECORD
                       INVALID KEY
                           MOVE 'MASTER WRITE FAILED'
                               TO WS-REJECT-REASON
                   END-WRITE
               WHEN 'D'
                   MOVE 'DELETE' TO WS-ACTION-NAME
                   PERFORM 0028-FILL-MASTER-KEY
                   DELETE DEP-MASTER-FILE
                       INVALID KEY
                           MOVE 'MASTER DELETE FAILED'
                               TO WS-REJECT-REASON
                   END-DELETE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 0040-REPORT-APPLIED
               PERFORM 0050-WRITE-AUDIT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 0045-REPORT-REJECT
               IF WS-RC < 8
                   MOVE 8 TO WS-RC
               END-IF
           END-IF.

       0028-FILL-MASTER-KEY.
           MOVE TR-JOB-NAME TO DM-JOB-NAME
           MOVE TR-SITE-CODE TO DM-SITE-CODE
           MOVE TR-PRED-JOB-NAME TO DM-PRED-JOB-NAME
           MOVE WS-PRED-SITE-CODE TO DM-PRED-SITE-CODE.

       0040-REPORT-APPLIED.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING TR-ACTION DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               TR-JOB-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TR-SITE-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TR-PRED-JOB-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRED-SITE-CODE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               WS-ACTION-NAME DELIMITED BY SIZE
               ' APPLIED' DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0045-REPORT-REJECT.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING TR-ACTION DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               TR-JOB-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TR-SITE-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TR-PRED-JOB-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-PRED-SITE-CODE DELIMITED BY SIZE
               '  REJECTED: ' DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0050-WRITE-AUDIT.
           ACCEPT WS-TIME-OF-DAY FROM TIME
           STRING WS-TIME-OF-DAY(1:2) ':' WS-TIME-OF-DAY(3:2)
               ':' WS-TIME-OF-DAY(5:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-TODAY-DISPLAY TO DA-DATE
           MOVE WS-TIMESTAMP TO DA-TIME
           MOVE WS-ACTION-NAME TO DA-ACTION
           MOVE TR-JOB-NAME TO DA-JOB-NAME
           MOVE TR-SITE-CODE TO DA-SITE-CODE
           MOVE TR-USER-ID TO DA-USER-ID
           MOVE TR-PRED-JOB-NAME TO DA-PRED-JOB-NAME
           MOVE WS-PRED-SITE-CODE TO DA-PRED-SITE-CODE
           WRITE AUDIT-RECORD.

       0060-WRITE-TOTALS.
           MOVE WS-APPLIED-COUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'TRANSACTIONS APPLIED:  ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REJECTED-COUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'TRANSACTIONS REJECTED: ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0070-REFRESH-EXTRACT.
           *> Rewrite the sequential extract HELLO-WORLD and DEP-CHECK
           *> load, so the master is the one place dependencies live
           MOVE LOW-VALUES TO DM-DEP-KEY
           START DEP-MASTER-FILE KEY NOT < DM-DEP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           END-START
           OPEN OUTPUT JOB-DEP-FILE
           IF WS-JOB-DEP-STATUS = '00'
               PERFORM 0075-EXTRACT-ONE-ENTRY
                   UNTIL WS-MASTER-EOF-SWITCH = 'Y'
               CLOSE JOB-DEP-FILE
               MOVE WS-EXTRACT-COUNT TO WS-TOTAL-DISPLAY
               MOVE SPACES TO WS-TOTAL-LINE
               STRING 'EXTRACT ENTRIES WRITTEN: ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
               MOVE WS-TOTAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE 'JOBDEP' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-JOB-DEP-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0075-EXTRACT-ONE-ENTRY.
           READ DEP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO JOB-DEP-RECORD
                   MOVE DM-JOB-NAME TO JD-JOB-NAME
                   MOVE DM-SITE-CODE TO JD-SITE-CODE
                   MOVE DM-PRED-JOB-NAME TO JD-PRED-JOB-NAME
                   MOVE DM-PRED-SITE-CODE TO JD-PRED-SITE-CODE
                   WRITE JOB-DEP-RECORD
                   ADD 1 TO WS-EXTRACT-COUNT
           END-READ.

       0080-CLOSE-FILES.
           IF WS-MASTER-OPENED-OK = 'Y'
               CLOSE DEP-MASTER-FILE
           END-IF
           IF WS-AUDIT-OPENED-OK = 'Y'
               CLOSE AUDIT-FILE
           END-IF
           IF WS-REPORT-OPENED-OK = 'Y'
               CLOSE REPORT-FILE
           END-IF.

       8000-REPORT-FILE-ERROR.
           *> Shared handler announces the error, writes the central
           *> ERROR.LOG record and returns the standard severity,
           *> merged into this job's worst-so-far code
           MOVE 'DEP-MAINT' TO FE-PROGRAM-NAME
           CALL 'FILEERR-SUB' USING FILE-ERROR-PARMS
           IF FE-SEVERITY > WS-RC
               MOVE FE-SEVERITY TO WS-RC
           END-IF.
