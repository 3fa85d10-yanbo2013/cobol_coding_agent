       IDENTIFICATION DIVISION.
       PROGRAM-ID. INC-MAINT.
       AUTHOR. COBOL-EXPERT.

       *> Incident register maintenance, following the SITE-MAINT
       *> model. INCIDENT-SUB opens incidents on the register
       *> (INCMAST.DAT) as the exception reports find them; this
       *> program is how people work them. It applies a card file
       *> of transactions against incident numbers: ASSIGN names the
       *> operator who owns the incident, ANNOTATE records a working
       *> note, RESOLVE records what was done and marks it RESOLVED,
       *> CLOSE ends it. A closed incident takes no further cards;
       *> a recurrence after closing opens a new one. The operator
       *> on every card must be a maintainer or supervisor
       *> authorized for the incident's site, checked through
       *> AUTHCHK-SUB. The register keeps only the resolution, never
       *> a working note, so every applied card writes an audit
       *> record carrying its text, the owner and the status before
       *> and after; the audit log is the incident's full working
       *> history and the only place notes are kept. The report ends
       *> with every incident not yet closed.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-MASTER-FILE ASSIGN TO "INCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-INCIDENT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "INCTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "INCAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "INCMAINT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-MASTER-FILE.
       COPY INCMAST.

       *> One card per action: A assign, N annotate, R resolve,
       *> C close, then the incident number, the new owner (assign
       *> only), the note or resolution text and the operator's id
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TR-ACTION PIC X(1).
           05 TR-FILLER-1 PIC X.
           05 TR-INCIDENT-NUMBER PIC X(6).
           05 TR-FILLER-2 PIC X.
           05 TR-OWNER PIC X(8).
           05 TR-FILLER-3 PIC X.
           05 TR-TEXT PIC X(60).
           05 TR-FILLER-4 PIC X.
           05 TR-USER-ID PIC X(8).

       *> One line per applied card: when, what, by whom, the
       *> status and owner before and after, and the card's text
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 IA-DATE PIC X(10).
           05 IA-FILLER-1 PIC X.
           05 IA-TIME PIC X(8).
           05 IA-FILLER-2 PIC X.
           05 IA-ACTION PIC X(8).
           05 IA-FILLER-3 PIC X.
           05 IA-INCIDENT-NUMBER PIC 9(6).
           05 IA-FILLER-4 PIC X.
           05 IA-USER-ID PIC X(8).
           05 IA-FILLER-5 PIC X.
           05 IA-OLD-STATUS PIC X(8).
           05 IA-FILLER-6 PIC X.
           05 IA-OLD-OWNER PIC X(8).
           05 IA-FILLER-7 PIC X.
           05 IA-NEW-STATUS PIC X(8).
           05 IA-FILLER-8 PIC X.
           05 IA-NEW-OWNER PIC X(8).
           05 IA-FILLER-9 PIC X.
           05 IA-TEXT PIC X(60).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-TRANSACTION-STATUS PIC XX VALUE '00'.
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
       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.

       01 WS-INCIDENT-NUMBER PIC 9(6) VALUE 0.
       01 WS-ACTION-NAME PIC X(8) VALUE SPACES.
       01 WS-OLD-STATUS PIC X(8) VALUE SPACES.
       01 WS-OLD-OWNER PIC X(8) VALUE SPACES.

       01 WS-TODAY.
           05 WS-TD-YYYY PIC 9(4).
           05 WS-TD-MM PIC 9(2).
           05 WS-TD-DD PIC 9(2).
       01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.
       01 WS-TIME-OF-DAY PIC 9(8) VALUE ZEROS.
       01 WS-TIMESTAMP PIC X(8) VALUE SPACES.

       01 WS-HEADING-1 PIC X(120) VALUE SPACES.
       01 WS-DETAIL-LINE PIC X(120) VALUE SPACES.
       01 WS-TOTAL-LINE PIC X(120) VALUE SPACES.
       01 WS-TOTAL-DISPLAY PIC ZZZ9.
       01 WS-LIST-HEADING PIC X(120) VALUE
           'INCIDENT PROGRAM      SITE JOB          TYPE     SV '
           & 'STATUS   OWNER    OPENED      COUNT DESCRIPTION'.
       01 WS-LIST-LINE.
           05 WS-LST-INCIDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-LST-SOURCE-PROGRAM PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-SITE-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-JOB-NAME PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-EXCEPTION-TYPE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-SEVERITY PIC Z9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-STATUS PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-OWNER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-OPENED-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-OCCURRENCES PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LST-DESCRIPTION PIC X(40).

       *> Parameters for the shared BANNER-SUB startup-banner routine
       COPY BANNERPM.

       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

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
               PERFORM 0070-LIST-MASTER
           END-IF
           PERFORM 0080-CLOSE-FILES
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       0005-GET-TODAY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TD-YYYY '-' WS-TD-MM '-' WS-TD-DD
               DELIMITED BY SIZE INTO WS-TODAY-DISPLAY.

       0007-CALL-BANNER-SUB.
           MOVE 'INCMAINT' TO BP-JOB-NAME
           MOVE WS-TODAY-DISPLAY TO BP-RUN-DATE
           MOVE 1 TO BP-STEP-NUMBER
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0010-OPEN-FILES.
           *> No register yet simply means nothing has been raised:
           *> create it empty, the same bootstrap INCIDENT-SUB uses
           OPEN I-O INCIDENT-MASTER-FILE
           IF WS-MASTER-STATUS = '35'
               OPEN OUTPUT INCIDENT-MASTER-FILE
               IF WS-MASTER-STATUS = '00'
                   CLOSE INCIDENT-MASTER-FILE
                   OPEN I-O INCIDENT-MASTER-FILE
               END-IF
           END-IF
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPENED-OK
           ELSE
               MOVE 'INCMAST' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-MASTER-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS = '00'
               MOVE 'Y' TO WS-REPORT-OPENED-OK
               PERFORM 0015-WRITE-HEADINGS
           ELSE
               MOVE 'INCMAINT' TO FE-FILE-NAME
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
               MOVE 'INCAUDIT' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-AUDIT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0015-WRITE-HEADINGS.
           STRING 'INCIDENT REGISTER MAINTENANCE REPORT  RUN '
               DELIMITED BY SIZE
               WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACT INCIDENT STATUS/OWNER BEFORE AND AFTER OR '
               & 'REJECT REASON' TO REPORT-LINE
           WRITE REPORT-LINE.

       0020-PROCESS-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = '00'
               PERFORM 0021-PROCESS-ONE-TRAN
                   UNTIL WS-TRAN-EOF-SWITCH = 'Y'
               CLOSE TRANSACTION-FILE
           ELSE
               MOVE 'INCTRAN' TO FE-FILE-NAME
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
           *> Card fields first, then the incident itself, then the
           *> status rules, and the operator last because the site
           *> the authority is checked for comes off the incident
           MOVE 'N' TO WS-TRAN-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-OLD-STATUS
           MOVE SPACES TO WS-OLD-OWNER
           MOVE 0 TO WS-INCIDENT-NUMBER
           EVALUATE TR-ACTION
               WHEN 'A'
                   MOVE 'ASSIGN' TO WS-ACTION-NAME
               WHEN 'N'
                   MOVE 'ANNOTATE' TO WS-ACTION-NAME
               WHEN 'R'
                   MOVE 'RESOLVE' TO WS-ACTION-NAME
               WHEN 'C'
                   MOVE 'CLOSE' TO WS-ACTION-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-ACTION-NAME
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               IF TR-INCIDENT-NUMBER IS NOT NUMERIC
                   MOVE 'INVALID INCIDENT NUMBER' TO WS-REJECT-REASON
               ELSE
                   MOVE TR-INCIDENT-NUMBER TO WS-INCIDENT-NUMBER
                   PERFORM 0023-VALIDATE-FIELDS
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE WS-INCIDENT-NUMBER TO IM-INCIDENT-NUMBER
               READ INCIDENT-MASTER-FILE
                   INVALID KEY
                       MOVE 'INCIDENT NOT ON REGISTER'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE IM-STATUS TO WS-OLD-STATUS
                       MOVE IM-OWNER TO WS-OLD-OWNER
                       PERFORM 0024-CHECK-STATUS
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 0025-CHECK-OPERATOR
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE 'Y' TO WS-TRAN-VALID
           END-IF.

       0023-VALIDATE-FIELDS.
           *> An assignment must name the new owner; a note or a
           *> resolution must say something. A close may carry a
           *> last word but need not
           EVALUATE TRUE
               WHEN TR-ACTION = 'A' AND TR-OWNER = SPACES
                   MOVE 'OWNER MISSING' TO WS-REJECT-REASON
               WHEN TR-ACTION = 'N' AND TR-TEXT = SPACES
                   MOVE 'NOTE TEXT MISSING' TO WS-REJECT-REASON
               WHEN TR-ACTION = 'R' AND TR-TEXT = SPACES
                   MOVE 'RESOLUTION TEXT MISSING' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0024-CHECK-STATUS.
           *> OPEN and ASSIGNED incidents take any card; a RESOLVED
           *> one may still be annotated, reassigned or closed but
           *> not resolved twice; a CLOSED one is finished. A close
           *> must leave a resolution on the incident, from this card
           *> or an earlier one
           EVALUATE TRUE
               WHEN IM-STATUS = 'CLOSED'
                   MOVE 'INCIDENT ALREADY CLOSED' TO WS-REJECT-REASON
               WHEN TR-ACTION = 'R' AND IM-STATUS = 'RESOLVED'
                   MOVE 'INCIDENT ALREADY RESOLVED'
                       TO WS-REJECT-REASON
               WHEN TR-ACTION = 'C' AND TR-TEXT = SPACES
                   AND IM-RESOLUTION = SPACES
                   MOVE 'RESOLUTION TEXT MISSING' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0025-CHECK-OPERATOR.
           *> A missing user id is refused here too, so an unsigned
           *> card lands on the violation log like any other
           MOVE 'INC-MAINT' TO AK-PROGRAM-NAME
           MOVE TR-USER-ID TO AK-USER-ID
           MOVE IM-SITE-CODE TO AK-SITE-CODE
           MOVE 'M' TO AK-REQUIRED-ROLE
           MOVE WS-ACTION-NAME TO AK-FUNCTION
           MOVE SPACES TO AK-DETAIL
           STRING 'INC ' DELIMITED BY SIZE
               TR-INCIDENT-NUMBER DELIMITED BY SIZE
               INTO AK-DETAIL
           CALL 'AUTHCHK-SUB' USING AUTH-CHECK-PARMS
           IF AK-RESULT NOT = 'Y'
               MOVE AK-REASON TO WS-REJECT-REASON
           END-IF.

       0026-APPLY-TRAN.
           *> The keyed read in validation left the incident in the
           *> record area; the operator check touched no other file
           EVALUATE TR-ACTION
               WHEN 'A'
                   MOVE TR-OWNER TO IM-OWNER
                   IF IM-STATUS = 'OPEN'
                       MOVE 'ASSIGNED' TO IM-STATUS
                   END-IF
               WHEN 'N'
                   *> A note lives on its audit record alone, so it
                   *> can never pass for the resolution a close needs
                   CONTINUE
               WHEN 'R'
                   MOVE TR-TEXT TO IM-RESOLUTION
                   MOVE 'RESOLVED' TO IM-STATUS
               WHEN 'C'
                   IF TR-TEXT NOT = SPACES
                       MOVE TR-TEXT TO IM-RESOLUTION
                   END-IF
                   MOVE 'CLOSED' TO IM-STATUS
           END-EVALUATE
           MOVE WS-TODAY-DISPLAY TO IM-MAINT-DATE
           MOVE TR-USER-ID TO IM-MAINT-USER
           REWRITE INCIDENT-MASTER-RECORD
               INVALID KEY
                   MOVE 'REGISTER REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE
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

       0040-REPORT-APPLIED.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING TR-ACTION DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               TR-INCIDENT-NUMBER DELIMITED BY SIZE
               ' BEFORE: ' DELIMITED BY SIZE
               WS-OLD-STATUS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OLD-OWNER DELIMITED BY SIZE
               ' AFTER: ' DELIMITED BY SIZE
               IM-STATUS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               IM-OWNER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TR-TEXT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0045-REPORT-REJECT.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING TR-ACTION DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               TR-INCIDENT-NUMBER DELIMITED BY SIZE
               ' REJECTED: ' DELIMITED BY SIZE
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
           MOVE WS-TODAY-DISPLAY TO IA-DATE
           MOVE WS-TIMESTAMP TO IA-TIME
           MOVE WS-ACTION-NAME TO IA-ACTION
           MOVE WS-INCIDENT-NUMBER TO IA-INCIDENT-NUMBER
           MOVE TR-USER-ID TO IA-USER-ID
           MOVE WS-OLD-STATUS TO IA-OLD-STATUS
           MOVE WS-OLD-OWNER TO IA-OLD-OWNER
           MOVE IM-STATUS TO IA-NEW-STATUS
           MOVE IM-OWNER TO IA-NEW-OWNER
           MOVE TR-TEXT TO IA-TEXT
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

       0070-LIST-MASTER.
           *> Every incident still to be closed, resolved ones
           *> included, so the report shows what is left to finish
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           MOVE 'INCIDENTS NOT YET CLOSED:' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LIST-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO IM-INCIDENT-NUMBER
           START INCIDENT-MASTER-FILE KEY NOT < IM-INCIDENT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           END-START
           PERFORM 0075-LIST-ONE-ENTRY
               UNTIL WS-MASTER-EOF-SWITCH = 'Y'
           MOVE WS-LISTED-COUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'INCIDENTS NOT CLOSED: ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0075-LIST-ONE-ENTRY.
           READ INCIDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   IF IM-STATUS NOT = 'CLOSED'
                       MOVE IM-INCIDENT-NUMBER
                           TO WS-LST-INCIDENT-NUMBER
                       MOVE IM-SOURCE-PROGRAM TO WS-LST-SOURCE-PROGRAM
                       MOVE IM-SITE-CODE TO WS-LST-SITE-CODE
                       MOVE IM-JOB-NAME TO WS-LST-JOB-NAME
                       MOVE IM-EXCEPTION-TYPE TO WS-LST-EXCEPTION-TYPE
                       MOVE IM-SEVERITY TO WS-LST-SEVERITY
                       MOVE IM-STATUS TO WS-LST-STATUS
                       MOVE IM-OWNER TO WS-LST-OWNER
                       MOVE IM-OPENED-DATE TO WS-LST-OPENED-DATE
                       MOVE IM-OCCURRENCES TO WS-LST-OCCURRENCES
                       MOVE IM-DESCRIPTION TO WS-LST-DESCRIPTION
                       MOVE WS-LIST-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                       ADD 1 TO WS-LISTED-COUNT
                   END-IF
           END-READ.

       0080-CLOSE-FILES.
           IF WS-MASTER-OPENED-OK = 'Y'
               CLOSE INCIDENT-MASTER-FILE
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
           MOVE 'INC-MAINT' TO FE-PROGRAM-NAME
           CALL 'FILEERR-SUB' USING FILE-ERROR-PARMS
           IF FE-SEVERITY > WS-RC
               MOVE FE-SEVERITY TO WS-RC
           END-IF.
