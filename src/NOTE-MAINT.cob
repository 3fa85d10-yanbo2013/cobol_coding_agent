       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTE-MAINT.
       AUTHOR. COBOL-EXPERT.

       *> Operator turnover-note entry, following the INC-MAINT
       *> model. During a shift operators log what the next shift
       *> needs to know ("PAYROLL rerun at 02:10 after space abend",
       *> "site B feed late, chased by phone") as a card file of
       *> transactions against the note file (TURNNOTE.DAT): O logs
       *> an open note, one that needs follow-up; I logs a note for
       *> information only; C closes an open note by its number,
       *> with an optional last word. Each note carries the site and
       *> shift it is for, the job it concerns (blank for a general
       *> note), the operator and the time it was logged, and is
       *> numbered one past the highest number on the file, the
       *> same way INCIDENT-SUB numbers incidents. The shift handover
       *> report (HANDOVER-RPT) prints the notes logged during the
       *> shift and carries every open note forward onto each
       *> following handover until it is closed here. The operator
       *> on every card must be a maintainer or supervisor for the
       *> note's site, checked through AUTHCHK-SUB, and a new note's
       *> site must be active on the site master. A note is never
       *> rewritten except to close it, so the file is its own
       *> history. The report ends with every note still open.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTE-FILE ASSIGN TO "TURNNOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-NOTE-NUMBER
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "NOTETRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT REPORT-FILE ASSIGN TO "NOTEMANT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTE-FILE.
       COPY TURNNOTE.

       *> One card per action: O open note, I information note,
       *> C close, then the note number (close only), the site and
       *> shift, the job, the note or closing text and the
       *> operator's id
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TR-ACTION PIC X(1).
           05 TR-FILLER-1 PIC X.
           05 TR-NOTE-NUMBER PIC X(6).
           05 TR-FILLER-2 PIC X.
           05 TR-SITE-CODE PIC X(4).
           05 TR-FILLER-3 PIC X.
           05 TR-SHIFT-CODE PIC X(1).
           05 TR-FILLER-4 PIC X.
           05 TR-JOB-NAME PIC X(12).
           05 TR-FILLER-5 PIC X.
           05 TR-TEXT PIC X(60).
           05 TR-FILLER-6 PIC X.
           05 TR-USER-ID PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-NOTE-STATUS PIC XX VALUE '00'.
       01 WS-TRANSACTION-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS PIC XX VALUE '00'.

       01 WS-TRAN-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-NOTE-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-NOTE-OPENED-OK PIC X VALUE 'N'.
       01 WS-REPORT-OPENED-OK PIC X VALUE 'N'.
       01 WS-TRAN-VALID PIC X VALUE 'N'.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

       *> Worst return code seen so far, posted to RETURN-CODE at exit
       01 WS-RC PIC 9(4) VALUE 0.

       01 WS-APPLIED-COUNT PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.

       *> Highest note number on the file; the next note takes the
       *> number after it
       01 WS-HIGH-NUMBER PIC 9(6) VALUE 0.
       01 WS-NOTE-NUMBER PIC 9(6) VALUE 0.
       01 WS-ACTION-NAME PIC X(8) VALUE SPACES.

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
           'NOTE   SITE S LOGGED              BY       JOB          '
           & 'NOTE'.
       01 WS-LIST-LINE.
           05 WS-LST-NOTE-NUMBER PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-SITE-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-SHIFT-CODE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-LOGGED-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-LOGGED-TIME PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-USER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-JOB-NAME PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-NOTE-TEXT PIC X(60).

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
           IF WS-NOTE-OPENED-OK = 'Y'
               AND WS-REPORT-OPENED-OK = 'Y'
               PERFORM 0012-FIND-HIGH-NUMBER
               PERFORM 0020-PROCESS-TRANSACTIONS
               PERFORM 0060-WRITE-TOTALS
               PERFORM 0070-LIST-OPEN-NOTES
           END-IF
           PERFORM 0080-CLOSE-FILES
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       0005-GET-TODAY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TD-YYYY '-' WS-TD-MM '-' WS-TD-DD
               DELIMITED BY SIZE INTO WS-TODAY-DISPLAY.

       0007-CALL-BANNER-SUB.
           MOVE 'NOTEMANT' TO BP-JOB-NAME
           MOVE WS-TODAY-DISPLAY TO BP-RUN-DATE
           MOVE 1 TO BP-STEP-NUMBER
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0010-OPEN-FILES.
           *> No note file yet simply means nothing has been logged:
           *> create it empty, the same bootstrap INC-MAINT uses
           OPEN I-O NOTE-FILE
           IF WS-NOTE-STATUS = '35'
               OPEN OUTPUT NOTE-FILE
               IF WS-NOTE-STATUS = '00'
                   CLOSE NOTE-FILE
                   OPEN I-O NOTE-FILE
               END-IF
           END-IF
           IF WS-NOTE-STATUS = '00'
               MOVE 'Y' TO WS-NOTE-OPENED-OK
           ELSE
               MOVE 'TURNNOTE' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-NOTE-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS = '00'
               MOVE 'Y' TO WS-REPORT-OPENED-OK
               PERFORM 0015-WRITE-HEADINGS
           ELSE
               MOVE 'NOTEMANT' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-REPORT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0012-FIND-HIGH-NUMBER.
           *> Notes are keyed in number order, so the last one read
           *> is the highest
           MOVE 'N' TO WS-NOTE-EOF-SWITCH
           MOVE 0 TO WS-HIGH-NUMBER
           MOVE 0 TO TN-NOTE-NUMBER
           START NOTE-FILE KEY NOT < TN-NOTE-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-NOTE-EOF-SWITCH
           END-START
           PERFORM 0013-READ-FOR-HIGH-NUMBER
               UNTIL WS-NOTE-EOF-SWITCH = 'Y'.

       0013-READ-FOR-HIGH-NUMBER.
           READ NOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-NOTE-EOF-SWITCH
               NOT AT END
                   MOVE TN-NOTE-NUMBER TO WS-HIGH-NUMBER
           END-READ.

       0015-WRITE-HEADINGS.
           STRING 'TURNOVER NOTE MAINTENANCE REPORT  RUN '
               DELIMITED BY SIZE
               WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACT NOTE   SITE/SHIFT/JOB, STATUS AND TEXT OR '
               & 'REJECT REASON' TO REPORT-LINE
           WRITE REPORT-LINE.

       0020-PROCESS-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = '00'
               PERFORM 0021-PROCESS-ONE-TRAN
                   UNTIL WS-TRAN-EOF-SWITCH = 'Y'
               CLOSE TRANSACTION-FILE
           ELSE
               MOVE 'NOTETRAN' TO FE-FILE-NAME
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
           *> Card fields first, then the note being closed or the
           *> site of a new one, and the operator last because a
           *> close is authorized for the site on the note itself
           MOVE 'N' TO WS-TRAN-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-NOTE-NUMBER
           EVALUATE TR-ACTION
               WHEN 'O'
                   MOVE 'OPEN' TO WS-ACTION-NAME
               WHEN 'I'
                   MOVE 'INFO' TO WS-ACTION-NAME
               WHEN 'C'
                   MOVE 'CLOSE' TO WS-ACTION-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-ACTION-NAME
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               IF TR-ACTION = 'C'
                   PERFORM 0023-VALIDATE-CLOSE
               ELSE
                   PERFORM 0024-VALIDATE-NEW-NOTE
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 0025-CHECK-OPERATOR
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE 'Y' TO WS-TRAN-VALID
           END-IF.

       0023-VALIDATE-CLOSE.
           *> Only an open note can be closed; an information note
           *> never needed follow-up and a closed one is finished
           IF TR-NOTE-NUMBER IS NOT NUMERIC
               MOVE 'INVALID NOTE NUMBER' TO WS-REJECT-REASON
           ELSE
               MOVE TR-NOTE-NUMBER TO WS-NOTE-NUMBER
               MOVE WS-NOTE-NUMBER TO TN-NOTE-NUMBER
               READ NOTE-FILE
                   INVALID KEY
                       MOVE 'NOTE NOT ON FILE' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF TN-STATUS NOT = 'OPEN'
                           MOVE 'NOTE IS NOT OPEN'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       0024-VALIDATE-NEW-NOTE.
           *> A note must say something, for a real shift, at a site
           *> that is active on the site master
           EVALUATE TRUE
               WHEN TR-SITE-CODE = SPACES
                   MOVE 'SITE CODE MISSING' TO WS-REJECT-REASON
               WHEN TR-SHIFT-CODE NOT = '1'
                   AND TR-SHIFT-CODE NOT = '2'
                   AND TR-SHIFT-CODE NOT = '3'
                   MOVE 'INVALID SHIFT CODE' TO WS-REJECT-REASON
               WHEN TR-TEXT = SPACES
                   MOVE 'NOTE TEXT MISSING' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE TR-SITE-CODE TO SK-SITE-CODE
                   CALL 'SITECHK-SUB' USING SITE-CHECK-PARMS
                   EVALUATE SK-RESULT
                       WHEN 'Y'
                           CONTINUE
                       WHEN 'C'
                           MOVE 'SITE CLOSED ON SITE MASTER'
                               TO WS-REJECT-REASON
                       WHEN 'N'
                           MOVE 'SITE NOT ON SITE MASTER'
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           MOVE 'SITE MASTER UNAVAILABLE'
                               TO WS-REJECT-REASON
                   END-EVALUATE
           END-EVALUATE.

       0025-CHECK-OPERATOR.
           *> A missing user id is refused here too, so an unsigned
           *> card lands on the violation log like any other
           MOVE 'NOTE-MAINT' TO AK-PROGRAM-NAME
           MOVE TR-USER-ID TO AK-USER-ID
           IF TR-ACTION = 'C'
               MOVE TN-SITE-CODE TO AK-SITE-CODE
           ELSE
               MOVE TR-SITE-CODE TO AK-SITE-CODE
           END-IF
           MOVE 'M' TO AK-REQUIRED-ROLE
           MOVE WS-ACTION-NAME TO AK-FUNCTION
           MOVE SPACES TO AK-DETAIL
           IF TR-ACTION = 'C'
               STRING 'NOTE ' DELIMITED BY SIZE
                   TR-NOTE-NUMBER DELIMITED BY SIZE
                   INTO AK-DETAIL
           ELSE
               MOVE TR-JOB-NAME TO AK-DETAIL
           END-IF
           CALL 'AUTHCHK-SUB' USING AUTH-CHECK-PARMS
           IF AK-RESULT NOT = 'Y'
               MOVE AK-REASON TO WS-REJECT-REASON
           END-IF.

       0026-APPLY-TRAN.
           ACCEPT WS-TIME-OF-DAY FROM TIME
           STRING WS-TIME-OF-DAY(1:2) ':' WS-TIME-OF-DAY(3:2)
               ':' WS-TIME-OF-DAY(5:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           IF TR-ACTION = 'C'
               PERFORM 0030-CLOSE-NOTE
           ELSE
               PERFORM 0028-ADD-NOTE
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 0040-REPORT-APPLIED
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 0045-REPORT-REJECT
               IF WS-RC < 8
                   MOVE 8 TO WS-RC
               END-IF
           END-IF.

       0028-ADD-NOTE.
           MOVE SPACES TO TURNOVER-NOTE-RECORD
           ADD 1 TO WS-HIGH-NUMBER
           MOVE WS-HIGH-NUMBER TO TN-NOTE-NUMBER
           MOVE WS-HIGH-NUMBER TO WS-NOTE-NUMBER
           MOVE TR-SITE-CODE TO TN-SITE-CODE
           MOVE TR-SHIFT-CODE TO TN-SHIFT-CODE
           MOVE WS-TODAY-DISPLAY TO TN-LOGGED-DATE
           MOVE WS-TIMESTAMP TO TN-LOGGED-TIME
           MOVE TR-USER-ID TO TN-USER-ID
           MOVE TR-JOB-NAME TO TN-JOB-NAME
           MOVE WS-ACTION-NAME TO TN-STATUS
           MOVE TR-TEXT TO TN-NOTE-TEXT
           WRITE TURNOVER-NOTE-RECORD
               INVALID KEY
                   MOVE 'NOTE FILE WRITE FAILED' TO WS-REJECT-REASON
           END-WRITE.

       0030-CLOSE-NOTE.
           *> The keyed read in validation left the note in the
           *> record area; the operator check touched no other file
           MOVE 'CLOSED' TO TN-STATUS
           MOVE WS-TODAY-DISPLAY TO TN-CLOSED-DATE
           MOVE WS-TIMESTAMP TO TN-CLOSED-TIME
           MOVE TR-USER-ID TO TN-CLOSED-USER
           MOVE TR-TEXT TO TN-CLOSE-TEXT
           REWRITE TURNOVER-NOTE-RECORD
               INVALID KEY
                   MOVE 'NOTE FILE REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE.

       0040-REPORT-APPLIED.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING TR-ACTION DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               WS-NOTE-NUMBER DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TN-SITE-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TN-SHIFT-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TN-JOB-NAME DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TN-STATUS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TR-TEXT DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0045-REPORT-REJECT.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING TR-ACTION DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               TR-NOTE-NUMBER DELIMITED BY SIZE
               ' REJECTED: ' DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

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

       0070-LIST-OPEN-NOTES.
           *> Every note still waiting to be closed, at every site,
           *> so the report shows what the handovers will carry
           MOVE 'N' TO WS-NOTE-EOF-SWITCH
           MOVE 'NOTES STILL OPEN:' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LIST-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO TN-NOTE-NUMBER
           START NOTE-FILE KEY NOT < TN-NOTE-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-NOTE-EOF-SWITCH
           END-START
           PERFORM 0075-LIST-ONE-NOTE
               UNTIL WS-NOTE-EOF-SWITCH = 'Y'
           MOVE WS-LISTED-COUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'NOTES OPEN: ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0075-LIST-ONE-NOTE.
           READ NOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-NOTE-EOF-SWITCH
               NOT AT END
                   IF TN-STATUS = 'OPEN'
                       MOVE TN-NOTE-NUMBER TO WS-LST-NOTE-NUMBER
                       MOVE TN-SITE-CODE TO WS-LST-SITE-CODE
                       MOVE TN-SHIFT-CODE TO WS-LST-SHIFT-CODE
                       MOVE TN-LOGGED-DATE TO WS-LST-LOGGED-DATE
                       MOVE TN-LOGGED-TIME TO WS-LST-LOGGED-TIME
                       MOVE TN-USER-ID TO WS-LST-USER-ID
                       MOVE TN-JOB-NAME TO WS-LST-JOB-NAME
                       MOVE TN-NOTE-TEXT TO WS-LST-NOTE-TEXT
                       MOVE WS-LIST-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                       ADD 1 TO WS-LISTED-COUNT
                   END-IF
           END-READ.

       0080-CLOSE-FILES.
           IF WS-NOTE-OPENED-OK = 'Y'
               CLOSE NOTE-FILE
           END-IF
           IF WS-REPORT-OPENED-OK = 'Y'
               CLOSE REPORT-FILE
           END-IF.

       8000-REPORT-FILE-ERROR.
           *> Shared handler announces the error, writes the central
           *> ERROR.LOG record and returns the standard severity,
           *> merged into this job's worst-so-far code
           MOVE 'NOTE-MAINT' TO FE-PROGRAM-NAME
           CALL 'FILEERR-SUB' USING FILE-ERROR-PARMS
           IF FE-SEVERITY > WS-RC
               MOVE FE-SEVERITY TO WS-RC
           END-IF.
