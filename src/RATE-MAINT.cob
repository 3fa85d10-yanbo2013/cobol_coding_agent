       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-MAINT.
       AUTHOR. COBOL-EXPERT.

       *> Chargeback rate maintenance, following the SITE-MAINT
       *> model. Finance sets what a site pays for the batch time its
       *> cycle uses, and the month-end chargeback (CHG-BACK) prices
       *> RUNHIST.DAT from the indexed rate master this program owns
       *> (RATEMAST.DAT, keyed by shift code): the rate per second of
       *> elapsed time on the shift, the flat charge for each rerun,
       *> and the percentage surcharge on the time charge of a run
       *> that starts outside its planned window. It applies a card
       *> file of ADD/CHANGE/DELETE transactions with field
       *> validation: the shift must be 1, 2 or 3, the same shifts
       *> PLAN-MAINT accepts, and every amount must be numeric. The
       *> rates are money, so each card's user id must belong to an
       *> active supervisor on the operator master; a refusal is
       *> rejected with the reason AUTHCHK-SUB gives and goes to the
       *> security violation log. Every applied change writes an
       *> audit record with the whole entry before and after, and
       *> the report ends with the rate table as it now stands.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-MASTER-FILE ASSIGN TO "RATEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-SHIFT-CODE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "RATETRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "RATEAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RATEMAINT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-MASTER-FILE.
       COPY RATEMAST.

       *> One card per requested change: action A/C/D, shift, then
       *> the full new entry (blank for deletes) and the requesting
       *> user's id. Amounts are punched as digits with implied
       *> decimals: rate 0000150 is 0.0150 a second, rerun charge
       *> 0002500 is 25.00, surcharge 02500 is 25.00 per cent
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TR-ACTION PIC X(1).
           05 TR-FILLER-1 PIC X.
           05 TR-SHIFT-CODE PIC X(1).
           05 TR-FILLER-2 PIC X.
           05 TR-DESCRIPTION PIC X(20).
           05 TR-FILLER-3 PIC X.
           05 TR-RATE-PER-SECOND PIC 9(3)V9(4).
           05 TR-FILLER-4 PIC X.
           05 TR-RERUN-CHARGE PIC 9(5)V99.
           05 TR-FILLER-5 PIC X.
           05 TR-SURCHARGE-PCT PIC 9(3)V99.
           05 TR-FILLER-6 PIC X.
           05 TR-USER-ID PIC X(8).

       *> One line per applied change: when, what, by whom, and the
       *> whole entry before and after, so finance can show which
       *> rates were in force on any month end
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 RA-DATE PIC X(10).
           05 RA-FILLER-1 PIC X.
           05 RA-TIME PIC X(8).
           05 RA-FILLER-2 PIC X.
           05 RA-ACTION PIC X(6).
           05 RA-FILLER-3 PIC X.
           05 RA-SHIFT-CODE PIC X(1).
           05 RA-FILLER-4 PIC X.
           05 RA-USER-ID PIC X(8).
           05 RA-FILLER-5 PIC X.
           05 RA-OLD-ENTRY PIC X(39).
           05 RA-FILLER-6 PIC X.
           05 RA-NEW-ENTRY PIC X(39).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

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

       *> The whole entry before and after, in the column order of
       *> the master record, carried into the audit line
       01 WS-OLD-ENTRY.
           05 WS-OLD-DESCRIPTION PIC X(20).
           05 WS-OLD-RATE-PER-SECOND PIC 9(3)V9(4).
           05 WS-OLD-RERUN-CHARGE PIC 9(5)V99.
           05 WS-OLD-SURCHARGE-PCT PIC 9(3)V99.
       01 WS-NEW-ENTRY.
           05 WS-NEW-DESCRIPTION PIC X(20).
           05 WS-NEW-RATE-PER-SECOND PIC 9(3)V9(4).
           05 WS-NEW-RERUN-CHARGE PIC 9(5)V99.
           05 WS-NEW-SURCHARGE-PCT PIC 9(3)V99.
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
       01 WS-RATE-DISPLAY PIC ZZ9.9999.
       01 WS-CHARGE-DISPLAY PIC ZZZZ9.99.
       01 WS-PCT-DISPLAY PIC ZZ9.99.
       01 WS-LIST-HEADING PIC X(100) VALUE
           'S DESCRIPTION          RATE/SEC  RERUN CHG  OUT-WIN %  '
           & 'MAINTAINED  BY'.
       01 WS-LIST-LINE.
           05 WS-LST-SHIFT-CODE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-DESCRIPTION PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-RATE-PER-SECOND PIC ZZ9.9999.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-LST-RERUN-CHARGE PIC ZZZZ9.99.
           05 FILLER PIC X(5) VALUE SPACES.
           05 WS-LST-SURCHARGE-PCT PIC ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LST-MAINT-DATE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-LST-MAINT-USER PIC X(8).

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
           MOVE 'RATEMANT' TO BP-JOB-NAME
           MOVE WS-TODAY-DISPLAY TO BP-RUN-DATE
           MOVE 1 TO BP-STEP-NUMBER
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0010-OPEN-FILES.
           *> First-ever run has no master yet: create it empty, then
           *> reopen I-O, the same bootstrap PLAN-MAINT uses
           OPEN I-O RATE-MASTER-FILE
           IF WS-MASTER-STATUS = '35'
               OPEN OUTPUT RATE-MASTER-FILE
               IF WS-MASTER-STATUS = '00'
                   CLOSE RATE-MASTER-FILE
                   OPEN I-O RATE-MASTER-FILE
               END-IF
           END-IF
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPENED-OK
           ELSE
               MOVE 'RATEMAST' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-MASTER-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS = '00'
               MOVE 'Y' TO WS-REPORT-OPENED-OK
               PERFORM 0015-WRITE-HEADINGS
           ELSE
               MOVE 'RATEMAINT' TO FE-FILE-NAME
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
               MOVE 'RATEAUDIT' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-AUDIT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0015-WRITE-HEADINGS.
           STRING 'CHARGEBACK RATE MAINTENANCE REPORT  RUN '
               DELIMITED BY SIZE
               WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACT SHIFT RATE/RERUN/SURCHARGE BEFORE AND AFTER OR '
               & 'REJECT REASON' TO REPORT-LINE
           WRITE REPORT-LINE.

       0020-PROCESS-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = '00'
               PERFORM 0021-PROCESS-ONE-TRAN
                   UNTIL WS-TRAN-EOF-SWITCH = 'Y'
               CLOSE TRANSACTION-FILE
           ELSE
               MOVE 'RATETRAN' TO FE-FILE-NAME
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
           *> Field validation first, then the operator's authority,
           *> then existence checks against the master: ADD must not
           *> find the shift, CHANGE and DELETE must
           MOVE 'N' TO WS-TRAN-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-OLD-DESCRIPTION
           MOVE ZEROS TO WS-OLD-RATE-PER-SECOND
           MOVE ZEROS TO WS-OLD-RERUN-CHARGE
           MOVE ZEROS TO WS-OLD-SURCHARGE-PCT
           IF TR-ACTION NOT = 'A' AND TR-ACTION NOT = 'C'
               AND TR-ACTION NOT = 'D'
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           ELSE
               IF TR-SHIFT-CODE NOT = '1'
                   AND TR-SHIFT-CODE NOT = '2'
                   AND TR-SHIFT-CODE NOT = '3'
                   MOVE 'INVALID SHIFT CODE' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND (TR-ACTION = 'A' OR TR-ACTION = 'C')
               PERFORM 0023-VALIDATE-FIELDS
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 0027-CHECK-OPERATOR
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE TR-SHIFT-CODE TO RT-SHIFT-CODE
               READ RATE-MASTER-FILE
                   INVALID KEY
                       IF TR-ACTION = 'C' OR TR-ACTION = 'D'
                           MOVE 'SHIFT NOT ON RATE MASTER'
                               TO WS-REJECT-REASON
                       END-IF
                   NOT INVALID KEY
                       MOVE RT-DESCRIPTION TO WS-OLD-DESCRIPTION
                       MOVE RT-RATE-PER-SECOND
                           TO WS-OLD-RATE-PER-SECOND
                       MOVE RT-RERUN-CHARGE TO WS-OLD-RERUN-CHARGE
                       MOVE RT-SURCHARGE-PCT TO WS-OLD-SURCHARGE-PCT
                       IF TR-ACTION = 'A'
                           MOVE 'SHIFT ALREADY ON RATE MASTER'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE 'Y' TO WS-TRAN-VALID
           END-IF.

       0023-VALIDATE-FIELDS.
           *> Every amount must be punched as digits; a zero rate is
           *> allowed, for a shift finance has decided not to charge
           IF TR-DESCRIPTION = SPACES
               MOVE 'DESCRIPTION MISSING' TO WS-REJECT-REASON
           ELSE
               IF TR-RATE-PER-SECOND IS NOT NUMERIC
                   MOVE 'INVALID RATE PER SECOND' TO WS-REJECT-REASON
               ELSE
                   IF TR-RERUN-CHARGE IS NOT NUMERIC
                       MOVE 'INVALID RERUN CHARGE'
                           TO WS-REJECT-REASON
                   ELSE
                       IF TR-SURCHARGE-PCT IS NOT NUMERIC
                           MOVE 'INVALID SURCHARGE PERCENT'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0027-CHECK-OPERATOR.
           *> Rates apply to every site, so the check is for a
           *> supervisor with no particular site; a missing user id
           *> is refused here too and lands on the violation log
           MOVE 'RATE-MAINT' TO AK-PROGRAM-NAME
           MOVE TR-USER-ID TO AK-USER-ID
           MOVE SPACES TO AK-SITE-CODE
           MOVE 'S' TO AK-REQUIRED-ROLE
           EVALUATE TR-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO AK-FUNCTION
               WHEN 'C'
                   MOVE 'CHANGE' TO AK-FUNCTION
               WHEN OTHER
                   MOVE 'DELETE' TO AK-FUNCTION
           END-EVALUATE
           MOVE SPACES TO AK-DETAIL
           STRING 'SHIFT ' TR-SHIFT-CODE
               DELIMITED BY SIZE INTO AK-DETAIL
           CALL 'AUTHCHK-SUB' USING AUTH-CHECK-PARMS
           IF AK-RESULT NOT = 'Y'
               MOVE AK-REASON TO WS-REJECT-REASON
           END-IF.

       0026-APPLY-TRAN.
           MOVE SPACES TO WS-NEW-DESCRIPTION
           MOVE ZEROS TO WS-NEW-RATE-PER-SECOND
           MOVE ZEROS TO WS-NEW-RERUN-CHARGE
           MOVE ZEROS TO WS-NEW-SURCHARGE-PCT
           EVALUATE TR-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO WS-ACTION-NAME
                   PERFORM 0028-FILL-MASTER-FIELDS
                   WRITE RATE-MASTER-RECORD
                       INVALID KEY
                           MOVE 'MASTER WRITE FAILED'
                               TO WS-REJECT-REASON
                   END-WRITE
               WHEN 'C'
                   MOVE 'CHANGE' TO WS-ACTION-NAME
                   PERFORM 0028-FILL-MASTER-FIELDS
                   REWRITE RATE-MASTER-RECORD
                       INVALID KEY
                           MOVE 'MASTER REWRITE FAILED'
                               TO WS-REJECT-REASON
                   END-REWRITE
               WHEN 'D'
                   MOVE 'DELETE' TO WS-ACTION-NAME
                   MOVE TR-SHIFT-CODE TO RT-SHIFT-CODE
                   DELETE RATE-MASTER-FILE
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

       0028-FILL-MASTER-FIELDS.
           MOVE TR-SHIFT-CODE TO RT-SHIFT-CODE
           MOVE TR-DESCRIPTION TO RT-DESCRIPTION
           MOVE TR-RATE-PER-SECOND TO RT-RATE-PER-SECOND
           MOVE TR-RERUN-CHARGE TO RT-RERUN-CHARGE
           MOVE TR-SURCHARGE-PCT TO RT-SURCHARGE-PCT
           MOVE WS-TODAY-DISPLAY TO RT-MAINT-DATE
           MOVE TR-USER-ID TO RT-MAINT-USER
           MOVE TR-DESCRIPTION TO WS-NEW-DESCRIPTION
           MOVE TR-RATE-PER-SECOND TO WS-NEW-RATE-PER-SECOND
           MOVE TR-RERUN-CHARGE TO WS-NEW-RERUN-CHARGE
           MOVE TR-SURCHARGE-PCT TO WS-NEW-SURCHARGE-PCT.

       0040-REPORT-APPLIED.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING TR-ACTION DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               TR-SHIFT-CODE DELIMITED BY SIZE
               '     BEFORE: ' DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-OLD-RATE-PER-SECOND TO WS-RATE-DISPLAY
           MOVE WS-OLD-RERUN-CHARGE TO WS-CHARGE-DISPLAY
           MOVE WS-OLD-SURCHARGE-PCT TO WS-PCT-DISPLAY
           MOVE WS-RATE-DISPLAY TO WS-DETAIL-LINE(20:8)
           MOVE WS-CHARGE-DISPLAY TO WS-DETAIL-LINE(29:8)
           MOVE WS-PCT-DISPLAY TO WS-DETAIL-LINE(38:6)
           MOVE 'AFTER:' TO WS-DETAIL-LINE(46:6)
           MOVE WS-NEW-RATE-PER-SECOND TO WS-RATE-DISPLAY
           MOVE WS-NEW-RERUN-CHARGE TO WS-CHARGE-DISPLAY
           MOVE WS-NEW-SURCHARGE-PCT TO WS-PCT-DISPLAY
           MOVE WS-RATE-DISPLAY TO WS-DETAIL-LINE(53:8)
           MOVE WS-CHARGE-DISPLAY TO WS-DETAIL-LINE(62:8)
           MOVE WS-PCT-DISPLAY TO WS-DETAIL-LINE(71:6)
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0045-REPORT-REJECT.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING TR-ACTION DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               TR-SHIFT-CODE DELIMITED BY SIZE
               '     REJECTED: ' DELIMITED BY SIZE
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
           MOVE WS-TODAY-DISPLAY TO RA-DATE
           MOVE WS-TIMESTAMP TO RA-TIME
           MOVE WS-ACTION-NAME TO RA-ACTION
           MOVE TR-SHIFT-CODE TO RA-SHIFT-CODE
           MOVE TR-USER-ID TO RA-USER-ID
           MOVE WS-OLD-ENTRY TO RA-OLD-ENTRY
           MOVE WS-NEW-ENTRY TO RA-NEW-ENTRY
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
           *> The rate table as it now stands, which is what the
           *> next month-end chargeback will price from
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           MOVE 'RATE MASTER AFTER MAINTENANCE:' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LIST-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LOW-VALUES TO RT-SHIFT-CODE
           START RATE-MASTER-FILE KEY NOT < RT-SHIFT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           END-START
           PERFORM 0075-LIST-ONE-ENTRY
               UNTIL WS-MASTER-EOF-SWITCH = 'Y'
           MOVE WS-LISTED-COUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'SHIFTS ON RATE MASTER: ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0075-LIST-ONE-ENTRY.
           READ RATE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   MOVE RT-SHIFT-CODE TO WS-LST-SHIFT-CODE
                   MOVE RT-DESCRIPTION TO WS-LST-DESCRIPTION
                   MOVE RT-RATE-PER-SECOND TO WS-LST-RATE-PER-SECOND
                   MOVE RT-RERUN-CHARGE TO WS-LST-RERUN-CHARGE
                   MOVE RT-SURCHARGE-PCT TO WS-LST-SURCHARGE-PCT
                   MOVE RT-MAINT-DATE TO WS-LST-MAINT-DATE
                   MOVE RT-MAINT-USER TO WS-LST-MAINT-USER
                   MOVE WS-LIST-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-LISTED-COUNT
           END-READ.

       0080-CLOSE-FILES.
           IF WS-MASTER-OPENED-OK = 'Y'
               CLOSE RATE-MASTER-FILE
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
           MOVE 'RATE-MAINT' TO FE-PROGRAM-NAME
           CALL 'FILEERR-SUB' USING FILE-ERROR-PARMS
           IF FE-SEVERITY > WS-RC
               MOVE FE-SEVERITY TO WS-RC
           END-IF.
