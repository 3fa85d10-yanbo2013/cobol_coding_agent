       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-MAINT.
       AUTHOR. COBOL-EXPERT.

       *> Operator master maintenance, following the SITE-MAINT
       *> model. The maintenance programs and the lock sweep used to
       *> accept any user id typed on their cards, so their audit
       *> logs recorded who someone claimed to be rather than who
       *> was allowed to act. This program owns the indexed operator
       *> master (OPERMAST.DAT, keyed by user id) that AUTHCHK-SUB
       *> now checks every such id against: the operator's name,
       *> role (V viewer, M maintainer, S supervisor), active or
       *> revoked status, the last day the authority holds good, and
       *> up to ten authorized site codes (*ALL in the first slot for
       *> every site). It applies a card file of ADD/CHANGE/DELETE
       *> transactions with field validation, and every authorized
       *> site must be on the site master.
       *>
       *> Each card names the supervisor requesting the change, who
       *> must be active, unexpired and a supervisor on this same
       *> master, and may not change or delete their own entry. A
       *> refused requester is rejected with the reason on the
       *> report and written to the security violation log, the
       *> same SECVIOL.LOG AUTHCHK-SUB feeds. The one exception is
       *> the initial load: while the master holds no active
       *> supervisor at all, the requester cannot be checked, and
       *> the report says so. Every applied change writes an audit
       *> record with the full entry before and after, and the
       *> report ends with a listing of the master as it now stands.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-USER-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "OPERTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "OPERAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT VIOLATION-LOG-FILE ASSIGN TO "SECVIOL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OPERMAINT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       *> One card per requested change: action A/C/D, the operator
       *> being maintained, then the full new entry (blank for
       *> deletes) and the requesting supervisor's id. A CHANGE
       *> replaces every field, so the card always carries the whole
       *> entry as it should stand
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TR-ACTION PIC X(1).
           05 TR-FILLER-1 PIC X.
           05 TR-USER-ID PIC X(8).
           05 TR-FILLER-2 PIC X.
           05 TR-USER-NAME PIC X(30).
           05 TR-FILLER-3 PIC X.
           05 TR-ROLE PIC X(1).
           05 TR-FILLER-4 PIC X.
           05 TR-STATUS PIC X(1).
           05 TR-FILLER-5 PIC X.
           05 TR-EXPIRY-DATE PIC X(10).
           05 TR-SITE-SLOT OCCURS 10 TIMES.
               10 TR-SITE-FILLER PIC X.
               10 TR-AUTH-SITE PIC X(4).
           05 TR-FILLER-6 PIC X.
           05 TR-REQUEST-USER PIC X(8).

       *> One line per applied change: when, what, for whom, by
       *> whom, and the whole entry before and after, so audit can
       *> reconstruct anyone's authority as it stood on any night
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 OA-DATE PIC X(10).
           05 OA-FILLER-1 PIC X.
           05 OA-TIME PIC X(8).
           05 OA-FILLER-2 PIC X.
           05 OA-ACTION PIC X(6).
           05 OA-FILLER-3 PIC X.
           05 OA-USER-ID PIC X(8).
           05 OA-FILLER-4 PIC X.
           05 OA-REQUEST-USER PIC X(8).
           05 OA-FILLER-5 PIC X.
           05 OA-OLD-ENTRY PIC X(82).
           05 OA-FILLER-6 PIC X.
           05 OA-NEW-ENTRY PIC X(82).

       FD  VIOLATION-LOG-FILE.
       COPY SECVIOL.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-TRANSACTION-STATUS PIC XX VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX VALUE '00'.
       01 WS-VIOLATION-LOG-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS PIC XX VALUE '00'.

       01 WS-TRAN-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-MASTER-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-MASTER-OPENED-OK PIC X VALUE 'N'.
       01 WS-REPORT-OPENED-OK PIC X VALUE 'N'.
       01 WS-AUDIT-OPENED-OK PIC X VALUE 'N'.
       01 WS-TRAN-VALID PIC X VALUE 'N'.
       01 WS-DATE-OK PIC X VALUE 'N'.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

       *> Y while the master holds no active supervisor: the first
       *> supervisors have to be loaded by someone the master cannot
       *> yet vouch for
       01 WS-INITIAL-LOAD PIC X VALUE 'Y'.

       *> Worst return code seen so far, posted to RETURN-CODE at exit
       01 WS-RC PIC 9(4) VALUE 0.

       01 WS-APPLIED-COUNT PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
       01 WS-VIOLATION-COUNT PIC 9(4) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
       01 WS-SITE-IDX PIC 9(4) VALUE 0.

       01 WS-EXPIRY-MONTH PIC 9(2) VALUE 0.
       01 WS-EXPIRY-DAY PIC 9(2) VALUE 0.

       *> The whole entry before and after, in the column order of
       *> the master record, carried into the audit line
       01 WS-OLD-ENTRY.
           05 WS-OLD-USER-NAME PIC X(30).
           05 WS-OLD-ROLE PIC X(1).
           05 WS-OLD-STATUS PIC X(1).
           05 WS-OLD-EXPIRY-DATE PIC X(10).
           05 WS-OLD-SITE-LIST PIC X(40).
       01 WS-NEW-ENTRY.
           05 WS-NEW-USER-NAME PIC X(30).
           05 WS-NEW-ROLE PIC X(1).
           05 WS-NEW-STATUS PIC X(1).
           05 WS-NEW-EXPIRY-DATE PIC X(10).
           05 WS-NEW-SITE-LIST.
               10 WS-NEW-AUTH-SITE OCCURS 10 TIMES PIC X(4).
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
       01 WS-LIST-HEADING PIC X(100) VALUE
           'USER ID  NAME                 R S EXPIRES    '
           & 'AUTHORIZED SITES'.
       01 WS-LIST-LINE.
           05 WS-LST-USER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-USER-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-ROLE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-EXPIRY-DATE PIC X(10).
           05 WS-LST-SITE-SLOT OCCURS 10 TIMES.
               10 FILLER PIC X(1).
               10 WS-LST-AUTH-SITE PIC X(4).

       *> Parameters for the shared BANNER-SUB startup-banner routine
       COPY BANNERPM.

       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       *> Parameters for the shared SITECHK-SUB site-master lookup
       COPY SITEPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
           PERFORM 0005-GET-TODAY
           PERFORM 0007-CALL-BANNER-SUB
           PERFORM 0010-OPEN-FILES
           IF WS-MASTER-OPENED-OK = 'Y'
               AND WS-REPORT-OPENED-OK = 'Y'
               AND WS-AUDIT-OPENED-OK = 'Y'
               PERFORM 0012-FIND-SUPERVISOR
               PERFORM 0015-WRITE-HEADINGS
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
           MOVE 'OPERMANT' TO BP-JOB-NAME
           MOVE WS-TODAY-DISPLAY TO BP-RUN-DATE
           MOVE 1 TO BP-STEP-NUMBER
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0010-OPEN-FILES.
           *> First-ever run has no master yet: create it empty, then
           *> reopen I-O, the same bootstrap SITE-MAINT uses
           OPEN I-O OPERATOR-MASTER-FILE
           IF WS-MASTER-STATUS = '35'
               OPEN OUTPUT OPERATOR-MASTER-FILE
               IF WS-MASTER-STATUS = '00'
                   CLOSE OPERATOR-MASTER-FILE
                   OPEN I-O OPERATOR-MASTER-FILE
               END-IF
           END-IF
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPENED-OK
           ELSE
               MOVE 'OPERMAST' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-MASTER-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS = '00'
               MOVE 'Y' TO WS-REPORT-OPENED-OK
           ELSE
               MOVE 'OPERMAINT' TO FE-FILE-NAME
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
               MOVE 'OPERAUDIT' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-AUDIT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0012-FIND-SUPERVISOR.
           *> One pass of the master before any card is applied: a
           *> single active supervisor anywhere ends the initial load
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           MOVE LOW-VALUES TO OM-USER-ID
           START OPERATOR-MASTER-FILE KEY NOT < OM-USER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           END-START
           PERFORM 0013-CHECK-ONE-SUPERVISOR
               UNTIL WS-MASTER-EOF-SWITCH = 'Y'.

       0013-CHECK-ONE-SUPERVISOR.
           READ OPERATOR-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   IF OM-ROLE = 'S' AND OM-STATUS = 'A'
                       AND (OM-EXPIRY-DATE = SPACES
                       OR OM-EXPIRY-DATE NOT < WS-TODAY-DISPLAY)
                       MOVE 'N' TO WS-INITIAL-LOAD
                       MOVE 'Y' TO WS-MASTER-EOF-SWITCH
                   END-IF
           END-READ.

       0015-WRITE-HEADINGS.
           STRING 'OPERATOR MASTER MAINTENANCE REPORT  RUN '
               DELIMITED BY SIZE
               WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-INITIAL-LOAD = 'Y'
               MOVE 'INITIAL LOAD: NO ACTIVE SUPERVISOR ON MASTER, '
                   & 'REQUESTERS NOT CHECKED' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE 'ACT USER ID  ROLE/STATUS/EXPIRY BEFORE AND AFTER OR '
               & 'REJECT REASON' TO REPORT-LINE
           WRITE REPORT-LINE.

       0020-PROCESS-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = '00'
               PERFORM 0021-PROCESS-ONE-TRAN
                   UNTIL WS-TRAN-EOF-SWITCH = 'Y'
               CLOSE TRANSACTION-FILE
           ELSE
               MOVE 'OPERTRAN' TO FE-FILE-NAME
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
           *> Field validation first, then the requester's authority,
           *> then existence checks against the master: ADD must not
           *> find the key, CHANGE and DELETE must. The keyed read of
           *> the target comes last so the record area holds that
           *> operator's entry, not the requester's
           MOVE 'N' TO WS-TRAN-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-OLD-ENTRY
           IF TR-ACTION NOT = 'A' AND TR-ACTION NOT = 'C'
               AND TR-ACTION NOT = 'D'
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           ELSE
               IF TR-USER-ID = SPACES
                   MOVE 'USER ID MISSING' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND (TR-ACTION = 'A' OR TR-ACTION = 'C')
               PERFORM 0023-VALIDATE-FIELDS
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND WS-INITIAL-LOAD = 'N'
               PERFORM 0030-CHECK-REQUESTER
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE TR-USER-ID TO OM-USER-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       IF TR-ACTION = 'C' OR TR-ACTION = 'D'
                           MOVE 'USER NOT ON MASTER'
                               TO WS-REJECT-REASON
                       END-IF
                   NOT INVALID KEY
                       MOVE OM-USER-NAME TO WS-OLD-USER-NAME
                       MOVE OM-ROLE TO WS-OLD-ROLE
                       MOVE OM-STATUS TO WS-OLD-STATUS
                       MOVE OM-EXPIRY-DATE TO WS-OLD-EXPIRY-DATE
                       MOVE OM-SITE-LIST TO WS-OLD-SITE-LIST
                       IF TR-ACTION = 'A'
                           MOVE 'USER ALREADY ON MASTER'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE 'Y' TO WS-TRAN-VALID
           END-IF.

       0023-VALIDATE-FIELDS.
           *> An operator must be named, hold a known role and status,
           *> carry a real expiry date or none, and be authorized for
           *> at least one site
           IF TR-USER-NAME = SPACES
               MOVE 'OPERATOR NAME MISSING' TO WS-REJECT-REASON
           ELSE
               IF TR-ROLE NOT = 'V' AND TR-ROLE NOT = 'M'
                   AND TR-ROLE NOT = 'S'
                   MOVE 'INVALID ROLE' TO WS-REJECT-REASON
               ELSE
                   IF TR-STATUS NOT = 'A' AND TR-STATUS NOT = 'R'
                       MOVE 'INVALID OPERATOR STATUS'
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 0024-VALIDATE-EXPIRY
                       IF WS-DATE-OK = 'N'
                           MOVE 'INVALID EXPIRY DATE'
                               TO WS-REJECT-REASON
                       ELSE
                           IF TR-AUTH-SITE(1) = SPACES
                               MOVE 'NO AUTHORIZED SITES'
                                   TO WS-REJECT-REASON
                           ELSE
                               PERFORM 0025-CHECK-ONE-SITE
                                   VARYING WS-SITE-IDX FROM 1 BY 1
                                   UNTIL WS-SITE-IDX > 10
                                   OR WS-REJECT-REASON NOT = SPACES
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0024-VALIDATE-EXPIRY.
           *> Blank means no expiry; otherwise YYYY-MM-DD with a real
           *> month and a day of 01 to 31
           MOVE 'N' TO WS-DATE-OK
           IF TR-EXPIRY-DATE = SPACES
               MOVE 'Y' TO WS-DATE-OK
           ELSE
               IF TR-EXPIRY-DATE(1:4) IS NUMERIC
                   AND TR-EXPIRY-DATE(5:1) = '-'
                   AND TR-EXPIRY-DATE(6:2) IS NUMERIC
                   AND TR-EXPIRY-DATE(8:1) = '-'
                   AND TR-EXPIRY-DATE(9:2) IS NUMERIC
                   MOVE TR-EXPIRY-DATE(6:2) TO WS-EXPIRY-MONTH
                   MOVE TR-EXPIRY-DATE(9:2) TO WS-EXPIRY-DAY
                   IF WS-EXPIRY-MONTH > 0 AND WS-EXPIRY-MONTH < 13
                       AND WS-EXPIRY-DAY > 0 AND WS-EXPIRY-DAY < 32
                       MOVE 'Y' TO WS-DATE-OK
                   END-IF
               END-IF
           END-IF.

       0025-CHECK-ONE-SITE.
           *> *ALL is only meaningful standing alone in the first
           *> slot; any other code must be on the site master, open
           *> or closed, so a typo cannot grant authority over nothing
           IF TR-AUTH-SITE(WS-SITE-IDX) NOT = SPACES
               IF TR-AUTH-SITE(WS-SITE-IDX) = '*ALL'
                   IF WS-SITE-IDX > 1
                       MOVE '*ALL MUST BE THE ONLY SITE'
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF TR-AUTH-SITE(1) = '*ALL'
                       MOVE '*ALL MUST BE THE ONLY SITE'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE TR-AUTH-SITE(WS-SITE-IDX) TO SK-SITE-CODE
                       CALL 'SITECHK-SUB' USING SITE-CHECK-PARMS
                       EVALUATE SK-RESULT
                           WHEN 'Y'
                           WHEN 'C'
                               CONTINUE
                           WHEN 'N'
                               MOVE 'AUTHORIZED SITE NOT ON MASTER'
                                   TO WS-REJECT-REASON
                           WHEN OTHER
                               MOVE 'SITE MASTER UNAVAILABLE'
                                   TO WS-REJECT-REASON
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       0030-CHECK-REQUESTER.
           *> The same tests AUTHCHK-SUB applies, made here against
           *> the master this program already holds open, with the
           *> supervisor role required and one more: nobody maintains
           *> their own entry
           IF TR-REQUEST-USER = SPACES
               MOVE 'USER ID MISSING' TO WS-REJECT-REASON
           ELSE
               IF TR-REQUEST-USER = TR-USER-ID
                   MOVE 'CANNOT MAINTAIN OWN ENTRY'
                       TO WS-REJECT-REASON
               ELSE
                   MOVE TR-REQUEST-USER TO OM-USER-ID
                   READ OPERATOR-MASTER-FILE
                       INVALID KEY
                           MOVE 'USER NOT ON OPERATOR MASTER'
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           PERFORM 0032-JUDGE-REQUESTER
                   END-READ
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 0035-LOG-VIOLATION
           END-IF.

       0032-JUDGE-REQUESTER.
           IF OM-STATUS NOT = 'A'
               MOVE 'OPERATOR ACCESS REVOKED' TO WS-REJECT-REASON
           ELSE
               IF OM-EXPIRY-DATE NOT = SPACES
                   AND OM-EXPIRY-DATE < WS-TODAY-DISPLAY
                   MOVE 'OPERATOR AUTHORITY EXPIRED'
                       TO WS-REJECT-REASON
               ELSE
                   IF OM-ROLE NOT = 'S'
                       MOVE 'SUPERVISOR ROLE REQUIRED'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       0035-LOG-VIOLATION.
           *> Same record, same log, same tolerance as AUTHCHK-SUB: an
           *> unwritable log is announced and the card stays refused
           ADD 1 TO WS-VIOLATION-COUNT
           ACCEPT WS-TIME-OF-DAY FROM TIME
           STRING WS-TIME-OF-DAY(1:2) ':' WS-TIME-OF-DAY(3:2)
               ':' WS-TIME-OF-DAY(5:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           OPEN EXTEND VIOLATION-LOG-FILE
           IF WS-VIOLATION-LOG-STATUS = '35'
               OPEN OUTPUT VIOLATION-LOG-FILE
           END-IF
           IF WS-VIOLATION-LOG-STATUS = '00'
               MOVE SPACES TO SECURITY-VIOLATION-RECORD
               MOVE WS-TODAY-DISPLAY TO SV-DATE
               MOVE WS-TIMESTAMP TO SV-TIME
               MOVE 'OPER-MAINT' TO SV-PROGRAM-NAME
               MOVE TR-REQUEST-USER TO SV-USER-ID
               EVALUATE TR-ACTION
                   WHEN 'A'
                       MOVE 'ADD' TO SV-FUNCTION
                   WHEN 'C'
                       MOVE 'CHANGE' TO SV-FUNCTION
                   WHEN OTHER
                       MOVE 'DELETE' TO SV-FUNCTION
               END-EVALUATE
               MOVE TR-USER-ID TO SV-DETAIL
               MOVE WS-REJECT-REASON TO SV-REASON
               WRITE SECURITY-VIOLATION-RECORD
               CLOSE VIOLATION-LOG-FILE
           ELSE
               MOVE 'SECVIOL' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-VIOLATION-LOG-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0026-APPLY-TRAN.
           MOVE SPACES TO WS-NEW-ENTRY
           EVALUATE TR-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO WS-ACTION-NAME
                   PERFORM 0028-FILL-MASTER-FIELDS
                   WRITE OPERATOR-MASTER-RECORD
                       INVALID KEY
                           MOVE 'MASTER WRITE FAILED'
                               TO WS-REJECT-REASON
                   END-WRITE
               WHEN 'C'
                   MOVE 'CHANGE' TO WS-ACTION-NAME
                   PERFORM 0028-FILL-MASTER-FIELDS
                   REWRITE OPERATOR-MASTER-RECORD
                       INVALID KEY
                           MOVE 'MASTER REWRITE FAILED'
                               TO WS-REJECT-REASON
                   END-REWRITE
               WHEN 'D'
                   MOVE 'DELETE' TO WS-ACTION-NAME
                   MOVE TR-USER-ID TO OM-USER-ID
                   DELETE OPERATOR-MASTER-FILE
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
           MOVE TR-USER-ID TO OM-USER-ID
           MOVE TR-USER-NAME TO OM-USER-NAME
           MOVE TR-ROLE TO OM-ROLE
           MOVE TR-STATUS TO OM-STATUS
           MOVE TR-EXPIRY-DATE TO OM-EXPIRY-DATE
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > 10
               MOVE TR-AUTH-SITE(WS-SITE-IDX)
                   TO OM-AUTH-SITE(WS-SITE-IDX)
               MOVE TR-AUTH-SITE(WS-SITE-IDX)
                   TO WS-NEW-AUTH-SITE(WS-SITE-IDX)
           END-PERFORM
           MOVE WS-TODAY-DISPLAY TO OM-MAINT-DATE
           MOVE TR-REQUEST-USER TO OM-MAINT-USER
           MOVE TR-USER-NAME TO WS-NEW-USER-NAME
           MOVE TR-ROLE TO WS-NEW-ROLE
           MOVE TR-STATUS TO WS-NEW-STATUS
           MOVE TR-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE.

       0040-REPORT-APPLIED.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING TR-ACTION DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               TR-USER-ID DELIMITED BY SIZE
               ' BEFORE: ' DELIMITED BY SIZE
               WS-OLD-ROLE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OLD-STATUS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OLD-EXPIRY-DATE DELIMITED BY SIZE
               ' AFTER: ' DELIMITED BY SIZE
               WS-NEW-ROLE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NEW-STATUS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NEW-EXPIRY-DATE DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               TR-REQUEST-USER DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0045-REPORT-REJECT.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING TR-ACTION DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               TR-USER-ID DELIMITED BY SIZE
               ' REJECTED: ' DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               ' REQUESTED BY ' DELIMITED BY SIZE
               TR-REQUEST-USER DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0050-WRITE-AUDIT.
           ACCEPT WS-TIME-OF-DAY FROM TIME
           STRING WS-TIME-OF-DAY(1:2) ':' WS-TIME-OF-DAY(3:2)
               ':' WS-TIME-OF-DAY(5:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-TODAY-DISPLAY TO OA-DATE
           MOVE WS-TIMESTAMP TO OA-TIME
           MOVE WS-ACTION-NAME TO OA-ACTION
           MOVE TR-USER-ID TO OA-USER-ID
           MOVE TR-REQUEST-USER TO OA-REQUEST-USER
           MOVE WS-OLD-ENTRY TO OA-OLD-ENTRY
           MOVE WS-NEW-ENTRY TO OA-NEW-ENTRY
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
           WRITE REPORT-LINE
           MOVE WS-VIOLATION-COUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'SECURITY VIOLATIONS:   ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0070-LIST-MASTER.
           *> The operator list as it now stands, revoked ids
           *> included, so the report doubles as the authority roster
           *> the security officer signs off
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           MOVE 'OPERATOR MASTER AFTER MAINTENANCE:' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LIST-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LOW-VALUES TO OM-USER-ID
           START OPERATOR-MASTER-FILE KEY NOT < OM-USER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           END-START
           PERFORM 0075-LIST-ONE-ENTRY
               UNTIL WS-MASTER-EOF-SWITCH = 'Y'
           MOVE WS-LISTED-COUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'OPERATORS ON MASTER: ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0075-LIST-ONE-ENTRY.
           READ OPERATOR-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO WS-LIST-LINE
                   MOVE OM-USER-ID TO WS-LST-USER-ID
                   MOVE OM-USER-NAME TO WS-LST-USER-NAME
                   MOVE OM-ROLE TO WS-LST-ROLE
                   MOVE OM-STATUS TO WS-LST-STATUS
                   MOVE OM-EXPIRY-DATE TO WS-LST-EXPIRY-DATE
                   PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                       UNTIL WS-SITE-IDX > 10
                       MOVE OM-AUTH-SITE(WS-SITE-IDX)
                           TO WS-LST-AUTH-SITE(WS-SITE-IDX)
                   END-PERFORM
                   MOVE WS-LIST-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-LISTED-COUNT
           END-READ.

       0080-CLOSE-FILES.
           IF WS-MASTER-OPENED-OK = 'Y'
               CLOSE OPERATOR-MASTER-FILE
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
           MOVE 'OPER-MAINT' TO FE-PROGRAM-NAME
           CALL 'FILEERR-SUB' USING FILE-ERROR-PARMS
           IF FE-SEVERITY > WS-RC
               MOVE FE-SEVERITY TO WS-RC
           END-IF.
