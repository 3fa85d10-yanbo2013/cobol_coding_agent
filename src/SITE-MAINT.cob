       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITE-MAINT.
       AUTHOR. COBOL-EXPERT.

       *> Site master maintenance, following the PLAN-MAINT model.
       *> Site codes used to be scattered: SITEDIR was a bare list of
       *> codes in slot order, LOG-MERGE had the four SITELOG slots
       *> written into it, and nothing stopped a maintenance card or
       *> the CONTROLCARD from naming a site that does not exist.
       *> This program owns the indexed site master (SITEMAST.DAT,
       *> keyed by site code): name, region, active/closed status,
       *> the name of the file the site's nightly log arrives in,
       *> its time-zone offset and the local contact. It applies a
       *> card file of ADD/CHANGE/DELETE transactions with field
       *> validation: status must be A or C, the offset must read
       *> +HH:MM or -HH:MM, and the transmission file must be one of
       *> LOG-MERGE's slots SITELOG1 to SITELOG4. Sites may share a
       *> slot, since each site's block in a transmission is closed
       *> by its own control trailer, so a fifth site is opened on
       *> one of the four slots rather than by a change to
       *> LOG-MERGE. Every applied change writes an audit record
       *> with the full entry before and after, and the report ends
       *> with a listing of the master as it now stands. Opening a
       *> new site is an ADD here; closing one is a CHANGE to status
       *> C, which keeps its history readable while LOG-MERGE and
       *> CORP-RPT stop expecting it and SITECHK-SUB stops accepting
       *> it.
       *> Each site also carries its agreed cycle-release deadline as
       *> HH:MM head-office time, which the monthly service-level
       *> report measures CYCLE-GATE's releases against; it rides at
       *> the end of the card so older cards still read the same.
       *>
       *> The user id on each card must belong to an active,
       *> unexpired supervisor on the operator master, checked by
       *> AUTHCHK-SUB with no particular site as RATE-MAINT does,
       *> or the card is rejected with the reason it gives and the
       *> attempt goes to the security violation log.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SITE-CODE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "SITETRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "SITEAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SITEMAINT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-MASTER-FILE.
       COPY SITEMAST.

       *> One card per requested change: action A/C/D, site, then
       *> the full new entry (blank for deletes) and the requesting
       *> user's id. A CHANGE replaces every field, so the card
       *> always carries the whole entry as it should stand
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05 TR-ACTION PIC X(1).
           05 TR-FILLER-1 PIC X.
           05 TR-SITE-CODE PIC X(4).
           05 TR-FILLER-2 PIC X.
           05 TR-SITE-NAME PIC X(30).
           05 TR-FILLER-3 PIC X.
           05 TR-REGION PIC X(10).
           05 TR-FILLER-4 PIC X.
           05 TR-STATUS PIC X(1).
           05 TR-FILLER-5 PIC X.
           05 TR-TRANSMIT-FILE PIC X(12).
           05 TR-FILLER-6 PIC X.
           05 TR-TZ-OFFSET PIC X(6).
           05 TR-FILLER-7 PIC X.
           05 TR-CONTACT PIC X(30).
           05 TR-FILLER-8 PIC X.
           05 TR-USER-ID PIC X(8).
           05 TR-FILLER-9 PIC X.
           05 TR-RELEASE-DEADLINE PIC X(5).

       *> One line per applied change: when, what, by whom, and the
       *> whole entry before and after, so audit can reconstruct the
       *> site list as it stood on any night
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 SA-DATE PIC X(10).
           05 SA-FILLER-1 PIC X.
           05 SA-TIME PIC X(8).
           05 SA-FILLER-2 PIC X.
           05 SA-ACTION PIC X(6).
           05 SA-FILLER-3 PIC X.
           05 SA-SITE-CODE PIC X(4).
           05 SA-FILLER-4 PIC X.
           05 SA-USER-ID PIC X(8).
           05 SA-FILLER-5 PIC X.
           05 SA-OLD-ENTRY PIC X(94).
           05 SA-FILLER-6 PIC X.
           05 SA-NEW-ENTRY PIC X(94).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(110).

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
       01 WS-OFFSET-OK PIC X VALUE 'N'.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.

       *> Worst return code seen so far, posted to RETURN-CODE at exit
       01 WS-RC PIC 9(4) VALUE 0.

       01 WS-APPLIED-COUNT PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(4) VALUE 0.

       01 WS-OFFSET-HOURS PIC 9(2) VALUE 0.
       01 WS-OFFSET-MINUTES PIC 9(2) VALUE 0.
       01 WS-DEADLINE-OK PIC X VALUE 'N'.
       01 WS-SLOT-FILE-OK PIC X VALUE 'N'.

       *> The whole entry before and after, in the column order of
       *> the master record, carried into the audit line
       01 WS-OLD-ENTRY.
           05 WS-OLD-SITE-NAME PIC X(30).
           05 WS-OLD-REGION PIC X(10).
           05 WS-OLD-STATUS PIC X(1).
           05 WS-OLD-TRANSMIT-FILE PIC X(12).
           05 WS-OLD-TZ-OFFSET PIC X(6).
           05 WS-OLD-CONTACT PIC X(30).
           05 WS-OLD-RELEASE-DEADLINE PIC X(5).
       01 WS-NEW-ENTRY.
           05 WS-NEW-SITE-NAME PIC X(30).
           05 WS-NEW-REGION PIC X(10).
           05 WS-NEW-STATUS PIC X(1).
           05 WS-NEW-TRANSMIT-FILE PIC X(12).
           05 WS-NEW-TZ-OFFSET PIC X(6).
           05 WS-NEW-CONTACT PIC X(30).
           05 WS-NEW-RELEASE-DEADLINE PIC X(5).
       01 WS-ACTION-NAME PIC X(6) VALUE SPACES.

       01 WS-TODAY.
           05 WS-TD-YYYY PIC 9(4).
           05 WS-TD-MM PIC 9(2).
           05 WS-TD-DD PIC 9(2).
       01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.
       01 WS-TIME-OF-DAY PIC 9(8) VALUE ZEROS.
       01 WS-TIMESTAMP PIC X(8) VALUE SPACES.

       01 WS-HEADING-1 PIC X(110) VALUE SPACES.
       01 WS-DETAIL-LINE PIC X(110) VALUE SPACES.
       01 WS-TOTAL-LINE PIC X(110) VALUE SPACES.
       01 WS-TOTAL-DISPLAY PIC ZZZ9.
       01 WS-LIST-HEADING PIC X(110) VALUE
           'SITE NAME                           REGION     S '
           & 'TRANSMIT     TZ     DUE   CONTACT'.
       01 WS-LIST-LINE.
           05 WS-LST-SITE-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-SITE-NAME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-REGION PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-TRANSMIT-FILE PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-TZ-OFFSET PIC X(6).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-RELEASE-DEADLINE PIC X(5).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-LST-CONTACT PIC X(30).

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
           MOVE 'SITEMANT' TO BP-JOB-NAME
           MOVE WS-TODAY-DISPLAY TO BP-RUN-DATE
           MOVE 1 TO BP-STEP-NUMBER
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0010-OPEN-FILES.
           *> First-ever run has no master yet: create it empty, then
           *> reopen I-O, the same bootstrap PLAN-MAINT uses
           OPEN I-O SITE-MASTER-FILE
           IF WS-MASTER-STATUS = '35'
               OPEN OUTPUT SITE-MASTER-FILE
               IF WS-MASTER-STATUS = '00'
                   CLOSE SITE-MASTER-FILE
                   OPEN I-O SITE-MASTER-FILE
               END-IF
           END-IF
           IF WS-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-OPENED-OK
           ELSE
               MOVE 'SITEMAST' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-MASTER-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS = '00'
               MOVE 'Y' TO WS-REPORT-OPENED-OK
               PERFORM 0015-WRITE-HEADINGS
           ELSE
               MOVE 'SITEMAINT' TO FE-FILE-NAME
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
               MOVE 'SITEAUDIT' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-AUDIT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0015-WRITE-HEADINGS.
           STRING 'SITE MASTER MAINTENANCE REPORT  RUN '
               DELIMITED BY SIZE
               WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACT SITE STATUS/FILE/OFFSET BEFORE AND AFTER OR '
               & 'REJECT REASON' TO REPORT-LINE
           WRITE REPORT-LINE.

       0020-PROCESS-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = '00'
               PERFORM 0021-PROCESS-ONE-TRAN
                   UNTIL WS-TRAN-EOF-SWITCH = 'Y'
               CLOSE TRANSACTION-FILE
           ELSE
               MOVE 'SITETRAN' TO FE-FILE-NAME
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
           *> Field validation first, then the transmission-file
           *> clash scan, then existence checks against the master:
           *> ADD must not find the key, CHANGE and DELETE must. The
           *> keyed read comes last so the record area holds this
           *> site's entry, not the last one the scan passed over
           MOVE 'N' TO WS-TRAN-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-OLD-ENTRY
           IF TR-ACTION NOT = 'A' AND TR-ACTION NOT = 'C'
               AND TR-ACTION NOT = 'D'
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           ELSE
               IF TR-SITE-CODE = SPACES
                   MOVE 'SITE CODE MISSING' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND (TR-ACTION = 'A' OR TR-ACTION = 'C')
               PERFORM 0023-VALIDATE-FIELDS
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 0030-CHECK-OPERATOR
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE TR-SITE-CODE TO SM-SITE-CODE
               READ SITE-MASTER-FILE
                   INVALID KEY
                       IF TR-ACTION = 'C' OR TR-ACTION = 'D'
                           MOVE 'SITE NOT ON MASTER'
                               TO WS-REJECT-REASON
                       END-IF
                   NOT INVALID KEY
                       MOVE SM-SITE-NAME TO WS-OLD-SITE-NAME
                       MOVE SM-REGION TO WS-OLD-REGION
                       MOVE SM-STATUS TO WS-OLD-STATUS
                       MOVE SM-TRANSMIT-FILE TO WS-OLD-TRANSMIT-FILE
                       MOVE SM-TZ-OFFSET TO WS-OLD-TZ-OFFSET
                       MOVE SM-CONTACT TO WS-OLD-CONTACT
                       MOVE SM-RELEASE-DEADLINE
                           TO WS-OLD-RELEASE-DEADLINE
                       IF TR-ACTION = 'A'
                           MOVE 'SITE ALREADY ON MASTER'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE 'Y' TO WS-TRAN-VALID
           END-IF.

       0023-VALIDATE-FIELDS.
           *> A site must be named, must say whether it is active or
           *> closed, must name the SITELOG slot its log arrives in,
           *> and must carry a real offset from head-office time
           IF TR-SITE-NAME = SPACES
               MOVE 'SITE NAME MISSING' TO WS-REJECT-REASON
           ELSE
               IF TR-STATUS NOT = 'A' AND TR-STATUS NOT = 'C'
                   MOVE 'INVALID SITE STATUS' TO WS-REJECT-REASON
               ELSE
                   IF TR-TRANSMIT-FILE = SPACES
                       MOVE 'TRANSMIT FILE MISSING'
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 0032-VALIDATE-SLOT-FILE
                       IF WS-SLOT-FILE-OK = 'N'
                           MOVE 'TRANSMIT FILE NOT SITELOG1-4'
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM 0024-VALIDATE-OFFSET
                           IF WS-OFFSET-OK = 'N'
                               MOVE 'INVALID TIME-ZONE OFFSET'
                                   TO WS-REJECT-REASON
                           ELSE
                               PERFORM 0029-VALIDATE-DEADLINE
                               IF WS-DEADLINE-OK = 'N'
                                   MOVE 'INVALID RELEASE DEADLINE'
                                       TO WS-REJECT-REASON
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0032-VALIDATE-SLOT-FILE.
           *> LOG-MERGE reads the nightly logs through four fixed
           *> slots, SITELOG1 to SITELOG4, so the transmission file
           *> must name one of them or the site would never be read.
           *> Any number of sites may name the same slot
           MOVE 'N' TO WS-SLOT-FILE-OK
           IF TR-TRANSMIT-FILE(1:7) = 'SITELOG'
               AND TR-TRANSMIT-FILE(9:4) = SPACES
               AND TR-TRANSMIT-FILE(8:1) >= '1'
               AND TR-TRANSMIT-FILE(8:1) <= '4'
               MOVE 'Y' TO WS-SLOT-FILE-OK
           END-IF.

       0024-VALIDATE-OFFSET.
           *> TR-TZ-OFFSET must look like +HH:MM or -HH:MM with HH no
           *> more than 14 and MM under 60, the span of real zones
           MOVE 'N' TO WS-OFFSET-OK
           IF (TR-TZ-OFFSET(1:1) = '+' OR TR-TZ-OFFSET(1:1) = '-')
               AND TR-TZ-OFFSET(2:2) IS NUMERIC
               AND TR-TZ-OFFSET(4:1) = ':'
               AND TR-TZ-OFFSET(5:2) IS NUMERIC
               MOVE TR-TZ-OFFSET(2:2) TO WS-OFFSET-HOURS
               MOVE TR-TZ-OFFSET(5:2) TO WS-OFFSET-MINUTES
               IF WS-OFFSET-HOURS NOT > 14
                   AND WS-OFFSET-MINUTES < 60
                   MOVE 'Y' TO WS-OFFSET-OK
               END-IF
           END-IF.

       0029-VALIDATE-DEADLINE.
           *> TR-RELEASE-DEADLINE is optional; when given it must be
           *> a real time of day as HH:MM
           MOVE 'N' TO WS-DEADLINE-OK
           IF TR-RELEASE-DEADLINE = SPACES
               MOVE 'Y' TO WS-DEADLINE-OK
           ELSE
               IF TR-RELEASE-DEADLINE(1:2) IS NUMERIC
                   AND TR-RELEASE-DEADLINE(3:1) = ':'
                   AND TR-RELEASE-DEADLINE(4:2) IS NUMERIC
                   AND TR-RELEASE-DEADLINE(1:2) < '24'
                   AND TR-RELEASE-DEADLINE(4:2) < '60'
                   MOVE 'Y' TO WS-DEADLINE-OK
               END-IF
           END-IF.

       0030-CHECK-OPERATOR.
           *> Opening, changing or closing a site affects every job
           *> and report that names it, so the check is for a
           *> supervisor with no particular site; a missing user id
           *> is refused here too and lands on the violation log
           MOVE 'SITE-MAINT' TO AK-PROGRAM-NAME
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
           STRING 'SITE ' TR-SITE-CODE
               DELIMITED BY SIZE INTO AK-DETAIL
           CALL 'AUTHCHK-SUB' USING AUTH-CHECK-PARMS
           IF AK-RESULT NOT = 'Y'
               MOVE AK-REASON TO WS-REJECT-REASON
           END-IF.

       0026-APPLY-TRAN.
           MOVE SPACES TO WS-NEW-ENTRY
           EVALUATE TR-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO WS-ACTION-NAME
                   PERFORM 0028-FILL-MASTER-FIELDS
                   WRITE SITE-MASTER-RECORD
                       INVALID KEY
                           MOVE 'MASTER WRITE FAILED'
                               TO WS-REJECT-REASON
                   END-WRITE
               WHEN 'C'
                   MOVE 'CHANGE' TO WS-ACTION-NAME
                   PERFORM 0028-FILL-MASTER-FIELDS
                   REWRITE SITE-MASTER-RECORD
                       INVALID KEY
                           MOVE 'MASTER REWRITE FAILED'
                               TO WS-REJECT-REASON
                   END-REWRITE
               WHEN 'D'
                   MOVE 'DELETE' TO WS-ACTION-NAME
                   MOVE TR-SITE-CODE TO SM-SITE-CODE
                   DELETE SITE-MASTER-FILE
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
           MOVE TR-SITE-CODE TO SM-SITE-CODE
           MOVE TR-SITE-NAME TO SM-SITE-NAME
           MOVE TR-REGION TO SM-REGION
           MOVE TR-STATUS TO SM-STATUS
           MOVE TR-TRANSMIT-FILE TO SM-TRANSMIT-FILE
           MOVE TR-TZ-OFFSET TO SM-TZ-OFFSET
           MOVE TR-CONTACT TO SM-CONTACT
           MOVE WS-TODAY-DISPLAY TO SM-MAINT-DATE
           MOVE TR-USER-ID TO SM-MAINT-USER
           MOVE TR-RELEASE-DEADLINE TO SM-RELEASE-DEADLINE
           MOVE TR-SITE-NAME TO WS-NEW-SITE-NAME
           MOVE TR-REGION TO WS-NEW-REGION
           MOVE TR-STATUS TO WS-NEW-STATUS
           MOVE TR-TRANSMIT-FILE TO WS-NEW-TRANSMIT-FILE
           MOVE TR-TZ-OFFSET TO WS-NEW-TZ-OFFSET
           MOVE TR-CONTACT TO WS-NEW-CONTACT
           MOVE TR-RELEASE-DEADLINE TO WS-NEW-RELEASE-DEADLINE.

       0040-REPORT-APPLIED.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING TR-ACTION DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               TR-SITE-CODE DELIMITED BY SIZE
               ' BEFORE: ' DELIMITED BY SIZE
               WS-OLD-STATUS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OLD-TRANSMIT-FILE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-OLD-TZ-OFFSET DELIMITED BY SIZE
               ' AFTER: ' DELIMITED BY SIZE
               WS-NEW-STATUS DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NEW-TRANSMIT-FILE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-NEW-TZ-OFFSET DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0045-REPORT-REJECT.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING TR-ACTION DELIMITED BY SIZE
               '   ' DELIMITED BY SIZE
               TR-SITE-CODE DELIMITED BY SIZE
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
           MOVE WS-TODAY-DISPLAY TO SA-DATE
           MOVE WS-TIMESTAMP TO SA-TIME
           MOVE WS-ACTION-NAME TO SA-ACTION
           MOVE TR-SITE-CODE TO SA-SITE-CODE
           MOVE TR-USER-ID TO SA-USER-ID
           MOVE WS-OLD-ENTRY TO SA-OLD-ENTRY
           MOVE WS-NEW-ENTRY TO SA-NEW-ENTRY
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
           *> The site list as it now stands, closed sites included,
           *> so the report doubles as the directory LOG-MERGE and
           *> CORP-RPT will work from tonight
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           MOVE 'SITE MASTER AFTER MAINTENANCE:' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LIST-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LOW-VALUES TO SM-SITE-CODE
           START SITE-MASTER-FILE KEY NOT < SM-SITE-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
           END-START
           PERFORM 0075-LIST-ONE-ENTRY
               UNTIL WS-MASTER-EOF-SWITCH = 'Y'
           MOVE WS-LISTED-COUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'SITES ON MASTER: ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0075-LIST-ONE-ENTRY.
           READ SITE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   MOVE SM-SITE-CODE TO WS-LST-SITE-CODE
                   MOVE SM-SITE-NAME TO WS-LST-SITE-NAME
                   MOVE SM-REGION TO WS-LST-REGION
                   MOVE SM-STATUS TO WS-LST-STATUS
                   MOVE SM-TRANSMIT-FILE TO WS-LST-TRANSMIT-FILE
                   MOVE SM-TZ-OFFSET TO WS-LST-TZ-OFFSET
                   MOVE SM-RELEASE-DEADLINE
                       TO WS-LST-RELEASE-DEADLINE
                   MOVE SM-CONTACT TO WS-LST-CONTACT
                   MOVE WS-LIST-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-LISTED-COUNT
           END-READ.

       0080-CLOSE-FILES.
           IF WS-MASTER-OPENED-OK = 'Y'
               CLOSE SITE-MASTER-FILE
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
           MOVE 'SITE-MAINT' TO FE-PROGRAM-NAME
           CALL 'FILEERR-SUB' USING FILE-ERROR-PARMS
           IF FE-SEVERITY > WS-RC
               MOVE FE-SEVERITY TO WS-RC
           END-IF.
