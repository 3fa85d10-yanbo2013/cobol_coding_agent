       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORP-LOAD.
       AUTHOR. COBOL-EXPERT.

       *> Corporate history load. LOG-MERGE rewrites CORPLOG.DAT from
       *> scratch every night, so on its own head office only ever
       *> holds last night's consolidated picture. This run posts
       *> each night's corporate master into the permanent indexed
       *> history CORPHIST.DAT, keyed by site, run date, time and
       *> program, which CORP-RPT reads to report any past date. A
       *> record already on the history is counted as a duplicate and
       *> skipped, never posted twice, so the same file can be loaded
       *> again after a rerun, and a site that was late or whose slot
       *> was quarantined and retransmitted is simply posted with the
       *> following night's merge on its own. An optional LOADCARD
       *> carries a source flag, R to load CORPLOAD.IN instead of
       *> CORPLOG.DAT (the operator points CORPLOAD.IN at a one-off
       *> merge of a retransmitted site, in the CORPLOG.DAT layout),
       *> and the earliest run date to check for outstanding sites
       *> (a week back from today when the card leaves it blank). Any
       *> other flag refuses the load with RC 12 rather than guess
       *> which file was meant.
       *>
       *> The load control report shows, per run date and site, the
       *> records added and the duplicates skipped, then every active
       *> site on the site master that still has nothing on the
       *> history for a date checked: each date in this load, and
       *> each date already on the history from the check date
       *> onward, so a site stays on the list night after night until
       *> its records are posted. Outstanding sites or rejected
       *> records give RC 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-CARD-FILE ASSIGN TO "LOADCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-CARD-STATUS.
           SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-SITE-CODE
               FILE STATUS IS WS-SITE-MASTER-STATUS.
           SELECT CORP-LOG-FILE ASSIGN TO "CORPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORP-LOG-STATUS.
           SELECT LOAD-IN-FILE ASSIGN TO "CORPLOAD.IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-IN-STATUS.
           SELECT CORP-HIST-FILE ASSIGN TO "CORPHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS WS-CORP-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CORPLOAD.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> One optional card: the file to load (R for CORPLOAD.IN,
       *> blank for CORPLOG.DAT) and the earliest run date to check
       *> for outstanding sites (blank for a week back from today)
       FD  LOAD-CARD-FILE.
       01  LOAD-CARD-RECORD.
           05 LC-LOAD-SOURCE PIC X(1).
           05 LC-FILLER-0 PIC X(11).
           05 LC-FILLER-1 PIC X.
           05 LC-CHECK-FROM-DATE PIC X(10).

       *> The site master: every active site is expected on the
       *> history for each date checked
       FD  SITE-MASTER-FILE.
       COPY SITEMAST.

       *> Tonight's corporate master from LOG-MERGE, or the one-off
       *> retransmitted merge; either is read into CORP-LOG-RECORD
       FD  CORP-LOG-FILE.
       01  CORP-LOG-IN-RECORD PIC X(61).

       FD  LOAD-IN-FILE.
       01  LOAD-IN-RECORD PIC X(61).

       FD  CORP-HIST-FILE.
       COPY CORPHIST.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOAD-CARD-STATUS PIC XX VALUE '00'.
       01 WS-SITE-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-CORP-LOG-STATUS PIC XX VALUE '00'.
       01 WS-LOAD-IN-STATUS PIC XX VALUE '00'.
       01 WS-CORP-HIST-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-HIST-OPENED-OK PIC X VALUE 'N'.
       01 WS-TALLY-FULL-SW PIC X VALUE 'N'.
       01 WS-DATE-FULL-SW PIC X VALUE 'N'.

       *> Worst return code seen so far, posted to RETURN-CODE at exit
       01 WS-RC PIC 9(4) VALUE 0.

       01 WS-LOAD-SOURCE PIC X VALUE SPACE.
       01 WS-LOAD-FILE-NAME PIC X(12) VALUE 'CORPLOG.DAT'.
       01 WS-CHECK-FROM-DATE PIC X(10) VALUE SPACES.

       *> How far back the outstanding check reaches by default
       01 WS-CHECK-DAYS PIC 9(4) VALUE 7.
       01 WS-CHECK-DAY-INT PIC 9(8) VALUE 0.
       01 WS-CHECK-YMD PIC 9(8) VALUE 0.

       *> Active sites from the site master
       01 WS-SITE-COUNT PIC 9(4) VALUE 0.
       01 WS-SITE-IDX PIC 9(4) VALUE 0.
       01 WS-SITE-FOUND PIC 9(4) VALUE 0.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 20 TIMES.
               10 WS-SITE-LIST-CODE PIC X(4).

       *> Records added and duplicates skipped per site and run date
       *> in this load
       01 WS-TALLY-COUNT PIC 9(4) VALUE 0.
       01 WS-TALLY-IDX PIC 9(4) VALUE 0.
       01 WS-TALLY-FOUND PIC 9(4) VALUE 0.
       01 WS-TALLY-TABLE.
           05 WS-TALLY-ENTRY OCCURS 200 TIMES.
               10 WS-TALLY-SITE-CODE PIC X(4).
               10 WS-TALLY-RUN-DATE PIC X(10).
               10 WS-TALLY-ADDED PIC 9(6).
               10 WS-TALLY-DUPLICATES PIC 9(6).

       *> Run dates checked for outstanding sites, in date order, and
       *> for each one which active sites have something on the
       *> history (one flag per site-table slot)
       01 WS-DATE-COUNT PIC 9(4) VALUE 0.
       01 WS-DATE-IDX PIC 9(4) VALUE 0.
       01 WS-DATE-FOUND PIC 9(4) VALUE 0.
       01 WS-DATE-SHIFT-IDX PIC 9(4) VALUE 0.
       01 WS-DATE-STOP-SW PIC X VALUE 'N'.
       01 WS-DATE-TABLE.
           05 WS-DATE-ENTRY OCCURS 31 TIMES.
               10 WS-DATE-RUN-DATE PIC X(10).
               10 WS-DATE-SITE-SW PIC X(1) OCCURS 20 TIMES.
       01 WS-DATE-CANDIDATE PIC X(10) VALUE SPACES.

       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-ADDED-COUNT PIC 9(6) VALUE 0.
       01 WS-DUPLICATE-COUNT PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
       01 WS-OUTSTANDING-COUNT PIC 9(4) VALUE 0.

       01 WS-TODAY.
           05 WS-TD-YYYY PIC 9(4).
           05 WS-TD-MM PIC 9(2).
           05 WS-TD-DD PIC 9(2).
       01 WS-TODAY-YMD REDEFINES WS-TODAY PIC 9(8).
       01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.
       01 WS-TIME-OF-DAY PIC 9(8) VALUE ZEROS.
       01 WS-TIMESTAMP PIC X(8) VALUE SPACES.

       *> The record being posted, whichever file it came from
       COPY CORPLOG.

       01 WS-HEADING-1 PIC X(80) VALUE SPACES.
       01 WS-HEADING-2 PIC X(80) VALUE
           'RUN DATE   SITE    ADDED  DUPLICATES'.
       01 WS-DETAIL-LINE.
           05 WS-DTL-RUN-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-SITE-CODE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-ADDED PIC ZZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WS-DTL-DUPLICATES PIC ZZZZZ9.
       01 WS-EXCEPTION-LINE PIC X(80) VALUE SPACES.
       01 WS-TOTAL-LINE PIC X(80) VALUE SPACES.
       01 WS-COUNT-DISPLAY PIC ZZZZZ9.

       *> Parameters for the shared BANNER-SUB startup-banner routine
       COPY BANNERPM.

       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
           PERFORM 0005-GET-TODAY
           PERFORM 0007-CALL-BANNER-SUB
           PERFORM 0010-GET-LOAD-CARD
           PERFORM 0015-LOAD-SITE-MASTER
           IF WS-LOAD-SOURCE NOT = SPACE
               AND WS-LOAD-SOURCE NOT = 'R'
               DISPLAY 'CORP-LOAD: LOADCARD SOURCE FLAG '
                   WS-LOAD-SOURCE ' IS NOT R OR BLANK, NOTHING LOADED'
               IF WS-RC < 12
                   MOVE 12 TO WS-RC
               END-IF
           ELSE
               PERFORM 0020-OPEN-HISTORY
           END-IF
           IF WS-HIST-OPENED-OK = 'Y'
               PERFORM 0030-POST-CORP-LOG
               PERFORM 0050-CHECK-OUTSTANDING
               CLOSE CORP-HIST-FILE
               PERFORM 0070-WRITE-CONTROL-REPORT
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
           MOVE 'CORPLOAD' TO BP-JOB-NAME
           MOVE WS-TODAY-DISPLAY TO BP-RUN-DATE
           MOVE 1 TO BP-STEP-NUMBER
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0010-GET-LOAD-CARD.
           COMPUTE WS-CHECK-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD) - WS-CHECK-DAYS
           COMPUTE WS-CHECK-YMD =
               FUNCTION DATE-OF-INTEGER(WS-CHECK-DAY-INT)
           STRING WS-CHECK-YMD(1:4) '-' WS-CHECK-YMD(5:2) '-'
               WS-CHECK-YMD(7:2)
               DELIMITED BY SIZE INTO WS-CHECK-FROM-DATE
           OPEN INPUT LOAD-CARD-FILE
           IF WS-LOAD-CARD-STATUS = '00'
               READ LOAD-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LC-LOAD-SOURCE TO WS-LOAD-SOURCE
                       IF WS-LOAD-SOURCE = 'R'
                           MOVE 'CORPLOAD.IN' TO WS-LOAD-FILE-NAME
                       END-IF
                       IF LC-CHECK-FROM-DATE NOT = SPACES
                           MOVE LC-CHECK-FROM-DATE
                               TO WS-CHECK-FROM-DATE
                       END-IF
               END-READ
               CLOSE LOAD-CARD-FILE
           ELSE
               IF WS-LOAD-CARD-STATUS NOT = '35'
                   MOVE 'LOADCARD' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-LOAD-CARD-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0015-LOAD-SITE-MASTER.
           *> Without a site master the load still posts; it just
           *> cannot say which sites are outstanding
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SITE-MASTER-FILE
           IF WS-SITE-MASTER-STATUS = '00'
               PERFORM 0017-LOAD-ONE-SITE
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE SITE-MASTER-FILE
           ELSE
               IF WS-SITE-MASTER-STATUS NOT = '35'
                   MOVE 'SITEMAST' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-SITE-MASTER-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0017-LOAD-ONE-SITE.
           READ SITE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF SM-STATUS = 'A'
                       IF WS-SITE-COUNT < 20
                           ADD 1 TO WS-SITE-COUNT
                           MOVE SM-SITE-CODE
                               TO WS-SITE-LIST-CODE(WS-SITE-COUNT)
                       ELSE
                           DISPLAY 'CORP-LOAD: MORE THAN 20 ACTIVE '
                               'SITES, SITE ' SM-SITE-CODE
                               ' NOT CHECKED'
                           IF WS-RC < 4
                               MOVE 4 TO WS-RC
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0020-OPEN-HISTORY.
           *> First-ever load has no history yet: create it empty,
           *> then reopen I-O, the same bootstrap the masters use
           OPEN I-O CORP-HIST-FILE
           IF WS-CORP-HIST-STATUS = '35'
               OPEN OUTPUT CORP-HIST-FILE
               IF WS-CORP-HIST-STATUS = '00'
                   CLOSE CORP-HIST-FILE
                   OPEN I-O CORP-HIST-FILE
               END-IF
           END-IF
           IF WS-CORP-HIST-STATUS = '00'
               MOVE 'Y' TO WS-HIST-OPENED-OK
           ELSE
               MOVE 'CORPHIST' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-CORP-HIST-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0030-POST-CORP-LOG.
           *> Each file has its own reads, so each has its own
           *> paragraph; both hand the record to the same posting
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-LOAD-SOURCE = 'R'
               PERFORM 0033-POST-LOAD-IN
           ELSE
               PERFORM 0031-POST-CORPLOG
           END-IF
           IF WS-TALLY-FULL-SW = 'Y'
               DISPLAY 'CORP-LOAD: MORE THAN 200 SITE/DATE PAIRS, '
                   'REMAINDER POSTED BUT NOT ITEMIZED'
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF.

       0031-POST-CORPLOG.
           OPEN INPUT CORP-LOG-FILE
           IF WS-CORP-LOG-STATUS = '00'
               PERFORM 0032-READ-ONE-CORPLOG
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE CORP-LOG-FILE
           ELSE
               MOVE 'CORPLOG' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-CORP-LOG-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0032-READ-ONE-CORPLOG.
           READ CORP-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE CORP-LOG-IN-RECORD TO CORP-LOG-RECORD
                   PERFORM 0035-POST-ONE-RECORD
           END-READ.

       0033-POST-LOAD-IN.
           OPEN INPUT LOAD-IN-FILE
           IF WS-LOAD-IN-STATUS = '00'
               PERFORM 0034-READ-ONE-LOAD-IN
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE LOAD-IN-FILE
           ELSE
               MOVE 'CORPLOAD.IN' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-LOAD-IN-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0034-READ-ONE-LOAD-IN.
           READ LOAD-IN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE LOAD-IN-RECORD TO CORP-LOG-RECORD
                   PERFORM 0035-POST-ONE-RECORD
           END-READ.

       0035-POST-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT
           IF CL-SITE-CODE = SPACES
               OR CL-RUN-DATE = SPACES
               OR CL-PROGRAM-NAME = SPACES
               OR CL-RETURN-CODE IS NOT NUMERIC
               PERFORM 0045-REJECT-RECORD
           ELSE
               PERFORM 0037-WRITE-HISTORY
           END-IF.

       0037-WRITE-HISTORY.
           *> The key already on file is the duplicate check: the
           *> write is refused and the record counted, not posted
           MOVE SPACES TO CORP-HIST-RECORD
           MOVE CL-SITE-CODE TO CH-SITE-CODE
           MOVE CL-RUN-DATE TO CH-RUN-DATE
           MOVE CL-TIME TO CH-TIME
           MOVE CL-PROGRAM-NAME TO CH-PROGRAM-NAME
           MOVE CL-OUTCOME TO CH-OUTCOME
           MOVE CL-RETURN-CODE TO CH-RETURN-CODE
           IF CL-RUN-SEQ IS NUMERIC
               MOVE CL-RUN-SEQ TO CH-RUN-SEQ
           ELSE
               MOVE 0 TO CH-RUN-SEQ
           END-IF
           MOVE WS-TODAY-DISPLAY TO CH-LOADED-DATE
           MOVE WS-TIMESTAMP TO CH-LOADED-TIME
           PERFORM 0040-FIND-TALLY-ENTRY
           WRITE CORP-HIST-RECORD
               INVALID KEY
                   IF WS-CORP-HIST-STATUS = '22'
                       ADD 1 TO WS-DUPLICATE-COUNT
                       IF WS-TALLY-FOUND > 0
                           ADD 1 TO WS-TALLY-DUPLICATES(WS-TALLY-FOUND)
                       END-IF
                   ELSE
                       MOVE 'CORPHIST' TO FE-FILE-NAME
                       MOVE 'WRITE' TO FE-OPERATION
                       MOVE WS-CORP-HIST-STATUS TO FE-FILE-STATUS
                       PERFORM 8000-REPORT-FILE-ERROR
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   IF WS-TALLY-FOUND > 0
                       ADD 1 TO WS-TALLY-ADDED(WS-TALLY-FOUND)
                   END-IF
           END-WRITE
           MOVE CL-RUN-DATE TO WS-DATE-CANDIDATE
           PERFORM 0060-ADD-CHECK-DATE.

       0040-FIND-TALLY-ENTRY.
           MOVE 0 TO WS-TALLY-FOUND
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
               UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
               OR WS-TALLY-FOUND > 0
               IF WS-TALLY-SITE-CODE(WS-TALLY-IDX) = CL-SITE-CODE
                   AND WS-TALLY-RUN-DATE(WS-TALLY-IDX) = CL-RUN-DATE
                   MOVE WS-TALLY-IDX TO WS-TALLY-FOUND
               END-IF
           END-PERFORM
           IF WS-TALLY-FOUND = 0
               IF WS-TALLY-COUNT < 200
                   ADD 1 TO WS-TALLY-COUNT
                   MOVE WS-TALLY-COUNT TO WS-TALLY-FOUND
                   MOVE CL-SITE-CODE
                       TO WS-TALLY-SITE-CODE(WS-TALLY-FOUND)
                   MOVE CL-RUN-DATE
                       TO WS-TALLY-RUN-DATE(WS-TALLY-FOUND)
                   MOVE 0 TO WS-TALLY-ADDED(WS-TALLY-FOUND)
                   MOVE 0 TO WS-TALLY-DUPLICATES(WS-TALLY-FOUND)
               ELSE
                   MOVE 'Y' TO WS-TALLY-FULL-SW
               END-IF
           END-IF.

       0045-REJECT-RECORD.
           *> A line with no site, date or program, or an unreadable
           *> return code, cannot be keyed and is left off the history
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'CORP-LOAD: RECORD ' WS-READ-COUNT
               ' REJECTED, NOT IN CORPLOG LAYOUT: '
               CORP-LOG-RECORD
           IF WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.

       0050-CHECK-OUTSTANDING.
           *> One pass of the history marks every date it holds from
           *> the check date onward, and every active site with
           *> anything posted for that date
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO CH-HIST-KEY
           START CORP-HIST-FILE KEY NOT < CH-HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 0055-MARK-ONE-HISTORY
               UNTIL WS-EOF-SWITCH = 'Y'
           IF WS-DATE-FULL-SW = 'Y'
               DISPLAY 'CORP-LOAD: MORE THAN 31 RUN DATES TO CHECK, '
                   'SOME DATES NOT CHECKED'
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF.

       0055-MARK-ONE-HISTORY.
           READ CORP-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE CH-RUN-DATE TO WS-DATE-CANDIDATE
                   IF CH-RUN-DATE NOT < WS-CHECK-FROM-DATE
                       PERFORM 0060-ADD-CHECK-DATE
                   ELSE
                       PERFORM 0062-FIND-CHECK-DATE
                   END-IF
                   IF WS-DATE-FOUND > 0
                       PERFORM 0057-FIND-SITE-SLOT
                       IF WS-SITE-FOUND > 0
                           MOVE 'Y' TO WS-DATE-SITE-SW(WS-DATE-FOUND,
                               WS-SITE-FOUND)
                       END-IF
                   END-IF
           END-READ.

       0057-FIND-SITE-SLOT.
           MOVE 0 TO WS-SITE-FOUND
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
               OR WS-SITE-FOUND > 0
               IF WS-SITE-LIST-CODE(WS-SITE-IDX) = CH-SITE-CODE
                   MOVE WS-SITE-IDX TO WS-SITE-FOUND
               END-IF
           END-PERFORM.

       0060-ADD-CHECK-DATE.
           *> Keeps the date list in date order, so the outstanding
           *> sites read oldest first; a new date is slotted in by
           *> moving the later ones down a place
           PERFORM 0062-FIND-CHECK-DATE
           IF WS-DATE-FOUND = 0
               IF WS-DATE-COUNT < 31
                   PERFORM 0065-SHIFT-ONE-DATE
                       VARYING WS-DATE-SHIFT-IDX FROM WS-DATE-COUNT
                       BY -1
                       UNTIL WS-DATE-SHIFT-IDX < WS-DATE-IDX
                   ADD 1 TO WS-DATE-COUNT
                   MOVE WS-DATE-IDX TO WS-DATE-FOUND
                   MOVE WS-DATE-CANDIDATE
                       TO WS-DATE-RUN-DATE(WS-DATE-FOUND)
                   PERFORM 0067-CLEAR-ONE-SITE-SW
                       VARYING WS-SITE-IDX FROM 1 BY 1
                       UNTIL WS-SITE-IDX > 20
               ELSE
                   MOVE 'Y' TO WS-DATE-FULL-SW
               END-IF
           END-IF.

       0062-FIND-CHECK-DATE.
           *> Leaves DATE-IDX on the date's place in the list when it
           *> is not there yet
           MOVE 0 TO WS-DATE-FOUND
           MOVE 'N' TO WS-DATE-STOP-SW
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
               UNTIL WS-DATE-IDX > WS-DATE-COUNT
               OR WS-DATE-STOP-SW = 'Y'
               IF WS-DATE-RUN-DATE(WS-DATE-IDX) = WS-DATE-CANDIDATE
                   MOVE WS-DATE-IDX TO WS-DATE-FOUND
                   MOVE 'Y' TO WS-DATE-STOP-SW
               END-IF
               IF WS-DATE-RUN-DATE(WS-DATE-IDX) > WS-DATE-CANDIDATE
                   MOVE 'Y' TO WS-DATE-STOP-SW
               END-IF
           END-PERFORM
           IF WS-DATE-STOP-SW = 'Y' AND WS-DATE-FOUND = 0
               SUBTRACT 1 FROM WS-DATE-IDX
           END-IF.

       0065-SHIFT-ONE-DATE.
           MOVE WS-DATE-ENTRY(WS-DATE-SHIFT-IDX)
               TO WS-DATE-ENTRY(WS-DATE-SHIFT-IDX + 1).

       0067-CLEAR-ONE-SITE-SW.
           MOVE 'N' TO WS-DATE-SITE-SW(WS-DATE-FOUND, WS-SITE-IDX).

       0070-WRITE-CONTROL-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'CORPLOAD' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-REPORT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           ELSE
               STRING 'CORPORATE HISTORY LOAD CONTROL  RUN '
                   DELIMITED BY SIZE
                   WS-TODAY-DISPLAY DELIMITED BY SIZE
                   '  FROM ' DELIMITED BY SIZE
                   WS-LOAD-FILE-NAME DELIMITED BY SPACE
                   INTO WS-HEADING-1
               MOVE WS-HEADING-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-HEADING-2 TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 0075-WRITE-ONE-DATE
                   VARYING WS-DATE-IDX FROM 1 BY 1
                   UNTIL WS-DATE-IDX > WS-DATE-COUNT
               MOVE 'SITES OUTSTANDING:' TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 0080-WRITE-DATE-OUTSTANDING
                   VARYING WS-DATE-IDX FROM 1 BY 1
                   UNTIL WS-DATE-IDX > WS-DATE-COUNT
               IF WS-OUTSTANDING-COUNT = 0
                   MOVE '  NONE' TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               PERFORM 0090-WRITE-TOTALS
               CLOSE REPORT-FILE
           END-IF
           IF WS-OUTSTANDING-COUNT > 0
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF.

       0075-WRITE-ONE-DATE.
           *> Only dates this load touched have a line to show
           PERFORM 0077-WRITE-ONE-TALLY
               VARYING WS-TALLY-IDX FROM 1 BY 1
               UNTIL WS-TALLY-IDX > WS-TALLY-COUNT.

       0077-WRITE-ONE-TALLY.
           IF WS-TALLY-RUN-DATE(WS-TALLY-IDX)
               = WS-DATE-RUN-DATE(WS-DATE-IDX)
               MOVE WS-TALLY-RUN-DATE(WS-TALLY-IDX) TO WS-DTL-RUN-DATE
               MOVE WS-TALLY-SITE-CODE(WS-TALLY-IDX)
                   TO WS-DTL-SITE-CODE
               MOVE WS-TALLY-ADDED(WS-TALLY-IDX) TO WS-DTL-ADDED
               MOVE WS-TALLY-DUPLICATES(WS-TALLY-IDX)
                   TO WS-DTL-DUPLICATES
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0080-WRITE-DATE-OUTSTANDING.
           PERFORM 0085-WRITE-ONE-OUTSTANDING
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT.

       0085-WRITE-ONE-OUTSTANDING.
           IF WS-DATE-SITE-SW(WS-DATE-IDX, WS-SITE-IDX) NOT = 'Y'
               ADD 1 TO WS-OUTSTANDING-COUNT
               MOVE SPACES TO WS-EXCEPTION-LINE
               STRING '  SITE ' DELIMITED BY SIZE
                   WS-SITE-LIST-CODE(WS-SITE-IDX) DELIMITED BY SIZE
                   ' HAS NOTHING ON THE HISTORY FOR '
                   DELIMITED BY SIZE
                   WS-DATE-RUN-DATE(WS-DATE-IDX) DELIMITED BY SIZE
                   INTO WS-EXCEPTION-LINE
               MOVE WS-EXCEPTION-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0090-WRITE-TOTALS.
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'RECORDS READ:         ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ADDED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'RECORDS ADDED:        ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'DUPLICATES SKIPPED:   ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'RECORDS REJECTED:     ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY 'CORP-LOAD: ADDED ' WS-ADDED-COUNT
               ' DUPLICATES ' WS-DUPLICATE-COUNT
               ' REJECTED ' WS-REJECTED-COUNT.

       8000-REPORT-FILE-ERROR.
           *> Shared handler announces the error, writes the central
           *> ERROR.LOG record and returns the standard severity,
           *> merged into this job's worst-so-far code
           MOVE 'CORP-LOAD' TO FE-PROGRAM-NAME
           CALL 'FILEERR-SUB' USING FILE-ERROR-PARMS
           IF FE-SEVERITY > WS-RC
               MOVE FE-SEVERITY TO WS-RC
           END-IF.
