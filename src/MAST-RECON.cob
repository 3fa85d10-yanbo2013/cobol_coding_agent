       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAST-RECON.
       AUTHOR. COBOL-EXPERT.

       *> Audit-trail rebuild and reconciliation for the two indexed
       *> masters that keep a before/after audit log: the message
       *> master (MSGMAST.DAT, MSGAUDIT.LOG, MSG-MAINT) and the plan
       *> master (PLNMAST.DAT, PLNAUDIT.LOG, PLAN-MAINT). Nothing used
       *> to check that a master still agreed with its trail, and a
       *> master that was damaged or restored from an old backup
       *> could not be put back. The RECNCARD names the master, the
       *> mode and an optional as-of date and time (blank for the
       *> whole log; a date alone means the end of that day), and the
       *> audit log is replayed up to that moment, every applied
       *> ADD, CHANGE and DELETE in the order it was written.
       *>
       *> Mode R (rebuild) writes the master as it stood at that
       *> moment to a new indexed file in the master's own layout
       *> (MSGMAST.RBD or PLNMAST.RBD) and lists it, for recovery or
       *> to answer what greeting or window was in force on a given
       *> day. Mode C (compare) reads the live master against the
       *> replay and reports every key whose entry differs, every key
       *> the replay holds that the master has lost, every key the
       *> audit deleted that is still on the master, and every key
       *> with no audit history at all; any of these means the master
       *> was changed outside its maintenance program and gives RC 8.
       *> In both modes an audit line whose before value does not
       *> match the replay so far (a gap or an edit in the trail
       *> itself) is listed as a break, RC 4. Plan audit lines written
       *> before the shift code was carried leave the shift unknown,
       *> and such entries are compared on their window alone.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-CARD-FILE ASSIGN TO "RECNCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-CARD-STATUS.
           SELECT MSG-AUDIT-FILE ASSIGN TO "MSGAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PLN-AUDIT-FILE ASSIGN TO "PLNAUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT MESSAGE-MASTER-FILE ASSIGN TO "MSGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-SITE-CODE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PLAN-MASTER-FILE ASSIGN TO "PLNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PLAN-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MSG-REBUILD-FILE ASSIGN TO "MSGMAST.RBD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MR-SITE-CODE
               FILE STATUS IS WS-REBUILD-STATUS.
           SELECT PLN-REBUILD-FILE ASSIGN TO "PLNMAST.RBD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PLAN-KEY
               FILE STATUS IS WS-REBUILD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MSTRECON.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> One card: which master (MSGMAST or PLNMAST), the mode (R
       *> rebuild, C compare), and the as-of date and time
       FD  RECON-CARD-FILE.
       01  RECON-CARD-RECORD.
           05 RK-MASTER PIC X(7).
           05 RK-FILLER-1 PIC X.
           05 RK-MODE PIC X(1).
           05 RK-FILLER-2 PIC X.
           05 RK-AS-OF-DATE PIC X(10).
           05 RK-FILLER-3 PIC X.
           05 RK-AS-OF-TIME PIC X(8).

       FD  MSG-AUDIT-FILE.
       COPY MSGAUD.

       FD  PLN-AUDIT-FILE.
       COPY PLNAUD.

       FD  MESSAGE-MASTER-FILE.
       COPY MSGMAST.

       FD  PLAN-MASTER-FILE.
       COPY PLNMAST.

       *> The rebuilt masters, in the same columns as MSGMAST.cpy and
       *> PLNMAST.cpy, ready to be put in place of a damaged master
       FD  MSG-REBUILD-FILE.
       01  MSG-REBUILD-RECORD.
           05 MR-SITE-CODE PIC X(4).
           05 MR-TEXT PIC X(30).
           05 MR-MAINT-DATE PIC X(10).
           05 MR-MAINT-USER PIC X(8).

       FD  PLN-REBUILD-FILE.
       01  PLN-REBUILD-RECORD.
           05 PR-PLAN-KEY.
               10 PR-JOB-NAME PIC X(12).
               10 PR-SITE-CODE PIC X(4).
           05 PR-WINDOW-START PIC X(8).
           05 PR-WINDOW-END PIC X(8).
           05 PR-SHIFT-CODE PIC X(1).
           05 PR-MAINT-DATE PIC X(10).
           05 PR-MAINT-USER PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RECON-CARD-STATUS PIC XX VALUE '00'.
       01 WS-AUDIT-STATUS PIC XX VALUE '00'.
       01 WS-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-REBUILD-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-CARD-OK PIC X VALUE 'N'.
       01 WS-REPORT-OPENED-OK PIC X VALUE 'N'.
       01 WS-TABLE-FULL-SW PIC X VALUE 'N'.

       *> Worst return code seen so far, posted to RETURN-CODE at exit
       01 WS-RC PIC 9(4) VALUE 0.

       *> What the card asked for; the as-of moment is compared with
       *> each audit line's date and time as one string
       01 WS-MASTER-NAME PIC X(7) VALUE SPACES.
       01 WS-MODE PIC X(1) VALUE SPACES.
       01 WS-AS-OF-STAMP.
           05 WS-AS-OF-DATE PIC X(10) VALUE SPACES.
           05 WS-AS-OF-FILLER PIC X(1) VALUE SPACE.
           05 WS-AS-OF-TIME PIC X(8) VALUE SPACES.
       01 WS-AUDIT-STAMP.
           05 WS-AUDIT-STAMP-DATE PIC X(10) VALUE SPACES.
           05 WS-AUDIT-STAMP-FILLER PIC X(1) VALUE SPACE.
           05 WS-AUDIT-STAMP-TIME PIC X(8) VALUE SPACES.

       *> One audit line, the same for either master: the key is the
       *> site code for the message master and job name plus site for
       *> the plan master; the value is the greeting text or the
       *> start-end window. Blank shifts mean a line from before the
       *> plan audit carried the shift code
       01 WS-AUD-ACTION PIC X(6) VALUE SPACES.
       01 WS-AUD-KEY PIC X(16) VALUE SPACES.
       01 WS-AUD-USER-ID PIC X(8) VALUE SPACES.
       01 WS-AUD-OLD-VALUE PIC X(30) VALUE SPACES.
       01 WS-AUD-NEW-VALUE PIC X(30) VALUE SPACES.
       01 WS-AUD-OLD-SHIFT PIC X(1) VALUE SPACES.
       01 WS-AUD-NEW-SHIFT PIC X(1) VALUE SPACES.
       01 WS-BREAK-REASON PIC X(30) VALUE SPACES.

       *> The replayed master: one entry per key ever seen on the
       *> trail, P while present and D once deleted, with the stamp
       *> the maintenance program would have put on it. ON-MASTER is
       *> set when the compare finds the key on the live master
       01 WS-ENTRY-COUNT PIC 9(4) VALUE 0.
       01 WS-ENTRY-IDX PIC 9(4) VALUE 0.
       01 WS-ENTRY-FOUND PIC 9(4) VALUE 0.
       01 WS-ENTRY-TABLE.
           05 WS-ENTRY OCCURS 500 TIMES.
               10 WS-ENT-KEY PIC X(16).
               10 WS-ENT-STATE PIC X(1).
               10 WS-ENT-VALUE PIC X(30).
               10 WS-ENT-SHIFT PIC X(1).
               10 WS-ENT-MAINT-DATE PIC X(10).
               10 WS-ENT-MAINT-USER PIC X(8).
               10 WS-ENT-ON-MASTER PIC X(1).

       *> One live master record in the same shape as an entry
       01 WS-MST-KEY PIC X(16) VALUE SPACES.
       01 WS-MST-VALUE PIC X(30) VALUE SPACES.
       01 WS-MST-SHIFT PIC X(1) VALUE SPACES.
       01 WS-MST-MAINT-DATE PIC X(10) VALUE SPACES.
       01 WS-MST-MAINT-USER PIC X(8) VALUE SPACES.
       01 WS-VALUE-OF-MASTER PIC X(30) VALUE SPACES.
       01 WS-SHIFT-OF-MASTER PIC X(1) VALUE SPACES.

       01 WS-AUDIT-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-REPLAYED-COUNT PIC 9(6) VALUE 0.
       01 WS-LATER-COUNT PIC 9(6) VALUE 0.
       01 WS-BREAK-COUNT PIC 9(6) VALUE 0.
       01 WS-PRESENT-COUNT PIC 9(6) VALUE 0.
       01 WS-MASTER-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-DIFFER-COUNT PIC 9(6) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(6) VALUE 0.
       01 WS-DELETED-COUNT PIC 9(6) VALUE 0.
       01 WS-NO-HISTORY-COUNT PIC 9(6) VALUE 0.
       01 WS-SHIFT-UNKNOWN-COUNT PIC 9(6) VALUE 0.

       01 WS-TODAY.
           05 WS-TD-YYYY PIC 9(4).
           05 WS-TD-MM PIC 9(2).
           05 WS-TD-DD PIC 9(2).
       01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.

       01 WS-KEY-DISPLAY PIC X(17) VALUE SPACES.
       01 WS-VALUE-DISPLAY PIC X(30) VALUE SPACES.
       01 WS-MASTER-VALUE-DISPLAY PIC X(30) VALUE SPACES.
       01 WS-HEADING-1 PIC X(100) VALUE SPACES.
       01 WS-HEADING-2 PIC X(100) VALUE SPACES.
       01 WS-DETAIL-LINE PIC X(100) VALUE SPACES.
       01 WS-TOTAL-LINE PIC X(100) VALUE SPACES.
       01 WS-TOTAL-DISPLAY PIC ZZZZZ9.

       *> Parameters for the shared BANNER-SUB startup-banner routine
       COPY BANNERPM.

       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
           PERFORM 0005-GET-TODAY
           PERFORM 0007-CALL-BANNER-SUB
           PERFORM 0010-GET-RECON-CARD
           IF WS-CARD-OK = 'Y'
               PERFORM 0015-OPEN-REPORT
           END-IF
           IF WS-CARD-OK = 'Y' AND WS-REPORT-OPENED-OK = 'Y'
               PERFORM 0020-REPLAY-AUDIT
               IF WS-MODE = 'R'
                   PERFORM 0050-WRITE-REBUILD
               ELSE
                   PERFORM 0060-COMPARE-MASTER
               END-IF
               PERFORM 0080-WRITE-TOTALS
               CLOSE REPORT-FILE
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       0005-GET-TODAY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TD-YYYY '-' WS-TD-MM '-' WS-TD-DD
               DELIMITED BY SIZE INTO WS-TODAY-DISPLAY.

       0007-CALL-BANNER-SUB.
           MOVE 'MSTRECON' TO BP-JOB-NAME
           MOVE WS-TODAY-DISPLAY TO BP-RUN-DATE
           MOVE 1 TO BP-STEP-NUMBER
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0010-GET-RECON-CARD.
           *> Without a readable card there is nothing safe to
           *> assume: the wrong master or mode could mislead recovery
           OPEN INPUT RECON-CARD-FILE
           IF WS-RECON-CARD-STATUS = '00'
               READ RECON-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RK-MASTER TO WS-MASTER-NAME
                       MOVE RK-MODE TO WS-MODE
                       MOVE RK-AS-OF-DATE TO WS-AS-OF-DATE
                       MOVE RK-AS-OF-TIME TO WS-AS-OF-TIME
               END-READ
               CLOSE RECON-CARD-FILE
           ELSE
               IF WS-RECON-CARD-STATUS NOT = '35'
                   MOVE 'RECNCARD' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-RECON-CARD-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF
           IF (WS-MASTER-NAME = 'MSGMAST' OR WS-MASTER-NAME = 'PLNMAST')
               AND (WS-MODE = 'R' OR WS-MODE = 'C')
               MOVE 'Y' TO WS-CARD-OK
           ELSE
               DISPLAY 'MAST-RECON: RECNCARD MUST NAME MSGMAST OR '
                   'PLNMAST AND MODE R OR C, NOTHING DONE'
               IF WS-RC < 8
                   MOVE 8 TO WS-RC
               END-IF
           END-IF
           *> A date alone runs to the end of that day; no date at
           *> all replays the whole log
           IF WS-AS-OF-DATE = SPACES
               MOVE HIGH-VALUES TO WS-AS-OF-STAMP
           ELSE
               IF WS-AS-OF-TIME = SPACES
                   MOVE '23:59:59' TO WS-AS-OF-TIME
               END-IF
           END-IF.

       0015-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS = '00'
               MOVE 'Y' TO WS-REPORT-OPENED-OK
               STRING 'MASTER AUDIT RECONCILIATION  RUN '
                   DELIMITED BY SIZE
                   WS-TODAY-DISPLAY DELIMITED BY SIZE
                   '  MASTER ' DELIMITED BY SIZE
                   WS-MASTER-NAME DELIMITED BY SIZE
                   '  MODE ' DELIMITED BY SIZE
                   WS-MODE DELIMITED BY SIZE
                   INTO WS-HEADING-1
               MOVE WS-HEADING-1 TO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-AS-OF-DATE = HIGH-VALUES
                   MOVE 'AUDIT REPLAYED: WHOLE LOG' TO WS-HEADING-2
               ELSE
                   STRING 'AUDIT REPLAYED UP TO: ' DELIMITED BY SIZE
                       WS-AS-OF-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AS-OF-TIME DELIMITED BY SIZE
                       INTO WS-HEADING-2
               END-IF
               MOVE WS-HEADING-2 TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE 'MSTRECON' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-REPORT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0020-REPLAY-AUDIT.
           *> A master that has never been maintained has no log yet;
           *> the replay is then simply empty
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-MASTER-NAME = 'MSGMAST'
               OPEN INPUT MSG-AUDIT-FILE
           ELSE
               OPEN INPUT PLN-AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = '00'
               PERFORM 0025-REPLAY-ONE-LINE
                   UNTIL WS-EOF-SWITCH = 'Y'
               IF WS-MASTER-NAME = 'MSGMAST'
                   CLOSE MSG-AUDIT-FILE
               ELSE
                   CLOSE PLN-AUDIT-FILE
               END-IF
           ELSE
               IF WS-AUDIT-STATUS NOT = '35'
                   IF WS-MASTER-NAME = 'MSGMAST'
                       MOVE 'MSGAUDIT' TO FE-FILE-NAME
                   ELSE
                       MOVE 'PLNAUDIT' TO FE-FILE-NAME
                   END-IF
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-AUDIT-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF
           IF WS-TABLE-FULL-SW = 'Y'
               DISPLAY 'MAST-RECON: MORE THAN 500 KEYS ON THE AUDIT '
                   'LOG, REMAINDER NOT REPLAYED'
               IF WS-RC < 8
                   MOVE 8 TO WS-RC
               END-IF
           END-IF.

       0025-REPLAY-ONE-LINE.
           IF WS-MASTER-NAME = 'MSGMAST'
               PERFORM 0027-READ-MSG-AUDIT
           ELSE
               PERFORM 0028-READ-PLN-AUDIT
           END-IF
           IF WS-EOF-SWITCH = 'N'
               ADD 1 TO WS-AUDIT-READ-COUNT
               IF WS-AUDIT-STAMP > WS-AS-OF-STAMP
                   ADD 1 TO WS-LATER-COUNT
               ELSE
                   ADD 1 TO WS-REPLAYED-COUNT
                   PERFORM 0030-APPLY-AUDIT-LINE
               END-IF
           END-IF.

       0027-READ-MSG-AUDIT.
           READ MSG-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE AU-DATE TO WS-AUDIT-STAMP-DATE
                   MOVE AU-TIME TO WS-AUDIT-STAMP-TIME
                   MOVE AU-ACTION TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-KEY
                   MOVE AU-SITE-CODE TO WS-AUD-KEY
                   MOVE AU-USER-ID TO WS-AUD-USER-ID
                   MOVE AU-OLD-TEXT TO WS-AUD-OLD-VALUE
                   MOVE AU-NEW-TEXT TO WS-AUD-NEW-VALUE
                   MOVE SPACES TO WS-AUD-OLD-SHIFT
                   MOVE SPACES TO WS-AUD-NEW-SHIFT
           END-READ.

       0028-READ-PLN-AUDIT.
           READ PLN-AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   MOVE PA-DATE TO WS-AUDIT-STAMP-DATE
                   MOVE PA-TIME TO WS-AUDIT-STAMP-TIME
                   MOVE PA-ACTION TO WS-AUD-ACTION
                   MOVE SPACES TO WS-AUD-KEY
                   STRING PA-JOB-NAME PA-SITE-CODE
                       DELIMITED BY SIZE INTO WS-AUD-KEY
                   MOVE PA-USER-ID TO WS-AUD-USER-ID
                   MOVE PA-OLD-WINDOW TO WS-AUD-OLD-VALUE
                   MOVE PA-NEW-WINDOW TO WS-AUD-NEW-VALUE
                   MOVE PA-OLD-SHIFT TO WS-AUD-OLD-SHIFT
                   MOVE PA-NEW-SHIFT TO WS-AUD-NEW-SHIFT
           END-READ.

       0030-APPLY-AUDIT-LINE.
           *> The before value on a CHANGE or DELETE must be what the
           *> replay holds, or the trail itself has a gap; the line is
           *> still applied, since it is what the program did
           MOVE SPACES TO WS-BREAK-REASON
           MOVE WS-AUD-KEY TO WS-MST-KEY
           PERFORM 0035-FIND-ENTRY
           IF WS-ENTRY-FOUND = 0
               IF WS-ENTRY-COUNT < 500
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE WS-ENTRY-COUNT TO WS-ENTRY-FOUND
                   MOVE WS-AUD-KEY TO WS-ENT-KEY(WS-ENTRY-FOUND)
                   MOVE 'D' TO WS-ENT-STATE(WS-ENTRY-FOUND)
                   MOVE SPACES TO WS-ENT-VALUE(WS-ENTRY-FOUND)
                   MOVE SPACES TO WS-ENT-SHIFT(WS-ENTRY-FOUND)
                   MOVE SPACES TO WS-ENT-MAINT-DATE(WS-ENTRY-FOUND)
                   MOVE SPACES TO WS-ENT-MAINT-USER(WS-ENTRY-FOUND)
                   MOVE 'N' TO WS-ENT-ON-MASTER(WS-ENTRY-FOUND)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF
           IF WS-ENTRY-FOUND > 0
               EVALUATE WS-AUD-ACTION
                   WHEN 'ADD'
                       IF WS-ENT-STATE(WS-ENTRY-FOUND) = 'P'
                           MOVE 'ADD OF A KEY ALREADY PRESENT'
                               TO WS-BREAK-REASON
                       END-IF
                       PERFORM 0037-SET-ENTRY-AFTER
                   WHEN 'CHANGE'
                       PERFORM 0038-CHECK-BEFORE-VALUE
                       PERFORM 0037-SET-ENTRY-AFTER
                   WHEN 'DELETE'
                       PERFORM 0038-CHECK-BEFORE-VALUE
                       MOVE 'D' TO WS-ENT-STATE(WS-ENTRY-FOUND)
                       MOVE WS-AUDIT-STAMP-DATE
                           TO WS-ENT-MAINT-DATE(WS-ENTRY-FOUND)
                       MOVE WS-AUD-USER-ID
                           TO WS-ENT-MAINT-USER(WS-ENTRY-FOUND)
                   WHEN OTHER
                       MOVE 'UNKNOWN ACTION, NOT REPLAYED'
                           TO WS-BREAK-REASON
               END-EVALUATE
               IF WS-BREAK-REASON NOT = SPACES
                   PERFORM 0040-REPORT-BREAK
               END-IF
           END-IF.

       0035-FIND-ENTRY.
           MOVE 0 TO WS-ENTRY-FOUND
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               OR WS-ENTRY-FOUND > 0
               IF WS-ENT-KEY(WS-ENTRY-IDX) = WS-MST-KEY
                   MOVE WS-ENTRY-IDX TO WS-ENTRY-FOUND
               END-IF
           END-PERFORM.

       0037-SET-ENTRY-AFTER.
           *> The stamp is the one the maintenance program puts on
           *> the record: the day it ran and the requesting user
           MOVE 'P' TO WS-ENT-STATE(WS-ENTRY-FOUND)
           MOVE WS-AUD-NEW-VALUE TO WS-ENT-VALUE(WS-ENTRY-FOUND)
           MOVE WS-AUD-NEW-SHIFT TO WS-ENT-SHIFT(WS-ENTRY-FOUND)
           MOVE WS-AUDIT-STAMP-DATE
               TO WS-ENT-MAINT-DATE(WS-ENTRY-FOUND)
           MOVE WS-AUD-USER-ID TO WS-ENT-MAINT-USER(WS-ENTRY-FOUND).

       0038-CHECK-BEFORE-VALUE.
           IF WS-ENT-STATE(WS-ENTRY-FOUND) NOT = 'P'
               MOVE 'KEY NOT PRESENT BEFORE LINE'
                   TO WS-BREAK-REASON
           ELSE
               IF WS-AUD-OLD-VALUE NOT = WS-ENT-VALUE(WS-ENTRY-FOUND)
                   MOVE 'BEFORE VALUE DISAGREES' TO WS-BREAK-REASON
               ELSE
                   IF WS-AUD-OLD-SHIFT NOT = SPACES
                       AND WS-ENT-SHIFT(WS-ENTRY-FOUND) NOT = SPACES
                       AND WS-AUD-OLD-SHIFT
                           NOT = WS-ENT-SHIFT(WS-ENTRY-FOUND)
                       MOVE 'BEFORE SHIFT DISAGREES'
                           TO WS-BREAK-REASON
                   END-IF
               END-IF
           END-IF.

       0040-REPORT-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           MOVE WS-AUD-KEY TO WS-MST-KEY
           PERFORM 0090-FORMAT-KEY
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'AUDIT BREAK ' DELIMITED BY SIZE
               WS-AUDIT-STAMP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-AUD-ACTION DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-KEY-DISPLAY DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-BREAK-REASON DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.

       0050-WRITE-REBUILD.
           *> Every key present at the as-of moment goes to the new
           *> file and the listing; the live master is not touched
           IF WS-MASTER-NAME = 'MSGMAST'
               OPEN OUTPUT MSG-REBUILD-FILE
           ELSE
               OPEN OUTPUT PLN-REBUILD-FILE
           END-IF
           IF WS-REBUILD-STATUS = '00'
               MOVE 'KEY               AS AT THE REPLAY MOMENT'
                   & '                     MAINTAINED' TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 0055-REBUILD-ONE-ENTRY
                   VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF WS-MASTER-NAME = 'MSGMAST'
                   CLOSE MSG-REBUILD-FILE
               ELSE
                   CLOSE PLN-REBUILD-FILE
               END-IF
           ELSE
               IF WS-MASTER-NAME = 'MSGMAST'
                   MOVE 'MSGMASTRBD' TO FE-FILE-NAME
               ELSE
                   MOVE 'PLNMASTRBD' TO FE-FILE-NAME
               END-IF
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-REBUILD-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0055-REBUILD-ONE-ENTRY.
           IF WS-ENT-STATE(WS-ENTRY-IDX) = 'P'
               ADD 1 TO WS-PRESENT-COUNT
               IF WS-MASTER-NAME = 'MSGMAST'
                   MOVE WS-ENT-KEY(WS-ENTRY-IDX) TO MR-SITE-CODE
                   MOVE WS-ENT-VALUE(WS-ENTRY-IDX) TO MR-TEXT
                   MOVE WS-ENT-MAINT-DATE(WS-ENTRY-IDX)
                       TO MR-MAINT-DATE
                   MOVE WS-ENT-MAINT-USER(WS-ENTRY-IDX)
                       TO MR-MAINT-USER
                   WRITE MSG-REBUILD-RECORD
                       INVALID KEY
                           PERFORM 0057-REPORT-REBUILD-WRITE
                   END-WRITE
               ELSE
                   MOVE WS-ENT-KEY(WS-ENTRY-IDX) TO PR-PLAN-KEY
                   MOVE WS-ENT-VALUE(WS-ENTRY-IDX)(1:8)
                       TO PR-WINDOW-START
                   MOVE WS-ENT-VALUE(WS-ENTRY-IDX)(10:8)
                       TO PR-WINDOW-END
                   MOVE WS-ENT-SHIFT(WS-ENTRY-IDX) TO PR-SHIFT-CODE
                   MOVE WS-ENT-MAINT-DATE(WS-ENTRY-IDX)
                       TO PR-MAINT-DATE
                   MOVE WS-ENT-MAINT-USER(WS-ENTRY-IDX)
                       TO PR-MAINT-USER
                   WRITE PLN-REBUILD-RECORD
                       INVALID KEY
                           PERFORM 0057-REPORT-REBUILD-WRITE
                   END-WRITE
                   IF WS-ENT-SHIFT(WS-ENTRY-IDX) = SPACES
                       ADD 1 TO WS-SHIFT-UNKNOWN-COUNT
                   END-IF
               END-IF
               MOVE WS-ENT-KEY(WS-ENTRY-IDX) TO WS-MST-KEY
               PERFORM 0090-FORMAT-KEY
               MOVE WS-ENT-VALUE(WS-ENTRY-IDX) TO WS-MST-VALUE
               MOVE WS-ENT-SHIFT(WS-ENTRY-IDX) TO WS-MST-SHIFT
               PERFORM 0092-FORMAT-VALUE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING WS-KEY-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-VALUE-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ENT-MAINT-DATE(WS-ENTRY-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ENT-MAINT-USER(WS-ENTRY-IDX) DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0057-REPORT-REBUILD-WRITE.
           IF WS-MASTER-NAME = 'MSGMAST'
               MOVE 'MSGMASTRBD' TO FE-FILE-NAME
           ELSE
               MOVE 'PLNMASTRBD' TO FE-FILE-NAME
           END-IF
           MOVE 'WRITE' TO FE-OPERATION
           MOVE WS-REBUILD-STATUS TO FE-FILE-STATUS
           PERFORM 8000-REPORT-FILE-ERROR.

       0060-COMPARE-MASTER.
           *> Every live record is matched to its replayed entry;
           *> whatever the replay holds that the master never showed
           *> is then missing from the master
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-MASTER-NAME = 'MSGMAST'
               OPEN INPUT MESSAGE-MASTER-FILE
           ELSE
               OPEN INPUT PLAN-MASTER-FILE
           END-IF
           IF WS-MASTER-STATUS = '00'
               PERFORM 0062-COMPARE-ONE-RECORD
                   UNTIL WS-EOF-SWITCH = 'Y'
               IF WS-MASTER-NAME = 'MSGMAST'
                   CLOSE MESSAGE-MASTER-FILE
               ELSE
                   CLOSE PLAN-MASTER-FILE
               END-IF
           ELSE
               IF WS-MASTER-STATUS NOT = '35'
                   MOVE WS-MASTER-NAME TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-MASTER-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF
           PERFORM 0070-CHECK-ONE-MISSING
               VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
           IF WS-DIFFER-COUNT > 0 OR WS-MISSING-COUNT > 0
               OR WS-DELETED-COUNT > 0 OR WS-NO-HISTORY-COUNT > 0
               IF WS-RC < 8
                   MOVE 8 TO WS-RC
               END-IF
           END-IF.

       0062-COMPARE-ONE-RECORD.
           IF WS-MASTER-NAME = 'MSGMAST'
               READ MESSAGE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE SPACES TO WS-MST-KEY
                       MOVE MM-SITE-CODE TO WS-MST-KEY
                       MOVE MM-TEXT TO WS-MST-VALUE
                       MOVE SPACES TO WS-MST-SHIFT
                       MOVE MM-MAINT-DATE TO WS-MST-MAINT-DATE
                       MOVE MM-MAINT-USER TO WS-MST-MAINT-USER
               END-READ
           ELSE
               READ PLAN-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE PM-PLAN-KEY TO WS-MST-KEY
                       MOVE SPACES TO WS-MST-VALUE
                       STRING PM-WINDOW-START '-' PM-WINDOW-END
                           DELIMITED BY SIZE INTO WS-MST-VALUE
                       MOVE PM-SHIFT-CODE TO WS-MST-SHIFT
                       MOVE PM-MAINT-DATE TO WS-MST-MAINT-DATE
                       MOVE PM-MAINT-USER TO WS-MST-MAINT-USER
               END-READ
           END-IF
           IF WS-EOF-SWITCH = 'N'
               ADD 1 TO WS-MASTER-READ-COUNT
               PERFORM 0065-MATCH-ONE-RECORD
           END-IF.

       0065-MATCH-ONE-RECORD.
           PERFORM 0035-FIND-ENTRY
           PERFORM 0090-FORMAT-KEY
           PERFORM 0092-FORMAT-VALUE
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-ENTRY-FOUND = 0
               ADD 1 TO WS-NO-HISTORY-COUNT
               STRING 'NO AUDIT HISTORY   ' DELIMITED BY SIZE
                   WS-KEY-DISPLAY DELIMITED BY SIZE
                   ' MASTER: ' DELIMITED BY SIZE
                   WS-VALUE-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
           ELSE
               MOVE 'Y' TO WS-ENT-ON-MASTER(WS-ENTRY-FOUND)
               MOVE WS-MST-VALUE TO WS-VALUE-OF-MASTER
               MOVE WS-MST-SHIFT TO WS-SHIFT-OF-MASTER
               MOVE WS-VALUE-DISPLAY TO WS-MASTER-VALUE-DISPLAY
               MOVE WS-ENT-VALUE(WS-ENTRY-FOUND) TO WS-MST-VALUE
               MOVE WS-ENT-SHIFT(WS-ENTRY-FOUND) TO WS-MST-SHIFT
               PERFORM 0092-FORMAT-VALUE
               EVALUATE TRUE
                   WHEN WS-ENT-STATE(WS-ENTRY-FOUND) NOT = 'P'
                       ADD 1 TO WS-DELETED-COUNT
                       STRING 'DELETED PER AUDIT  ' DELIMITED BY SIZE
                           WS-KEY-DISPLAY DELIMITED BY SIZE
                           ' ON ' DELIMITED BY SIZE
                           WS-ENT-MAINT-DATE(WS-ENTRY-FOUND)
                           DELIMITED BY SIZE
                           ', STILL ON MASTER' DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                   WHEN WS-ENT-VALUE(WS-ENTRY-FOUND)
                       NOT = WS-VALUE-OF-MASTER
                   WHEN WS-ENT-SHIFT(WS-ENTRY-FOUND) NOT = SPACES
                       AND WS-ENT-SHIFT(WS-ENTRY-FOUND)
                           NOT = WS-SHIFT-OF-MASTER
                       ADD 1 TO WS-DIFFER-COUNT
                       STRING 'DIFFERS            ' DELIMITED BY SIZE
                           WS-KEY-DISPLAY DELIMITED BY SIZE
                           ' MASTER: ' DELIMITED BY SIZE
                           WS-MASTER-VALUE-DISPLAY DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                       MOVE WS-DETAIL-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE SPACES TO WS-DETAIL-LINE
                       MOVE ' AUDIT:  ' TO WS-DETAIL-LINE(37:9)
                       MOVE WS-VALUE-DISPLAY TO WS-DETAIL-LINE(46:30)
                   WHEN WS-ENT-MAINT-DATE(WS-ENTRY-FOUND)
                       NOT = WS-MST-MAINT-DATE
                   WHEN WS-ENT-MAINT-USER(WS-ENTRY-FOUND)
                       NOT = WS-MST-MAINT-USER
                       ADD 1 TO WS-DIFFER-COUNT
                       STRING 'STAMP DIFFERS      ' DELIMITED BY SIZE
                           WS-KEY-DISPLAY DELIMITED BY SIZE
                           ' MASTER: ' DELIMITED BY SIZE
                           WS-MST-MAINT-DATE DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-MST-MAINT-USER DELIMITED BY SIZE
                           ' AUDIT: ' DELIMITED BY SIZE
                           WS-ENT-MAINT-DATE(WS-ENTRY-FOUND)
                           DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-ENT-MAINT-USER(WS-ENTRY-FOUND)
                           DELIMITED BY SIZE
                           INTO WS-DETAIL-LINE
                   WHEN OTHER
                       IF WS-ENT-SHIFT(WS-ENTRY-FOUND) = SPACES
                           AND WS-MASTER-NAME = 'PLNMAST'
                           ADD 1 TO WS-SHIFT-UNKNOWN-COUNT
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-DETAIL-LINE NOT = SPACES
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0070-CHECK-ONE-MISSING.
           IF WS-ENT-STATE(WS-ENTRY-IDX) = 'P'
               AND WS-ENT-ON-MASTER(WS-ENTRY-IDX) = 'N'
               ADD 1 TO WS-MISSING-COUNT
               MOVE WS-ENT-KEY(WS-ENTRY-IDX) TO WS-MST-KEY
               PERFORM 0090-FORMAT-KEY
               MOVE WS-ENT-VALUE(WS-ENTRY-IDX) TO WS-MST-VALUE
               MOVE WS-ENT-SHIFT(WS-ENTRY-IDX) TO WS-MST-SHIFT
               PERFORM 0092-FORMAT-VALUE
               MOVE SPACES TO WS-DETAIL-LINE
               STRING 'MISSING FROM MASTER ' DELIMITED BY SIZE
                   WS-KEY-DISPLAY DELIMITED BY SIZE
                   ' AUDIT: ' DELIMITED BY SIZE
                   WS-VALUE-DISPLAY DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0080-WRITE-TOTALS.
           MOVE WS-AUDIT-READ-COUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'AUDIT LINES READ:       ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           PERFORM 0085-WRITE-TOTAL-LINE
           MOVE WS-REPLAYED-COUNT TO WS-TOTAL-DISPLAY
           STRING 'AUDIT LINES REPLAYED:   ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           PERFORM 0085-WRITE-TOTAL-LINE
           MOVE WS-LATER-COUNT TO WS-TOTAL-DISPLAY
           STRING 'LATER THAN AS-OF:       ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           PERFORM 0085-WRITE-TOTAL-LINE
           MOVE WS-BREAK-COUNT TO WS-TOTAL-DISPLAY
           STRING 'AUDIT BREAKS:           ' DELIMITED BY SIZE
               WS-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           PERFORM 0085-WRITE-TOTAL-LINE
           IF WS-MODE = 'R'
               MOVE WS-PRESENT-COUNT TO WS-TOTAL-DISPLAY
               STRING 'ENTRIES REBUILT:        ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
               PERFORM 0085-WRITE-TOTAL-LINE
           ELSE
               MOVE WS-MASTER-READ-COUNT TO WS-TOTAL-DISPLAY
               STRING 'MASTER RECORDS READ:    ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
               PERFORM 0085-WRITE-TOTAL-LINE
               MOVE WS-DIFFER-COUNT TO WS-TOTAL-DISPLAY
               STRING 'KEYS THAT DIFFER:       ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
               PERFORM 0085-WRITE-TOTAL-LINE
               MOVE WS-MISSING-COUNT TO WS-TOTAL-DISPLAY
               STRING 'MISSING FROM MASTER:    ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
               PERFORM 0085-WRITE-TOTAL-LINE
               MOVE WS-DELETED-COUNT TO WS-TOTAL-DISPLAY
               STRING 'DELETED BUT ON MASTER:  ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
               PERFORM 0085-WRITE-TOTAL-LINE
               MOVE WS-NO-HISTORY-COUNT TO WS-TOTAL-DISPLAY
               STRING 'NO AUDIT HISTORY:       ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
               PERFORM 0085-WRITE-TOTAL-LINE
           END-IF
           IF WS-SHIFT-UNKNOWN-COUNT > 0
               MOVE WS-SHIFT-UNKNOWN-COUNT TO WS-TOTAL-DISPLAY
               STRING 'SHIFT NOT ON AUDIT:     ' DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
               PERFORM 0085-WRITE-TOTAL-LINE
           END-IF
           DISPLAY 'MAST-RECON: ' WS-MASTER-NAME ' MODE ' WS-MODE
               ' BREAKS ' WS-BREAK-COUNT
               ' DIFFERENCES ' WS-DIFFER-COUNT
               ' MISSING ' WS-MISSING-COUNT
               ' DELETED ' WS-DELETED-COUNT
               ' NO HISTORY ' WS-NO-HISTORY-COUNT.

       0085-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE.

       0090-FORMAT-KEY.
           *> Site alone for a greeting, job then site for a plan
           MOVE SPACES TO WS-KEY-DISPLAY
           IF WS-MASTER-NAME = 'MSGMAST'
               MOVE WS-MST-KEY(1:4) TO WS-KEY-DISPLAY
           ELSE
               STRING WS-MST-KEY(1:12) ' ' WS-MST-KEY(13:4)
                   DELIMITED BY SIZE INTO WS-KEY-DISPLAY
           END-IF.

       0092-FORMAT-VALUE.
           MOVE SPACES TO WS-VALUE-DISPLAY
           IF WS-MASTER-NAME = 'MSGMAST'
               MOVE WS-MST-VALUE TO WS-VALUE-DISPLAY
           ELSE
               IF WS-MST-SHIFT = SPACES
                   STRING WS-MST-VALUE(1:17) ' SHIFT ?'
                       DELIMITED BY SIZE INTO WS-VALUE-DISPLAY
               ELSE
                   STRING WS-MST-VALUE(1:17) ' SHIFT '
                       WS-MST-SHIFT
                       DELIMITED BY SIZE INTO WS-VALUE-DISPLAY
               END-IF
           END-IF.

       8000-REPORT-FILE-ERROR.
           *> Shared handler announces the error, writes the central
           *> ERROR.LOG record and returns the standard severity,
           *> merged into this job's worst-so-far code
           MOVE 'MAST-RECON' TO FE-PROGRAM-NAME
           CALL 'FILEERR-SUB' USING FILE-ERROR-PARMS
           IF FE-SEVERITY > WS-RC
               MOVE FE-SEVERITY TO WS-RC
           END-IF.
