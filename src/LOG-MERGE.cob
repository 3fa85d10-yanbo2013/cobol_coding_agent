       *> quarantine file and reported instead of merged. The control
       *> report shows records received versus expected per site, so
       *> the morning call can trust the master.
       *>
       *> The expected sites now come from the indexed site master
       *> SITE-MAINT maintains instead of the SITEDIR card: every
       *> active site is expected, and the master's transmission file
       *> says which of the four SITELOG slots its log arrives in, so
       *> moving or opening a site within those slots is a SITE-MAINT
       *> transaction and not a change here. A closed site is no
       *> longer expected. An active site whose transmission file is
       *> not one of the slots cannot be read and is reported as
       *> NO SLOT. No site master, or one with no active site,
       *> refuses the run for the same reason a missing SITEDIR used
       *> to.
       *>
       *> Several sites may share one slot: a transmission carries
       *> one block per site, each closed by that site's own control
       *> trailer, and every block is verified on its own against
       *> the active sites on the master, whichever slot it came in.
       *> A block whose trailer names a site that is not active is
       *> quarantined as NOT ACTIVE, and a second block for a site
       *> already received as DUPLICATE; records after the last
       *> trailer are quarantined as NO TRAILER, against the slot's
       *> site when only one active site uses the slot. Only slots
       *> named by an active site are read, and an active site with
       *> no block in any of them is reported MISSING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-SITE-CODE
               FILE STATUS IS WS-SITE-MASTER-STATUS.
           SELECT SITE-LOG-1-FILE ASSIGN TO "SITELOG1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-LOG-1-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> The site master: every active site is expected tonight,
       *> in the slot its transmission file names
       FD  SITE-MASTER-FILE.
       COPY SITEMAST.

       FD  SITE-LOG-1-FILE.
       01  SITE-LOG-1-RECORD PIC X(56).

       FD  SITE-LOG-2-FILE.
       01  SITE-LOG-2-RECORD PIC X(56).

       FD  SITE-LOG-3-FILE.
       01  SITE-LOG-3-RECORD PIC X(56).

       FD  SITE-LOG-4-FILE.
       01  SITE-LOG-4-RECORD PIC X(56).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
               10 SR-RUN-DATE PIC X(10).
               10 SR-FILLER-2 PIC X.
               10 SR-TIME PIC X(8).
               10 SR-REST PIC X(37).

       FD  CORP-LOG-FILE.
       COPY CORPLOG.

       *> One line per quarantined record: the block's site code in
       *> front of the raw record as received, so a failed transfer
       *> can be inspected and re-merged after the retransmit
       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD.
           05 QL-SITE-CODE PIC X(4).
           05 QL-FILLER-1 PIC X.
           05 QL-DATA PIC X(56).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SITE-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-SITE-LOG-1-STATUS PIC XX VALUE '00'.
       01 WS-SITE-LOG-2-STATUS PIC XX VALUE '00'.
       01 WS-SITE-LOG-3-STATUS PIC XX VALUE '00'.
       *> Worst return code seen so far, posted to RETURN-CODE at exit
       01 WS-RC PIC 9(4) VALUE 0.

       *> Site code and SITELOG slot per active site, loaded from
       *> the site master in site-code order; slot 0 means the
       *> master's transmission file is not one of the four slots.
       *> SEEN-SW is set once a block for the site has been taken
       01 WS-SITE-COUNT PIC 9(4) VALUE 0.
       01 WS-SITE-IDX PIC 9(4) VALUE 0.
       01 WS-SITE-FOUND PIC 9(4) VALUE 0.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 20 TIMES.
               10 WS-SITE-SLOT-CODE PIC X(4).
               10 WS-SITE-SLOT-LOG PIC 9.
               10 WS-SITE-SEEN-SW PIC X(1).

       *> What became of each of the four slots: U no active site
       *> names it, N named but not yet read, R read, M not
       *> transmitted, E could not be opened
       01 WS-SLOT-STATE-TABLE.
           05 WS-SLOT-STATE OCCURS 4 TIMES PIC X(1).
       01 WS-SLOT-NUM PIC 9(4) VALUE 0.
       01 WS-SLOT-OWNER PIC X(4) VALUE SPACES.
       01 WS-OWNER-COUNT PIC 9(4) VALUE 0.

       01 WS-BLOCK-SITE PIC X(4) VALUE SPACES.
       01 WS-BLOCK-COUNT PIC 9(6) VALUE 0.
       01 WS-BLOCK-EXPECTED PIC 9(6) VALUE 0.
       01 WS-BLOCK-DISPOSITION PIC X(12) VALUE SPACES.
       01 WS-RELEASE-COUNT PIC 9(6) VALUE 0.
       01 WS-QUARANTINE-COUNT PIC 9(6) VALUE 0.
       01 WS-COUNT-DISPLAY PIC ZZZZZ9.

       *> One block's records, buffered whole so its trailer can be
       *> verified before anything is released into the merge
       01 WS-TRAILER-FOUND PIC X VALUE 'N'.
       01 WS-BLOCK-OVERFLOW-SW PIC X VALUE 'N'.
       01 WS-BUFFER-DATA PIC X(56) VALUE SPACES.
       01 WS-BUF-IDX PIC 9(4) VALUE 0.
       01 WS-BLOCK-BUFFER-TABLE.
           05 WS-BLOCK-BUFFER OCCURS 500 TIMES PIC X(56).

       *> The control trailer that closed the buffered block
       COPY SITETRL.

       *> Verification results for the control report: one entry
       *> per active site, in the same order as the site table,
       *> then one for each block that could not be put down to an
       *> active site not yet received
       01 WS-RESULT-COUNT PIC 9(4) VALUE 0.
       01 WS-RES-IDX PIC 9(4) VALUE 0.
       01 WS-RESULT-TABLE.
           05 WS-RESULT-ENTRY OCCURS 40 TIMES.
               10 WS-RES-SITE-CODE PIC X(4).
               10 WS-RES-RECEIVED PIC 9(6).
               10 WS-RES-EXPECTED PIC 9(6).
       0000-START-UP.
           PERFORM 0005-GET-TODAY
           PERFORM 0007-CALL-BANNER-SUB
           PERFORM 0010-LOAD-SITE-MASTER
           IF WS-DIR-OK = 'Y'
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SR-RUN-DATE
                   WS-COUNT-DISPLAY
               PERFORM 0070-WRITE-CONTROL-REPORT
           ELSE
               DISPLAY 'LOG-MERGE: NO ACTIVE SITES ON THE SITE '
                   'MASTER, NOTHING CONSOLIDATED'
               IF WS-RC < 12
                   MOVE 12 TO WS-RC
               END-IF
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0010-LOAD-SITE-MASTER.
           *> Only active sites are expected; a closed site's entry
           *> stays on the master for history but is not read
           MOVE ALL 'U' TO WS-SLOT-STATE-TABLE
           OPEN INPUT SITE-MASTER-FILE
           IF WS-SITE-MASTER-STATUS = '00'
               PERFORM 0015-LOAD-ONE-SITE
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE SITE-MASTER-FILE
               IF WS-SITE-COUNT > 0
                   MOVE 'Y' TO WS-DIR-OK
               END-IF
           ELSE
               IF WS-SITE-MASTER-STATUS NOT = '35'
                   MOVE 'SITEMAST' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-SITE-MASTER-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0015-LOAD-ONE-SITE.
           READ SITE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF SM-STATUS = 'A'
                       IF WS-SITE-COUNT < 20
                           ADD 1 TO WS-SITE-COUNT
                           MOVE SM-SITE-CODE
                               TO WS-SITE-SLOT-CODE(WS-SITE-COUNT)
                           MOVE 'N' TO WS-SITE-SEEN-SW(WS-SITE-COUNT)
                           PERFORM 0017-FIND-SITE-SLOT
                       ELSE
                           DISPLAY 'LOG-MERGE: MORE THAN 20 ACTIVE '
                               'SITES, ' SM-SITE-CODE ' NOT MERGED'
                           IF WS-RC < 4
                               MOVE 4 TO WS-RC
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0017-FIND-SITE-SLOT.
           *> SITE-MAINT only accepts SITELOG1 through SITELOG4, but
           *> an entry that predates that check is caught here
           MOVE 0 TO WS-SITE-SLOT-LOG(WS-SITE-COUNT)
           IF SM-TRANSMIT-FILE(1:7) = 'SITELOG'
               AND SM-TRANSMIT-FILE(9:4) = SPACES
               AND SM-TRANSMIT-FILE(8:1) >= '1'
               AND SM-TRANSMIT-FILE(8:1) <= '4'
               MOVE SM-TRANSMIT-FILE(8:1)
                   TO WS-SITE-SLOT-LOG(WS-SITE-COUNT)
               MOVE 'N'
                   TO WS-SLOT-STATE(WS-SITE-SLOT-LOG(WS-SITE-COUNT))
           END-IF.

       0020-RELEASE-ALL-SITES.
           *> Every slot an active site names is read and split into
           *> its blocks, each released into the sort only after its
           *> own control trailer verifies. The active sites come
           *> first on the control report, in site-code order, so
           *> their result lines are laid down before any block is
           *> read; a site no block arrived for is settled at the end
           MOVE WS-SITE-COUNT TO WS-RESULT-COUNT
           PERFORM 0021-RESET-ONE-RESULT
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
           PERFORM 0025-READ-ONE-SLOT
               VARYING WS-SLOT-NUM FROM 1 BY 1
               UNTIL WS-SLOT-NUM > 4
           PERFORM 0058-CHECK-UNSEEN-SITE
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT.

       0021-RESET-ONE-RESULT.
           MOVE WS-SITE-SLOT-CODE(WS-SITE-IDX)
               TO WS-RES-SITE-CODE(WS-SITE-IDX)
           MOVE 0 TO WS-RES-RECEIVED(WS-SITE-IDX)
           MOVE 0 TO WS-RES-EXPECTED(WS-SITE-IDX)
           MOVE SPACES TO WS-RES-DISPOSITION(WS-SITE-IDX).

       0025-READ-ONE-SLOT.
           *> One paragraph per transmitted slot: COBOL ties each FD
           *> to its own reads, so the slots cannot share a loop
           IF WS-SLOT-STATE(WS-SLOT-NUM) = 'N'
               PERFORM 0048-FIND-SLOT-OWNER
               PERFORM 0047-RESET-BLOCK
               MOVE 'N' TO WS-EOF-SWITCH
               EVALUATE WS-SLOT-NUM
                   WHEN 1
                       PERFORM 0030-READ-SLOT-1
                   WHEN 2
                       PERFORM 0035-READ-SLOT-2
                   WHEN 3
                       PERFORM 0040-READ-SLOT-3
                   WHEN 4
                       PERFORM 0045-READ-SLOT-4
               END-EVALUATE
           END-IF.

       0027-CLOSE-OUT-SLOT.
           *> Records after the slot's last trailer were never vouched
           *> for by any site, so they go to quarantine as a block
           *> with no trailer
           IF WS-BLOCK-COUNT > 0 OR WS-BLOCK-OVERFLOW-SW = 'Y'
               MOVE WS-SLOT-OWNER TO WS-BLOCK-SITE
               PERFORM 0052-VERIFY-AND-RELEASE
           END-IF.

       0030-READ-SLOT-1.
           OPEN INPUT SITE-LOG-1-FILE
           IF WS-SITE-LOG-1-STATUS = '00'
               MOVE 'R' TO WS-SLOT-STATE(WS-SLOT-NUM)
               PERFORM 0031-BUFFER-ONE-REC-1
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE SITE-LOG-1-FILE
               PERFORM 0027-CLOSE-OUT-SLOT
           ELSE
               IF WS-SITE-LOG-1-STATUS = '35'
                   MOVE 'M' TO WS-SLOT-STATE(WS-SLOT-NUM)
               ELSE
                   MOVE 'E' TO WS-SLOT-STATE(WS-SLOT-NUM)
                   MOVE 'SITELOG1' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-SITE-LOG-1-STATUS TO FE-FILE-STATUS
                   PERFORM 0049-BUFFER-ONE-RECORD
           END-READ.

       0035-READ-SLOT-2.
           OPEN INPUT SITE-LOG-2-FILE
           IF WS-SITE-LOG-2-STATUS = '00'
               MOVE 'R' TO WS-SLOT-STATE(WS-SLOT-NUM)
               PERFORM 0036-BUFFER-ONE-REC-2
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE SITE-LOG-2-FILE
               PERFORM 0027-CLOSE-OUT-SLOT
           ELSE
               IF WS-SITE-LOG-2-STATUS = '35'
                   MOVE 'M' TO WS-SLOT-STATE(WS-SLOT-NUM)
               ELSE
                   MOVE 'E' TO WS-SLOT-STATE(WS-SLOT-NUM)
                   MOVE 'SITELOG2' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-SITE-LOG-2-STATUS TO FE-FILE-STATUS
                   PERFORM 0049-BUFFER-ONE-RECORD
           END-READ.

       0040-READ-SLOT-3.
           OPEN INPUT SITE-LOG-3-FILE
           IF WS-SITE-LOG-3-STATUS = '00'
               MOVE 'R' TO WS-SLOT-STATE(WS-SLOT-NUM)
               PERFORM 0041-BUFFER-ONE-REC-3
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE SITE-LOG-3-FILE
               PERFORM 0027-CLOSE-OUT-SLOT
           ELSE
               IF WS-SITE-LOG-3-STATUS = '35'
                   MOVE 'M' TO WS-SLOT-STATE(WS-SLOT-NUM)
               ELSE
                   MOVE 'E' TO WS-SLOT-STATE(WS-SLOT-NUM)
                   MOVE 'SITELOG3' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-SITE-LOG-3-STATUS TO FE-FILE-STATUS
                   PERFORM 0049-BUFFER-ONE-RECORD
           END-READ.

       0045-READ-SLOT-4.
           OPEN INPUT SITE-LOG-4-FILE
           IF WS-SITE-LOG-4-STATUS = '00'
               MOVE 'R' TO WS-SLOT-STATE(WS-SLOT-NUM)
               PERFORM 0046-BUFFER-ONE-REC-4
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE SITE-LOG-4-FILE
               PERFORM 0027-CLOSE-OUT-SLOT
           ELSE
               IF WS-SITE-LOG-4-STATUS = '35'
                   MOVE 'M' TO WS-SLOT-STATE(WS-SLOT-NUM)
               ELSE
                   MOVE 'E' TO WS-SLOT-STATE(WS-SLOT-NUM)
                   MOVE 'SITELOG4' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-SITE-LOG-4-STATUS TO FE-FILE-STATUS
                   PERFORM 0049-BUFFER-ONE-RECORD
           END-READ.

       0047-RESET-BLOCK.
           MOVE SPACES TO WS-BLOCK-SITE
           MOVE 0 TO WS-BLOCK-COUNT
           MOVE 'N' TO WS-TRAILER-FOUND
           MOVE 'N' TO WS-BLOCK-OVERFLOW-SW
           MOVE SPACES TO SITE-TRAILER-RECORD.

       0048-FIND-SLOT-OWNER.
           *> The one active site sending in this slot, blank when
           *> several share it
           MOVE SPACES TO WS-SLOT-OWNER
           MOVE 0 TO WS-OWNER-COUNT
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
               IF WS-SITE-SLOT-LOG(WS-SITE-IDX) = WS-SLOT-NUM
                   ADD 1 TO WS-OWNER-COUNT
                   MOVE WS-SITE-SLOT-CODE(WS-SITE-IDX)
                       TO WS-SLOT-OWNER
               END-IF
           END-PERFORM
           IF WS-OWNER-COUNT NOT = 1
               MOVE SPACES TO WS-SLOT-OWNER
           END-IF.

       0049-BUFFER-ONE-RECORD.
           *> A record leading with T is a control trailer; no log
           *> row can start with one, since those lead with the run
           *> date. It closes the block buffered ahead of it, which
           *> is verified there and then before the next block starts
           IF WS-BUFFER-DATA(1:1) = 'T'
               MOVE 'Y' TO WS-TRAILER-FOUND
               MOVE WS-BUFFER-DATA TO SITE-TRAILER-RECORD(1:24)
               MOVE ST-SITE-CODE TO WS-BLOCK-SITE
               PERFORM 0052-VERIFY-AND-RELEASE
               PERFORM 0047-RESET-BLOCK
           ELSE
               IF WS-BLOCK-COUNT < 500
                   ADD 1 TO WS-BLOCK-COUNT
                   MOVE WS-BUFFER-DATA
                       TO WS-BLOCK-BUFFER(WS-BLOCK-COUNT)
               ELSE
                   MOVE 'Y' TO WS-BLOCK-OVERFLOW-SW
               END-IF
           END-IF.

       0050-SHOW-BLOCK-COUNT.
           MOVE WS-BLOCK-COUNT TO WS-COUNT-DISPLAY
           DISPLAY 'LOG-MERGE: SITE ' WS-BLOCK-SITE ' RECORDS: '
               WS-COUNT-DISPLAY.

       0051-FIND-BLOCK-SITE.
           MOVE 0 TO WS-SITE-FOUND
           IF WS-BLOCK-SITE NOT = SPACES
               PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > WS-SITE-COUNT
                   OR WS-SITE-FOUND > 0
                   IF WS-SITE-SLOT-CODE(WS-SITE-IDX) = WS-BLOCK-SITE
                       MOVE WS-SITE-IDX TO WS-SITE-FOUND
                   END-IF
               END-PERFORM
           END-IF.

       0052-VERIFY-AND-RELEASE.
           *> The block is merged only when its trailer is present,
           *> names an active site not already received, and counts
           *> exactly the records received; anything else goes to
           *> quarantine whole
           IF WS-TRAILER-FOUND = 'Y'
               AND ST-RECORD-COUNT IS NUMERIC
               MOVE ST-RECORD-COUNT TO WS-BLOCK-EXPECTED
           ELSE
               MOVE 0 TO WS-BLOCK-EXPECTED
           END-IF
           PERFORM 0051-FIND-BLOCK-SITE
           EVALUATE TRUE
               WHEN WS-BLOCK-OVERFLOW-SW = 'Y'
                   MOVE 'OVERFLOW' TO WS-BLOCK-DISPOSITION
               WHEN WS-TRAILER-FOUND = 'N'
                   MOVE 'NO TRAILER' TO WS-BLOCK-DISPOSITION
               WHEN WS-SITE-FOUND = 0
                   MOVE 'NOT ACTIVE' TO WS-BLOCK-DISPOSITION
               WHEN WS-SITE-SEEN-SW(WS-SITE-FOUND) = 'Y'
                   MOVE 'DUPLICATE' TO WS-BLOCK-DISPOSITION
               WHEN ST-RECORD-COUNT NOT = WS-BLOCK-COUNT
                   MOVE 'COUNT BAD' TO WS-BLOCK-DISPOSITION
               WHEN OTHER
                   MOVE 'MERGED' TO WS-BLOCK-DISPOSITION
           END-EVALUATE
           PERFORM 0059-RECORD-RESULT
           IF WS-BLOCK-DISPOSITION = 'MERGED'
               PERFORM 0053-RELEASE-ONE-BUFFERED
                   VARYING WS-BUF-IDX FROM 1 BY 1
                   UNTIL WS-BUF-IDX > WS-BLOCK-COUNT
               PERFORM 0050-SHOW-BLOCK-COUNT
           ELSE
               PERFORM 0054-QUARANTINE-BLOCK
           END-IF.

       0053-RELEASE-ONE-BUFFERED.
           MOVE SPACES TO SORT-RECORD
           MOVE WS-BLOCK-SITE TO SR-SITE-CODE
           MOVE WS-BLOCK-BUFFER(WS-BUF-IDX) TO SR-LOG-DATA
           RELEASE SORT-RECORD
           ADD 1 TO WS-RELEASE-COUNT.

       0054-QUARANTINE-BLOCK.
           *> The whole block, trailer included when one arrived, is
           *> copied aside stamped with the block's site code so
           *> nothing from a bad transfer reaches the master and
           *> nothing is thrown away either
           DISPLAY 'LOG-MERGE: SITELOG' WS-SLOT-NUM(4:1) ' BLOCK FOR '
               'SITE ' WS-BLOCK-SITE ' QUARANTINED: '
               WS-BLOCK-DISPOSITION
           IF WS-RC < 8
               MOVE 8 TO WS-RC
           END-IF
           IF WS-QUARANTINE-STATUS = '00'
               PERFORM 0056-QUARANTINE-ONE-REC
                   VARYING WS-BUF-IDX FROM 1 BY 1
                   UNTIL WS-BUF-IDX > WS-BLOCK-COUNT
               IF WS-TRAILER-FOUND = 'Y'
                   MOVE SPACES TO QUARANTINE-RECORD
                   MOVE WS-BLOCK-SITE TO QL-SITE-CODE
                   MOVE SITE-TRAILER-RECORD TO QL-DATA
                   WRITE QUARANTINE-RECORD
                   ADD 1 TO WS-QUARANTINE-COUNT
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0055-REPORT-MISSING-SITE.
           *> A site that did not transmit is an operational event
           *> worth a warning, not a reason to hold the whole merge
           DISPLAY 'LOG-MERGE: SITE ' WS-SITE-SLOT-CODE(WS-SITE-IDX)
               ' LOG NOT TRANSMITTED, SKIPPED'
           MOVE 'MISSING' TO WS-RES-DISPOSITION(WS-SITE-IDX)
           IF WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.

       0056-QUARANTINE-ONE-REC.
           MOVE SPACES TO QUARANTINE-RECORD
           MOVE WS-BLOCK-SITE TO QL-SITE-CODE
           MOVE WS-BLOCK-BUFFER(WS-BUF-IDX) TO QL-DATA
           WRITE QUARANTINE-RECORD
           ADD 1 TO WS-QUARANTINE-COUNT.

       0057-REPORT-NO-SLOT.
           *> The master names a transmission file this program has
           *> no slot for, so the site's log cannot have been read;
           *> the master needs correcting before the next run
           DISPLAY 'LOG-MERGE: SITE ' WS-SITE-SLOT-CODE(WS-SITE-IDX)
               ' TRANSMIT FILE IS NOT A SITELOG SLOT, SKIPPED'
           MOVE 'NO SLOT' TO WS-RES-DISPOSITION(WS-SITE-IDX)
           IF WS-RC < 8
               MOVE 8 TO WS-RC
           END-IF.

       0058-CHECK-UNSEEN-SITE.
           *> A site with no block in any slot read: its slot was not
           *> a slot at all, could not be opened (already reported as
           *> a file error), or simply brought nothing for it
           IF WS-SITE-SEEN-SW(WS-SITE-IDX) = 'N'
               EVALUATE TRUE
                   WHEN WS-SITE-SLOT-LOG(WS-SITE-IDX) = 0
                       PERFORM 0057-REPORT-NO-SLOT
                   WHEN WS-SLOT-STATE(WS-SITE-SLOT-LOG(WS-SITE-IDX))
                       = 'E'
                       MOVE 'ERROR' TO WS-RES-DISPOSITION(WS-SITE-IDX)
                   WHEN OTHER
                       PERFORM 0055-REPORT-MISSING-SITE
               END-EVALUATE
           END-IF.

       0059-RECORD-RESULT.
           *> The first block for an active site is that site's
           *> result; any other block gets a line of its own, as far
           *> as the report has room
           IF WS-SITE-FOUND > 0
               AND WS-SITE-SEEN-SW(WS-SITE-FOUND) = 'N'
               MOVE 'Y' TO WS-SITE-SEEN-SW(WS-SITE-FOUND)
               MOVE WS-SITE-FOUND TO WS-RES-IDX
           ELSE
               IF WS-RESULT-COUNT < 40
                   ADD 1 TO WS-RESULT-COUNT
                   MOVE WS-RESULT-COUNT TO WS-RES-IDX
                   MOVE WS-BLOCK-SITE TO WS-RES-SITE-CODE(WS-RES-IDX)
               ELSE
                   MOVE 0 TO WS-RES-IDX
               END-IF
           END-IF
           IF WS-RES-IDX > 0
               MOVE WS-BLOCK-COUNT TO WS-RES-RECEIVED(WS-RES-IDX)
               MOVE WS-BLOCK-EXPECTED TO WS-RES-EXPECTED(WS-RES-IDX)
               MOVE WS-BLOCK-DISPOSITION
                   TO WS-RES-DISPOSITION(WS-RES-IDX)
           END-IF.

       0070-WRITE-CONTROL-REPORT.
               MOVE WS-HEADING-2 TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 0075-WRITE-ONE-RESULT
                   VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RESULT-COUNT
               MOVE WS-RELEASE-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-TOTAL-LINE
               STRING 'RECORDS CONSOLIDATED: ' DELIMITED BY SIZE
           END-IF.

       0075-WRITE-ONE-RESULT.
           MOVE WS-RES-SITE-CODE(WS-RES-IDX) TO WS-DTL-SITE-CODE
           MOVE WS-RES-RECEIVED(WS-RES-IDX) TO WS-DTL-RECEIVED
           MOVE WS-RES-EXPECTED(WS-RES-IDX) TO WS-DTL-EXPECTED
           MOVE WS-RES-DISPOSITION(WS-RES-IDX) TO WS-DTL-DISPOSITION
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

