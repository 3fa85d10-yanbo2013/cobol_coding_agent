       *> site on the corporate master: each program's started and
       *> completed times and worst return code, followed by a
       *> cross-site exception page listing the failures and any
       *> expected site with no records at all (a site absent from
       *> the master is exactly the site whose night went wrong), and
       *> a one-line summary per site for reading out on the morning
       *> call. The expected sites are the active sites on the
       *> indexed site master, the same list LOG-MERGE now reads its
       *> transmissions by, so both ends of the pipeline agree on who
       *> was expected and a new site needs no change here.
       *>
       *> The report now reads the permanent corporate history
       *> CORPHIST.DAT that CORP-LOAD posts each night's master into,
       *> instead of CORPLOG.DAT, which only ever holds last night:
       *> the card may name any past run date still on the history,
       *> and a late site posted since shows up when the date is
       *> reported again. CORP-LOAD therefore runs between LOG-MERGE
       *> and this report.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
           SELECT REPORT-CARD-FILE ASSIGN TO "CORPCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-CARD-STATUS.
           SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-SITE-CODE
               FILE STATUS IS WS-SITE-MASTER-STATUS.
           SELECT CORP-HIST-FILE ASSIGN TO "CORPHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS WS-CORP-HIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CORPRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       01  REPORT-CARD-RECORD.
           05 RC-RUN-DATE PIC X(10).

       *> The site master: every active site is expected on the
       *> corporate master
       FD  SITE-MASTER-FILE.
       COPY SITEMAST.

       FD  CORP-HIST-FILE.
       COPY CORPHIST.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-CARD-STATUS PIC XX VALUE '00'.
       01 WS-SITE-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-CORP-HIST-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-TABLE-FULL-SW PIC X VALUE 'N'.

       01 WS-REPORT-DATE PIC X(10) VALUE SPACES.

       *> Sites expected from the site master plus any others found
       *> on the corporate master, with the per-site tallies for the
       *> summary
       01 WS-SITE-COUNT PIC 9(4) VALUE 0.
       01 WS-SITE-IDX PIC 9(4) VALUE 0.
       01 WS-SITE-FOUND PIC 9(4) VALUE 0.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 20 TIMES.
               10 WS-SITE-LIST-CODE PIC X(4).
               10 WS-SITE-EXPECTED-SW PIC X(1).
               10 WS-SITE-RECORD-COUNT PIC 9(6).
           PERFORM 0005-GET-TODAY
           PERFORM 0007-CALL-BANNER-SUB
           PERFORM 0010-GET-REPORT-CARD
           PERFORM 0015-LOAD-SITE-MASTER
           PERFORM 0020-TALLY-CORP-HIST
           PERFORM 0040-WRITE-REPORT
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.
               END-IF
           END-IF.

       0015-LOAD-SITE-MASTER.
           *> Active sites are the expected ones; a closed site only
           *> appears if it still has records for the report date. A
           *> site master that is not there still lets the corporate
           *> master's own sites report
           OPEN INPUT SITE-MASTER-FILE
           IF WS-SITE-MASTER-STATUS = '00'
               PERFORM 0017-LOAD-ONE-SITE
                   UNTIL WS-EOF-SWITCH = 'Y'
                   OR WS-SITE-COUNT = 20
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
                       ADD 1 TO WS-SITE-COUNT
                       MOVE SM-SITE-CODE
                           TO WS-SITE-LIST-CODE(WS-SITE-COUNT)
                       MOVE 'Y' TO WS-SITE-EXPECTED-SW(WS-SITE-COUNT)
                       MOVE 0 TO WS-SITE-RECORD-COUNT(WS-SITE-COUNT)
                   END-IF
           END-READ.

       0020-TALLY-CORP-HIST.
           *> The history is keyed by site first, so every record is
           *> read and only the report date's are tallied; each
           *> site's records for the date come in time order
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CORP-HIST-FILE
           IF WS-CORP-HIST-STATUS = '00'
               PERFORM 0025-TALLY-ONE-RECORD
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE CORP-HIST-FILE
               IF WS-TABLE-FULL-SW = 'Y'
                   DISPLAY 'CORP-RPT: MORE THAN 200 SITE/PROGRAM '
                       'PAIRS, REMAINDER NOT REPORTED'
                   END-IF
               END-IF
           ELSE
               IF WS-CORP-HIST-STATUS NOT = '35'
                   MOVE 'CORPHIST' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-CORP-HIST-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0025-TALLY-ONE-RECORD.
           READ CORP-HIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF CH-RUN-DATE = WS-REPORT-DATE
                       PERFORM 0027-FIND-SITE-ENTRY
                       PERFORM 0030-FIND-PAIR-ENTRY
                       IF WS-PAIR-FOUND > 0
           END-READ.

       0027-FIND-SITE-ENTRY.
           *> A site on the corporate master but not expected from the
           *> site master still gets a section: reporting it beats
           *> ignoring it
           MOVE 0 TO WS-SITE-FOUND
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
               OR WS-SITE-FOUND > 0
               IF WS-SITE-LIST-CODE(WS-SITE-IDX) = CH-SITE-CODE
                   MOVE WS-SITE-IDX TO WS-SITE-FOUND
               END-IF
           END-PERFORM
           IF WS-SITE-FOUND = 0 AND WS-SITE-COUNT < 20
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-SITE-COUNT TO WS-SITE-FOUND
               MOVE CH-SITE-CODE
                   TO WS-SITE-LIST-CODE(WS-SITE-FOUND)
               MOVE 'N' TO WS-SITE-EXPECTED-SW(WS-SITE-FOUND)
               MOVE 0 TO WS-SITE-RECORD-COUNT(WS-SITE-FOUND)
           END-IF
           IF WS-SITE-FOUND > 0
               ADD 1 TO WS-SITE-RECORD-COUNT(WS-SITE-FOUND)
               IF CH-RETURN-CODE > WS-SITE-WORST-RC(WS-SITE-FOUND)
                   MOVE CH-RETURN-CODE
                       TO WS-SITE-WORST-RC(WS-SITE-FOUND)
               END-IF
           END-IF.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               OR WS-PAIR-FOUND > 0
               IF WS-PAIR-SITE-CODE(WS-PAIR-IDX) = CH-SITE-CODE
                   AND WS-PAIR-PROGRAM(WS-PAIR-IDX)
                       = CH-PROGRAM-NAME
                   MOVE WS-PAIR-IDX TO WS-PAIR-FOUND
               END-IF
           END-PERFORM
               IF WS-PAIR-COUNT < 200
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PAIR-COUNT TO WS-PAIR-FOUND
                   MOVE CH-SITE-CODE
                       TO WS-PAIR-SITE-CODE(WS-PAIR-FOUND)
                   MOVE CH-PROGRAM-NAME
                       TO WS-PAIR-PROGRAM(WS-PAIR-FOUND)
                   MOVE SPACES TO WS-PAIR-START-TIME(WS-PAIR-FOUND)
                   MOVE SPACES
           END-IF.

       0035-TALLY-INTO-PAIR.
           EVALUATE CH-OUTCOME
               WHEN 'STARTED'
                   ADD 1 TO WS-PAIR-START-COUNT(WS-PAIR-FOUND)
                   IF WS-PAIR-START-TIME(WS-PAIR-FOUND) = SPACES
                       MOVE CH-TIME
                           TO WS-PAIR-START-TIME(WS-PAIR-FOUND)
                   END-IF
               WHEN 'COMPLETE'
                   ADD 1 TO WS-PAIR-COMPLETE-COUNT(WS-PAIR-FOUND)
                   MOVE CH-TIME
                       TO WS-PAIR-COMPLETE-TIME(WS-PAIR-FOUND)
           END-EVALUATE
           IF CH-RETURN-CODE > WS-PAIR-WORST-RC(WS-PAIR-FOUND)
               MOVE CH-RETURN-CODE
                   TO WS-PAIR-WORST-RC(WS-PAIR-FOUND)
           END-IF.

