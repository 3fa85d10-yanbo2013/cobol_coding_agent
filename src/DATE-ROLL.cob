       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATE-ROLL.
       AUTHOR. COBOL-EXPERT.

       *> Business-date rollover of the CONTROLCARD. Someone used to
       *> hand-edit CC-RUN-DATE every morning, and one typo refused
       *> the whole cycle at HELLO-WORLD's run-date check. This run
       *> goes in after CYCLE-GATE: for each line on the card it
       *> looks for the gate's CYCREL.DAT release of the line's site
       *> for the card's run date (a release with no site counts for
       *> every site), and only when there is one does it find the
       *> site's next processing day (P) after that date in
       *> CALENDAR.DAT and rewrite the line for it, keeping the site
       *> and shift. With no release the line is left alone, so a
       *> day can never be skipped by accident; a card already dated
       *> after today is taken as rolled and left alone too. A blank
       *> run date is rolled as if it were today. A line with no
       *> site is not rolled but goes back on the card unchanged, in
       *> its place. Every attempt is appended to DATEROLL.LOG with
       *> the dates before and after and the result, and printed on
       *> DATEROLL.OUT.
       *>
       *> Normal mode expects the card to stand at today and refuses
       *> a card left behind by an outage. Catch-up mode, asked for
       *> with C on the optional ROLLCARD, lists for each site the
       *> processing days from the card's date through today that
       *> the gate never released, then rolls the card forward one
       *> business day only, and only if the day it stands at has
       *> now been released; each run after the next missed day is
       *> cleared moves it on one more. A missed day is cleared the
       *> same way as any other: with the card standing at it, the
       *> day's jobs are run (HELLO-WORLD takes a card behind the
       *> system date as a catch-up run for a day not yet released)
       *> and CYCLE-GATE, which gates the card's business date, then
       *> releases it. The run ends 4 when catch-up
       *> finds missed days, 8 when a line could not be rolled for
       *> want of a release, 12 when the calendar has no processing
       *> day ahead for a site.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLL-CARD-FILE ASSIGN TO "ROLLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-CARD-STATUS.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CONTROLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-CARD-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RELEASE-FILE ASSIGN TO "CYCREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT ROLL-LOG-FILE ASSIGN TO "DATEROLL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DATEROLL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> One optional card: N (or blank) for the normal daily roll,
       *> C for catch-up after an outage
       FD  ROLL-CARD-FILE.
       01  ROLL-CARD-RECORD.
           05 RL-MODE PIC X(1).

       FD  CONTROL-CARD-FILE.
       COPY CTLCARD.

       FD  CALENDAR-FILE.
       COPY CALREC.

       FD  RELEASE-FILE.
       COPY CYCREL.

       *> One line per card line per run: when, which site and
       *> shift, the mode, the run date before and after, and what
       *> happened
       FD  ROLL-LOG-FILE.
       01  ROLL-LOG-RECORD.
           05 DR-DATE PIC X(10).
           05 DR-FILLER-1 PIC X.
           05 DR-TIME PIC X(8).
           05 DR-FILLER-2 PIC X.
           05 DR-SITE-CODE PIC X(4).
           05 DR-FILLER-3 PIC X.
           05 DR-SHIFT-CODE PIC X(1).
           05 DR-FILLER-4 PIC X.
           05 DR-MODE PIC X(7).
           05 DR-FILLER-5 PIC X.
           05 DR-OLD-RUN-DATE PIC X(10).
           05 DR-FILLER-6 PIC X.
           05 DR-NEW-RUN-DATE PIC X(10).
           05 DR-FILLER-7 PIC X.
           05 DR-RESULT PIC X(12).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ROLL-CARD-STATUS PIC XX VALUE '00'.
       01 WS-CONTROL-CARD-STATUS PIC XX VALUE '00'.
       01 WS-CALENDAR-STATUS PIC XX VALUE '00'.
       01 WS-RELEASE-STATUS PIC XX VALUE '00'.
       01 WS-ROLL-LOG-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-REPORT-OPENED-OK PIC X VALUE 'N'.
       01 WS-ANY-ROLLED PIC X VALUE 'N'.
       01 WS-SITE-ON-CARD PIC X VALUE 'N'.

       *> Set when the card holds more lines than the table, so the
       *> card is not rewritten and no line is lost
       01 WS-CARD-OVERFLOW PIC X VALUE 'N'.

       *> Worst return code seen so far, posted to RETURN-CODE at exit
       01 WS-RC PIC 9(4) VALUE 0.

       01 WS-ROLL-MODE PIC X(1) VALUE 'N'.
       01 WS-MODE-NAME PIC X(7) VALUE 'NORMAL'.

       *> Every line on the control card, rolled in place and
       *> written back together; a line with no site rides along
       01 WS-CARD-COUNT PIC 9(4) VALUE 0.
       01 WS-CARD-IDX PIC 9(4) VALUE 0.
       01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 20 TIMES.
               10 WS-CARD-SITE-CODE PIC X(4).
               10 WS-CARD-SHIFT-CODE PIC X(1).
               10 WS-CARD-RUN-DATE PIC X(10).

       *> Processing days for the card's sites, in calendar order
       01 WS-DAY-COUNT PIC 9(4) VALUE 0.
       01 WS-DAY-IDX PIC 9(4) VALUE 0.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 2000 TIMES.
               10 WS-DAY-SITE-CODE PIC X(4).
               10 WS-DAY-DATE PIC X(10).

       *> Every release the gate has recorded
       01 WS-REL-COUNT PIC 9(4) VALUE 0.
       01 WS-REL-IDX PIC 9(4) VALUE 0.
       01 WS-REL-TABLE.
           05 WS-REL-ENTRY OCCURS 2000 TIMES.
               10 WS-REL-SITE-CODE PIC X(4).
               10 WS-REL-RUN-DATE PIC X(10).

       *> The card line in hand
       01 WS-OLD-RUN-DATE PIC X(10) VALUE SPACES.
       01 WS-NEW-RUN-DATE PIC X(10) VALUE SPACES.
       01 WS-RESULT PIC X(12) VALUE SPACES.
       01 WS-LOOK-SITE-CODE PIC X(4) VALUE SPACES.
       01 WS-LOOK-DATE PIC X(10) VALUE SPACES.
       01 WS-RELEASED-SW PIC X VALUE 'N'.
       01 WS-MISSED-COUNT PIC 9(4) VALUE 0.
       01 WS-SITE-MISSED PIC 9(4) VALUE 0.

       01 WS-TODAY.
           05 WS-TD-YYYY PIC 9(4).
           05 WS-TD-MM PIC 9(2).
           05 WS-TD-DD PIC 9(2).
       01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.
       01 WS-TIME-OF-DAY PIC 9(8) VALUE ZEROS.
       01 WS-TIMESTAMP PIC X(8) VALUE SPACES.

       01 WS-HEADING-1 PIC X(100) VALUE SPACES.
       01 WS-HEADING-2 PIC X(100) VALUE
           'SITE SH MODE    RUN DATE    NEXT DATE   RESULT'.
       01 WS-DETAIL-LINE.
           05 WS-DTL-SITE-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-SHIFT-CODE PIC X(1).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-MODE PIC X(7).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-OLD-RUN-DATE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-NEW-RUN-DATE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-RESULT PIC X(12).
       01 WS-MISSED-LINE.
           05 WS-MSD-SITE-CODE PIC X(4).
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(19) VALUE 'MISSED, NO RELEASE:'.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-MSD-DATE PIC X(10).
       01 WS-TOTAL-LINE PIC X(100) VALUE SPACES.
       01 WS-COUNT-DISPLAY PIC ZZZ9.

       *> Parameters for the shared BANNER-SUB startup-banner routine
       COPY BANNERPM.

       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
           PERFORM 0005-GET-TODAY
           PERFORM 0007-CALL-BANNER-SUB
           PERFORM 0010-GET-ROLL-CARD
           PERFORM 0015-OPEN-REPORT
           PERFORM 0020-LOAD-CONTROL-CARD
           IF WS-CARD-COUNT > 0
               PERFORM 0030-LOAD-CALENDAR
               PERFORM 0040-LOAD-RELEASES
               PERFORM 0050-ROLL-ONE-LINE
                   VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
               IF WS-ANY-ROLLED = 'Y'
                   IF WS-CARD-OVERFLOW = 'N'
                       PERFORM 0080-REWRITE-CONTROL-CARD
                   ELSE
                       DISPLAY 'DATE-ROLL: CONTROL CARD TOO LONG TO '
                           'REWRITE WHOLE, CARD LEFT UNCHANGED'
                       MOVE 'N' TO WS-ANY-ROLLED
                   END-IF
               END-IF
           ELSE
               DISPLAY 'DATE-ROLL: NO CONTROL CARD LINES, NOTHING '
                   'TO ROLL'
               IF WS-RC < 12
                   MOVE 12 TO WS-RC
               END-IF
           END-IF
           PERFORM 0090-WRITE-TOTALS
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       0005-GET-TODAY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TD-YYYY '-' WS-TD-MM '-' WS-TD-DD
               DELIMITED BY SIZE INTO WS-TODAY-DISPLAY.

       0007-CALL-BANNER-SUB.
           MOVE 'DATEROLL' TO BP-JOB-NAME
           MOVE WS-TODAY-DISPLAY TO BP-RUN-DATE
           MOVE 1 TO BP-STEP-NUMBER
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0010-GET-ROLL-CARD.
           OPEN INPUT ROLL-CARD-FILE
           IF WS-ROLL-CARD-STATUS = '00'
               READ ROLL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE RL-MODE
                           WHEN 'C'
                               MOVE 'C' TO WS-ROLL-MODE
                               MOVE 'CATCHUP' TO WS-MODE-NAME
                           WHEN 'N'
                           WHEN SPACE
                               CONTINUE
                           WHEN OTHER
                               DISPLAY 'DATE-ROLL: ROLLCARD MODE '
                                   RL-MODE ' INVALID, NORMAL ROLL'
                               IF WS-RC < 4
                                   MOVE 4 TO WS-RC
                               END-IF
                       END-EVALUATE
               END-READ
               CLOSE ROLL-CARD-FILE
           ELSE
               IF WS-ROLL-CARD-STATUS NOT = '35'
                   MOVE 'ROLLCARD' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-ROLL-CARD-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0015-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS = '00'
               MOVE 'Y' TO WS-REPORT-OPENED-OK
               STRING 'CONTROL CARD BUSINESS-DATE ROLLOVER  MODE '
                   DELIMITED BY SIZE
                   WS-MODE-NAME DELIMITED BY SIZE
                   '  RUN ' DELIMITED BY SIZE
                   WS-TODAY-DISPLAY DELIMITED BY SIZE
                   INTO WS-HEADING-1
               MOVE WS-HEADING-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-HEADING-2 TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE 'DATEROLL' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-REPORT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0020-LOAD-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CONTROL-CARD-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0025-LOAD-ONE-CARD-LINE
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE CONTROL-CARD-FILE
           ELSE
               MOVE 'CONTROLCARD' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-CONTROL-CARD-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0025-LOAD-ONE-CARD-LINE.
           READ CONTROL-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-CARD-COUNT < 20
                       ADD 1 TO WS-CARD-COUNT
                       MOVE CC-SITE-CODE
                           TO WS-CARD-SITE-CODE(WS-CARD-COUNT)
                       MOVE CC-SHIFT-CODE
                           TO WS-CARD-SHIFT-CODE(WS-CARD-COUNT)
                       MOVE CC-RUN-DATE
                           TO WS-CARD-RUN-DATE(WS-CARD-COUNT)
                   ELSE
                       DISPLAY 'DATE-ROLL: MORE THAN 20 CONTROL '
                           'CARD LINES, SITE ' CC-SITE-CODE
                           ' NOT ROLLED'
                       MOVE 'Y' TO WS-CARD-OVERFLOW
                       IF WS-RC < 8
                           MOVE 8 TO WS-RC
                       END-IF
                   END-IF
           END-READ.

       0030-LOAD-CALENDAR.
           *> Only processing days for a site on the card matter
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0035-LOAD-ONE-DAY
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE CALENDAR-FILE
           ELSE
               MOVE 'CALENDAR' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-CALENDAR-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0035-LOAD-ONE-DAY.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF CAL-DAY-TYPE = 'P'
                       MOVE 'N' TO WS-SITE-ON-CARD
                       PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                           UNTIL WS-CARD-IDX > WS-CARD-COUNT
                           OR WS-SITE-ON-CARD = 'Y'
                           IF WS-CARD-SITE-CODE(WS-CARD-IDX)
                               = CAL-SITE-CODE
                               MOVE 'Y' TO WS-SITE-ON-CARD
                           END-IF
                       END-PERFORM
                       IF WS-SITE-ON-CARD = 'Y'
                           PERFORM 0037-ADD-DAY
                       END-IF
                   END-IF
           END-READ.

       0037-ADD-DAY.
           IF WS-DAY-COUNT < 2000
               ADD 1 TO WS-DAY-COUNT
               MOVE CAL-SITE-CODE TO WS-DAY-SITE-CODE(WS-DAY-COUNT)
               MOVE CAL-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
           ELSE
               DISPLAY 'DATE-ROLL: MORE THAN 2000 PROCESSING DAYS, '
                   CAL-DATE ' SITE ' CAL-SITE-CODE ' NOT LOADED'
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF.

       0040-LOAD-RELEASES.
           *> No release file yet means the gate has never released,
           *> so nothing can roll
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 0045-LOAD-ONE-RELEASE
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE RELEASE-FILE
           ELSE
               IF WS-RELEASE-STATUS NOT = '35'
                   MOVE 'CYCREL' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-RELEASE-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0045-LOAD-ONE-RELEASE.
           READ RELEASE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-REL-COUNT < 2000
                       ADD 1 TO WS-REL-COUNT
                       MOVE CR-SITE-CODE
                           TO WS-REL-SITE-CODE(WS-REL-COUNT)
                       MOVE CR-RUN-DATE TO WS-REL-RUN-DATE(WS-REL-COUNT)
                   ELSE
                       DISPLAY 'DATE-ROLL: MORE THAN 2000 RELEASES, '
                           CR-RUN-DATE ' NOT LOADED'
                       IF WS-RC < 4
                           MOVE 4 TO WS-RC
                       END-IF
                   END-IF
           END-READ.

       0050-ROLL-ONE-LINE.
           *> A line with no site has nothing to roll for
           IF WS-CARD-SITE-CODE(WS-CARD-IDX) NOT = SPACES
               PERFORM 0052-ROLL-SITE-LINE
           END-IF.

       0052-ROLL-SITE-LINE.
           MOVE WS-CARD-RUN-DATE(WS-CARD-IDX) TO WS-OLD-RUN-DATE
           IF WS-OLD-RUN-DATE = SPACES
               MOVE WS-TODAY-DISPLAY TO WS-OLD-RUN-DATE
           END-IF
           MOVE SPACES TO WS-NEW-RUN-DATE
           MOVE SPACES TO WS-RESULT
           MOVE WS-CARD-SITE-CODE(WS-CARD-IDX) TO WS-LOOK-SITE-CODE
           IF WS-ROLL-MODE = 'C'
               PERFORM 0060-LIST-MISSED-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-OLD-RUN-DATE > WS-TODAY-DISPLAY
                   MOVE 'ALREADY DONE' TO WS-RESULT
               WHEN WS-OLD-RUN-DATE < WS-TODAY-DISPLAY
                   AND WS-ROLL-MODE NOT = 'C'
                   MOVE 'BEHIND TODAY' TO WS-RESULT
                   DISPLAY 'DATE-ROLL: CARD FOR SITE '
                       WS-LOOK-SITE-CODE ' STANDS AT '
                       WS-OLD-RUN-DATE ', RUN CATCH-UP MODE'
                   IF WS-RC < 8
                       MOVE 8 TO WS-RC
                   END-IF
               WHEN OTHER
                   PERFORM 0055-ROLL-IF-RELEASED
           END-EVALUATE
           PERFORM 0070-LOG-ROLL.

       0055-ROLL-IF-RELEASED.
           *> The gate's release of the day the card stands at is
           *> the only thing that lets the card move
           MOVE WS-OLD-RUN-DATE TO WS-LOOK-DATE
           PERFORM 0065-CHECK-RELEASED
           IF WS-RELEASED-SW = 'N'
               MOVE 'NOT RELEASED' TO WS-RESULT
               DISPLAY 'DATE-ROLL: CYCLE NOT RELEASED FOR SITE '
                   WS-LOOK-SITE-CODE ' ON ' WS-OLD-RUN-DATE
                   ', CARD NOT ROLLED'
               IF WS-RC < 8
                   MOVE 8 TO WS-RC
               END-IF
           ELSE
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
                   IF WS-DAY-SITE-CODE(WS-DAY-IDX) = WS-LOOK-SITE-CODE
                       AND WS-DAY-DATE(WS-DAY-IDX) > WS-OLD-RUN-DATE
                       IF WS-NEW-RUN-DATE = SPACES
                           OR WS-DAY-DATE(WS-DAY-IDX) < WS-NEW-RUN-DATE
                           MOVE WS-DAY-DATE(WS-DAY-IDX)
                               TO WS-NEW-RUN-DATE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-NEW-RUN-DATE = SPACES
                   MOVE 'NO NEXT PDAY' TO WS-RESULT
                   DISPLAY 'DATE-ROLL: NO PROCESSING DAY AFTER '
                       WS-OLD-RUN-DATE ' ON THE CALENDAR FOR SITE '
                       WS-LOOK-SITE-CODE
                   IF WS-RC < 12
                       MOVE 12 TO WS-RC
                   END-IF
               ELSE
                   MOVE 'ROLLED' TO WS-RESULT
                   MOVE WS-NEW-RUN-DATE
                       TO WS-CARD-RUN-DATE(WS-CARD-IDX)
                   MOVE 'Y' TO WS-ANY-ROLLED
                   DISPLAY 'DATE-ROLL: SITE ' WS-LOOK-SITE-CODE
                       ' ROLLED FROM ' WS-OLD-RUN-DATE ' TO '
                       WS-NEW-RUN-DATE
               END-IF
           END-IF.

       0060-LIST-MISSED-DAYS.
           *> Every processing day from the card's date through today
           *> that the gate never released, in calendar order as the
           *> calendar holds them
           MOVE 0 TO WS-SITE-MISSED
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-SITE-CODE(WS-DAY-IDX) = WS-LOOK-SITE-CODE
                   AND WS-DAY-DATE(WS-DAY-IDX) NOT < WS-OLD-RUN-DATE
                   AND WS-DAY-DATE(WS-DAY-IDX) NOT > WS-TODAY-DISPLAY
                   MOVE WS-DAY-DATE(WS-DAY-IDX) TO WS-LOOK-DATE
                   PERFORM 0065-CHECK-RELEASED
                   IF WS-RELEASED-SW = 'N'
                       ADD 1 TO WS-SITE-MISSED
                       ADD 1 TO WS-MISSED-COUNT
                       PERFORM 0067-REPORT-MISSED-DAY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SITE-MISSED > 0 AND WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.

       0065-CHECK-RELEASED.
           MOVE 'N' TO WS-RELEASED-SW
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-REL-COUNT
               OR WS-RELEASED-SW = 'Y'
               IF WS-REL-RUN-DATE(WS-REL-IDX) = WS-LOOK-DATE
                   AND (WS-REL-SITE-CODE(WS-REL-IDX) = SPACES
                   OR WS-REL-SITE-CODE(WS-REL-IDX)
                   = WS-LOOK-SITE-CODE)
                   MOVE 'Y' TO WS-RELEASED-SW
               END-IF
           END-PERFORM.

       0067-REPORT-MISSED-DAY.
           IF WS-REPORT-OPENED-OK = 'Y'
               MOVE WS-LOOK-SITE-CODE TO WS-MSD-SITE-CODE
               MOVE WS-LOOK-DATE TO WS-MSD-DATE
               MOVE WS-MISSED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0070-LOG-ROLL.
           ACCEPT WS-TIME-OF-DAY FROM TIME
           STRING WS-TIME-OF-DAY(1:2) ':' WS-TIME-OF-DAY(3:2)
               ':' WS-TIME-OF-DAY(5:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           IF WS-REPORT-OPENED-OK = 'Y'
               MOVE WS-LOOK-SITE-CODE TO WS-DTL-SITE-CODE
               MOVE WS-CARD-SHIFT-CODE(WS-CARD-IDX) TO WS-DTL-SHIFT-CODE
               MOVE WS-MODE-NAME TO WS-DTL-MODE
               MOVE WS-OLD-RUN-DATE TO WS-DTL-OLD-RUN-DATE
               MOVE WS-NEW-RUN-DATE TO WS-DTL-NEW-RUN-DATE
               MOVE WS-RESULT TO WS-DTL-RESULT
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           OPEN EXTEND ROLL-LOG-FILE
           IF WS-ROLL-LOG-STATUS = '35'
               OPEN OUTPUT ROLL-LOG-FILE
           END-IF
           IF WS-ROLL-LOG-STATUS = '00'
               MOVE SPACES TO ROLL-LOG-RECORD
               MOVE WS-TODAY-DISPLAY TO DR-DATE
               MOVE WS-TIMESTAMP TO DR-TIME
               MOVE WS-LOOK-SITE-CODE TO DR-SITE-CODE
               MOVE WS-CARD-SHIFT-CODE(WS-CARD-IDX) TO DR-SHIFT-CODE
               MOVE WS-MODE-NAME TO DR-MODE
               MOVE WS-OLD-RUN-DATE TO DR-OLD-RUN-DATE
               MOVE WS-NEW-RUN-DATE TO DR-NEW-RUN-DATE
               MOVE WS-RESULT TO DR-RESULT
               WRITE ROLL-LOG-RECORD
               CLOSE ROLL-LOG-FILE
           ELSE
               MOVE 'DATEROLLLOG' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-ROLL-LOG-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0080-REWRITE-CONTROL-CARD.
           *> The whole card goes back at once, rolled lines and
           *> untouched ones alike, in the order it was read
           OPEN OUTPUT CONTROL-CARD-FILE
           IF WS-CONTROL-CARD-STATUS = '00'
               PERFORM 0085-WRITE-ONE-CARD-LINE
                   VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > WS-CARD-COUNT
               CLOSE CONTROL-CARD-FILE
           ELSE
               MOVE 'CONTROLCARD' TO FE-FILE-NAME
               MOVE 'WRITE' TO FE-OPERATION
               MOVE WS-CONTROL-CARD-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF.

       0085-WRITE-ONE-CARD-LINE.
           MOVE SPACES TO CONTROL-CARD-RECORD
           MOVE WS-CARD-SITE-CODE(WS-CARD-IDX) TO CC-SITE-CODE
           MOVE WS-CARD-SHIFT-CODE(WS-CARD-IDX) TO CC-SHIFT-CODE
           MOVE WS-CARD-RUN-DATE(WS-CARD-IDX) TO CC-RUN-DATE
           WRITE CONTROL-CARD-RECORD.

       0090-WRITE-TOTALS.
           IF WS-REPORT-OPENED-OK = 'Y'
               IF WS-ROLL-MODE = 'C'
                   MOVE WS-MISSED-COUNT TO WS-COUNT-DISPLAY
                   MOVE SPACES TO WS-TOTAL-LINE
                   STRING 'PROCESSING DAYS MISSED: ' DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO WS-TOTAL-LINE
                   MOVE WS-TOTAL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF WS-ANY-ROLLED = 'Y'
                   MOVE 'CONTROL CARD REWRITTEN' TO REPORT-LINE
               ELSE
                   MOVE 'CONTROL CARD UNCHANGED' TO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
           END-IF.

       8000-REPORT-FILE-ERROR.
           *> Shared handler announces the error, writes the central
           *> ERROR.LOG record and returns the standard severity,
           *> merged into this job's worst-so-far code
           MOVE 'DATE-ROLL' TO FE-PROGRAM-NAME
           CALL 'FILEERR-SUB' USING FILE-ERROR-PARMS
           IF FE-SEVERITY > WS-RC
               MOVE FE-SEVERITY TO WS-RC
           END-IF.
