       *> verifies coverage, reporting any date/site with no line or
       *> more than one, so a full, gap-free calendar is proven before
       *> the cycle starts gating on it.
       *>
       *> Every site named on the build card must be active on the
       *> site master, or the card is refused before the live file
       *> is touched. A card that names no sites at all builds every
       *> active site on the master, so a new site is calendared
       *> without a longer card.
       *>
       *> The card also carries the operator id of whoever asked for
       *> the build. Because the whole live calendar is rewritten,
       *> that id must belong to an active, unexpired supervisor on
       *> the operator master authorized for every site being built;
       *> otherwise AUTHCHK-SUB refuses it, the attempt goes to the
       *> security violation log, and the report carries the reason
       *> instead of a verification.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT SITE-MASTER-FILE ASSIGN TO "SITEMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-SITE-CODE
               FILE STATUS IS WS-SITE-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALBUILD.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> One card: the year to build, up to four site codes and the
       *> requesting operator's id. A blank site slot is simply not
       *> built; all four blank means every active site on the site
       *> master
       FD  BUILD-CARD-FILE.
       01  BUILD-CARD-RECORD.
           05 BC-YEAR PIC X(4).
           05 BC-SITE-SLOT OCCURS 4 TIMES.
               10 BC-FILLER PIC X.
               10 BC-SITE-CODE PIC X(4).
           05 BC-FILLER-2 PIC X.
           05 BC-USER-ID PIC X(8).

       *> One card per holiday: the date and a description. Holidays
       *> apply to every site on the build card
       FD  CALENDAR-FILE.
       COPY CALREC.

       *> The site master, read through when the card names no sites
       FD  SITE-MASTER-FILE.
       COPY SITEMAST.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       01 WS-HOLIDAY-CARD-STATUS PIC XX VALUE '00'.
       01 WS-CALENDAR-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-SITE-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-CARD-OK PIC X VALUE 'N'.
       01 WS-SITES-OK PIC X VALUE 'Y'.
       01 WS-OPERATOR-OK PIC X VALUE 'Y'.
       01 WS-BUILT-OK PIC X VALUE 'N'.
       01 WS-BUILD-USER-ID PIC X(8) VALUE SPACES.
       01 WS-REFUSAL-REASON PIC X(30) VALUE SPACES.

       *> Worst return code seen so far, posted to RETURN-CODE at exit
       01 WS-RC PIC 9(4) VALUE 0.
       01 WS-SITE-COUNT PIC 9(4) VALUE 0.
       01 WS-SITE-IDX PIC 9(4) VALUE 0.
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 20 TIMES.
               10 WS-SITE-BUILD-CODE PIC X(4).

       *> Holidays from the card file, applied to every site
       *> Read-back verification: one count per built site and day of
       *> the year, so a gap is a zero and a duplicate is two or more
       01 WS-VERIFY-TABLE VALUE ZEROS.
           05 WS-VFY-SITE OCCURS 20 TIMES.
               10 WS-VFY-DAY-COUNT OCCURS 366 TIMES PIC 9(4).
       01 WS-VFY-DAY-IDX PIC 9(4) VALUE 0.
       01 WS-VFY-SITE-IDX PIC 9(4) VALUE 0.
       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       *> Parameters for the shared SITECHK-SUB site-master lookup
       COPY SITEPM.

       *> Parameters for the shared AUTHCHK-SUB operator check
       COPY AUTHPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
           PERFORM 0007-CALL-BANNER-SUB
           PERFORM 0010-GET-BUILD-CARD
           IF WS-CARD-OK = 'Y'
               PERFORM 0012-CHECK-OPERATOR
               IF WS-OPERATOR-OK = 'Y'
                   PERFORM 0020-LOAD-HOLIDAYS
                   PERFORM 0030-GENERATE-CALENDAR
                   IF WS-BUILT-OK = 'Y'
                       PERFORM 0050-VERIFY-CALENDAR
                       PERFORM 0070-WRITE-REPORT
                   END-IF
               ELSE
                   DISPLAY 'CAL-BUILD: BUILD REFUSED, '
                       WS-REFUSAL-REASON
                   PERFORM 0090-WRITE-REFUSAL-REPORT
                   IF WS-RC < 8
                       MOVE 8 TO WS-RC
                   END-IF
               END-IF
           ELSE
               DISPLAY 'CAL-BUILD: NO VALID BUILD CARD, NO CALENDAR '
               END-IF
           END-IF.

       0012-CHECK-OPERATOR.
           *> One check per site being built, stopping at the first
           *> refusal so a single bad card logs a single violation
           PERFORM 0013-CHECK-OPERATOR-SITE
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
               OR WS-OPERATOR-OK = 'N'.

       0013-CHECK-OPERATOR-SITE.
           MOVE 'CAL-BUILD' TO AK-PROGRAM-NAME
           MOVE WS-BUILD-USER-ID TO AK-USER-ID
           MOVE WS-SITE-BUILD-CODE(WS-SITE-IDX) TO AK-SITE-CODE
           MOVE 'S' TO AK-REQUIRED-ROLE
           MOVE 'BUILD' TO AK-FUNCTION
           MOVE SPACES TO AK-DETAIL
           STRING 'CALENDAR ' WS-YEAR-DISPLAY
               DELIMITED BY SIZE INTO AK-DETAIL
           CALL 'AUTHCHK-SUB' USING AUTH-CHECK-PARMS
           IF AK-RESULT NOT = 'Y'
               MOVE 'N' TO WS-OPERATOR-OK
               MOVE AK-REASON TO WS-REFUSAL-REASON
           END-IF.

       0015-EDIT-BUILD-CARD.
           *> A plausible year and at least one site slot are required
           *> before the live calendar file is overwritten
           MOVE BC-USER-ID TO WS-BUILD-USER-ID
           IF BC-YEAR IS NUMERIC
               MOVE BC-YEAR TO WS-BUILD-YEAR
               MOVE BC-YEAR TO WS-YEAR-DISPLAY
                               TO WS-SITE-BUILD-CODE(WS-SITE-COUNT)
                       END-IF
                   END-PERFORM
                   IF WS-SITE-COUNT = 0
                       PERFORM 0017-LOAD-ACTIVE-SITES
                   ELSE
                       PERFORM 0016-CHECK-ONE-SITE
                           VARYING WS-SITE-IDX FROM 1 BY 1
                           UNTIL WS-SITE-IDX > WS-SITE-COUNT
                   END-IF
                   IF WS-SITE-COUNT > 0 AND WS-SITES-OK = 'Y'
                       MOVE 'Y' TO WS-CARD-OK
                   END-IF
               END-IF
           END-IF.

       0016-CHECK-ONE-SITE.
           *> One closed or unknown site spoils the whole card: the
           *> build rewrites the file for every site at once, so a
           *> half-good card would drop a live site's calendar
           MOVE WS-SITE-BUILD-CODE(WS-SITE-IDX) TO SK-SITE-CODE
           CALL 'SITECHK-SUB' USING SITE-CHECK-PARMS
           IF SK-RESULT NOT = 'Y'
               MOVE 'N' TO WS-SITES-OK
               EVALUATE SK-RESULT
                   WHEN 'C'
                       DISPLAY 'CAL-BUILD: SITE ' SK-SITE-CODE
                           ' IS CLOSED ON THE SITE MASTER'
                   WHEN 'N'
                       DISPLAY 'CAL-BUILD: SITE ' SK-SITE-CODE
                           ' IS NOT ON THE SITE MASTER'
                   WHEN OTHER
                       DISPLAY 'CAL-BUILD: SITE MASTER UNAVAILABLE, '
                           'SITE ' SK-SITE-CODE ' NOT CONFIRMED'
               END-EVALUATE
           END-IF.

       0017-LOAD-ACTIVE-SITES.
           OPEN INPUT SITE-MASTER-FILE
           IF WS-SITE-MASTER-STATUS = '00'
               PERFORM 0018-LOAD-ONE-ACTIVE-SITE
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE SITE-MASTER-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           ELSE
               IF WS-SITE-MASTER-STATUS NOT = '35'
                   MOVE 'SITEMAST' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-SITE-MASTER-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0018-LOAD-ONE-ACTIVE-SITE.
           READ SITE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF SM-STATUS = 'A'
                       IF WS-SITE-COUNT < 20
                           ADD 1 TO WS-SITE-COUNT
                           MOVE SM-SITE-CODE
                               TO WS-SITE-BUILD-CODE(WS-SITE-COUNT)
                       ELSE
                           DISPLAY 'CAL-BUILD: MORE THAN 20 ACTIVE '
                               'SITES, ' SM-SITE-CODE ' NOT BUILT'
                           IF WS-RC < 4
                               MOVE 4 TO WS-RC
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0020-LOAD-HOLIDAYS.
           *> A missing holiday card file is allowed: a year with no
           *> listed holidays is unusual but not wrong
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0090-WRITE-REFUSAL-REPORT.
           *> The calendar is left exactly as it was; the report says
           *> who asked and why they were turned away
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'CALBUILD' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-REPORT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           ELSE
               STRING 'CALENDAR BUILD FOR YEAR ' DELIMITED BY SIZE
                   WS-YEAR-DISPLAY DELIMITED BY SIZE
                   '  RUN ' DELIMITED BY SIZE
                   WS-TODAY-DISPLAY DELIMITED BY SIZE
                   INTO WS-HEADING-1
               MOVE WS-HEADING-1 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-COUNT-LINE
               STRING 'BUILD REFUSED FOR OPERATOR ' DELIMITED BY SIZE
                   WS-BUILD-USER-ID DELIMITED BY SIZE
                   ': ' DELIMITED BY SIZE
                   WS-REFUSAL-REASON DELIMITED BY SIZE
                   INTO WS-COUNT-LINE
               MOVE WS-COUNT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 'CALENDAR.DAT NOT CHANGED' TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
           END-IF.

       8000-REPORT-FILE-ERROR.
           *> Shared handler announces the error, writes the central
           *> ERROR.LOG record and returns the standard severity,
