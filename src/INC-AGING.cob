       IDENTIFICATION DIVISION.
       PROGRAM-ID. INC-AGING.
       AUTHOR. COBOL-EXPERT.

       *> Daily aging report of the incident register, following the
       *> ERR-SUMM model. INCIDENT-SUB opens incidents as the
       *> exception reports find them and INC-MAINT works them, but
       *> an incident nobody picks up just sits there. This report
       *> takes every incident still OPEN or ASSIGNED, works out how
       *> many days it has been open, and prints them worst severity
       *> first, by site within severity and oldest first within
       *> site, with a subtotal per severity and site spread over
       *> four age bands (0-1, 2-7, 8-30 and over 30 days) and a
       *> grand total in the same bands. Resolved incidents waiting
       *> to be closed are counted but not aged. The run ends 4 when
       *> any open incident is more than a week old and 8 when any
       *> is more than thirty days old, so the schedule can flag an
       *> ignored register as well as a failing job.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-MASTER-FILE ASSIGN TO "INCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-INCIDENT-NUMBER
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
           SELECT REPORT-FILE ASSIGN TO "INCAGING.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-MASTER-FILE.
       COPY INCMAST.

       *> One open incident with its age, in the order the report
       *> prints: severity down, site up, age down
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-SEVERITY PIC 9(2).
           05 SR-SITE-CODE PIC X(4).
           05 SR-AGE-DAYS PIC 9(5).
           05 SR-INCIDENT-NUMBER PIC 9(6).
           05 SR-SOURCE-PROGRAM PIC X(12).
           05 SR-JOB-NAME PIC X(12).
           05 SR-EXCEPTION-TYPE PIC X(8).
           05 SR-STATUS PIC X(8).
           05 SR-OWNER PIC X(8).
           05 SR-OPENED-DATE PIC X(10).
           05 SR-OCCURRENCES PIC 9(4).
           05 SR-DESCRIPTION PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-FIRST-GROUP-SW PIC X VALUE 'Y'.

       *> Worst return code seen so far, posted to RETURN-CODE at exit
       01 WS-RC PIC 9(4) VALUE 0.

       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(6) VALUE 0.
       01 WS-RESOLVED-COUNT PIC 9(6) VALUE 0.
       01 WS-CLOSED-COUNT PIC 9(6) VALUE 0.
       01 WS-OVER-WEEK-COUNT PIC 9(6) VALUE 0.
       01 WS-OVER-MONTH-COUNT PIC 9(6) VALUE 0.

       *> The age bands, one set for the current severity and site
       *> and one for the whole register
       01 WS-BAND-IDX PIC 9(4) VALUE 0.
       01 WS-GROUP-BANDS.
           05 WS-GROUP-BAND-COUNT PIC 9(6) OCCURS 4 TIMES.
       01 WS-GROUP-OLDEST PIC 9(5) VALUE 0.
       01 WS-GROUP-SEVERITY PIC 9(2) VALUE 0.
       01 WS-GROUP-SITE-CODE PIC X(4) VALUE SPACES.
       01 WS-TOTAL-BANDS.
           05 WS-TOTAL-BAND-COUNT PIC 9(6) OCCURS 4 TIMES.
       01 WS-TOTAL-OLDEST PIC 9(5) VALUE 0.

       01 WS-TODAY.
           05 WS-TD-YYYY PIC 9(4).
           05 WS-TD-MM PIC 9(2).
           05 WS-TD-DD PIC 9(2).
       01 WS-TODAY-YMD REDEFINES WS-TODAY PIC 9(8).
       01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.
       01 WS-TODAY-DAY-INT PIC 9(8) VALUE 0.
       01 WS-OPENED-YMD PIC 9(8) VALUE 0.
       01 WS-OPENED-DAY-INT PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS PIC 9(5) VALUE 0.

       01 WS-HEADING-1 PIC X(120) VALUE SPACES.
       01 WS-HEADING-2 PIC X(120) VALUE
           'SV SITE   AGE INCIDENT PROGRAM      JOB          TYPE     '
           & 'STATUS   OWNER    OPENED     COUNT DESCRIPTION'.
       01 WS-DETAIL-LINE.
           05 WS-DTL-SEVERITY PIC Z9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-SITE-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-AGE-DAYS PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-INCIDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS-DTL-SOURCE-PROGRAM PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-JOB-NAME PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-EXCEPTION-TYPE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-STATUS PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-OWNER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-OPENED-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-OCCURRENCES PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-DESCRIPTION PIC X(40).
       01 WS-BAND-LINE.
           05 WS-BND-LABEL PIC X(20).
           05 FILLER PIC X(6) VALUE ' 0-1: '.
           05 WS-BND-COUNT-1 PIC ZZZZZ9.
           05 FILLER PIC X(8) VALUE '   2-7: '.
           05 WS-BND-COUNT-2 PIC ZZZZZ9.
           05 FILLER PIC X(9) VALUE '   8-30: '.
           05 WS-BND-COUNT-3 PIC ZZZZZ9.
           05 FILLER PIC X(9) VALUE '   OVER: '.
           05 WS-BND-COUNT-4 PIC ZZZZZ9.
           05 FILLER PIC X(11) VALUE '   OLDEST: '.
           05 WS-BND-OLDEST PIC ZZZZ9.
       01 WS-SEVERITY-DISPLAY PIC Z9.
       01 WS-TOTAL-LINE PIC X(120) VALUE SPACES.
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
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS = '00'
               PERFORM 0015-WRITE-HEADINGS
               SORT SORT-WORK-FILE
                   ON DESCENDING KEY SR-SEVERITY
                   ON ASCENDING KEY SR-SITE-CODE
                   ON DESCENDING KEY SR-AGE-DAYS
                   ON ASCENDING KEY SR-INCIDENT-NUMBER
                   INPUT PROCEDURE IS 0020-RELEASE-OPEN-INCIDENTS
                   OUTPUT PROCEDURE IS 0040-WRITE-AGED-INCIDENTS
               PERFORM 0060-WRITE-TOTALS
               CLOSE REPORT-FILE
           ELSE
               MOVE 'INCAGING' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-REPORT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           END-IF
           IF WS-OVER-MONTH-COUNT > 0
               IF WS-RC < 8
                   MOVE 8 TO WS-RC
               END-IF
           ELSE
               IF WS-OVER-WEEK-COUNT > 0 AND WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       0005-GET-TODAY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TD-YYYY '-' WS-TD-MM '-' WS-TD-DD
               DELIMITED BY SIZE INTO WS-TODAY-DISPLAY
           COMPUTE WS-TODAY-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD).

       0007-CALL-BANNER-SUB.
           MOVE 'INCAGING' TO BP-JOB-NAME
           MOVE WS-TODAY-DISPLAY TO BP-RUN-DATE
           MOVE 1 TO BP-STEP-NUMBER
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0015-WRITE-HEADINGS.
           STRING 'OPEN INCIDENT AGING REPORT  RUN ' DELIMITED BY SIZE
               WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE.

       0020-RELEASE-OPEN-INCIDENTS.
           *> No register yet means nothing has ever been raised,
           *> which is a clean report rather than an error
           OPEN INPUT INCIDENT-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
               PERFORM 0025-RELEASE-ONE-INCIDENT
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE INCIDENT-MASTER-FILE
           ELSE
               IF WS-MASTER-STATUS NOT = '35'
                   MOVE 'INCMAST' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-MASTER-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0025-RELEASE-ONE-INCIDENT.
           READ INCIDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   EVALUATE IM-STATUS
                       WHEN 'OPEN'
                       WHEN 'ASSIGNED'
                           PERFORM 0030-RELEASE-AGED-INCIDENT
                       WHEN 'RESOLVED'
                           ADD 1 TO WS-RESOLVED-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-CLOSED-COUNT
                   END-EVALUATE
           END-READ.

       0030-RELEASE-AGED-INCIDENT.
           *> An opened date that will not convert ages as zero days
           *> rather than stopping the report
           MOVE 0 TO WS-AGE-DAYS
           IF IM-OPENED-DATE(1:4) IS NUMERIC
               AND IM-OPENED-DATE(6:2) IS NUMERIC
               AND IM-OPENED-DATE(9:2) IS NUMERIC
               MOVE IM-OPENED-DATE(1:4) TO WS-OPENED-YMD(1:4)
               MOVE IM-OPENED-DATE(6:2) TO WS-OPENED-YMD(5:2)
               MOVE IM-OPENED-DATE(9:2) TO WS-OPENED-YMD(7:2)
               COMPUTE WS-OPENED-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OPENED-YMD)
               IF WS-OPENED-DAY-INT < WS-TODAY-DAY-INT
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-DAY-INT - WS-OPENED-DAY-INT
               END-IF
           END-IF
           MOVE IM-SEVERITY TO SR-SEVERITY
           MOVE IM-SITE-CODE TO SR-SITE-CODE
           MOVE WS-AGE-DAYS TO SR-AGE-DAYS
           MOVE IM-INCIDENT-NUMBER TO SR-INCIDENT-NUMBER
           MOVE IM-SOURCE-PROGRAM TO SR-SOURCE-PROGRAM
           MOVE IM-JOB-NAME TO SR-JOB-NAME
           MOVE IM-EXCEPTION-TYPE TO SR-EXCEPTION-TYPE
           MOVE IM-STATUS TO SR-STATUS
           MOVE IM-OWNER TO SR-OWNER
           MOVE IM-OPENED-DATE TO SR-OPENED-DATE
           MOVE IM-OCCURRENCES TO SR-OCCURRENCES
           MOVE IM-DESCRIPTION TO SR-DESCRIPTION
           RELEASE SORT-RECORD.

       0040-WRITE-AGED-INCIDENTS.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'Y' TO WS-FIRST-GROUP-SW
           MOVE ZEROS TO WS-TOTAL-BANDS
           PERFORM 0045-WRITE-ONE-INCIDENT
               UNTIL WS-EOF-SWITCH = 'Y'
           IF WS-FIRST-GROUP-SW = 'N'
               PERFORM 0050-WRITE-GROUP-BANDS
           END-IF.

       0045-WRITE-ONE-INCIDENT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF WS-FIRST-GROUP-SW = 'Y'
                       PERFORM 0047-START-GROUP
                   ELSE
                       IF SR-SEVERITY NOT = WS-GROUP-SEVERITY
                           OR SR-SITE-CODE NOT = WS-GROUP-SITE-CODE
                           PERFORM 0050-WRITE-GROUP-BANDS
                           PERFORM 0047-START-GROUP
                       END-IF
                   END-IF
                   PERFORM 0048-AGE-ONE-INCIDENT
                   MOVE SR-SEVERITY TO WS-DTL-SEVERITY
                   MOVE SR-SITE-CODE TO WS-DTL-SITE-CODE
                   MOVE SR-AGE-DAYS TO WS-DTL-AGE-DAYS
                   MOVE SR-INCIDENT-NUMBER TO WS-DTL-INCIDENT-NUMBER
                   MOVE SR-SOURCE-PROGRAM TO WS-DTL-SOURCE-PROGRAM
                   MOVE SR-JOB-NAME TO WS-DTL-JOB-NAME
                   MOVE SR-EXCEPTION-TYPE TO WS-DTL-EXCEPTION-TYPE
                   MOVE SR-STATUS TO WS-DTL-STATUS
                   MOVE SR-OWNER TO WS-DTL-OWNER
                   MOVE SR-OPENED-DATE TO WS-DTL-OPENED-DATE
                   MOVE SR-OCCURRENCES TO WS-DTL-OCCURRENCES
                   MOVE SR-DESCRIPTION TO WS-DTL-DESCRIPTION
                   MOVE WS-DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
           END-RETURN.

       0047-START-GROUP.
           MOVE 'N' TO WS-FIRST-GROUP-SW
           MOVE SR-SEVERITY TO WS-GROUP-SEVERITY
           MOVE SR-SITE-CODE TO WS-GROUP-SITE-CODE
           MOVE ZEROS TO WS-GROUP-BANDS
           MOVE 0 TO WS-GROUP-OLDEST.

       0048-AGE-ONE-INCIDENT.
           *> Band the incident for its group and for the register
           ADD 1 TO WS-OPEN-COUNT
           EVALUATE TRUE
               WHEN SR-AGE-DAYS < 2
                   MOVE 1 TO WS-BAND-IDX
               WHEN SR-AGE-DAYS < 8
                   MOVE 2 TO WS-BAND-IDX
               WHEN SR-AGE-DAYS < 31
                   MOVE 3 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BAND-IDX
           END-EVALUATE
           ADD 1 TO WS-GROUP-BAND-COUNT(WS-BAND-IDX)
           ADD 1 TO WS-TOTAL-BAND-COUNT(WS-BAND-IDX)
           IF SR-AGE-DAYS > WS-GROUP-OLDEST
               MOVE SR-AGE-DAYS TO WS-GROUP-OLDEST
           END-IF
           IF SR-AGE-DAYS > WS-TOTAL-OLDEST
               MOVE SR-AGE-DAYS TO WS-TOTAL-OLDEST
           END-IF
           IF SR-AGE-DAYS > 7
               ADD 1 TO WS-OVER-WEEK-COUNT
           END-IF
           IF SR-AGE-DAYS > 30
               ADD 1 TO WS-OVER-MONTH-COUNT
           END-IF.

       0050-WRITE-GROUP-BANDS.
           MOVE SPACES TO WS-BND-LABEL
           MOVE WS-GROUP-SEVERITY TO WS-SEVERITY-DISPLAY
           STRING '  SEV ' DELIMITED BY SIZE
               WS-SEVERITY-DISPLAY DELIMITED BY SIZE
               ' SITE ' DELIMITED BY SIZE
               WS-GROUP-SITE-CODE DELIMITED BY SIZE
               INTO WS-BND-LABEL
           MOVE WS-GROUP-BAND-COUNT(1) TO WS-BND-COUNT-1
           MOVE WS-GROUP-BAND-COUNT(2) TO WS-BND-COUNT-2
           MOVE WS-GROUP-BAND-COUNT(3) TO WS-BND-COUNT-3
           MOVE WS-GROUP-BAND-COUNT(4) TO WS-BND-COUNT-4
           MOVE WS-GROUP-OLDEST TO WS-BND-OLDEST
           MOVE WS-BAND-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       0060-WRITE-TOTALS.
           MOVE 'ALL OPEN INCIDENTS' TO WS-BND-LABEL
           MOVE WS-TOTAL-BAND-COUNT(1) TO WS-BND-COUNT-1
           MOVE WS-TOTAL-BAND-COUNT(2) TO WS-BND-COUNT-2
           MOVE WS-TOTAL-BAND-COUNT(3) TO WS-BND-COUNT-3
           MOVE WS-TOTAL-BAND-COUNT(4) TO WS-BND-COUNT-4
           MOVE WS-TOTAL-OLDEST TO WS-BND-OLDEST
           MOVE WS-BAND-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'INCIDENTS ON REGISTER: ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'OPEN OR ASSIGNED:      ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RESOLVED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'RESOLVED, NOT CLOSED:  ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CLOSED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'CLOSED:                ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OVER-WEEK-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'OPEN MORE THAN 7 DAYS: ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-REPORT-FILE-ERROR.
           *> Shared handler announces the error, writes the central
           *> ERROR.LOG record and returns the standard severity,
           *> merged into this job's worst-so-far code
           MOVE 'INC-AGING' TO FE-PROGRAM-NAME
           CALL 'FILEERR-SUB' USING FILE-ERROR-PARMS
           IF FE-SEVERITY > WS-RC
               MOVE FE-SEVERITY TO WS-RC
           END-IF.
