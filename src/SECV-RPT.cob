       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECV-RPT.
       AUTHOR. COBOL-EXPERT.

       *> Daily security violations report for the security officer,
       *> following the ERR-SUMM model. AUTHCHK-SUB and OPER-MAINT
       *> append a record to SECVIOL.LOG for every refused attempt
       *> to maintain a master, build the calendar or release a
       *> lock, but a log nobody reads protects nothing. This report
       *> lists every violation for one day in log order (who, when,
       *> through which program, what they tried, for which site and
       *> key, and why it was refused), then tallies the day by
       *> operator id so repeated attempts under one id stand out,
       *> with the ids refused three or more times flagged. The day
       *> is today unless an optional SECVCARD names another date as
       *> YYYY-MM-DD, so a missed day can be printed afterwards.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-CARD-FILE ASSIGN TO "SECVCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-CARD-STATUS.
           SELECT VIOLATION-LOG-FILE ASSIGN TO "SECVIOL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SECVRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       *> One optional card: the date to report, YYYY-MM-DD
       FD  REPORT-CARD-FILE.
       01  REPORT-CARD-RECORD.
           05 RC-REPORT-DATE PIC X(10).

       FD  VIOLATION-LOG-FILE.
       COPY SECVIOL.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-CARD-STATUS PIC XX VALUE '00'.
       01 WS-VIOLATION-LOG-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-TABLE-FULL-SW PIC X VALUE 'N'.

       *> Worst return code seen so far, posted to RETURN-CODE at exit
       01 WS-RC PIC 9(4) VALUE 0.

       01 WS-REPORT-DATE PIC X(10) VALUE SPACES.

       *> One entry per operator id refused on the report date
       01 WS-OPER-COUNT PIC 9(4) VALUE 0.
       01 WS-OPER-IDX PIC 9(4) VALUE 0.
       01 WS-OPER-FOUND PIC 9(4) VALUE 0.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 50 TIMES.
               10 WS-OPER-USER-ID PIC X(8).
               10 WS-OPER-VIOL-COUNT PIC 9(4).
               10 WS-OPER-FIRST-TIME PIC X(8).
               10 WS-OPER-LAST-TIME PIC X(8).
               10 WS-OPER-LAST-REASON PIC X(30).

       01 WS-READ-COUNT PIC 9(6) VALUE 0.
       01 WS-DAY-COUNT PIC 9(6) VALUE 0.
       01 WS-REPEAT-COUNT PIC 9(4) VALUE 0.

       01 WS-TODAY.
           05 WS-TD-YYYY PIC 9(4).
           05 WS-TD-MM PIC 9(2).
           05 WS-TD-DD PIC 9(2).
       01 WS-TODAY-DISPLAY PIC X(10) VALUE SPACES.

       01 WS-HEADING-1 PIC X(100) VALUE SPACES.
       01 WS-HEADING-2 PIC X(100) VALUE
           'TIME     PROGRAM      USER ID  FUNCTION SITE KEY        '
           & '  REASON'.
       01 WS-DETAIL-LINE.
           05 WS-DTL-TIME PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-PROGRAM PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-USER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-FUNCTION PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-SITE-CODE PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-DETAIL PIC X(12).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-DTL-REASON PIC X(30).
       01 WS-HEADING-3 PIC X(100) VALUE
           'USER ID  REFUSED FIRST    LAST     LAST REASON'.
       01 WS-OPER-LINE.
           05 WS-OPL-USER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-OPL-VIOL-COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-OPL-FIRST-TIME PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-OPL-LAST-TIME PIC X(8).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-OPL-LAST-REASON PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WS-OPL-FLAG PIC X(8).
       01 WS-TOTAL-LINE PIC X(100) VALUE SPACES.
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
           PERFORM 0010-GET-REPORT-CARD
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE 'SECVRPT' TO FE-FILE-NAME
               MOVE 'OPEN' TO FE-OPERATION
               MOVE WS-REPORT-STATUS TO FE-FILE-STATUS
               PERFORM 8000-REPORT-FILE-ERROR
           ELSE
               PERFORM 0015-WRITE-HEADINGS
               PERFORM 0020-LIST-VIOLATIONS
               PERFORM 0040-WRITE-OPERATOR-SUMMARY
               PERFORM 0055-WRITE-TOTALS
               CLOSE REPORT-FILE
           END-IF
           IF WS-DAY-COUNT > 0 AND WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF
           IF WS-REPEAT-COUNT > 0 AND WS-RC < 8
               MOVE 8 TO WS-RC
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       0005-GET-TODAY.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TD-YYYY '-' WS-TD-MM '-' WS-TD-DD
               DELIMITED BY SIZE INTO WS-TODAY-DISPLAY
           MOVE WS-TODAY-DISPLAY TO WS-REPORT-DATE.

       0007-CALL-BANNER-SUB.
           MOVE 'SECVRPT' TO BP-JOB-NAME
           MOVE WS-TODAY-DISPLAY TO BP-RUN-DATE
           MOVE 1 TO BP-STEP-NUMBER
           CALL 'BANNER-SUB' USING BANNER-PARMS
           CALL 'BULLETIN-SUB'.

       0010-GET-REPORT-CARD.
           *> No card is the normal daily run; a card with a date on
           *> it reprints that day instead
           OPEN INPUT REPORT-CARD-FILE
           IF WS-REPORT-CARD-STATUS = '00'
               READ REPORT-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-REPORT-DATE NOT = SPACES
                           MOVE RC-REPORT-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
               CLOSE REPORT-CARD-FILE
           ELSE
               IF WS-REPORT-CARD-STATUS NOT = '35'
                   MOVE 'SECVCARD' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-REPORT-CARD-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF.

       0015-WRITE-HEADINGS.
           STRING 'DAILY SECURITY VIOLATIONS FOR ' DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               '  RUN ' DELIMITED BY SIZE
               WS-TODAY-DISPLAY DELIMITED BY SIZE
               INTO WS-HEADING-1
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE.

       0020-LIST-VIOLATIONS.
           *> A missing SECVIOL.LOG is the good outcome: nobody has
           *> ever been refused
           OPEN INPUT VIOLATION-LOG-FILE
           IF WS-VIOLATION-LOG-STATUS = '00'
               PERFORM 0025-LIST-ONE-VIOLATION
                   UNTIL WS-EOF-SWITCH = 'Y'
               CLOSE VIOLATION-LOG-FILE
               IF WS-TABLE-FULL-SW = 'Y'
                   DISPLAY 'SECV-RPT: MORE THAN 50 OPERATOR IDS, '
                       'REMAINDER NOT TALLIED'
                   IF WS-RC < 4
                       MOVE 4 TO WS-RC
                   END-IF
               END-IF
           ELSE
               IF WS-VIOLATION-LOG-STATUS NOT = '35'
                   MOVE 'SECVIOL' TO FE-FILE-NAME
                   MOVE 'OPEN' TO FE-OPERATION
                   MOVE WS-VIOLATION-LOG-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF
           IF WS-DAY-COUNT = 0
               MOVE '  NO VIOLATIONS LOGGED FOR THIS DATE'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0025-LIST-ONE-VIOLATION.
           READ VIOLATION-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF SV-DATE = WS-REPORT-DATE
                       ADD 1 TO WS-DAY-COUNT
                       MOVE SV-TIME TO WS-DTL-TIME
                       MOVE SV-PROGRAM-NAME TO WS-DTL-PROGRAM
                       MOVE SV-USER-ID TO WS-DTL-USER-ID
                       MOVE SV-FUNCTION TO WS-DTL-FUNCTION
                       MOVE SV-SITE-CODE TO WS-DTL-SITE-CODE
                       MOVE SV-DETAIL TO WS-DTL-DETAIL
                       MOVE SV-REASON TO WS-DTL-REASON
                       MOVE WS-DETAIL-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
                       PERFORM 0030-TALLY-OPERATOR
                   END-IF
           END-READ.

       0030-TALLY-OPERATOR.
           *> A blank id is tallied like any other: unsigned attempts
           *> are exactly what the officer needs to see counted
           MOVE 0 TO WS-OPER-FOUND
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
               OR WS-OPER-FOUND > 0
               IF WS-OPER-USER-ID(WS-OPER-IDX) = SV-USER-ID
                   MOVE WS-OPER-IDX TO WS-OPER-FOUND
               END-IF
           END-PERFORM
           IF WS-OPER-FOUND = 0
               IF WS-OPER-COUNT < 50
                   ADD 1 TO WS-OPER-COUNT
                   MOVE WS-OPER-COUNT TO WS-OPER-FOUND
                   MOVE SV-USER-ID TO WS-OPER-USER-ID(WS-OPER-FOUND)
                   MOVE 0 TO WS-OPER-VIOL-COUNT(WS-OPER-FOUND)
                   MOVE SV-TIME TO WS-OPER-FIRST-TIME(WS-OPER-FOUND)
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL-SW
               END-IF
           END-IF
           IF WS-OPER-FOUND > 0
               ADD 1 TO WS-OPER-VIOL-COUNT(WS-OPER-FOUND)
               MOVE SV-TIME TO WS-OPER-LAST-TIME(WS-OPER-FOUND)
               MOVE SV-REASON TO WS-OPER-LAST-REASON(WS-OPER-FOUND)
           END-IF.

       0040-WRITE-OPERATOR-SUMMARY.
           MOVE 'BY OPERATOR ID (REPEAT = REFUSED 3 OR MORE TIMES):'
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-3 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OPER-COUNT = 0
               MOVE '  NONE' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 0045-WRITE-ONE-OPERATOR
                   VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
           END-IF.

       0045-WRITE-ONE-OPERATOR.
           MOVE WS-OPER-USER-ID(WS-OPER-IDX) TO WS-OPL-USER-ID
           MOVE WS-OPER-VIOL-COUNT(WS-OPER-IDX) TO WS-OPL-VIOL-COUNT
           MOVE WS-OPER-FIRST-TIME(WS-OPER-IDX) TO WS-OPL-FIRST-TIME
           MOVE WS-OPER-LAST-TIME(WS-OPER-IDX) TO WS-OPL-LAST-TIME
           MOVE WS-OPER-LAST-REASON(WS-OPER-IDX)
               TO WS-OPL-LAST-REASON
           IF WS-OPER-VIOL-COUNT(WS-OPER-IDX) > 2
               MOVE 'REPEAT' TO WS-OPL-FLAG
               ADD 1 TO WS-REPEAT-COUNT
           ELSE
               MOVE SPACES TO WS-OPL-FLAG
           END-IF
           MOVE WS-OPER-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       0055-WRITE-TOTALS.
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'LOG RECORDS READ:      ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DAY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'VIOLATIONS THIS DATE:  ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPER-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'OPERATOR IDS REFUSED:  ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REPEAT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-TOTAL-LINE
           STRING 'REPEAT OFFENDERS:      ' DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-REPORT-FILE-ERROR.
           *> Shared handler announces the error, writes the central
           *> ERROR.LOG record and returns the standard severity,
           *> merged into this job's worst-so-far code
           MOVE 'SECV-RPT' TO FE-PROGRAM-NAME
           CALL 'FILEERR-SUB' USING FILE-ERROR-PARMS
           IF FE-SEVERITY > WS-RC
               MOVE FE-SEVERITY TO WS-RC
           END-IF.
