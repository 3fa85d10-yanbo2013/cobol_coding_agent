       *> failed on two or more distinct dates, so a slowly dying
       *> allocation gets chased before it takes the cycle down. The
       *> totals tie back to the record count in ERROR.LOG so audit
       *> can verify every logged error was covered. Each escalation
       *> is also raised on the incident register through
       *> INCIDENT-SUB against the failing program and file, dated
       *> by its latest failure, so a new failing date adds to the
       *> open incident and a date already raised adds nothing.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       *> Parameters for the shared INCIDENT-SUB incident register
       COPY INCPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
               PERFORM 0052-FORMAT-DETAIL
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM 0047-RAISE-INCIDENT
           END-IF.

       0047-RAISE-INCIDENT.
           *> A register that cannot be updated is worth a warning
           *> but does not hide the escalation printed above
           MOVE SPACES TO INCIDENT-PARMS
           MOVE 'ERR-SUMM' TO IP-PROGRAM-NAME
           MOVE WS-SUMM-PROGRAM(WS-SUMM-IDX) TO IP-JOB-NAME
           MOVE WS-SUMM-FILE-NAME(WS-SUMM-IDX) TO IP-RESOURCE
           MOVE 'ESCALATE' TO IP-EXCEPTION-TYPE
           MOVE WS-SUMM-LAST-DATE(WS-SUMM-IDX) TO IP-EVENT-DATE
           MOVE WS-SUMM-WORST-SEV(WS-SUMM-IDX) TO IP-SEVERITY
           MOVE WS-SUMM-DATE-COUNT(WS-SUMM-IDX) TO WS-DTL-DATE-COUNT
           STRING 'STATUS CLASS ' DELIMITED BY SIZE
               WS-SUMM-CLASS(WS-SUMM-IDX) DELIMITED BY SIZE
               'X FAILURES ON' DELIMITED BY SIZE
               WS-DTL-DATE-COUNT DELIMITED BY SIZE
               ' DATES' DELIMITED BY SIZE
               INTO IP-DESCRIPTION
           CALL 'INCIDENT-SUB' USING INCIDENT-PARMS
           IF IP-RESULT = 'E' AND WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.

       0050-WRITE-SUMMARY-LINE.
