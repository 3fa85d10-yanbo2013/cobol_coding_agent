       *> still awaiting an ack from before today all print on the
       *> exception report, so "did last night's feed actually load?"
       *> is answered from the ledger instead of a phone call.
       *> Rejected and short feeds are also raised on the incident
       *> register through INCIDENT-SUB against the site's MONFEED,
       *> dated by the feed date, so a feed that keeps failing for a
       *> site builds up one open incident for someone to own.
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
                       INTO WS-EXCEPTION-LINE
                   MOVE WS-EXCEPTION-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO INCIDENT-PARMS
                   MOVE 'REJECTED' TO IP-EXCEPTION-TYPE
                   MOVE 'FEED REFUSED BY DASHBOARD LOADER'
                       TO IP-DESCRIPTION
                   PERFORM 0057-RAISE-INCIDENT
               WHEN AK-ROWS-LOADED NOT =
                   WS-LDG-SENT-COUNT(WS-LEDGER-FOUND)
                   MOVE 'SHORT' TO WS-LDG-STATUS(WS-LEDGER-FOUND)
                       INTO WS-EXCEPTION-LINE
                   MOVE WS-EXCEPTION-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO INCIDENT-PARMS
                   MOVE 'SHORT' TO IP-EXCEPTION-TYPE
                   STRING 'SENT ' DELIMITED BY SIZE
                       WS-LDG-SENT-COUNT(WS-LEDGER-FOUND)
                       DELIMITED BY SIZE
                       ' ROWS, LOADED ' DELIMITED BY SIZE
                       AK-ROWS-LOADED DELIMITED BY SIZE
                       INTO IP-DESCRIPTION
                   PERFORM 0057-RAISE-INCIDENT
               WHEN OTHER
                   MOVE 'LOADED' TO WS-LDG-STATUS(WS-LEDGER-FOUND)
                   ADD 1 TO WS-LOADED-COUNT
           END-EVALUATE.

       0057-RAISE-INCIDENT.
           *> The type and description are set by the verdict above.
           *> A register that cannot be updated is worth a warning
           *> but never stops the ledger update
           MOVE 'MON-ACK' TO IP-PROGRAM-NAME
           MOVE AK-SITE-CODE TO IP-SITE-CODE
           MOVE 'MONFEED' TO IP-RESOURCE
           MOVE AK-FEED-DATE TO IP-EVENT-DATE
           MOVE 8 TO IP-SEVERITY
           CALL 'INCIDENT-SUB' USING INCIDENT-PARMS
           IF IP-RESULT = 'E' AND WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.

       0060-FLAG-AWAITING.
           PERFORM 0065-FLAG-ONE-AWAITING
               VARYING WS-LEDGER-IDX FROM 1 BY 1
