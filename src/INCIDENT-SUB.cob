       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-SUB.
       AUTHOR. COBOL-EXPERT.

       *> Incident register, following the JOBLOCK-SUB model. The
       *> exception reports each printed their own findings and left
       *> it to whoever read the listing to chase them, so the same
       *> blocking job or rejected feed was chased twice or not at
       *> all. Every program that finds an exception now hands it
       *> here: the indexed register INCMAST.DAT is searched for an
       *> incident on the same program, site, job, resource and
       *> exception type. If one already covers the exception's
       *> business date, the exception is already known and nothing
       *> changes, so reports that re-read old log entries every run
       *> do not pile up duplicates or reopen closed incidents. If
       *> one is still OPEN or ASSIGNED, the exception is added to
       *> it: the occurrence count goes up, the date range widens and
       *> the severity rises to the worst seen. Otherwise a new
       *> incident is opened under the next free number. The
       *> register is created on first use; one that cannot be
       *> opened is announced and reported back so the caller can
       *> warn without failing its own run. INC-MAINT assigns,
       *> annotates and closes incidents; INC-AGING reports the open
       *> ones daily. A read error part way through the register is
       *> logged through FILEERR-SUB and nothing is written, since
       *> the next free number can no longer be trusted.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-MASTER-FILE ASSIGN TO "INCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-INCIDENT-NUMBER
               FILE STATUS IS WS-INCIDENT-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-MASTER-FILE.
       COPY INCMAST.

       WORKING-STORAGE SECTION.
       01 WS-INCIDENT-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-SCAN-ERROR PIC X VALUE 'N'.
       01 WS-HIGH-NUMBER PIC 9(6) VALUE 0.
       01 WS-KNOWN-NUMBER PIC 9(6) VALUE 0.
       01 WS-OPEN-NUMBER PIC 9(6) VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY PIC 9(4).
           05 WS-CD-MM PIC 9(2).
           05 WS-CD-DD PIC 9(2).
       01 WS-DATE-DISPLAY PIC X(10) VALUE SPACES.
       01 WS-TIME-OF-DAY PIC 9(8) VALUE ZEROS.
       01 WS-TIMESTAMP PIC X(8) VALUE SPACES.

       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       LINKAGE SECTION.
       COPY INCPM.

       PROCEDURE DIVISION USING INCIDENT-PARMS.
       *> Main execution routine
       0000-RAISE-INCIDENT.
           MOVE 'E' TO IP-RESULT
           MOVE 0 TO IP-INCIDENT-NUMBER
           MOVE 0 TO WS-HIGH-NUMBER
           MOVE 0 TO WS-KNOWN-NUMBER
           MOVE 0 TO WS-OPEN-NUMBER
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 'N' TO WS-SCAN-ERROR
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY
           ACCEPT WS-TIME-OF-DAY FROM TIME
           STRING WS-TIME-OF-DAY(1:2) ':' WS-TIME-OF-DAY(3:2)
               ':' WS-TIME-OF-DAY(5:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           IF IP-EVENT-DATE = SPACES
               MOVE WS-DATE-DISPLAY TO IP-EVENT-DATE
           END-IF
           PERFORM 0010-OPEN-REGISTER
           IF WS-INCIDENT-MASTER-STATUS = '00'
               PERFORM 0020-SCAN-REGISTER
               EVALUATE TRUE
                   WHEN WS-SCAN-ERROR = 'Y'
                       CONTINUE
                   WHEN WS-KNOWN-NUMBER > 0
                       MOVE 'K' TO IP-RESULT
                       MOVE WS-KNOWN-NUMBER TO IP-INCIDENT-NUMBER
                   WHEN WS-OPEN-NUMBER > 0
                       PERFORM 0030-ADD-TO-INCIDENT
                   WHEN OTHER
                       PERFORM 0040-OPEN-NEW-INCIDENT
               END-EVALUATE
               CLOSE INCIDENT-MASTER-FILE
           ELSE
               DISPLAY 'INCIDENT-SUB: INCIDENT REGISTER OPEN FAILED, '
                   'STATUS=' WS-INCIDENT-MASTER-STATUS
           END-IF
           GOBACK.

       0010-OPEN-REGISTER.
           *> The register is created on the first exception ever
           *> raised rather than needing a separate setup run
           OPEN I-O INCIDENT-MASTER-FILE
           IF WS-INCIDENT-MASTER-STATUS = '35'
               OPEN OUTPUT INCIDENT-MASTER-FILE
               IF WS-INCIDENT-MASTER-STATUS = '00'
                   CLOSE INCIDENT-MASTER-FILE
                   OPEN I-O INCIDENT-MASTER-FILE
               END-IF
           END-IF.

       0020-SCAN-REGISTER.
           PERFORM 0021-READ-NEXT-INCIDENT
           PERFORM 0022-CHECK-ONE-INCIDENT
               UNTIL WS-EOF-SWITCH = 'Y'.

       0021-READ-NEXT-INCIDENT.
           *> Any status but a good read or end of file stops the
           *> scan; IP-RESULT stays E so no incident is written under
           *> a number taken from a register only partly read
           READ INCIDENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF WS-INCIDENT-MASTER-STATUS NOT = '00'
               AND WS-INCIDENT-MASTER-STATUS NOT = '10'
               MOVE 'Y' TO WS-EOF-SWITCH
               MOVE 'Y' TO WS-SCAN-ERROR
               MOVE 'INCMAST' TO FE-FILE-NAME
               MOVE 'READ' TO FE-OPERATION
               MOVE WS-INCIDENT-MASTER-STATUS TO FE-FILE-STATUS
               MOVE IP-PROGRAM-NAME TO FE-PROGRAM-NAME
               CALL 'FILEERR-SUB' USING FILE-ERROR-PARMS
           END-IF.

       0022-CHECK-ONE-INCIDENT.
           *> Keys ascend, so the last number read is the highest in
           *> use. The latest open match is the one added to
           MOVE IM-INCIDENT-NUMBER TO WS-HIGH-NUMBER
           IF IM-SOURCE-PROGRAM = IP-PROGRAM-NAME
               AND IM-SITE-CODE = IP-SITE-CODE
               AND IM-JOB-NAME = IP-JOB-NAME
               AND IM-RESOURCE = IP-RESOURCE
               AND IM-EXCEPTION-TYPE = IP-EXCEPTION-TYPE
               IF IP-EVENT-DATE NOT < IM-FIRST-EVENT-DATE
                   AND IP-EVENT-DATE NOT > IM-LAST-EVENT-DATE
                   MOVE IM-INCIDENT-NUMBER TO WS-KNOWN-NUMBER
               END-IF
               IF IM-STATUS = 'OPEN' OR IM-STATUS = 'ASSIGNED'
                   MOVE IM-INCIDENT-NUMBER TO WS-OPEN-NUMBER
               END-IF
           END-IF
           PERFORM 0021-READ-NEXT-INCIDENT.

       0030-ADD-TO-INCIDENT.
           MOVE WS-OPEN-NUMBER TO IM-INCIDENT-NUMBER
           READ INCIDENT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'INCIDENT-SUB: INCIDENT ' WS-OPEN-NUMBER
                       ' VANISHED DURING UPDATE'
               NOT INVALID KEY
                   IF IP-EVENT-DATE < IM-FIRST-EVENT-DATE
                       MOVE IP-EVENT-DATE TO IM-FIRST-EVENT-DATE
                   END-IF
                   IF IP-EVENT-DATE > IM-LAST-EVENT-DATE
                       MOVE IP-EVENT-DATE TO IM-LAST-EVENT-DATE
                   END-IF
                   IF IM-OCCURRENCES < 9999
                       ADD 1 TO IM-OCCURRENCES
                   END-IF
                   IF IP-SEVERITY > IM-SEVERITY
                       MOVE IP-SEVERITY TO IM-SEVERITY
                   END-IF
                   MOVE WS-DATE-DISPLAY TO IM-LAST-RAISED-DATE
                   MOVE WS-TIMESTAMP TO IM-LAST-RAISED-TIME
                   MOVE IP-DESCRIPTION TO IM-DESCRIPTION
                   REWRITE INCIDENT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY 'INCIDENT-SUB: REWRITE FAILED FOR '
                               'INCIDENT ' WS-OPEN-NUMBER
                       NOT INVALID KEY
                           MOVE 'A' TO IP-RESULT
                           MOVE WS-OPEN-NUMBER TO IP-INCIDENT-NUMBER
                           DISPLAY 'INCIDENT-SUB: INCIDENT '
                               WS-OPEN-NUMBER ' RAISED AGAIN BY '
                               IP-PROGRAM-NAME ' '
                               IP-EXCEPTION-TYPE
                   END-REWRITE
           END-READ.

       0040-OPEN-NEW-INCIDENT.
           MOVE SPACES TO INCIDENT-MASTER-RECORD
           ADD 1 TO WS-HIGH-NUMBER
           MOVE WS-HIGH-NUMBER TO IM-INCIDENT-NUMBER
           MOVE IP-PROGRAM-NAME TO IM-SOURCE-PROGRAM
           MOVE IP-SITE-CODE TO IM-SITE-CODE
           MOVE IP-JOB-NAME TO IM-JOB-NAME
           MOVE IP-RESOURCE TO IM-RESOURCE
           MOVE IP-EXCEPTION-TYPE TO IM-EXCEPTION-TYPE
           MOVE IP-EVENT-DATE TO IM-FIRST-EVENT-DATE
           MOVE IP-EVENT-DATE TO IM-LAST-EVENT-DATE
           MOVE WS-DATE-DISPLAY TO IM-OPENED-DATE
           MOVE WS-TIMESTAMP TO IM-OPENED-TIME
           MOVE WS-DATE-DISPLAY TO IM-LAST-RAISED-DATE
           MOVE WS-TIMESTAMP TO IM-LAST-RAISED-TIME
           MOVE 1 TO IM-OCCURRENCES
           MOVE IP-SEVERITY TO IM-SEVERITY
           MOVE 'OPEN' TO IM-STATUS
           MOVE IP-DESCRIPTION TO IM-DESCRIPTION
           WRITE INCIDENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'INCIDENT-SUB: WRITE FAILED FOR INCIDENT '
                       WS-HIGH-NUMBER
               NOT INVALID KEY
                   MOVE 'N' TO IP-RESULT
                   MOVE WS-HIGH-NUMBER TO IP-INCIDENT-NUMBER
                   DISPLAY 'INCIDENT-SUB: INCIDENT ' WS-HIGH-NUMBER
                       ' OPENED BY ' IP-PROGRAM-NAME ' '
                       IP-EXCEPTION-TYPE
           END-WRITE.
