       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHCHK-SUB.
       AUTHOR. COBOL-EXPERT.

       *> Operator authority check, following the SITECHK-SUB model.
       *> The maintenance programs used to take whatever user id was
       *> typed on the card and stamp it into their audit logs, so
       *> the trail recorded who someone claimed to be rather than
       *> who was allowed to act. Every program that changes a
       *> master or releases a lock now hands the operator id here
       *> before applying anything: one keyed read of the indexed
       *> operator master OPER-MAINT maintains says whether the id
       *> exists, is still active, has not passed its expiry date,
       *> holds a role high enough for the action (a supervisor may
       *> do anything a maintainer may; a viewer may change nothing)
       *> and is authorized for the site concerned. Each refusal
       *> comes back with its own reason for the caller's report and
       *> is appended to the security violation log SECVIOL.LOG,
       *> which SECV-RPT prints daily for the security officer. An
       *> operator master that cannot be read refuses everyone.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       OBJECT-COMPUTER. GENERIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-USER-ID
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
           SELECT VIOLATION-LOG-FILE ASSIGN TO "SECVIOL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       FD  VIOLATION-LOG-FILE.
       COPY SECVIOL.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-MASTER-STATUS PIC XX VALUE '00'.
       01 WS-VIOLATION-LOG-STATUS PIC XX VALUE '00'.
       01 WS-SITE-IDX PIC 9(4) VALUE 0.
       01 WS-SITE-FOUND PIC X VALUE 'N'.

       01 WS-CURRENT-DATE.
           05 WS-CD-YYYY PIC 9(4).
           05 WS-CD-MM PIC 9(2).
           05 WS-CD-DD PIC 9(2).
       01 WS-DATE-DISPLAY PIC X(10) VALUE SPACES.
       01 WS-TIME-OF-DAY PIC 9(8) VALUE ZEROS.
       01 WS-TIMESTAMP PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       COPY AUTHPM.

       PROCEDURE DIVISION USING AUTH-CHECK-PARMS.
       *> Main execution routine
       0000-AUTH-CHECK.
           MOVE 'N' TO AK-RESULT
           MOVE SPACES TO AK-REASON
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           STRING WS-CD-YYYY '-' WS-CD-MM '-' WS-CD-DD
               DELIMITED BY SIZE INTO WS-DATE-DISPLAY
           IF AK-USER-ID = SPACES
               MOVE 'USER ID MISSING' TO AK-REASON
           ELSE
               PERFORM 0010-READ-OPERATOR
           END-IF
           IF AK-RESULT NOT = 'Y'
               PERFORM 0030-LOG-VIOLATION
           END-IF
           GOBACK.

       0010-READ-OPERATOR.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERATOR-MASTER-STATUS = '00'
               MOVE AK-USER-ID TO OM-USER-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       MOVE 'USER NOT ON OPERATOR MASTER'
                           TO AK-REASON
                   NOT INVALID KEY
                       PERFORM 0020-JUDGE-OPERATOR
               END-READ
               CLOSE OPERATOR-MASTER-FILE
           ELSE
               DISPLAY 'AUTHCHK-SUB: OPERATOR MASTER OPEN FAILED, '
                   'STATUS=' WS-OPERATOR-MASTER-STATUS
               MOVE 'OPERATOR MASTER UNAVAILABLE' TO AK-REASON
           END-IF.

       0020-JUDGE-OPERATOR.
           *> Status, then expiry, then role, then site: the first
           *> test failed is the reason given. The expiry date is the
           *> last day the authority holds good
           IF OM-STATUS NOT = 'A'
               MOVE 'OPERATOR ACCESS REVOKED' TO AK-REASON
           ELSE
               IF OM-EXPIRY-DATE NOT = SPACES
                   AND OM-EXPIRY-DATE < WS-DATE-DISPLAY
                   MOVE 'OPERATOR AUTHORITY EXPIRED' TO AK-REASON
               ELSE
                   IF AK-REQUIRED-ROLE = 'S' AND OM-ROLE NOT = 'S'
                       MOVE 'SUPERVISOR ROLE REQUIRED' TO AK-REASON
                   ELSE
                       IF OM-ROLE NOT = 'S' AND OM-ROLE NOT = 'M'
                           MOVE 'VIEWER ROLE CANNOT MAINTAIN'
                               TO AK-REASON
                       ELSE
                           PERFORM 0025-CHECK-SITE-AUTHORITY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0025-CHECK-SITE-AUTHORITY.
           *> An action with no site needs no site authority; *ALL in
           *> the first slot covers every site, present and future
           MOVE 'N' TO WS-SITE-FOUND
           IF AK-SITE-CODE = SPACES OR OM-AUTH-SITE(1) = '*ALL'
               MOVE 'Y' TO WS-SITE-FOUND
           ELSE
               PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                   UNTIL WS-SITE-IDX > 10
                   IF OM-AUTH-SITE(WS-SITE-IDX) = AK-SITE-CODE
                       MOVE 'Y' TO WS-SITE-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SITE-FOUND = 'Y'
               MOVE 'Y' TO AK-RESULT
           ELSE
               MOVE 'SITE NOT AUTHORIZED FOR USER' TO AK-REASON
           END-IF.

       0030-LOG-VIOLATION.
           *> If the violation log itself cannot be written there is
           *> nowhere left to report but SYSOUT; the caller still
           *> gets its refusal back either way
           DISPLAY 'AUTHCHK-SUB: ' AK-PROGRAM-NAME ' REFUSED USER '
               AK-USER-ID ' ' AK-FUNCTION ': ' AK-REASON
           ACCEPT WS-TIME-OF-DAY FROM TIME
           STRING WS-TIME-OF-DAY(1:2) ':' WS-TIME-OF-DAY(3:2)
               ':' WS-TIME-OF-DAY(5:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           OPEN EXTEND VIOLATION-LOG-FILE
           IF WS-VIOLATION-LOG-STATUS = '35'
               OPEN OUTPUT VIOLATION-LOG-FILE
           END-IF
           IF WS-VIOLATION-LOG-STATUS = '00'
               MOVE SPACES TO SECURITY-VIOLATION-RECORD
               MOVE WS-DATE-DISPLAY TO SV-DATE
               MOVE WS-TIMESTAMP TO SV-TIME
               MOVE AK-PROGRAM-NAME TO SV-PROGRAM-NAME
               MOVE AK-USER-ID TO SV-USER-ID
               MOVE AK-FUNCTION TO SV-FUNCTION
               MOVE AK-SITE-CODE TO SV-SITE-CODE
               MOVE AK-DETAIL TO SV-DETAIL
               MOVE AK-REASON TO SV-REASON
               WRITE SECURITY-VIOLATION-RECORD
               CLOSE VIOLATION-LOG-FILE
           ELSE
               DISPLAY 'AUTHCHK-SUB: VIOLATION LOG UNAVAILABLE, '
                   'STATUS=' WS-VIOLATION-LOG-STATUS
           END-IF.
