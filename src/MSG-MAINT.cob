       *> master directly by site key, so a greeting change reaches
       *> the very next cycle; the sequential MESSAGES.DAT extract
       *> is still rewritten after the last transaction for the
       *> readers that want the greetings as a plain listing. A
       *> greeting can only be added or changed for a site that is
       *> active on the site master.
       *>
       *> The user id on each card is no longer taken on trust: it
       *> must belong to an active, unexpired maintainer or
       *> supervisor on the operator master who is authorized for
       *> the card's site, or the card is rejected with the reason
       *> AUTHCHK-SUB gives and the attempt goes to the security
       *> violation log.
       *>
       *> The audit line layout now lives in MSGAUD.cpy, shared with
       *> MAST-RECON, which replays this log to rebuild the master as
       *> it stood at any moment or to prove the live master still
       *> agrees with it.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       *> One line per applied change: when, what, by whom, and the
       *> text before and after, so audit can reconstruct any entry
       FD  AUDIT-FILE.
       COPY MSGAUD.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       *> Parameters for the shared SITECHK-SUB site-master lookup
       COPY SITEPM.

       *> Parameters for the shared AUTHCHK-SUB operator check
       COPY AUTHPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
               IF TR-SITE-CODE = SPACES
                   MOVE 'SITE CODE MISSING' TO WS-REJECT-REASON
               ELSE
                   IF TR-TEXT = SPACES
                       AND (TR-ACTION = 'A' OR TR-ACTION = 'C')
                       MOVE 'MESSAGE TEXT MISSING'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 0025-CHECK-OPERATOR
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND (TR-ACTION = 'A' OR TR-ACTION = 'C')
               MOVE TR-SITE-CODE TO SK-SITE-CODE
               PERFORM 0024-CHECK-SITE-MASTER
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE TR-SITE-CODE TO MM-SITE-CODE
               READ MESSAGE-MASTER-FILE
               MOVE 'Y' TO WS-TRAN-VALID
           END-IF.

       0024-CHECK-SITE-MASTER.
           *> The site must be active on the site master before any
           *> entry is added or changed for it; deletes are left
           *> alone so a closed site's leftovers can still be cleared
           CALL 'SITECHK-SUB' USING SITE-CHECK-PARMS
           EVALUATE SK-RESULT
               WHEN 'Y'
                   CONTINUE
               WHEN 'C'
                   MOVE 'SITE CLOSED ON SITE MASTER'
                       TO WS-REJECT-REASON
               WHEN 'N'
                   MOVE 'SITE NOT ON SITE MASTER' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'SITE MASTER UNAVAILABLE' TO WS-REJECT-REASON
           END-EVALUATE.

       0025-CHECK-OPERATOR.
           *> A missing user id is refused here too, so an unsigned
           *> card lands on the violation log like any other
           MOVE 'MSG-MAINT' TO AK-PROGRAM-NAME
           MOVE TR-USER-ID TO AK-USER-ID
           MOVE TR-SITE-CODE TO AK-SITE-CODE
           MOVE 'M' TO AK-REQUIRED-ROLE
           EVALUATE TR-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO AK-FUNCTION
               WHEN 'C'
                   MOVE 'CHANGE' TO AK-FUNCTION
               WHEN OTHER
                   MOVE 'DELETE' TO AK-FUNCTION
           END-EVALUATE
           MOVE 'MSGMAST' TO AK-DETAIL
           CALL 'AUTHCHK-SUB' USING AUTH-CHECK-PARMS
           IF AK-RESULT NOT = 'Y'
               MOVE AK-REASON TO WS-REJECT-REASON
           END-IF.

       0023-APPLY-TRAN.
           MOVE SPACES TO WS-NEW-TEXT
           EVALUATE TR-ACTION
