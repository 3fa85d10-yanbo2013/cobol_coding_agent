       *> sequential JOBPLAN.DAT extract is rewritten from the
       *> master, so SCHED-MON keeps reading the layout it already
       *> knows and the extract can no longer drift from the master.
       *> A job can only be planned at a site that is active on the
       *> site master.
       *>
       *> The user id on each card is no longer taken on trust: it
       *> must belong to an active, unexpired maintainer or
       *> supervisor on the operator master who is authorized for
       *> the card's site, or the card is rejected with the reason
       *> AUTHCHK-SUB gives and the attempt goes to the security
       *> violation log.
       *>
       *> The master and audit line layouts now live in PLNMAST.cpy
       *> and PLNAUD.cpy, shared with MAST-RECON, which replays this
       *> log to rebuild the master as it stood at any moment or to
       *> prove the live master still agrees with it. The audit line
       *> now carries the shift before and after as well, so the
       *> whole entry can be rebuilt from it.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-MASTER-FILE.
       COPY PLNMAST.

       *> One card per requested change: action A/C/D, job, site, the
       *> new start/end window and shift (blank for deletes), and the
       COPY JOBPLAN.

       *> One line per applied change: when, what, by whom, and the
       *> window and shift before and after, so audit can
       *> reconstruct any entry
       FD  AUDIT-FILE.
       COPY PLNAUD.

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       *> one start-end string each
       01 WS-OLD-WINDOW PIC X(17) VALUE SPACES.
       01 WS-NEW-WINDOW PIC X(17) VALUE SPACES.
       01 WS-OLD-SHIFT PIC X(1) VALUE SPACES.
       01 WS-NEW-SHIFT PIC X(1) VALUE SPACES.
       01 WS-ACTION-NAME PIC X(6) VALUE SPACES.

       01 WS-TODAY.
       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       *> Parameters for the shared SITECHK-SUB site-master lookup
       COPY SITEPM.

       *> Parameters for the shared AUTHCHK-SUB operator check
       COPY AUTHPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
           MOVE 'N' TO WS-TRAN-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-OLD-WINDOW
           MOVE SPACES TO WS-OLD-SHIFT
           IF TR-ACTION NOT = 'A' AND TR-ACTION NOT = 'C'
               AND TR-ACTION NOT = 'D'
               MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               ELSE
                   IF TR-SITE-CODE = SPACES
                       MOVE 'SITE CODE MISSING' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
               AND (TR-ACTION = 'A' OR TR-ACTION = 'C')
               PERFORM 0023-VALIDATE-FIELDS
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 0027-CHECK-OPERATOR
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND (TR-ACTION = 'A' OR TR-ACTION = 'C')
               MOVE TR-SITE-CODE TO SK-SITE-CODE
               PERFORM 0025-CHECK-SITE-MASTER
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE TR-JOB-NAME TO PM-JOB-NAME
               MOVE TR-SITE-CODE TO PM-SITE-CODE
                   NOT INVALID KEY
                       STRING PM-WINDOW-START '-' PM-WINDOW-END
                           DELIMITED BY SIZE INTO WS-OLD-WINDOW
                       MOVE PM-SHIFT-CODE TO WS-OLD-SHIFT
                       IF TR-ACTION = 'A'
                           MOVE 'JOB/SITE ALREADY ON MASTER'
                               TO WS-REJECT-REASON
               END-IF
           END-IF.

       0025-CHECK-SITE-MASTER.
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

       0027-CHECK-OPERATOR.
           *> A missing user id is refused here too, so an unsigned
           *> card lands on the violation log like any other
           MOVE 'PLAN-MAINT' TO AK-PROGRAM-NAME
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
           MOVE TR-JOB-NAME TO AK-DETAIL
           CALL 'AUTHCHK-SUB' USING AUTH-CHECK-PARMS
           IF AK-RESULT NOT = 'Y'
               MOVE AK-REASON TO WS-REJECT-REASON
           END-IF.

       0026-APPLY-TRAN.
           MOVE SPACES TO WS-NEW-WINDOW
           MOVE SPACES TO WS-NEW-SHIFT
           EVALUATE TR-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO WS-ACTION-NAME
           MOVE WS-TODAY-DISPLAY TO PM-MAINT-DATE
           MOVE TR-USER-ID TO PM-MAINT-USER
           STRING TR-WINDOW-START '-' TR-WINDOW-END
               DELIMITED BY SIZE INTO WS-NEW-WINDOW
           MOVE TR-SHIFT-CODE TO WS-NEW-SHIFT.

       0040-REPORT-APPLIED.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE TR-USER-ID TO PA-USER-ID
           MOVE WS-OLD-WINDOW TO PA-OLD-WINDOW
           MOVE WS-NEW-WINDOW TO PA-NEW-WINDOW
           MOVE WS-OLD-SHIFT TO PA-OLD-SHIFT
           MOVE WS-NEW-SHIFT TO PA-NEW-SHIFT
           WRITE AUDIT-RECORD.

       0060-WRITE-TOTALS.
