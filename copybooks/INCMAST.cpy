       *> Shared layout of one INCMAST.DAT incident-register record,
       *> keyed by IM-INCIDENT-NUMBER. Raised by INCIDENT-SUB on
       *> behalf of the exception reports (CYCLE-GATE, RECON-RPT,
       *> ERR-SUMM, LOCK-SWEEP, MON-ACK): which program raised it,
       *> the site, job and resource concerned, the kind of
       *> exception, the first and last business dates it covers,
       *> when it was opened and last raised, how many times it has
       *> been raised, its severity on the suite's return-code
       *> scale, the operator who owns it, its status (OPEN,
       *> ASSIGNED, RESOLVED, CLOSED), a short description from the
       *> raising program and the resolution text kept up by
       *> INC-MAINT, with the maintenance stamp.
       01  INCIDENT-MASTER-RECORD.
           05 IM-INCIDENT-NUMBER PIC 9(6).
           05 IM-SOURCE-PROGRAM PIC X(12).
           05 IM-SITE-CODE PIC X(4).
           05 IM-JOB-NAME PIC X(12).
           05 IM-RESOURCE PIC X(12).
           05 IM-EXCEPTION-TYPE PIC X(8).
           05 IM-FIRST-EVENT-DATE PIC X(10).
           05 IM-LAST-EVENT-DATE PIC X(10).
           05 IM-OPENED-DATE PIC X(10).
           05 IM-OPENED-TIME PIC X(8).
           05 IM-LAST-RAISED-DATE PIC X(10).
           05 IM-LAST-RAISED-TIME PIC X(8).
           05 IM-OCCURRENCES PIC 9(4).
           05 IM-SEVERITY PIC 9(2).
           05 IM-OWNER PIC X(8).
           05 IM-STATUS PIC X(8).
           05 IM-DESCRIPTION PIC X(40).
           05 IM-RESOLUTION PIC X(60).
           05 IM-MAINT-DATE PIC X(10).
           05 IM-MAINT-USER PIC X(8).
