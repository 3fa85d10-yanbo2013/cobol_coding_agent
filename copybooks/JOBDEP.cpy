       *> Shared layout of one JOBDEP.DAT line: a planned job and its
       *> site, then one job that must have completed cleanly before
       *> it may start and the site that predecessor runs at (the
       *> same site unless the dependency crosses sites). Jobs are
       *> named by program, as on JOBPLAN.DAT and STARTUP.LOG. A job
       *> with several predecessors has one line per predecessor.
       *> Regenerated as a sequential extract of the dependency
       *> master by DEP-MAINT, consulted by HELLO-WORLD at startup
       *> and checked by the DEP-CHECK validation report, so all
       *> sides always agree on the columns.
       01  JOB-DEP-RECORD.
           05 JD-JOB-NAME PIC X(12).
           05 JD-FILLER-1 PIC X.
           05 JD-SITE-CODE PIC X(4).
           05 JD-FILLER-2 PIC X.
           05 JD-PRED-JOB-NAME PIC X(12).
           05 JD-FILLER-3 PIC X.
           05 JD-PRED-SITE-CODE PIC X(4).
