       *> Shared layout of one CYCREL.DAT line: one record per site
       *> whose cycle CYCLE-GATE released, carrying the run date,
       *> when the gate opened, how many of the site's planned jobs
       *> were verified complete, and the site. Records written
       *> before releases were attributed per site carry a blank
       *> site and stand for every site. Written by CYCLE-GATE and
       *> read by the service-level report and the cycle follow-on
       *> programs, so all sides always agree on the columns.
       01  RELEASE-RECORD.
           05 CR-RUN-DATE PIC X(10).
           05 CR-FILLER-1 PIC X.
           05 CR-TIME PIC X(8).
           05 CR-FILLER-2 PIC X.
           05 CR-PLAN-COUNT PIC 9(4).
           05 CR-FILLER-3 PIC X.
           05 CR-SITE-CODE PIC X(4).
