       *> Shared layout of one LOCKAUDIT.LOG line, one per lock the
       *> LOCK-SWEEP utility clears: when, which lock (job and its
       *> held-since stamp), who asked, why, what flagged it, and the
       *> run sequence number of the run that held it. Written by
       *> LOCK-SWEEP and read back by the run drill-down (RUN-INQ),
       *> so both sides always agree on the columns.
       01  AUDIT-RECORD.
           05 LA-DATE PIC X(10).
           05 LA-FILLER-1 PIC X.
           05 LA-TIME PIC X(8).
           05 LA-FILLER-2 PIC X.
           05 LA-JOB-NAME PIC X(8).
           05 LA-FILLER-3 PIC X.
           05 LA-HELD-DATE PIC X(10).
           05 LA-FILLER-4 PIC X.
           05 LA-HELD-TIME PIC X(8).
           05 LA-FILLER-5 PIC X.
           05 LA-OPERATOR-ID PIC X(8).
           05 LA-FILLER-6 PIC X.
           05 LA-REASON PIC X(30).
           05 LA-FILLER-7 PIC X.
           05 LA-FLAG-REASON PIC X(20).
           05 LA-FILLER-8 PIC X.
           05 LA-RUN-SEQ PIC 9(8).
