       *> Shared layout of one PLNAUDIT.LOG line, one per change
       *> PLAN-MAINT applies to the plan master: when, what, by whom,
       *> and the start-end window before and after. The shift code
       *> before and after rides at the end, so the whole entry can
       *> be rebuilt; lines written before it was carried read blank
       *> there. Written by PLAN-MAINT and replayed by MAST-RECON to
       *> rebuild or check the master, so both sides always agree on
       *> the columns.
       01  AUDIT-RECORD.
           05 PA-DATE PIC X(10).
           05 PA-FILLER-1 PIC X.
           05 PA-TIME PIC X(8).
           05 PA-FILLER-2 PIC X.
           05 PA-ACTION PIC X(6).
           05 PA-FILLER-3 PIC X.
           05 PA-JOB-NAME PIC X(12).
           05 PA-FILLER-4 PIC X.
           05 PA-SITE-CODE PIC X(4).
           05 PA-FILLER-5 PIC X.
           05 PA-USER-ID PIC X(8).
           05 PA-FILLER-6 PIC X.
           05 PA-OLD-WINDOW PIC X(17).
           05 PA-FILLER-7 PIC X.
           05 PA-NEW-WINDOW PIC X(17).
           05 PA-FILLER-8 PIC X.
           05 PA-OLD-SHIFT PIC X(1).
           05 PA-FILLER-9 PIC X.
           05 PA-NEW-SHIFT PIC X(1).
