       *> Shared layout of one MSGAUDIT.LOG line, one per change
       *> MSG-MAINT applies to the message master: when, what, by
       *> whom, and the greeting text before and after. Written by
       *> MSG-MAINT and replayed by MAST-RECON to rebuild or check
       *> the master, so both sides always agree on the columns.
       01  AUDIT-RECORD.
           05 AU-DATE PIC X(10).
           05 AU-FILLER-1 PIC X.
           05 AU-TIME PIC X(8).
           05 AU-FILLER-2 PIC X.
           05 AU-ACTION PIC X(6).
           05 AU-FILLER-3 PIC X.
           05 AU-SITE-CODE PIC X(4).
           05 AU-FILLER-4 PIC X.
           05 AU-USER-ID PIC X(8).
           05 AU-FILLER-5 PIC X.
           05 AU-OLD-TEXT PIC X(30).
           05 AU-FILLER-6 PIC X.
           05 AU-NEW-TEXT PIC X(30).
