       *> Shared layout of the control trailer that closes each
       *> site's block of its transmitted log: record type T (no
       *> STARTUP.LOG row can start with one, since those lead with
       *> the run date), the site code, the extract date and the
       *> count of log records in the block ahead of it. Written by
       *> the site-side extract (SITE-EXTR) and verified by LOG-MERGE
       *> before the block is merged, so both sides always agree on
       *> the columns.
       01  SITE-TRAILER-RECORD.
           05 ST-RECORD-TYPE PIC X(1).
           05 ST-FILLER-1 PIC X.
