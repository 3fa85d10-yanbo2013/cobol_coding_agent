       *> Shared layout of one PLNMAST.DAT plan-master record, keyed
       *> by job name and site: the job's earliest and latest
       *> acceptable start time, its shift, and the maintenance
       *> stamp. Maintained by PLAN-MAINT and read by the audit
       *> rebuild and reconciliation run (MAST-RECON), so both sides
       *> always agree on the layout.
       01  PLAN-MASTER-RECORD.
           05 PM-PLAN-KEY.
               10 PM-JOB-NAME PIC X(12).
               10 PM-SITE-CODE PIC X(4).
           05 PM-WINDOW-START PIC X(8).
           05 PM-WINDOW-END PIC X(8).
           05 PM-SHIFT-CODE PIC X(1).
           05 PM-MAINT-DATE PIC X(10).
           05 PM-MAINT-USER PIC X(8).
