       *> Shared layout of one CORPHIST.DAT corporate history record,
       *> the permanent indexed copy of every night's corporate master
       *> CORPLOG.DAT. Keyed by site, run date, time and program, with
       *> the outcome last so a job that starts and completes inside
       *> the same second still keeps both lines; a record already on
       *> the history is the same record posted twice. The remaining
       *> CORPLOG.cpy fields follow, then when the line was posted.
       *> Loaded by CORP-LOAD and read by head-office reporting
       *> (CORP-RPT), so both sides always agree on the layout.
       01  CORP-HIST-RECORD.
           05 CH-HIST-KEY.
               10 CH-SITE-CODE PIC X(4).
               10 CH-RUN-DATE PIC X(10).
               10 CH-TIME PIC X(8).
               10 CH-PROGRAM-NAME PIC X(12).
               10 CH-OUTCOME PIC X(9).
           05 CH-RETURN-CODE PIC 9(4).
           05 CH-RUN-SEQ PIC 9(8).
           05 CH-LOADED-DATE PIC X(10).
           05 CH-LOADED-TIME PIC X(8).
