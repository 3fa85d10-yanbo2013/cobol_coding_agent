       *> holding the lock and when it acquired it. Written and
       *> removed by the JOBLOCK-SUB lock facility and read back by
       *> the LOCK-SWEEP housekeeping utility, so both sides always
       *> agree on the columns. The run sequence number of the run
       *> holding the lock follows the held-since stamp, so a lock
       *> left behind can be traced to the run that took it.
       01  JOB-LOCK-RECORD.
           05 JLK-JOB-NAME PIC X(8).
           05 JLK-FILLER-1 PIC X.
           05 JLK-DATE PIC X(10).
           05 JLK-FILLER-2 PIC X.
           05 JLK-TIME PIC X(8).
           05 JLK-FILLER-3 PIC X.
           05 JLK-RUN-SEQ PIC 9(8).
