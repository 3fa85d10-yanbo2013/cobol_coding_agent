       *> shift, elapsed wall-clock seconds and final return code.
       *> Written by each batch program's end-of-job paragraph and
       *> read back by the weekly trend report (RUNTREND), so both
       *> sides always agree on the columns. The site the run was
       *> for, the time it started and how it ended (COMPLETE, or
       *> the refusal outcome it logged) follow at the end, so the
       *> month-end chargeback (CHG-BACK) can charge each site for
       *> its runs and price them against the planned window; lines
       *> written before these were carried read as blank. Last of
       *> all comes the run sequence number, tying the line to the
       *> same run's other log records for the drill-down (RUN-INQ).
       01  RUNTIME-HIST-RECORD.
           05 RH-PROGRAM-NAME PIC X(12).
           05 RH-FILLER-1 PIC X.
           05 RH-ELAPSED-SECONDS PIC 9(5).
           05 RH-FILLER-4 PIC X.
           05 RH-RETURN-CODE PIC 9(4).
           05 RH-FILLER-5 PIC X.
           05 RH-SITE-CODE PIC X(4).
           05 RH-FILLER-6 PIC X.
           05 RH-START-TIME PIC X(8).
           05 RH-FILLER-7 PIC X.
           05 RH-OUTCOME PIC X(9).
           05 RH-FILLER-8 PIC X.
           05 RH-RUN-SEQ PIC 9(8).
