       *> program name and outcome. Written by every batch program's
       *> startup paragraph and read back by the daily summary report
       *> (STARTUP-RPT), so both sides always agree on the columns.
       *> The run sequence number of the run that wrote the line
       *> follows at the end, so every line one run writes to the
       *> logs can be tied together (RUN-INQ); older lines read it
       *> as blank.
       01  STARTUP-LOG-RECORD.
           05 SL-RUN-DATE PIC X(10).
           05 SL-FILLER-1 PIC X.
           05 SL-OUTCOME PIC X(9).
           05 SL-FILLER-4 PIC X.
           05 SL-RETURN-CODE PIC 9(4).
           05 SL-FILLER-5 PIC X.
           05 SL-RUN-SEQ PIC 9(8).
