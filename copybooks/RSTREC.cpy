       *> paragraphs and purged by LOG-PURGE, so all sides always
       *> agree on the columns. A line with a blank step number is
       *> the old one-per-day form and reads as step 1 complete.
       *> The run sequence number of the run that took the checkpoint
       *> follows the status; older lines read it as blank.
       01  RESTART-RECORD.
           05 RST-JOB-NAME PIC X(8).
           05 RST-RUN-DATE PIC X(10).
           05 RST-STEP-NUMBER PIC X(4).
           05 RST-STEP-STATUS PIC X(1).
           05 RST-RUN-SEQ PIC 9(8).
