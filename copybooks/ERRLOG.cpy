       *> which operation, the status code and the severity assigned.
       *> Written by the shared FILEERR-SUB error handler and read
       *> back by the daily exception summary (ERR-SUMM), so both
       *> sides always agree on the columns. The run sequence number
       *> of the run that hit the error follows at the end, picked up
       *> by FILEERR-SUB itself so no caller has to pass it.
       01  ERROR-LOG-RECORD.
           05 EL-DATE PIC X(10).
           05 EL-FILLER-1 PIC X.
           05 EL-FILE-STATUS PIC XX.
           05 EL-FILLER-6 PIC X.
           05 EL-SEVERITY PIC 9(4).
           05 EL-FILLER-7 PIC X.
           05 EL-RUN-SEQ PIC 9(8).
