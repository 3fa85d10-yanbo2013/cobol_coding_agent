       *> Shared layout of one CONTROLCARD line: the site and shift
       *> the cycle runs for and the business date it is meant to
       *> run on (blank for no date check). Read by HELLO-WORLD at
       *> startup and rewritten for the next processing day by the
       *> DATE-ROLL rollover once the cycle has been released, so
       *> both sides always agree on the columns.
       01  CONTROL-CARD-RECORD.
           05 CC-SITE-CODE PIC X(4).
           05 CC-SHIFT-CODE PIC X(1).
           05 CC-RUN-DATE PIC X(10).
