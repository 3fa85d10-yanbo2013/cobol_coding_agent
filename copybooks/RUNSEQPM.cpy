       *> Parameter layout for the shared RUNSEQ-SUB run sequence
       *> number routine. Copied into the WORKING-STORAGE of every
       *> calling program and into the LINKAGE SECTION of RUNSEQ-SUB
       *> itself, so both sides always agree on the layout. The
       *> routine hands back this run's number: the first call in a
       *> run takes the next number off RUNSEQ.DAT, every later call
       *> in the same run gets the same one back. Results: Y = number
       *> assigned, E = the counter file could not be processed and
       *> the run carries zero.
       01  RUN-SEQ-PARMS.
           05  RN-RUN-SEQ PIC 9(8).
           05  RN-RESULT PIC X(1).
