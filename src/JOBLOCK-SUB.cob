       *> against the logs and audits every release; the held-since
       *> stamp displayed on a refusal is there to make that call
       *> easy.
       *>
       *> The lock record also carries the run sequence number of the
       *> run that took it, asked of RUNSEQ-SUB on the acquire, so a
       *> lock left behind names the very run that abended.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
               10 WS-LOCK-JOB-NAME PIC X(8).
               10 WS-LOCK-DATE PIC X(10).
               10 WS-LOCK-TIME PIC X(8).
               10 WS-LOCK-RUN-SEQ PIC 9(8).

       01 WS-HELD-DATE PIC X(10) VALUE SPACES.
       01 WS-HELD-TIME PIC X(8) VALUE SPACES.
       01 WS-TIMESTAMP PIC X(8) VALUE SPACES.
       01 WS-MESSAGE-LINE PIC X(80) VALUE SPACES.

       *> Parameters for the shared RUNSEQ-SUB run sequence number
       COPY RUNSEQPM.

       LINKAGE SECTION.
       COPY LOCKPM.

                       TO WS-LOCK-JOB-NAME(WS-LOCK-COUNT)
                   MOVE JLK-DATE TO WS-LOCK-DATE(WS-LOCK-COUNT)
                   MOVE JLK-TIME TO WS-LOCK-TIME(WS-LOCK-COUNT)
                   MOVE JLK-RUN-SEQ TO WS-LOCK-RUN-SEQ(WS-LOCK-COUNT)
                   IF JLK-JOB-NAME = JL-JOB-NAME
                       MOVE 'Y' TO WS-FOUND-SWITCH
                       MOVE JLK-DATE TO WS-HELD-DATE
                   MOVE WS-DATE-DISPLAY
                       TO WS-LOCK-DATE(WS-LOCK-COUNT)
                   MOVE WS-TIMESTAMP TO WS-LOCK-TIME(WS-LOCK-COUNT)
                   CALL 'RUNSEQ-SUB' USING RUN-SEQ-PARMS
                   MOVE RN-RUN-SEQ
                       TO WS-LOCK-RUN-SEQ(WS-LOCK-COUNT)
                   PERFORM 0040-REWRITE-LOCK-FILE
                   IF JL-RESULT NOT = 'E'
                       MOVE 'Y' TO JL-RESULT
                           TO JLK-JOB-NAME
                       MOVE WS-LOCK-DATE(WS-LOCK-IDX) TO JLK-DATE
                       MOVE WS-LOCK-TIME(WS-LOCK-IDX) TO JLK-TIME
                       MOVE WS-LOCK-RUN-SEQ(WS-LOCK-IDX)
                           TO JLK-RUN-SEQ
                       WRITE JOB-LOCK-RECORD
                   END-IF
               END-PERFORM
