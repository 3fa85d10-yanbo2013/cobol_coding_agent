       *>
       *> Severity by status class: 0x fine, 1x end-of-file 4,
       *> 2x invalid key 8, 3x permanent error 12, anything else 16.
       *>
       *> Each ERROR.LOG record carries the run sequence number of the
       *> run that hit the error, asked of RUNSEQ-SUB here, so the
       *> run drill-down (RUN-INQ) can place it without the callers
       *> passing anything new.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       01 WS-TIMESTAMP PIC X(8) VALUE SPACES.
       01 WS-MESSAGE-LINE PIC X(80) VALUE SPACES.

       *> Parameters for the shared RUNSEQ-SUB run sequence number
       COPY RUNSEQPM.

       LINKAGE SECTION.
       COPY FILERRPM.

           STRING WS-TIME-OF-DAY(1:2) ':' WS-TIME-OF-DAY(3:2)
               ':' WS-TIME-OF-DAY(5:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           CALL 'RUNSEQ-SUB' USING RUN-SEQ-PARMS
           OPEN EXTEND ERROR-LOG-FILE
           IF WS-ERROR-LOG-STATUS = '35'
               OPEN OUTPUT ERROR-LOG-FILE
               MOVE FE-OPERATION TO EL-OPERATION
               MOVE FE-FILE-STATUS TO EL-FILE-STATUS
               MOVE FE-SEVERITY TO EL-SEVERITY
               MOVE RN-RUN-SEQ TO EL-RUN-SEQ
               WRITE ERROR-LOG-RECORD
               CLOSE ERROR-LOG-FILE
           ELSE
