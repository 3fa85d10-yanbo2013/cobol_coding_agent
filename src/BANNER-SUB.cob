       01 WS-STEP-DISPLAY PIC 9(4) VALUE ZEROS.
       01 WS-BANNER-LINE PIC X(80) VALUE SPACES.

       *> Parameters for the shared RUNSEQ-SUB run sequence number
       COPY RUNSEQPM.

       LINKAGE SECTION.
       COPY BANNERPM.

       PROCEDURE DIVISION USING BANNER-PARMS.
       *> Emits the one normalized "job/step started" line that every
       *> batch program in the suite shares, regardless of what else
       *> that program's own startup paragraph displays. The run's
       *> sequence number is taken here, so every caller is numbered
       *> and the number printed, and handed back in BP-RUN-SEQ.
       0000-BANNER-SUB.
           CALL 'RUNSEQ-SUB' USING RUN-SEQ-PARMS
           MOVE RN-RUN-SEQ TO BP-RUN-SEQ
           MOVE BP-STEP-NUMBER TO WS-STEP-DISPLAY
           ACCEPT WS-TIME-OF-DAY FROM TIME
           STRING WS-TIME-OF-DAY(1:2) ':' WS-TIME-OF-DAY(3:2)
               BP-JOB-NAME DELIMITED BY SIZE
               ' STEP ' DELIMITED BY SIZE
               WS-STEP-DISPLAY DELIMITED BY SIZE
               ' RUN ' DELIMITED BY SIZE
               BP-RUN-SEQ DELIMITED BY SIZE
               ' STARTED AT ' DELIMITED BY SIZE
               WS-TIMESTAMP DELIMITED BY SIZE
               ' (RUN DATE ' DELIMITED BY SIZE
