       *> in front, since the per-site log layout does not identify
       *> the site. Written by the consolidation run (LOG-MERGE) and
       *> read by head-office reporting, so both sides always agree
       *> on the columns. The site's run sequence number rides at
       *> the end, as it does on STARTLOG.cpy.
       01  CORP-LOG-RECORD.
           05 CL-SITE-CODE PIC X(4).
           05 CL-FILLER-1 PIC X.
           05 CL-OUTCOME PIC X(9).
           05 CL-FILLER-5 PIC X.
           05 CL-RETURN-CODE PIC 9(4).
           05 CL-FILLER-6 PIC X.
           05 CL-RUN-SEQ PIC 9(8).
