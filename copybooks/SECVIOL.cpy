       *> Shared layout of one SECVIOL.LOG line: when, which program
       *> refused, the operator id it was handed, the function and
       *> site attempted, the key being acted on, and why it was
       *> refused. Written by AUTHCHK-SUB and OPER-MAINT and read
       *> back by the daily violations report (SECV-RPT), so all
       *> sides always agree on the columns.
       01  SECURITY-VIOLATION-RECORD.
           05 SV-DATE PIC X(10).
           05 SV-FILLER-1 PIC X.
           05 SV-TIME PIC X(8).
           05 SV-FILLER-2 PIC X.
           05 SV-PROGRAM-NAME PIC X(12).
           05 SV-FILLER-3 PIC X.
           05 SV-USER-ID PIC X(8).
           05 SV-FILLER-4 PIC X.
           05 SV-FUNCTION PIC X(8).
           05 SV-FILLER-5 PIC X.
           05 SV-SITE-CODE PIC X(4).
           05 SV-FILLER-6 PIC X.
           05 SV-DETAIL PIC X(12).
           05 SV-FILLER-7 PIC X.
           05 SV-REASON PIC X(30).
