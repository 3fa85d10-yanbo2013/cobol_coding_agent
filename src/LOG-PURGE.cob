       COPY STARTLOG.

       FD  STARTUP-HIST-FILE.
       01  STARTUP-HIST-RECORD PIC X(56).

       FD  STARTUP-TEMP-FILE.
       01  STARTUP-TEMP-RECORD PIC X(56).

       FD  RESTART-FILE.
       COPY RSTREC.

       FD  RESTART-HIST-FILE.
       01  RESTART-HIST-RECORD PIC X(31).

       FD  RESTART-TEMP-FILE.
       01  RESTART-TEMP-RECORD PIC X(31).

       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(80).
