       COPY STARTLOG.

       FD  SITE-LOG-OUT-FILE.
       01  SITE-LOG-OUT-RECORD PIC X(56).

       WORKING-STORAGE SECTION.
       01 WS-SITE-CARD-STATUS PIC XX VALUE '00'.
