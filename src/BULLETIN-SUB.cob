       *> whiteboard. A notice is active from its effective date
       *> through its expiry date inclusive. Severities: I = info,
       *> W = warning, H = hold instructions. A missing bulletin
       *> file simply means there is nothing to announce. The
       *> notice layout is shared (BULLREC.cpy) with the shift
       *> handover report, which prints the same active notices.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GENERIC.
       *> One line per notice: active-from date, expiry date,
       *> severity code and the notice text
       FD  BULLETIN-FILE.
       COPY BULLREC.

       WORKING-STORAGE SECTION.
       01 WS-BULLETIN-STATUS PIC XX VALUE '00'.
