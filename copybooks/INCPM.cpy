       *> Parameter layout for the shared INCIDENT-SUB incident
       *> register. Copied into the WORKING-STORAGE of every program
       *> that raises incidents and into the LINKAGE SECTION of
       *> INCIDENT-SUB itself, so both sides always agree on the
       *> layout. The caller says who it is, the site, job and
       *> resource the exception concerns (blank where they do not
       *> apply), the kind of exception, the business date it
       *> belongs to, its severity and a short description.
       *> IP-RESULT comes back N when a new incident was opened, A
       *> when the exception was added to an incident already open,
       *> K when the register already holds that date's exception
       *> and E when the register could not be updated;
       *> IP-INCIDENT-NUMBER carries the incident concerned.
       01  INCIDENT-PARMS.
           05  IP-PROGRAM-NAME PIC X(12).
           05  IP-SITE-CODE PIC X(4).
           05  IP-JOB-NAME PIC X(12).
           05  IP-RESOURCE PIC X(12).
           05  IP-EXCEPTION-TYPE PIC X(8).
           05  IP-EVENT-DATE PIC X(10).
           05  IP-SEVERITY PIC 9(2).
           05  IP-DESCRIPTION PIC X(40).
           05  IP-RESULT PIC X(1).
           05  IP-INCIDENT-NUMBER PIC 9(6).
