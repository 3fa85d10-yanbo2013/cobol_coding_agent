       *> Shared layout of one SITEMAST.DAT site-master record, keyed
       *> by SM-SITE-CODE: the site's name and region, whether it is
       *> active (A) or closed (C), the name of the file its nightly
       *> log arrives in at head office, its offset from head-office
       *> time as +HH:MM or -HH:MM, the local contact, the
       *> maintenance stamp, and the head-office time HH:MM by which
       *> the site's cycle is agreed to be released (blank when no
       *> deadline has been agreed). Maintained by SITE-MAINT, read by
       *> SITECHK-SUB and by the head-office programs that need the
       *> list of expected sites, so all sides always agree on the
       *> layout.
       01  SITE-MASTER-RECORD.
           05 SM-SITE-CODE PIC X(4).
           05 SM-SITE-NAME PIC X(30).
           05 SM-REGION PIC X(10).
           05 SM-STATUS PIC X(1).
           05 SM-TRANSMIT-FILE PIC X(12).
           05 SM-TZ-OFFSET PIC X(6).
           05 SM-CONTACT PIC X(30).
           05 SM-MAINT-DATE PIC X(10).
           05 SM-MAINT-USER PIC X(8).
           05 SM-RELEASE-DEADLINE PIC X(5).
