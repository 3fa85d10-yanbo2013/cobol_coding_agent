       *> Shared layout of one TURNNOTE.DAT operator turnover note,
       *> keyed by TN-NOTE-NUMBER: the site and shift it was written
       *> for, when and by whom it was logged, the job it concerns
       *> (blank for a general note), its status (OPEN until someone
       *> closes it, INFO for a note that needs no follow-up, CLOSED)
       *> and the note text, then when, by whom and with what last
       *> word an open note was closed. Logged and closed by
       *> NOTE-MAINT and printed on the shift handover (HANDOVER-RPT),
       *> where open notes carry forward until they are closed.
       01  TURNOVER-NOTE-RECORD.
           05 TN-NOTE-NUMBER PIC 9(6).
           05 TN-SITE-CODE PIC X(4).
           05 TN-SHIFT-CODE PIC X(1).
           05 TN-LOGGED-DATE PIC X(10).
           05 TN-LOGGED-TIME PIC X(8).
           05 TN-USER-ID PIC X(8).
           05 TN-JOB-NAME PIC X(12).
           05 TN-STATUS PIC X(6).
           05 TN-NOTE-TEXT PIC X(60).
           05 TN-CLOSED-DATE PIC X(10).
           05 TN-CLOSED-TIME PIC X(8).
           05 TN-CLOSED-USER PIC X(8).
           05 TN-CLOSE-TEXT PIC X(60).
