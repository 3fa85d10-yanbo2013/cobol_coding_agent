       *> Parameter layout for the shared AUTHCHK-SUB operator
       *> authority check. Copied into the WORKING-STORAGE of every
       *> calling program and into the LINKAGE SECTION of AUTHCHK-SUB
       *> itself, so both sides always agree on the layout. The
       *> caller fills in who it is, the operator id it was handed,
       *> the site the action is for (blank when the action has no
       *> site), the least role the action needs (M maintainer or
       *> S supervisor), the function and the key being acted on.
       *> AK-RESULT comes back Y when the operator may proceed;
       *> anything else is a refusal, already written to the
       *> security violation log, with its reason in AK-REASON.
       01  AUTH-CHECK-PARMS.
           05  AK-PROGRAM-NAME PIC X(12).
           05  AK-USER-ID PIC X(8).
           05  AK-SITE-CODE PIC X(4).
           05  AK-REQUIRED-ROLE PIC X(1).
           05  AK-FUNCTION PIC X(8).
           05  AK-DETAIL PIC X(12).
           05  AK-RESULT PIC X(1).
           05  AK-REASON PIC X(30).
