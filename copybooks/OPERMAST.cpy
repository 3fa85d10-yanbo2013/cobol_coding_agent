       *> Shared layout of one OPERMAST.DAT operator-master record,
       *> keyed by OM-USER-ID: the operator's name, role (V viewer,
       *> M maintainer, S supervisor), whether the id is active (A)
       *> or revoked (R), the last date the authority holds good
       *> (blank for no expiry), up to ten site codes the operator
       *> may act for (*ALL in the first slot for every site), and
       *> the maintenance stamp. Maintained by OPER-MAINT and read
       *> by AUTHCHK-SUB, so both sides always agree on the layout.
       01  OPERATOR-MASTER-RECORD.
           05 OM-USER-ID PIC X(8).
           05 OM-USER-NAME PIC X(30).
           05 OM-ROLE PIC X(1).
           05 OM-STATUS PIC X(1).
           05 OM-EXPIRY-DATE PIC X(10).
           05 OM-SITE-LIST.
               10 OM-AUTH-SITE OCCURS 10 TIMES PIC X(4).
           05 OM-MAINT-DATE PIC X(10).
           05 OM-MAINT-USER PIC X(8).
