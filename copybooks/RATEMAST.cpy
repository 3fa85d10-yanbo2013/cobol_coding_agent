       *> Shared layout of one RATEMAST.DAT chargeback rate record,
       *> keyed by RT-SHIFT-CODE: what a second of batch time costs
       *> on that shift, the flat charge added for every rerun, and
       *> the percentage surcharge on the time charge of a run that
       *> starts outside its planned window in JOBPLAN.DAT, with the
       *> maintenance stamp. Maintained by RATE-MAINT and read by the
       *> month-end chargeback (CHG-BACK), so both sides always agree
       *> on the layout.
       01  RATE-MASTER-RECORD.
           05 RT-SHIFT-CODE PIC X(1).
           05 RT-DESCRIPTION PIC X(20).
           05 RT-RATE-PER-SECOND PIC 9(3)V9(4).
           05 RT-RERUN-CHARGE PIC 9(5)V99.
           05 RT-SURCHARGE-PCT PIC 9(3)V99.
           05 RT-MAINT-DATE PIC X(10).
           05 RT-MAINT-USER PIC X(8).
