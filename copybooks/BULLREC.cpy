       *> Shared layout of one BULLETIN.DAT operator notice:
       *> active-from date, expiry date (blank until further
       *> notice), severity code (I info, W warning, H hold
       *> instructions) and the notice text. Announced at every
       *> program's startup by BULLETIN-SUB and printed on the shift
       *> handover (HANDOVER-RPT), so both sides always agree on the
       *> columns.
       01  BULLETIN-RECORD.
           05 BL-FROM-DATE PIC X(10).
           05 BL-FILLER-1 PIC X.
           05 BL-TO-DATE PIC X(10).
           05 BL-FILLER-2 PIC X.
           05 BL-SEVERITY PIC X(1).
           05 BL-FILLER-3 PIC X.
           05 BL-TEXT PIC X(40).
