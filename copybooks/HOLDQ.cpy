       05 HQ-CURRENCY         PIC X(03).
       05 HQ-HOLD-DATE        PIC X(08).
       05 HQ-HOLD-CYCLE       PIC X(04).
       05 HQ-ACCT-NUM         PIC X(14).
