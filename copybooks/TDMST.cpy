       05 TD-ACCT             PIC X(14).
       05 FILLER              PIC X(01) VALUE ",".
       05 TD-PRINCIPAL        PIC 9(09).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 TD-RATE             PIC 9(02).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 TD-TENURE           PIC 9(03).
       05 FILLER              PIC X(01) VALUE ",".
       05 TD-OPEN             PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 TD-MATURITY         PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 TD-INSTR            PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 TD-LINKED           PIC X(14).
       05 FILLER              PIC X(01) VALUE ",".
       05 TD-STATUS           PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 TD-LIEN             PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 TD-LOAN-ACCT        PIC X(14).
