       05 LS-ACCT             PIC X(14).
       05 FILLER              PIC X(01) VALUE ",".
       05 LS-INST             PIC 9(03).
       05 FILLER              PIC X(01) VALUE ",".
       05 LS-DUE              PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 LS-EMI              PIC 9(09).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 LS-PRIN             PIC 9(09).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 LS-INT              PIC 9(09).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 LS-STATUS           PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 LS-PENAL            PIC 9(07).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 LS-PENAL-DATE       PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 LS-PAID-DATE        PIC X(08).
