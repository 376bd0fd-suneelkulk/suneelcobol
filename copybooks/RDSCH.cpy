       05 RS-ACCT             PIC X(14).
       05 FILLER              PIC X(01) VALUE ",".
       05 RS-INST             PIC 9(03).
       05 FILLER              PIC X(01) VALUE ",".
       05 RS-DUE              PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 RS-AMT              PIC 9(07).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 RS-STATUS           PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 RS-PENALTY          PIC 9(07).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 RS-PAID-DATE        PIC X(08).
