       05 RD-ACCT             PIC X(14).
       05 FILLER              PIC X(01) VALUE ",".
       05 RD-INSTALMENT       PIC 9(07).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 RD-RATE             PIC 9(02).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 RD-TENURE           PIC 9(03).
       05 FILLER              PIC X(01) VALUE ",".
       05 RD-OPEN             PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 RD-MATURITY         PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 RD-LINKED           PIC X(14).
       05 FILLER              PIC X(01) VALUE ",".
       05 RD-PAID-CNT         PIC 9(03).
       05 FILLER              PIC X(01) VALUE ",".
       05 RD-MISSED-CNT       PIC 9(03).
       05 FILLER              PIC X(01) VALUE ",".
       05 RD-PAID-AMT         PIC 9(09).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 RD-PENALTY          PIC 9(07).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 RD-STATUS           PIC X(01).
