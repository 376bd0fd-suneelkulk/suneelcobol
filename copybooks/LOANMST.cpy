       05 LN-ACCT             PIC X(14).
       05 FILLER              PIC X(01) VALUE ",".
       05 LN-SAVINGS          PIC X(14).
       05 FILLER              PIC X(01) VALUE ",".
       05 LN-PRINCIPAL        PIC 9(09).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 LN-RATE             PIC 9(02).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 LN-TERM             PIC 9(03).
       05 FILLER              PIC X(01) VALUE ",".
       05 LN-EMI              PIC 9(09).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 LN-OPEN             PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 LN-OUTSTANDING      PIC 9(09).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 LN-OVERDUE          PIC 9(03).
       05 FILLER              PIC X(01) VALUE ",".
       05 LN-STATUS           PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 LN-ASSET-CLASS      PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 LN-NPA-DATE         PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 LN-PROVISION        PIC 9(09).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 LN-INT-SUSP         PIC 9(09).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 LN-CLOSE-DATE       PIC X(08).
