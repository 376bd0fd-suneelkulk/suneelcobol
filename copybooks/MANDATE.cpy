       05 MD-UMRN             PIC X(20).
       05 FILLER              PIC X(01) VALUE ",".
       05 MD-ACCT             PIC X(14).
       05 FILLER              PIC X(01) VALUE ",".
       05 MD-UTILITY          PIC X(18).
       05 FILLER              PIC X(01) VALUE ",".
       05 MD-MAX-AMT          PIC 9(09).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 MD-FREQ             PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 MD-START            PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 MD-END              PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 MD-STATUS           PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 MD-LAST-DEBIT       PIC X(08).
