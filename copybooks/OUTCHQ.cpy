       05 OC-ACCT             PIC X(14).
       05 FILLER              PIC X(01) VALUE ",".
       05 OC-CHQNO            PIC 9(06).
       05 FILLER              PIC X(01) VALUE ",".
       05 OC-DRAWEE           PIC X(11).
       05 FILLER              PIC X(01) VALUE ",".
       05 OC-AMT              PIC 9(09).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 OC-LODGE-DATE       PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 OC-VALUE-DATE       PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 OC-STATUS           PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 OC-RET-CODE         PIC X(03).
