       05 OP-UTR              PIC X(16).
       05 FILLER              PIC X(01) VALUE ",".
       05 OP-DATE             PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 OP-ACCT             PIC X(14).
       05 FILLER              PIC X(01) VALUE ",".
       05 OP-BENE-ID          PIC X(06).
       05 FILLER              PIC X(01) VALUE ",".
       05 OP-AMT              PIC 9(09).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 OP-POST-REF         PIC X(12).
       05 FILLER              PIC X(01) VALUE ",".
       05 OP-STATUS           PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 OP-RET-REASON       PIC X(20).
