       05 AD-TRACE            PIC X(12).
       05 FILLER              PIC X(01) VALUE ",".
       05 AD-CARD             PIC X(16).
       05 FILLER              PIC X(01) VALUE ",".
       05 AD-ACCT             PIC X(14).
       05 FILLER              PIC X(01) VALUE ",".
       05 AD-AMT              PIC 9(09).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 AD-TERM             PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 AD-OPENED           PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 AD-SOURCE           PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 AD-DEBITED          PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 AD-STATUS           PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 AD-CLOSED           PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 AD-COMP-DAYS        PIC 9(03).
       05 FILLER              PIC X(01) VALUE ",".
       05 AD-COMP-AMT         PIC 9(07).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 AD-REASON           PIC X(30).
