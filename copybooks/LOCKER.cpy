       05 LK-BRANCH           PIC X(03).
       05 FILLER              PIC X(01) VALUE ",".
       05 LK-NUMBER           PIC X(06).
       05 FILLER              PIC X(01) VALUE ",".
       05 LK-SIZE             PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 LK-STATUS           PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 LK-HIRER-ACCT       PIC X(14).
       05 FILLER              PIC X(01) VALUE ",".
       05 LK-NOMINEE          PIC X(30).
       05 FILLER              PIC X(01) VALUE ",".
       05 LK-ALLOT-DATE       PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 LK-DUE-DATE         PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 LK-ARREARS          PIC 9(07).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 LK-LAST-ACCESS      PIC X(08).
