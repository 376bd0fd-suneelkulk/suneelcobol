       05 MH-ACCT-NUM         PIC X(14).
       05 FILLER              PIC X(01) VALUE ",".
       05 MH-HOLDER-REF       PIC X(10).
       05 FILLER              PIC X(01) VALUE ",".
       05 MH-HOLDER-NAME      PIC X(30).
       05 FILLER              PIC X(01) VALUE ",".
       05 MH-HOLDER-PAN       PIC X(10).
       05 FILLER              PIC X(01) VALUE ",".
       05 MH-TYPE             PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 MH-SIGN-MODE        PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 MH-VALID-FROM       PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 MH-VALID-TO         PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 MH-TXN-LIMIT        PIC 9(09).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 MH-STATUS           PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 MH-STATUS-DATE      PIC X(08).
