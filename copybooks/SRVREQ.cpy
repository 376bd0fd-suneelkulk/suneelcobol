       05 SR-TICKET           PIC X(16).
       05 FILLER              PIC X(01) VALUE ",".
       05 SR-PAN              PIC X(10).
       05 FILLER              PIC X(01) VALUE ",".
       05 SR-ACCT             PIC X(14).
       05 FILLER              PIC X(01) VALUE ",".
       05 SR-IFSC             PIC X(11).
       05 FILLER              PIC X(01) VALUE ",".
       05 SR-CATEGORY         PIC X(04).
       05 FILLER              PIC X(01) VALUE ",".
       05 SR-CHANNEL          PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 SR-OPENED           PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 SR-DUE              PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 SR-STATUS           PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 SR-ESC-LEVEL        PIC 9(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 SR-ESC-DATE         PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 SR-CLOSED           PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 SR-MAKER            PIC X(10).
       05 FILLER              PIC X(01) VALUE ",".
       05 SR-DESC             PIC X(40).
       05 FILLER              PIC X(01) VALUE ",".
       05 SR-REMARKS          PIC X(40).
