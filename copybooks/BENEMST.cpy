       05 BN-ACCT             PIC X(14).
       05 FILLER              PIC X(01) VALUE ",".
       05 BN-ID               PIC X(06).
       05 FILLER              PIC X(01) VALUE ",".
       05 BN-NAME             PIC X(30).
       05 FILLER              PIC X(01) VALUE ",".
       05 BN-BENE-ACCT        PIC X(20).
       05 FILLER              PIC X(01) VALUE ",".
       05 BN-IFSC             PIC X(11).
       05 FILLER              PIC X(01) VALUE ",".
       05 BN-ADDED            PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 BN-COOL-UNTIL       PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 BN-STATUS           PIC X(01).
