       05 GV-VOUCHER          PIC X(16).
       05 FILLER              PIC X(01) VALUE ",".
       05 GV-LEG              PIC 9(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 GV-DATE             PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 GV-CYCLE            PIC X(04).
       05 FILLER              PIC X(01) VALUE ",".
       05 GV-SOURCE           PIC X(06).
       05 FILLER              PIC X(01) VALUE ",".
       05 GV-TYPE             PIC X(03).
       05 FILLER              PIC X(01) VALUE ",".
       05 GV-BRANCH           PIC X(11).
       05 FILLER              PIC X(01) VALUE ",".
       05 GV-GL               PIC X(06).
       05 FILLER              PIC X(01) VALUE ",".
       05 GV-DRCR             PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 GV-AMOUNT           PIC 9(11).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 GV-ACCT             PIC X(14).
