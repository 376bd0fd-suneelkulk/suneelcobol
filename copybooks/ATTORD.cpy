       05 AO-ORDER-REF        PIC X(16).
       05 FILLER              PIC X(01) VALUE ",".
       05 AO-PAN              PIC X(10).
       05 FILLER              PIC X(01) VALUE ",".
       05 AO-TYPE             PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 AO-AUTH-NAME        PIC X(40).
       05 FILLER              PIC X(01) VALUE ",".
       05 AO-AUTH-ADDR        PIC X(60).
       05 FILLER              PIC X(01) VALUE ",".
       05 AO-ORDER-DATE       PIC X(08).
       05 FILLER              PIC X(01) VALUE ",".
       05 AO-ORDER-AMT        PIC 9(11).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 AO-SATISFIED        PIC 9(11).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 AO-STATUS           PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 AO-LAST-REMIT       PIC X(08).
