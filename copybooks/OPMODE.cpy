       05 OM-ACCT-NUM         PIC X(14).
       05 FILLER              PIC X(01) VALUE ",".
       05 OM-MODE             PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 OM-SET-DATE         PIC X(08).
