       05 BAL-CURR-BAL        PIC 9(09)V99.
       05 BAL-LAST-TXN-DATE   PIC X(08).
       05 BAL-TXN-COUNT       PIC 9(07).
       05 BAL-UNCLEARED       PIC 9(09)V99.
