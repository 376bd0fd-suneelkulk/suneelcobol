       05 VP-BRANCH           PIC X(03).
       05 FILLER              PIC X(01) VALUE ",".
       05 VP-DATE             PIC X(08).
       05 VP-DENOM OCCURS 9 TIMES.
          10 VP-SEP           PIC X(01).
          10 VP-COUNT         PIC 9(07).
       05 FILLER              PIC X(01) VALUE ",".
       05 VP-TOTAL            PIC 9(11).99.
