       05 GL-CODE             PIC X(06).
       05 FILLER              PIC X(01) VALUE ",".
       05 GL-BRANCH           PIC X(11).
       05 FILLER              PIC X(01) VALUE ",".
       05 GL-DESC             PIC X(30).
       05 FILLER              PIC X(01) VALUE ",".
       05 GL-TYPE             PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 GL-BALANCE          PIC 9(13).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 GL-BAL-SIDE         PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 GL-MONTH-OPEN       PIC 9(13).99.
       05 FILLER              PIC X(01) VALUE ",".
       05 GL-MONTH-SIDE       PIC X(01).
       05 FILLER              PIC X(01) VALUE ",".
       05 GL-LAST-POST        PIC X(08).
