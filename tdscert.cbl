       01 WS-TD-FY-IN          PIC X(04).
       01 WS-TD-INT-IN         PIC X(12).
       01 WS-TD-TDS-IN         PIC X(12).
       01 WS-TD-HIGH-IN        PIC X(01).
       01 WS-TDS-RATE          PIC 9(02)V99 VALUE 10.00.
       01 WS-TDS-HIGH-RATE     PIC 9(02)V99 VALUE 20.00.
       01 WS-CERT-HIGH         PIC 9(05) VALUE 0.
       01 WS-TD-INTEREST       PIC 9(09)V99 VALUE 0.
       01 WS-TD-TDS            PIC 9(09)V99 VALUE 0.

          05 FILLER              PIC X(24) VALUE
             "TAX DEDUCTED         :  ".
          05 WS-CT-TDS           PIC ZZZZZZZZ9.99.
       01 WS-RATE-LINE.
          05 FILLER              PIC X(24) VALUE
             "TDS RATE APPLIED     :  ".
          05 WS-CT-RATE          PIC Z9.99.
          05 FILLER              PIC X(02) VALUE "% ".
          05 WS-CT-RATE-NOTE     PIC X(36).
       01 WS-DATE-LINE.
          05 FILLER              PIC X(07) VALUE "DATE : ".
          05 WS-CT-DATE          PIC X(08).
           END-IF.
           CLOSE TDSCUM-FILE.
           DISPLAY "TDS CERTIFICATES PRODUCED: " WS-CERT-SEQ.
           DISPLAY "  AT HIGHER RATE         : " WS-CERT-HIGH.

           STOP RUN.

                MOVE "10" TO TDSCUM-FILE-STATUS
           END-READ.
           IF TDSCUM-FILE-STATUS = "00"
              MOVE SPACES TO WS-TD-HIGH-IN
              UNSTRING TDSCUM-REC DELIMITED BY ","
              INTO  WS-TD-PAN-IN
                    WS-TD-FY-IN
                    WS-TD-INT-IN
                    WS-TD-TDS-IN
                    WS-TD-HIGH-IN
              END-UNSTRING
              COMPUTE WS-TD-INTEREST =
                      FUNCTION NUMVAL(WS-TD-INT-IN)
           MOVE WS-TD-TDS TO WS-CT-TDS
           WRITE CERT-REC FROM WS-TDS-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-TD-TDS = 0
              MOVE 0 TO WS-CT-RATE
              MOVE "NO DEDUCTION" TO WS-CT-RATE-NOTE
           ELSE
           IF WS-TD-HIGH-IN = "H"
              ADD 1 TO WS-CERT-HIGH
              MOVE WS-TDS-HIGH-RATE TO WS-CT-RATE
              MOVE "HIGHER RATE - PAN INOPERATIVE"
                   TO WS-CT-RATE-NOTE
           ELSE
              MOVE WS-TDS-RATE TO WS-CT-RATE
              MOVE SPACES TO WS-CT-RATE-NOTE
           END-IF
           END-IF
           WRITE CERT-REC FROM WS-RATE-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE "FOR SUNEEL BANK OF INDIA" TO CERT-REC
           WRITE CERT-REC
           ADD 1 TO WS-LINE-COUNT
