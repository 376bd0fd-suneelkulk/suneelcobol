       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
              WHEN "ATM"
              WHEN "ODD"
              WHEN "ESC"
              WHEN "OCR"
              WHEN "OPY"
              WHEN "NCH"
              WHEN "ATT"
                 MOVE "Y" TO WS-DEBIT-TYPE
              WHEN OTHER
                 MOVE "N" TO WS-DEBIT-TYPE
              WHEN "C"
                 MOVE "ACCOUNT IS CLOSED" TO WS-CT-CAVEAT
                 PERFORM WRITE-CAVEAT-LINE-PARA
              WHEN "K"
                 MOVE "KYC LAPSED - DEBITS BLOCKED" TO WS-CT-CAVEAT
                 PERFORM WRITE-CAVEAT-LINE-PARA
              WHEN "S"
                 MOVE "DEBITS FROZEN PENDING REVIEW" TO WS-CT-CAVEAT
                 PERFORM WRITE-CAVEAT-LINE-PARA
           END-EVALUATE
           PERFORM SUM-LIENS-PARA
           IF WS-LIEN-TOTAL > 0
