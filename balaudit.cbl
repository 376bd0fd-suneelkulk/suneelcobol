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
