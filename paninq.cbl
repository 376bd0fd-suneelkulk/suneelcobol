       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
                 MOVE "DECEASED" TO WS-IQ-STATUS
              WHEN "U"
                 MOVE "UNCLAIMD" TO WS-IQ-STATUS
              WHEN "K"
                 MOVE "KYCLAPSD" TO WS-IQ-STATUS
              WHEN "S"
                 MOVE "DRFROZEN" TO WS-IQ-STATUS
              WHEN OTHER
                 MOVE "UNKNOWN"  TO WS-IQ-STATUS
           END-EVALUATE
