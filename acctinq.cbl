                 MOVE "DECEASED" TO WS-LBL-VALUE
              WHEN "U"
                 MOVE "UNCLAIMED" TO WS-LBL-VALUE
              WHEN "K"
                 MOVE "KYC LAPSED - DEBITS BLOCKED" TO WS-LBL-VALUE
              WHEN "S"
                 MOVE "SUSPECTED MULE - DEBITS FROZEN" TO WS-LBL-VALUE
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-LBL-VALUE
           END-EVALUATE
