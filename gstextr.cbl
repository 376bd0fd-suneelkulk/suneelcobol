           END-READ.
           IF LEDGER-FILE-STATUS = "00"
              IF LG-TXN-TYPE = "FEE" OR LG-TXN-TYPE = "GST"
                 OR LG-TXN-TYPE = "FGS"
                 MOVE LG-POST-DATE(1:6) TO WS-PERIOD
                 PERFORM FIND-MONTH-PARA
                 IF WS-MN-FOUND = "Y"
