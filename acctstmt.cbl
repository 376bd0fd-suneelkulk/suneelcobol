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
