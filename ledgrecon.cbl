                    OR WS-RT-TYPE (WS-RT-IDX) = "GST"
                    OR WS-RT-TYPE (WS-RT-IDX) = "ESC"
                    OR WS-RT-TYPE (WS-RT-IDX) = "ESR"
                    OR WS-RT-TYPE (WS-RT-IDX) = "ATT"
                    MOVE "INFO"  TO WS-RD-STATUS
                 ELSE
                 IF WS-DIFF-AMT = 0
