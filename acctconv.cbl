          05 OB-LAST-TXN-DATE   PIC X(08).
          05 OB-TXN-COUNT       PIC 9(07).

       FD   NEWBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
              MOVE OB-CURR-BAL       TO BAL-CURR-BAL
              MOVE OB-LAST-TXN-DATE  TO BAL-LAST-TXN-DATE
              MOVE OB-TXN-COUNT      TO BAL-TXN-COUNT
              MOVE 0                 TO BAL-UNCLEARED
              WRITE ACCT-BALANCE-REC
                INVALID KEY
                  DISPLAY "CONVERTED BALANCE WRITE FAILED: "
