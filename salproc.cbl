       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
               MOVE AM-DEPOSIT     TO BAL-CURR-BAL
               MOVE SPACES         TO BAL-LAST-TXN-DATE
               MOVE 0              TO BAL-TXN-COUNT
               MOVE 0              TO BAL-UNCLEARED
           END-READ.

       UPDATE-BALANCE-PARA.
