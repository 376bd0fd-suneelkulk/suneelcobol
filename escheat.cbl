       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
                   MOVE 0             TO BAL-CURR-BAL
                   MOVE SPACES        TO BAL-LAST-TXN-DATE
                   MOVE 0             TO BAL-TXN-COUNT
                   MOVE 0             TO BAL-UNCLEARED
                   WRITE ACCT-BALANCE-REC
                     INVALID KEY
                       DISPLAY "BALANCE WRITE FAILED: " BAL-ACCT-NUM
