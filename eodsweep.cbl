
       01 SWEEP-REC               PIC X(45).

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF BAL-CURR-BAL - BAL-UNCLEARED >
                  WS-SW-THRESHOLD (WS-SW-IDX)
                  COMPUTE WS-EXCESS =
                     BAL-CURR-BAL - BAL-UNCLEARED
                                  - WS-SW-THRESHOLD (WS-SW-IDX)
                  SUBTRACT WS-EXCESS FROM BAL-CURR-BAL
                  MOVE WS-RUN-DATE TO BAL-LAST-TXN-DATE
                  ADD 1 TO BAL-TXN-COUNT
