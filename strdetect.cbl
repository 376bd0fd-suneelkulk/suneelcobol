       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   HOLD-FILE  RECORD CONTAINS 337 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 HOLD-REC                PIC X(337).

       FD   CASE-FILE  RECORD CONTAINS 110 CHARACTERS
                         LABEL RECORDS ARE STANDARD.
           MOVE "INR"            TO HQ-CURRENCY
           MOVE WS-RUN-DATE      TO HQ-HOLD-DATE
           MOVE WS-CYCLE-ID      TO HQ-HOLD-CYCLE
           MOVE SPACES           TO HQ-ACCT-NUM
           WRITE HOLD-REC FROM WS-HOLD-DETAIL
           MOVE WS-AT-ACCT (WS-AT-IDX) TO WS-CD-ACCT
           MOVE WS-PATTERN             TO WS-CD-PATTERN
