       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
          05 SM-PAN             PIC X(10).
          05 SM-REST            PIC X(233).

       FD   SNPBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 SNAP-BALANCE-REC.
          05 SB-ACCT-NUM        PIC X(14).
          05 SB-REST            PIC X(37).

       FD   SNPXRF-FILE  RECORD CONTAINS 24 CHARACTERS
                         LABEL RECORDS ARE STANDARD.
