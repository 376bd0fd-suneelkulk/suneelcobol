       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
             10 WS-LI-EXPIRY     PIC X(08).
       01 WS-LIEN-COUNT        PIC 9(04) VALUE 0.
       01 WS-LIEN-TOTAL        PIC 9(09)V99 VALUE 0.
       01 WS-HOLD-TOTAL        PIC 9(10)V99 VALUE 0.
       01 WS-AVAIL-BAL         PIC 9(09)V99 VALUE 0.
       01 WS-LI-ACCT-IN        PIC X(14).
       01 WS-LI-AMOUNT-IN      PIC X(12).
              END-IF
              SET WS-LI-IDX UP BY 1
           END-PERFORM
           COMPUTE WS-HOLD-TOTAL = WS-LIEN-TOTAL + BAL-UNCLEARED
           IF WS-HOLD-TOTAL > BAL-CURR-BAL
              MOVE 0 TO WS-AVAIL-BAL
           ELSE
              COMPUTE WS-AVAIL-BAL = BAL-CURR-BAL - WS-HOLD-TOTAL
           END-IF.

       OPEN-JRNL-FILE-PARA.
                        WHEN "M"
                           MOVE "ACCOUNT MARKED DECEASED"
                                TO WS-IT-REASON
                        WHEN "K"
                           MOVE "KYC EXPIRED - DEBITS BLOCKED"
                                TO WS-IT-REASON
                        WHEN "S"
                           MOVE "DEBITS FROZEN PENDING REVIEW"
                                TO WS-IT-REASON
                        WHEN OTHER
                           MOVE "Y" TO WS-IT-OK
                     END-EVALUATE
               MOVE AM-DEPOSIT  TO BAL-CURR-BAL
               MOVE SPACES      TO BAL-LAST-TXN-DATE
               MOVE 0           TO BAL-TXN-COUNT
               MOVE 0           TO BAL-UNCLEARED
           END-READ
           PERFORM COMPUTE-AVAIL-PARA
           IF WS-IT-AMOUNT > WS-AVAIL-BAL
