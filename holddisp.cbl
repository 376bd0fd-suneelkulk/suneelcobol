                               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   HOLD-FILE  RECORD CONTAINS 337 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 HOLD-REC                PIC X(337).

       FD   DECIS-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.
       01 LEDGER-REC.
          COPY LEDGERIF.

       FD   NEWQ-FILE  RECORD CONTAINS 337 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 NEWQ-REC                PIC X(337).

       FD   AGED-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.
       01 WS-CTL-REJECTED      PIC 9(07) VALUE 0.
       01 WS-CTL-PENDING       PIC 9(07) VALUE 0.
       01 WS-CTL-AGED          PIC 9(07) VALUE 0.
       01 WS-CTL-RELEASED      PIC 9(07) VALUE 0.
       01 WS-CTL-RETAINED      PIC 9(07) VALUE 0.

       01 WS-DEC-PAN-IN        PIC X(10) VALUE SPACES.
       01 WS-DEC-ACTION-IN     PIC X(07) VALUE SPACES.
              DISPLAY "  REJECTED             : " WS-CTL-REJECTED
              DISPLAY "  STILL PENDING        : " WS-CTL-PENDING
              DISPLAY "  PENDING PAST AGE LIM : " WS-CTL-AGED
              DISPLAY "  FREEZES RELEASED     : " WS-CTL-RELEASED
              DISPLAY "  FREEZES CONFIRMED    : " WS-CTL-RETAINED
              DISPLAY "PENDING ENTRIES REWRITTEN TO "
                      "ACCOUNT-HOLD-QUEUE.NEW - REPLACE THE QUEUE "
                      "AFTER REVIEW"
                  SET WS-DEC-IDX TO WS-FOUND-DEC-IDX
                  EVALUATE WS-DEC-ACTION (WS-DEC-IDX)
                     WHEN "APPROVE"
                        IF HQ-ACCT-NUM NOT = SPACES
                           PERFORM RELEASE-FREEZE-PARA
                        ELSE
                           PERFORM CREATE-APPROVED-PARA
                        END-IF
                     WHEN "REJECT"
                        IF HQ-ACCT-NUM NOT = SPACES
                           PERFORM RETAIN-FREEZE-PARA
                        ELSE
                           PERFORM REJECT-HELD-PARA
                        END-IF
                     WHEN OTHER
                        MOVE HQ-PAN    TO WS-MK-PAN-IN
                        MOVE HQ-AADHAR TO WS-MK-AADHAR-IN
           PERFORM WRITE-REJECT-PARA
           ADD 1 TO WS-CTL-REJECTED.

       RELEASE-FREEZE-PARA.
           MOVE HQ-ACCT-NUM TO AM-ACCT-NUM
           READ ACCTMST-FILE
             INVALID KEY
               DISPLAY "HELD ACCOUNT NOT ON MASTER: " HQ-ACCT-NUM
             NOT INVALID KEY
               IF AM-STATUS = "S"
                  MOVE ACCOUNT-MASTER-REC TO WS-BEFORE-IMAGE
                  MOVE "O" TO AM-STATUS
                  REWRITE ACCOUNT-MASTER-REC
                    INVALID KEY
                      DISPLAY "ACCOUNT MASTER REWRITE FAILED: "
                              AM-ACCT-NUM
                  END-REWRITE
                  MOVE WS-CYCLE-ID        TO JR-CYCLE
                  MOVE WS-RUN-DATE        TO JR-DATE
                  MOVE "MULLFT"           TO JR-ACTION
                  MOVE AM-ACCT-NUM        TO JR-ACCT-NUM
                  MOVE WS-BEFORE-IMAGE    TO JR-BEFORE-IMAGE
                  MOVE ACCOUNT-MASTER-REC TO JR-AFTER-IMAGE
                  MOVE HOLD-REC(1:200)    TO JR-TXN-REC
                  WRITE JRNL-REC
               END-IF
               ADD 1 TO WS-CTL-RELEASED
           END-READ.

       RETAIN-FREEZE-PARA.
           MOVE HQ-ACCT-NUM TO AM-ACCT-NUM
           READ ACCTMST-FILE
             INVALID KEY
               DISPLAY "HELD ACCOUNT NOT ON MASTER: " HQ-ACCT-NUM
             NOT INVALID KEY
               MOVE WS-CYCLE-ID        TO JR-CYCLE
               MOVE WS-RUN-DATE        TO JR-DATE
               MOVE "MULCNF"           TO JR-ACTION
               MOVE AM-ACCT-NUM        TO JR-ACCT-NUM
               MOVE ACCOUNT-MASTER-REC TO JR-BEFORE-IMAGE
               MOVE ACCOUNT-MASTER-REC TO JR-AFTER-IMAGE
               SET WS-DEC-IDX TO WS-FOUND-DEC-IDX
               MOVE SPACES             TO JR-TXN-REC
               STRING "FREEZE CONFIRMED: " DELIMITED BY SIZE
                      WS-DEC-COMMENT (WS-DEC-IDX) DELIMITED BY SIZE
                 INTO JR-TXN-REC
               WRITE JRNL-REC
               ADD 1 TO WS-CTL-RETAINED
           END-READ.

       WRITE-REJECT-PARA.
           MOVE HQ-PAN    TO WS-MK-PAN-IN
           MOVE HQ-AADHAR TO WS-MK-AADHAR-IN
