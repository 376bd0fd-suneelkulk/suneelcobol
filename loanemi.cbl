                               RECORD KEY IS BAL-ACCT-NUM
                               FILE STATUS IS ACCTBAL-FILE-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO "ACCOUNT-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AM-ACCT-NUM
                               ALTERNATE RECORD KEY IS AM-PAN
                                  WITH DUPLICATES
                               FILE STATUS IS ACCTMST-FILE-STATUS.

           SELECT LIEN-FILE  ASSIGN TO "LIEN-FILE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LIEN-FILE-STATUS.

           SELECT PRODMST-FILE ASSIGN TO "PRODUCT-MASTER.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PRODMST-FILE-STATUS.

           SELECT EMITXN-FILE ASSIGN TO "LOAN-EMI-TXNS.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS EMITXN-FILE-STATUS.

           SELECT LEDGER-FILE  ASSIGN TO "LEDGER-INTERFACE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT RUNCTL-FILE  ASSIGN TO "RUN-CONTROL.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS OPSLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   LOANMST-FILE  RECORD CONTAINS 200 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANMST-REC             PIC X(200).

       FD   LOANSCH-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANSCH-REC             PIC X(120).

       FD   PRODMST-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PRODMST-REC             PIC X(40).

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
          COPY ACCTBAL.

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   LIEN-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LIEN-REC                PIC X(80).

       FD   EMITXN-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 EMITXN-REC              PIC X(40).

       FD   LEDGER-FILE  RECORD CONTAINS 56 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LEDGER-REC.
          COPY LEDGERIF.

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANMST-FILE-STATUS  PIC X(02).
       01 LOANSCH-FILE-STATUS  PIC X(02).
       01 ACCTBAL-FILE-STATUS  PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 LIEN-FILE-STATUS     PIC X(02).
       01 WS-ACCTBAL-OPEN      PIC X(01) VALUE "N".
       01 WS-ACCTMST-OPEN      PIC X(01) VALUE "N".
       01 WS-DEBIT-OK          PIC X(01) VALUE "N".
       01 PRODMST-FILE-STATUS  PIC X(02).
       01 EMITXN-FILE-STATUS   PIC X(02).
       01 LEDGER-FILE-STATUS   PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
          COPY OPSLOG.

       01 WS-RUN-DATE          PIC X(08).
       01 WS-RUN-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-PENAL-FROM-NUM    PIC 9(08) VALUE 0.
       01 WS-PENAL-DAYS        PIC S9(05) VALUE 0.

       01 WS-PRD-NAME-IN       PIC X(11) VALUE SPACES.
       01 WS-PRD-DIGIT-IN      PIC X(01) VALUE SPACES.
       01 WS-PRD-MINBAL-IN     PIC X(12) VALUE SPACES.
       01 WS-PRD-GL-IN         PIC X(06) VALUE SPACES.
       01 WS-PRD-RATE-IN       PIC X(06) VALUE SPACES.
       01 WS-PRD-FREQ-IN       PIC X(01) VALUE SPACES.
       01 WS-PRD-FCL-IN        PIC X(06) VALUE SPACES.
       01 WS-PRD-PENAL-IN      PIC X(06) VALUE SPACES.
       01 WS-PENAL-RATE        PIC 9(02)V99 VALUE 2.00.

       01 WS-LOAN-TABLE.
          05 WS-LN-ENTRY OCCURS 1000 TIMES INDEXED BY WS-LN-IDX.
             10 WS-LN-OUTSTAND   PIC 9(09)V99.
             10 WS-LN-OVERDUE    PIC 9(03).
             10 WS-LN-STATUS     PIC X(01).
             10 WS-LN-CLASS      PIC X(01).
             10 WS-LN-NPA-DATE   PIC X(08).
             10 WS-LN-PROV       PIC 9(09)V99.
             10 WS-LN-SUSP       PIC 9(09)V99.
             10 WS-LN-CLOSE-DATE PIC X(08).
             10 WS-LN-DRAWN      PIC 9(09)V99.
             10 WS-LN-PEN-OWED   PIC 9(09)V99.
       01 WS-LOAN-COUNT        PIC 9(04) VALUE 0.
       01 WS-LN-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-LN-IDX      PIC 9(04) VALUE 0.
             10 WS-SC-PRIN       PIC 9(09)V99.
             10 WS-SC-INT        PIC 9(09)V99.
             10 WS-SC-STATUS     PIC X(01).
             10 WS-SC-PENAL      PIC 9(07)V99.
             10 WS-SC-PEN-DATE   PIC X(08).
             10 WS-SC-PAID-DATE  PIC X(08).
       01 WS-SCHED-COUNT       PIC 9(05) VALUE 0.

       01 WS-LM-ACCT-IN        PIC X(14).
       01 WS-LM-OUT-IN         PIC X(12).
       01 WS-LM-OVER-IN        PIC X(03).
       01 WS-LM-STATUS-IN      PIC X(01).
       01 WS-LM-CLASS-IN       PIC X(01).
       01 WS-LM-NPA-DATE-IN    PIC X(08).
       01 WS-LM-PROV-IN        PIC X(12).
       01 WS-LM-SUSP-IN        PIC X(12).
       01 WS-LM-CLOSE-IN       PIC X(08).

       01 WS-SC-ACCT-IN        PIC X(14).
       01 WS-SC-INST-IN        PIC X(03).
       01 WS-SC-PRIN-IN        PIC X(12).
       01 WS-SC-INT-IN         PIC X(12).
       01 WS-SC-STATUS-IN      PIC X(01).
       01 WS-SC-PENAL-IN       PIC X(10).
       01 WS-SC-PEN-DATE-IN    PIC X(08).
       01 WS-SC-PAID-DATE-IN   PIC X(08).

       01 WS-CTL-DUE           PIC 9(05) VALUE 0.
       01 WS-CTL-COLLECTED     PIC 9(05) VALUE 0.
       01 WS-CTL-OVERDUE       PIC 9(05) VALUE 0.
       01 WS-CTL-RECOVERED     PIC 9(05) VALUE 0.
       01 WS-CTL-EMITXNS       PIC 9(07) VALUE 0.
       01 WS-CURR-BAL          PIC S9(09)V99 VALUE 0.

       01 WS-LIEN-TABLE.
          05 WS-LI-ENTRY OCCURS 2000 TIMES INDEXED BY WS-LI-IDX.
             10 WS-LI-ACCT       PIC X(14).
             10 WS-LI-AMOUNT     PIC 9(09)V99.
             10 WS-LI-EXPIRY     PIC X(08).
       01 WS-LIEN-COUNT        PIC 9(04) VALUE 0.
       01 WS-LIEN-TOTAL        PIC 9(09)V99 VALUE 0.
       01 WS-HOLD-TOTAL        PIC 9(10)V99 VALUE 0.
       01 WS-LI-ACCT-IN        PIC X(14).
       01 WS-LI-AMOUNT-IN      PIC X(12).
       01 WS-LI-REASON-IN      PIC X(30).
       01 WS-LI-AUTH-IN        PIC X(12).
       01 WS-LI-EXPIRY-IN      PIC X(08).
       01 WS-PENAL-AMT         PIC 9(07)V99 VALUE 0.
       01 WS-TOT-PENAL         PIC 9(11)V99 VALUE 0.
       01 WS-TOT-PENAL-REC     PIC 9(11)V99 VALUE 0.
       01 WS-TOT-INT-INCOME    PIC 9(11)V99 VALUE 0.
       01 WS-TOT-INT-SUSP      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-SUSP-REL      PIC 9(11)V99 VALUE 0.
       01 WS-SUSP-REL-AMT      PIC 9(09)V99 VALUE 0.

       01 WS-EMITXN-LINE.
          05 WS-ET-ACCT          PIC X(14).
          05 WS-ET-TRL-CNT       PIC 9(07).

       01 WS-LOAN-LINE.
          COPY LOANMST.

       01 WS-SCHED-LINE.
          COPY LOANSCH.

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE LOAN EMI COLLECTION PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           PERFORM LOAD-PRODUCT-MASTER-PARA.
           PERFORM LOAD-LOANS-PARA.
           PERFORM LOAD-SCHEDULE-PARA.
           IF WS-LOAN-COUNT = 0
              PERFORM APPEND-OPSLOG-PARA
              STOP RUN
           END-IF.
           PERFORM LOAD-LIENS-PARA.
           OPEN INPUT ACCTBAL-FILE.
           IF ACCTBAL-FILE-STATUS NOT = "00"
              DISPLAY "BALANCE FILE NOT AVAILABLE, STATUS="
                      ACCTBAL-FILE-STATUS
              DISPLAY "ALL DUE INSTALLMENTS TREATED AS OVERDUE"
           ELSE
              MOVE "Y" TO WS-ACCTBAL-OPEN
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              DISPLAY "ALL DUE INSTALLMENTS TREATED AS OVERDUE"
           ELSE
              MOVE "Y" TO WS-ACCTMST-OPEN
           END-IF.
           OPEN OUTPUT EMITXN-FILE.
           PERFORM OPEN-LEDGER-PARA.
           SET WS-SC-IDX TO 1.
           PERFORM COLLECT-ONE-PARA
                   UNTIL WS-SC-IDX > WS-SCHED-COUNT.
           MOVE WS-CTL-EMITXNS TO WS-ET-TRL-CNT.
           WRITE EMITXN-REC FROM WS-EMITXN-TRAILER.
           CLOSE EMITXN-FILE.
           IF LEDGER-FILE-STATUS = "00"
              CLOSE LEDGER-FILE
           END-IF.
           IF WS-ACCTBAL-OPEN = "Y"
              CLOSE ACCTBAL-FILE
           END-IF.
           IF WS-ACCTMST-OPEN = "Y"
              CLOSE ACCTMST-FILE
           END-IF.
           PERFORM REWRITE-LOANS-PARA.
           PERFORM REWRITE-SCHEDULE-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "  INSTALLMENTS DUE : " WS-CTL-DUE.
           DISPLAY "  COLLECTED        : " WS-CTL-COLLECTED.
           DISPLAY "  MARKED OVERDUE   : " WS-CTL-OVERDUE.
           DISPLAY "  ARREARS RECOVERED: " WS-CTL-RECOVERED.
           DISPLAY "  PENAL ACCRUED    : " WS-TOT-PENAL.
           DISPLAY "  PENAL RECOVERED  : " WS-TOT-PENAL-REC.
           DISPLAY "  INTEREST INCOME  : " WS-TOT-INT-INCOME.
           DISPLAY "  INT TO SUSPENSE  : " WS-TOT-INT-SUSP.
           DISPLAY "  SUSPENSE RELEASED: " WS-TOT-SUSP-REL.

           STOP RUN.

                      "DATE AND DEFAULT CYCLE ID"
           END-IF.

       LOAD-PRODUCT-MASTER-PARA.
           OPEN INPUT PRODMST-FILE
           IF PRODMST-FILE-STATUS = "00"
              PERFORM UNTIL PRODMST-FILE-STATUS NOT = "00"
                 READ PRODMST-FILE
                   AT END
                     MOVE "10" TO PRODMST-FILE-STATUS
                   NOT AT END
                     MOVE SPACES TO WS-PRD-PENAL-IN
                     UNSTRING PRODMST-REC DELIMITED BY ","
                     INTO     WS-PRD-NAME-IN
                              WS-PRD-DIGIT-IN
                              WS-PRD-MINBAL-IN
                              WS-PRD-GL-IN
                              WS-PRD-RATE-IN
                              WS-PRD-FREQ-IN
                              WS-PRD-FCL-IN
                              WS-PRD-PENAL-IN
                     END-UNSTRING
                     IF WS-PRD-NAME-IN = "LOAN"
                        AND WS-PRD-PENAL-IN NOT = SPACES
                        AND FUNCTION TEST-NUMVAL(WS-PRD-PENAL-IN) = 0
                        COMPUTE WS-PENAL-RATE =
                                FUNCTION NUMVAL(WS-PRD-PENAL-IN)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODMST-FILE
           ELSE
              DISPLAY "PRODUCT MASTER NOT FOUND, USING DEFAULT "
                      "PENAL RATE"
           END-IF
           DISPLAY "PENAL INTEREST RATE : " WS-PENAL-RATE.

       LOAD-LOANS-PARA.
           MOVE 0 TO WS-LOAN-COUNT
           OPEN INPUT LOANMST-FILE
                     END-IF
                     ADD 1 TO WS-LOAN-COUNT
                     SET WS-LN-IDX TO WS-LOAN-COUNT
                     MOVE SPACES TO WS-LM-CLASS-IN
                                    WS-LM-NPA-DATE-IN
                                    WS-LM-CLOSE-IN
                     MOVE "0" TO WS-LM-PROV-IN WS-LM-SUSP-IN
                     UNSTRING LOANMST-REC DELIMITED BY ","
                     INTO  WS-LM-ACCT-IN
                           WS-LM-SAVINGS-IN
                           WS-LM-OUT-IN
                           WS-LM-OVER-IN
                           WS-LM-STATUS-IN
                           WS-LM-CLASS-IN
                           WS-LM-NPA-DATE-IN
                           WS-LM-PROV-IN
                           WS-LM-SUSP-IN
                           WS-LM-CLOSE-IN
                     END-UNSTRING
                     MOVE WS-LM-ACCT-IN
                          TO WS-LN-ACCT (WS-LN-IDX)
                             FUNCTION NUMVAL(WS-LM-OVER-IN)
                     MOVE WS-LM-STATUS-IN
                          TO WS-LN-STATUS (WS-LN-IDX)
                     IF WS-LM-CLASS-IN = SPACES
                        MOVE "S" TO WS-LN-CLASS (WS-LN-IDX)
                     ELSE
                        MOVE WS-LM-CLASS-IN
                             TO WS-LN-CLASS (WS-LN-IDX)
                     END-IF
                     IF WS-LM-NPA-DATE-IN = SPACES
                        MOVE "00000000" TO WS-LN-NPA-DATE (WS-LN-IDX)
                     ELSE
                        MOVE WS-LM-NPA-DATE-IN
                             TO WS-LN-NPA-DATE (WS-LN-IDX)
                     END-IF
                     COMPUTE WS-LN-PROV (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-PROV-IN)
                     COMPUTE WS-LN-SUSP (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-SUSP-IN)
                     IF WS-LM-CLOSE-IN = SPACES
                        MOVE "00000000" TO WS-LN-CLOSE-DATE (WS-LN-IDX)
                     ELSE
                        MOVE WS-LM-CLOSE-IN
                             TO WS-LN-CLOSE-DATE (WS-LN-IDX)
                     END-IF
                     MOVE 0 TO WS-LN-DRAWN (WS-LN-IDX)
                               WS-LN-PEN-OWED (WS-LN-IDX)
                 END-READ
              END-PERFORM
              CLOSE LOANMST-FILE
                     END-IF
                     ADD 1 TO WS-SCHED-COUNT
                     SET WS-SC-IDX TO WS-SCHED-COUNT
                     MOVE "0"    TO WS-SC-PENAL-IN
                     MOVE SPACES TO WS-SC-PEN-DATE-IN
                                    WS-SC-PAID-DATE-IN
                     UNSTRING LOANSCH-REC DELIMITED BY ","
                     INTO  WS-SC-ACCT-IN
                           WS-SC-INST-IN
                           WS-SC-PRIN-IN
                           WS-SC-INT-IN
                           WS-SC-STATUS-IN
                           WS-SC-PENAL-IN
                           WS-SC-PEN-DATE-IN
                           WS-SC-PAID-DATE-IN
                     END-UNSTRING
                     MOVE WS-SC-ACCT-IN TO WS-SC-ACCT (WS-SC-IDX)
                     COMPUTE WS-SC-INST (WS-SC-IDX) =
                             FUNCTION NUMVAL(WS-SC-INT-IN)
                     MOVE WS-SC-STATUS-IN
                          TO WS-SC-STATUS (WS-SC-IDX)
                     COMPUTE WS-SC-PENAL (WS-SC-IDX) =
                             FUNCTION NUMVAL(WS-SC-PENAL-IN)
                     IF WS-SC-PEN-DATE-IN = SPACES
                        MOVE "00000000" TO WS-SC-PEN-DATE (WS-SC-IDX)
                     ELSE
                        MOVE WS-SC-PEN-DATE-IN
                             TO WS-SC-PEN-DATE (WS-SC-IDX)
                     END-IF
                     IF WS-SC-PAID-DATE-IN = SPACES
                        MOVE "00000000" TO WS-SC-PAID-DATE (WS-SC-IDX)
                     ELSE
                        MOVE WS-SC-PAID-DATE-IN
                             TO WS-SC-PAID-DATE (WS-SC-IDX)
                     END-IF
                     IF WS-SC-STATUS (WS-SC-IDX) = "O"
                        AND WS-SC-PENAL (WS-SC-IDX) > 0
                        PERFORM FIND-LOAN-PARA
                        IF WS-LN-FOUND = "Y"
                           ADD WS-SC-PENAL (WS-SC-IDX)
                            TO WS-LN-PEN-OWED (WS-FOUND-LN-IDX)
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE LOANSCH-FILE
           END-IF.

       COLLECT-ONE-PARA.
           IF WS-SC-STATUS (WS-SC-IDX) = "O"
              PERFORM FIND-LOAN-PARA
              IF WS-LN-FOUND = "Y"
                 PERFORM ACCRUE-PENAL-PARA
                 PERFORM RECOVER-OVERDUE-PARA
              END-IF
           END-IF
           IF WS-SC-STATUS (WS-SC-IDX) = "D"
              AND WS-SC-DUE (WS-SC-IDX) <= WS-RUN-DATE
              ADD 1 TO WS-CTL-DUE
              PERFORM FIND-LOAN-PARA
              IF WS-LN-FOUND = "Y"
                 PERFORM COLLECT-INSTALLMENT-PARA
                 PERFORM BOOK-INTEREST-PARA
              END-IF
           END-IF
           SET WS-SC-IDX UP BY 1.
              SET WS-LN-IDX UP BY 1
           END-PERFORM.

       GET-BALANCE-PARA.
           SET WS-LN-IDX TO WS-FOUND-LN-IDX
           MOVE 0 TO WS-CURR-BAL
           MOVE "N" TO WS-DEBIT-OK
           IF WS-ACCTMST-OPEN = "Y"
              MOVE WS-LN-SAVINGS (WS-LN-IDX) TO AM-ACCT-NUM
              READ ACCTMST-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF AM-STATUS NOT = "C" AND AM-STATUS NOT = "F"
                     AND AM-STATUS NOT = "M" AND AM-STATUS NOT = "U"
                     AND AM-STATUS NOT = "K" AND AM-STATUS NOT = "S"
                     MOVE "Y" TO WS-DEBIT-OK
                  END-IF
              END-READ
           END-IF
           IF WS-DEBIT-OK = "Y" AND WS-ACCTBAL-OPEN = "Y"
              MOVE WS-LN-SAVINGS (WS-LN-IDX) TO BAL-ACCT-NUM
              READ ACCTBAL-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  PERFORM COMPUTE-AVAIL-PARA
              END-READ
           END-IF
           SUBTRACT WS-LN-DRAWN (WS-LN-IDX) FROM WS-CURR-BAL.

       COMPUTE-AVAIL-PARA.
           MOVE 0 TO WS-LIEN-TOTAL
           SET WS-LI-IDX TO 1
           PERFORM UNTIL WS-LI-IDX > WS-LIEN-COUNT
              IF WS-LI-ACCT (WS-LI-IDX) = BAL-ACCT-NUM
                 AND (WS-LI-EXPIRY (WS-LI-IDX) = SPACES
                      OR WS-LI-EXPIRY (WS-LI-IDX) >= WS-RUN-DATE)
                 ADD WS-LI-AMOUNT (WS-LI-IDX) TO WS-LIEN-TOTAL
              END-IF
              SET WS-LI-IDX UP BY 1
           END-PERFORM
           COMPUTE WS-HOLD-TOTAL = WS-LIEN-TOTAL + BAL-UNCLEARED
           IF WS-HOLD-TOTAL > BAL-CURR-BAL
              MOVE 0 TO WS-CURR-BAL
           ELSE
              COMPUTE WS-CURR-BAL = BAL-CURR-BAL - WS-HOLD-TOTAL
           END-IF.

       LOAD-LIENS-PARA.
           MOVE 0 TO WS-LIEN-COUNT
           OPEN INPUT LIEN-FILE
           IF LIEN-FILE-STATUS = "00"
              PERFORM UNTIL LIEN-FILE-STATUS NOT = "00"
                 READ LIEN-FILE
                   AT END
                     MOVE "10" TO LIEN-FILE-STATUS
                   NOT AT END
                     IF WS-LIEN-COUNT >= 2000
                        DISPLAY "LIEN REGISTER TABLE CAPACITY "
                                "EXCEEDED AT 2000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-LIEN-COUNT
                     SET WS-LI-IDX TO WS-LIEN-COUNT
                     MOVE SPACES TO WS-LI-EXPIRY-IN
                     UNSTRING LIEN-REC DELIMITED BY ","
                     INTO  WS-LI-ACCT-IN
                           WS-LI-AMOUNT-IN
                           WS-LI-REASON-IN
                           WS-LI-AUTH-IN
                           WS-LI-EXPIRY-IN
                     END-UNSTRING
                     MOVE WS-LI-ACCT-IN
                          TO WS-LI-ACCT (WS-LI-IDX)
                     COMPUTE WS-LI-AMOUNT (WS-LI-IDX) =
                             FUNCTION NUMVAL(WS-LI-AMOUNT-IN)
                     MOVE WS-LI-EXPIRY-IN
                          TO WS-LI-EXPIRY (WS-LI-IDX)
                 END-READ
              END-PERFORM
              CLOSE LIEN-FILE
           END-IF.

       WRITE-DEBIT-PARA.
           ADD 1 TO WS-CTL-EMITXNS
           MOVE WS-LN-SAVINGS (WS-LN-IDX) TO WS-ET-ACCT
           WRITE EMITXN-REC FROM WS-EMITXN-LINE.

       COLLECT-INSTALLMENT-PARA.
           PERFORM GET-BALANCE-PARA
           IF WS-CURR-BAL >= WS-SC-EMI (WS-SC-IDX)
              AND WS-LN-PEN-OWED (WS-LN-IDX) = 0
              ADD 1 TO WS-CTL-COLLECTED
              MOVE WS-SC-EMI (WS-SC-IDX)     TO WS-ET-AMT
              PERFORM WRITE-DEBIT-PARA
              ADD WS-SC-EMI (WS-SC-IDX) TO WS-LN-DRAWN (WS-LN-IDX)
              MOVE "P" TO WS-SC-STATUS (WS-SC-IDX)
              MOVE WS-RUN-DATE TO WS-SC-PAID-DATE (WS-SC-IDX)
              SUBTRACT WS-SC-PRIN (WS-SC-IDX)
                  FROM WS-LN-OUTSTAND (WS-LN-IDX)
              IF WS-LN-OUTSTAND (WS-LN-IDX) = 0
                 MOVE "C" TO WS-LN-STATUS (WS-LN-IDX)
                 MOVE WS-RUN-DATE TO WS-LN-CLOSE-DATE (WS-LN-IDX)
              END-IF
           ELSE
              ADD 1 TO WS-CTL-OVERDUE
              ADD 1 TO WS-LN-OVERDUE (WS-LN-IDX)
           END-IF.

       ACCRUE-PENAL-PARA.
           SET WS-LN-IDX TO WS-FOUND-LN-IDX
           MOVE WS-SC-DUE (WS-SC-IDX) TO WS-PENAL-FROM-NUM
           IF WS-SC-PEN-DATE (WS-SC-IDX) > WS-SC-DUE (WS-SC-IDX)
              MOVE WS-SC-PEN-DATE (WS-SC-IDX) TO WS-PENAL-FROM-NUM
           END-IF
           COMPUTE WS-PENAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-PENAL-FROM-NUM)
           IF WS-PENAL-DAYS > 0
              COMPUTE WS-PENAL-AMT ROUNDED =
                      WS-SC-EMI (WS-SC-IDX) * WS-PENAL-RATE / 100
                    * WS-PENAL-DAYS / 365
              MOVE WS-RUN-DATE TO WS-SC-PEN-DATE (WS-SC-IDX)
              IF WS-PENAL-AMT > 0
                 ADD WS-PENAL-AMT TO WS-SC-PENAL (WS-SC-IDX)
                 ADD WS-PENAL-AMT TO WS-LN-PEN-OWED (WS-LN-IDX)
                 ADD WS-PENAL-AMT TO WS-TOT-PENAL
                 IF LEDGER-FILE-STATUS = "00"
                    MOVE WS-LN-ACCT (WS-LN-IDX) TO LG-ACCT-NUM
                    MOVE WS-PENAL-AMT           TO LG-OPEN-BALANCE
                    MOVE "GL6005"               TO LG-GL-CODE
                    MOVE WS-RUN-DATE            TO LG-POST-DATE
                    MOVE "INR"                  TO LG-ORIG-CCY
                    MOVE WS-PENAL-AMT           TO LG-ORIG-AMT
                    MOVE "PNL"                  TO LG-TXN-TYPE
                    WRITE LEDGER-REC
                 END-IF
              END-IF
           END-IF.

       RECOVER-OVERDUE-PARA.
           PERFORM GET-BALANCE-PARA
           IF WS-SC-PENAL (WS-SC-IDX) > 0
              AND WS-CURR-BAL >= WS-SC-PENAL (WS-SC-IDX)
              MOVE WS-SC-PENAL (WS-SC-IDX) TO WS-ET-AMT
              PERFORM WRITE-DEBIT-PARA
              ADD WS-SC-PENAL (WS-SC-IDX) TO WS-LN-DRAWN (WS-LN-IDX)
              ADD WS-SC-PENAL (WS-SC-IDX) TO WS-TOT-PENAL-REC
              SUBTRACT WS-SC-PENAL (WS-SC-IDX) FROM WS-CURR-BAL
              SUBTRACT WS-SC-PENAL (WS-SC-IDX)
                  FROM WS-LN-PEN-OWED (WS-LN-IDX)
              MOVE 0 TO WS-SC-PENAL (WS-SC-IDX)
           END-IF
           IF WS-SC-PENAL (WS-SC-IDX) = 0
              AND WS-CURR-BAL >= WS-SC-EMI (WS-SC-IDX)
              ADD 1 TO WS-CTL-RECOVERED
              MOVE WS-SC-EMI (WS-SC-IDX) TO WS-ET-AMT
              PERFORM WRITE-DEBIT-PARA
              ADD WS-SC-EMI (WS-SC-IDX) TO WS-LN-DRAWN (WS-LN-IDX)
              MOVE "P" TO WS-SC-STATUS (WS-SC-IDX)
              MOVE WS-RUN-DATE TO WS-SC-PAID-DATE (WS-SC-IDX)
              IF WS-LN-OVERDUE (WS-LN-IDX) > 0
                 SUBTRACT 1 FROM WS-LN-OVERDUE (WS-LN-IDX)
              END-IF
              SUBTRACT WS-SC-PRIN (WS-SC-IDX)
                  FROM WS-LN-OUTSTAND (WS-LN-IDX)
              IF WS-LN-OUTSTAND (WS-LN-IDX) = 0
                 MOVE "C" TO WS-LN-STATUS (WS-LN-IDX)
                 MOVE WS-RUN-DATE TO WS-LN-CLOSE-DATE (WS-LN-IDX)
              END-IF
              PERFORM RELEASE-SUSPENSE-PARA
           END-IF.

       BOOK-INTEREST-PARA.
           SET WS-LN-IDX TO WS-FOUND-LN-IDX
           IF WS-SC-INT (WS-SC-IDX) > 0
              AND LEDGER-FILE-STATUS = "00"
              MOVE WS-LN-ACCT (WS-LN-IDX)  TO LG-ACCT-NUM
              MOVE WS-SC-INT (WS-SC-IDX)   TO LG-OPEN-BALANCE
              MOVE WS-RUN-DATE             TO LG-POST-DATE
              MOVE "INR"                   TO LG-ORIG-CCY
              MOVE WS-SC-INT (WS-SC-IDX)   TO LG-ORIG-AMT
              IF WS-LN-CLASS (WS-LN-IDX) = "B" OR "D" OR "L"
                 ADD WS-SC-INT (WS-SC-IDX) TO WS-LN-SUSP (WS-LN-IDX)
                 ADD WS-SC-INT (WS-SC-IDX) TO WS-TOT-INT-SUSP
                 MOVE "GL6003"             TO LG-GL-CODE
                 MOVE "ISP"                TO LG-TXN-TYPE
              ELSE
                 ADD WS-SC-INT (WS-SC-IDX) TO WS-TOT-INT-INCOME
                 MOVE "GL6002"             TO LG-GL-CODE
                 MOVE "LNI"                TO LG-TXN-TYPE
              END-IF
              WRITE LEDGER-REC
              IF WS-SC-STATUS (WS-SC-IDX) = "P"
                 PERFORM RELEASE-SUSPENSE-PARA
              END-IF
           END-IF.

       RELEASE-SUSPENSE-PARA.
           IF (WS-LN-CLASS (WS-LN-IDX) = "B" OR "D" OR "L")
              AND WS-LN-SUSP (WS-LN-IDX) > 0
              MOVE WS-SC-INT (WS-SC-IDX) TO WS-SUSP-REL-AMT
              IF WS-SUSP-REL-AMT > WS-LN-SUSP (WS-LN-IDX)
                 MOVE WS-LN-SUSP (WS-LN-IDX) TO WS-SUSP-REL-AMT
              END-IF
              SUBTRACT WS-SUSP-REL-AMT FROM WS-LN-SUSP (WS-LN-IDX)
              ADD WS-SUSP-REL-AMT TO WS-TOT-SUSP-REL
              IF WS-SUSP-REL-AMT > 0
                 AND LEDGER-FILE-STATUS = "00"
                 MOVE WS-LN-ACCT (WS-LN-IDX) TO LG-ACCT-NUM
                 MOVE WS-SUSP-REL-AMT        TO LG-OPEN-BALANCE
                 MOVE "GL6003"               TO LG-GL-CODE
                 MOVE WS-RUN-DATE            TO LG-POST-DATE
                 MOVE "INR"                  TO LG-ORIG-CCY
                 MOVE WS-SUSP-REL-AMT        TO LG-ORIG-AMT
                 MOVE "ISR"                  TO LG-TXN-TYPE
                 WRITE LEDGER-REC
              END-IF
           END-IF.

       OPEN-LEDGER-PARA.
           OPEN EXTEND LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "35"
              OPEN OUTPUT LEDGER-FILE
              CLOSE LEDGER-FILE
              OPEN EXTEND LEDGER-FILE
           END-IF
           IF LEDGER-FILE-STATUS NOT = "00"
              DISPLAY "LEDGER FEED OPEN FAILED, STATUS="
                      LEDGER-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           END-IF.

       REWRITE-LOANS-PARA.
           OPEN OUTPUT LOANMST-FILE
           IF LOANMST-FILE-STATUS NOT = "00"
           ELSE
              SET WS-LN-IDX TO 1
              PERFORM UNTIL WS-LN-IDX > WS-LOAN-COUNT
                 MOVE WS-LN-ACCT (WS-LN-IDX)      TO LN-ACCT
                 MOVE WS-LN-SAVINGS (WS-LN-IDX)   TO LN-SAVINGS
                 MOVE WS-LN-PRINCIPAL (WS-LN-IDX) TO LN-PRINCIPAL
                 MOVE WS-LN-RATE (WS-LN-IDX)      TO LN-RATE
                 MOVE WS-LN-TERM (WS-LN-IDX)      TO LN-TERM
                 MOVE WS-LN-EMI (WS-LN-IDX)       TO LN-EMI
                 MOVE WS-LN-OPEN (WS-LN-IDX)      TO LN-OPEN
                 MOVE WS-LN-OUTSTAND (WS-LN-IDX)  TO LN-OUTSTANDING
                 MOVE WS-LN-OVERDUE (WS-LN-IDX)   TO LN-OVERDUE
                 MOVE WS-LN-STATUS (WS-LN-IDX)    TO LN-STATUS
                 MOVE WS-LN-CLASS (WS-LN-IDX)     TO LN-ASSET-CLASS
                 MOVE WS-LN-NPA-DATE (WS-LN-IDX)  TO LN-NPA-DATE
                 MOVE WS-LN-PROV (WS-LN-IDX)      TO LN-PROVISION
                 MOVE WS-LN-SUSP (WS-LN-IDX)      TO LN-INT-SUSP
                 MOVE WS-LN-CLOSE-DATE (WS-LN-IDX) TO LN-CLOSE-DATE
                 WRITE LOANMST-REC FROM WS-LOAN-LINE
                 SET WS-LN-IDX UP BY 1
              END-PERFORM
           ELSE
              SET WS-SC-IDX TO 1
              PERFORM UNTIL WS-SC-IDX > WS-SCHED-COUNT
                 MOVE WS-SC-ACCT (WS-SC-IDX)   TO LS-ACCT
                 MOVE WS-SC-INST (WS-SC-IDX)   TO LS-INST
                 MOVE WS-SC-DUE (WS-SC-IDX)    TO LS-DUE
                 MOVE WS-SC-EMI (WS-SC-IDX)    TO LS-EMI
                 MOVE WS-SC-PRIN (WS-SC-IDX)   TO LS-PRIN
                 MOVE WS-SC-INT (WS-SC-IDX)    TO LS-INT
                 MOVE WS-SC-STATUS (WS-SC-IDX) TO LS-STATUS
                 MOVE WS-SC-PENAL (WS-SC-IDX)  TO LS-PENAL
                 MOVE WS-SC-PEN-DATE (WS-SC-IDX) TO LS-PENAL-DATE
                 MOVE WS-SC-PAID-DATE (WS-SC-IDX) TO LS-PAID-DATE
                 WRITE LOANSCH-REC FROM WS-SCHED-LINE
                 SET WS-SC-IDX UP BY 1
              END-PERFORM
