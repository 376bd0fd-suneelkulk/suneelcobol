       IDENTIFICATION DIVISION.
       PROGRAM-ID. loanprep.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREPAY-FILE  ASSIGN TO "LOAN-PREPAY.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PREPAY-FILE-STATUS.

           SELECT LOANMST-FILE ASSIGN TO "LOAN-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LOANMST-FILE-STATUS.

           SELECT LOANSCH-FILE ASSIGN TO "LOAN-SCHEDULE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LOANSCH-FILE-STATUS.

           SELECT PRODMST-FILE ASSIGN TO "PRODUCT-MASTER.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PRODMST-FILE-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO "ACCOUNT-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AM-ACCT-NUM
                               ALTERNATE RECORD KEY IS AM-PAN
                                  WITH DUPLICATES
                               FILE STATUS IS ACCTMST-FILE-STATUS.

           SELECT ACCTBAL-FILE  ASSIGN TO "ACCT-BALANCE.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BAL-ACCT-NUM
                               FILE STATUS IS ACCTBAL-FILE-STATUS.

           SELECT LIEN-FILE  ASSIGN TO "LIEN-FILE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LIEN-FILE-STATUS.

           SELECT PREPTXN-FILE ASSIGN TO "LOAN-PREPAY-TXNS.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PREPTXN-FILE-STATUS.

           SELECT LEDGER-FILE  ASSIGN TO "LEDGER-INTERFACE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT LETTER-FILE  ASSIGN TO "LOAN-CLOSURE-LETTERS.PRT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LETTER-FILE-STATUS.

           SELECT REJECT-FILE  ASSIGN TO "LOAN-PREPAY-REJECTS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS REJECT-FILE-STATUS.

           SELECT RUNCTL-FILE  ASSIGN TO "RUN-CONTROL.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT OPSLOG-FILE  ASSIGN TO "OPS-LOG.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS OPSLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   PREPAY-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PREPAY-REC              PIC X(80).

       FD   LOANMST-FILE  RECORD CONTAINS 200 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANMST-REC             PIC X(200).

       FD   LOANSCH-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANSCH-REC             PIC X(120).

       FD   PRODMST-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PRODMST-REC             PIC X(40).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
          COPY ACCTBAL.

       FD   LIEN-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LIEN-REC                PIC X(80).

       FD   PREPTXN-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PREPTXN-REC             PIC X(40).

       FD   LEDGER-FILE  RECORD CONTAINS 56 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LEDGER-REC.
          COPY LEDGERIF.

       FD   LETTER-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LETTER-REC              PIC X(80).

       FD   REJECT-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 REJECT-REC              PIC X(100).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 PREPAY-FILE-STATUS   PIC X(02).
       01 LOANMST-FILE-STATUS  PIC X(02).
       01 LOANSCH-FILE-STATUS  PIC X(02).
       01 PRODMST-FILE-STATUS  PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 ACCTBAL-FILE-STATUS  PIC X(02).
       01 LIEN-FILE-STATUS     PIC X(02).
       01 PREPTXN-FILE-STATUS  PIC X(02).
       01 LEDGER-FILE-STATUS   PIC X(02).
       01 LETTER-FILE-STATUS   PIC X(02).
       01 REJECT-FILE-STATUS   PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.

       01 EOF                  PIC X(01) VALUE "N".
       01 WS-RUN-DATE          PIC X(08).
       01 WS-RUN-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-LAST-DUE-NUM      PIC 9(08) VALUE 0.
       01 WS-BROKEN-DAYS       PIC S9(05) VALUE 0.

       01 WS-PRD-NAME-IN       PIC X(11) VALUE SPACES.
       01 WS-PRD-DIGIT-IN      PIC X(01) VALUE SPACES.
       01 WS-PRD-MINBAL-IN     PIC X(12) VALUE SPACES.
       01 WS-PRD-GL-IN         PIC X(06) VALUE SPACES.
       01 WS-PRD-RATE-IN       PIC X(06) VALUE SPACES.
       01 WS-PRD-FREQ-IN       PIC X(01) VALUE SPACES.
       01 WS-PRD-FCL-IN        PIC X(06) VALUE SPACES.
       01 WS-FCL-FEE-PCT       PIC 9(02)V99 VALUE 2.00.
       01 WS-GST-RATE          PIC 9(02)V99 VALUE 18.00.

       01 WS-LOAN-TABLE.
          05 WS-LN-ENTRY OCCURS 1000 TIMES INDEXED BY WS-LN-IDX.
             10 WS-LN-ACCT       PIC X(14).
             10 WS-LN-SAVINGS    PIC X(14).
             10 WS-LN-PRINCIPAL  PIC 9(09)V99.
             10 WS-LN-RATE       PIC 9(02)V99.
             10 WS-LN-TERM       PIC 9(03).
             10 WS-LN-EMI        PIC 9(09)V99.
             10 WS-LN-OPEN       PIC X(08).
             10 WS-LN-OUTSTAND   PIC 9(09)V99.
             10 WS-LN-OVERDUE    PIC 9(03).
             10 WS-LN-STATUS     PIC X(01).
             10 WS-LN-CLASS      PIC X(01).
             10 WS-LN-NPA-DATE   PIC X(08).
             10 WS-LN-PROV       PIC 9(09)V99.
             10 WS-LN-SUSP       PIC 9(09)V99.
             10 WS-LN-CLOSE-DATE PIC X(08).
       01 WS-LOAN-COUNT        PIC 9(04) VALUE 0.
       01 WS-LN-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-LN-IDX      PIC 9(04) VALUE 0.

       01 WS-SCHED-TABLE.
          05 WS-SC-ENTRY OCCURS 20000 TIMES INDEXED BY WS-SC-IDX.
             10 WS-SC-ACCT       PIC X(14).
             10 WS-SC-INST       PIC 9(03).
             10 WS-SC-DUE        PIC X(08).
             10 WS-SC-EMI        PIC 9(09)V99.
             10 WS-SC-PRIN       PIC 9(09)V99.
             10 WS-SC-INT        PIC 9(09)V99.
             10 WS-SC-STATUS     PIC X(01).
             10 WS-SC-PENAL      PIC 9(07)V99.
             10 WS-SC-PEN-DATE   PIC X(08).
             10 WS-SC-PAID-DATE  PIC X(08).
       01 WS-SCHED-COUNT       PIC 9(05) VALUE 0.

       01 WS-LM-ACCT-IN        PIC X(14).
       01 WS-LM-SAVINGS-IN     PIC X(14).
       01 WS-LM-PRIN-IN        PIC X(12).
       01 WS-LM-RATE-IN        PIC X(05).
       01 WS-LM-TERM-IN        PIC X(03).
       01 WS-LM-EMI-IN         PIC X(12).
       01 WS-LM-OPEN-IN        PIC X(08).
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
       01 WS-SC-DUE-IN         PIC X(08).
       01 WS-SC-EMI-IN         PIC X(12).
       01 WS-SC-PRIN-IN        PIC X(12).
       01 WS-SC-INT-IN         PIC X(12).
       01 WS-SC-STATUS-IN      PIC X(01).
       01 WS-SC-PENAL-IN       PIC X(10).
       01 WS-SC-PEN-DATE-IN    PIC X(08).
       01 WS-SC-PAID-DATE-IN   PIC X(08).

       01 WS-PP-LOAN-IN        PIC X(14).
       01 WS-PP-TYPE-IN        PIC X(01).
       01 WS-PP-AMT-IN         PIC X(12).
       01 WS-PP-OPTION-IN      PIC X(01).
       01 WS-PP-MAKER-IN       PIC X(10).
       01 WS-PP-AMOUNT         PIC 9(09)V99 VALUE 0.
       01 WS-REQ-OK            PIC X(01) VALUE "N".

       01 WS-ARREAR-COUNT      PIC 9(03) VALUE 0.
       01 WS-ARREAR-INT        PIC 9(09)V99 VALUE 0.
       01 WS-UNBOOKED-INT      PIC 9(09)V99 VALUE 0.
       01 WS-ARREAR-PENAL      PIC 9(09)V99 VALUE 0.
       01 WS-BROKEN-INT        PIC 9(09)V99 VALUE 0.
       01 WS-FCL-PRINCIPAL     PIC 9(09)V99 VALUE 0.
       01 WS-FCL-INTEREST      PIC 9(09)V99 VALUE 0.
       01 WS-FEE-AMT           PIC 9(07)V99 VALUE 0.
       01 WS-GST-AMT           PIC 9(07)V99 VALUE 0.
       01 WS-PAYOFF            PIC 9(09)V99 VALUE 0.
       01 WS-CURR-BAL          PIC 9(09)V99 VALUE 0.

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

       01 WS-MONTH-RATE        PIC 9(01)V9(09) VALUE 0.
       01 WS-FACTOR            PIC 9(06)V9(09) VALUE 0.
       01 WS-NEW-EMI           PIC 9(09)V99 VALUE 0.
       01 WS-RECAST-OUT        PIC 9(09)V99 VALUE 0.
       01 WS-RECAST-LEFT       PIC 9(03) VALUE 0.
       01 WS-RECAST-ROWS       PIC 9(03) VALUE 0.
       01 WS-RECAST-CANCEL     PIC 9(03) VALUE 0.
       01 WS-INT-PART          PIC 9(09)V99 VALUE 0.
       01 WS-PRIN-PART         PIC 9(09)V99 VALUE 0.
       01 WS-FCL-PAID-PRIN     PIC 9(09)V99 VALUE 0.
       01 WS-SET-PRIN          PIC 9(09)V99 VALUE 0.
       01 WS-SET-INT           PIC 9(09)V99 VALUE 0.
       01 WS-INST-I            PIC 9(03) VALUE 0.

       01 WS-CTL-REQUESTS      PIC 9(05) VALUE 0.
       01 WS-CTL-PART          PIC 9(05) VALUE 0.
       01 WS-CTL-CLOSED        PIC 9(05) VALUE 0.
       01 WS-CTL-REJECTED      PIC 9(05) VALUE 0.
       01 WS-CTL-TXNS          PIC 9(07) VALUE 0.
       01 WS-TOT-PREPAID       PIC 9(11)V99 VALUE 0.
       01 WS-TOT-FEES          PIC 9(11)V99 VALUE 0.
       01 WS-TOT-GST           PIC 9(11)V99 VALUE 0.

       01 WS-LINE-COUNT        PIC 9(03) VALUE 0.
       01 WS-PAGE-LINES        PIC 9(03) VALUE 24.

       01 WS-PREPTXN-LINE.
          05 WS-PT-ACCT          PIC X(14).
          05 FILLER              PIC X(05) VALUE ",WDL,".
          05 WS-PT-AMT           PIC 9(09).99.

       01 WS-PREPTXN-TRAILER.
          05 FILLER              PIC X(08) VALUE "TRAILER,".
          05 WS-PT-TRL-CNT       PIC 9(07).

       01 WS-LOAN-LINE.
          COPY LOANMST.

       01 WS-SCHED-LINE.
          COPY LOANSCH.

       01 WS-REJ-LINE.
          05 WS-RJ-LOAN          PIC X(14).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-RJ-TYPE          PIC X(01).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-RJ-AMT           PIC X(12).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-RJ-REASON        PIC X(30).

       01 WH-LETTERHEAD1        PIC X(44) VALUE
          "            SUNEEL BANK OF INDIA            ".
       01 WH-LETTERHEAD2        PIC X(44) VALUE
          "   LOAN CLOSURE AND NO DUES CERTIFICATE     ".
       01 WH-RULE-LINE          PIC X(70) VALUE ALL "-".

       01 WS-DATE-LINE.
          05 FILLER              PIC X(07) VALUE "DATE : ".
          05 WS-CL-DATE          PIC X(08).
       01 WS-LOAN-NO-LINE.
          05 FILLER              PIC X(24) VALUE
             "LOAN ACCOUNT         :  ".
          05 WS-CL-LOAN          PIC X(14).
       01 WS-NAME-LINE.
          05 FILLER              PIC X(24) VALUE
             "BORROWER NAME        :  ".
          05 WS-CL-CUST          PIC X(20).
       01 WS-ADDR-LINE.
          05 FILLER              PIC X(24) VALUE
             "ADDRESS              :  ".
          05 WS-CL-ADDR          PIC X(50).
       01 WS-CITY-LINE.
          05 FILLER              PIC X(24) VALUE SPACES.
          05 WS-CL-CITY          PIC X(20).
       01 WS-OPEN-LINE.
          05 FILLER              PIC X(24) VALUE
             "DISBURSED ON         :  ".
          05 WS-CL-OPEN          PIC X(08).
          05 FILLER              PIC X(04) VALUE SPACES.
          05 WS-CL-SANCTION      PIC ZZZZZZZZ9.99.
       01 WS-PRIN-LINE.
          05 FILLER              PIC X(24) VALUE
             "PRINCIPAL REPAID     :  ".
          05 WS-CL-PRIN          PIC ZZZZZZZZ9.99.
       01 WS-INT-LINE.
          05 FILLER              PIC X(24) VALUE
             "INTEREST TO DATE     :  ".
          05 WS-CL-INT           PIC ZZZZZZZZ9.99.
       01 WS-PENAL-LINE.
          05 FILLER              PIC X(24) VALUE
             "PENAL INTEREST       :  ".
          05 WS-CL-PENAL         PIC ZZZZZZZZ9.99.
       01 WS-FEE-LINE.
          05 FILLER              PIC X(24) VALUE
             "FORECLOSURE CHARGES  :  ".
          05 WS-CL-FEE           PIC ZZZZZZZZ9.99.
       01 WS-GST-LINE.
          05 FILLER              PIC X(24) VALUE
             "GST ON CHARGES       :  ".
          05 WS-CL-GST           PIC ZZZZZZZZ9.99.
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(24) VALUE
             "TOTAL AMOUNT SETTLED :  ".
          05 WS-CL-TOTAL         PIC ZZZZZZZZ9.99.
       01 WS-DEBIT-LINE.
          05 FILLER              PIC X(24) VALUE
             "DEBITED TO ACCOUNT   :  ".
          05 WS-CL-SAVINGS       PIC X(14).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE LOAN PREPAYMENT PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           OPEN INPUT PREPAY-FILE.
           IF PREPAY-FILE-STATUS NOT = "00"
              DISPLAY "NO LOAN PREPAYMENT FILE THIS CYCLE, STATUS="
                      PREPAY-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-PRODUCT-MASTER-PARA.
           PERFORM LOAD-LOANS-PARA.
           PERFORM LOAD-SCHEDULE-PARA.
           PERFORM LOAD-LIENS-PARA.
           OPEN INPUT ACCTBAL-FILE.
           IF ACCTBAL-FILE-STATUS NOT = "00"
              DISPLAY "BALANCE FILE NOT AVAILABLE, STATUS="
                      ACCTBAL-FILE-STATUS
              DISPLAY "ALL REQUESTS WILL BE REJECTED FOR FUNDS"
           END-IF.
           OPEN OUTPUT PREPTXN-FILE.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT REJECT-FILE.
           PERFORM OPEN-LEDGER-PARA.
           MOVE "N" TO EOF.
           PERFORM PREPAY-ONE-PARA UNTIL EOF = "Y".
           MOVE WS-CTL-TXNS TO WS-PT-TRL-CNT.
           WRITE PREPTXN-REC FROM WS-PREPTXN-TRAILER.
           CLOSE PREPTXN-FILE.
           CLOSE LETTER-FILE.
           CLOSE REJECT-FILE.
           IF LEDGER-FILE-STATUS = "00"
              CLOSE LEDGER-FILE
           END-IF.
           IF ACCTBAL-FILE-STATUS = "00"
              CLOSE ACCTBAL-FILE
           END-IF.
           CLOSE ACCTMST-FILE.
           CLOSE PREPAY-FILE.
           IF WS-CTL-PART > 0 OR WS-CTL-CLOSED > 0
              PERFORM REWRITE-LOANS-PARA
              PERFORM REWRITE-SCHEDULE-PARA
           END-IF.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "LOAN PREPAYMENT SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  REQUESTS READ     : " WS-CTL-REQUESTS.
           DISPLAY "  PART PREPAYMENTS  : " WS-CTL-PART.
           DISPLAY "  LOANS FORECLOSED  : " WS-CTL-CLOSED.
           DISPLAY "  REJECTED          : " WS-CTL-REJECTED.
           DISPLAY "  PRINCIPAL REPAID  : " WS-TOT-PREPAID.
           DISPLAY "  FORECLOSURE FEES  : " WS-TOT-FEES.
           DISPLAY "  GST ON FEES       : " WS-TOT-GST.

           STOP RUN.

       LOAD-RUN-CONTROL-PARA.
           OPEN INPUT RUNCTL-FILE
           IF RUNCTL-FILE-STATUS = "00"
              READ RUNCTL-FILE
                NOT AT END
                  UNSTRING RUNCTL-REC DELIMITED BY ","
                  INTO     WS-RC-DATE-IN
                           WS-RC-CYCLE-IN
                  END-UNSTRING
                  MOVE WS-RC-DATE-IN  TO WS-RUN-DATE
                  MOVE WS-RC-CYCLE-IN TO WS-CYCLE-ID
              END-READ
              CLOSE RUNCTL-FILE
           ELSE
              DISPLAY "RUN CONTROL FILE NOT FOUND, USING SYSTEM "
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
                     MOVE SPACES TO WS-PRD-FCL-IN
                     UNSTRING PRODMST-REC DELIMITED BY ","
                     INTO     WS-PRD-NAME-IN
                              WS-PRD-DIGIT-IN
                              WS-PRD-MINBAL-IN
                              WS-PRD-GL-IN
                              WS-PRD-RATE-IN
                              WS-PRD-FREQ-IN
                              WS-PRD-FCL-IN
                     END-UNSTRING
                     IF WS-PRD-NAME-IN = "LOAN"
                        AND WS-PRD-FCL-IN NOT = SPACES
                        AND FUNCTION TEST-NUMVAL(WS-PRD-FCL-IN) = 0
                        COMPUTE WS-FCL-FEE-PCT =
                                FUNCTION NUMVAL(WS-PRD-FCL-IN)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODMST-FILE
           ELSE
              DISPLAY "PRODUCT MASTER NOT FOUND, USING DEFAULT "
                      "FORECLOSURE FEE"
           END-IF
           DISPLAY "FORECLOSURE FEE PERCENT : " WS-FCL-FEE-PCT.

       LOAD-LOANS-PARA.
           MOVE 0 TO WS-LOAN-COUNT
           OPEN INPUT LOANMST-FILE
           IF LOANMST-FILE-STATUS = "00"
              PERFORM UNTIL LOANMST-FILE-STATUS NOT = "00"
                 READ LOANMST-FILE
                   AT END
                     MOVE "10" TO LOANMST-FILE-STATUS
                   NOT AT END
                     IF WS-LOAN-COUNT >= 1000
                        DISPLAY "LOAN MASTER TABLE CAPACITY "
                                "EXCEEDED AT 1000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
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
                           WS-LM-PRIN-IN
                           WS-LM-RATE-IN
                           WS-LM-TERM-IN
                           WS-LM-EMI-IN
                           WS-LM-OPEN-IN
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
                     MOVE WS-LM-SAVINGS-IN
                          TO WS-LN-SAVINGS (WS-LN-IDX)
                     COMPUTE WS-LN-PRINCIPAL (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-PRIN-IN)
                     COMPUTE WS-LN-RATE (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-RATE-IN)
                     COMPUTE WS-LN-TERM (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-TERM-IN)
                     COMPUTE WS-LN-EMI (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-EMI-IN)
                     MOVE WS-LM-OPEN-IN
                          TO WS-LN-OPEN (WS-LN-IDX)
                     COMPUTE WS-LN-OUTSTAND (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-OUT-IN)
                     COMPUTE WS-LN-OVERDUE (WS-LN-IDX) =
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
                 END-READ
              END-PERFORM
              CLOSE LOANMST-FILE
           ELSE
              DISPLAY "LOAN MASTER NOT FOUND"
           END-IF.

       LOAD-SCHEDULE-PARA.
           MOVE 0 TO WS-SCHED-COUNT
           OPEN INPUT LOANSCH-FILE
           IF LOANSCH-FILE-STATUS = "00"
              PERFORM UNTIL LOANSCH-FILE-STATUS NOT = "00"
                 READ LOANSCH-FILE
                   AT END
                     MOVE "10" TO LOANSCH-FILE-STATUS
                   NOT AT END
                     IF WS-SCHED-COUNT >= 20000
                        DISPLAY "SCHEDULE TABLE CAPACITY EXCEEDED "
                                "AT 20000 ROWS - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-SCHED-COUNT
                     SET WS-SC-IDX TO WS-SCHED-COUNT
                     MOVE "0"    TO WS-SC-PENAL-IN
                     MOVE SPACES TO WS-SC-PEN-DATE-IN
                                    WS-SC-PAID-DATE-IN
                     UNSTRING LOANSCH-REC DELIMITED BY ","
                     INTO  WS-SC-ACCT-IN
                           WS-SC-INST-IN
                           WS-SC-DUE-IN
                           WS-SC-EMI-IN
                           WS-SC-PRIN-IN
                           WS-SC-INT-IN
                           WS-SC-STATUS-IN
                           WS-SC-PENAL-IN
                           WS-SC-PEN-DATE-IN
                           WS-SC-PAID-DATE-IN
                     END-UNSTRING
                     MOVE WS-SC-ACCT-IN TO WS-SC-ACCT (WS-SC-IDX)
                     COMPUTE WS-SC-INST (WS-SC-IDX) =
                             FUNCTION NUMVAL(WS-SC-INST-IN)
                     MOVE WS-SC-DUE-IN  TO WS-SC-DUE (WS-SC-IDX)
                     COMPUTE WS-SC-EMI (WS-SC-IDX) =
                             FUNCTION NUMVAL(WS-SC-EMI-IN)
                     COMPUTE WS-SC-PRIN (WS-SC-IDX) =
                             FUNCTION NUMVAL(WS-SC-PRIN-IN)
                     COMPUTE WS-SC-INT (WS-SC-IDX) =
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
                 END-READ
              END-PERFORM
              CLOSE LOANSCH-FILE
           ELSE
              DISPLAY "LOAN SCHEDULE NOT FOUND"
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

       PREPAY-ONE-PARA.
           READ PREPAY-FILE AT END
                MOVE "Y" TO EOF
           END-READ.
           IF EOF NOT = "Y"
              ADD 1 TO WS-CTL-REQUESTS
              MOVE SPACES TO WS-PP-LOAN-IN WS-PP-TYPE-IN
                             WS-PP-AMT-IN WS-PP-OPTION-IN
                             WS-PP-MAKER-IN
              UNSTRING PREPAY-REC DELIMITED BY ","
              INTO WS-PP-LOAN-IN
                   WS-PP-TYPE-IN
                   WS-PP-AMT-IN
                   WS-PP-OPTION-IN
                   WS-PP-MAKER-IN
              END-UNSTRING
              IF WS-PP-OPTION-IN = SPACES
                 MOVE "T" TO WS-PP-OPTION-IN
              END-IF
              PERFORM VALIDATE-REQUEST-PARA
              IF WS-REQ-OK = "Y"
                 IF WS-PP-TYPE-IN = "F"
                    PERFORM FORECLOSE-PARA
                 ELSE
                    PERFORM PART-PREPAY-PARA
                 END-IF
              END-IF
           END-IF.
            EXIT.

       VALIDATE-REQUEST-PARA.
           MOVE "N" TO WS-REQ-OK
           MOVE 0   TO WS-PP-AMOUNT
           MOVE WS-PP-LOAN-IN TO WS-LM-ACCT-IN
           PERFORM FIND-LOAN-PARA
           EVALUATE TRUE
              WHEN WS-LN-FOUND NOT = "Y"
                 MOVE "LOAN NOT ON LOAN MASTER" TO WS-RJ-REASON
                 PERFORM WRITE-REJECT-PARA
              WHEN WS-LN-STATUS (WS-FOUND-LN-IDX) NOT = "A"
                 MOVE "LOAN NOT ACTIVE" TO WS-RJ-REASON
                 PERFORM WRITE-REJECT-PARA
              WHEN WS-PP-TYPE-IN NOT = "P" AND WS-PP-TYPE-IN NOT = "F"
                 MOVE "INVALID REQUEST TYPE" TO WS-RJ-REASON
                 PERFORM WRITE-REJECT-PARA
              WHEN WS-PP-TYPE-IN = "P"
                   AND WS-PP-OPTION-IN NOT = "E"
                   AND WS-PP-OPTION-IN NOT = "T"
                 MOVE "INVALID RECAST OPTION" TO WS-RJ-REASON
                 PERFORM WRITE-REJECT-PARA
              WHEN WS-PP-TYPE-IN = "P"
                   AND FUNCTION TEST-NUMVAL(WS-PP-AMT-IN) NOT = 0
                 MOVE "NON-NUMERIC PREPAYMENT AMOUNT" TO WS-RJ-REASON
                 PERFORM WRITE-REJECT-PARA
              WHEN OTHER
                 MOVE "Y" TO WS-REQ-OK
           END-EVALUATE
           IF WS-REQ-OK = "Y"
              SET WS-LN-IDX TO WS-FOUND-LN-IDX
              PERFORM SCAN-ARREARS-PARA
              IF WS-PP-TYPE-IN = "P"
                 COMPUTE WS-PP-AMOUNT = FUNCTION NUMVAL(WS-PP-AMT-IN)
                 EVALUATE TRUE
                    WHEN WS-PP-AMOUNT = 0
                       MOVE "ZERO PREPAYMENT AMOUNT" TO WS-RJ-REASON
                       MOVE "N" TO WS-REQ-OK
                    WHEN WS-PP-AMOUNT >= WS-LN-OUTSTAND (WS-LN-IDX)
                       MOVE "AMOUNT NOT LESS THAN OUTSTANDING"
                            TO WS-RJ-REASON
                       MOVE "N" TO WS-REQ-OK
                    WHEN WS-ARREAR-COUNT > 0
                       MOVE "INSTALLMENTS IN ARREARS" TO WS-RJ-REASON
                       MOVE "N" TO WS-REQ-OK
                    WHEN WS-RECAST-ROWS = 0
                       MOVE "NO FUTURE INSTALLMENTS" TO WS-RJ-REASON
                       MOVE "N" TO WS-REQ-OK
                 END-EVALUATE
                 MOVE WS-PP-AMOUNT TO WS-PAYOFF
              ELSE
                 PERFORM COMPUTE-PAYOFF-PARA
              END-IF
              IF WS-REQ-OK = "Y"
                 PERFORM CHECK-SAVINGS-PARA
              ELSE
                 PERFORM WRITE-REJECT-PARA
              END-IF
           END-IF.

       FIND-LOAN-PARA.
           MOVE "N" TO WS-LN-FOUND
           SET WS-LN-IDX TO 1
           PERFORM UNTIL WS-LN-IDX > WS-LOAN-COUNT
                      OR WS-LN-FOUND = "Y"
              IF WS-LN-ACCT (WS-LN-IDX) = WS-LM-ACCT-IN
                 MOVE "Y" TO WS-LN-FOUND
                 SET WS-FOUND-LN-IDX TO WS-LN-IDX
              END-IF
              SET WS-LN-IDX UP BY 1
           END-PERFORM.

       SCAN-ARREARS-PARA.
           MOVE 0 TO WS-ARREAR-COUNT WS-ARREAR-INT WS-UNBOOKED-INT
                     WS-ARREAR-PENAL WS-RECAST-ROWS
           MOVE WS-LN-OPEN (WS-LN-IDX) TO WS-LAST-DUE-NUM
           SET WS-SC-IDX TO 1
           PERFORM UNTIL WS-SC-IDX > WS-SCHED-COUNT
              IF WS-SC-ACCT (WS-SC-IDX) = WS-LN-ACCT (WS-LN-IDX)
                 AND WS-SC-INST (WS-SC-IDX) > 0
                 IF WS-SC-DUE (WS-SC-IDX) <= WS-RUN-DATE
                    IF WS-SC-STATUS (WS-SC-IDX) NOT = "C"
                       MOVE WS-SC-DUE (WS-SC-IDX) TO WS-LAST-DUE-NUM
                    END-IF
                    IF WS-SC-STATUS (WS-SC-IDX) = "O"
                       ADD 1 TO WS-ARREAR-COUNT
                       ADD WS-SC-INT (WS-SC-IDX) TO WS-ARREAR-INT
                       ADD WS-SC-PENAL (WS-SC-IDX) TO WS-ARREAR-PENAL
                    END-IF
                    IF WS-SC-STATUS (WS-SC-IDX) = "D"
                       ADD 1 TO WS-ARREAR-COUNT
                       ADD WS-SC-INT (WS-SC-IDX) TO WS-ARREAR-INT
                       ADD WS-SC-INT (WS-SC-IDX) TO WS-UNBOOKED-INT
                    END-IF
                 ELSE
                    IF WS-SC-STATUS (WS-SC-IDX) = "D"
                       ADD 1 TO WS-RECAST-ROWS
                    END-IF
                 END-IF
              END-IF
              SET WS-SC-IDX UP BY 1
           END-PERFORM.

       COMPUTE-PAYOFF-PARA.
           MOVE WS-LN-OUTSTAND (WS-LN-IDX) TO WS-FCL-PRINCIPAL
           COMPUTE WS-BROKEN-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-LAST-DUE-NUM)
           IF WS-BROKEN-DAYS < 0
              MOVE 0 TO WS-BROKEN-DAYS
           END-IF
           COMPUTE WS-BROKEN-INT ROUNDED =
                   WS-FCL-PRINCIPAL * WS-LN-RATE (WS-LN-IDX) / 100
                 * WS-BROKEN-DAYS / 365
           COMPUTE WS-FCL-INTEREST = WS-ARREAR-INT + WS-BROKEN-INT
           COMPUTE WS-FEE-AMT ROUNDED =
                   WS-FCL-PRINCIPAL * WS-FCL-FEE-PCT / 100
           COMPUTE WS-GST-AMT ROUNDED =
                   WS-FEE-AMT * WS-GST-RATE / 100
           COMPUTE WS-PAYOFF = WS-FCL-PRINCIPAL + WS-FCL-INTEREST
                             + WS-ARREAR-PENAL
                             + WS-FEE-AMT + WS-GST-AMT.

       CHECK-SAVINGS-PARA.
           MOVE WS-LN-SAVINGS (WS-LN-IDX) TO AM-ACCT-NUM
           READ ACCTMST-FILE
             INVALID KEY
               MOVE "SAVINGS ACCOUNT NOT ON MASTER" TO WS-RJ-REASON
               MOVE "N" TO WS-REQ-OK
             NOT INVALID KEY
               IF AM-STATUS NOT = "O"
                  MOVE "SAVINGS ACCOUNT NOT OPEN" TO WS-RJ-REASON
                  MOVE "N" TO WS-REQ-OK
               END-IF
           END-READ
           IF WS-REQ-OK = "Y"
              MOVE 0 TO WS-CURR-BAL
              IF ACCTBAL-FILE-STATUS = "00"
                 MOVE WS-LN-SAVINGS (WS-LN-IDX) TO BAL-ACCT-NUM
                 READ ACCTBAL-FILE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     PERFORM COMPUTE-AVAIL-PARA
                 END-READ
              END-IF
              IF WS-CURR-BAL < WS-PAYOFF
                 MOVE "INSUFFICIENT FUNDS IN SAVINGS" TO WS-RJ-REASON
                 MOVE "N" TO WS-REQ-OK
              END-IF
           END-IF
           IF WS-REQ-OK NOT = "Y"
              PERFORM WRITE-REJECT-PARA
           END-IF.

       COMPUTE-AVAIL-PARA.
           MOVE 0 TO WS-LIEN-TOTAL
           SET WS-LI-IDX TO 1
           PERFORM UNTIL WS-LI-IDX > WS-LIEN-COUNT
              IF WS-LI-ACCT (WS-LI-IDX) = WS-LN-SAVINGS (WS-LN-IDX)
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

       PART-PREPAY-PARA.
           SET WS-LN-IDX TO WS-FOUND-LN-IDX
           ADD 1 TO WS-CTL-PART
           SUBTRACT WS-PP-AMOUNT FROM WS-LN-OUTSTAND (WS-LN-IDX)
           ADD WS-PP-AMOUNT TO WS-TOT-PREPAID
           PERFORM RECAST-SCHEDULE-PARA
           MOVE WS-PP-AMOUNT TO WS-SET-PRIN
           MOVE 0            TO WS-SET-INT
           PERFORM ADD-SETTLEMENT-PARA
           PERFORM WRITE-DEBIT-PARA
           MOVE WS-PP-AMOUNT TO LG-OPEN-BALANCE LG-ORIG-AMT
           MOVE "GL6001"     TO LG-GL-CODE
           MOVE "PRP"        TO LG-TXN-TYPE
           PERFORM WRITE-LEDGER-PARA
           DISPLAY "PREPAID " WS-LN-ACCT (WS-LN-IDX)
                   " OPTION " WS-PP-OPTION-IN
                   " EMI " WS-LN-EMI (WS-LN-IDX)
                   " TERM " WS-LN-TERM (WS-LN-IDX).

       RECAST-SCHEDULE-PARA.
           MOVE WS-LN-OUTSTAND (WS-LN-IDX) TO WS-RECAST-OUT
           MOVE WS-RECAST-ROWS TO WS-RECAST-LEFT
           MOVE 0 TO WS-RECAST-CANCEL
           COMPUTE WS-MONTH-RATE = WS-LN-RATE (WS-LN-IDX) / 12 / 100
           IF WS-PP-OPTION-IN = "E"
              MOVE 1 TO WS-FACTOR
              PERFORM VARYING WS-INST-I FROM 1 BY 1
                      UNTIL WS-INST-I > WS-RECAST-ROWS
                 COMPUTE WS-FACTOR ROUNDED =
                         WS-FACTOR * (1 + WS-MONTH-RATE)
              END-PERFORM
              IF WS-MONTH-RATE = 0
                 COMPUTE WS-NEW-EMI ROUNDED =
                         WS-RECAST-OUT / WS-RECAST-ROWS
              ELSE
                 COMPUTE WS-NEW-EMI ROUNDED =
                    WS-RECAST-OUT * WS-MONTH-RATE * WS-FACTOR
                    / (WS-FACTOR - 1)
              END-IF
              MOVE WS-NEW-EMI TO WS-LN-EMI (WS-LN-IDX)
           ELSE
              MOVE WS-LN-EMI (WS-LN-IDX) TO WS-NEW-EMI
           END-IF
           SET WS-SC-IDX TO 1
           PERFORM UNTIL WS-SC-IDX > WS-SCHED-COUNT
              IF WS-SC-ACCT (WS-SC-IDX) = WS-LN-ACCT (WS-LN-IDX)
                 AND WS-SC-STATUS (WS-SC-IDX) = "D"
                 AND WS-SC-DUE (WS-SC-IDX) > WS-RUN-DATE
                 PERFORM RECAST-ROW-PARA
              END-IF
              SET WS-SC-IDX UP BY 1
           END-PERFORM
           SUBTRACT WS-RECAST-CANCEL FROM WS-LN-TERM (WS-LN-IDX).

       RECAST-ROW-PARA.
           IF WS-RECAST-OUT = 0
              ADD 1 TO WS-RECAST-CANCEL
              MOVE 0   TO WS-SC-EMI (WS-SC-IDX)
                          WS-SC-PRIN (WS-SC-IDX)
                          WS-SC-INT (WS-SC-IDX)
              MOVE "C" TO WS-SC-STATUS (WS-SC-IDX)
           ELSE
              COMPUTE WS-INT-PART ROUNDED =
                      WS-RECAST-OUT * WS-MONTH-RATE
              IF WS-RECAST-LEFT = 1
                 OR WS-NEW-EMI - WS-INT-PART >= WS-RECAST-OUT
                 MOVE WS-RECAST-OUT TO WS-PRIN-PART
                 COMPUTE WS-SC-EMI (WS-SC-IDX) =
                         WS-PRIN-PART + WS-INT-PART
              ELSE
                 COMPUTE WS-PRIN-PART = WS-NEW-EMI - WS-INT-PART
                 MOVE WS-NEW-EMI TO WS-SC-EMI (WS-SC-IDX)
              END-IF
              MOVE WS-PRIN-PART TO WS-SC-PRIN (WS-SC-IDX)
              MOVE WS-INT-PART  TO WS-SC-INT (WS-SC-IDX)
              SUBTRACT WS-PRIN-PART FROM WS-RECAST-OUT
           END-IF
           SUBTRACT 1 FROM WS-RECAST-LEFT.

       FORECLOSE-PARA.
           SET WS-LN-IDX TO WS-FOUND-LN-IDX
           ADD 1 TO WS-CTL-CLOSED
           ADD WS-FCL-PRINCIPAL TO WS-TOT-PREPAID
           ADD WS-FEE-AMT TO WS-TOT-FEES
           ADD WS-GST-AMT TO WS-TOT-GST
           MOVE 0 TO WS-FCL-PAID-PRIN
           SET WS-SC-IDX TO 1
           PERFORM UNTIL WS-SC-IDX > WS-SCHED-COUNT
              IF WS-SC-ACCT (WS-SC-IDX) = WS-LN-ACCT (WS-LN-IDX)
                 IF WS-SC-STATUS (WS-SC-IDX) = "O"
                    OR (WS-SC-STATUS (WS-SC-IDX) = "D"
                        AND WS-SC-DUE (WS-SC-IDX) <= WS-RUN-DATE)
                    MOVE "P" TO WS-SC-STATUS (WS-SC-IDX)
                    MOVE WS-RUN-DATE TO WS-SC-PAID-DATE (WS-SC-IDX)
                    MOVE 0   TO WS-SC-PENAL (WS-SC-IDX)
                    ADD WS-SC-PRIN (WS-SC-IDX) TO WS-FCL-PAID-PRIN
                 END-IF
                 IF WS-SC-STATUS (WS-SC-IDX) = "D"
                    MOVE "C" TO WS-SC-STATUS (WS-SC-IDX)
                 END-IF
              END-IF
              SET WS-SC-IDX UP BY 1
           END-PERFORM
           PERFORM WRITE-DEBIT-PARA
           COMPUTE LG-OPEN-BALANCE = WS-FCL-PRINCIPAL + WS-FCL-INTEREST
                                   + WS-ARREAR-PENAL
           MOVE LG-OPEN-BALANCE  TO LG-ORIG-AMT
           MOVE "GL6001"         TO LG-GL-CODE
           MOVE "PRP"            TO LG-TXN-TYPE
           PERFORM WRITE-LEDGER-PARA
           COMPUTE LG-OPEN-BALANCE = WS-BROKEN-INT + WS-UNBOOKED-INT
           IF LG-OPEN-BALANCE > 0
              MOVE LG-OPEN-BALANCE TO LG-ORIG-AMT
              MOVE "GL6002"        TO LG-GL-CODE
              MOVE "LNI"           TO LG-TXN-TYPE
              PERFORM WRITE-LEDGER-PARA
           END-IF
           IF WS-LN-SUSP (WS-LN-IDX) > 0
              MOVE WS-LN-SUSP (WS-LN-IDX) TO LG-OPEN-BALANCE
                                             LG-ORIG-AMT
              MOVE "GL6003"        TO LG-GL-CODE
              MOVE "ISR"           TO LG-TXN-TYPE
              PERFORM WRITE-LEDGER-PARA
              MOVE 0 TO WS-LN-SUSP (WS-LN-IDX)
           END-IF
           IF WS-FEE-AMT > 0
              MOVE WS-FEE-AMT      TO LG-OPEN-BALANCE LG-ORIG-AMT
              MOVE "GL6004"        TO LG-GL-CODE
              MOVE "FEE"           TO LG-TXN-TYPE
              PERFORM WRITE-LEDGER-PARA
           END-IF
           IF WS-GST-AMT > 0
              MOVE WS-GST-AMT      TO LG-OPEN-BALANCE LG-ORIG-AMT
              MOVE "GL5002"        TO LG-GL-CODE
              MOVE "FGS"           TO LG-TXN-TYPE
              PERFORM WRITE-LEDGER-PARA
           END-IF
           IF WS-FCL-PRINCIPAL > WS-FCL-PAID-PRIN
              COMPUTE WS-SET-PRIN = WS-FCL-PRINCIPAL - WS-FCL-PAID-PRIN
           ELSE
              MOVE 0 TO WS-SET-PRIN
           END-IF
           MOVE WS-BROKEN-INT TO WS-SET-INT
           PERFORM ADD-SETTLEMENT-PARA
           MOVE 0           TO WS-LN-OUTSTAND (WS-LN-IDX)
           MOVE "C"         TO WS-LN-STATUS (WS-LN-IDX)
           MOVE WS-RUN-DATE TO WS-LN-CLOSE-DATE (WS-LN-IDX)
           PERFORM PRINT-LETTER-PARA
           DISPLAY "FORECLOSED " WS-LN-ACCT (WS-LN-IDX)
                   " PAYOFF " WS-PAYOFF.

       ADD-SETTLEMENT-PARA.
           IF WS-SET-PRIN + WS-SET-INT > 0
              IF WS-SCHED-COUNT >= 20000
                 DISPLAY "SCHEDULE TABLE CAPACITY EXCEEDED "
                         "AT 20000 ROWS - RUN STOPPED"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-SCHED-COUNT
              SET WS-SC-IDX TO WS-SCHED-COUNT
              MOVE WS-LN-ACCT (WS-LN-IDX) TO WS-SC-ACCT (WS-SC-IDX)
              MOVE 0           TO WS-SC-INST (WS-SC-IDX)
                                  WS-SC-PENAL (WS-SC-IDX)
              MOVE WS-RUN-DATE TO WS-SC-DUE (WS-SC-IDX)
                                  WS-SC-PAID-DATE (WS-SC-IDX)
              COMPUTE WS-SC-EMI (WS-SC-IDX) = WS-SET-PRIN + WS-SET-INT
              MOVE WS-SET-PRIN TO WS-SC-PRIN (WS-SC-IDX)
              MOVE WS-SET-INT  TO WS-SC-INT (WS-SC-IDX)
              MOVE "P"         TO WS-SC-STATUS (WS-SC-IDX)
              MOVE "00000000"  TO WS-SC-PEN-DATE (WS-SC-IDX)
           END-IF.

       WRITE-DEBIT-PARA.
           ADD 1 TO WS-CTL-TXNS
           MOVE WS-LN-SAVINGS (WS-LN-IDX) TO WS-PT-ACCT
           MOVE WS-PAYOFF                 TO WS-PT-AMT
           WRITE PREPTXN-REC FROM WS-PREPTXN-LINE.

       WRITE-LEDGER-PARA.
           IF LEDGER-FILE-STATUS = "00"
              MOVE WS-LN-ACCT (WS-LN-IDX) TO LG-ACCT-NUM
              MOVE WS-RUN-DATE            TO LG-POST-DATE
              MOVE "INR"                  TO LG-ORIG-CCY
              WRITE LEDGER-REC
           END-IF.

       PRINT-LETTER-PARA.
           MOVE 0 TO WS-LINE-COUNT
           MOVE "BORROWER NOT ON MASTER" TO WS-CL-CUST
           MOVE SPACES TO WS-CL-ADDR WS-CL-CITY
           MOVE WS-LN-ACCT (WS-LN-IDX) TO AM-ACCT-NUM
           READ ACCTMST-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE AM-CUST TO WS-CL-CUST
               MOVE AM-ADDR TO WS-CL-ADDR
               MOVE AM-CITY TO WS-CL-CITY
           END-READ
           WRITE LETTER-REC FROM WH-RULE-LINE
           WRITE LETTER-REC FROM WH-LETTERHEAD1
           WRITE LETTER-REC FROM WH-LETTERHEAD2
           WRITE LETTER-REC FROM WH-RULE-LINE
           ADD 4 TO WS-LINE-COUNT
           MOVE WS-RUN-DATE TO WS-CL-DATE
           WRITE LETTER-REC FROM WS-DATE-LINE
           WRITE LETTER-REC FROM WS-NAME-LINE
           WRITE LETTER-REC FROM WS-ADDR-LINE
           WRITE LETTER-REC FROM WS-CITY-LINE
           ADD 4 TO WS-LINE-COUNT
           MOVE WS-LN-ACCT (WS-LN-IDX)      TO WS-CL-LOAN
           MOVE WS-LN-OPEN (WS-LN-IDX)      TO WS-CL-OPEN
           MOVE WS-LN-PRINCIPAL (WS-LN-IDX) TO WS-CL-SANCTION
           MOVE WS-FCL-PRINCIPAL            TO WS-CL-PRIN
           MOVE WS-FCL-INTEREST             TO WS-CL-INT
           MOVE WS-ARREAR-PENAL             TO WS-CL-PENAL
           MOVE WS-FEE-AMT                  TO WS-CL-FEE
           MOVE WS-GST-AMT                  TO WS-CL-GST
           MOVE WS-PAYOFF                   TO WS-CL-TOTAL
           MOVE WS-LN-SAVINGS (WS-LN-IDX)   TO WS-CL-SAVINGS
           WRITE LETTER-REC FROM WS-LOAN-NO-LINE
           WRITE LETTER-REC FROM WS-OPEN-LINE
           WRITE LETTER-REC FROM WS-PRIN-LINE
           WRITE LETTER-REC FROM WS-INT-LINE
           WRITE LETTER-REC FROM WS-PENAL-LINE
           WRITE LETTER-REC FROM WS-FEE-LINE
           WRITE LETTER-REC FROM WS-GST-LINE
           WRITE LETTER-REC FROM WS-TOTAL-LINE
           WRITE LETTER-REC FROM WS-DEBIT-LINE
           ADD 9 TO WS-LINE-COUNT
           MOVE "THE ABOVE LOAN HAS BEEN CLOSED IN FULL. NO DUES ARE"
                TO LETTER-REC
           WRITE LETTER-REC
           MOVE "OUTSTANDING AGAINST IT AS ON THE DATE OF THIS LETTER."
                TO LETTER-REC
           WRITE LETTER-REC
           ADD 2 TO WS-LINE-COUNT
           MOVE "FOR SUNEEL BANK OF INDIA" TO LETTER-REC
           WRITE LETTER-REC
           ADD 1 TO WS-LINE-COUNT
           MOVE "AUTHORISED SIGNATORY" TO LETTER-REC
           WRITE LETTER-REC
           ADD 1 TO WS-LINE-COUNT
           PERFORM PAGE-FILL-PARA.

       PAGE-FILL-PARA.
           PERFORM UNTIL WS-LINE-COUNT >= WS-PAGE-LINES
              MOVE SPACES TO LETTER-REC
              WRITE LETTER-REC
              ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

       WRITE-REJECT-PARA.
           ADD 1 TO WS-CTL-REJECTED
           MOVE WS-PP-LOAN-IN TO WS-RJ-LOAN
           MOVE WS-PP-TYPE-IN TO WS-RJ-TYPE
           MOVE WS-PP-AMT-IN  TO WS-RJ-AMT
           WRITE REJECT-REC FROM WS-REJ-LINE.

       REWRITE-LOANS-PARA.
           OPEN OUTPUT LOANMST-FILE
           IF LOANMST-FILE-STATUS NOT = "00"
              DISPLAY "LOAN MASTER REWRITE FAILED, STATUS="
                      LOANMST-FILE-STATUS
              MOVE 20 TO RETURN-CODE
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
              CLOSE LOANMST-FILE
           END-IF.

       REWRITE-SCHEDULE-PARA.
           OPEN OUTPUT LOANSCH-FILE
           IF LOANSCH-FILE-STATUS NOT = "00"
              DISPLAY "LOAN SCHEDULE REWRITE FAILED, STATUS="
                      LOANSCH-FILE-STATUS
              MOVE 20 TO RETURN-CODE
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
              CLOSE LOANSCH-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "LOANPREP"         TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-REQUESTS    TO WS-OPL-IN-COUNT
           COMPUTE WS-OPL-OUT-COUNT = WS-CTL-PART + WS-CTL-CLOSED
           MOVE WS-CTL-REJECTED    TO WS-OPL-REJ-COUNT
           MOVE WS-START-TIME      TO WS-OPL-START-TIME
           OPEN EXTEND OPSLOG-FILE.
           IF OPSLOG-FILE-STATUS = "35"
              OPEN OUTPUT OPSLOG-FILE
              CLOSE OPSLOG-FILE
              OPEN EXTEND OPSLOG-FILE
           END-IF
           IF OPSLOG-FILE-STATUS = "00"
              WRITE OPSLOG-REC FROM WS-OPSLOG-LINE
              CLOSE OPSLOG-FILE
           ELSE
              DISPLAY "OPS LOG OPEN FAILED, STATUS="
                      OPSLOG-FILE-STATUS
           END-IF.
