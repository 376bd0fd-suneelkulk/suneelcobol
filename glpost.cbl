       IDENTIFICATION DIVISION.
       PROGRAM-ID. glpost.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMST-FILE  ASSIGN TO "GL-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS GLMST-FILE-STATUS.

           SELECT RULES-FILE  ASSIGN TO "GL-POSTING-RULES.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RULES-FILE-STATUS.

           SELECT FEED-FILE   ASSIGN TO WS-FEED-NAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS FEED-FILE-STATUS.

           SELECT LEDGER-FILE  ASSIGN TO "LEDGER-INTERFACE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT TXNHIST-FILE  ASSIGN TO "TXN-HISTORY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TXNHIST-FILE-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO "ACCOUNT-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AM-ACCT-NUM
                               ALTERNATE RECORD KEY IS AM-PAN
                                   WITH DUPLICATES
                               FILE STATUS IS ACCTMST-FILE-STATUS.

           SELECT PRODMST-FILE ASSIGN TO "PRODUCT-MASTER.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PRODMST-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY-CALENDAR.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS HOLIDAY-FILE-STATUS.

           SELECT VOUCHER-FILE ASSIGN TO "GL-VOUCHERS.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS VOUCHER-FILE-STATUS.

           SELECT CTLRPT-FILE  ASSIGN TO "GL-POSTING-CONTROL.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CTLRPT-FILE-STATUS.

           SELECT TBRPT-FILE  ASSIGN TO "GL-TRIAL-BALANCE.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TBRPT-FILE-STATUS.

           SELECT BSRPT-FILE  ASSIGN TO "GL-BALANCE-SHEET.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS BSRPT-FILE-STATUS.

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
       FD   GLMST-FILE  RECORD CONTAINS 98 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 GLMST-REC               PIC X(98).

       FD   RULES-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RULES-REC               PIC X(60).

       FD   FEED-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 FEED-REC                PIC X(60).

       FD   LEDGER-FILE  RECORD CONTAINS 56 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LEDGER-REC.
          COPY LEDGERIF.

       FD   TXNHIST-FILE  RECORD CONTAINS 84 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNHIST-REC             PIC X(84).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   PRODMST-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PRODMST-REC             PIC X(80).

       FD   HOLIDAY-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 HOLIDAY-REC             PIC X(40).

       FD   VOUCHER-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 VOUCHER-REC             PIC X(100).

       FD   CTLRPT-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CTLRPT-REC              PIC X(100).

       FD   TBRPT-FILE  RECORD CONTAINS 132 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TBRPT-REC               PIC X(132).

       FD   BSRPT-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 BSRPT-REC               PIC X(100).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 GLMST-FILE-STATUS    PIC X(02).
       01 RULES-FILE-STATUS    PIC X(02).
       01 FEED-FILE-STATUS     PIC X(02).
       01 LEDGER-FILE-STATUS   PIC X(02).
       01 TXNHIST-FILE-STATUS  PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 PRODMST-FILE-STATUS  PIC X(02).
       01 HOLIDAY-FILE-STATUS  PIC X(02).
       01 VOUCHER-FILE-STATUS  PIC X(02).
       01 CTLRPT-FILE-STATUS   PIC X(02).
       01 TBRPT-FILE-STATUS    PIC X(02).
       01 BSRPT-FILE-STATUS    PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.

       01 WS-RUN-DATE          PIC X(08).
       01 WS-RUN-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-RUN-SPLIT REDEFINES WS-RUN-DATE-NUM.
          05 WS-RUN-YY         PIC 9(04).
          05 WS-RUN-MM         PIC 9(02).
          05 WS-RUN-DD         PIC 9(02).
       01 WS-NEXT-DATE         PIC 9(08) VALUE 0.
       01 WS-NEXT-SPLIT REDEFINES WS-NEXT-DATE.
          05 WS-NEXT-YY        PIC 9(04).
          05 WS-NEXT-MM        PIC 9(02).
          05 WS-NEXT-DD        PIC 9(02).
       01 WS-NEXT-INT          PIC 9(08) VALUE 0.
       01 WS-DOW               PIC 9(01) VALUE 0.
       01 WS-IS-WORKDAY        PIC X(01) VALUE "N".
       01 WS-GUARD             PIC 9(03) VALUE 0.
       01 WS-IS-MONTH-END      PIC X(01) VALUE "N".
       01 WS-HOLIDAY-TABLE.
          05 WS-HOL-ENTRY OCCURS 200 TIMES INDEXED BY WS-HOL-IDX.
             10 WS-HOL-DATE      PIC 9(08).
       01 WS-HOLIDAY-COUNT      PIC 9(03) VALUE 0.
       01 WS-HOL-DATE-IN        PIC X(08).
       01 WS-HOL-HIT            PIC X(01) VALUE "N".

       01 WS-PRD-NAME-IN       PIC X(11) VALUE SPACES.
       01 WS-PRD-DIGIT-IN      PIC X(01) VALUE SPACES.
       01 WS-PRD-MINBAL-IN     PIC X(12) VALUE SPACES.
       01 WS-PRD-GL-IN         PIC X(06) VALUE SPACES.
       01 WS-PRODUCT-TABLE.
          05 WS-PRD-ENTRY OCCURS 20 TIMES INDEXED BY WS-PRD-IDX.
             10 WS-PRD-NAME      PIC X(11).
             10 WS-PRD-GL        PIC X(06).
       01 WS-PROD-COUNT        PIC 9(02) VALUE 0.
       01 WS-PRD-FOUND         PIC X(01) VALUE "N".

       01 WS-RULE-TABLE.
          05 WS-RU-ENTRY OCCURS 200 TIMES INDEXED BY WS-RU-IDX.
             10 WS-RU-SOURCE     PIC X(06).
             10 WS-RU-TYPE       PIC X(03).
             10 WS-RU-GL         PIC X(06).
             10 WS-RU-DEBIT      PIC X(06).
             10 WS-RU-CREDIT     PIC X(06).
       01 WS-RULE-COUNT        PIC 9(03) VALUE 0.
       01 WS-RU-SOURCE-IN      PIC X(06).
       01 WS-RU-TYPE-IN        PIC X(03).
       01 WS-RU-GL-IN          PIC X(06).
       01 WS-RU-DEBIT-IN       PIC X(06).
       01 WS-RU-CREDIT-IN      PIC X(06).
       01 WS-RU-FOUND          PIC X(01) VALUE "N".
       01 WS-RU-PASS           PIC 9(01) VALUE 0.
       01 WS-RU-MATCH-GL       PIC X(06).
       01 WS-RULE-DEBIT        PIC X(06).
       01 WS-RULE-CREDIT       PIC X(06).

       01 WS-GL-LINE.
          COPY GLMST.
       01 WS-GL-TABLE.
          05 WS-GM-ENTRY OCCURS 3000 TIMES INDEXED BY WS-GM-IDX.
             10 WS-GM-KEY.
                15 WS-GM-BRANCH  PIC X(11).
                15 WS-GM-CODE    PIC X(06).
             10 WS-GM-DESC       PIC X(30).
             10 WS-GM-TYPE       PIC X(01).
             10 WS-GM-OPEN       PIC S9(13)V99.
             10 WS-GM-MONTH-OPEN PIC S9(13)V99.
             10 WS-GM-DAY-DR     PIC 9(13)V99.
             10 WS-GM-DAY-CR     PIC 9(13)V99.
             10 WS-GM-CLOSE      PIC S9(13)V99.
       01 WS-GL-COUNT          PIC 9(04) VALUE 0.
       01 WS-GM-SUB            PIC 9(04) VALUE 0.
       01 WS-GM-POS            PIC 9(04) VALUE 0.
       01 WS-GM-NEXT           PIC 9(04) VALUE 0.
       01 WS-GM-TMPL           PIC 9(04) VALUE 0.
       01 WS-GM-SKIPPED        PIC 9(05) VALUE 0.
       01 WS-GM-OPENED         PIC 9(05) VALUE 0.
       01 WS-HEAD-OFFICE       PIC X(11) VALUE "HEAD-OFFICE".
       01 WS-ALREADY-POSTED    PIC X(01) VALUE "N".
       01 WS-FG-KEY.
          05 WS-FG-BRANCH      PIC X(11).
          05 WS-FG-CODE        PIC X(06).
       01 WS-FG-SUB            PIC 9(04) VALUE 0.

       01 WS-SOURCE-TABLE.
          05 WS-SRC-ENTRY OCCURS 13 TIMES INDEXED BY WS-SRC-IDX.
             10 WS-SRC-CODE      PIC X(06).
             10 WS-SRC-KIND      PIC X(01).
             10 WS-SRC-FILE      PIC X(24).
             10 WS-SRC-PRESENT   PIC X(01).
             10 WS-SRC-TRL-SEEN  PIC X(01).
             10 WS-SRC-LINES     PIC 9(07).
             10 WS-SRC-TRAILER   PIC 9(07).
             10 WS-SRC-MATCHED   PIC 9(07).
             10 WS-SRC-VOUCHERS  PIC 9(07).
             10 WS-SRC-EXCEPTS   PIC 9(07).
             10 WS-SRC-AMOUNT    PIC 9(13)V99.
             10 WS-SRC-DEBITS    PIC 9(13)V99.
             10 WS-SRC-CREDITS   PIC 9(13)V99.
       01 WS-FEED-NAME         PIC X(40) VALUE SPACES.
       01 WS-FD-ACCT-IN        PIC X(14).
       01 WS-FD-TYPE-IN        PIC X(08).
       01 WS-FD-AMT-IN         PIC X(16).

       01 WS-TH-DATE-IN        PIC X(08).
       01 WS-TH-ACCT-IN        PIC X(14).
       01 WS-TH-TYPE-IN        PIC X(03).
       01 WS-TH-AMT-IN         PIC X(16).

       01 WS-MATCH-TABLE.
          05 WS-MT-ENTRY OCCURS 20000 TIMES INDEXED BY WS-MT-IDX.
             10 WS-MT-ACCT       PIC X(14).
             10 WS-MT-TYPE       PIC X(03).
             10 WS-MT-AMT        PIC 9(11)V99.
             10 WS-MT-USED       PIC X(01).
       01 WS-MATCH-COUNT       PIC 9(05) VALUE 0.
       01 WS-MT-FOUND          PIC X(01) VALUE "N".

       01 WS-VC-TYPE           PIC X(03).
       01 WS-VC-LGGL           PIC X(06).
       01 WS-VC-ACCT           PIC X(14).
       01 WS-VC-AMOUNT         PIC 9(11)V99 VALUE 0.
       01 WS-VC-FAILED         PIC X(01) VALUE "N".
       01 WS-VC-REASON         PIC X(30).
       01 WS-VC-BAD-GL         PIC X(06) VALUE SPACES.
       01 WS-VC-BRANCH         PIC X(11).
       01 WS-VC-ACCT-FOUND     PIC X(01) VALUE "N".
       01 WS-VC-ACCT-GL        PIC X(06).
       01 WS-VC-DR-GL          PIC X(06).
       01 WS-VC-CR-GL          PIC X(06).
       01 WS-VC-DR-SUB         PIC 9(04) VALUE 0.
       01 WS-VC-CR-SUB         PIC 9(04) VALUE 0.
       01 WS-TOKEN             PIC X(06).
       01 WS-TOKEN-GL          PIC X(06).
       01 WS-VOUCHER-SEQ       PIC 9(06) VALUE 0.
       01 WS-VOUCHER-ID.
          05 FILLER              PIC X(02) VALUE "GV".
          05 WS-VI-DATE          PIC X(08).
          05 WS-VI-SEQ           PIC 9(06).
       01 WS-VOUCHER-LINE.
          COPY GLVCH.

       01 WS-CHECKS-FAILED     PIC 9(03) VALUE 0.
       01 WS-CTL-LINES         PIC 9(07) VALUE 0.
       01 WS-CTL-MATCHED       PIC 9(07) VALUE 0.
       01 WS-CTL-VOUCHERS      PIC 9(07) VALUE 0.
       01 WS-CTL-EXCEPTS       PIC 9(07) VALUE 0.

       01 WS-CHECK-LINE.
          05 WS-CK-NAME          PIC X(40).
          05 WS-CK-LEFT          PIC ZZZZZZ9.
          05 FILLER              PIC X(04) VALUE " VS ".
          05 WS-CK-RIGHT         PIC ZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-CK-VERDICT       PIC X(08).
       01 WS-AMT-CHECK-LINE.
          05 WS-AK-NAME          PIC X(40).
          05 WS-AK-LEFT          PIC Z(12)9.99.
          05 FILLER              PIC X(04) VALUE " VS ".
          05 WS-AK-RIGHT         PIC Z(12)9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AK-VERDICT       PIC X(08).
       01 WS-AK-LEFT-NUM       PIC 9(13)V99 VALUE 0.
       01 WS-AK-RIGHT-NUM      PIC 9(13)V99 VALUE 0.
       01 WS-EXCEPT-LINE.
          05 FILLER              PIC X(10) VALUE "EXCEPTION ".
          05 WS-EX-SOURCE        PIC X(06).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-EX-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-EX-TYPE          PIC X(03).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-EX-GL            PIC X(06).
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-EX-AMOUNT        PIC Z(10)9.99.
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-EX-REASON        PIC X(30).
       01 WH-CTL-HDR1.
          05 FILLER              PIC X(28)
                                 VALUE "GL POSTING CONTROL FOR DATE ".
          05 WH-CH-DATE          PIC X(08).
          05 FILLER              PIC X(08) VALUE "  CYCLE ".
          05 WH-CH-CYCLE         PIC X(04).

       01 WS-BRANCH-TABLE.
          05 WS-BR-ENTRY OCCURS 200 TIMES INDEXED BY WS-BR-IDX.
             10 WS-BR-IFSC       PIC X(11).
       01 WS-BRANCH-COUNT      PIC 9(03) VALUE 0.
       01 WS-BR-FOUND          PIC X(01) VALUE "N".
       01 WS-BR-CURRENT        PIC X(11).
       01 WS-TB-DAY-DR         PIC 9(15)V99 VALUE 0.
       01 WS-TB-DAY-CR         PIC 9(15)V99 VALUE 0.
       01 WS-TB-CLOSE-DR       PIC 9(15)V99 VALUE 0.
       01 WS-TB-CLOSE-CR       PIC 9(15)V99 VALUE 0.
       01 WS-TB-ALL-DAY-DR     PIC 9(15)V99 VALUE 0.
       01 WS-TB-ALL-DAY-CR     PIC 9(15)V99 VALUE 0.
       01 WS-TB-ALL-CLOSE-DR   PIC 9(15)V99 VALUE 0.
       01 WS-TB-ALL-CLOSE-CR   PIC 9(15)V99 VALUE 0.
       01 WS-TB-BREAKS         PIC 9(03) VALUE 0.
       01 WH-TB-HDR1.
          05 FILLER              PIC X(35)
                     VALUE "GENERAL LEDGER TRIAL BALANCE AS AT ".
          05 WH-TH-DATE          PIC X(08).
          05 FILLER              PIC X(08) VALUE "  CYCLE ".
          05 WH-TH-CYCLE         PIC X(04).
       01 WH-TB-HDR2.
          05 FILLER              PIC X(44) VALUE
             "GL CODE  DESCRIPTION                     T  ".
          05 FILLER              PIC X(44) VALUE
             "  OPENING BALANCE           DEBITS          ".
          05 FILLER              PIC X(42) VALUE
             "CREDITS    CLOSING DEBIT   CLOSING CREDIT".
       01 WH-TB-BRANCH.
          05 FILLER              PIC X(09) VALUE "BRANCH : ".
          05 WH-TB-IFSC          PIC X(11).
       01 WS-TB-DETAIL.
          05 WS-TD-CODE          PIC X(06).
          05 FILLER              PIC X(03) VALUE SPACES.
          05 WS-TD-DESC          PIC X(30).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-TD-TYPE          PIC X(01).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-TD-OPEN          PIC Z(12)9.99-.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-TD-DAY-DR        PIC Z(12)9.99.
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-TD-DAY-CR        PIC Z(12)9.99.
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-TD-CLOSE-DR      PIC Z(12)9.99.
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-TD-CLOSE-CR      PIC Z(12)9.99.
       01 WS-TB-TOTAL.
          05 WS-TT-LABEL         PIC X(41).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-TT-VERDICT       PIC X(17).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-TT-DAY-DR        PIC Z(12)9.99.
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-TT-DAY-CR        PIC Z(12)9.99.
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-TT-CLOSE-DR      PIC Z(12)9.99.
          05 FILLER              PIC X(01) VALUE SPACE.
          05 WS-TT-CLOSE-CR      PIC Z(12)9.99.

       01 WS-AGG-TABLE.
          05 WS-AG-ENTRY OCCURS 300 TIMES INDEXED BY WS-AG-IDX.
             10 WS-AG-CODE       PIC X(06).
             10 WS-AG-DESC       PIC X(30).
             10 WS-AG-TYPE       PIC X(01).
             10 WS-AG-CLOSE      PIC S9(15)V99.
             10 WS-AG-MONTH-OPEN PIC S9(15)V99.
       01 WS-AGG-COUNT         PIC 9(03) VALUE 0.
       01 WS-AG-FOUND          PIC X(01) VALUE "N".
       01 WS-BS-SECTION        PIC X(01).
       01 WS-BS-AMOUNT         PIC S9(15)V99 VALUE 0.
       01 WS-BS-MONTH          PIC S9(15)V99 VALUE 0.
       01 WS-BS-TOT-ASSETS     PIC S9(15)V99 VALUE 0.
       01 WS-BS-TOT-LIAB       PIC S9(15)V99 VALUE 0.
       01 WS-BS-PROFIT         PIC S9(15)V99 VALUE 0.
       01 WS-PL-INC-MONTH      PIC S9(15)V99 VALUE 0.
       01 WS-PL-INC-TODATE     PIC S9(15)V99 VALUE 0.
       01 WS-PL-EXP-MONTH      PIC S9(15)V99 VALUE 0.
       01 WS-PL-EXP-TODATE     PIC S9(15)V99 VALUE 0.
       01 WH-BS-HDR1.
          05 FILLER              PIC X(31)
                     VALUE "SUMMARISED BALANCE SHEET AS AT ".
          05 WH-BH-DATE          PIC X(08).
       01 WH-PL-HDR1.
          05 FILLER              PIC X(38)
                     VALUE "PROFIT AND LOSS ACCOUNT FOR THE MONTH ".
          05 WH-PH-MONTH         PIC X(06).
       01 WH-PL-HDR2.
          05 FILLER              PIC X(42) VALUE SPACES.
          05 FILLER              PIC X(40) VALUE
             "    FOR THE MONTH              TO DATE".
       01 WS-BS-DETAIL.
          05 WS-BD-CODE          PIC X(06).
          05 FILLER              PIC X(03) VALUE SPACES.
          05 WS-BD-DESC          PIC X(30).
          05 FILLER              PIC X(03) VALUE SPACES.
          05 WS-BD-MONTH         PIC Z(14)9.99-.
          05 FILLER              PIC X(03) VALUE SPACES.
          05 WS-BD-AMOUNT        PIC Z(14)9.99-.
       01 WS-BS-BAL-LINE.
          05 WS-BB-CODE          PIC X(06).
          05 FILLER              PIC X(03) VALUE SPACES.
          05 WS-BB-DESC          PIC X(30).
          05 FILLER              PIC X(25) VALUE SPACES.
          05 WS-BB-AMOUNT        PIC Z(14)9.99-.

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE GENERAL LEDGER POSTING PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           PERFORM LOAD-HOLIDAYS-PARA.
           PERFORM NEXT-BUSINESS-DAY-PARA.
           IF WS-NEXT-MM NOT = WS-RUN-MM
              MOVE "Y" TO WS-IS-MONTH-END
           END-IF.
           PERFORM LOAD-PRODUCT-MASTER-PARA.
           PERFORM LOAD-RULES-PARA.
           IF WS-RULE-COUNT = 0
              DISPLAY "GL POSTING RULES MISSING OR EMPTY - RUN STOPPED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-GL-MASTER-PARA.
           IF WS-GL-COUNT = 0
              DISPLAY "GL MASTER MISSING OR EMPTY - RUN STOPPED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM SET-SOURCES-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CTLRPT-FILE.
           IF CTLRPT-FILE-STATUS NOT = "00"
              DISPLAY "GL POSTING CONTROL REPORT OPEN FAILED, STATUS="
                      CTLRPT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WH-CH-DATE.
           MOVE WS-CYCLE-ID TO WH-CH-CYCLE.
           WRITE CTLRPT-REC FROM WH-CTL-HDR1.
           IF WS-ALREADY-POSTED = "Y"
              DISPLAY "GL ALREADY POSTED FOR " WS-RUN-DATE
                      ", NOT POSTED AGAIN"
              MOVE "GL ALREADY POSTED FOR THIS DATE - NOTHING POSTED"
                   TO CTLRPT-REC
              WRITE CTLRPT-REC
           ELSE
              OPEN OUTPUT VOUCHER-FILE
              IF VOUCHER-FILE-STATUS NOT = "00"
                 DISPLAY "GL VOUCHER FILE OPEN FAILED, STATUS="
                         VOUCHER-FILE-STATUS
                 MOVE 28 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-SRC-IDX TO 1
              PERFORM UNTIL WS-SRC-IDX > 13
                 PERFORM POST-SOURCE-PARA
                 SET WS-SRC-IDX UP BY 1
              END-PERFORM
              CLOSE VOUCHER-FILE
           END-IF.
           CLOSE ACCTMST-FILE.
           PERFORM ROLL-FORWARD-PARA.
           IF WS-ALREADY-POSTED NOT = "Y"
              PERFORM CHECK-SOURCES-PARA
           END-IF.
           PERFORM WRITE-TRIAL-BALANCE-PARA.
           IF WS-CHECKS-FAILED = 0
              MOVE "VERDICT: GO" TO CTLRPT-REC
           ELSE
              MOVE "VERDICT: NO-GO" TO CTLRPT-REC
           END-IF.
           WRITE CTLRPT-REC.
           CLOSE CTLRPT-FILE.
           IF WS-CHECKS-FAILED > 0
              DISPLAY "GL POSTING VERDICT: NO-GO ("
                      WS-CHECKS-FAILED " CHECKS FAILED)"
              DISPLAY "GL BALANCES NOT ROLLED FORWARD"
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY "GL POSTING VERDICT: GO"
              IF WS-ALREADY-POSTED NOT = "Y"
                 PERFORM REWRITE-GL-MASTER-PARA
              END-IF
              IF WS-IS-MONTH-END = "Y"
                 PERFORM WRITE-BALANCE-SHEET-PARA
              END-IF
           END-IF.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "GL POSTING SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  FEED LINES READ       : " WS-CTL-LINES.
           DISPLAY "  MATCHED TO FEEDS      : " WS-CTL-MATCHED.
           DISPLAY "  VOUCHERS POSTED       : " WS-CTL-VOUCHERS.
           DISPLAY "  EXCEPTIONS            : " WS-CTL-EXCEPTS.
           DISPLAY "  GL ACCOUNTS OPENED    : " WS-GM-OPENED.
           DISPLAY "  CHECKS FAILED         : " WS-CHECKS-FAILED.
           DISPLAY "  MONTH END             : " WS-IS-MONTH-END.

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

       LOAD-HOLIDAYS-PARA.
           MOVE 0 TO WS-HOLIDAY-COUNT
           OPEN INPUT HOLIDAY-FILE
           IF HOLIDAY-FILE-STATUS = "00"
              PERFORM UNTIL HOLIDAY-FILE-STATUS NOT = "00"
                 READ HOLIDAY-FILE
                   AT END
                     MOVE "10" TO HOLIDAY-FILE-STATUS
                   NOT AT END
                     IF WS-HOLIDAY-COUNT < 200
                        ADD 1 TO WS-HOLIDAY-COUNT
                        SET WS-HOL-IDX TO WS-HOLIDAY-COUNT
                        UNSTRING HOLIDAY-REC DELIMITED BY ","
                        INTO WS-HOL-DATE-IN
                        END-UNSTRING
                        MOVE WS-HOL-DATE-IN
                             TO WS-HOL-DATE (WS-HOL-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLIDAY-FILE
           ELSE
              DISPLAY "NO HOLIDAY CALENDAR, WEEKENDS ONLY SKIPPED"
           END-IF.

       NEXT-BUSINESS-DAY-PARA.
           MOVE WS-RUN-DATE-NUM TO WS-NEXT-DATE
           MOVE 0 TO WS-GUARD
           MOVE "N" TO WS-IS-WORKDAY
           PERFORM UNTIL WS-IS-WORKDAY = "Y" OR WS-GUARD > 60
              ADD 1 TO WS-GUARD
              COMPUTE WS-NEXT-INT =
                      FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) + 1
              COMPUTE WS-NEXT-DATE =
                      FUNCTION DATE-OF-INTEGER(WS-NEXT-INT)
              PERFORM CHECK-WORKDAY-PARA
           END-PERFORM
           IF WS-IS-WORKDAY NOT = "Y"
              DISPLAY "NO WORKING DAY FOUND WITHIN 60 DAYS - CHECK "
                      "THE HOLIDAY CALENDAR"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-WORKDAY-PARA.
           MOVE "Y" TO WS-IS-WORKDAY
           COMPUTE WS-DOW = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE), 7)
           IF WS-DOW = 6 OR WS-DOW = 0
              MOVE "N" TO WS-IS-WORKDAY
           ELSE
              MOVE "N" TO WS-HOL-HIT
              SET WS-HOL-IDX TO 1
              PERFORM UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
                         OR WS-HOL-HIT = "Y"
                 IF WS-HOL-DATE (WS-HOL-IDX) = WS-NEXT-DATE
                    MOVE "Y" TO WS-HOL-HIT
                    MOVE "N" TO WS-IS-WORKDAY
                 END-IF
                 SET WS-HOL-IDX UP BY 1
              END-PERFORM
           END-IF.

       LOAD-PRODUCT-MASTER-PARA.
           MOVE 0 TO WS-PROD-COUNT
           OPEN INPUT PRODMST-FILE
           IF PRODMST-FILE-STATUS = "00"
              PERFORM UNTIL PRODMST-FILE-STATUS NOT = "00"
                 READ PRODMST-FILE
                   AT END
                     MOVE "10" TO PRODMST-FILE-STATUS
                   NOT AT END
                     IF WS-PROD-COUNT < 20
                        ADD 1 TO WS-PROD-COUNT
                        SET WS-PRD-IDX TO WS-PROD-COUNT
                        UNSTRING PRODMST-REC DELIMITED BY ","
                        INTO     WS-PRD-NAME-IN
                                 WS-PRD-DIGIT-IN
                                 WS-PRD-MINBAL-IN
                                 WS-PRD-GL-IN
                        END-UNSTRING
                        MOVE WS-PRD-NAME-IN
                             TO WS-PRD-NAME (WS-PRD-IDX)
                        MOVE WS-PRD-GL-IN
                             TO WS-PRD-GL (WS-PRD-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODMST-FILE
           END-IF
           IF WS-PROD-COUNT = 0
              DISPLAY "PRODUCT MASTER NOT FOUND, USING BUILT-IN "
                      "PRODUCTS"
              MOVE 1 TO WS-PROD-COUNT
              SET WS-PRD-IDX TO 1
              MOVE "SAVINGS" TO WS-PRD-NAME (WS-PRD-IDX)
              MOVE "GL1001"  TO WS-PRD-GL (WS-PRD-IDX)
           END-IF.

       FIND-PRODUCT-PARA.
           MOVE "N" TO WS-PRD-FOUND
           SET WS-PRD-IDX TO 1
           PERFORM UNTIL WS-PRD-IDX > WS-PROD-COUNT
                      OR WS-PRD-FOUND = "Y"
              IF WS-PRD-NAME (WS-PRD-IDX) = AM-ACCTYPE
                 MOVE "Y" TO WS-PRD-FOUND
              END-IF
              SET WS-PRD-IDX UP BY 1
           END-PERFORM
           IF WS-PRD-FOUND = "Y"
              SET WS-PRD-IDX DOWN BY 1
           END-IF.

       LOAD-RULES-PARA.
           MOVE 0 TO WS-RULE-COUNT
           OPEN INPUT RULES-FILE
           IF RULES-FILE-STATUS = "00"
              PERFORM UNTIL RULES-FILE-STATUS NOT = "00"
                 READ RULES-FILE
                   AT END
                     MOVE "10" TO RULES-FILE-STATUS
                   NOT AT END
                     IF RULES-REC(1:6) NOT = "SOURCE"
                        AND RULES-REC NOT = SPACES
                        PERFORM ADD-RULE-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE RULES-FILE
           END-IF.

       ADD-RULE-PARA.
           IF WS-RULE-COUNT NOT < 200
              DISPLAY "GL POSTING RULE CAPACITY EXCEEDED AT "
                      WS-RULE-COUNT " - RUN STOPPED"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-RU-SOURCE-IN WS-RU-TYPE-IN WS-RU-GL-IN
                          WS-RU-DEBIT-IN WS-RU-CREDIT-IN
           UNSTRING RULES-REC DELIMITED BY ","
           INTO     WS-RU-SOURCE-IN
                    WS-RU-TYPE-IN
                    WS-RU-GL-IN
                    WS-RU-DEBIT-IN
                    WS-RU-CREDIT-IN
           END-UNSTRING
           IF WS-RU-DEBIT-IN = SPACES OR WS-RU-CREDIT-IN = SPACES
              DISPLAY "GL POSTING RULE SKIPPED - NO DEBIT OR CREDIT: "
                      RULES-REC
           ELSE
              ADD 1 TO WS-RULE-COUNT
              SET WS-RU-IDX TO WS-RULE-COUNT
              MOVE WS-RU-SOURCE-IN TO WS-RU-SOURCE (WS-RU-IDX)
              MOVE WS-RU-TYPE-IN   TO WS-RU-TYPE (WS-RU-IDX)
              IF WS-RU-GL-IN = SPACES
                 MOVE "*"          TO WS-RU-GL (WS-RU-IDX)
              ELSE
                 MOVE WS-RU-GL-IN  TO WS-RU-GL (WS-RU-IDX)
              END-IF
              MOVE WS-RU-DEBIT-IN  TO WS-RU-DEBIT (WS-RU-IDX)
              MOVE WS-RU-CREDIT-IN TO WS-RU-CREDIT (WS-RU-IDX)
           END-IF.

       LOAD-GL-MASTER-PARA.
           MOVE 0 TO WS-GL-COUNT
           OPEN INPUT GLMST-FILE
           IF GLMST-FILE-STATUS = "00"
              PERFORM UNTIL GLMST-FILE-STATUS NOT = "00"
                 READ GLMST-FILE INTO WS-GL-LINE
                   AT END
                     MOVE "10" TO GLMST-FILE-STATUS
                   NOT AT END
                     PERFORM LOAD-ONE-GL-PARA
                 END-READ
              END-PERFORM
              CLOSE GLMST-FILE
           END-IF.

       LOAD-ONE-GL-PARA.
           IF (GL-TYPE NOT = "A" AND GL-TYPE NOT = "L"
               AND GL-TYPE NOT = "I" AND GL-TYPE NOT = "E")
              OR FUNCTION TEST-NUMVAL(GL-BALANCE) NOT = 0
              OR FUNCTION TEST-NUMVAL(GL-MONTH-OPEN) NOT = 0
              DISPLAY "GL MASTER LINE SKIPPED - BAD TYPE OR BALANCE: "
                      GL-CODE " " GL-BRANCH
              ADD 1 TO WS-GM-SKIPPED
           ELSE
              IF WS-GL-COUNT NOT < 3000
                 DISPLAY "GL MASTER CAPACITY EXCEEDED AT "
                         WS-GL-COUNT " - RUN STOPPED"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-GL-COUNT
              SET WS-GM-IDX TO WS-GL-COUNT
              MOVE GL-CODE   TO WS-GM-CODE (WS-GM-IDX)
              MOVE GL-BRANCH TO WS-GM-BRANCH (WS-GM-IDX)
              MOVE GL-DESC   TO WS-GM-DESC (WS-GM-IDX)
              MOVE GL-TYPE   TO WS-GM-TYPE (WS-GM-IDX)
              COMPUTE WS-GM-OPEN (WS-GM-IDX) =
                      FUNCTION NUMVAL(GL-BALANCE)
              IF GL-BAL-SIDE = "C"
                 COMPUTE WS-GM-OPEN (WS-GM-IDX) =
                         0 - WS-GM-OPEN (WS-GM-IDX)
              END-IF
              IF GL-LAST-POST(1:6) < WS-RUN-DATE(1:6)
                 MOVE WS-GM-OPEN (WS-GM-IDX)
                      TO WS-GM-MONTH-OPEN (WS-GM-IDX)
              ELSE
                 COMPUTE WS-GM-MONTH-OPEN (WS-GM-IDX) =
                         FUNCTION NUMVAL(GL-MONTH-OPEN)
                 IF GL-MONTH-SIDE = "C"
                    COMPUTE WS-GM-MONTH-OPEN (WS-GM-IDX) =
                            0 - WS-GM-MONTH-OPEN (WS-GM-IDX)
                 END-IF
              END-IF
              MOVE 0 TO WS-GM-DAY-DR (WS-GM-IDX)
              MOVE 0 TO WS-GM-DAY-CR (WS-GM-IDX)
              MOVE WS-GM-OPEN (WS-GM-IDX) TO WS-GM-CLOSE (WS-GM-IDX)
              IF GL-LAST-POST NOT < WS-RUN-DATE
                 MOVE "Y" TO WS-ALREADY-POSTED
              END-IF
           END-IF.

       SET-SOURCES-PARA.
           SET WS-SRC-IDX TO 1
           MOVE "INTCAP" TO WS-SRC-CODE (WS-SRC-IDX)
           MOVE "F"      TO WS-SRC-KIND (WS-SRC-IDX)
           MOVE "INT-CAP-TXNS.CSV"    TO WS-SRC-FILE (WS-SRC-IDX)
           SET WS-SRC-IDX TO 2
           MOVE "MINFEE" TO WS-SRC-CODE (WS-SRC-IDX)
           MOVE "F"      TO WS-SRC-KIND (WS-SRC-IDX)
           MOVE "MINBAL-FEE-TXNS.CSV" TO WS-SRC-FILE (WS-SRC-IDX)
           SET WS-SRC-IDX TO 3
           MOVE "LNDISB" TO WS-SRC-CODE (WS-SRC-IDX)
           MOVE "F"      TO WS-SRC-KIND (WS-SRC-IDX)
           MOVE "LOAN-DISB-TXNS.CSV"  TO WS-SRC-FILE (WS-SRC-IDX)
           SET WS-SRC-IDX TO 4
           MOVE "LNEMI"  TO WS-SRC-CODE (WS-SRC-IDX)
           MOVE "F"      TO WS-SRC-KIND (WS-SRC-IDX)
           MOVE "LOAN-EMI-TXNS.CSV"   TO WS-SRC-FILE (WS-SRC-IDX)
           SET WS-SRC-IDX TO 5
           MOVE "TDPAY"  TO WS-SRC-CODE (WS-SRC-IDX)
           MOVE "F"      TO WS-SRC-KIND (WS-SRC-IDX)
           MOVE "TD-PAYOUT-TXNS.CSV"  TO WS-SRC-FILE (WS-SRC-IDX)
           SET WS-SRC-IDX TO 6
           MOVE "ODINT"  TO WS-SRC-CODE (WS-SRC-IDX)
           MOVE "F"      TO WS-SRC-KIND (WS-SRC-IDX)
           MOVE "OD-INT-TXNS.CSV"     TO WS-SRC-FILE (WS-SRC-IDX)
           SET WS-SRC-IDX TO 7
           MOVE "CHQRET" TO WS-SRC-CODE (WS-SRC-IDX)
           MOVE "F"      TO WS-SRC-KIND (WS-SRC-IDX)
           MOVE "CHQ-RETCHG-TXNS.CSV" TO WS-SRC-FILE (WS-SRC-IDX)
           SET WS-SRC-IDX TO 8
           MOVE "LNPREP" TO WS-SRC-CODE (WS-SRC-IDX)
           MOVE "F"      TO WS-SRC-KIND (WS-SRC-IDX)
           MOVE "LOAN-PREPAY-TXNS.CSV" TO WS-SRC-FILE (WS-SRC-IDX)
           SET WS-SRC-IDX TO 9
           MOVE "LOCKER" TO WS-SRC-CODE (WS-SRC-IDX)
           MOVE "F"      TO WS-SRC-KIND (WS-SRC-IDX)
           MOVE "LOCKER-RENT-TXNS.CSV" TO WS-SRC-FILE (WS-SRC-IDX)
           SET WS-SRC-IDX TO 10
           MOVE "RDCOLL" TO WS-SRC-CODE (WS-SRC-IDX)
           MOVE "F"      TO WS-SRC-KIND (WS-SRC-IDX)
           MOVE "RD-COLLECT-TXNS.CSV" TO WS-SRC-FILE (WS-SRC-IDX)
           SET WS-SRC-IDX TO 11
           MOVE "SVCCHG" TO WS-SRC-CODE (WS-SRC-IDX)
           MOVE "F"      TO WS-SRC-KIND (WS-SRC-IDX)
           MOVE "SVC-CHARGE-TXNS.CSV" TO WS-SRC-FILE (WS-SRC-IDX)
           SET WS-SRC-IDX TO 12
           MOVE "LEDGER" TO WS-SRC-CODE (WS-SRC-IDX)
           MOVE "L"      TO WS-SRC-KIND (WS-SRC-IDX)
           MOVE "LEDGER-INTERFACE.DAT" TO WS-SRC-FILE (WS-SRC-IDX)
           SET WS-SRC-IDX TO 13
           MOVE "TXNHST" TO WS-SRC-CODE (WS-SRC-IDX)
           MOVE "H"      TO WS-SRC-KIND (WS-SRC-IDX)
           MOVE "TXN-HISTORY.DAT"     TO WS-SRC-FILE (WS-SRC-IDX)
           SET WS-SRC-IDX TO 1
           PERFORM UNTIL WS-SRC-IDX > 13
              MOVE "N" TO WS-SRC-PRESENT (WS-SRC-IDX)
              MOVE "N" TO WS-SRC-TRL-SEEN (WS-SRC-IDX)
              MOVE 0   TO WS-SRC-LINES (WS-SRC-IDX)
              MOVE 0   TO WS-SRC-TRAILER (WS-SRC-IDX)
              MOVE 0   TO WS-SRC-MATCHED (WS-SRC-IDX)
              MOVE 0   TO WS-SRC-VOUCHERS (WS-SRC-IDX)
              MOVE 0   TO WS-SRC-EXCEPTS (WS-SRC-IDX)
              MOVE 0   TO WS-SRC-AMOUNT (WS-SRC-IDX)
              MOVE 0   TO WS-SRC-DEBITS (WS-SRC-IDX)
              MOVE 0   TO WS-SRC-CREDITS (WS-SRC-IDX)
              SET WS-SRC-IDX UP BY 1
           END-PERFORM.

       POST-SOURCE-PARA.
           EVALUATE WS-SRC-KIND (WS-SRC-IDX)
              WHEN "F"
                 MOVE WS-SRC-FILE (WS-SRC-IDX) TO WS-FEED-NAME
                 OPEN INPUT FEED-FILE
                 IF FEED-FILE-STATUS = "00"
                    MOVE "Y" TO WS-SRC-PRESENT (WS-SRC-IDX)
                    PERFORM UNTIL FEED-FILE-STATUS NOT = "00"
                       READ FEED-FILE
                         AT END
                           MOVE "10" TO FEED-FILE-STATUS
                         NOT AT END
                           PERFORM POST-FEED-LINE-PARA
                       END-READ
                    END-PERFORM
                    CLOSE FEED-FILE
                 END-IF
              WHEN "L"
                 OPEN INPUT LEDGER-FILE
                 IF LEDGER-FILE-STATUS = "00"
                    MOVE "Y" TO WS-SRC-PRESENT (WS-SRC-IDX)
                    PERFORM UNTIL LEDGER-FILE-STATUS NOT = "00"
                       READ LEDGER-FILE
                         AT END
                           MOVE "10" TO LEDGER-FILE-STATUS
                         NOT AT END
                           IF LG-POST-DATE = WS-RUN-DATE
                              PERFORM POST-LEDGER-LINE-PARA
                           END-IF
                       END-READ
                    END-PERFORM
                    CLOSE LEDGER-FILE
                 END-IF
              WHEN "H"
                 OPEN INPUT TXNHIST-FILE
                 IF TXNHIST-FILE-STATUS = "00"
                    MOVE "Y" TO WS-SRC-PRESENT (WS-SRC-IDX)
                    PERFORM UNTIL TXNHIST-FILE-STATUS NOT = "00"
                       READ TXNHIST-FILE
                         AT END
                           MOVE "10" TO TXNHIST-FILE-STATUS
                         NOT AT END
                           IF TXNHIST-REC(1:8) = WS-RUN-DATE
                              PERFORM POST-HISTORY-LINE-PARA
                           END-IF
                       END-READ
                    END-PERFORM
                    CLOSE TXNHIST-FILE
                 END-IF
           END-EVALUATE.
           IF WS-SRC-PRESENT (WS-SRC-IDX) = "Y"
              DISPLAY "GL FEED " WS-SRC-FILE (WS-SRC-IDX)
                      " LINES " WS-SRC-LINES (WS-SRC-IDX)
                      " VOUCHERS " WS-SRC-VOUCHERS (WS-SRC-IDX)
                      " EXCEPTIONS " WS-SRC-EXCEPTS (WS-SRC-IDX)
           ELSE
              DISPLAY "GL FEED " WS-SRC-FILE (WS-SRC-IDX)
                      " NOT RECEIVED"
           END-IF.

       POST-FEED-LINE-PARA.
           MOVE SPACES TO WS-FD-ACCT-IN WS-FD-TYPE-IN WS-FD-AMT-IN
           UNSTRING FEED-REC DELIMITED BY ","
           INTO     WS-FD-ACCT-IN
                    WS-FD-TYPE-IN
                    WS-FD-AMT-IN
           END-UNSTRING
           IF WS-FD-ACCT-IN = "TRAILER"
              MOVE "Y" TO WS-SRC-TRL-SEEN (WS-SRC-IDX)
              IF FUNCTION TEST-NUMVAL(WS-FD-TYPE-IN) = 0
                 COMPUTE WS-SRC-TRAILER (WS-SRC-IDX) =
                         FUNCTION NUMVAL(WS-FD-TYPE-IN)
              END-IF
           ELSE
              IF FEED-REC NOT = SPACES
                 ADD 1 TO WS-SRC-LINES (WS-SRC-IDX)
                 ADD 1 TO WS-CTL-LINES
                 MOVE WS-FD-TYPE-IN TO WS-VC-TYPE
                 MOVE SPACES        TO WS-VC-LGGL
                 MOVE WS-FD-ACCT-IN TO WS-VC-ACCT
                 IF FUNCTION TEST-NUMVAL(WS-FD-AMT-IN) NOT = 0
                    MOVE 0 TO WS-VC-AMOUNT
                    MOVE "INVALID AMOUNT" TO WS-VC-REASON
                    PERFORM WRITE-EXCEPTION-PARA
                 ELSE
                    COMPUTE WS-VC-AMOUNT =
                            FUNCTION NUMVAL(WS-FD-AMT-IN)
                    ADD WS-VC-AMOUNT TO WS-SRC-AMOUNT (WS-SRC-IDX)
                    PERFORM ADD-MATCH-PARA
                    PERFORM BUILD-VOUCHER-PARA
                 END-IF
              END-IF
           END-IF.

       ADD-MATCH-PARA.
           IF WS-MATCH-COUNT NOT < 20000
              DISPLAY "GL FEED MATCH CAPACITY EXCEEDED AT "
                      WS-MATCH-COUNT " - RUN STOPPED"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           SET WS-MT-IDX TO WS-MATCH-COUNT
           MOVE WS-VC-ACCT   TO WS-MT-ACCT (WS-MT-IDX)
           MOVE WS-VC-TYPE   TO WS-MT-TYPE (WS-MT-IDX)
           MOVE WS-VC-AMOUNT TO WS-MT-AMT (WS-MT-IDX)
           MOVE "N"          TO WS-MT-USED (WS-MT-IDX).

       POST-LEDGER-LINE-PARA.
           ADD 1 TO WS-SRC-LINES (WS-SRC-IDX)
           ADD 1 TO WS-CTL-LINES
           MOVE LG-TXN-TYPE TO WS-VC-TYPE
           MOVE LG-GL-CODE  TO WS-VC-LGGL
           MOVE LG-ACCT-NUM TO WS-VC-ACCT
           IF LG-OPEN-BALANCE NOT NUMERIC
              MOVE 0 TO WS-VC-AMOUNT
              MOVE "INVALID AMOUNT" TO WS-VC-REASON
              PERFORM WRITE-EXCEPTION-PARA
           ELSE
              MOVE LG-OPEN-BALANCE TO WS-VC-AMOUNT
              ADD WS-VC-AMOUNT TO WS-SRC-AMOUNT (WS-SRC-IDX)
              PERFORM BUILD-VOUCHER-PARA
           END-IF.

       POST-HISTORY-LINE-PARA.
           ADD 1 TO WS-SRC-LINES (WS-SRC-IDX)
           ADD 1 TO WS-CTL-LINES
           MOVE SPACES TO WS-TH-DATE-IN WS-TH-ACCT-IN WS-TH-TYPE-IN
                          WS-TH-AMT-IN
           UNSTRING TXNHIST-REC DELIMITED BY ","
           INTO     WS-TH-DATE-IN
                    WS-TH-ACCT-IN
                    WS-TH-TYPE-IN
                    WS-TH-AMT-IN
           END-UNSTRING
           MOVE WS-TH-TYPE-IN TO WS-VC-TYPE
           MOVE SPACES        TO WS-VC-LGGL
           MOVE WS-TH-ACCT-IN TO WS-VC-ACCT
           IF FUNCTION TEST-NUMVAL(WS-TH-AMT-IN) NOT = 0
              MOVE 0 TO WS-VC-AMOUNT
              MOVE "INVALID AMOUNT" TO WS-VC-REASON
              PERFORM WRITE-EXCEPTION-PARA
           ELSE
              COMPUTE WS-VC-AMOUNT = FUNCTION NUMVAL(WS-TH-AMT-IN)
              MOVE "N" TO WS-MT-FOUND
              IF WS-VC-TYPE = "DEP" OR WS-VC-TYPE = "WDL"
                 PERFORM MATCH-FEED-PARA
              END-IF
              IF WS-MT-FOUND = "Y"
                 ADD 1 TO WS-SRC-MATCHED (WS-SRC-IDX)
                 ADD 1 TO WS-CTL-MATCHED
              ELSE
                 ADD WS-VC-AMOUNT TO WS-SRC-AMOUNT (WS-SRC-IDX)
                 PERFORM BUILD-VOUCHER-PARA
              END-IF
           END-IF.

       MATCH-FEED-PARA.
           SET WS-MT-IDX TO 1
           PERFORM UNTIL WS-MT-IDX > WS-MATCH-COUNT
                      OR WS-MT-FOUND = "Y"
              IF WS-MT-USED (WS-MT-IDX) = "N"
                 AND WS-MT-ACCT (WS-MT-IDX) = WS-VC-ACCT
                 AND WS-MT-TYPE (WS-MT-IDX) = WS-VC-TYPE
                 AND WS-MT-AMT (WS-MT-IDX) = WS-VC-AMOUNT
                 MOVE "Y" TO WS-MT-FOUND
                 MOVE "Y" TO WS-MT-USED (WS-MT-IDX)
              END-IF
              SET WS-MT-IDX UP BY 1
           END-PERFORM.

       BUILD-VOUCHER-PARA.
           MOVE "N" TO WS-VC-FAILED
           MOVE SPACES TO WS-VC-REASON
           PERFORM FIND-RULE-PARA
           IF WS-RU-FOUND NOT = "Y"
              MOVE "Y" TO WS-VC-FAILED
              MOVE "NO POSTING RULE" TO WS-VC-REASON
           ELSE
              PERFORM RESOLVE-ACCOUNT-PARA
              MOVE WS-RULE-DEBIT TO WS-TOKEN
              PERFORM RESOLVE-TOKEN-PARA
              MOVE WS-TOKEN-GL TO WS-VC-DR-GL
              MOVE WS-RULE-CREDIT TO WS-TOKEN
              PERFORM RESOLVE-TOKEN-PARA
              MOVE WS-TOKEN-GL TO WS-VC-CR-GL
           END-IF
           IF WS-VC-FAILED NOT = "Y"
              MOVE WS-VC-BRANCH TO WS-FG-BRANCH
              MOVE WS-VC-DR-GL  TO WS-FG-CODE
              PERFORM FIND-GL-PARA
           END-IF
           IF WS-VC-FAILED NOT = "Y"
              MOVE WS-VC-CR-GL  TO WS-FG-CODE
              PERFORM FIND-GL-PARA
              MOVE WS-FG-SUB    TO WS-VC-CR-SUB
              MOVE WS-VC-DR-GL  TO WS-FG-CODE
              PERFORM FIND-GL-PARA
              MOVE WS-FG-SUB    TO WS-VC-DR-SUB
           END-IF
           IF WS-VC-FAILED = "Y"
              PERFORM WRITE-EXCEPTION-PARA
           ELSE
              PERFORM WRITE-VOUCHER-PARA
           END-IF.

       FIND-RULE-PARA.
           MOVE "N" TO WS-RU-FOUND
           MOVE 1 TO WS-RU-PASS
           PERFORM UNTIL WS-RU-PASS > 2 OR WS-RU-FOUND = "Y"
              IF WS-RU-PASS = 1
                 MOVE WS-VC-LGGL TO WS-RU-MATCH-GL
              ELSE
                 MOVE "*" TO WS-RU-MATCH-GL
              END-IF
              SET WS-RU-IDX TO 1
              PERFORM UNTIL WS-RU-IDX > WS-RULE-COUNT
                         OR WS-RU-FOUND = "Y"
                 IF WS-RU-SOURCE (WS-RU-IDX) = WS-SRC-CODE (WS-SRC-IDX)
                    AND WS-RU-TYPE (WS-RU-IDX) = WS-VC-TYPE
                    AND WS-RU-GL (WS-RU-IDX) = WS-RU-MATCH-GL
                    MOVE "Y" TO WS-RU-FOUND
                    MOVE WS-RU-DEBIT (WS-RU-IDX)  TO WS-RULE-DEBIT
                    MOVE WS-RU-CREDIT (WS-RU-IDX) TO WS-RULE-CREDIT
                 END-IF
                 SET WS-RU-IDX UP BY 1
              END-PERFORM
              ADD 1 TO WS-RU-PASS
           END-PERFORM.

       RESOLVE-ACCOUNT-PARA.
           MOVE "N"            TO WS-VC-ACCT-FOUND
           MOVE WS-HEAD-OFFICE TO WS-VC-BRANCH
           MOVE SPACES         TO WS-VC-ACCT-GL
           IF WS-VC-ACCT NOT = SPACES
              MOVE WS-VC-ACCT TO AM-ACCT-NUM
              READ ACCTMST-FILE
                INVALID KEY
                  MOVE "N" TO WS-VC-ACCT-FOUND
                NOT INVALID KEY
                  MOVE "Y" TO WS-VC-ACCT-FOUND
                  IF AM-IFSC NOT = SPACES
                     MOVE AM-IFSC TO WS-VC-BRANCH
                  END-IF
                  PERFORM FIND-PRODUCT-PARA
                  IF WS-PRD-FOUND = "Y"
                     MOVE WS-PRD-GL (WS-PRD-IDX) TO WS-VC-ACCT-GL
                  ELSE
                     MOVE "GL9999" TO WS-VC-ACCT-GL
                  END-IF
              END-READ
           END-IF.

       RESOLVE-TOKEN-PARA.
           MOVE SPACES TO WS-TOKEN-GL
           EVALUATE WS-TOKEN
              WHEN "ACCT"
                 IF WS-VC-ACCT-FOUND = "Y"
                    MOVE WS-VC-ACCT-GL TO WS-TOKEN-GL
                 ELSE
                    MOVE "Y" TO WS-VC-FAILED
                    MOVE "ACCOUNT NOT ON MASTER" TO WS-VC-REASON
                 END-IF
              WHEN "LGGL"
                 IF WS-VC-LGGL NOT = SPACES
                    MOVE WS-VC-LGGL TO WS-TOKEN-GL
                 ELSE
                    MOVE "Y" TO WS-VC-FAILED
                    MOVE "NO GL CODE ON FEED LINE" TO WS-VC-REASON
                 END-IF
              WHEN OTHER
                 MOVE WS-TOKEN TO WS-TOKEN-GL
           END-EVALUATE.

       FIND-GL-PARA.
           MOVE 0 TO WS-FG-SUB
           MOVE 0 TO WS-GM-TMPL
           SET WS-GM-IDX TO 1
           PERFORM UNTIL WS-GM-IDX > WS-GL-COUNT OR WS-FG-SUB > 0
              IF WS-GM-CODE (WS-GM-IDX) = WS-FG-CODE
                 IF WS-GM-BRANCH (WS-GM-IDX) = WS-FG-BRANCH
                    SET WS-FG-SUB TO WS-GM-IDX
                 ELSE
                    IF WS-GM-TMPL = 0
                       SET WS-GM-TMPL TO WS-GM-IDX
                    END-IF
                 END-IF
              END-IF
              SET WS-GM-IDX UP BY 1
           END-PERFORM
           IF WS-FG-SUB = 0
              IF WS-GM-TMPL = 0
                 MOVE "Y" TO WS-VC-FAILED
                 MOVE "GL CODE NOT ON GL MASTER" TO WS-VC-REASON
                 MOVE WS-FG-CODE TO WS-VC-BAD-GL
              ELSE
                 PERFORM OPEN-BRANCH-GL-PARA
              END-IF
           END-IF.

       OPEN-BRANCH-GL-PARA.
           IF WS-GL-COUNT NOT < 3000
              DISPLAY "GL MASTER CAPACITY EXCEEDED AT "
                      WS-GL-COUNT " - RUN STOPPED"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-GM-POS = WS-GL-COUNT + 1
           SET WS-GM-IDX TO 1
           PERFORM UNTIL WS-GM-IDX > WS-GL-COUNT
                      OR WS-GM-POS NOT > WS-GL-COUNT
              IF WS-GM-KEY (WS-GM-IDX) > WS-FG-KEY
                 SET WS-GM-POS TO WS-GM-IDX
              END-IF
              SET WS-GM-IDX UP BY 1
           END-PERFORM
           PERFORM VARYING WS-GM-SUB FROM WS-GL-COUNT BY -1
                   UNTIL WS-GM-SUB < WS-GM-POS
              COMPUTE WS-GM-NEXT = WS-GM-SUB + 1
              MOVE WS-GM-ENTRY (WS-GM-SUB)
                   TO WS-GM-ENTRY (WS-GM-NEXT)
           END-PERFORM
           IF WS-GM-TMPL NOT < WS-GM-POS
              ADD 1 TO WS-GM-TMPL
           END-IF
           ADD 1 TO WS-GL-COUNT
           ADD 1 TO WS-GM-OPENED
           MOVE WS-FG-BRANCH TO WS-GM-BRANCH (WS-GM-POS)
           MOVE WS-FG-CODE   TO WS-GM-CODE (WS-GM-POS)
           MOVE WS-GM-DESC (WS-GM-TMPL) TO WS-GM-DESC (WS-GM-POS)
           MOVE WS-GM-TYPE (WS-GM-TMPL) TO WS-GM-TYPE (WS-GM-POS)
           MOVE 0 TO WS-GM-OPEN (WS-GM-POS)
           MOVE 0 TO WS-GM-MONTH-OPEN (WS-GM-POS)
           MOVE 0 TO WS-GM-DAY-DR (WS-GM-POS)
           MOVE 0 TO WS-GM-DAY-CR (WS-GM-POS)
           MOVE 0 TO WS-GM-CLOSE (WS-GM-POS)
           MOVE WS-GM-POS TO WS-FG-SUB
           DISPLAY "GL " WS-FG-CODE " OPENED FOR BRANCH "
                   WS-FG-BRANCH.

       WRITE-VOUCHER-PARA.
           ADD WS-VC-AMOUNT TO WS-GM-DAY-DR (WS-VC-DR-SUB)
           ADD WS-VC-AMOUNT TO WS-GM-DAY-CR (WS-VC-CR-SUB)
           ADD WS-VC-AMOUNT TO WS-SRC-DEBITS (WS-SRC-IDX)
           ADD WS-VC-AMOUNT TO WS-SRC-CREDITS (WS-SRC-IDX)
           ADD 1 TO WS-SRC-VOUCHERS (WS-SRC-IDX)
           ADD 1 TO WS-CTL-VOUCHERS
           ADD 1 TO WS-VOUCHER-SEQ
           MOVE WS-RUN-DATE    TO WS-VI-DATE
           MOVE WS-VOUCHER-SEQ TO WS-VI-SEQ
           MOVE WS-VOUCHER-ID  TO GV-VOUCHER
           MOVE WS-RUN-DATE    TO GV-DATE
           MOVE WS-CYCLE-ID    TO GV-CYCLE
           MOVE WS-SRC-CODE (WS-SRC-IDX) TO GV-SOURCE
           MOVE WS-VC-TYPE     TO GV-TYPE
           MOVE WS-VC-BRANCH   TO GV-BRANCH
           MOVE WS-VC-AMOUNT   TO GV-AMOUNT
           MOVE WS-VC-ACCT     TO GV-ACCT
           MOVE 1              TO GV-LEG
           MOVE WS-VC-DR-GL    TO GV-GL
           MOVE "D"            TO GV-DRCR
           WRITE VOUCHER-REC FROM WS-VOUCHER-LINE
           MOVE 2              TO GV-LEG
           MOVE WS-VC-CR-GL    TO GV-GL
           MOVE "C"            TO GV-DRCR
           WRITE VOUCHER-REC FROM WS-VOUCHER-LINE.

       WRITE-EXCEPTION-PARA.
           ADD 1 TO WS-SRC-EXCEPTS (WS-SRC-IDX)
           ADD 1 TO WS-CTL-EXCEPTS
           MOVE WS-SRC-CODE (WS-SRC-IDX) TO WS-EX-SOURCE
           MOVE WS-VC-ACCT   TO WS-EX-ACCT
           MOVE WS-VC-TYPE   TO WS-EX-TYPE
           IF WS-VC-BAD-GL NOT = SPACES
              MOVE WS-VC-BAD-GL TO WS-EX-GL
              MOVE SPACES       TO WS-VC-BAD-GL
           ELSE
              MOVE WS-VC-LGGL   TO WS-EX-GL
           END-IF
           MOVE WS-VC-AMOUNT TO WS-EX-AMOUNT
           MOVE WS-VC-REASON TO WS-EX-REASON
           WRITE CTLRPT-REC FROM WS-EXCEPT-LINE.

       ROLL-FORWARD-PARA.
           SET WS-GM-IDX TO 1
           PERFORM UNTIL WS-GM-IDX > WS-GL-COUNT
              COMPUTE WS-GM-CLOSE (WS-GM-IDX) =
                      WS-GM-OPEN (WS-GM-IDX)
                    + WS-GM-DAY-DR (WS-GM-IDX)
                    - WS-GM-DAY-CR (WS-GM-IDX)
              SET WS-GM-IDX UP BY 1
           END-PERFORM.

       CHECK-SOURCES-PARA.
           SET WS-SRC-IDX TO 1
           PERFORM UNTIL WS-SRC-IDX > 13
              IF WS-SRC-PRESENT (WS-SRC-IDX) NOT = "Y"
                 MOVE SPACES TO CTLRPT-REC
                 STRING WS-SRC-FILE (WS-SRC-IDX) DELIMITED BY SPACE
                        " NOT RECEIVED - NOTHING TO POST"
                        DELIMITED BY SIZE
                        INTO CTLRPT-REC
                 END-STRING
                 WRITE CTLRPT-REC
              ELSE
                 PERFORM CHECK-ONE-SOURCE-PARA
              END-IF
              SET WS-SRC-IDX UP BY 1
           END-PERFORM.

       CHECK-ONE-SOURCE-PARA.
           IF WS-SRC-KIND (WS-SRC-IDX) = "F"
              IF WS-SRC-TRL-SEEN (WS-SRC-IDX) NOT = "Y"
                 MOVE SPACES TO CTLRPT-REC
                 STRING "NO TRAILER ON " DELIMITED BY SIZE
                        WS-SRC-FILE (WS-SRC-IDX) DELIMITED BY SPACE
                        INTO CTLRPT-REC
                 END-STRING
                 WRITE CTLRPT-REC
                 ADD 1 TO WS-CHECKS-FAILED
              END-IF
              MOVE SPACES TO WS-CK-NAME
              STRING WS-SRC-CODE (WS-SRC-IDX) DELIMITED BY SPACE
                     " LINES VS TRAILER COUNT" DELIMITED BY SIZE
                     INTO WS-CK-NAME
              END-STRING
              MOVE WS-SRC-LINES (WS-SRC-IDX)   TO WS-CK-LEFT
              MOVE WS-SRC-TRAILER (WS-SRC-IDX) TO WS-CK-RIGHT
              IF WS-SRC-LINES (WS-SRC-IDX) =
                 WS-SRC-TRAILER (WS-SRC-IDX)
                 MOVE "OK"    TO WS-CK-VERDICT
              ELSE
                 MOVE "BREAK" TO WS-CK-VERDICT
                 ADD 1 TO WS-CHECKS-FAILED
              END-IF
              WRITE CTLRPT-REC FROM WS-CHECK-LINE
           END-IF
           IF WS-SRC-KIND (WS-SRC-IDX) = "H"
              MOVE SPACES TO WS-CK-NAME
              STRING WS-SRC-CODE (WS-SRC-IDX) DELIMITED BY SPACE
                     " ROWS MATCHED TO FEEDS VS ROWS"
                     DELIMITED BY SIZE
                     INTO WS-CK-NAME
              END-STRING
              MOVE WS-SRC-MATCHED (WS-SRC-IDX) TO WS-CK-LEFT
              MOVE WS-SRC-LINES (WS-SRC-IDX)   TO WS-CK-RIGHT
              MOVE "INFO" TO WS-CK-VERDICT
              WRITE CTLRPT-REC FROM WS-CHECK-LINE
           END-IF
           MOVE SPACES TO WS-AK-NAME
           STRING WS-SRC-CODE (WS-SRC-IDX) DELIMITED BY SPACE
                  " FEED AMOUNT VS DEBITS" DELIMITED BY SIZE
                  INTO WS-AK-NAME
           END-STRING
           MOVE WS-SRC-AMOUNT (WS-SRC-IDX) TO WS-AK-LEFT-NUM
           MOVE WS-SRC-DEBITS (WS-SRC-IDX) TO WS-AK-RIGHT-NUM
           PERFORM CHECK-AMOUNT-PARA
           MOVE SPACES TO WS-AK-NAME
           STRING WS-SRC-CODE (WS-SRC-IDX) DELIMITED BY SPACE
                  " DEBITS VS CREDITS" DELIMITED BY SIZE
                  INTO WS-AK-NAME
           END-STRING
           MOVE WS-SRC-DEBITS (WS-SRC-IDX)  TO WS-AK-LEFT-NUM
           MOVE WS-SRC-CREDITS (WS-SRC-IDX) TO WS-AK-RIGHT-NUM
           PERFORM CHECK-AMOUNT-PARA
           IF WS-SRC-EXCEPTS (WS-SRC-IDX) > 0
              MOVE SPACES TO WS-CK-NAME
              STRING WS-SRC-CODE (WS-SRC-IDX) DELIMITED BY SPACE
                     " LINES NOT VOUCHERED" DELIMITED BY SIZE
                     INTO WS-CK-NAME
              END-STRING
              MOVE WS-SRC-EXCEPTS (WS-SRC-IDX) TO WS-CK-LEFT
              MOVE 0 TO WS-CK-RIGHT
              MOVE "BREAK" TO WS-CK-VERDICT
              ADD 1 TO WS-CHECKS-FAILED
              WRITE CTLRPT-REC FROM WS-CHECK-LINE
           END-IF.

       CHECK-AMOUNT-PARA.
           MOVE WS-AK-LEFT-NUM  TO WS-AK-LEFT
           MOVE WS-AK-RIGHT-NUM TO WS-AK-RIGHT
           IF WS-AK-LEFT-NUM = WS-AK-RIGHT-NUM
              MOVE "OK"    TO WS-AK-VERDICT
           ELSE
              MOVE "BREAK" TO WS-AK-VERDICT
              ADD 1 TO WS-CHECKS-FAILED
           END-IF
           WRITE CTLRPT-REC FROM WS-AMT-CHECK-LINE.

       WRITE-TRIAL-BALANCE-PARA.
           OPEN OUTPUT TBRPT-FILE
           IF TBRPT-FILE-STATUS NOT = "00"
              DISPLAY "TRIAL BALANCE OPEN FAILED, STATUS="
                      TBRPT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WH-TH-DATE
           MOVE WS-CYCLE-ID TO WH-TH-CYCLE
           WRITE TBRPT-REC FROM WH-TB-HDR1
           MOVE 0 TO WS-BRANCH-COUNT
           SET WS-GM-IDX TO 1
           PERFORM UNTIL WS-GM-IDX > WS-GL-COUNT
              PERFORM ADD-BRANCH-PARA
              SET WS-GM-IDX UP BY 1
           END-PERFORM
           SET WS-BR-IDX TO 1
           PERFORM UNTIL WS-BR-IDX > WS-BRANCH-COUNT
              PERFORM WRITE-TB-BRANCH-PARA
              SET WS-BR-IDX UP BY 1
           END-PERFORM
           MOVE SPACES TO TBRPT-REC
           WRITE TBRPT-REC
           MOVE "ALL BRANCHES"     TO WS-TT-LABEL
           MOVE WS-TB-ALL-DAY-DR   TO WS-TT-DAY-DR
           MOVE WS-TB-ALL-DAY-CR   TO WS-TT-DAY-CR
           MOVE WS-TB-ALL-CLOSE-DR TO WS-TT-CLOSE-DR
           MOVE WS-TB-ALL-CLOSE-CR TO WS-TT-CLOSE-CR
           IF WS-TB-ALL-DAY-DR = WS-TB-ALL-DAY-CR
              AND WS-TB-ALL-CLOSE-DR = WS-TB-ALL-CLOSE-CR
              MOVE "BALANCED"       TO WS-TT-VERDICT
           ELSE
              MOVE "OUT OF BALANCE" TO WS-TT-VERDICT
              ADD 1 TO WS-TB-BREAKS
           END-IF
           WRITE TBRPT-REC FROM WS-TB-TOTAL
           IF WS-TB-BREAKS > 0
              MOVE SPACES TO WS-CK-NAME
              MOVE "TRIAL BALANCE BRANCHES OUT OF BALANCE"
                   TO WS-CK-NAME
              MOVE WS-TB-BREAKS TO WS-CK-LEFT
              MOVE 0            TO WS-CK-RIGHT
              MOVE "BREAK"      TO WS-CK-VERDICT
              WRITE CTLRPT-REC FROM WS-CHECK-LINE
              ADD 1 TO WS-CHECKS-FAILED
           END-IF
           MOVE SPACES TO TBRPT-REC
           WRITE TBRPT-REC
           IF WS-CHECKS-FAILED = 0
              MOVE "VERDICT: GO - GL BALANCES ROLLED FORWARD"
                   TO TBRPT-REC
           ELSE
              MOVE "VERDICT: NO-GO - GL BALANCES NOT ROLLED FORWARD"
                   TO TBRPT-REC
           END-IF
           WRITE TBRPT-REC
           CLOSE TBRPT-FILE.

       ADD-BRANCH-PARA.
           MOVE "N" TO WS-BR-FOUND
           SET WS-BR-IDX TO 1
           PERFORM UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                      OR WS-BR-FOUND = "Y"
              IF WS-BR-IFSC (WS-BR-IDX) = WS-GM-BRANCH (WS-GM-IDX)
                 MOVE "Y" TO WS-BR-FOUND
              END-IF
              SET WS-BR-IDX UP BY 1
           END-PERFORM
           IF WS-BR-FOUND NOT = "Y"
              IF WS-BRANCH-COUNT NOT < 200
                 DISPLAY "GL BRANCH CAPACITY EXCEEDED AT "
                         WS-BRANCH-COUNT " - RUN STOPPED"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-BRANCH-COUNT
              SET WS-BR-IDX TO WS-BRANCH-COUNT
              MOVE WS-GM-BRANCH (WS-GM-IDX) TO WS-BR-IFSC (WS-BR-IDX)
           END-IF.

       WRITE-TB-BRANCH-PARA.
           MOVE WS-BR-IFSC (WS-BR-IDX) TO WS-BR-CURRENT
           MOVE 0 TO WS-TB-DAY-DR
           MOVE 0 TO WS-TB-DAY-CR
           MOVE 0 TO WS-TB-CLOSE-DR
           MOVE 0 TO WS-TB-CLOSE-CR
           MOVE SPACES TO TBRPT-REC
           WRITE TBRPT-REC
           MOVE WS-BR-CURRENT TO WH-TB-IFSC
           WRITE TBRPT-REC FROM WH-TB-BRANCH
           WRITE TBRPT-REC FROM WH-TB-HDR2
           SET WS-GM-IDX TO 1
           PERFORM UNTIL WS-GM-IDX > WS-GL-COUNT
              IF WS-GM-BRANCH (WS-GM-IDX) = WS-BR-CURRENT
                 PERFORM WRITE-TB-LINE-PARA
              END-IF
              SET WS-GM-IDX UP BY 1
           END-PERFORM
           MOVE "BRANCH TOTAL"  TO WS-TT-LABEL
           MOVE WS-TB-DAY-DR    TO WS-TT-DAY-DR
           MOVE WS-TB-DAY-CR    TO WS-TT-DAY-CR
           MOVE WS-TB-CLOSE-DR  TO WS-TT-CLOSE-DR
           MOVE WS-TB-CLOSE-CR  TO WS-TT-CLOSE-CR
           IF WS-TB-DAY-DR = WS-TB-DAY-CR
              AND WS-TB-CLOSE-DR = WS-TB-CLOSE-CR
              MOVE "BALANCED"       TO WS-TT-VERDICT
           ELSE
              MOVE "OUT OF BALANCE" TO WS-TT-VERDICT
              ADD 1 TO WS-TB-BREAKS
           END-IF
           WRITE TBRPT-REC FROM WS-TB-TOTAL
           ADD WS-TB-DAY-DR   TO WS-TB-ALL-DAY-DR
           ADD WS-TB-DAY-CR   TO WS-TB-ALL-DAY-CR
           ADD WS-TB-CLOSE-DR TO WS-TB-ALL-CLOSE-DR
           ADD WS-TB-CLOSE-CR TO WS-TB-ALL-CLOSE-CR.

       WRITE-TB-LINE-PARA.
           ADD WS-GM-DAY-DR (WS-GM-IDX) TO WS-TB-DAY-DR
           ADD WS-GM-DAY-CR (WS-GM-IDX) TO WS-TB-DAY-CR
           MOVE 0 TO WS-TD-CLOSE-DR
           MOVE 0 TO WS-TD-CLOSE-CR
           IF WS-GM-CLOSE (WS-GM-IDX) < 0
              COMPUTE WS-TD-CLOSE-CR = 0 - WS-GM-CLOSE (WS-GM-IDX)
              SUBTRACT WS-GM-CLOSE (WS-GM-IDX) FROM WS-TB-CLOSE-CR
           ELSE
              MOVE WS-GM-CLOSE (WS-GM-IDX) TO WS-TD-CLOSE-DR
              ADD WS-GM-CLOSE (WS-GM-IDX) TO WS-TB-CLOSE-DR
           END-IF
           IF WS-GM-OPEN (WS-GM-IDX) NOT = 0
              OR WS-GM-DAY-DR (WS-GM-IDX) NOT = 0
              OR WS-GM-DAY-CR (WS-GM-IDX) NOT = 0
              MOVE WS-GM-CODE (WS-GM-IDX)   TO WS-TD-CODE
              MOVE WS-GM-DESC (WS-GM-IDX)   TO WS-TD-DESC
              MOVE WS-GM-TYPE (WS-GM-IDX)   TO WS-TD-TYPE
              MOVE WS-GM-OPEN (WS-GM-IDX)   TO WS-TD-OPEN
              MOVE WS-GM-DAY-DR (WS-GM-IDX) TO WS-TD-DAY-DR
              MOVE WS-GM-DAY-CR (WS-GM-IDX) TO WS-TD-DAY-CR
              WRITE TBRPT-REC FROM WS-TB-DETAIL
           END-IF.

       REWRITE-GL-MASTER-PARA.
           OPEN OUTPUT GLMST-FILE
           IF GLMST-FILE-STATUS NOT = "00"
              DISPLAY "GL MASTER REWRITE FAILED, STATUS="
                      GLMST-FILE-STATUS
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           SET WS-GM-IDX TO 1
           PERFORM UNTIL WS-GM-IDX > WS-GL-COUNT
              MOVE WS-GM-CODE (WS-GM-IDX)   TO GL-CODE
              MOVE WS-GM-BRANCH (WS-GM-IDX) TO GL-BRANCH
              MOVE WS-GM-DESC (WS-GM-IDX)   TO GL-DESC
              MOVE WS-GM-TYPE (WS-GM-IDX)   TO GL-TYPE
              IF WS-GM-CLOSE (WS-GM-IDX) < 0
                 COMPUTE GL-BALANCE = 0 - WS-GM-CLOSE (WS-GM-IDX)
                 MOVE "C" TO GL-BAL-SIDE
              ELSE
                 MOVE WS-GM-CLOSE (WS-GM-IDX) TO GL-BALANCE
                 MOVE "D" TO GL-BAL-SIDE
              END-IF
              IF WS-GM-MONTH-OPEN (WS-GM-IDX) < 0
                 COMPUTE GL-MONTH-OPEN =
                         0 - WS-GM-MONTH-OPEN (WS-GM-IDX)
                 MOVE "C" TO GL-MONTH-SIDE
              ELSE
                 MOVE WS-GM-MONTH-OPEN (WS-GM-IDX) TO GL-MONTH-OPEN
                 MOVE "D" TO GL-MONTH-SIDE
              END-IF
              MOVE WS-RUN-DATE TO GL-LAST-POST
              WRITE GLMST-REC FROM WS-GL-LINE
              SET WS-GM-IDX UP BY 1
           END-PERFORM
           CLOSE GLMST-FILE.

       WRITE-BALANCE-SHEET-PARA.
           MOVE 0 TO WS-AGG-COUNT
           SET WS-GM-IDX TO 1
           PERFORM UNTIL WS-GM-IDX > WS-GL-COUNT
              PERFORM AGGREGATE-GL-PARA
              SET WS-GM-IDX UP BY 1
           END-PERFORM
           OPEN OUTPUT BSRPT-FILE
           IF BSRPT-FILE-STATUS NOT = "00"
              DISPLAY "BALANCE SHEET OPEN FAILED, STATUS="
                      BSRPT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO WS-BS-TOT-ASSETS
           MOVE 0 TO WS-BS-TOT-LIAB
           MOVE 0 TO WS-PL-INC-MONTH
           MOVE 0 TO WS-PL-INC-TODATE
           MOVE 0 TO WS-PL-EXP-MONTH
           MOVE 0 TO WS-PL-EXP-TODATE
           SET WS-AG-IDX TO 1
           PERFORM UNTIL WS-AG-IDX > WS-AGG-COUNT
              EVALUATE WS-AG-TYPE (WS-AG-IDX)
                 WHEN "I"
                    COMPUTE WS-PL-INC-TODATE = WS-PL-INC-TODATE
                          - WS-AG-CLOSE (WS-AG-IDX)
                    COMPUTE WS-PL-INC-MONTH = WS-PL-INC-MONTH
                          - WS-AG-CLOSE (WS-AG-IDX)
                          + WS-AG-MONTH-OPEN (WS-AG-IDX)
                 WHEN "E"
                    COMPUTE WS-PL-EXP-TODATE = WS-PL-EXP-TODATE
                          + WS-AG-CLOSE (WS-AG-IDX)
                    COMPUTE WS-PL-EXP-MONTH = WS-PL-EXP-MONTH
                          + WS-AG-CLOSE (WS-AG-IDX)
                          - WS-AG-MONTH-OPEN (WS-AG-IDX)
              END-EVALUATE
              SET WS-AG-IDX UP BY 1
           END-PERFORM
           COMPUTE WS-BS-PROFIT = WS-PL-INC-TODATE - WS-PL-EXP-TODATE
           MOVE WS-RUN-DATE TO WH-BH-DATE
           WRITE BSRPT-REC FROM WH-BS-HDR1
           MOVE SPACES TO BSRPT-REC
           WRITE BSRPT-REC
           MOVE "LIABILITIES" TO BSRPT-REC
           WRITE BSRPT-REC
           MOVE "L" TO WS-BS-SECTION
           PERFORM WRITE-BS-SECTION-PARA
           MOVE SPACES                     TO WS-BB-CODE
           MOVE "PROFIT AND LOSS ACCOUNT"  TO WS-BB-DESC
           MOVE WS-BS-PROFIT               TO WS-BB-AMOUNT
           WRITE BSRPT-REC FROM WS-BS-BAL-LINE
           ADD WS-BS-PROFIT TO WS-BS-TOT-LIAB
           MOVE "TOTAL LIABILITIES"        TO WS-BB-DESC
           MOVE WS-BS-TOT-LIAB             TO WS-BB-AMOUNT
           WRITE BSRPT-REC FROM WS-BS-BAL-LINE
           MOVE SPACES TO BSRPT-REC
           WRITE BSRPT-REC
           MOVE "ASSETS" TO BSRPT-REC
           WRITE BSRPT-REC
           MOVE "A" TO WS-BS-SECTION
           PERFORM WRITE-BS-SECTION-PARA
           MOVE SPACES                     TO WS-BB-CODE
           MOVE "TOTAL ASSETS"             TO WS-BB-DESC
           MOVE WS-BS-TOT-ASSETS           TO WS-BB-AMOUNT
           WRITE BSRPT-REC FROM WS-BS-BAL-LINE
           IF WS-BS-TOT-ASSETS NOT = WS-BS-TOT-LIAB
              MOVE "BALANCE SHEET DOES NOT AGREE" TO BSRPT-REC
              WRITE BSRPT-REC
              DISPLAY "BALANCE SHEET DOES NOT AGREE FOR "
                      WS-RUN-DATE
           END-IF
           MOVE SPACES TO BSRPT-REC
           WRITE BSRPT-REC
           MOVE WS-RUN-DATE(1:6) TO WH-PH-MONTH
           WRITE BSRPT-REC FROM WH-PL-HDR1
           WRITE BSRPT-REC FROM WH-PL-HDR2
           MOVE "INCOME" TO BSRPT-REC
           WRITE BSRPT-REC
           MOVE "I" TO WS-BS-SECTION
           PERFORM WRITE-BS-SECTION-PARA
           MOVE SPACES                     TO WS-BD-CODE
           MOVE "TOTAL INCOME"             TO WS-BD-DESC
           MOVE WS-PL-INC-MONTH            TO WS-BD-MONTH
           MOVE WS-PL-INC-TODATE           TO WS-BD-AMOUNT
           WRITE BSRPT-REC FROM WS-BS-DETAIL
           MOVE SPACES TO BSRPT-REC
           WRITE BSRPT-REC
           MOVE "EXPENDITURE" TO BSRPT-REC
           WRITE BSRPT-REC
           MOVE "E" TO WS-BS-SECTION
           PERFORM WRITE-BS-SECTION-PARA
           MOVE SPACES                     TO WS-BD-CODE
           MOVE "TOTAL EXPENDITURE"        TO WS-BD-DESC
           MOVE WS-PL-EXP-MONTH            TO WS-BD-MONTH
           MOVE WS-PL-EXP-TODATE           TO WS-BD-AMOUNT
           WRITE BSRPT-REC FROM WS-BS-DETAIL
           MOVE SPACES TO BSRPT-REC
           WRITE BSRPT-REC
           MOVE SPACES                     TO WS-BD-CODE
           MOVE "NET PROFIT (LOSS -)"      TO WS-BD-DESC
           COMPUTE WS-BD-MONTH = WS-PL-INC-MONTH - WS-PL-EXP-MONTH
           MOVE WS-BS-PROFIT               TO WS-BD-AMOUNT
           WRITE BSRPT-REC FROM WS-BS-DETAIL
           CLOSE BSRPT-FILE
           DISPLAY "MONTH-END BALANCE SHEET AND P AND L WRITTEN".

       AGGREGATE-GL-PARA.
           MOVE "N" TO WS-AG-FOUND
           SET WS-AG-IDX TO 1
           PERFORM UNTIL WS-AG-IDX > WS-AGG-COUNT
                      OR WS-AG-FOUND = "Y"
              IF WS-AG-CODE (WS-AG-IDX) = WS-GM-CODE (WS-GM-IDX)
                 MOVE "Y" TO WS-AG-FOUND
              ELSE
                 SET WS-AG-IDX UP BY 1
              END-IF
           END-PERFORM
           IF WS-AG-FOUND NOT = "Y"
              IF WS-AGG-COUNT NOT < 300
                 DISPLAY "GL CODE CAPACITY EXCEEDED AT "
                         WS-AGG-COUNT " - RUN STOPPED"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-AGG-COUNT
              SET WS-AG-IDX TO WS-AGG-COUNT
              MOVE WS-GM-CODE (WS-GM-IDX) TO WS-AG-CODE (WS-AG-IDX)
              MOVE WS-GM-DESC (WS-GM-IDX) TO WS-AG-DESC (WS-AG-IDX)
              MOVE WS-GM-TYPE (WS-GM-IDX) TO WS-AG-TYPE (WS-AG-IDX)
              MOVE 0 TO WS-AG-CLOSE (WS-AG-IDX)
              MOVE 0 TO WS-AG-MONTH-OPEN (WS-AG-IDX)
           END-IF
           ADD WS-GM-CLOSE (WS-GM-IDX) TO WS-AG-CLOSE (WS-AG-IDX)
           ADD WS-GM-MONTH-OPEN (WS-GM-IDX)
               TO WS-AG-MONTH-OPEN (WS-AG-IDX).

       WRITE-BS-SECTION-PARA.
           SET WS-AG-IDX TO 1
           PERFORM UNTIL WS-AG-IDX > WS-AGG-COUNT
              IF WS-AG-TYPE (WS-AG-IDX) = WS-BS-SECTION
                 EVALUATE WS-BS-SECTION
                    WHEN "A"
                       MOVE WS-AG-CLOSE (WS-AG-IDX) TO WS-BS-AMOUNT
                       ADD WS-BS-AMOUNT TO WS-BS-TOT-ASSETS
                       MOVE 0 TO WS-BS-MONTH
                    WHEN "L"
                       COMPUTE WS-BS-AMOUNT =
                               0 - WS-AG-CLOSE (WS-AG-IDX)
                       ADD WS-BS-AMOUNT TO WS-BS-TOT-LIAB
                       MOVE 0 TO WS-BS-MONTH
                    WHEN "I"
                       COMPUTE WS-BS-AMOUNT =
                               0 - WS-AG-CLOSE (WS-AG-IDX)
                       COMPUTE WS-BS-MONTH =
                               WS-AG-MONTH-OPEN (WS-AG-IDX)
                             - WS-AG-CLOSE (WS-AG-IDX)
                    WHEN "E"
                       MOVE WS-AG-CLOSE (WS-AG-IDX) TO WS-BS-AMOUNT
                       COMPUTE WS-BS-MONTH =
                               WS-AG-CLOSE (WS-AG-IDX)
                             - WS-AG-MONTH-OPEN (WS-AG-IDX)
                 END-EVALUATE
                 IF WS-BS-SECTION = "A" OR WS-BS-SECTION = "L"
                    MOVE WS-AG-CODE (WS-AG-IDX) TO WS-BB-CODE
                    MOVE WS-AG-DESC (WS-AG-IDX) TO WS-BB-DESC
                    MOVE WS-BS-AMOUNT           TO WS-BB-AMOUNT
                    WRITE BSRPT-REC FROM WS-BS-BAL-LINE
                 ELSE
                    MOVE WS-AG-CODE (WS-AG-IDX) TO WS-BD-CODE
                    MOVE WS-AG-DESC (WS-AG-IDX) TO WS-BD-DESC
                    MOVE WS-BS-MONTH            TO WS-BD-MONTH
                    MOVE WS-BS-AMOUNT           TO WS-BD-AMOUNT
                    WRITE BSRPT-REC FROM WS-BS-DETAIL
                 END-IF
              END-IF
              SET WS-AG-IDX UP BY 1
           END-PERFORM.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "GLPOST"           TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-LINES       TO WS-OPL-IN-COUNT
           MOVE WS-CTL-VOUCHERS    TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-EXCEPTS     TO WS-OPL-REJ-COUNT
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
