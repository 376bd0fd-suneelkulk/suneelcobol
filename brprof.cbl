       IDENTIFICATION DIVISION.
       PROGRAM-ID. brprof.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRNCHMST-FILE ASSIGN TO "BRANCH-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS BRNCHMST-FILE-STATUS.

           SELECT CITYMST-FILE  ASSIGN TO "CITY-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CITYMST-FILE-STATUS.

           SELECT PARM-FILE  ASSIGN TO "BRANCH-PROFIT-PARM.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PARM-FILE-STATUS.

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

           SELECT FEED-FILE   ASSIGN TO WS-FEED-NAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS FEED-FILE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "INT-ACCRUAL.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS ACCRUAL-FILE-STATUS.

           SELECT SNAP-FILE   ASSIGN TO "BRANCH-ACCRUAL-SNAP.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS SNAP-FILE-STATUS.

           SELECT MTD-FILE    ASSIGN TO "BRANCH-PROFIT-MTD.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS MTD-FILE-STATUS.

           SELECT LOANMST-FILE ASSIGN TO "LOAN-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LOANMST-FILE-STATUS.

           SELECT LOANSCH-FILE ASSIGN TO "LOAN-SCHEDULE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LOANSCH-FILE-STATUS.

           SELECT HIST-FILE   ASSIGN TO "BRANCH-PROFIT-HIST.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS HIST-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY-CALENDAR.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS HOLIDAY-FILE-STATUS.

           SELECT PROFRPT-FILE ASSIGN TO "BRANCH-PROFIT.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PROFRPT-FILE-STATUS.

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
       FD   BRNCHMST-FILE  RECORD CONTAINS 70 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 BRNCHMST-REC            PIC X(70).

       FD   CITYMST-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CITYMST-REC             PIC X(30).

       FD   PARM-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PARM-REC                PIC X(40).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCTBAL-REC.
          COPY ACCTBAL.

       FD   FEED-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 FEED-REC                PIC X(60).

       FD   ACCRUAL-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCRUAL-REC             PIC X(120).

       FD   SNAP-FILE  RECORD CONTAINS 27 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 SNAP-REC                PIC X(27).

       FD   MTD-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 MTD-REC                 PIC X(60).

       FD   LOANMST-FILE  RECORD CONTAINS 200 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANMST-REC             PIC X(200).

       FD   LOANSCH-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANSCH-REC             PIC X(120).

       FD   HIST-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 HIST-REC                PIC X(40).

       FD   HOLIDAY-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 HOLIDAY-REC             PIC X(40).

       FD   PROFRPT-FILE  RECORD CONTAINS 132 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PROFRPT-REC             PIC X(132).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 BRNCHMST-FILE-STATUS PIC X(02).
       01 CITYMST-FILE-STATUS  PIC X(02).
       01 PARM-FILE-STATUS     PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 ACCTBAL-FILE-STATUS  PIC X(02).
       01 FEED-FILE-STATUS     PIC X(02).
       01 ACCRUAL-FILE-STATUS  PIC X(02).
       01 SNAP-FILE-STATUS     PIC X(02).
       01 MTD-FILE-STATUS      PIC X(02).
       01 LOANMST-FILE-STATUS  PIC X(02).
       01 LOANSCH-FILE-STATUS  PIC X(02).
       01 HIST-FILE-STATUS     PIC X(02).
       01 HOLIDAY-FILE-STATUS  PIC X(02).
       01 PROFRPT-FILE-STATUS  PIC X(02).
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
       01 WS-RUN-MONTH         PIC 9(06) VALUE 0.
       01 WS-PRIOR-MONTH       PIC 9(06) VALUE 0.
       01 WS-CUTOFF-MONTH      PIC 9(06) VALUE 0.
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

       01 WS-PM-NAME-IN        PIC X(20).
       01 WS-PM-VALUE-IN       PIC X(15).
       01 WS-PM-VALUE          PIC 9(05)V99 VALUE 0.
       01 WS-FTP-RATE          PIC 9(02)V99 VALUE 6.00.
       01 WS-GST-RATE          PIC 9(02)V99 VALUE 18.00.

       01 WS-CITY-TABLE.
          05 WS-CITY-ENTRY OCCURS 50 TIMES INDEXED BY WS-CITY-IDX.
             10 WS-CITY-TAB-NAME   PIC X(20).
             10 WS-CITY-TAB-CODE   PIC X(03).
             10 WS-CITY-TAB-BRNCH  PIC X(03).
       01 WS-CITY-COUNT        PIC 9(03) VALUE 0.
       01 WS-CITY-CODE         PIC X(03) VALUE SPACES.

       01 WS-BR-CODE-IN        PIC X(03).
       01 WS-BR-CITY-IN        PIC X(20).
       01 WS-BR-IFSC-IN        PIC X(03).
       01 WS-BR-ADDR-IN        PIC X(40).
       01 WK-BANK-CODE         PIC X(05) VALUE "SUNB0".
       01 WS-NEW-IFSC.
          05 WS-NI-BANK        PIC X(05).
          05 WS-NI-CITY        PIC X(03).
          05 WS-NI-BRNCH       PIC X(03).
       01 WS-UNMAPPED          PIC X(11) VALUE "UNMAPPED".

       01 WS-BRANCH-TABLE.
          05 WS-BR-ENTRY OCCURS 201 TIMES INDEXED BY WS-BR-IDX.
             10 WS-BR-IFSC       PIC X(11).
             10 WS-BR-CITY       PIC X(20).
             10 WS-BR-FEES       PIC 9(11)V99.
             10 WS-BR-DEP-INT    PIC 9(11)V99.
             10 WS-BR-LOAN-INT   PIC 9(11)V99.
             10 WS-BR-DEPOSITS   PIC 9(13)V99.
             10 WS-BR-LOANS      PIC 9(13)V99.
             10 WS-BR-FTP        PIC S9(11)V99.
             10 WS-BR-NET        PIC S9(11)V99.
             10 WS-BR-PRIOR      PIC S9(11)V99.
             10 WS-BR-HAS-PRIOR  PIC X(01).
             10 WS-BR-RANK       PIC 9(03).
       01 WS-BRANCH-COUNT      PIC 9(03) VALUE 0.
       01 WS-UNMAPPED-IDX      PIC 9(03) VALUE 0.
       01 WS-BR-HIT            PIC 9(03) VALUE 0.
       01 WS-BR-OTHER          PIC 9(03) VALUE 0.
       01 WS-LOOK-IFSC         PIC X(11).
       01 WS-LOOK-ACCT         PIC X(14).

       01 WS-MTD-LINE.
          05 WS-MT-IFSC          PIC X(11).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-MT-MONTH         PIC 9(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-MT-LAST          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-MT-REPORTED      PIC X(01).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-MT-FEES          PIC 9(11).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-MT-DEP-INT       PIC 9(11).99.
       01 WS-MT-IFSC-IN        PIC X(11).
       01 WS-MT-MONTH-IN       PIC X(06).
       01 WS-MT-LAST-IN        PIC X(08).
       01 WS-MT-REPORTED-IN    PIC X(01).
       01 WS-MT-FEES-IN        PIC X(14).
       01 WS-MT-DEP-INT-IN     PIC X(14).
       01 WS-MTD-MONTH         PIC X(06) VALUE SPACES.
       01 WS-MTD-LAST          PIC X(08) VALUE SPACES.
       01 WS-MTD-REPORTED      PIC X(01) VALUE "N".
       01 WS-ALREADY-ACCUM     PIC X(01) VALUE "N".

       01 WS-FEED-NAME         PIC X(24) VALUE SPACES.
       01 WS-FEED-TABLE.
          05 WS-FD-ENTRY OCCURS 4 TIMES INDEXED BY WS-FD-IDX.
             10 WS-FD-FILE       PIC X(24).
             10 WS-FD-LINES      PIC 9(07).
             10 WS-FD-AMOUNT     PIC 9(11)V99.
       01 WS-FX-ACCT-IN        PIC X(14).
       01 WS-FX-TYPE-IN        PIC X(03).
       01 WS-FX-AMT-IN         PIC X(14).
       01 WS-FX-AMOUNT         PIC 9(11)V99 VALUE 0.
       01 WS-FX-NET            PIC 9(11)V99 VALUE 0.

       01 WS-SNAP-LINE.
          05 WS-SL-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-SL-AMOUNT        PIC 9(09).99.
       01 WS-SNAP-TABLE.
          05 WS-SN-ENTRY OCCURS 20000 TIMES INDEXED BY WS-SN-IDX.
             10 WS-SN-ACCT       PIC X(14).
             10 WS-SN-AMOUNT     PIC 9(09)V99.
       01 WS-SNAP-COUNT        PIC 9(05) VALUE 0.
       01 WS-SN-FOUND          PIC X(01) VALUE "N".
       01 WS-SN-ACCT-IN        PIC X(14).
       01 WS-SN-AMOUNT-IN      PIC X(12).
       01 WS-SNAP-PRESENT      PIC X(01) VALUE "N".
       01 WS-AC-ACCT-IN        PIC X(14).
       01 WS-AC-DATE-IN        PIC X(08).
       01 WS-AC-AMOUNT-IN      PIC X(12).
       01 WS-AC-AMOUNT         PIC 9(09)V99 VALUE 0.
       01 WS-AC-DELTA          PIC 9(09)V99 VALUE 0.

       01 WS-LOAN-TABLE.
          05 WS-LN-ENTRY OCCURS 1000 TIMES INDEXED BY WS-LN-IDX.
             10 WS-LN-ACCT       PIC X(14).
             10 WS-LN-BRANCH     PIC 9(03).
       01 WS-LOAN-COUNT        PIC 9(04) VALUE 0.
       01 WS-LN-FOUND          PIC X(01) VALUE "N".
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
       01 WS-SC-ACCT-IN        PIC X(14).
       01 WS-SC-INST-IN        PIC X(03).
       01 WS-SC-DUE-IN         PIC X(08).
       01 WS-SC-EMI-IN         PIC X(12).
       01 WS-SC-PRIN-IN        PIC X(12).
       01 WS-SC-INT-IN         PIC X(12).
       01 WS-SC-STATUS-IN      PIC X(01).

       01 WS-HIST-LINE.
          05 WS-HL-MONTH         PIC 9(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-HL-IFSC          PIC X(11).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-HL-NET           PIC -9(11).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-HL-RANK          PIC 9(03).
       01 WS-HIST-TABLE.
          05 WS-HS-ENTRY OCCURS 6000 TIMES INDEXED BY WS-HS-IDX.
             10 WS-HS-MONTH      PIC 9(06).
             10 WS-HS-IFSC       PIC X(11).
             10 WS-HS-NET        PIC S9(11)V99.
             10 WS-HS-RANK       PIC 9(03).
       01 WS-HIST-COUNT        PIC 9(04) VALUE 0.
       01 WS-HS-MONTH-IN       PIC X(06).
       01 WS-HS-IFSC-IN        PIC X(11).
       01 WS-HS-NET-IN         PIC X(16).
       01 WS-HS-RANK-IN        PIC X(03).

       01 WS-RANK-NO           PIC 9(03) VALUE 0.
       01 WS-CHANGE            PIC S9(11)V99 VALUE 0.
       01 WS-TREND             PIC X(04) VALUE SPACES.
       01 WS-TOT-FEES          PIC 9(13)V99 VALUE 0.
       01 WS-TOT-DEP-INT       PIC 9(13)V99 VALUE 0.
       01 WS-TOT-LOAN-INT      PIC 9(13)V99 VALUE 0.
       01 WS-TOT-DEPOSITS      PIC 9(15)V99 VALUE 0.
       01 WS-TOT-LOANS         PIC 9(15)V99 VALUE 0.
       01 WS-TOT-FTP           PIC S9(13)V99 VALUE 0.
       01 WS-TOT-NET           PIC S9(13)V99 VALUE 0.
       01 WS-NET-DEPOSITS      PIC S9(15)V99 VALUE 0.

       01 WS-CTL-FEE-LINES     PIC 9(07) VALUE 0.
       01 WS-CTL-ACCRUALS      PIC 9(07) VALUE 0.
       01 WS-CTL-UNMAPPED      PIC 9(07) VALUE 0.
       01 WS-CTL-LOANS         PIC 9(07) VALUE 0.
       01 WS-CTL-INSTALMENTS   PIC 9(07) VALUE 0.
       01 WS-CTL-ACCOUNTS      PIC 9(07) VALUE 0.
       01 WS-CTL-REPORTED      PIC 9(07) VALUE 0.

       01 WH-RULE-LINE          PIC X(125) VALUE ALL "-".
       01 WH-PROF-HDR1.
          05 FILLER              PIC X(38) VALUE
             "BRANCH PROFITABILITY REPORT FOR MONTH ".
          05 WH-PH-MONTH         PIC X(06).
          05 FILLER              PIC X(12) VALUE "   RUN DATE ".
          05 WH-PH-DATE          PIC X(08).
          05 FILLER              PIC X(09) VALUE "   CYCLE ".
          05 WH-PH-CYCLE         PIC X(04).
       01 WH-PROF-HDR2.
          05 FILLER              PIC X(09) VALUE "FTP RATE ".
          05 WH-PH-FTP           PIC Z9.99.
          05 FILLER              PIC X(28) VALUE
             " PCT P.A. ON NET DEPOSITS   ".
          05 FILLER              PIC X(20) VALUE
             "FEES NET OF GST AT ".
          05 WH-PH-GST           PIC Z9.99.
          05 FILLER              PIC X(04) VALUE " PCT".
       01 WH-PROF-COLS.
          05 FILLER              PIC X(30) VALUE
             "RANK IFSC        CITY         ".
          05 FILLER              PIC X(30) VALUE
             "     LOAN INT      FEE INCOME ".
          05 FILLER              PIC X(30) VALUE
             "     DEP INT        FTP CR/DR ".
          05 FILLER              PIC X(30) VALUE
             "NET CONTRIB   CHANGE ON MONTH ".
          05 FILLER              PIC X(05) VALUE "TREND".
       01 WS-PROF-DETAIL.
          05 WS-PD-RANK          PIC ZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-PD-IFSC          PIC X(11).
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-PD-CITY          PIC X(12).
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-PD-LOAN-INT      PIC Z(9)9.99.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-PD-FEES          PIC Z(9)9.99.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-PD-DEP-INT       PIC Z(9)9.99.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-PD-FTP           PIC Z(9)9.99-.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-PD-NET           PIC Z(9)9.99-.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-PD-CHANGE        PIC Z(9)9.99-.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-PD-TREND         PIC X(04).
       01 WH-FTP-HDR            PIC X(60) VALUE
          "FUNDS TRANSFER PRICING BASIS".
       01 WH-FTP-COLS.
          05 FILLER              PIC X(30) VALUE
             "     IFSC        CITY         ".
          05 FILLER              PIC X(30) VALUE
             "         DEPOSITS       LOANS ".
          05 FILLER              PIC X(30) VALUE
             "OUTSTANDING      NET DEPOSITS ".
          05 FILLER              PIC X(15) VALUE
             "      FTP CR/DR".
       01 WS-FTP-DETAIL.
          05 FILLER              PIC X(05) VALUE SPACES.
          05 WS-FT-IFSC          PIC X(11).
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-FT-CITY          PIC X(12).
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-FT-DEPOSITS      PIC Z(13)9.99.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-FT-LOANS         PIC Z(13)9.99.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-FT-NET           PIC Z(13)9.99-.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-FT-FTP           PIC Z(9)9.99-.

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE BRANCH PROFITABILITY PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-MONTH = WS-RUN-YY * 100 + WS-RUN-MM.
           IF WS-RUN-MM = 1
              COMPUTE WS-PRIOR-MONTH = (WS-RUN-YY - 1) * 100 + 12
           ELSE
              COMPUTE WS-PRIOR-MONTH = WS-RUN-MONTH - 1
           END-IF.
           COMPUTE WS-CUTOFF-MONTH = (WS-RUN-YY - 2) * 100
                                   + WS-RUN-MM.
           PERFORM LOAD-HOLIDAYS-PARA.
           PERFORM NEXT-BUSINESS-DAY-PARA.
           IF WS-NEXT-MM NOT = WS-RUN-MM
              MOVE "Y" TO WS-IS-MONTH-END
           END-IF.
           PERFORM LOAD-PARMS-PARA.
           PERFORM LOAD-CITY-MASTER-PARA.
           PERFORM LOAD-BRANCH-MASTER-PARA.
           IF WS-BRANCH-COUNT = 0
              DISPLAY "BRANCH MASTER MISSING OR EMPTY - RUN STOPPED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-MTD-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-ALREADY-ACCUM = "Y"
              DISPLAY "BRANCH FIGURES ALREADY ACCUMULATED FOR "
                      WS-RUN-DATE ", NOT ADDED AGAIN"
           ELSE
              PERFORM ACCUMULATE-FEES-PARA
              PERFORM ACCUMULATE-ACCRUALS-PARA
              MOVE "N" TO WS-MTD-REPORTED
              PERFORM REWRITE-MTD-PARA
           END-IF.
           IF WS-IS-MONTH-END = "Y"
              PERFORM LOAD-LOANS-PARA
              PERFORM SCAN-SCHEDULE-PARA
              PERFORM SCAN-DEPOSITS-PARA
              PERFORM COMPUTE-CONTRIBUTION-PARA
              PERFORM LOAD-HISTORY-PARA
              PERFORM RANK-BRANCHES-PARA
              PERFORM WRITE-REPORT-PARA
              PERFORM REWRITE-HISTORY-PARA
              MOVE "Y" TO WS-MTD-REPORTED
              PERFORM REWRITE-MTD-PARA
           ELSE
              DISPLAY "NOT MONTH END - FIGURES ACCUMULATED, NO REPORT"
           END-IF.
           CLOSE ACCTMST-FILE.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "BRANCH PROFITABILITY SUMMARY - CYCLE "
                   WS-CYCLE-ID.
           DISPLAY "  FEE LINES READ        : " WS-CTL-FEE-LINES.
           DISPLAY "  ACCRUAL ROWS READ     : " WS-CTL-ACCRUALS.
           DISPLAY "  NOT MAPPED TO BRANCH  : " WS-CTL-UNMAPPED.
           DISPLAY "  LOANS LOADED          : " WS-CTL-LOANS.
           DISPLAY "  INSTALMENTS THIS MONTH: " WS-CTL-INSTALMENTS.
           DISPLAY "  DEPOSIT ACCOUNTS      : " WS-CTL-ACCOUNTS.
           DISPLAY "  BRANCHES REPORTED     : " WS-CTL-REPORTED.
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

       LOAD-PARMS-PARA.
           OPEN INPUT PARM-FILE
           IF PARM-FILE-STATUS = "00"
              PERFORM UNTIL PARM-FILE-STATUS NOT = "00"
                 READ PARM-FILE
                   AT END
                     MOVE "10" TO PARM-FILE-STATUS
                   NOT AT END
                     MOVE SPACES TO WS-PM-NAME-IN WS-PM-VALUE-IN
                     UNSTRING PARM-REC DELIMITED BY ","
                     INTO  WS-PM-NAME-IN
                           WS-PM-VALUE-IN
                     END-UNSTRING
                     IF WS-PM-VALUE-IN NOT = SPACES
                        COMPUTE WS-PM-VALUE =
                                FUNCTION NUMVAL(WS-PM-VALUE-IN)
                        PERFORM APPLY-PARM-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE PARM-FILE
           ELSE
              DISPLAY "NO BRANCH PROFIT PARAMETERS, USING BUILT-IN "
                      "RATES"
           END-IF
           DISPLAY "FTP RATE " WS-FTP-RATE " GST RATE " WS-GST-RATE.

       APPLY-PARM-PARA.
           EVALUATE WS-PM-NAME-IN
             WHEN "FTPRATE"
                  MOVE WS-PM-VALUE TO WS-FTP-RATE
             WHEN "GSTRATE"
                  MOVE WS-PM-VALUE TO WS-GST-RATE
             WHEN OTHER
                  DISPLAY "UNKNOWN BRANCH PROFIT PARAMETER IGNORED: "
                          WS-PM-NAME-IN
           END-EVALUATE.

       LOAD-CITY-MASTER-PARA.
           MOVE 0 TO WS-CITY-COUNT
           OPEN INPUT CITYMST-FILE
           IF CITYMST-FILE-STATUS = "00"
              PERFORM UNTIL CITYMST-FILE-STATUS NOT = "00"
                 READ CITYMST-FILE
                   AT END
                     MOVE "10" TO CITYMST-FILE-STATUS
                   NOT AT END
                     IF WS-CITY-COUNT < 50
                        ADD 1 TO WS-CITY-COUNT
                        SET WS-CITY-IDX TO WS-CITY-COUNT
                        UNSTRING CITYMST-REC DELIMITED BY ","
                        INTO WS-CITY-TAB-NAME (WS-CITY-IDX)
                             WS-CITY-TAB-CODE (WS-CITY-IDX)
                             WS-CITY-TAB-BRNCH (WS-CITY-IDX)
                        END-UNSTRING
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE CITYMST-FILE
           ELSE
              DISPLAY "CITY MASTER OPEN FAILED, STATUS="
                      CITYMST-FILE-STATUS
           END-IF.

       LOAD-BRANCH-MASTER-PARA.
           MOVE 0 TO WS-BRANCH-COUNT
           OPEN INPUT BRNCHMST-FILE
           IF BRNCHMST-FILE-STATUS = "00"
              PERFORM UNTIL BRNCHMST-FILE-STATUS NOT = "00"
                 READ BRNCHMST-FILE
                   AT END
                     MOVE "10" TO BRNCHMST-FILE-STATUS
                   NOT AT END
                     MOVE SPACES TO WS-BR-CODE-IN WS-BR-CITY-IN
                                    WS-BR-IFSC-IN WS-BR-ADDR-IN
                     UNSTRING BRNCHMST-REC DELIMITED BY ","
                     INTO WS-BR-CODE-IN
                          WS-BR-CITY-IN
                          WS-BR-IFSC-IN
                          WS-BR-ADDR-IN
                     END-UNSTRING
                     PERFORM ADD-BRANCH-PARA
                 END-READ
              END-PERFORM
              CLOSE BRNCHMST-FILE
           END-IF
           IF WS-BRANCH-COUNT > 0
              COMPUTE WS-UNMAPPED-IDX = WS-BRANCH-COUNT + 1
              SET WS-BR-IDX TO WS-UNMAPPED-IDX
              MOVE WS-UNMAPPED TO WS-BR-IFSC (WS-BR-IDX)
              MOVE SPACES      TO WS-BR-CITY (WS-BR-IDX)
              PERFORM CLEAR-BRANCH-PARA
           END-IF.

       ADD-BRANCH-PARA.
           MOVE SPACES TO WS-CITY-CODE
           SET WS-CITY-IDX TO 1
           PERFORM UNTIL WS-CITY-IDX > WS-CITY-COUNT
                      OR WS-CITY-CODE NOT = SPACES
              IF WS-CITY-TAB-NAME (WS-CITY-IDX) = WS-BR-CITY-IN
                 MOVE WS-CITY-TAB-CODE (WS-CITY-IDX) TO WS-CITY-CODE
              END-IF
              SET WS-CITY-IDX UP BY 1
           END-PERFORM
           IF WS-CITY-CODE = SPACES
              DISPLAY "BRANCH " WS-BR-CODE-IN " CITY NOT ON CITY "
                      "MASTER, BRANCH LEFT OFF THE REPORT"
           ELSE
              IF WS-BRANCH-COUNT >= 200
                 DISPLAY "BRANCH TABLE CAPACITY EXCEEDED AT 200 "
                         "- RUN STOPPED"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-BRANCH-COUNT
              SET WS-BR-IDX TO WS-BRANCH-COUNT
              MOVE WK-BANK-CODE  TO WS-NI-BANK
              MOVE WS-CITY-CODE  TO WS-NI-CITY
              MOVE WS-BR-IFSC-IN TO WS-NI-BRNCH
              MOVE WS-NEW-IFSC   TO WS-BR-IFSC (WS-BR-IDX)
              MOVE WS-BR-CITY-IN TO WS-BR-CITY (WS-BR-IDX)
              PERFORM CLEAR-BRANCH-PARA
           END-IF.

       CLEAR-BRANCH-PARA.
           MOVE 0   TO WS-BR-FEES (WS-BR-IDX)
           MOVE 0   TO WS-BR-DEP-INT (WS-BR-IDX)
           MOVE 0   TO WS-BR-LOAN-INT (WS-BR-IDX)
           MOVE 0   TO WS-BR-DEPOSITS (WS-BR-IDX)
           MOVE 0   TO WS-BR-LOANS (WS-BR-IDX)
           MOVE 0   TO WS-BR-FTP (WS-BR-IDX)
           MOVE 0   TO WS-BR-NET (WS-BR-IDX)
           MOVE 0   TO WS-BR-PRIOR (WS-BR-IDX)
           MOVE "N" TO WS-BR-HAS-PRIOR (WS-BR-IDX)
           MOVE 0   TO WS-BR-RANK (WS-BR-IDX).

       FIND-BRANCH-PARA.
           MOVE WS-UNMAPPED-IDX TO WS-BR-HIT
           SET WS-BR-IDX TO 1
           PERFORM UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                      OR WS-BR-HIT NOT = WS-UNMAPPED-IDX
              IF WS-BR-IFSC (WS-BR-IDX) = WS-LOOK-IFSC
                 SET WS-BR-HIT TO WS-BR-IDX
              END-IF
              SET WS-BR-IDX UP BY 1
           END-PERFORM
           SET WS-BR-IDX TO WS-BR-HIT.

       FIND-ACCOUNT-BRANCH-PARA.
           MOVE WS-UNMAPPED TO WS-LOOK-IFSC
           MOVE WS-LOOK-ACCT TO AM-ACCT-NUM
           READ ACCTMST-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE AM-IFSC TO WS-LOOK-IFSC
           END-READ
           PERFORM FIND-BRANCH-PARA
           IF WS-BR-HIT = WS-UNMAPPED-IDX
              ADD 1 TO WS-CTL-UNMAPPED
           END-IF.

       LOAD-MTD-PARA.
           OPEN INPUT MTD-FILE
           IF MTD-FILE-STATUS = "00"
              PERFORM UNTIL MTD-FILE-STATUS NOT = "00"
                 READ MTD-FILE
                   AT END
                     MOVE "10" TO MTD-FILE-STATUS
                   NOT AT END
                     UNSTRING MTD-REC DELIMITED BY ","
                     INTO  WS-MT-IFSC-IN
                           WS-MT-MONTH-IN
                           WS-MT-LAST-IN
                           WS-MT-REPORTED-IN
                           WS-MT-FEES-IN
                           WS-MT-DEP-INT-IN
                     END-UNSTRING
                     IF WS-MTD-MONTH = SPACES
                        MOVE WS-MT-MONTH-IN    TO WS-MTD-MONTH
                        MOVE WS-MT-LAST-IN     TO WS-MTD-LAST
                        MOVE WS-MT-REPORTED-IN TO WS-MTD-REPORTED
                     END-IF
                     IF WS-MT-MONTH-IN = WS-RUN-DATE(1:6)
                        MOVE WS-MT-IFSC-IN TO WS-LOOK-IFSC
                        PERFORM FIND-BRANCH-PARA
                        COMPUTE WS-BR-FEES (WS-BR-IDX) =
                                FUNCTION NUMVAL(WS-MT-FEES-IN)
                        COMPUTE WS-BR-DEP-INT (WS-BR-IDX) =
                                FUNCTION NUMVAL(WS-MT-DEP-INT-IN)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE MTD-FILE
           ELSE
              DISPLAY "NO MONTH-TO-DATE BRANCH FIGURES, STARTING "
                      "FRESH"
           END-IF
           IF WS-MTD-MONTH NOT = SPACES
              IF WS-MTD-MONTH NOT = WS-RUN-DATE(1:6)
                 IF WS-MTD-REPORTED NOT = "Y"
                    DISPLAY "MONTH-TO-DATE FIGURES FOR " WS-MTD-MONTH
                            " WERE NEVER REPORTED - DISCARDED"
                 END-IF
              ELSE
                 IF WS-MTD-LAST = WS-RUN-DATE
                    MOVE "Y" TO WS-ALREADY-ACCUM
                 END-IF
              END-IF
           END-IF.

       ACCUMULATE-FEES-PARA.
           MOVE "MINBAL-FEE-TXNS.CSV"  TO WS-FD-FILE (1)
           MOVE "CHQ-RETCHG-TXNS.CSV"  TO WS-FD-FILE (2)
           MOVE "LOCKER-RENT-TXNS.CSV" TO WS-FD-FILE (3)
           MOVE "SVC-CHARGE-TXNS.CSV"  TO WS-FD-FILE (4)
           SET WS-FD-IDX TO 1
           PERFORM UNTIL WS-FD-IDX > 4
              MOVE 0 TO WS-FD-LINES (WS-FD-IDX)
              MOVE 0 TO WS-FD-AMOUNT (WS-FD-IDX)
              MOVE WS-FD-FILE (WS-FD-IDX) TO WS-FEED-NAME
              OPEN INPUT FEED-FILE
              IF FEED-FILE-STATUS = "00"
                 PERFORM UNTIL FEED-FILE-STATUS NOT = "00"
                    READ FEED-FILE
                      AT END
                        MOVE "10" TO FEED-FILE-STATUS
                      NOT AT END
                        PERFORM ACCUMULATE-FEE-LINE-PARA
                    END-READ
                 END-PERFORM
                 CLOSE FEED-FILE
                 DISPLAY "CHARGE FEED " WS-FD-FILE (WS-FD-IDX)
                         " LINES " WS-FD-LINES (WS-FD-IDX)
              ELSE
                 DISPLAY "CHARGE FEED " WS-FD-FILE (WS-FD-IDX)
                         " NOT RECEIVED"
              END-IF
              SET WS-FD-IDX UP BY 1
           END-PERFORM.

       ACCUMULATE-FEE-LINE-PARA.
           MOVE SPACES TO WS-FX-ACCT-IN WS-FX-TYPE-IN WS-FX-AMT-IN
           UNSTRING FEED-REC DELIMITED BY ","
           INTO  WS-FX-ACCT-IN
                 WS-FX-TYPE-IN
                 WS-FX-AMT-IN
           END-UNSTRING
           IF WS-FX-ACCT-IN NOT = "TRAILER"
              AND WS-FX-AMT-IN NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-FX-AMT-IN) = 0
                 ADD 1 TO WS-FD-LINES (WS-FD-IDX)
                 ADD 1 TO WS-CTL-FEE-LINES
                 COMPUTE WS-FX-AMOUNT =
                         FUNCTION NUMVAL(WS-FX-AMT-IN)
                 COMPUTE WS-FX-NET ROUNDED =
                         WS-FX-AMOUNT * 100 / (100 + WS-GST-RATE)
                 ADD WS-FX-AMOUNT TO WS-FD-AMOUNT (WS-FD-IDX)
                 MOVE WS-FX-ACCT-IN TO WS-LOOK-ACCT
                 PERFORM FIND-ACCOUNT-BRANCH-PARA
                 ADD WS-FX-NET TO WS-BR-FEES (WS-BR-IDX)
              ELSE
                 DISPLAY "CHARGE LINE WITH BAD AMOUNT IGNORED: "
                         FEED-REC
              END-IF
           END-IF.

       ACCUMULATE-ACCRUALS-PARA.
           PERFORM LOAD-SNAPSHOT-PARA
           OPEN INPUT ACCRUAL-FILE
           IF ACCRUAL-FILE-STATUS NOT = "00"
              DISPLAY "NO INTEREST ACCRUAL FILE, DEPOSIT INTEREST "
                      "NOT ACCUMULATED TODAY"
           ELSE
              OPEN OUTPUT SNAP-FILE
              IF SNAP-FILE-STATUS NOT = "00"
                 DISPLAY "ACCRUAL SNAPSHOT OPEN FAILED, STATUS="
                         SNAP-FILE-STATUS
                 MOVE 28 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM UNTIL ACCRUAL-FILE-STATUS NOT = "00"
                 READ ACCRUAL-FILE
                   AT END
                     MOVE "10" TO ACCRUAL-FILE-STATUS
                   NOT AT END
                     PERFORM ACCUMULATE-ACCRUAL-ROW-PARA
                 END-READ
              END-PERFORM
              CLOSE ACCRUAL-FILE
              CLOSE SNAP-FILE
           END-IF.

       LOAD-SNAPSHOT-PARA.
           MOVE 0 TO WS-SNAP-COUNT
           OPEN INPUT SNAP-FILE
           IF SNAP-FILE-STATUS = "00"
              MOVE "Y" TO WS-SNAP-PRESENT
              PERFORM UNTIL SNAP-FILE-STATUS NOT = "00"
                 READ SNAP-FILE
                   AT END
                     MOVE "10" TO SNAP-FILE-STATUS
                   NOT AT END
                     IF WS-SNAP-COUNT >= 20000
                        DISPLAY "ACCRUAL SNAPSHOT CAPACITY EXCEEDED "
                                "AT 20000 ROWS - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-SNAP-COUNT
                     SET WS-SN-IDX TO WS-SNAP-COUNT
                     UNSTRING SNAP-REC DELIMITED BY ","
                     INTO  WS-SN-ACCT-IN
                           WS-SN-AMOUNT-IN
                     END-UNSTRING
                     MOVE WS-SN-ACCT-IN TO WS-SN-ACCT (WS-SN-IDX)
                     COMPUTE WS-SN-AMOUNT (WS-SN-IDX) =
                             FUNCTION NUMVAL(WS-SN-AMOUNT-IN)
                 END-READ
              END-PERFORM
              CLOSE SNAP-FILE
           ELSE
              DISPLAY "NO ACCRUAL SNAPSHOT, ACCRUED BALANCES TAKEN "
                      "IN FULL"
           END-IF.

       ACCUMULATE-ACCRUAL-ROW-PARA.
           MOVE SPACES TO WS-AC-ACCT-IN WS-AC-DATE-IN WS-AC-AMOUNT-IN
           UNSTRING ACCRUAL-REC DELIMITED BY ","
           INTO  WS-AC-ACCT-IN
                 WS-AC-DATE-IN
                 WS-AC-AMOUNT-IN
           END-UNSTRING
           ADD 1 TO WS-CTL-ACCRUALS
           COMPUTE WS-AC-AMOUNT = FUNCTION NUMVAL(WS-AC-AMOUNT-IN)
           MOVE WS-AC-AMOUNT TO WS-AC-DELTA
           MOVE "N" TO WS-SN-FOUND
           SET WS-SN-IDX TO 1
           PERFORM UNTIL WS-SN-IDX > WS-SNAP-COUNT
                      OR WS-SN-FOUND = "Y"
              IF WS-SN-ACCT (WS-SN-IDX) = WS-AC-ACCT-IN
                 MOVE "Y" TO WS-SN-FOUND
                 IF WS-AC-AMOUNT >= WS-SN-AMOUNT (WS-SN-IDX)
                    COMPUTE WS-AC-DELTA =
                            WS-AC-AMOUNT - WS-SN-AMOUNT (WS-SN-IDX)
                 END-IF
              END-IF
              SET WS-SN-IDX UP BY 1
           END-PERFORM
           IF WS-AC-DELTA > 0
              MOVE WS-AC-ACCT-IN TO WS-LOOK-ACCT
              PERFORM FIND-ACCOUNT-BRANCH-PARA
              ADD WS-AC-DELTA TO WS-BR-DEP-INT (WS-BR-IDX)
           END-IF
           MOVE WS-AC-ACCT-IN TO WS-SL-ACCT
           MOVE WS-AC-AMOUNT  TO WS-SL-AMOUNT
           WRITE SNAP-REC FROM WS-SNAP-LINE.

       REWRITE-MTD-PARA.
           OPEN OUTPUT MTD-FILE
           IF MTD-FILE-STATUS NOT = "00"
              DISPLAY "MONTH-TO-DATE FILE REWRITE FAILED, STATUS="
                      MTD-FILE-STATUS
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           SET WS-BR-IDX TO 1
           PERFORM UNTIL WS-BR-IDX > WS-UNMAPPED-IDX
              MOVE WS-BR-IFSC (WS-BR-IDX)    TO WS-MT-IFSC
              MOVE WS-RUN-MONTH              TO WS-MT-MONTH
              MOVE WS-RUN-DATE               TO WS-MT-LAST
              MOVE WS-MTD-REPORTED           TO WS-MT-REPORTED
              MOVE WS-BR-FEES (WS-BR-IDX)    TO WS-MT-FEES
              MOVE WS-BR-DEP-INT (WS-BR-IDX) TO WS-MT-DEP-INT
              WRITE MTD-REC FROM WS-MTD-LINE
              SET WS-BR-IDX UP BY 1
           END-PERFORM
           CLOSE MTD-FILE.

       LOAD-LOANS-PARA.
           MOVE 0 TO WS-LOAN-COUNT
           OPEN INPUT LOANMST-FILE
           IF LOANMST-FILE-STATUS = "00"
              PERFORM UNTIL LOANMST-FILE-STATUS NOT = "00"
                 READ LOANMST-FILE
                   AT END
                     MOVE "10" TO LOANMST-FILE-STATUS
                   NOT AT END
                     PERFORM LOAD-ONE-LOAN-PARA
                 END-READ
              END-PERFORM
              CLOSE LOANMST-FILE
           ELSE
              DISPLAY "LOAN MASTER NOT FOUND, NO LOAN INCOME OR "
                      "LOAN BOOK THIS MONTH"
           END-IF.

       LOAD-ONE-LOAN-PARA.
           IF WS-LOAN-COUNT >= 1000
              DISPLAY "LOAN MASTER TABLE CAPACITY "
                      "EXCEEDED AT 1000 - RUN STOPPED"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
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
           END-UNSTRING
           ADD 1 TO WS-LOAN-COUNT
           ADD 1 TO WS-CTL-LOANS
           SET WS-LN-IDX TO WS-LOAN-COUNT
           MOVE WS-LM-ACCT-IN TO WS-LN-ACCT (WS-LN-IDX)
           MOVE WS-LM-SAVINGS-IN TO WS-LOOK-ACCT
           PERFORM FIND-ACCOUNT-BRANCH-PARA
           MOVE WS-BR-HIT TO WS-LN-BRANCH (WS-LN-IDX)
           IF WS-LM-STATUS-IN NOT = "C"
              COMPUTE WS-BR-LOANS (WS-BR-IDX) =
                      WS-BR-LOANS (WS-BR-IDX)
                    + FUNCTION NUMVAL(WS-LM-OUT-IN)
           END-IF.

       SCAN-SCHEDULE-PARA.
           OPEN INPUT LOANSCH-FILE
           IF LOANSCH-FILE-STATUS = "00"
              PERFORM UNTIL LOANSCH-FILE-STATUS NOT = "00"
                 READ LOANSCH-FILE
                   AT END
                     MOVE "10" TO LOANSCH-FILE-STATUS
                   NOT AT END
                     UNSTRING LOANSCH-REC DELIMITED BY ","
                     INTO  WS-SC-ACCT-IN
                           WS-SC-INST-IN
                           WS-SC-DUE-IN
                           WS-SC-EMI-IN
                           WS-SC-PRIN-IN
                           WS-SC-INT-IN
                           WS-SC-STATUS-IN
                     END-UNSTRING
                     IF WS-SC-DUE-IN(1:6) = WS-RUN-DATE(1:6)
                        AND WS-SC-STATUS-IN NOT = "C"
                        PERFORM TAKE-INSTALMENT-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE LOANSCH-FILE
           ELSE
              DISPLAY "LOAN SCHEDULE NOT FOUND, NO LOAN INTEREST "
                      "THIS MONTH"
           END-IF.

       TAKE-INSTALMENT-PARA.
           MOVE "N" TO WS-LN-FOUND
           SET WS-LN-IDX TO 1
           PERFORM UNTIL WS-LN-IDX > WS-LOAN-COUNT
                      OR WS-LN-FOUND = "Y"
              IF WS-LN-ACCT (WS-LN-IDX) = WS-SC-ACCT-IN
                 MOVE "Y" TO WS-LN-FOUND
                 MOVE WS-LN-BRANCH (WS-LN-IDX) TO WS-BR-HIT
              END-IF
              SET WS-LN-IDX UP BY 1
           END-PERFORM
           IF WS-LN-FOUND NOT = "Y"
              MOVE WS-UNMAPPED-IDX TO WS-BR-HIT
              ADD 1 TO WS-CTL-UNMAPPED
           END-IF
           ADD 1 TO WS-CTL-INSTALMENTS
           SET WS-BR-IDX TO WS-BR-HIT
           COMPUTE WS-BR-LOAN-INT (WS-BR-IDX) =
                   WS-BR-LOAN-INT (WS-BR-IDX)
                 + FUNCTION NUMVAL(WS-SC-INT-IN).

       SCAN-DEPOSITS-PARA.
           OPEN INPUT ACCTBAL-FILE
           IF ACCTBAL-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT BALANCE FILE OPEN FAILED, STATUS="
                      ACCTBAL-FILE-STATUS
              DISPLAY "DEPOSITS TAKEN AS NIL FOR TRANSFER PRICING"
           ELSE
              CLOSE ACCTMST-FILE
              OPEN INPUT ACCTMST-FILE
              PERFORM UNTIL ACCTMST-FILE-STATUS NOT = "00"
                 READ ACCTMST-FILE NEXT
                   AT END
                     MOVE "10" TO ACCTMST-FILE-STATUS
                   NOT AT END
                     IF AM-STATUS NOT = "C"
                        AND AM-ACCTYPE NOT = "LOAN"
                        PERFORM TAKE-DEPOSIT-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCTBAL-FILE
           END-IF.

       TAKE-DEPOSIT-PARA.
           MOVE AM-ACCT-NUM TO BAL-ACCT-NUM
           READ ACCTBAL-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               ADD 1 TO WS-CTL-ACCOUNTS
               MOVE AM-IFSC TO WS-LOOK-IFSC
               PERFORM FIND-BRANCH-PARA
               IF WS-BR-HIT = WS-UNMAPPED-IDX
                  ADD 1 TO WS-CTL-UNMAPPED
               END-IF
               ADD BAL-CURR-BAL TO WS-BR-DEPOSITS (WS-BR-IDX)
           END-READ.

       COMPUTE-CONTRIBUTION-PARA.
           SET WS-BR-IDX TO 1
           PERFORM UNTIL WS-BR-IDX > WS-UNMAPPED-IDX
              COMPUTE WS-NET-DEPOSITS =
                      WS-BR-DEPOSITS (WS-BR-IDX)
                    - WS-BR-LOANS (WS-BR-IDX)
              COMPUTE WS-BR-FTP (WS-BR-IDX) ROUNDED =
                      WS-NET-DEPOSITS * WS-FTP-RATE / 100 / 12
              COMPUTE WS-BR-NET (WS-BR-IDX) =
                      WS-BR-LOAN-INT (WS-BR-IDX)
                    + WS-BR-FEES (WS-BR-IDX)
                    + WS-BR-FTP (WS-BR-IDX)
                    - WS-BR-DEP-INT (WS-BR-IDX)
              ADD WS-BR-FEES (WS-BR-IDX)     TO WS-TOT-FEES
              ADD WS-BR-DEP-INT (WS-BR-IDX)  TO WS-TOT-DEP-INT
              ADD WS-BR-LOAN-INT (WS-BR-IDX) TO WS-TOT-LOAN-INT
              ADD WS-BR-DEPOSITS (WS-BR-IDX) TO WS-TOT-DEPOSITS
              ADD WS-BR-LOANS (WS-BR-IDX)    TO WS-TOT-LOANS
              ADD WS-BR-FTP (WS-BR-IDX)      TO WS-TOT-FTP
              ADD WS-BR-NET (WS-BR-IDX)      TO WS-TOT-NET
              SET WS-BR-IDX UP BY 1
           END-PERFORM.

       LOAD-HISTORY-PARA.
           MOVE 0 TO WS-HIST-COUNT
           OPEN INPUT HIST-FILE
           IF HIST-FILE-STATUS = "00"
              PERFORM UNTIL HIST-FILE-STATUS NOT = "00"
                 READ HIST-FILE
                   AT END
                     MOVE "10" TO HIST-FILE-STATUS
                   NOT AT END
                     PERFORM LOAD-ONE-HISTORY-PARA
                 END-READ
              END-PERFORM
              CLOSE HIST-FILE
           ELSE
              DISPLAY "NO BRANCH PROFIT HISTORY, ALL BRANCHES "
                      "SHOWN AS NEW"
           END-IF.

       LOAD-ONE-HISTORY-PARA.
           UNSTRING HIST-REC DELIMITED BY ","
           INTO  WS-HS-MONTH-IN
                 WS-HS-IFSC-IN
                 WS-HS-NET-IN
                 WS-HS-RANK-IN
           END-UNSTRING
           IF WS-HS-MONTH-IN > WS-CUTOFF-MONTH
              AND WS-HS-MONTH-IN NOT = WS-RUN-DATE(1:6)
              IF WS-HIST-COUNT >= 6000
                 DISPLAY "BRANCH PROFIT HISTORY CAPACITY EXCEEDED "
                         "AT 6000 ROWS - RUN STOPPED"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-HIST-COUNT
              SET WS-HS-IDX TO WS-HIST-COUNT
              MOVE WS-HS-MONTH-IN TO WS-HS-MONTH (WS-HS-IDX)
              MOVE WS-HS-IFSC-IN  TO WS-HS-IFSC (WS-HS-IDX)
              COMPUTE WS-HS-NET (WS-HS-IDX) =
                      FUNCTION NUMVAL(WS-HS-NET-IN)
              MOVE WS-HS-RANK-IN  TO WS-HS-RANK (WS-HS-IDX)
              IF WS-HS-MONTH (WS-HS-IDX) = WS-PRIOR-MONTH
                 MOVE WS-HS-IFSC-IN TO WS-LOOK-IFSC
                 PERFORM FIND-BRANCH-PARA
                 IF WS-BR-HIT NOT = WS-UNMAPPED-IDX
                    MOVE WS-HS-NET (WS-HS-IDX)
                         TO WS-BR-PRIOR (WS-BR-IDX)
                    MOVE "Y" TO WS-BR-HAS-PRIOR (WS-BR-IDX)
                 END-IF
              END-IF
           END-IF.

       RANK-BRANCHES-PARA.
           SET WS-BR-IDX TO 1
           PERFORM UNTIL WS-BR-IDX > WS-BRANCH-COUNT
              MOVE 1 TO WS-BR-RANK (WS-BR-IDX)
              PERFORM VARYING WS-BR-OTHER FROM 1 BY 1
                      UNTIL WS-BR-OTHER > WS-BRANCH-COUNT
                 IF WS-BR-NET (WS-BR-OTHER) > WS-BR-NET (WS-BR-IDX)
                    ADD 1 TO WS-BR-RANK (WS-BR-IDX)
                 END-IF
              END-PERFORM
              SET WS-BR-IDX UP BY 1
           END-PERFORM.

       WRITE-REPORT-PARA.
           OPEN OUTPUT PROFRPT-FILE
           IF PROFRPT-FILE-STATUS NOT = "00"
              DISPLAY "BRANCH PROFIT REPORT OPEN FAILED, STATUS="
                      PROFRPT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE(1:6) TO WH-PH-MONTH
           MOVE WS-RUN-DATE      TO WH-PH-DATE
           MOVE WS-CYCLE-ID      TO WH-PH-CYCLE
           MOVE WS-FTP-RATE      TO WH-PH-FTP
           MOVE WS-GST-RATE      TO WH-PH-GST
           WRITE PROFRPT-REC FROM WH-PROF-HDR1
           WRITE PROFRPT-REC FROM WH-PROF-HDR2
           WRITE PROFRPT-REC FROM WH-RULE-LINE
           WRITE PROFRPT-REC FROM WH-PROF-COLS
           WRITE PROFRPT-REC FROM WH-RULE-LINE
           PERFORM VARYING WS-RANK-NO FROM 1 BY 1
                   UNTIL WS-RANK-NO > WS-BRANCH-COUNT
              SET WS-BR-IDX TO 1
              PERFORM UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                 IF WS-BR-RANK (WS-BR-IDX) = WS-RANK-NO
                    PERFORM WRITE-BRANCH-LINE-PARA
                    ADD 1 TO WS-CTL-REPORTED
                 END-IF
                 SET WS-BR-IDX UP BY 1
              END-PERFORM
           END-PERFORM
           SET WS-BR-IDX TO WS-UNMAPPED-IDX
           IF WS-BR-NET (WS-BR-IDX) NOT = 0
              OR WS-BR-DEPOSITS (WS-BR-IDX) NOT = 0
              OR WS-BR-LOANS (WS-BR-IDX) NOT = 0
              PERFORM WRITE-BRANCH-LINE-PARA
           END-IF
           WRITE PROFRPT-REC FROM WH-RULE-LINE
           MOVE SPACES          TO WS-PROF-DETAIL
           MOVE "TOTAL"         TO WS-PD-IFSC
           MOVE WS-TOT-LOAN-INT TO WS-PD-LOAN-INT
           MOVE WS-TOT-FEES     TO WS-PD-FEES
           MOVE WS-TOT-DEP-INT  TO WS-PD-DEP-INT
           MOVE WS-TOT-FTP      TO WS-PD-FTP
           MOVE WS-TOT-NET      TO WS-PD-NET
           WRITE PROFRPT-REC FROM WS-PROF-DETAIL
           MOVE SPACES TO PROFRPT-REC
           WRITE PROFRPT-REC
           WRITE PROFRPT-REC FROM WH-FTP-HDR
           WRITE PROFRPT-REC FROM WH-RULE-LINE
           WRITE PROFRPT-REC FROM WH-FTP-COLS
           WRITE PROFRPT-REC FROM WH-RULE-LINE
           SET WS-BR-IDX TO 1
           PERFORM UNTIL WS-BR-IDX > WS-UNMAPPED-IDX
              IF WS-BR-IDX < WS-UNMAPPED-IDX
                 OR WS-BR-DEPOSITS (WS-BR-IDX) NOT = 0
                 OR WS-BR-LOANS (WS-BR-IDX) NOT = 0
                 MOVE WS-BR-IFSC (WS-BR-IDX)     TO WS-FT-IFSC
                 MOVE WS-BR-CITY (WS-BR-IDX)     TO WS-FT-CITY
                 MOVE WS-BR-DEPOSITS (WS-BR-IDX) TO WS-FT-DEPOSITS
                 MOVE WS-BR-LOANS (WS-BR-IDX)    TO WS-FT-LOANS
                 COMPUTE WS-FT-NET = WS-BR-DEPOSITS (WS-BR-IDX)
                                   - WS-BR-LOANS (WS-BR-IDX)
                 MOVE WS-BR-FTP (WS-BR-IDX)      TO WS-FT-FTP
                 WRITE PROFRPT-REC FROM WS-FTP-DETAIL
              END-IF
              SET WS-BR-IDX UP BY 1
           END-PERFORM
           WRITE PROFRPT-REC FROM WH-RULE-LINE
           MOVE "TOTAL"         TO WS-FT-IFSC
           MOVE SPACES          TO WS-FT-CITY
           MOVE WS-TOT-DEPOSITS TO WS-FT-DEPOSITS
           MOVE WS-TOT-LOANS    TO WS-FT-LOANS
           COMPUTE WS-FT-NET = WS-TOT-DEPOSITS - WS-TOT-LOANS
           MOVE WS-TOT-FTP      TO WS-FT-FTP
           WRITE PROFRPT-REC FROM WS-FTP-DETAIL
           CLOSE PROFRPT-FILE.

       WRITE-BRANCH-LINE-PARA.
           MOVE SPACES TO WS-PROF-DETAIL
           IF WS-BR-IDX < WS-UNMAPPED-IDX
              MOVE WS-BR-RANK (WS-BR-IDX) TO WS-PD-RANK
           END-IF
           MOVE WS-BR-IFSC (WS-BR-IDX)     TO WS-PD-IFSC
           MOVE WS-BR-CITY (WS-BR-IDX)     TO WS-PD-CITY
           MOVE WS-BR-LOAN-INT (WS-BR-IDX) TO WS-PD-LOAN-INT
           MOVE WS-BR-FEES (WS-BR-IDX)     TO WS-PD-FEES
           MOVE WS-BR-DEP-INT (WS-BR-IDX)  TO WS-PD-DEP-INT
           MOVE WS-BR-FTP (WS-BR-IDX)      TO WS-PD-FTP
           MOVE WS-BR-NET (WS-BR-IDX)      TO WS-PD-NET
           IF WS-BR-IDX = WS-UNMAPPED-IDX
              MOVE SPACES TO WS-TREND
           ELSE
              IF WS-BR-HAS-PRIOR (WS-BR-IDX) = "Y"
                 COMPUTE WS-CHANGE = WS-BR-NET (WS-BR-IDX)
                                   - WS-BR-PRIOR (WS-BR-IDX)
                 MOVE WS-CHANGE TO WS-PD-CHANGE
                 EVALUATE TRUE
                   WHEN WS-CHANGE > 0
                        MOVE "UP"   TO WS-TREND
                   WHEN WS-CHANGE < 0
                        MOVE "DOWN" TO WS-TREND
                   WHEN OTHER
                        MOVE "FLAT" TO WS-TREND
                 END-EVALUATE
              ELSE
                 MOVE "NEW" TO WS-TREND
              END-IF
           END-IF
           MOVE WS-TREND TO WS-PD-TREND
           WRITE PROFRPT-REC FROM WS-PROF-DETAIL.

       REWRITE-HISTORY-PARA.
           OPEN OUTPUT HIST-FILE
           IF HIST-FILE-STATUS NOT = "00"
              DISPLAY "BRANCH PROFIT HISTORY REWRITE FAILED, STATUS="
                      HIST-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-HS-IDX TO 1
              PERFORM UNTIL WS-HS-IDX > WS-HIST-COUNT
                 MOVE WS-HS-MONTH (WS-HS-IDX) TO WS-HL-MONTH
                 MOVE WS-HS-IFSC (WS-HS-IDX)  TO WS-HL-IFSC
                 MOVE WS-HS-NET (WS-HS-IDX)   TO WS-HL-NET
                 MOVE WS-HS-RANK (WS-HS-IDX)  TO WS-HL-RANK
                 WRITE HIST-REC FROM WS-HIST-LINE
                 SET WS-HS-IDX UP BY 1
              END-PERFORM
              SET WS-BR-IDX TO 1
              PERFORM UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                 MOVE WS-RUN-MONTH            TO WS-HL-MONTH
                 MOVE WS-BR-IFSC (WS-BR-IDX)  TO WS-HL-IFSC
                 MOVE WS-BR-NET (WS-BR-IDX)   TO WS-HL-NET
                 MOVE WS-BR-RANK (WS-BR-IDX)  TO WS-HL-RANK
                 WRITE HIST-REC FROM WS-HIST-LINE
                 SET WS-BR-IDX UP BY 1
              END-PERFORM
              CLOSE HIST-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "BRPROF"           TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           COMPUTE WS-OPL-IN-COUNT = WS-CTL-FEE-LINES
                                   + WS-CTL-ACCRUALS
           MOVE WS-CTL-REPORTED    TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-UNMAPPED    TO WS-OPL-REJ-COUNT
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
