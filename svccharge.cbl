       IDENTIFICATION DIVISION.
       PROGRAM-ID. svccharge.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-FILE  ASSIGN TO "SVC-CHARGE-SCHEDULE.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS SCHED-FILE-STATUS.

           SELECT EXEMPT-FILE ASSIGN TO "SVC-CHARGE-EXEMPT.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS EXEMPT-FILE-STATUS.

           SELECT CATEG-FILE  ASSIGN TO "SVC-CUST-CATEGORY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CATEG-FILE-STATUS.

           SELECT DOBMST-FILE ASSIGN TO "CUST-DOB.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS DOBMST-FILE-STATUS.

           SELECT CARDLINK-FILE ASSIGN TO "CARD-LINK.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CARDLINK-FILE-STATUS.

           SELECT CHQREG-FILE ASSIGN TO "CHEQUE-REGISTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CHQREG-FILE-STATUS.

           SELECT STATUS-FILE  ASSIGN TO "NOTIFY-STATUS.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS STATUS-FILE-STATUS.

           SELECT SMSCNT-FILE  ASSIGN TO "SVC-SMS-COUNT.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS SMSCNT-FILE-STATUS.

           SELECT CHGLOG-FILE  ASSIGN TO "SVC-CHARGE-LOG.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CHGLOG-FILE-STATUS.

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

           SELECT FEETXN-FILE  ASSIGN TO "SVC-CHARGE-TXNS.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS FEETXN-FILE-STATUS.

           SELECT LEDGER-FILE  ASSIGN TO "LEDGER-INTERFACE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT FEERPT-FILE  ASSIGN TO "SVC-CHARGE.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS FEERPT-FILE-STATUS.

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
       FD   SCHED-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 SCHED-REC               PIC X(60).

       FD   EXEMPT-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 EXEMPT-REC              PIC X(30).

       FD   CATEG-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CATEG-REC               PIC X(30).

       FD   DOBMST-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 DOBMST-REC              PIC X(60).

       FD   CARDLINK-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CARDLINK-REC            PIC X(40).

       FD   CHQREG-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CHQREG-REC              PIC X(40).

       FD   STATUS-FILE  RECORD CONTAINS 110 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 STATUS-REC              PIC X(110).

       FD   SMSCNT-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 SMSCNT-REC              PIC X(40).

       FD   CHGLOG-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CHGLOG-REC              PIC X(100).

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

       FD   FEETXN-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 FEETXN-REC              PIC X(60).

       FD   LEDGER-FILE  RECORD CONTAINS 56 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LEDGER-REC.
          COPY LEDGERIF.

       FD   FEERPT-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 FEERPT-REC              PIC X(100).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 SCHED-FILE-STATUS    PIC X(02).
       01 EXEMPT-FILE-STATUS   PIC X(02).
       01 CATEG-FILE-STATUS    PIC X(02).
       01 DOBMST-FILE-STATUS   PIC X(02).
       01 CARDLINK-FILE-STATUS PIC X(02).
       01 CHQREG-FILE-STATUS   PIC X(02).
       01 STATUS-FILE-STATUS   PIC X(02).
       01 SMSCNT-FILE-STATUS   PIC X(02).
       01 CHGLOG-FILE-STATUS   PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 ACCTBAL-FILE-STATUS  PIC X(02).
       01 LIEN-FILE-STATUS     PIC X(02).
       01 WS-ACCTBAL-OPEN      PIC X(01) VALUE "N".
       01 FEETXN-FILE-STATUS   PIC X(02).
       01 LEDGER-FILE-STATUS   PIC X(02).
       01 FEERPT-FILE-STATUS   PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.

       01 WS-RUN-DATE          PIC X(08).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYY       PIC X(04).
          05 WS-RUN-MM         PIC 9(02).
          05 WS-RUN-DD         PIC X(02).
       01 WS-RUN-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-RUN-QUARTER       PIC X(06) VALUE SPACES.
       01 WS-QTR-NUM           PIC 9(01) VALUE 0.
       01 WS-DATE-NUM          PIC 9(08) VALUE 0.
       01 WS-AGE-DAYS          PIC S9(07) VALUE 0.
       01 WS-CHQ-LOOKBACK-DAYS PIC 9(03) VALUE 90.
       01 WS-GST-RATE          PIC 9(02)V99 VALUE 18.00.
       01 EOF                  PIC X(01) VALUE "N".

       01 WS-SCHED-TABLE.
          05 WS-SC-ENTRY OCCURS 100 TIMES INDEXED BY WS-SC-IDX.
             10 WS-SC-PRODUCT    PIC X(11).
             10 WS-SC-CODE       PIC X(04).
             10 WS-SC-RATE       PIC 9(05)V99.
             10 WS-SC-FREE       PIC 9(05).
             10 WS-SC-CAP        PIC 9(07)V99.
             10 WS-SC-GL         PIC X(06).
       01 WS-SCHED-COUNT       PIC 9(03) VALUE 0.
       01 WS-SC-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-SC-IDX      PIC 9(03) VALUE 0.
       01 WS-SC-PRODUCT-IN     PIC X(11).
       01 WS-SC-CODE-IN        PIC X(04).
       01 WS-SC-RATE-IN        PIC X(10).
       01 WS-SC-FREE-IN        PIC X(06).
       01 WS-SC-CAP-IN         PIC X(12).
       01 WS-SC-GL-IN          PIC X(06).

       01 WS-EXEMPT-TABLE.
          05 WS-EX-ENTRY OCCURS 100 TIMES INDEXED BY WS-EX-IDX.
             10 WS-EX-CATEGORY   PIC X(10).
             10 WS-EX-CODE       PIC X(04).
       01 WS-EXEMPT-COUNT      PIC 9(03) VALUE 0.
       01 WS-EX-CATEGORY-IN    PIC X(10).
       01 WS-EX-CODE-IN        PIC X(04).

       01 WS-CATEG-TABLE.
          05 WS-CG-ENTRY OCCURS 5000 TIMES INDEXED BY WS-CG-IDX.
             10 WS-CG-PAN        PIC X(10).
             10 WS-CG-CATEGORY   PIC X(10).
       01 WS-CATEG-COUNT       PIC 9(04) VALUE 0.
       01 WS-CG-PAN-IN         PIC X(10).
       01 WS-CG-CATEGORY-IN    PIC X(10).

       01 WS-DOB-TABLE.
          05 WS-DB-ENTRY OCCURS 5000 TIMES INDEXED BY WS-DB-IDX.
             10 WS-DB-PAN        PIC X(10).
             10 WS-DB-MINOR      PIC X(01).
             10 WS-DB-SENIOR     PIC X(01).
       01 WS-DOB-COUNT         PIC 9(04) VALUE 0.
       01 WS-DB-PAN-IN         PIC X(10).
       01 WS-DB-DOB-IN         PIC X(08).
       01 WS-DB-GNAME-IN       PIC X(20).
       01 WS-DB-GRELN-IN       PIC X(15).
       01 WS-DB-MINOR-IN       PIC X(01).
       01 WS-DB-SENIOR-IN      PIC X(01).

       01 WS-CUST-CATEGORIES.
          05 WS-CUST-CAT OCCURS 3 TIMES INDEXED BY WS-CC-IDX
                                 PIC X(10).
       01 WS-EXEMPT-HIT        PIC X(01) VALUE "N".

       01 WS-LOG-TABLE.
          05 WS-LG-ENTRY OCCURS 20000 TIMES INDEXED BY WS-LG-IDX.
             10 WS-LG-ACCT       PIC X(14).
             10 WS-LG-CODE       PIC X(04).
             10 WS-LG-KEY        PIC X(16).
             10 WS-LG-PERIOD     PIC X(06).
             10 WS-LG-UNITS      PIC 9(05).
             10 WS-LG-AMOUNT     PIC 9(07)V99.
       01 WS-LOG-COUNT         PIC 9(05) VALUE 0.
       01 WS-LG-FOUND          PIC X(01) VALUE "N".
       01 WS-LG-ACCT-IN        PIC X(14).
       01 WS-LG-CODE-IN        PIC X(04).
       01 WS-LG-KEY-IN         PIC X(16).
       01 WS-LG-PERIOD-IN      PIC X(06).
       01 WS-LG-DATE-IN        PIC X(08).
       01 WS-LG-UNITS-IN       PIC X(05).
       01 WS-LG-AMOUNT-IN      PIC X(10).

       01 WS-SMS-TABLE.
          05 WS-SM-ENTRY OCCURS 5000 TIMES INDEXED BY WS-SM-IDX.
             10 WS-SM-ACCT       PIC X(14).
             10 WS-SM-QUARTER    PIC X(06).
             10 WS-SM-COUNT      PIC 9(05).
             10 WS-SM-DONE       PIC X(01).
       01 WS-SMS-COUNT         PIC 9(04) VALUE 0.
       01 WS-SM-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-SM-IDX      PIC 9(04) VALUE 0.
       01 WS-SMS-THROUGH       PIC X(08) VALUE SPACES.
       01 WS-SM-ACCT-IN        PIC X(14).
       01 WS-SM-QUARTER-IN     PIC X(06).
       01 WS-SM-COUNT-IN       PIC X(05).
       01 WS-SM-THROUGH-IN     PIC X(08).
       01 WS-ST-QUARTER        PIC X(06) VALUE SPACES.

       01 WS-ST-ACCT-IN        PIC X(14).
       01 WS-ST-CHANNEL-IN     PIC X(05).
       01 WS-ST-CUST-IN        PIC X(20).
       01 WS-ST-MESSAGE-IN     PIC X(40).
       01 WS-ST-STATUS-IN      PIC X(07).
       01 WS-ST-DATE-IN        PIC X(08).

       01 WS-CL-CARD-IN        PIC X(16).
       01 WS-CL-ACCT-IN        PIC X(14).
       01 WS-CL-STATUS-IN      PIC X(01).

       01 WS-RG-ACCT-IN        PIC X(14).
       01 WS-RG-FROM-IN        PIC X(06).
       01 WS-RG-TO-IN          PIC X(06).
       01 WS-RG-DATE-IN        PIC X(08).
       01 WS-RG-FROM           PIC 9(06) VALUE 0.
       01 WS-RG-TO             PIC 9(06) VALUE 0.

       01 WS-CH-ACCT           PIC X(14) VALUE SPACES.
       01 WS-CH-CODE           PIC X(04) VALUE SPACES.
       01 WS-CH-KEY            PIC X(16) VALUE SPACES.
       01 WS-CH-PERIOD         PIC X(06) VALUE SPACES.
       01 WS-CH-UNITS          PIC 9(05) VALUE 0.
       01 WS-CH-RESULT         PIC X(01) VALUE SPACES.
       01 WS-CH-GL             PIC X(06) VALUE SPACES.
       01 WS-PRIOR-UNITS       PIC 9(07) VALUE 0.
       01 WS-PRIOR-AMT         PIC 9(09)V99 VALUE 0.
       01 WS-FREE-LEFT         PIC S9(07) VALUE 0.
       01 WS-CHARGE-UNITS      PIC S9(07) VALUE 0.
       01 WS-FEE-AMT           PIC 9(07)V99 VALUE 0.
       01 WS-GST-AMT           PIC 9(07)V99 VALUE 0.
       01 WS-FEE-TOTAL         PIC 9(08)V99 VALUE 0.
       01 WS-CURR-BAL          PIC 9(09)V99 VALUE 0.
       01 WS-UNCLEARED         PIC 9(09)V99 VALUE 0.

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

       01 WS-CODE-TABLE.
          05 WS-CD-ENTRY OCCURS 3 TIMES INDEXED BY WS-CD-IDX.
             10 WS-CD-CODE       PIC X(04).
             10 WS-CD-DESC       PIC X(24).
             10 WS-CD-CHARGED    PIC 9(07).
             10 WS-CD-FEES       PIC 9(11)V99.
             10 WS-CD-GST        PIC 9(11)V99.
             10 WS-CD-WAIVED     PIC 9(07).
             10 WS-CD-UNCOLL     PIC 9(07).

       01 WS-CTL-CANDIDATES    PIC 9(07) VALUE 0.
       01 WS-CTL-CHARGED       PIC 9(07) VALUE 0.
       01 WS-CTL-WAIVED        PIC 9(07) VALUE 0.
       01 WS-CTL-UNCOLLECT     PIC 9(07) VALUE 0.
       01 WS-CTL-NOT-APPL      PIC 9(07) VALUE 0.
       01 WS-CTL-ALREADY       PIC 9(07) VALUE 0.
       01 WS-TOT-FEES          PIC 9(11)V99 VALUE 0.
       01 WS-TOT-GST           PIC 9(11)V99 VALUE 0.

       01 WS-FEETXN-LINE.
          05 WS-FT-ACCT          PIC X(14).
          05 FILLER              PIC X(05) VALUE ",WDL,".
          05 WS-FT-AMT           PIC 9(05).99.

       01 WS-FEETXN-TRAILER.
          05 FILLER              PIC X(08) VALUE "TRAILER,".
          05 WS-FT-TRL-CNT       PIC 9(07).

       01 WS-CHGLOG-LINE.
          05 WS-CG-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CG-CODE          PIC X(04).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CG-KEY           PIC X(16).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CG-PERIOD        PIC X(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CG-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CG-UNITS         PIC 9(05).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CG-AMOUNT        PIC 9(07).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CG-GST           PIC 9(07).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CG-STATUS        PIC X(01).

       01 WS-SMSCNT-LINE.
          05 WS-SC-ACCT-OUT      PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-SC-QUARTER-OUT   PIC X(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-SC-COUNT-OUT     PIC 9(05).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-SC-THROUGH-OUT   PIC X(08).

       01 WH-FEERPT-HDR1.
          05 FILLER PIC X(26) VALUE "SERVICE CHARGES RUN - ".
          05 WS-FH-DATE          PIC X(08).
       01 WH-FEERPT-HDR2.
          05 FILLER PIC X(26) VALUE "CHARGE".
          05 FILLER PIC X(10) VALUE "CHARGED".
          05 FILLER PIC X(15) VALUE "FEES".
          05 FILLER PIC X(15) VALUE "GST".
          05 FILLER PIC X(09) VALUE "WAIVED".
          05 FILLER PIC X(09) VALUE "UNCOLL".
       01 WS-FEERPT-DETAIL.
          05 WS-FR-DESC          PIC X(24).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-FR-CNT           PIC ZZZZZZ9.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-FR-FEES          PIC ZZZZZZZZZZ9.99.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-FR-GST           PIC ZZZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-FR-WAIVED        PIC ZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-FR-UNCOLL        PIC ZZZZZZ9.
       01 WS-FEERPT-TOTAL.
          05 FILLER              PIC X(20) VALUE "TOTAL FEES CHARGED :".
          05 WS-FR-TOT           PIC ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE SERVICE CHARGES PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-QTR-NUM = (WS-RUN-MM + 2) / 3.
           STRING WS-RUN-YYYY "Q" WS-QTR-NUM DELIMITED BY SIZE
             INTO WS-RUN-QUARTER
           END-STRING.
           PERFORM INIT-CODE-TABLE-PARA.
           PERFORM LOAD-SCHEDULE-PARA.
           IF WS-SCHED-COUNT = 0
              DISPLAY "NO CHARGE SCHEDULE, NOTHING TO CHARGE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-EXEMPTIONS-PARA.
           PERFORM LOAD-CATEGORIES-PARA.
           PERFORM LOAD-DOB-PARA.
           PERFORM LOAD-CHARGE-LOG-PARA.
           PERFORM LOAD-SMS-COUNTS-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-LIENS-PARA.
           OPEN INPUT ACCTBAL-FILE.
           IF ACCTBAL-FILE-STATUS = "00"
              MOVE "Y" TO WS-ACCTBAL-OPEN
           ELSE
              DISPLAY "BALANCE FILE NOT AVAILABLE, STATUS="
                      ACCTBAL-FILE-STATUS
              DISPLAY "OPENING DEPOSITS USED AS CURRENT BALANCES"
           END-IF.
           OPEN OUTPUT FEETXN-FILE.
           IF FEETXN-FILE-STATUS NOT = "00"
              DISPLAY "CHARGE FEED OPEN FAILED, STATUS="
                      FEETXN-FILE-STATUS
              CLOSE ACCTMST-FILE
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "35"
              OPEN OUTPUT LEDGER-FILE
              CLOSE LEDGER-FILE
              OPEN EXTEND LEDGER-FILE
           END-IF.
           OPEN EXTEND CHGLOG-FILE.
           IF CHGLOG-FILE-STATUS = "35"
              OPEN OUTPUT CHGLOG-FILE
              CLOSE CHGLOG-FILE
              OPEN EXTEND CHGLOG-FILE
           END-IF.
           PERFORM CHARGE-CARDS-PARA.
           PERFORM CHARGE-CHEQUEBOOKS-PARA.
           PERFORM ACCUMULATE-SMS-PARA.
           PERFORM CHARGE-SMS-PARA.
           MOVE WS-CTL-CHARGED TO WS-FT-TRL-CNT.
           WRITE FEETXN-REC FROM WS-FEETXN-TRAILER.
           CLOSE FEETXN-FILE.
           CLOSE LEDGER-FILE.
           CLOSE CHGLOG-FILE.
           IF WS-ACCTBAL-OPEN = "Y"
              CLOSE ACCTBAL-FILE
           END-IF.
           CLOSE ACCTMST-FILE.
           PERFORM REWRITE-SMS-COUNTS-PARA.
           PERFORM WRITE-FEE-REPORT-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "SERVICE CHARGES SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  CHARGE CANDIDATES : " WS-CTL-CANDIDATES.
           DISPLAY "  CHARGED           : " WS-CTL-CHARGED.
           DISPLAY "  FEES              : " WS-TOT-FEES.
           DISPLAY "  GST               : " WS-TOT-GST.
           DISPLAY "  WAIVED            : " WS-CTL-WAIVED.
           DISPLAY "  NOT COLLECTIBLE   : " WS-CTL-UNCOLLECT.
           DISPLAY "  NOT APPLICABLE    : " WS-CTL-NOT-APPL.
           DISPLAY "  ALREADY CHARGED   : " WS-CTL-ALREADY.

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

       INIT-CODE-TABLE-PARA.
           SET WS-CD-IDX TO 1
           MOVE "CARD" TO WS-CD-CODE (WS-CD-IDX)
           MOVE "DEBIT CARD ANNUAL FEE" TO WS-CD-DESC (WS-CD-IDX)
           SET WS-CD-IDX TO 2
           MOVE "CHQB" TO WS-CD-CODE (WS-CD-IDX)
           MOVE "CHEQUE LEAF CHARGE" TO WS-CD-DESC (WS-CD-IDX)
           SET WS-CD-IDX TO 3
           MOVE "SMSA" TO WS-CD-CODE (WS-CD-IDX)
           MOVE "SMS ALERT CHARGE" TO WS-CD-DESC (WS-CD-IDX)
           SET WS-CD-IDX TO 1
           PERFORM UNTIL WS-CD-IDX > 3
              MOVE 0 TO WS-CD-CHARGED (WS-CD-IDX)
              MOVE 0 TO WS-CD-FEES (WS-CD-IDX)
              MOVE 0 TO WS-CD-GST (WS-CD-IDX)
              MOVE 0 TO WS-CD-WAIVED (WS-CD-IDX)
              MOVE 0 TO WS-CD-UNCOLL (WS-CD-IDX)
              SET WS-CD-IDX UP BY 1
           END-PERFORM.

       LOAD-SCHEDULE-PARA.
           MOVE 0 TO WS-SCHED-COUNT
           OPEN INPUT SCHED-FILE
           IF SCHED-FILE-STATUS = "00"
              PERFORM UNTIL SCHED-FILE-STATUS NOT = "00"
                 READ SCHED-FILE
                   AT END
                     MOVE "10" TO SCHED-FILE-STATUS
                   NOT AT END
                     IF SCHED-REC(1:7) NOT = "PRODUCT"
                        AND WS-SCHED-COUNT < 100
                        ADD 1 TO WS-SCHED-COUNT
                        SET WS-SC-IDX TO WS-SCHED-COUNT
                        MOVE SPACES TO WS-SC-FREE-IN WS-SC-CAP-IN
                                       WS-SC-GL-IN
                        UNSTRING SCHED-REC DELIMITED BY ","
                        INTO     WS-SC-PRODUCT-IN
                                 WS-SC-CODE-IN
                                 WS-SC-RATE-IN
                                 WS-SC-FREE-IN
                                 WS-SC-CAP-IN
                                 WS-SC-GL-IN
                        END-UNSTRING
                        MOVE WS-SC-PRODUCT-IN
                             TO WS-SC-PRODUCT (WS-SC-IDX)
                        MOVE WS-SC-CODE-IN TO WS-SC-CODE (WS-SC-IDX)
                        MOVE 0 TO WS-SC-RATE (WS-SC-IDX)
                                  WS-SC-FREE (WS-SC-IDX)
                                  WS-SC-CAP (WS-SC-IDX)
                        IF FUNCTION TEST-NUMVAL(WS-SC-RATE-IN) = 0
                           COMPUTE WS-SC-RATE (WS-SC-IDX) =
                                   FUNCTION NUMVAL(WS-SC-RATE-IN)
                        END-IF
                        IF FUNCTION TEST-NUMVAL(WS-SC-FREE-IN) = 0
                           COMPUTE WS-SC-FREE (WS-SC-IDX) =
                                   FUNCTION NUMVAL(WS-SC-FREE-IN)
                        END-IF
                        IF FUNCTION TEST-NUMVAL(WS-SC-CAP-IN) = 0
                           COMPUTE WS-SC-CAP (WS-SC-IDX) =
                                   FUNCTION NUMVAL(WS-SC-CAP-IN)
                        END-IF
                        MOVE WS-SC-GL-IN TO WS-SC-GL (WS-SC-IDX)
                        IF WS-SC-GL (WS-SC-IDX) = SPACES
                           EVALUATE WS-SC-CODE (WS-SC-IDX)
                              WHEN "CARD"
                                 MOVE "GL5003" TO WS-SC-GL (WS-SC-IDX)
                              WHEN "CHQB"
                                 MOVE "GL5004" TO WS-SC-GL (WS-SC-IDX)
                              WHEN OTHER
                                 MOVE "GL5005" TO WS-SC-GL (WS-SC-IDX)
                           END-EVALUATE
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE SCHED-FILE
           END-IF.

       LOAD-EXEMPTIONS-PARA.
           MOVE 0 TO WS-EXEMPT-COUNT
           OPEN INPUT EXEMPT-FILE
           IF EXEMPT-FILE-STATUS = "00"
              PERFORM UNTIL EXEMPT-FILE-STATUS NOT = "00"
                 READ EXEMPT-FILE
                   AT END
                     MOVE "10" TO EXEMPT-FILE-STATUS
                   NOT AT END
                     IF EXEMPT-REC(1:8) NOT = "CATEGORY"
                        AND WS-EXEMPT-COUNT < 100
                        ADD 1 TO WS-EXEMPT-COUNT
                        SET WS-EX-IDX TO WS-EXEMPT-COUNT
                        UNSTRING EXEMPT-REC DELIMITED BY ","
                        INTO     WS-EX-CATEGORY-IN
                                 WS-EX-CODE-IN
                        END-UNSTRING
                        MOVE WS-EX-CATEGORY-IN
                             TO WS-EX-CATEGORY (WS-EX-IDX)
                        MOVE WS-EX-CODE-IN TO WS-EX-CODE (WS-EX-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE EXEMPT-FILE
           END-IF.

       LOAD-CATEGORIES-PARA.
           MOVE 0 TO WS-CATEG-COUNT
           OPEN INPUT CATEG-FILE
           IF CATEG-FILE-STATUS = "00"
              PERFORM UNTIL CATEG-FILE-STATUS NOT = "00"
                 READ CATEG-FILE
                   AT END
                     MOVE "10" TO CATEG-FILE-STATUS
                   NOT AT END
                     IF WS-CATEG-COUNT < 5000
                        ADD 1 TO WS-CATEG-COUNT
                        SET WS-CG-IDX TO WS-CATEG-COUNT
                        UNSTRING CATEG-REC DELIMITED BY ","
                        INTO     WS-CG-PAN-IN
                                 WS-CG-CATEGORY-IN
                        END-UNSTRING
                        MOVE WS-CG-PAN-IN TO WS-CG-PAN (WS-CG-IDX)
                        MOVE WS-CG-CATEGORY-IN
                             TO WS-CG-CATEGORY (WS-CG-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE CATEG-FILE
           END-IF.

       LOAD-DOB-PARA.
           MOVE 0 TO WS-DOB-COUNT
           OPEN INPUT DOBMST-FILE
           IF DOBMST-FILE-STATUS = "00"
              PERFORM UNTIL DOBMST-FILE-STATUS NOT = "00"
                 READ DOBMST-FILE
                   AT END
                     MOVE "10" TO DOBMST-FILE-STATUS
                   NOT AT END
                     IF WS-DOB-COUNT < 5000
                        ADD 1 TO WS-DOB-COUNT
                        SET WS-DB-IDX TO WS-DOB-COUNT
                        MOVE SPACES TO WS-DB-MINOR-IN WS-DB-SENIOR-IN
                        UNSTRING DOBMST-REC DELIMITED BY ","
                        INTO  WS-DB-PAN-IN
                              WS-DB-DOB-IN
                              WS-DB-GNAME-IN
                              WS-DB-GRELN-IN
                              WS-DB-MINOR-IN
                              WS-DB-SENIOR-IN
                        END-UNSTRING
                        MOVE WS-DB-PAN-IN    TO WS-DB-PAN (WS-DB-IDX)
                        MOVE WS-DB-MINOR-IN  TO WS-DB-MINOR (WS-DB-IDX)
                        MOVE WS-DB-SENIOR-IN
                             TO WS-DB-SENIOR (WS-DB-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE DOBMST-FILE
           END-IF.

       LOAD-CHARGE-LOG-PARA.
           MOVE 0 TO WS-LOG-COUNT
           OPEN INPUT CHGLOG-FILE
           IF CHGLOG-FILE-STATUS = "00"
              PERFORM UNTIL CHGLOG-FILE-STATUS NOT = "00"
                 READ CHGLOG-FILE
                   AT END
                     MOVE "10" TO CHGLOG-FILE-STATUS
                   NOT AT END
                     IF WS-LOG-COUNT >= 20000
                        DISPLAY "CHARGE LOG TABLE CAPACITY EXCEEDED "
                                "AT 20000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-LOG-COUNT
                     SET WS-LG-IDX TO WS-LOG-COUNT
                     UNSTRING CHGLOG-REC DELIMITED BY ","
                     INTO     WS-LG-ACCT-IN
                              WS-LG-CODE-IN
                              WS-LG-KEY-IN
                              WS-LG-PERIOD-IN
                              WS-LG-DATE-IN
                              WS-LG-UNITS-IN
                              WS-LG-AMOUNT-IN
                     END-UNSTRING
                     MOVE WS-LG-ACCT-IN   TO WS-LG-ACCT (WS-LG-IDX)
                     MOVE WS-LG-CODE-IN   TO WS-LG-CODE (WS-LG-IDX)
                     MOVE WS-LG-KEY-IN    TO WS-LG-KEY (WS-LG-IDX)
                     MOVE WS-LG-PERIOD-IN TO WS-LG-PERIOD (WS-LG-IDX)
                     COMPUTE WS-LG-UNITS (WS-LG-IDX) =
                             FUNCTION NUMVAL(WS-LG-UNITS-IN)
                     COMPUTE WS-LG-AMOUNT (WS-LG-IDX) =
                             FUNCTION NUMVAL(WS-LG-AMOUNT-IN)
                 END-READ
              END-PERFORM
              CLOSE CHGLOG-FILE
           END-IF.

       LOAD-SMS-COUNTS-PARA.
           MOVE 0 TO WS-SMS-COUNT
           MOVE SPACES TO WS-SMS-THROUGH
           OPEN INPUT SMSCNT-FILE
           IF SMSCNT-FILE-STATUS = "00"
              PERFORM UNTIL SMSCNT-FILE-STATUS NOT = "00"
                 READ SMSCNT-FILE
                   AT END
                     MOVE "10" TO SMSCNT-FILE-STATUS
                   NOT AT END
                     IF WS-SMS-COUNT < 5000
                        ADD 1 TO WS-SMS-COUNT
                        SET WS-SM-IDX TO WS-SMS-COUNT
                        UNSTRING SMSCNT-REC DELIMITED BY ","
                        INTO     WS-SM-ACCT-IN
                                 WS-SM-QUARTER-IN
                                 WS-SM-COUNT-IN
                                 WS-SM-THROUGH-IN
                        END-UNSTRING
                        MOVE WS-SM-ACCT-IN TO WS-SM-ACCT (WS-SM-IDX)
                        MOVE WS-SM-QUARTER-IN
                             TO WS-SM-QUARTER (WS-SM-IDX)
                        COMPUTE WS-SM-COUNT (WS-SM-IDX) =
                                FUNCTION NUMVAL(WS-SM-COUNT-IN)
                        MOVE "N" TO WS-SM-DONE (WS-SM-IDX)
                        IF WS-SM-THROUGH-IN > WS-SMS-THROUGH
                           MOVE WS-SM-THROUGH-IN TO WS-SMS-THROUGH
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE SMSCNT-FILE
           END-IF.

       CHARGE-CARDS-PARA.
           OPEN INPUT CARDLINK-FILE
           IF CARDLINK-FILE-STATUS = "00"
              PERFORM UNTIL CARDLINK-FILE-STATUS NOT = "00"
                 READ CARDLINK-FILE
                   AT END
                     MOVE "10" TO CARDLINK-FILE-STATUS
                   NOT AT END
                     UNSTRING CARDLINK-REC DELIMITED BY ","
                     INTO  WS-CL-CARD-IN
                           WS-CL-ACCT-IN
                           WS-CL-STATUS-IN
                     END-UNSTRING
                     IF WS-CL-STATUS-IN = "A"
                        MOVE WS-CL-ACCT-IN TO WS-CH-ACCT
                        MOVE "CARD"        TO WS-CH-CODE
                        MOVE WS-CL-CARD-IN TO WS-CH-KEY
                        MOVE WS-RUN-YYYY   TO WS-CH-PERIOD
                        MOVE 1             TO WS-CH-UNITS
                        PERFORM APPLY-CHARGE-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE CARDLINK-FILE
           ELSE
              DISPLAY "CARD LINKAGE FILE NOT FOUND, NO CARD FEES"
           END-IF.

       CHARGE-CHEQUEBOOKS-PARA.
           OPEN INPUT CHQREG-FILE
           IF CHQREG-FILE-STATUS = "00"
              PERFORM UNTIL CHQREG-FILE-STATUS NOT = "00"
                 READ CHQREG-FILE
                   AT END
                     MOVE "10" TO CHQREG-FILE-STATUS
                   NOT AT END
                     MOVE SPACES TO WS-RG-DATE-IN
                     UNSTRING CHQREG-REC DELIMITED BY ","
                     INTO  WS-RG-ACCT-IN
                           WS-RG-FROM-IN
                           WS-RG-TO-IN
                           WS-RG-DATE-IN
                     END-UNSTRING
                     IF WS-RG-DATE-IN NUMERIC
                        AND WS-RG-FROM-IN NUMERIC
                        AND WS-RG-TO-IN NUMERIC
                        PERFORM CHARGE-ONE-BOOK-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE CHQREG-FILE
           ELSE
              DISPLAY "CHEQUE REGISTER NOT FOUND, NO LEAF CHARGES"
           END-IF.

       CHARGE-ONE-BOOK-PARA.
           MOVE WS-RG-DATE-IN TO WS-DATE-NUM
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-AGE-DAYS >= 0
              AND WS-AGE-DAYS <= WS-CHQ-LOOKBACK-DAYS
              MOVE WS-RG-FROM-IN TO WS-RG-FROM
              MOVE WS-RG-TO-IN   TO WS-RG-TO
              IF WS-RG-TO >= WS-RG-FROM
                 MOVE WS-RG-ACCT-IN TO WS-CH-ACCT
                 MOVE "CHQB"        TO WS-CH-CODE
                 MOVE SPACES        TO WS-CH-KEY
                 MOVE WS-RG-FROM-IN TO WS-CH-KEY(1:6)
                 MOVE WS-RG-DATE-IN(1:4) TO WS-CH-PERIOD
                 COMPUTE WS-CH-UNITS = WS-RG-TO - WS-RG-FROM + 1
                 PERFORM APPLY-CHARGE-PARA
              END-IF
           END-IF.

       ACCUMULATE-SMS-PARA.
           OPEN INPUT STATUS-FILE
           IF STATUS-FILE-STATUS = "00"
              PERFORM UNTIL STATUS-FILE-STATUS NOT = "00"
                 READ STATUS-FILE
                   AT END
                     MOVE "10" TO STATUS-FILE-STATUS
                   NOT AT END
                     UNSTRING STATUS-REC DELIMITED BY ","
                     INTO     WS-ST-ACCT-IN
                              WS-ST-CHANNEL-IN
                              WS-ST-CUST-IN
                              WS-ST-MESSAGE-IN
                              WS-ST-STATUS-IN
                              WS-ST-DATE-IN
                     END-UNSTRING
                     IF WS-ST-CHANNEL-IN = "SMS"
                        AND WS-ST-STATUS-IN = "SENT"
                        AND WS-ST-DATE-IN NUMERIC
                        AND WS-ST-DATE-IN > WS-SMS-THROUGH
                        AND WS-ST-DATE-IN NOT > WS-RUN-DATE
                        PERFORM COUNT-SMS-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE STATUS-FILE
           ELSE
              DISPLAY "NO NOTIFICATION STATUS FILE, NO SMS COUNTED"
           END-IF.

       COUNT-SMS-PARA.
           MOVE SPACES TO WS-ST-QUARTER
           COMPUTE WS-QTR-NUM =
                   (FUNCTION NUMVAL(WS-ST-DATE-IN(5:2)) + 2) / 3
           STRING WS-ST-DATE-IN(1:4) "Q" WS-QTR-NUM
                  DELIMITED BY SIZE
             INTO WS-ST-QUARTER
           END-STRING
           MOVE "N" TO WS-SM-FOUND
           SET WS-SM-IDX TO 1
           PERFORM UNTIL WS-SM-IDX > WS-SMS-COUNT
                      OR WS-SM-FOUND = "Y"
              IF WS-SM-ACCT (WS-SM-IDX) = WS-ST-ACCT-IN
                 AND WS-SM-QUARTER (WS-SM-IDX) = WS-ST-QUARTER
                 MOVE "Y" TO WS-SM-FOUND
                 SET WS-FOUND-SM-IDX TO WS-SM-IDX
              END-IF
              SET WS-SM-IDX UP BY 1
           END-PERFORM
           IF WS-SM-FOUND NOT = "Y"
              IF WS-SMS-COUNT < 5000
                 ADD 1 TO WS-SMS-COUNT
                 SET WS-FOUND-SM-IDX TO WS-SMS-COUNT
                 SET WS-SM-IDX TO WS-SMS-COUNT
                 MOVE WS-ST-ACCT-IN TO WS-SM-ACCT (WS-SM-IDX)
                 MOVE WS-ST-QUARTER TO WS-SM-QUARTER (WS-SM-IDX)
                 MOVE 0   TO WS-SM-COUNT (WS-SM-IDX)
                 MOVE "N" TO WS-SM-DONE (WS-SM-IDX)
                 MOVE "Y" TO WS-SM-FOUND
              ELSE
                 DISPLAY "SMS COUNT TABLE FULL, DELIVERY NOT "
                         "COUNTED: " WS-ST-ACCT-IN
              END-IF
           END-IF
           IF WS-SM-FOUND = "Y"
              SET WS-SM-IDX TO WS-FOUND-SM-IDX
              ADD 1 TO WS-SM-COUNT (WS-SM-IDX)
           END-IF.

       CHARGE-SMS-PARA.
           SET WS-SM-IDX TO 1
           PERFORM UNTIL WS-SM-IDX > WS-SMS-COUNT
              IF WS-SM-QUARTER (WS-SM-IDX) < WS-RUN-QUARTER
                 MOVE WS-SM-ACCT (WS-SM-IDX)    TO WS-CH-ACCT
                 MOVE "SMSA"                    TO WS-CH-CODE
                 MOVE "SMS"                     TO WS-CH-KEY
                 MOVE WS-SM-QUARTER (WS-SM-IDX) TO WS-CH-PERIOD
                 MOVE WS-SM-COUNT (WS-SM-IDX)   TO WS-CH-UNITS
                 PERFORM APPLY-CHARGE-PARA
                 IF WS-CH-RESULT NOT = "U"
                    MOVE "Y" TO WS-SM-DONE (WS-SM-IDX)
                 END-IF
              END-IF
              SET WS-SM-IDX UP BY 1
           END-PERFORM.

       APPLY-CHARGE-PARA.
           ADD 1 TO WS-CTL-CANDIDATES
           MOVE SPACES TO WS-CH-RESULT
           PERFORM FIND-CODE-PARA
           PERFORM FIND-LOG-PARA
           IF WS-LG-FOUND = "Y"
              MOVE "D" TO WS-CH-RESULT
              ADD 1 TO WS-CTL-ALREADY
           ELSE
              MOVE WS-CH-ACCT TO AM-ACCT-NUM
              READ ACCTMST-FILE
                INVALID KEY
                  MOVE "X" TO WS-CH-RESULT
                NOT INVALID KEY
                  IF AM-STATUS NOT = "O"
                     MOVE "X" TO WS-CH-RESULT
                  END-IF
              END-READ
              IF WS-CH-RESULT = "X"
                 ADD 1 TO WS-CTL-NOT-APPL
              ELSE
                 PERFORM FIND-SCHEDULE-PARA
                 IF WS-SC-FOUND NOT = "Y"
                    MOVE "N" TO WS-CH-RESULT
                    ADD 1 TO WS-CTL-NOT-APPL
                 ELSE
                    PERFORM CHECK-EXEMPT-PARA
                    IF WS-EXEMPT-HIT = "Y"
                       MOVE 0 TO WS-FEE-AMT WS-GST-AMT
                       PERFORM WAIVE-CHARGE-PARA
                    ELSE
                       PERFORM PRICE-CHARGE-PARA
                    END-IF
                 END-IF
              END-IF
           END-IF.

       FIND-CODE-PARA.
           SET WS-CD-IDX TO 1
           PERFORM UNTIL WS-CD-IDX >= 3
                      OR WS-CD-CODE (WS-CD-IDX) = WS-CH-CODE
              SET WS-CD-IDX UP BY 1
           END-PERFORM.

       FIND-LOG-PARA.
           MOVE "N" TO WS-LG-FOUND
           MOVE 0 TO WS-PRIOR-UNITS WS-PRIOR-AMT
           SET WS-LG-IDX TO 1
           PERFORM UNTIL WS-LG-IDX > WS-LOG-COUNT
              IF WS-LG-ACCT (WS-LG-IDX) = WS-CH-ACCT
                 AND WS-LG-CODE (WS-LG-IDX) = WS-CH-CODE
                 AND WS-LG-PERIOD (WS-LG-IDX) = WS-CH-PERIOD
                 ADD WS-LG-UNITS (WS-LG-IDX)  TO WS-PRIOR-UNITS
                 ADD WS-LG-AMOUNT (WS-LG-IDX) TO WS-PRIOR-AMT
                 IF WS-LG-KEY (WS-LG-IDX) = WS-CH-KEY
                    MOVE "Y" TO WS-LG-FOUND
                 END-IF
              END-IF
              SET WS-LG-IDX UP BY 1
           END-PERFORM.

       FIND-SCHEDULE-PARA.
           MOVE "N" TO WS-SC-FOUND
           SET WS-SC-IDX TO 1
           PERFORM UNTIL WS-SC-IDX > WS-SCHED-COUNT
                      OR WS-SC-FOUND = "Y"
              IF WS-SC-PRODUCT (WS-SC-IDX) = AM-ACCTYPE
                 AND WS-SC-CODE (WS-SC-IDX) = WS-CH-CODE
                 MOVE "Y" TO WS-SC-FOUND
                 SET WS-FOUND-SC-IDX TO WS-SC-IDX
              END-IF
              SET WS-SC-IDX UP BY 1
           END-PERFORM
           IF WS-SC-FOUND = "Y"
              SET WS-SC-IDX TO WS-FOUND-SC-IDX
              MOVE WS-SC-GL (WS-SC-IDX) TO WS-CH-GL
           END-IF.

       CHECK-EXEMPT-PARA.
           MOVE "N" TO WS-EXEMPT-HIT
           MOVE SPACES TO WS-CUST-CATEGORIES
           SET WS-CG-IDX TO 1
           PERFORM UNTIL WS-CG-IDX > WS-CATEG-COUNT
              IF WS-CG-PAN (WS-CG-IDX) = AM-PAN
                 SET WS-CC-IDX TO 1
                 MOVE WS-CG-CATEGORY (WS-CG-IDX)
                      TO WS-CUST-CAT (WS-CC-IDX)
              END-IF
              SET WS-CG-IDX UP BY 1
           END-PERFORM
           SET WS-DB-IDX TO 1
           PERFORM UNTIL WS-DB-IDX > WS-DOB-COUNT
              IF WS-DB-PAN (WS-DB-IDX) = AM-PAN
                 IF WS-DB-SENIOR (WS-DB-IDX) = "Y"
                    SET WS-CC-IDX TO 2
                    MOVE "SENIOR" TO WS-CUST-CAT (WS-CC-IDX)
                 END-IF
                 IF WS-DB-MINOR (WS-DB-IDX) = "Y"
                    SET WS-CC-IDX TO 3
                    MOVE "MINOR" TO WS-CUST-CAT (WS-CC-IDX)
                 END-IF
              END-IF
              SET WS-DB-IDX UP BY 1
           END-PERFORM
           SET WS-EX-IDX TO 1
           PERFORM UNTIL WS-EX-IDX > WS-EXEMPT-COUNT
                      OR WS-EXEMPT-HIT = "Y"
              IF WS-EX-CODE (WS-EX-IDX) = WS-CH-CODE
                 OR WS-EX-CODE (WS-EX-IDX) = "ALL"
                 IF WS-EX-CATEGORY (WS-EX-IDX) = AM-ACCTYPE
                    MOVE "Y" TO WS-EXEMPT-HIT
                 END-IF
                 SET WS-CC-IDX TO 1
                 PERFORM UNTIL WS-CC-IDX > 3
                    IF WS-CUST-CAT (WS-CC-IDX) NOT = SPACES
                       AND WS-CUST-CAT (WS-CC-IDX) =
                           WS-EX-CATEGORY (WS-EX-IDX)
                       MOVE "Y" TO WS-EXEMPT-HIT
                    END-IF
                    SET WS-CC-IDX UP BY 1
                 END-PERFORM
              END-IF
              SET WS-EX-IDX UP BY 1
           END-PERFORM.

       PRICE-CHARGE-PARA.
           COMPUTE WS-FREE-LEFT =
                   WS-SC-FREE (WS-SC-IDX) - WS-PRIOR-UNITS
           IF WS-FREE-LEFT < 0
              MOVE 0 TO WS-FREE-LEFT
           END-IF
           COMPUTE WS-CHARGE-UNITS = WS-CH-UNITS - WS-FREE-LEFT
           IF WS-CHARGE-UNITS < 0
              MOVE 0 TO WS-CHARGE-UNITS
           END-IF
           COMPUTE WS-FEE-AMT ROUNDED =
                   WS-CHARGE-UNITS * WS-SC-RATE (WS-SC-IDX)
           IF WS-SC-CAP (WS-SC-IDX) > 0
              IF WS-PRIOR-AMT >= WS-SC-CAP (WS-SC-IDX)
                 MOVE 0 TO WS-FEE-AMT
              ELSE
                 IF WS-PRIOR-AMT + WS-FEE-AMT > WS-SC-CAP (WS-SC-IDX)
                    COMPUTE WS-FEE-AMT =
                            WS-SC-CAP (WS-SC-IDX) - WS-PRIOR-AMT
                 END-IF
              END-IF
           END-IF
           IF WS-FEE-AMT = 0
              MOVE 0 TO WS-GST-AMT
              PERFORM WAIVE-CHARGE-PARA
           ELSE
              COMPUTE WS-GST-AMT ROUNDED =
                      WS-FEE-AMT * WS-GST-RATE / 100
              COMPUTE WS-FEE-TOTAL = WS-FEE-AMT + WS-GST-AMT
              PERFORM GET-BALANCE-PARA
              IF WS-FEE-TOTAL > WS-CURR-BAL
                 MOVE "U" TO WS-CH-RESULT
                 ADD 1 TO WS-CTL-UNCOLLECT
                 ADD 1 TO WS-CD-UNCOLL (WS-CD-IDX)
                 DISPLAY "CHARGE NOT COLLECTIBLE, BALANCE BELOW FEE: "
                         WS-CH-ACCT " " WS-CH-CODE
              ELSE
                 PERFORM POST-CHARGE-PARA
              END-IF
           END-IF.

       GET-BALANCE-PARA.
           MOVE AM-DEPOSIT TO WS-CURR-BAL
           MOVE 0 TO WS-UNCLEARED
           IF WS-ACCTBAL-OPEN = "Y"
              MOVE AM-ACCT-NUM TO BAL-ACCT-NUM
              READ ACCTBAL-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE BAL-CURR-BAL  TO WS-CURR-BAL
                  MOVE BAL-UNCLEARED TO WS-UNCLEARED
              END-READ
           END-IF
           PERFORM COMPUTE-AVAIL-PARA.

       COMPUTE-AVAIL-PARA.
           MOVE 0 TO WS-LIEN-TOTAL
           SET WS-LI-IDX TO 1
           PERFORM UNTIL WS-LI-IDX > WS-LIEN-COUNT
              IF WS-LI-ACCT (WS-LI-IDX) = AM-ACCT-NUM
                 AND (WS-LI-EXPIRY (WS-LI-IDX) = SPACES
                      OR WS-LI-EXPIRY (WS-LI-IDX) >= WS-RUN-DATE)
                 ADD WS-LI-AMOUNT (WS-LI-IDX) TO WS-LIEN-TOTAL
              END-IF
              SET WS-LI-IDX UP BY 1
           END-PERFORM
           COMPUTE WS-HOLD-TOTAL = WS-LIEN-TOTAL + WS-UNCLEARED
           IF WS-HOLD-TOTAL > WS-CURR-BAL
              MOVE 0 TO WS-CURR-BAL
           ELSE
              SUBTRACT WS-HOLD-TOTAL FROM WS-CURR-BAL
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

       WAIVE-CHARGE-PARA.
           MOVE "W" TO WS-CH-RESULT
           ADD 1 TO WS-CTL-WAIVED
           ADD 1 TO WS-CD-WAIVED (WS-CD-IDX)
           PERFORM LOG-CHARGE-PARA.

       POST-CHARGE-PARA.
           MOVE "C" TO WS-CH-RESULT
           ADD 1 TO WS-CTL-CHARGED
           ADD WS-FEE-AMT TO WS-TOT-FEES
           ADD WS-GST-AMT TO WS-TOT-GST
           ADD 1 TO WS-CD-CHARGED (WS-CD-IDX)
           ADD WS-FEE-AMT TO WS-CD-FEES (WS-CD-IDX)
           ADD WS-GST-AMT TO WS-CD-GST (WS-CD-IDX)
           MOVE WS-CH-ACCT   TO WS-FT-ACCT
           MOVE WS-FEE-TOTAL TO WS-FT-AMT
           WRITE FEETXN-REC FROM WS-FEETXN-LINE
           MOVE WS-CH-ACCT  TO LG-ACCT-NUM
           MOVE WS-FEE-AMT  TO LG-OPEN-BALANCE
           MOVE WS-CH-GL    TO LG-GL-CODE
           MOVE WS-RUN-DATE TO LG-POST-DATE
           MOVE "INR"       TO LG-ORIG-CCY
           MOVE WS-FEE-AMT  TO LG-ORIG-AMT
           MOVE "FEE"       TO LG-TXN-TYPE
           WRITE LEDGER-REC
           IF WS-GST-AMT > 0
              MOVE WS-CH-ACCT  TO LG-ACCT-NUM
              MOVE WS-GST-AMT  TO LG-OPEN-BALANCE
              MOVE "GL5002"    TO LG-GL-CODE
              MOVE WS-RUN-DATE TO LG-POST-DATE
              MOVE "INR"       TO LG-ORIG-CCY
              MOVE WS-GST-AMT  TO LG-ORIG-AMT
              MOVE "GST"       TO LG-TXN-TYPE
              WRITE LEDGER-REC
           END-IF
           PERFORM LOG-CHARGE-PARA.

       LOG-CHARGE-PARA.
           MOVE WS-CH-ACCT   TO WS-CG-ACCT
           MOVE WS-CH-CODE   TO WS-CG-CODE
           MOVE WS-CH-KEY    TO WS-CG-KEY
           MOVE WS-CH-PERIOD TO WS-CG-PERIOD
           MOVE WS-RUN-DATE  TO WS-CG-DATE
           MOVE WS-CH-UNITS  TO WS-CG-UNITS
           MOVE WS-FEE-AMT   TO WS-CG-AMOUNT
           MOVE WS-GST-AMT   TO WS-CG-GST
           MOVE WS-CH-RESULT TO WS-CG-STATUS
           WRITE CHGLOG-REC FROM WS-CHGLOG-LINE
           IF WS-LOG-COUNT < 20000
              ADD 1 TO WS-LOG-COUNT
              SET WS-LG-IDX TO WS-LOG-COUNT
              MOVE WS-CH-ACCT   TO WS-LG-ACCT (WS-LG-IDX)
              MOVE WS-CH-CODE   TO WS-LG-CODE (WS-LG-IDX)
              MOVE WS-CH-KEY    TO WS-LG-KEY (WS-LG-IDX)
              MOVE WS-CH-PERIOD TO WS-LG-PERIOD (WS-LG-IDX)
              MOVE WS-CH-UNITS  TO WS-LG-UNITS (WS-LG-IDX)
              MOVE WS-FEE-AMT   TO WS-LG-AMOUNT (WS-LG-IDX)
           END-IF.

       REWRITE-SMS-COUNTS-PARA.
           OPEN OUTPUT SMSCNT-FILE
           IF SMSCNT-FILE-STATUS NOT = "00"
              DISPLAY "SMS COUNT FILE REWRITE FAILED, STATUS="
                      SMSCNT-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-SM-IDX TO 1
              PERFORM UNTIL WS-SM-IDX > WS-SMS-COUNT
                 IF WS-SM-DONE (WS-SM-IDX) NOT = "Y"
                    MOVE WS-SM-ACCT (WS-SM-IDX)    TO WS-SC-ACCT-OUT
                    MOVE WS-SM-QUARTER (WS-SM-IDX)
                         TO WS-SC-QUARTER-OUT
                    MOVE WS-SM-COUNT (WS-SM-IDX)   TO WS-SC-COUNT-OUT
                    MOVE WS-RUN-DATE               TO WS-SC-THROUGH-OUT
                    WRITE SMSCNT-REC FROM WS-SMSCNT-LINE
                 END-IF
                 SET WS-SM-IDX UP BY 1
              END-PERFORM
              CLOSE SMSCNT-FILE
           END-IF.

       WRITE-FEE-REPORT-PARA.
           OPEN OUTPUT FEERPT-FILE
           IF FEERPT-FILE-STATUS = "00"
              MOVE WS-RUN-DATE TO WS-FH-DATE
              WRITE FEERPT-REC FROM WH-FEERPT-HDR1
              WRITE FEERPT-REC FROM WH-FEERPT-HDR2
              SET WS-CD-IDX TO 1
              PERFORM UNTIL WS-CD-IDX > 3
                 MOVE WS-CD-DESC (WS-CD-IDX)    TO WS-FR-DESC
                 MOVE WS-CD-CHARGED (WS-CD-IDX) TO WS-FR-CNT
                 MOVE WS-CD-FEES (WS-CD-IDX)    TO WS-FR-FEES
                 MOVE WS-CD-GST (WS-CD-IDX)     TO WS-FR-GST
                 MOVE WS-CD-WAIVED (WS-CD-IDX)  TO WS-FR-WAIVED
                 MOVE WS-CD-UNCOLL (WS-CD-IDX)  TO WS-FR-UNCOLL
                 WRITE FEERPT-REC FROM WS-FEERPT-DETAIL
                 SET WS-CD-IDX UP BY 1
              END-PERFORM
              MOVE WS-TOT-FEES TO WS-FR-TOT
              WRITE FEERPT-REC FROM WS-FEERPT-TOTAL
              MOVE "GST ON FEES        :" TO WS-FEERPT-TOTAL(1:20)
              MOVE WS-TOT-GST TO WS-FR-TOT
              WRITE FEERPT-REC FROM WS-FEERPT-TOTAL
              CLOSE FEERPT-FILE
           ELSE
              DISPLAY "CHARGE REPORT OPEN FAILED, STATUS="
                      FEERPT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "SVCCHARGE"        TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-CANDIDATES  TO WS-OPL-IN-COUNT
           MOVE WS-CTL-CHARGED     TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-UNCOLLECT   TO WS-OPL-REJ-COUNT
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
