       IDENTIFICATION DIVISION.
       PROGRAM-ID. leadgen.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE  ASSIGN TO "CROSS-SELL-PARM.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PARM-FILE-STATUS.

           SELECT CUSTMST-FILE  ASSIGN TO "CUST-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CM-PAN
                               FILE STATUS IS CUSTMST-FILE-STATUS.

           SELECT XREF-FILE  ASSIGN TO "ACCT-XREF.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS XR-ACCT-NUM
                               FILE STATUS IS XREF-FILE-STATUS.

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

           SELECT TDMST-FILE  ASSIGN TO "TD-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TDMST-FILE-STATUS.

           SELECT LOANMST-FILE ASSIGN TO "LOAN-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LOANMST-FILE-STATUS.

           SELECT CARDLINK-FILE ASSIGN TO "CARD-LINK.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CARDLINK-FILE-STATUS.

           SELECT BANKLINK-FILE ASSIGN TO "NINJA-BANK-LINK.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS BANKLINK-FILE-STATUS.

           SELECT TXNHIST-FILE  ASSIGN TO "TXN-HISTORY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TXNHIST-FILE-STATUS.

           SELECT DND-FILE  ASSIGN TO "DND-SUPPRESS.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS DND-FILE-STATUS.

           SELECT LEADREG-FILE ASSIGN TO "LEAD-REGISTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LEADREG-FILE-STATUS.

           SELECT LEADRPT-FILE ASSIGN TO "CROSS-SELL-LEADS.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LEADRPT-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY-CALENDAR.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS HOLIDAY-FILE-STATUS.

           SELECT KEY-FILE    ASSIGN TO "CRYPTO-KEY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS KEY-FILE-STATUS.

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
       FD   PARM-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PARM-REC                PIC X(40).

       FD   CUSTMST-FILE  RECORD CONTAINS 205 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CUST-MASTER-REC.
          COPY CUSTMST.

       FD   XREF-FILE  RECORD CONTAINS 24 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-XREF-REC.
          COPY ACCTXREF.

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCTBAL-REC.
          COPY ACCTBAL.

       FD   TDMST-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TDMST-REC               PIC X(120).

       FD   LOANMST-FILE  RECORD CONTAINS 200 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANMST-REC             PIC X(200).

       FD   CARDLINK-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CARDLINK-REC            PIC X(40).

       FD   BANKLINK-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 BANKLINK-REC            PIC X(30).

       FD   TXNHIST-FILE  RECORD CONTAINS 84 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNHIST-REC             PIC X(84).

       FD   DND-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 DND-REC                 PIC X(15).

       FD   LEADREG-FILE  RECORD CONTAINS 52 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LEADREG-REC             PIC X(52).

       FD   LEADRPT-FILE  RECORD CONTAINS 132 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LEADRPT-REC             PIC X(132).

       FD   HOLIDAY-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 HOLIDAY-REC             PIC X(40).

       FD   KEY-FILE  RECORD CONTAINS 20 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 KEY-REC                 PIC X(20).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 PARM-FILE-STATUS     PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 XREF-FILE-STATUS     PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 ACCTBAL-FILE-STATUS  PIC X(02).
       01 TDMST-FILE-STATUS    PIC X(02).
       01 LOANMST-FILE-STATUS  PIC X(02).
       01 CARDLINK-FILE-STATUS PIC X(02).
       01 BANKLINK-FILE-STATUS PIC X(02).
       01 TXNHIST-FILE-STATUS  PIC X(02).
       01 DND-FILE-STATUS      PIC X(02).
       01 LEADREG-FILE-STATUS  PIC X(02).
       01 LEADRPT-FILE-STATUS  PIC X(02).
       01 HOLIDAY-FILE-STATUS  PIC X(02).
       01 KEY-FILE-STATUS      PIC X(02).
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
       01 WS-RUN-SPLIT REDEFINES WS-RUN-DATE-NUM.
          05 WS-RUN-YY         PIC 9(04).
          05 WS-RUN-MM         PIC 9(02).
          05 WS-RUN-DD         PIC 9(02).
       01 WS-RUN-INT           PIC 9(08) VALUE 0.
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
       01 WS-WORK-INT          PIC 9(08) VALUE 0.
       01 WS-WORK-DATE         PIC 9(08) VALUE 0.
       01 WS-SAL-FROM          PIC X(08) VALUE SPACES.
       01 WS-TD-HORIZON        PIC X(08) VALUE SPACES.
       01 WS-LEAD-CUTOFF       PIC X(08) VALUE SPACES.

       01 WS-PM-NAME-IN        PIC X(20).
       01 WS-PM-VALUE-IN       PIC X(15).
       01 WS-PM-VALUE          PIC 9(11)V99 VALUE 0.
       01 WS-NOTD-BAL          PIC 9(11)V99 VALUE 100000.00.
       01 WS-INVEST-BAL        PIC 9(11)V99 VALUE 500000.00.
       01 WS-SAL-DAYS          PIC 9(03) VALUE 35.
       01 WS-TDMAT-DAYS        PIC 9(03) VALUE 30.
       01 WS-SAL-LOAN          PIC 9(01) VALUE 1.
       01 WS-LEAD-DAYS         PIC 9(03) VALUE 90.

       01 WS-CRYPTO-KEY        PIC X(16) VALUE SPACES.
       01 WS-F60-SURROGATE     PIC X(01) VALUE "N".
       01 WS-CR-PARMS.
          05 WS-CR-FUNC         PIC X(01).
          05 WS-CR-KEY          PIC X(16).
          05 WS-CR-PAN-IN       PIC X(10).
          05 WS-CR-PAN-OUT      PIC X(10).
          05 WS-CR-AADHAR-IN    PIC X(12).
          05 WS-CR-AADHAR-OUT   PIC X(12).
       01 WS-AM-PAN            PIC X(10).
       01 WS-AM-PAN-CLR        PIC X(10).
       01 WS-MK-PARMS.
          05 WS-MK-PAN-IN       PIC X(10).
          05 WS-MK-PAN-OUT      PIC X(10).
          05 WS-MK-AADHAR-IN    PIC X(12).
          05 WS-MK-AADHAR-OUT   PIC X(12).

       01 WS-CIF-TABLE.
          05 WS-CF-ENTRY OCCURS 10000 TIMES INDEXED BY WS-CF-IDX.
             10 WS-CF-PAN        PIC X(10).
             10 WS-CF-CUST       PIC X(20).
             10 WS-CF-MOBILE     PIC X(10).
             10 WS-CF-LIVE       PIC X(01).
             10 WS-CF-IFSC       PIC X(11).
             10 WS-CF-ACCT       PIC X(14).
             10 WS-CF-SB-SEEN    PIC X(01).
             10 WS-CF-SB-BAL     PIC 9(13)V99.
             10 WS-CF-HAS-TD     PIC X(01).
             10 WS-CF-HAS-CARD   PIC X(01).
             10 WS-CF-HAS-LOAN   PIC X(01).
             10 WS-CF-HAS-INVEST PIC X(01).
             10 WS-CF-SALARY     PIC X(01).
             10 WS-CF-TD-ACCT    PIC X(14).
             10 WS-CF-TD-MAT     PIC X(08).
             10 WS-CF-RULE       PIC X(03).
             10 WS-CF-LEAD       PIC X(01).
       01 WS-CIF-COUNT         PIC 9(05) VALUE 0.
       01 WS-LOOK-ACCT         PIC X(14).
       01 WS-LOOK-PAN          PIC X(10).
       01 WS-HIT-CIF           PIC 9(05) VALUE 0.

       01 WS-RULE-TABLE.
          05 WS-RL-ENTRY OCCURS 5 TIMES INDEXED BY WS-RL-IDX.
             10 WS-RL-CODE       PIC X(03).
             10 WS-RL-TRIGGER    PIC X(30).
             10 WS-RL-PRODUCT    PIC X(16).
             10 WS-RL-HITS       PIC 9(05).
             10 WS-RL-LEADS      PIC 9(05).

       01 WS-DND-TABLE.
          05 WS-DN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-DN-IDX.
             10 WS-DN-MOBILE     PIC X(10).
       01 WS-DND-COUNT         PIC 9(04) VALUE 0.
       01 WS-DND-HIT           PIC X(01) VALUE "N".

       01 WS-REG-TABLE.
          05 WS-LR-ENTRY OCCURS 20000 TIMES INDEXED BY WS-LR-IDX.
             10 WS-LR-PAN        PIC X(10).
             10 WS-LR-RULE       PIC X(03).
             10 WS-LR-IFSC       PIC X(11).
             10 WS-LR-ACCT       PIC X(14).
             10 WS-LR-RAISED     PIC X(08).
             10 WS-LR-STATUS     PIC X(01).
       01 WS-REG-COUNT         PIC 9(05) VALUE 0.
       01 WS-OPEN-HIT          PIC X(01) VALUE "N".
       01 WS-LR-PAN-IN         PIC X(10).
       01 WS-LR-RULE-IN        PIC X(03).
       01 WS-LR-IFSC-IN        PIC X(11).
       01 WS-LR-ACCT-IN        PIC X(14).
       01 WS-LR-RAISED-IN      PIC X(08).
       01 WS-LR-STATUS-IN      PIC X(01).
       01 WS-REG-LINE.
          05 WS-RG-PAN           PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RG-RULE          PIC X(03).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RG-IFSC          PIC X(11).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RG-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RG-RAISED        PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RG-STATUS        PIC X(01).

       01 WS-BRANCH-TABLE.
          05 WS-BR-ENTRY OCCURS 200 TIMES INDEXED BY WS-BR-IDX.
             10 WS-BR-IFSC       PIC X(11).
             10 WS-BR-LEADS      PIC 9(05).
       01 WS-BRANCH-COUNT      PIC 9(03) VALUE 0.
       01 WS-BR-FOUND          PIC X(01) VALUE "N".
       01 WS-BR-PRINTED        PIC 9(03) VALUE 0.
       01 WS-LAST-IFSC         PIC X(11) VALUE LOW-VALUES.
       01 WS-NEXT-IFSC         PIC X(11) VALUE HIGH-VALUES.
       01 WS-NEXT-BR           PIC 9(03) VALUE 0.

       01 WS-TL-ACCT-IN        PIC X(14).
       01 WS-TL-PRIN-IN        PIC X(12).
       01 WS-TL-RATE-IN        PIC X(05).
       01 WS-TL-TENURE-IN      PIC X(03).
       01 WS-TL-OPEN-IN        PIC X(08).
       01 WS-TL-MAT-IN         PIC X(08).
       01 WS-TL-INSTR-IN       PIC X(01).
       01 WS-TL-LINKED-IN      PIC X(14).
       01 WS-TL-STATUS-IN      PIC X(01).

       01 WS-LM-ACCT-IN        PIC X(14).
       01 WS-LM-SAVINGS-IN     PIC X(14).
       01 WS-LM-PRIN-IN        PIC X(12).
       01 WS-LM-RATE-IN        PIC X(05).
       01 WS-LM-TERM-IN        PIC X(03).
       01 WS-LM-EMI-IN         PIC X(12).
       01 WS-LM-OPEN-IN        PIC X(08).
       01 WS-LM-OUTST-IN       PIC X(12).
       01 WS-LM-OVERDUE-IN     PIC X(03).
       01 WS-LM-STATUS-IN      PIC X(01).

       01 WS-CL-CARD-IN        PIC X(16).
       01 WS-CL-ACCT-IN        PIC X(14).
       01 WS-CL-STATUS-IN      PIC X(01).
       01 WS-LK-OWNER-IN       PIC X(08).
       01 WS-LK-ACCT-IN        PIC X(14).

       01 WS-TH-DATE-IN        PIC X(08).
       01 WS-TH-ACCT-IN        PIC X(14).
       01 WS-TH-TYPE-IN        PIC X(03).

       01 WS-CTL-CIFS          PIC 9(07) VALUE 0.
       01 WS-CTL-LIVE          PIC 9(07) VALUE 0.
       01 WS-CTL-TRIGGERED     PIC 9(07) VALUE 0.
       01 WS-CTL-DND           PIC 9(07) VALUE 0.
       01 WS-CTL-OPEN-LEAD     PIC 9(07) VALUE 0.
       01 WS-CTL-LEADS         PIC 9(07) VALUE 0.
       01 WS-CTL-EXPIRED       PIC 9(07) VALUE 0.
       01 WS-CTL-NO-XREF       PIC 9(07) VALUE 0.

       01 WH-RULE-LINE          PIC X(124) VALUE ALL "-".
       01 WH-LEAD-HDR1.
          05 FILLER              PIC X(35) VALUE
             "CROSS-SELL LEAD LIST - MONTH END   ".
          05 WH-LH-DATE          PIC X(08).
          05 FILLER              PIC X(09) VALUE "   CYCLE ".
          05 WH-LH-CYCLE         PIC X(04).
       01 WH-LEAD-COLS.
          05 FILLER              PIC X(22) VALUE "CUSTOMER".
          05 FILLER              PIC X(12) VALUE "PAN".
          05 FILLER              PIC X(16) VALUE "ACCOUNT".
          05 FILLER              PIC X(05) VALUE "RULE".
          05 FILLER              PIC X(32) VALUE "TRIGGER".
          05 FILLER              PIC X(17) VALUE "SUGGESTED PRODUCT".
       01 WS-BRANCH-LINE.
          05 FILLER              PIC X(09) VALUE "BRANCH : ".
          05 WS-BL-IFSC          PIC X(11).
          05 FILLER              PIC X(10) VALUE "   LEADS: ".
          05 WS-BL-LEADS         PIC ZZZZ9.
       01 WS-LEAD-DETAIL.
          05 WS-LD-CUST          PIC X(20).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-LD-PAN           PIC X(10).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-LD-ACCT          PIC X(14).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-LD-RULE          PIC X(03).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-LD-TRIGGER       PIC X(30).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-LD-PRODUCT       PIC X(16).
       01 WH-SUMM-TITLE         PIC X(40) VALUE
          "LEADS BY RULE".
       01 WH-SUMM-COLS.
          05 FILLER              PIC X(05) VALUE "RULE".
          05 FILLER              PIC X(32) VALUE "TRIGGER".
          05 FILLER              PIC X(19) VALUE "SUGGESTED PRODUCT".
          05 FILLER              PIC X(09) VALUE "TRIGGERED".
          05 FILLER              PIC X(10) VALUE "     LEADS".
       01 WS-SUMM-DETAIL.
          05 WS-SM-RULE          PIC X(03).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-SM-TRIGGER       PIC X(30).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-SM-PRODUCT       PIC X(16).
          05 FILLER              PIC X(05) VALUE SPACES.
          05 WS-SM-HITS          PIC ZZZZZZ9.
          05 FILLER              PIC X(03) VALUE SPACES.
          05 WS-SM-LEADS         PIC ZZZZZZ9.
       01 WS-MEMO-LINE.
          05 WS-ML-TEXT          PIC X(45).
          05 WS-ML-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE CROSS-SELL LEAD GENERATION PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(
                                WS-RUN-DATE-NUM).
           PERFORM LOAD-HOLIDAYS-PARA.
           PERFORM NEXT-BUSINESS-DAY-PARA.
           IF WS-NEXT-MM NOT = WS-RUN-MM
              MOVE "Y" TO WS-IS-MONTH-END
           END-IF.
           IF WS-IS-MONTH-END NOT = "Y"
              DISPLAY "NOT MONTH END - NO LEAD GENERATION TODAY"
              PERFORM APPEND-OPSLOG-PARA
              STOP RUN
           END-IF.
           PERFORM SET-RULES-PARA.
           PERFORM LOAD-PARMS-PARA.
           PERFORM SET-WINDOWS-PARA.
           PERFORM LOAD-KEY-PARA.
           PERFORM LOAD-DND-PARA.
           PERFORM LOAD-REGISTER-PARA.
           OPEN INPUT CUSTMST-FILE.
           IF CUSTMST-FILE-STATUS NOT = "00"
              DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS="
                      CUSTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO EOF.
           PERFORM LOAD-CIF-PARA UNTIL EOF = "Y".
           CLOSE CUSTMST-FILE.
           OPEN INPUT XREF-FILE.
           IF XREF-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT XREF OPEN FAILED, STATUS="
                      XREF-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM SCAN-DEPOSITS-PARA.
           PERFORM SCAN-TDS-PARA.
           PERFORM SCAN-LOANS-PARA.
           PERFORM SCAN-CARDS-PARA.
           PERFORM SCAN-INVEST-LINKS-PARA.
           PERFORM SCAN-SALARY-PARA.
           CLOSE XREF-FILE.
           SET WS-CF-IDX TO 1.
           PERFORM UNTIL WS-CF-IDX > WS-CIF-COUNT
              IF WS-CF-LIVE (WS-CF-IDX) = "Y"
                 ADD 1 TO WS-CTL-LIVE
                 PERFORM APPLY-RULES-PARA
              END-IF
              SET WS-CF-IDX UP BY 1
           END-PERFORM.
           PERFORM WRITE-REPORT-PARA.
           PERFORM SAVE-REGISTER-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "CROSS-SELL LEAD SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  CIF RECORDS READ     : " WS-CTL-CIFS.
           DISPLAY "  CIFS WITH LIVE A/C   : " WS-CTL-LIVE.
           DISPLAY "  ACCOUNTS NOT IN XREF : " WS-CTL-NO-XREF.
           DISPLAY "  CIFS TRIGGERED       : " WS-CTL-TRIGGERED.
           DISPLAY "  SUPPRESSED DND       : " WS-CTL-DND.
           DISPLAY "  SUPPRESSED OPEN LEAD : " WS-CTL-OPEN-LEAD.
           DISPLAY "  LEADS RAISED         : " WS-CTL-LEADS.
           DISPLAY "  LEADS EXPIRED        : " WS-CTL-EXPIRED.

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

       SET-RULES-PARA.
           MOVE "R01"                            TO WS-RL-CODE (1)
           MOVE "SAVINGS ABOVE LIMIT, NO TD"     TO WS-RL-TRIGGER (1)
           MOVE "TERM DEPOSIT"                   TO WS-RL-PRODUCT (1)
           MOVE "R02"                            TO WS-RL-CODE (2)
           MOVE "SALARY CREDIT, NO DEBIT CARD"   TO WS-RL-TRIGGER (2)
           MOVE "DEBIT CARD"                     TO WS-RL-PRODUCT (2)
           MOVE "R03"                            TO WS-RL-CODE (3)
           MOVE "TD MATURING, NO RENEWAL"        TO WS-RL-TRIGGER (3)
           MOVE "TD RENEWAL"                     TO WS-RL-PRODUCT (3)
           MOVE "R04"                            TO WS-RL-CODE (4)
           MOVE "HIGH BALANCE, NO INVESTMENTS"   TO WS-RL-TRIGGER (4)
           MOVE "INVESTMENT A/C"                 TO WS-RL-PRODUCT (4)
           MOVE "R05"                            TO WS-RL-CODE (5)
           MOVE "SALARY CREDIT, NO LOAN"         TO WS-RL-TRIGGER (5)
           MOVE "PERSONAL LOAN"                  TO WS-RL-PRODUCT (5)
           SET WS-RL-IDX TO 1
           PERFORM UNTIL WS-RL-IDX > 5
              MOVE 0 TO WS-RL-HITS (WS-RL-IDX)
              MOVE 0 TO WS-RL-LEADS (WS-RL-IDX)
              SET WS-RL-IDX UP BY 1
           END-PERFORM.

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
              DISPLAY "NO CROSS-SELL PARAMETERS, USING BUILT-IN "
                      "RULE THRESHOLDS"
           END-IF
           DISPLAY "NO-TD BALANCE " WS-NOTD-BAL
                   " INVESTMENT BALANCE " WS-INVEST-BAL.

       APPLY-PARM-PARA.
           EVALUATE WS-PM-NAME-IN
             WHEN "NOTDBAL"
                  MOVE WS-PM-VALUE TO WS-NOTD-BAL
             WHEN "INVESTBAL"
                  MOVE WS-PM-VALUE TO WS-INVEST-BAL
             WHEN "SALDAYS"
                  MOVE WS-PM-VALUE TO WS-SAL-DAYS
             WHEN "TDMATDAYS"
                  MOVE WS-PM-VALUE TO WS-TDMAT-DAYS
             WHEN "SALLOAN"
                  MOVE WS-PM-VALUE TO WS-SAL-LOAN
             WHEN "LEADDAYS"
                  MOVE WS-PM-VALUE TO WS-LEAD-DAYS
             WHEN OTHER
                  DISPLAY "UNKNOWN CROSS-SELL PARAMETER IGNORED: "
                          WS-PM-NAME-IN
           END-EVALUATE.

       SET-WINDOWS-PARA.
           COMPUTE WS-WORK-INT = WS-RUN-INT - WS-SAL-DAYS
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-WORK-DATE TO WS-SAL-FROM
           COMPUTE WS-WORK-INT = WS-RUN-INT + WS-TDMAT-DAYS
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-WORK-DATE TO WS-TD-HORIZON
           COMPUTE WS-WORK-INT = WS-RUN-INT - WS-LEAD-DAYS
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-WORK-DATE TO WS-LEAD-CUTOFF.

       LOAD-KEY-PARA.
           OPEN INPUT KEY-FILE
           IF KEY-FILE-STATUS = "00"
              READ KEY-FILE
                NOT AT END
                  MOVE KEY-REC(1:16) TO WS-CRYPTO-KEY
              END-READ
              CLOSE KEY-FILE
           END-IF.

       LOAD-DND-PARA.
           MOVE 0 TO WS-DND-COUNT
           OPEN INPUT DND-FILE
           IF DND-FILE-STATUS = "00"
              PERFORM UNTIL DND-FILE-STATUS NOT = "00"
                 READ DND-FILE
                   AT END
                     MOVE "10" TO DND-FILE-STATUS
                   NOT AT END
                     IF WS-DND-COUNT < 2000
                        ADD 1 TO WS-DND-COUNT
                        SET WS-DN-IDX TO WS-DND-COUNT
                        MOVE DND-REC(1:10)
                             TO WS-DN-MOBILE (WS-DN-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE DND-FILE
           ELSE
              DISPLAY "NO SUPPRESSION LIST THIS CYCLE"
           END-IF.

       CHECK-DND-PARA.
           MOVE "N" TO WS-DND-HIT
           SET WS-DN-IDX TO 1
           PERFORM UNTIL WS-DN-IDX > WS-DND-COUNT
                      OR WS-DND-HIT = "Y"
              IF WS-DN-MOBILE (WS-DN-IDX) = WS-CF-MOBILE (WS-CF-IDX)
                 MOVE "Y" TO WS-DND-HIT
              END-IF
              SET WS-DN-IDX UP BY 1
           END-PERFORM.

       LOAD-REGISTER-PARA.
           MOVE 0 TO WS-REG-COUNT
           OPEN INPUT LEADREG-FILE
           IF LEADREG-FILE-STATUS = "00"
              PERFORM UNTIL LEADREG-FILE-STATUS NOT = "00"
                 READ LEADREG-FILE
                   AT END
                     MOVE "10" TO LEADREG-FILE-STATUS
                   NOT AT END
                     IF WS-REG-COUNT >= 20000
                        DISPLAY "LEAD REGISTER CAPACITY EXCEEDED AT "
                                "20000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     UNSTRING LEADREG-REC DELIMITED BY ","
                     INTO  WS-LR-PAN-IN
                           WS-LR-RULE-IN
                           WS-LR-IFSC-IN
                           WS-LR-ACCT-IN
                           WS-LR-RAISED-IN
                           WS-LR-STATUS-IN
                     END-UNSTRING
                     ADD 1 TO WS-REG-COUNT
                     SET WS-LR-IDX TO WS-REG-COUNT
                     MOVE WS-LR-PAN-IN    TO WS-LR-PAN (WS-LR-IDX)
                     MOVE WS-LR-RULE-IN   TO WS-LR-RULE (WS-LR-IDX)
                     MOVE WS-LR-IFSC-IN   TO WS-LR-IFSC (WS-LR-IDX)
                     MOVE WS-LR-ACCT-IN   TO WS-LR-ACCT (WS-LR-IDX)
                     MOVE WS-LR-RAISED-IN TO WS-LR-RAISED (WS-LR-IDX)
                     MOVE WS-LR-STATUS-IN TO WS-LR-STATUS (WS-LR-IDX)
                     IF WS-LR-STATUS-IN = "O"
                        AND WS-LEAD-DAYS > 0
                        AND WS-LR-RAISED-IN < WS-LEAD-CUTOFF
                        MOVE "E" TO WS-LR-STATUS (WS-LR-IDX)
                        ADD 1 TO WS-CTL-EXPIRED
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE LEADREG-FILE
           ELSE
              DISPLAY "NO LEAD REGISTER YET, STARTING A NEW ONE"
           END-IF.

       LOAD-CIF-PARA.
           READ CUSTMST-FILE AT END
                MOVE "Y" TO EOF
           END-READ.
           IF EOF NOT = "Y"
              IF WS-CIF-COUNT >= 10000
                 DISPLAY "CIF TABLE CAPACITY EXCEEDED AT 10000 - "
                         "RUN STOPPED"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CTL-CIFS
              ADD 1 TO WS-CIF-COUNT
              SET WS-CF-IDX TO WS-CIF-COUNT
              MOVE CM-PAN    TO WS-CF-PAN (WS-CF-IDX)
              MOVE CM-CUST   TO WS-CF-CUST (WS-CF-IDX)
              MOVE CM-MOBILE TO WS-CF-MOBILE (WS-CF-IDX)
              MOVE "N"    TO WS-CF-LIVE (WS-CF-IDX)
              MOVE SPACES TO WS-CF-IFSC (WS-CF-IDX)
              MOVE SPACES TO WS-CF-ACCT (WS-CF-IDX)
              MOVE "N"    TO WS-CF-SB-SEEN (WS-CF-IDX)
              MOVE 0      TO WS-CF-SB-BAL (WS-CF-IDX)
              MOVE "N"    TO WS-CF-HAS-TD (WS-CF-IDX)
              MOVE "N"    TO WS-CF-HAS-CARD (WS-CF-IDX)
              MOVE "N"    TO WS-CF-HAS-LOAN (WS-CF-IDX)
              MOVE "N"    TO WS-CF-HAS-INVEST (WS-CF-IDX)
              MOVE "N"    TO WS-CF-SALARY (WS-CF-IDX)
              MOVE SPACES TO WS-CF-TD-ACCT (WS-CF-IDX)
              MOVE SPACES TO WS-CF-TD-MAT (WS-CF-IDX)
              MOVE SPACES TO WS-CF-RULE (WS-CF-IDX)
              MOVE "N"    TO WS-CF-LEAD (WS-CF-IDX)
           END-IF.
            EXIT.

       FIND-HOLDER-PARA.
           MOVE 0 TO WS-HIT-CIF
           MOVE WS-LOOK-ACCT TO XR-ACCT-NUM
           READ XREF-FILE
             INVALID KEY
               MOVE SPACES TO WS-LOOK-PAN
             NOT INVALID KEY
               MOVE XR-PAN TO WS-LOOK-PAN
           END-READ
           IF WS-LOOK-PAN NOT = SPACES
              SET WS-CF-IDX TO 1
              PERFORM UNTIL WS-CF-IDX > WS-CIF-COUNT
                         OR WS-HIT-CIF > 0
                 IF WS-CF-PAN (WS-CF-IDX) = WS-LOOK-PAN
                    SET WS-HIT-CIF TO WS-CF-IDX
                 END-IF
                 SET WS-CF-IDX UP BY 1
              END-PERFORM
           END-IF.

       SCAN-DEPOSITS-PARA.
           OPEN INPUT ACCTMST-FILE
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ACCTBAL-FILE
           IF ACCTBAL-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT BALANCE FILE OPEN FAILED, STATUS="
                      ACCTBAL-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL ACCTMST-FILE-STATUS NOT = "00"
              READ ACCTMST-FILE NEXT
                AT END
                  MOVE "10" TO ACCTMST-FILE-STATUS
                NOT AT END
                  IF AM-STATUS NOT = "C" AND AM-STATUS NOT = "M"
                     AND AM-STATUS NOT = "U"
                     PERFORM TAKE-DEPOSIT-PARA
                  END-IF
              END-READ
           END-PERFORM
           CLOSE ACCTBAL-FILE
           CLOSE ACCTMST-FILE.

       TAKE-DEPOSIT-PARA.
           MOVE AM-ACCT-NUM TO WS-LOOK-ACCT
           PERFORM FIND-HOLDER-PARA
           IF WS-HIT-CIF = 0
              ADD 1 TO WS-CTL-NO-XREF
           ELSE
              SET WS-CF-IDX TO WS-HIT-CIF
              MOVE "Y" TO WS-CF-LIVE (WS-CF-IDX)
              IF WS-CF-ACCT (WS-CF-IDX) = SPACES
                 MOVE AM-IFSC     TO WS-CF-IFSC (WS-CF-IDX)
                 MOVE AM-ACCT-NUM TO WS-CF-ACCT (WS-CF-IDX)
              END-IF
              IF AM-ACCTYPE = "SAVINGS" OR AM-ACCTYPE = "NRI"
                 IF WS-CF-SB-SEEN (WS-CF-IDX) NOT = "Y"
                    MOVE "Y"         TO WS-CF-SB-SEEN (WS-CF-IDX)
                    MOVE AM-IFSC     TO WS-CF-IFSC (WS-CF-IDX)
                    MOVE AM-ACCT-NUM TO WS-CF-ACCT (WS-CF-IDX)
                 END-IF
                 MOVE AM-ACCT-NUM TO BAL-ACCT-NUM
                 READ ACCTBAL-FILE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     ADD BAL-CURR-BAL TO WS-CF-SB-BAL (WS-CF-IDX)
                 END-READ
              END-IF
           END-IF.

       SCAN-TDS-PARA.
           OPEN INPUT TDMST-FILE
           IF TDMST-FILE-STATUS = "00"
              PERFORM UNTIL TDMST-FILE-STATUS NOT = "00"
                 READ TDMST-FILE
                   AT END
                     MOVE "10" TO TDMST-FILE-STATUS
                   NOT AT END
                     PERFORM TAKE-TD-PARA
                 END-READ
              END-PERFORM
              CLOSE TDMST-FILE
           ELSE
              DISPLAY "TD MASTER NOT FOUND, NO TERM DEPOSIT HOLDINGS"
           END-IF.

       TAKE-TD-PARA.
           MOVE SPACES TO WS-TL-STATUS-IN
           UNSTRING TDMST-REC DELIMITED BY ","
           INTO  WS-TL-ACCT-IN
                 WS-TL-PRIN-IN
                 WS-TL-RATE-IN
                 WS-TL-TENURE-IN
                 WS-TL-OPEN-IN
                 WS-TL-MAT-IN
                 WS-TL-INSTR-IN
                 WS-TL-LINKED-IN
                 WS-TL-STATUS-IN
           END-UNSTRING
           IF WS-TL-STATUS-IN = "A"
              MOVE WS-TL-ACCT-IN TO WS-LOOK-ACCT
              PERFORM FIND-HOLDER-PARA
              IF WS-HIT-CIF = 0
                 MOVE WS-TL-LINKED-IN TO WS-LOOK-ACCT
                 PERFORM FIND-HOLDER-PARA
              END-IF
              IF WS-HIT-CIF > 0
                 SET WS-CF-IDX TO WS-HIT-CIF
                 MOVE "Y" TO WS-CF-HAS-TD (WS-CF-IDX)
                 IF WS-TL-INSTR-IN NOT = "R"
                    AND WS-TDMAT-DAYS > 0
                    AND WS-TL-MAT-IN >= WS-RUN-DATE
                    AND WS-TL-MAT-IN <= WS-TD-HORIZON
                    IF WS-CF-TD-MAT (WS-CF-IDX) = SPACES
                       OR WS-TL-MAT-IN < WS-CF-TD-MAT (WS-CF-IDX)
                       MOVE WS-TL-ACCT-IN
                            TO WS-CF-TD-ACCT (WS-CF-IDX)
                       MOVE WS-TL-MAT-IN
                            TO WS-CF-TD-MAT (WS-CF-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       SCAN-LOANS-PARA.
           OPEN INPUT LOANMST-FILE
           IF LOANMST-FILE-STATUS = "00"
              PERFORM UNTIL LOANMST-FILE-STATUS NOT = "00"
                 READ LOANMST-FILE
                   AT END
                     MOVE "10" TO LOANMST-FILE-STATUS
                   NOT AT END
                     PERFORM TAKE-LOAN-PARA
                 END-READ
              END-PERFORM
              CLOSE LOANMST-FILE
           ELSE
              DISPLAY "LOAN MASTER NOT FOUND, NO LOAN HOLDINGS"
           END-IF.

       TAKE-LOAN-PARA.
           UNSTRING LOANMST-REC DELIMITED BY ","
           INTO  WS-LM-ACCT-IN
                 WS-LM-SAVINGS-IN
                 WS-LM-PRIN-IN
                 WS-LM-RATE-IN
                 WS-LM-TERM-IN
                 WS-LM-EMI-IN
                 WS-LM-OPEN-IN
                 WS-LM-OUTST-IN
                 WS-LM-OVERDUE-IN
                 WS-LM-STATUS-IN
           END-UNSTRING
           IF WS-LM-STATUS-IN NOT = "C"
              MOVE WS-LM-ACCT-IN TO WS-LOOK-ACCT
              PERFORM FIND-HOLDER-PARA
              IF WS-HIT-CIF = 0
                 MOVE WS-LM-SAVINGS-IN TO WS-LOOK-ACCT
                 PERFORM FIND-HOLDER-PARA
              END-IF
              IF WS-HIT-CIF > 0
                 SET WS-CF-IDX TO WS-HIT-CIF
                 MOVE "Y" TO WS-CF-HAS-LOAN (WS-CF-IDX)
              END-IF
           END-IF.

       SCAN-CARDS-PARA.
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
                        MOVE WS-CL-ACCT-IN TO WS-LOOK-ACCT
                        PERFORM FIND-HOLDER-PARA
                        IF WS-HIT-CIF > 0
                           SET WS-CF-IDX TO WS-HIT-CIF
                           MOVE "Y" TO WS-CF-HAS-CARD (WS-CF-IDX)
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE CARDLINK-FILE
           ELSE
              DISPLAY "NO CARD LINK FILE, NO CARD HOLDINGS"
           END-IF.

       SCAN-INVEST-LINKS-PARA.
           OPEN INPUT BANKLINK-FILE
           IF BANKLINK-FILE-STATUS = "00"
              PERFORM UNTIL BANKLINK-FILE-STATUS NOT = "00"
                 READ BANKLINK-FILE
                   AT END
                     MOVE "10" TO BANKLINK-FILE-STATUS
                   NOT AT END
                     UNSTRING BANKLINK-REC DELIMITED BY ","
                     INTO  WS-LK-OWNER-IN
                           WS-LK-ACCT-IN
                     END-UNSTRING
                     MOVE WS-LK-ACCT-IN TO WS-LOOK-ACCT
                     PERFORM FIND-HOLDER-PARA
                     IF WS-HIT-CIF > 0
                        SET WS-CF-IDX TO WS-HIT-CIF
                        MOVE "Y" TO WS-CF-HAS-INVEST (WS-CF-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE BANKLINK-FILE
           ELSE
              DISPLAY "NO OWNER BANK LINKAGE FILE, NO INVESTMENT "
                      "HOLDINGS"
           END-IF.

       SCAN-SALARY-PARA.
           IF WS-SAL-DAYS > 0
              OPEN INPUT TXNHIST-FILE
              IF TXNHIST-FILE-STATUS = "00"
                 PERFORM UNTIL TXNHIST-FILE-STATUS NOT = "00"
                    READ TXNHIST-FILE
                      AT END
                        MOVE "10" TO TXNHIST-FILE-STATUS
                      NOT AT END
                        PERFORM TAKE-SALARY-PARA
                    END-READ
                 END-PERFORM
                 CLOSE TXNHIST-FILE
              ELSE
                 DISPLAY "NO TRANSACTION HISTORY, NO SALARY CREDITS"
              END-IF
           END-IF.

       TAKE-SALARY-PARA.
           UNSTRING TXNHIST-REC DELIMITED BY ","
           INTO  WS-TH-DATE-IN
                 WS-TH-ACCT-IN
                 WS-TH-TYPE-IN
           END-UNSTRING
           IF WS-TH-TYPE-IN = "SLI"
              AND WS-TH-DATE-IN >= WS-SAL-FROM
              AND WS-TH-DATE-IN <= WS-RUN-DATE
              MOVE WS-TH-ACCT-IN TO WS-LOOK-ACCT
              PERFORM FIND-HOLDER-PARA
              IF WS-HIT-CIF > 0
                 SET WS-CF-IDX TO WS-HIT-CIF
                 MOVE "Y" TO WS-CF-SALARY (WS-CF-IDX)
              END-IF
           END-IF.

       APPLY-RULES-PARA.
           IF WS-CF-TD-ACCT (WS-CF-IDX) NOT = SPACES
              ADD 1 TO WS-RL-HITS (3)
              IF WS-CF-RULE (WS-CF-IDX) = SPACES
                 MOVE "R03" TO WS-CF-RULE (WS-CF-IDX)
              END-IF
           END-IF
           IF WS-CF-SALARY (WS-CF-IDX) = "Y"
              AND WS-CF-HAS-CARD (WS-CF-IDX) NOT = "Y"
              ADD 1 TO WS-RL-HITS (2)
              IF WS-CF-RULE (WS-CF-IDX) = SPACES
                 MOVE "R02" TO WS-CF-RULE (WS-CF-IDX)
              END-IF
           END-IF
           IF WS-NOTD-BAL > 0
              AND WS-CF-SB-BAL (WS-CF-IDX) >= WS-NOTD-BAL
              AND WS-CF-HAS-TD (WS-CF-IDX) NOT = "Y"
              ADD 1 TO WS-RL-HITS (1)
              IF WS-CF-RULE (WS-CF-IDX) = SPACES
                 MOVE "R01" TO WS-CF-RULE (WS-CF-IDX)
              END-IF
           END-IF
           IF WS-INVEST-BAL > 0
              AND WS-CF-SB-BAL (WS-CF-IDX) >= WS-INVEST-BAL
              AND WS-CF-HAS-INVEST (WS-CF-IDX) NOT = "Y"
              ADD 1 TO WS-RL-HITS (4)
              IF WS-CF-RULE (WS-CF-IDX) = SPACES
                 MOVE "R04" TO WS-CF-RULE (WS-CF-IDX)
              END-IF
           END-IF
           IF WS-SAL-LOAN > 0
              AND WS-CF-SALARY (WS-CF-IDX) = "Y"
              AND WS-CF-HAS-LOAN (WS-CF-IDX) NOT = "Y"
              ADD 1 TO WS-RL-HITS (5)
              IF WS-CF-RULE (WS-CF-IDX) = SPACES
                 MOVE "R05" TO WS-CF-RULE (WS-CF-IDX)
              END-IF
           END-IF
           IF WS-CF-RULE (WS-CF-IDX) NOT = SPACES
              ADD 1 TO WS-CTL-TRIGGERED
              PERFORM CHECK-DND-PARA
              PERFORM CHECK-OPEN-LEAD-PARA
              EVALUATE TRUE
                WHEN WS-DND-HIT = "Y"
                     ADD 1 TO WS-CTL-DND
                WHEN WS-OPEN-HIT = "Y"
                     ADD 1 TO WS-CTL-OPEN-LEAD
                WHEN OTHER
                     PERFORM RAISE-LEAD-PARA
              END-EVALUATE
           END-IF.

       CHECK-OPEN-LEAD-PARA.
           MOVE "N" TO WS-OPEN-HIT
           SET WS-LR-IDX TO 1
           PERFORM UNTIL WS-LR-IDX > WS-REG-COUNT
                      OR WS-OPEN-HIT = "Y"
              IF WS-LR-PAN (WS-LR-IDX) = WS-CF-PAN (WS-CF-IDX)
                 AND WS-LR-STATUS (WS-LR-IDX) = "O"
                 MOVE "Y" TO WS-OPEN-HIT
              END-IF
              SET WS-LR-IDX UP BY 1
           END-PERFORM.

       RAISE-LEAD-PARA.
           IF WS-REG-COUNT >= 20000
              DISPLAY "LEAD REGISTER CAPACITY EXCEEDED AT 20000 - "
                      "RUN STOPPED"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "Y" TO WS-CF-LEAD (WS-CF-IDX)
           ADD 1 TO WS-CTL-LEADS
           SET WS-RL-IDX TO 1
           PERFORM UNTIL WS-RL-IDX > 5
              IF WS-RL-CODE (WS-RL-IDX) = WS-CF-RULE (WS-CF-IDX)
                 ADD 1 TO WS-RL-LEADS (WS-RL-IDX)
              END-IF
              SET WS-RL-IDX UP BY 1
           END-PERFORM
           ADD 1 TO WS-REG-COUNT
           SET WS-LR-IDX TO WS-REG-COUNT
           MOVE WS-CF-PAN (WS-CF-IDX)  TO WS-LR-PAN (WS-LR-IDX)
           MOVE WS-CF-RULE (WS-CF-IDX) TO WS-LR-RULE (WS-LR-IDX)
           MOVE WS-CF-IFSC (WS-CF-IDX) TO WS-LR-IFSC (WS-LR-IDX)
           IF WS-CF-RULE (WS-CF-IDX) = "R03"
              MOVE WS-CF-TD-ACCT (WS-CF-IDX) TO WS-LR-ACCT (WS-LR-IDX)
           ELSE
              MOVE WS-CF-ACCT (WS-CF-IDX)    TO WS-LR-ACCT (WS-LR-IDX)
           END-IF
           MOVE WS-RUN-DATE            TO WS-LR-RAISED (WS-LR-IDX)
           MOVE "O"                    TO WS-LR-STATUS (WS-LR-IDX)
           PERFORM FIND-BRANCH-PARA.

       FIND-BRANCH-PARA.
           MOVE "N" TO WS-BR-FOUND
           SET WS-BR-IDX TO 1
           PERFORM UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                      OR WS-BR-FOUND = "Y"
              IF WS-BR-IFSC (WS-BR-IDX) = WS-CF-IFSC (WS-CF-IDX)
                 MOVE "Y" TO WS-BR-FOUND
                 ADD 1 TO WS-BR-LEADS (WS-BR-IDX)
              END-IF
              SET WS-BR-IDX UP BY 1
           END-PERFORM
           IF WS-BR-FOUND NOT = "Y"
              IF WS-BRANCH-COUNT >= 200
                 DISPLAY "BRANCH TABLE CAPACITY EXCEEDED AT 200 - "
                         "RUN STOPPED"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-BRANCH-COUNT
              SET WS-BR-IDX TO WS-BRANCH-COUNT
              MOVE WS-CF-IFSC (WS-CF-IDX) TO WS-BR-IFSC (WS-BR-IDX)
              MOVE 1 TO WS-BR-LEADS (WS-BR-IDX)
           END-IF.

       WRITE-REPORT-PARA.
           OPEN OUTPUT LEADRPT-FILE
           IF LEADRPT-FILE-STATUS NOT = "00"
              DISPLAY "LEAD LIST OPEN FAILED, STATUS="
                      LEADRPT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WH-LH-DATE
           MOVE WS-CYCLE-ID TO WH-LH-CYCLE
           WRITE LEADRPT-REC FROM WH-LEAD-HDR1
           WRITE LEADRPT-REC FROM WH-RULE-LINE
           WRITE LEADRPT-REC FROM WH-LEAD-COLS
           WRITE LEADRPT-REC FROM WH-RULE-LINE
           MOVE LOW-VALUES TO WS-LAST-IFSC
           MOVE 0 TO WS-BR-PRINTED
           PERFORM UNTIL WS-BR-PRINTED >= WS-BRANCH-COUNT
              PERFORM NEXT-BRANCH-PARA
              PERFORM WRITE-BRANCH-PARA
              ADD 1 TO WS-BR-PRINTED
           END-PERFORM
           MOVE SPACES TO LEADRPT-REC
           WRITE LEADRPT-REC
           WRITE LEADRPT-REC FROM WH-SUMM-TITLE
           WRITE LEADRPT-REC FROM WH-RULE-LINE
           WRITE LEADRPT-REC FROM WH-SUMM-COLS
           WRITE LEADRPT-REC FROM WH-RULE-LINE
           SET WS-RL-IDX TO 1
           PERFORM UNTIL WS-RL-IDX > 5
              MOVE WS-RL-CODE (WS-RL-IDX)    TO WS-SM-RULE
              MOVE WS-RL-TRIGGER (WS-RL-IDX) TO WS-SM-TRIGGER
              MOVE WS-RL-PRODUCT (WS-RL-IDX) TO WS-SM-PRODUCT
              MOVE WS-RL-HITS (WS-RL-IDX)    TO WS-SM-HITS
              MOVE WS-RL-LEADS (WS-RL-IDX)   TO WS-SM-LEADS
              WRITE LEADRPT-REC FROM WS-SUMM-DETAIL
              SET WS-RL-IDX UP BY 1
           END-PERFORM
           WRITE LEADRPT-REC FROM WH-RULE-LINE
           MOVE "CUSTOMERS TRIGGERING AT LEAST ONE RULE" TO WS-ML-TEXT
           MOVE WS-CTL-TRIGGERED TO WS-ML-COUNT
           WRITE LEADRPT-REC FROM WS-MEMO-LINE
           MOVE "SUPPRESSED - MOBILE ON DND LIST" TO WS-ML-TEXT
           MOVE WS-CTL-DND TO WS-ML-COUNT
           WRITE LEADRPT-REC FROM WS-MEMO-LINE
           MOVE "SUPPRESSED - LEAD ALREADY OPEN" TO WS-ML-TEXT
           MOVE WS-CTL-OPEN-LEAD TO WS-ML-COUNT
           WRITE LEADRPT-REC FROM WS-MEMO-LINE
           MOVE "NEW LEADS RAISED" TO WS-ML-TEXT
           MOVE WS-CTL-LEADS TO WS-ML-COUNT
           WRITE LEADRPT-REC FROM WS-MEMO-LINE
           MOVE "OPEN LEADS EXPIRED THIS RUN" TO WS-ML-TEXT
           MOVE WS-CTL-EXPIRED TO WS-ML-COUNT
           WRITE LEADRPT-REC FROM WS-MEMO-LINE
           CLOSE LEADRPT-FILE.

       NEXT-BRANCH-PARA.
           MOVE HIGH-VALUES TO WS-NEXT-IFSC
           MOVE 0 TO WS-NEXT-BR
           SET WS-BR-IDX TO 1
           PERFORM UNTIL WS-BR-IDX > WS-BRANCH-COUNT
              IF WS-BR-IFSC (WS-BR-IDX) > WS-LAST-IFSC
                 AND WS-BR-IFSC (WS-BR-IDX) < WS-NEXT-IFSC
                 MOVE WS-BR-IFSC (WS-BR-IDX) TO WS-NEXT-IFSC
                 SET WS-NEXT-BR TO WS-BR-IDX
              END-IF
              SET WS-BR-IDX UP BY 1
           END-PERFORM
           MOVE WS-NEXT-IFSC TO WS-LAST-IFSC.

       WRITE-BRANCH-PARA.
           MOVE SPACES TO LEADRPT-REC
           WRITE LEADRPT-REC
           SET WS-BR-IDX TO WS-NEXT-BR
           MOVE WS-BR-IFSC (WS-BR-IDX)  TO WS-BL-IFSC
           MOVE WS-BR-LEADS (WS-BR-IDX) TO WS-BL-LEADS
           WRITE LEADRPT-REC FROM WS-BRANCH-LINE
           SET WS-CF-IDX TO 1
           PERFORM UNTIL WS-CF-IDX > WS-CIF-COUNT
              IF WS-CF-LEAD (WS-CF-IDX) = "Y"
                 AND WS-CF-IFSC (WS-CF-IDX) = WS-BL-IFSC
                 PERFORM WRITE-LEAD-PARA
              END-IF
              SET WS-CF-IDX UP BY 1
           END-PERFORM.

       WRITE-LEAD-PARA.
           MOVE WS-CF-PAN (WS-CF-IDX) TO WS-AM-PAN
           PERFORM DECIPHER-PAN-PARA
           MOVE WS-AM-PAN-CLR TO WS-MK-PAN-IN
           MOVE SPACES        TO WS-MK-AADHAR-IN
           CALL "maskid" USING WS-MK-PARMS
           MOVE WS-CF-CUST (WS-CF-IDX) TO WS-LD-CUST
           MOVE WS-MK-PAN-OUT          TO WS-LD-PAN
           MOVE WS-CF-RULE (WS-CF-IDX) TO WS-LD-RULE
           IF WS-CF-RULE (WS-CF-IDX) = "R03"
              MOVE WS-CF-TD-ACCT (WS-CF-IDX) TO WS-LD-ACCT
           ELSE
              MOVE WS-CF-ACCT (WS-CF-IDX)    TO WS-LD-ACCT
           END-IF
           SET WS-RL-IDX TO 1
           PERFORM UNTIL WS-RL-IDX > 5
              IF WS-RL-CODE (WS-RL-IDX) = WS-CF-RULE (WS-CF-IDX)
                 MOVE WS-RL-TRIGGER (WS-RL-IDX) TO WS-LD-TRIGGER
                 MOVE WS-RL-PRODUCT (WS-RL-IDX) TO WS-LD-PRODUCT
              END-IF
              SET WS-RL-IDX UP BY 1
           END-PERFORM
           WRITE LEADRPT-REC FROM WS-LEAD-DETAIL.

       DECIPHER-PAN-PARA.
           MOVE WS-AM-PAN TO WS-AM-PAN-CLR
           MOVE "N" TO WS-F60-SURROGATE
           IF WS-AM-PAN(1:3) = "F60"
              AND WS-AM-PAN(4:6) NUMERIC
              AND WS-AM-PAN(10:1) = "F"
              MOVE "Y" TO WS-F60-SURROGATE
           END-IF
           IF WS-CRYPTO-KEY NOT = SPACES
              AND WS-F60-SURROGATE NOT = "Y"
              MOVE "D"           TO WS-CR-FUNC
              MOVE WS-CRYPTO-KEY TO WS-CR-KEY
              MOVE WS-AM-PAN     TO WS-CR-PAN-IN
              MOVE SPACES        TO WS-CR-AADHAR-IN
              CALL "cryptid" USING WS-CR-PARMS
              MOVE WS-CR-PAN-OUT TO WS-AM-PAN-CLR
           END-IF.

       SAVE-REGISTER-PARA.
           OPEN OUTPUT LEADREG-FILE
           IF LEADREG-FILE-STATUS NOT = "00"
              DISPLAY "LEAD REGISTER REWRITE FAILED, STATUS="
                      LEADREG-FILE-STATUS
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           SET WS-LR-IDX TO 1
           PERFORM UNTIL WS-LR-IDX > WS-REG-COUNT
              MOVE WS-LR-PAN (WS-LR-IDX)    TO WS-RG-PAN
              MOVE WS-LR-RULE (WS-LR-IDX)   TO WS-RG-RULE
              MOVE WS-LR-IFSC (WS-LR-IDX)   TO WS-RG-IFSC
              MOVE WS-LR-ACCT (WS-LR-IDX)   TO WS-RG-ACCT
              MOVE WS-LR-RAISED (WS-LR-IDX) TO WS-RG-RAISED
              MOVE WS-LR-STATUS (WS-LR-IDX) TO WS-RG-STATUS
              WRITE LEADREG-REC FROM WS-REG-LINE
              SET WS-LR-IDX UP BY 1
           END-PERFORM
           CLOSE LEADREG-FILE.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "LEADGEN"          TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-CIFS        TO WS-OPL-IN-COUNT
           MOVE WS-CTL-LEADS       TO WS-OPL-OUT-COUNT
           COMPUTE WS-OPL-REJ-COUNT = WS-CTL-DND + WS-CTL-OPEN-LEAD
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
