       IDENTIFICATION DIVISION.
       PROGRAM-ID. wlthstmt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKLINK-FILE ASSIGN TO "NINJA-BANK-LINK.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS BANKLINK-FILE-STATUS.

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

           SELECT NINJAEXT-FILE ASSIGN TO "NINJAEXT.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS NINJAEXT-FILE-STATUS.

           SELECT MFEXT-FILE   ASSIGN TO "NINJA-MF.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS MFEXT-FILE-STATUS.

           SELECT WHIST-FILE   ASSIGN TO "WEALTH-HISTORY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS WHIST-FILE-STATUS.

           SELECT KEY-FILE    ASSIGN TO "CRYPTO-KEY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS KEY-FILE-STATUS.

           SELECT STMT-FILE  ASSIGN TO "WEALTH-STMTS.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS STMT-FILE-STATUS.

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
       FD   BANKLINK-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 BANKLINK-REC            PIC X(30).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
          COPY ACCTBAL.

       FD   TDMST-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TDMST-REC               PIC X(120).

       FD   LOANMST-FILE  RECORD CONTAINS 200 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANMST-REC             PIC X(200).

       FD   NINJAEXT-FILE  RECORD CONTAINS 250 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 NINJAEXT-REC            PIC X(250).

       FD   MFEXT-FILE  RECORD CONTAINS 160 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 MFEXT-REC               PIC X(160).

       FD   WHIST-FILE  RECORD CONTAINS 130 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 WHIST-REC               PIC X(130).

       FD   KEY-FILE  RECORD CONTAINS 20 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 KEY-REC                 PIC X(20).

       FD   STMT-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 STMT-REC                PIC X(80).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 BANKLINK-FILE-STATUS PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 ACCTBAL-FILE-STATUS  PIC X(02).
       01 TDMST-FILE-STATUS    PIC X(02).
       01 LOANMST-FILE-STATUS  PIC X(02).
       01 NINJAEXT-FILE-STATUS PIC X(02).
       01 MFEXT-FILE-STATUS    PIC X(02).
       01 WHIST-FILE-STATUS    PIC X(02).
       01 KEY-FILE-STATUS      PIC X(02).
       01 STMT-FILE-STATUS     PIC X(02).
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
       01 WS-QTR-NUM           PIC 9(01) VALUE 0.
       01 WS-QTR-ID.
          05 WS-QTR-YY         PIC 9(04).
          05 FILLER            PIC X(01) VALUE "Q".
          05 WS-QTR-N          PIC 9(01).

       01 EOF                  PIC X(01) VALUE "N".
       01 WS-SCAN-EOF          PIC X(01) VALUE "N".
       01 WS-CRYPTO-KEY        PIC X(16) VALUE SPACES.
       01 WS-F60-SURROGATE     PIC X(01) VALUE "N".
       01 WS-CR-PARMS.
          05 WS-CR-FUNC         PIC X(01).
          05 WS-CR-KEY          PIC X(16).
          05 WS-CR-PAN-IN       PIC X(10).
          05 WS-CR-PAN-OUT      PIC X(10).
          05 WS-CR-AADHAR-IN    PIC X(12).
          05 WS-CR-AADHAR-OUT   PIC X(12).
       01 WS-MK-PARMS.
          05 WS-MK-PAN-IN       PIC X(10).
          05 WS-MK-PAN-OUT      PIC X(10).
          05 WS-MK-AADHAR-IN    PIC X(12).
          05 WS-MK-AADHAR-OUT   PIC X(12).
       01 WS-PAN-CLR           PIC X(10) VALUE SPACES.

       01 WS-LK-OWNER-IN       PIC X(08).
       01 WS-LK-ACCT-IN        PIC X(14).
       01 WS-LINK-TABLE.
          05 WS-LK-ENTRY OCCURS 200 TIMES INDEXED BY WS-LK-IDX.
             10 WS-LK-OWNER      PIC X(08).
             10 WS-LK-ACCT       PIC X(14).
             10 WS-LK-CUST       PIC 9(03).
             10 WS-LK-EQUITY     PIC 9(11)V99.
             10 WS-LK-MF         PIC 9(11)V99.
       01 WS-LINK-COUNT        PIC 9(03) VALUE 0.
       01 WS-LINK-FOUND        PIC X(01) VALUE "N".

       01 WS-CUST-TABLE.
          05 WS-CU-ENTRY OCCURS 200 TIMES INDEXED BY WS-CU-IDX.
             10 WS-CU-PAN        PIC X(10).
             10 WS-CU-NAME       PIC X(20).
             10 WS-CU-PRIOR-QTR  PIC X(06).
             10 WS-CU-PRIOR-NW   PIC S9(11)V99.
       01 WS-CUST-COUNT        PIC 9(03) VALUE 0.
       01 WS-CUST-FOUND        PIC X(01) VALUE "N".
       01 WS-CUST-NUM          PIC 9(03) VALUE 0.

       01 WS-TL-ACCT-IN        PIC X(14).
       01 WS-TL-PRIN-IN        PIC X(12).
       01 WS-TL-RATE-IN        PIC X(05).
       01 WS-TL-TENURE-IN      PIC X(03).
       01 WS-TL-OPEN-IN        PIC X(08).
       01 WS-TL-MAT-IN         PIC X(08).
       01 WS-TL-INSTR-IN       PIC X(01).
       01 WS-TL-LINKED-IN      PIC X(14).
       01 WS-TL-STATUS-IN      PIC X(01).
       01 WS-TD-TABLE.
          05 WS-TD-ENTRY OCCURS 2000 TIMES INDEXED BY WS-TD-IDX.
             10 WS-TD-ACCT       PIC X(14).
             10 WS-TD-PRIN       PIC 9(09)V99.
             10 WS-TD-RATE       PIC 9(02)V99.
             10 WS-TD-OPEN       PIC 9(08).
             10 WS-TD-MAT        PIC X(08).
       01 WS-TD-COUNT          PIC 9(04) VALUE 0.
       01 WS-TD-FOUND          PIC X(01) VALUE "N".
       01 WS-TD-END-NUM        PIC 9(08) VALUE 0.
       01 WS-DAYS              PIC S9(05) VALUE 0.
       01 WS-ACCRUED           PIC 9(09)V99 VALUE 0.

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
       01 WS-LOAN-TABLE.
          05 WS-LN-ENTRY OCCURS 1000 TIMES INDEXED BY WS-LN-IDX.
             10 WS-LN-ACCT       PIC X(14).
             10 WS-LN-OUTSTAND   PIC 9(09)V99.
       01 WS-LOAN-COUNT        PIC 9(04) VALUE 0.
       01 WS-LN-FOUND          PIC X(01) VALUE "N".

       01 WS-EX-TYPE-IN        PIC X(04).
       01 WS-EX-STOCK-IN       PIC X(10).
       01 WS-EX-OWNER-IN       PIC X(08).
       01 WS-EX-SHARES-IN      PIC X(07).
       01 WS-EX-SKIP-IN        PIC X(15).
       01 WS-EX-CURRENT-IN     PIC X(10).
       01 WS-EX-CYCLE-IN       PIC X(04).
       01 WS-EX-CYCLE          PIC X(04) VALUE SPACES.
       01 WS-EX-VALUE          PIC 9(11)V99 VALUE 0.
       01 WS-EX-LOADED         PIC X(01) VALUE "N".

       01 WS-MF-OWNER-IN       PIC X(08).
       01 WS-MF-SKIP-IN        PIC X(16).
       01 WS-MF-VALUE-IN       PIC X(16).

       01 WS-WH-QTR-IN         PIC X(06).
       01 WS-WH-PAN-IN         PIC X(10).
       01 WS-WH-DATE-IN        PIC X(08).
       01 WS-WH-SKIP-IN        PIC X(15).
       01 WS-WH-NW-IN          PIC X(15).
       01 WS-WH-LINE.
          05 WS-WH-QTR          PIC X(06).
          05 FILLER             PIC X(01) VALUE ",".
          05 WS-WH-PAN          PIC X(10).
          05 FILLER             PIC X(01) VALUE ",".
          05 WS-WH-DATE         PIC X(08).
          05 FILLER             PIC X(01) VALUE ",".
          05 WS-WH-DEPOSITS     PIC 9(11).99.
          05 FILLER             PIC X(01) VALUE ",".
          05 WS-WH-TERMDEP      PIC 9(11).99.
          05 FILLER             PIC X(01) VALUE ",".
          05 WS-WH-EQUITY       PIC 9(11).99.
          05 FILLER             PIC X(01) VALUE ",".
          05 WS-WH-MF           PIC 9(11).99.
          05 FILLER             PIC X(01) VALUE ",".
          05 WS-WH-LOANS        PIC 9(11).99.
          05 FILLER             PIC X(01) VALUE ",".
          05 WS-WH-NETWORTH     PIC -9(11).99.

       01 WS-AMT-DEPOSITS      PIC 9(11)V99 VALUE 0.
       01 WS-AMT-TERMDEP       PIC 9(11)V99 VALUE 0.
       01 WS-AMT-EQUITY        PIC 9(11)V99 VALUE 0.
       01 WS-AMT-MF            PIC 9(11)V99 VALUE 0.
       01 WS-AMT-LOANS         PIC 9(11)V99 VALUE 0.
       01 WS-AMT-ASSETS        PIC 9(11)V99 VALUE 0.
       01 WS-NET-WORTH         PIC S9(11)V99 VALUE 0.
       01 WS-NW-CHANGE         PIC S9(11)V99 VALUE 0.
       01 WS-CLASS-AMT         PIC 9(11)V99 VALUE 0.
       01 WS-PCT               PIC S9(05)V99 VALUE 0.
       01 WS-PRIOR-ABS         PIC 9(11)V99 VALUE 0.

       01 WS-CTL-LINKS         PIC 9(05) VALUE 0.
       01 WS-CTL-SKIPPED       PIC 9(05) VALUE 0.
       01 WS-CTL-STMTS         PIC 9(05) VALUE 0.
       01 WS-CTL-UNLINKED      PIC 9(05) VALUE 0.
       01 WS-CTL-NO-PRIOR      PIC 9(05) VALUE 0.

       01 WH-RULE-LINE          PIC X(72) VALUE ALL "-".
       01 WS-WLTH-HDR1.
          05 FILLER              PIC X(32) VALUE
             "CONSOLIDATED WEALTH STATEMENT - ".
          05 WS-WT-QTR           PIC X(06).
          05 FILLER              PIC X(09) VALUE "   AS AT ".
          05 WS-WT-DATE          PIC X(08).
       01 WS-WLTH-HDR2.
          05 FILLER              PIC X(11) VALUE "CUSTOMER : ".
          05 WS-WT-NAME          PIC X(20).
          05 FILLER              PIC X(08) VALUE "  CIF : ".
          05 WS-WT-PAN           PIC X(10).
       01 WS-WLTH-COLS.
          05 FILLER              PIC X(40) VALUE
             "CLASS         REFERENCE       DETAIL    ".
          05 FILLER              PIC X(32) VALUE
             "            AMOUNT       ACCRUED".
       01 WS-WLTH-DETAIL.
          05 WS-WD-CLASS         PIC X(12).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-WD-REF           PIC X(14).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-WD-DESC          PIC X(12).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-WD-AMOUNT        PIC -(10)9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-WD-ACCRUED       PIC Z(08)9.99.
       01 WS-WLTH-ALLOC.
          05 WS-WA-LABEL         PIC X(20).
          05 FILLER              PIC X(02) VALUE ": ".
          05 WS-WA-AMOUNT        PIC -(11)9.99.
          05 FILLER              PIC X(03) VALUE SPACES.
          05 WS-WA-PCT           PIC -ZZ9.99.
          05 WS-WA-PCT-SIGN      PIC X(01).
       01 WS-WLTH-TOTAL.
          05 WS-WS-LABEL         PIC X(20).
          05 FILLER              PIC X(02) VALUE ": ".
          05 WS-WS-AMOUNT        PIC -(11)9.99.
       01 WS-WLTH-PRIOR.
          05 FILLER              PIC X(22) VALUE
             "PRIOR QUARTER       : ".
          05 WS-WP-QTR           PIC X(06).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-WP-AMOUNT        PIC -(11)9.99.
       01 WS-WLTH-CHANGE.
          05 FILLER              PIC X(22) VALUE
             "CHANGE ON QUARTER   : ".
          05 WS-WC-AMOUNT        PIC -(11)9.99.
          05 FILLER              PIC X(03) VALUE SPACES.
          05 WS-WC-PCT           PIC -(04)9.99.
          05 FILLER              PIC X(01) VALUE "%".
       01 WS-WLTH-NO-PRIOR.
          05 FILLER              PIC X(48) VALUE
             "PRIOR QUARTER       : NO PRIOR STATEMENT ON FILE".

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE CONSOLIDATED WEALTH STATEMENT PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-QTR-NUM = (WS-RUN-MM + 2) / 3.
           MOVE WS-RUN-YY  TO WS-QTR-YY.
           MOVE WS-QTR-NUM TO WS-QTR-N.
           PERFORM LOAD-KEY-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-BANK-LINKS-PARA.
           IF WS-LINK-COUNT = 0
              DISPLAY "NO LINKED PORTFOLIO OWNERS, NO WEALTH "
                      "STATEMENTS PRODUCED"
              CLOSE ACCTMST-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-TD-PARA.
           PERFORM LOAD-LOANS-PARA.
           PERFORM LOAD-EQUITY-PARA.
           PERFORM LOAD-MF-PARA.
           PERFORM LOAD-HISTORY-PARA.
           OPEN INPUT ACCTBAL-FILE.
           IF ACCTBAL-FILE-STATUS NOT = "00"
              DISPLAY "BALANCE FILE NOT AVAILABLE, STATUS="
                      ACCTBAL-FILE-STATUS
              DISPLAY "DEPOSIT BALANCES WILL SHOW AS NIL"
           END-IF.
           OPEN OUTPUT STMT-FILE.
           IF STMT-FILE-STATUS NOT = "00"
              DISPLAY "WEALTH STATEMENT OPEN FAILED, STATUS="
                      STMT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND WHIST-FILE.
           IF WHIST-FILE-STATUS = "35"
              OPEN OUTPUT WHIST-FILE
           END-IF.
           IF WHIST-FILE-STATUS NOT = "00"
              DISPLAY "WEALTH HISTORY OPEN FAILED, STATUS="
                      WHIST-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET WS-CU-IDX TO 1.
           PERFORM CUSTOMER-PARA
                   UNTIL WS-CU-IDX > WS-CUST-COUNT.
           CLOSE WHIST-FILE.
           CLOSE STMT-FILE.
           IF ACCTBAL-FILE-STATUS = "00"
              CLOSE ACCTBAL-FILE
           END-IF.
           CLOSE ACCTMST-FILE.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "WEALTH STATEMENT SUMMARY - QUARTER " WS-QTR-ID.
           DISPLAY "  OWNERS LINKED     : " WS-CTL-LINKS.
           DISPLAY "  OWNERS SKIPPED    : " WS-CTL-SKIPPED.
           DISPLAY "  STATEMENTS        : " WS-CTL-STMTS.
           DISPLAY "  NO PRIOR QUARTER  : " WS-CTL-NO-PRIOR.
           DISPLAY "  UNLINKED HOLDINGS : " WS-CTL-UNLINKED.

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

       LOAD-KEY-PARA.
           OPEN INPUT KEY-FILE
           IF KEY-FILE-STATUS = "00"
              READ KEY-FILE
                NOT AT END
                  MOVE KEY-REC(1:16) TO WS-CRYPTO-KEY
              END-READ
              CLOSE KEY-FILE
           END-IF.

       LOAD-BANK-LINKS-PARA.
           MOVE 0 TO WS-LINK-COUNT
           MOVE 0 TO WS-CUST-COUNT
           OPEN INPUT BANKLINK-FILE
           IF BANKLINK-FILE-STATUS = "00"
              PERFORM UNTIL BANKLINK-FILE-STATUS NOT = "00"
                 READ BANKLINK-FILE
                   AT END
                     MOVE "10" TO BANKLINK-FILE-STATUS
                   NOT AT END
                     MOVE SPACES TO WS-LK-OWNER-IN WS-LK-ACCT-IN
                     UNSTRING BANKLINK-REC DELIMITED BY ","
                     INTO WS-LK-OWNER-IN
                          WS-LK-ACCT-IN
                     END-UNSTRING
                     PERFORM TAKE-LINK-PARA
                 END-READ
              END-PERFORM
              CLOSE BANKLINK-FILE
           ELSE
              DISPLAY "NO OWNER BANK LINKAGE FILE, STATUS="
                      BANKLINK-FILE-STATUS
           END-IF.

       TAKE-LINK-PARA.
           MOVE WS-LK-ACCT-IN TO AM-ACCT-NUM
           READ ACCTMST-FILE
             INVALID KEY
               ADD 1 TO WS-CTL-SKIPPED
               DISPLAY "LINKED ACCOUNT NOT ON MASTER, OWNER SKIPPED: "
                       WS-LK-OWNER-IN " " WS-LK-ACCT-IN
             NOT INVALID KEY
               IF WS-LINK-COUNT >= 200
                  DISPLAY "OWNER LINK TABLE CAPACITY EXCEEDED AT "
                          "200 - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               PERFORM FIND-CUST-PARA
               IF WS-CUST-FOUND NOT = "Y"
                  IF WS-CUST-COUNT >= 200
                     DISPLAY "CUSTOMER TABLE CAPACITY EXCEEDED AT "
                             "200 - RUN STOPPED"
                     MOVE 20 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  ADD 1 TO WS-CUST-COUNT
                  SET WS-CU-IDX TO WS-CUST-COUNT
                  MOVE AM-PAN   TO WS-CU-PAN (WS-CU-IDX)
                  MOVE AM-CUST  TO WS-CU-NAME (WS-CU-IDX)
                  MOVE SPACES   TO WS-CU-PRIOR-QTR (WS-CU-IDX)
                  MOVE 0        TO WS-CU-PRIOR-NW (WS-CU-IDX)
                  MOVE WS-CUST-COUNT TO WS-CUST-NUM
               END-IF
               ADD 1 TO WS-LINK-COUNT
               ADD 1 TO WS-CTL-LINKS
               SET WS-LK-IDX TO WS-LINK-COUNT
               MOVE WS-LK-OWNER-IN TO WS-LK-OWNER (WS-LK-IDX)
               MOVE WS-LK-ACCT-IN  TO WS-LK-ACCT (WS-LK-IDX)
               MOVE WS-CUST-NUM    TO WS-LK-CUST (WS-LK-IDX)
               MOVE 0 TO WS-LK-EQUITY (WS-LK-IDX)
                         WS-LK-MF (WS-LK-IDX)
           END-READ.

       FIND-CUST-PARA.
           MOVE "N" TO WS-CUST-FOUND
           SET WS-CU-IDX TO 1
           PERFORM UNTIL WS-CU-IDX > WS-CUST-COUNT
                      OR WS-CUST-FOUND = "Y"
              IF WS-CU-PAN (WS-CU-IDX) = AM-PAN
                 MOVE "Y" TO WS-CUST-FOUND
                 SET WS-CUST-NUM TO WS-CU-IDX
              ELSE
                 SET WS-CU-IDX UP BY 1
              END-IF
           END-PERFORM.

       FIND-OWNER-PARA.
           MOVE "N" TO WS-LINK-FOUND
           SET WS-LK-IDX TO 1
           PERFORM UNTIL WS-LK-IDX > WS-LINK-COUNT
                      OR WS-LINK-FOUND = "Y"
              IF WS-LK-OWNER (WS-LK-IDX) = WS-LK-OWNER-IN
                 MOVE "Y" TO WS-LINK-FOUND
              ELSE
                 SET WS-LK-IDX UP BY 1
              END-IF
           END-PERFORM.

       LOAD-TD-PARA.
           MOVE 0 TO WS-TD-COUNT
           OPEN INPUT TDMST-FILE
           IF TDMST-FILE-STATUS NOT = "00"
              DISPLAY "TERM DEPOSIT REGISTER NOT FOUND"
           ELSE
              PERFORM UNTIL TDMST-FILE-STATUS NOT = "00"
                 READ TDMST-FILE
                   AT END
                     MOVE "10" TO TDMST-FILE-STATUS
                   NOT AT END
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
                        AND WS-TL-OPEN-IN NUMERIC
                        PERFORM TAKE-TD-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE TDMST-FILE
           END-IF.

       TAKE-TD-PARA.
           IF WS-TD-COUNT >= 2000
              DISPLAY "TERM DEPOSIT TABLE CAPACITY EXCEEDED AT "
                      "2000 - RUN STOPPED"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-TD-COUNT
           SET WS-TD-IDX TO WS-TD-COUNT
           MOVE WS-TL-ACCT-IN TO WS-TD-ACCT (WS-TD-IDX)
           COMPUTE WS-TD-PRIN (WS-TD-IDX) =
                   FUNCTION NUMVAL(WS-TL-PRIN-IN)
           COMPUTE WS-TD-RATE (WS-TD-IDX) =
                   FUNCTION NUMVAL(WS-TL-RATE-IN)
           MOVE WS-TL-OPEN-IN TO WS-TD-OPEN (WS-TD-IDX)
           MOVE WS-TL-MAT-IN  TO WS-TD-MAT (WS-TD-IDX).

       LOAD-LOANS-PARA.
           MOVE 0 TO WS-LOAN-COUNT
           OPEN INPUT LOANMST-FILE
           IF LOANMST-FILE-STATUS = "00"
              PERFORM UNTIL LOANMST-FILE-STATUS NOT = "00"
                 READ LOANMST-FILE
                   AT END
                     MOVE "10" TO LOANMST-FILE-STATUS
                   NOT AT END
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
                     IF WS-LM-STATUS-IN NOT = "C"
                        IF WS-LOAN-COUNT >= 1000
                           DISPLAY "LOAN MASTER TABLE CAPACITY "
                                   "EXCEEDED AT 1000 - RUN STOPPED"
                           MOVE 20 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-LOAN-COUNT
                        SET WS-LN-IDX TO WS-LOAN-COUNT
                        MOVE WS-LM-ACCT-IN TO WS-LN-ACCT (WS-LN-IDX)
                        COMPUTE WS-LN-OUTSTAND (WS-LN-IDX) =
                                FUNCTION NUMVAL(WS-LM-OUT-IN)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE LOANMST-FILE
           ELSE
              DISPLAY "LOAN MASTER NOT FOUND, NO LIABILITIES SHOWN"
           END-IF.

       LOAD-EQUITY-PARA.
           MOVE "N" TO WS-EX-LOADED
           OPEN INPUT NINJAEXT-FILE
           IF NINJAEXT-FILE-STATUS = "00"
              MOVE "Y" TO WS-EX-LOADED
              PERFORM UNTIL NINJAEXT-FILE-STATUS NOT = "00"
                 READ NINJAEXT-FILE
                   AT END
                     MOVE "10" TO NINJAEXT-FILE-STATUS
                   NOT AT END
                     IF NINJAEXT-REC(1:2) = "D,"
                        PERFORM TAKE-EQUITY-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE NINJAEXT-FILE
           ELSE
              DISPLAY "NO PORTFOLIO EXTRACT FROM THE LATEST RUN, "
                      "EQUITIES SHOWN AS NIL"
           END-IF.

       TAKE-EQUITY-PARA.
           UNSTRING NINJAEXT-REC DELIMITED BY ","
           INTO     WS-EX-TYPE-IN
                    WS-EX-STOCK-IN
                    WS-EX-OWNER-IN
                    WS-EX-SHARES-IN
                    WS-EX-SKIP-IN
                    WS-EX-SKIP-IN
                    WS-EX-SKIP-IN
                    WS-EX-CURRENT-IN
                    WS-EX-SKIP-IN
                    WS-EX-SKIP-IN
                    WS-EX-SKIP-IN
                    WS-EX-SKIP-IN
                    WS-EX-SKIP-IN
                    WS-EX-SKIP-IN
                    WS-EX-SKIP-IN
                    WS-EX-SKIP-IN
                    WS-EX-SKIP-IN
                    WS-EX-SKIP-IN
                    WS-EX-SKIP-IN
                    WS-EX-CYCLE-IN
           END-UNSTRING
           MOVE WS-EX-CYCLE-IN TO WS-EX-CYCLE
           MOVE WS-EX-OWNER-IN TO WS-LK-OWNER-IN
           PERFORM FIND-OWNER-PARA
           IF WS-LINK-FOUND = "Y"
              COMPUTE WS-EX-VALUE ROUNDED =
                      FUNCTION NUMVAL(WS-EX-SHARES-IN) *
                      FUNCTION NUMVAL(WS-EX-CURRENT-IN)
              ADD WS-EX-VALUE TO WS-LK-EQUITY (WS-LK-IDX)
           ELSE
              ADD 1 TO WS-CTL-UNLINKED
           END-IF.

       LOAD-MF-PARA.
           OPEN INPUT MFEXT-FILE
           IF MFEXT-FILE-STATUS = "00"
              PERFORM UNTIL MFEXT-FILE-STATUS NOT = "00"
                 READ MFEXT-FILE
                   AT END
                     MOVE "10" TO MFEXT-FILE-STATUS
                   NOT AT END
                     UNSTRING MFEXT-REC DELIMITED BY ","
                     INTO     WS-MF-OWNER-IN
                              WS-MF-SKIP-IN
                              WS-MF-SKIP-IN
                              WS-MF-SKIP-IN
                              WS-MF-SKIP-IN
                              WS-MF-SKIP-IN
                              WS-MF-SKIP-IN
                              WS-MF-SKIP-IN
                              WS-MF-VALUE-IN
                     END-UNSTRING
                     MOVE WS-MF-OWNER-IN TO WS-LK-OWNER-IN
                     PERFORM FIND-OWNER-PARA
                     IF WS-LINK-FOUND = "Y"
                        COMPUTE WS-EX-VALUE =
                                FUNCTION NUMVAL(WS-MF-VALUE-IN)
                        ADD WS-EX-VALUE TO WS-LK-MF (WS-LK-IDX)
                     ELSE
                        ADD 1 TO WS-CTL-UNLINKED
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE MFEXT-FILE
           ELSE
              DISPLAY "NO MUTUAL FUND EXTRACT, FUNDS SHOWN AS NIL"
           END-IF.

       LOAD-HISTORY-PARA.
           OPEN INPUT WHIST-FILE
           IF WHIST-FILE-STATUS = "00"
              PERFORM UNTIL WHIST-FILE-STATUS NOT = "00"
                 READ WHIST-FILE
                   AT END
                     MOVE "10" TO WHIST-FILE-STATUS
                   NOT AT END
                     UNSTRING WHIST-REC DELIMITED BY ","
                     INTO     WS-WH-QTR-IN
                              WS-WH-PAN-IN
                              WS-WH-DATE-IN
                              WS-WH-SKIP-IN
                              WS-WH-SKIP-IN
                              WS-WH-SKIP-IN
                              WS-WH-SKIP-IN
                              WS-WH-SKIP-IN
                              WS-WH-NW-IN
                     END-UNSTRING
                     IF WS-WH-QTR-IN < WS-QTR-ID
                        PERFORM TAKE-HISTORY-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE WHIST-FILE
           ELSE
              DISPLAY "NO WEALTH HISTORY ON FILE, QUARTER CHANGE "
                      "NOT SHOWN THIS RUN"
           END-IF.

       TAKE-HISTORY-PARA.
           MOVE WS-WH-PAN-IN TO AM-PAN
           PERFORM FIND-CUST-PARA
           IF WS-CUST-FOUND = "Y"
              IF WS-WH-QTR-IN NOT < WS-CU-PRIOR-QTR (WS-CU-IDX)
                 MOVE WS-WH-QTR-IN TO WS-CU-PRIOR-QTR (WS-CU-IDX)
                 COMPUTE WS-CU-PRIOR-NW (WS-CU-IDX) =
                         FUNCTION NUMVAL(WS-WH-NW-IN)
              END-IF
           END-IF.

       CUSTOMER-PARA.
           ADD 1 TO WS-CTL-STMTS
           MOVE 0 TO WS-AMT-DEPOSITS WS-AMT-TERMDEP WS-AMT-EQUITY
                     WS-AMT-MF WS-AMT-LOANS
           WRITE STMT-REC FROM WH-RULE-LINE
           MOVE WS-QTR-ID    TO WS-WT-QTR
           MOVE WS-RUN-DATE  TO WS-WT-DATE
           WRITE STMT-REC FROM WS-WLTH-HDR1
           PERFORM DECIPHER-PAN-PARA
           MOVE WS-PAN-CLR TO WS-MK-PAN-IN
           MOVE SPACES     TO WS-MK-AADHAR-IN
           CALL "maskid" USING WS-MK-PARMS
           MOVE WS-CU-NAME (WS-CU-IDX) TO WS-WT-NAME
           MOVE WS-MK-PAN-OUT          TO WS-WT-PAN
           WRITE STMT-REC FROM WS-WLTH-HDR2
           MOVE SPACES TO STMT-REC
           WRITE STMT-REC
           WRITE STMT-REC FROM WS-WLTH-COLS
           MOVE WS-CU-PAN (WS-CU-IDX) TO AM-PAN
           START ACCTMST-FILE KEY = AM-PAN
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "N" TO WS-SCAN-EOF
               PERFORM CUST-ACCOUNT-PARA
                       UNTIL WS-SCAN-EOF = "Y"
           END-START
           SET WS-LK-IDX TO 1
           PERFORM CUST-PORTFOLIO-PARA
                   UNTIL WS-LK-IDX > WS-LINK-COUNT
           PERFORM WRITE-SUMMARY-PARA
           PERFORM WRITE-HISTORY-PARA
           MOVE SPACES TO STMT-REC
           WRITE STMT-REC
           SET WS-CU-IDX UP BY 1.
            EXIT.

       DECIPHER-PAN-PARA.
           MOVE WS-CU-PAN (WS-CU-IDX) TO WS-PAN-CLR
           MOVE "N" TO WS-F60-SURROGATE
           IF WS-PAN-CLR(1:3) = "F60"
              AND WS-PAN-CLR(4:6) NUMERIC
              AND WS-PAN-CLR(10:1) = "F"
              MOVE "Y" TO WS-F60-SURROGATE
           END-IF
           IF WS-CRYPTO-KEY NOT = SPACES
              AND WS-F60-SURROGATE NOT = "Y"
              MOVE "D"           TO WS-CR-FUNC
              MOVE WS-CRYPTO-KEY TO WS-CR-KEY
              MOVE WS-CU-PAN (WS-CU-IDX) TO WS-CR-PAN-IN
              MOVE SPACES        TO WS-CR-AADHAR-IN
              CALL "cryptid" USING WS-CR-PARMS
              MOVE WS-CR-PAN-OUT TO WS-PAN-CLR
           END-IF.

       CUST-ACCOUNT-PARA.
           READ ACCTMST-FILE NEXT AT END
                MOVE "Y" TO WS-SCAN-EOF
           END-READ.
           IF WS-SCAN-EOF NOT = "Y"
              IF AM-PAN NOT = WS-CU-PAN (WS-CU-IDX)
                 MOVE "Y" TO WS-SCAN-EOF
              ELSE
                 IF AM-STATUS NOT = "C"
                    MOVE SPACES TO WS-WLTH-DETAIL
                    MOVE AM-ACCT-NUM TO WS-WD-REF
                    MOVE AM-ACCTYPE  TO WS-WD-DESC
                    EVALUATE AM-ACCTYPE
                       WHEN "TERMDEP"
                          PERFORM TERM-DEPOSIT-PARA
                       WHEN "LOAN"
                          PERFORM LOAN-LIABILITY-PARA
                       WHEN OTHER
                          PERFORM DEPOSIT-BALANCE-PARA
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.
            EXIT.

       DEPOSIT-BALANCE-PARA.
           MOVE 0 TO WS-CLASS-AMT
           IF ACCTBAL-FILE-STATUS = "00"
              MOVE AM-ACCT-NUM TO BAL-ACCT-NUM
              READ ACCTBAL-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE BAL-CURR-BAL TO WS-CLASS-AMT
              END-READ
           END-IF
           ADD WS-CLASS-AMT TO WS-AMT-DEPOSITS
           MOVE "DEPOSIT"    TO WS-WD-CLASS
           MOVE WS-CLASS-AMT TO WS-WD-AMOUNT
           WRITE STMT-REC FROM WS-WLTH-DETAIL.

       TERM-DEPOSIT-PARA.
           MOVE "N" TO WS-TD-FOUND
           SET WS-TD-IDX TO 1
           PERFORM UNTIL WS-TD-IDX > WS-TD-COUNT
                      OR WS-TD-FOUND = "Y"
              IF WS-TD-ACCT (WS-TD-IDX) = AM-ACCT-NUM
                 MOVE "Y" TO WS-TD-FOUND
              ELSE
                 SET WS-TD-IDX UP BY 1
              END-IF
           END-PERFORM
           IF WS-TD-FOUND = "Y"
              MOVE WS-RUN-DATE-NUM TO WS-TD-END-NUM
              IF WS-TD-MAT (WS-TD-IDX) NUMERIC
                 AND WS-TD-MAT (WS-TD-IDX) < WS-RUN-DATE
                 MOVE WS-TD-MAT (WS-TD-IDX) TO WS-TD-END-NUM
              END-IF
              MOVE 0 TO WS-ACCRUED
              COMPUTE WS-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-TD-END-NUM) -
                 FUNCTION INTEGER-OF-DATE(WS-TD-OPEN (WS-TD-IDX))
              IF WS-DAYS > 0
                 COMPUTE WS-ACCRUED ROUNDED =
                    WS-TD-PRIN (WS-TD-IDX) * WS-TD-RATE (WS-TD-IDX)
                    * WS-DAYS / 365 / 100
              END-IF
              COMPUTE WS-AMT-TERMDEP = WS-AMT-TERMDEP +
                      WS-TD-PRIN (WS-TD-IDX) + WS-ACCRUED
              MOVE "TERM DEPOSIT"         TO WS-WD-CLASS
              MOVE WS-TD-PRIN (WS-TD-IDX) TO WS-WD-AMOUNT
              MOVE WS-ACCRUED             TO WS-WD-ACCRUED
              WRITE STMT-REC FROM WS-WLTH-DETAIL
           END-IF.

       LOAN-LIABILITY-PARA.
           MOVE "N" TO WS-LN-FOUND
           SET WS-LN-IDX TO 1
           PERFORM UNTIL WS-LN-IDX > WS-LOAN-COUNT
                      OR WS-LN-FOUND = "Y"
              IF WS-LN-ACCT (WS-LN-IDX) = AM-ACCT-NUM
                 MOVE "Y" TO WS-LN-FOUND
              ELSE
                 SET WS-LN-IDX UP BY 1
              END-IF
           END-PERFORM
           IF WS-LN-FOUND = "Y"
              ADD WS-LN-OUTSTAND (WS-LN-IDX) TO WS-AMT-LOANS
              MOVE "LOAN"                     TO WS-WD-CLASS
              COMPUTE WS-WD-AMOUNT = 0 - WS-LN-OUTSTAND (WS-LN-IDX)
              WRITE STMT-REC FROM WS-WLTH-DETAIL
           END-IF.

       CUST-PORTFOLIO-PARA.
           IF WS-LK-CUST (WS-LK-IDX) = WS-CU-IDX
              MOVE SPACES TO WS-WLTH-DETAIL
              MOVE WS-LK-OWNER (WS-LK-IDX) TO WS-WD-REF
              IF WS-EX-LOADED = "Y"
                 MOVE "EQUITIES"   TO WS-WD-CLASS
                 MOVE SPACES       TO WS-WD-DESC
                 STRING "CYCLE " WS-EX-CYCLE DELIMITED BY SIZE
                        INTO WS-WD-DESC
                 END-STRING
                 MOVE WS-LK-EQUITY (WS-LK-IDX) TO WS-WD-AMOUNT
                 WRITE STMT-REC FROM WS-WLTH-DETAIL
                 ADD WS-LK-EQUITY (WS-LK-IDX) TO WS-AMT-EQUITY
              END-IF
              IF WS-LK-MF (WS-LK-IDX) > 0
                 MOVE "MUTUAL FUNDS" TO WS-WD-CLASS
                 MOVE "AT NAV"       TO WS-WD-DESC
                 MOVE WS-LK-MF (WS-LK-IDX) TO WS-WD-AMOUNT
                 WRITE STMT-REC FROM WS-WLTH-DETAIL
                 ADD WS-LK-MF (WS-LK-IDX) TO WS-AMT-MF
              END-IF
           END-IF
           SET WS-LK-IDX UP BY 1.
            EXIT.

       WRITE-SUMMARY-PARA.
           COMPUTE WS-AMT-ASSETS = WS-AMT-DEPOSITS + WS-AMT-TERMDEP
                                 + WS-AMT-EQUITY + WS-AMT-MF
           COMPUTE WS-NET-WORTH = WS-AMT-ASSETS - WS-AMT-LOANS
           MOVE SPACES TO STMT-REC
           WRITE STMT-REC
           MOVE "DEPOSITS"          TO WS-WA-LABEL
           MOVE WS-AMT-DEPOSITS     TO WS-CLASS-AMT
           PERFORM WRITE-ALLOC-PARA
           MOVE "TERM DEPOSITS"     TO WS-WA-LABEL
           MOVE WS-AMT-TERMDEP      TO WS-CLASS-AMT
           PERFORM WRITE-ALLOC-PARA
           MOVE "EQUITIES"          TO WS-WA-LABEL
           MOVE WS-AMT-EQUITY       TO WS-CLASS-AMT
           PERFORM WRITE-ALLOC-PARA
           MOVE "MUTUAL FUNDS"      TO WS-WA-LABEL
           MOVE WS-AMT-MF           TO WS-CLASS-AMT
           PERFORM WRITE-ALLOC-PARA
           MOVE "TOTAL ASSETS"      TO WS-WS-LABEL
           MOVE WS-AMT-ASSETS       TO WS-WS-AMOUNT
           WRITE STMT-REC FROM WS-WLTH-TOTAL
           MOVE "LOANS OUTSTANDING" TO WS-WS-LABEL
           COMPUTE WS-WS-AMOUNT = 0 - WS-AMT-LOANS
           WRITE STMT-REC FROM WS-WLTH-TOTAL
           MOVE "NET WORTH"         TO WS-WS-LABEL
           MOVE WS-NET-WORTH        TO WS-WS-AMOUNT
           WRITE STMT-REC FROM WS-WLTH-TOTAL
           IF WS-CU-PRIOR-QTR (WS-CU-IDX) = SPACES
              ADD 1 TO WS-CTL-NO-PRIOR
              WRITE STMT-REC FROM WS-WLTH-NO-PRIOR
           ELSE
              MOVE WS-CU-PRIOR-QTR (WS-CU-IDX) TO WS-WP-QTR
              MOVE WS-CU-PRIOR-NW (WS-CU-IDX)  TO WS-WP-AMOUNT
              WRITE STMT-REC FROM WS-WLTH-PRIOR
              COMPUTE WS-NW-CHANGE =
                      WS-NET-WORTH - WS-CU-PRIOR-NW (WS-CU-IDX)
              MOVE WS-NW-CHANGE TO WS-WC-AMOUNT
              MOVE 0 TO WS-PCT
              IF WS-CU-PRIOR-NW (WS-CU-IDX) < 0
                 COMPUTE WS-PRIOR-ABS =
                         0 - WS-CU-PRIOR-NW (WS-CU-IDX)
              ELSE
                 MOVE WS-CU-PRIOR-NW (WS-CU-IDX) TO WS-PRIOR-ABS
              END-IF
              IF WS-PRIOR-ABS > 0
                 COMPUTE WS-PCT ROUNDED =
                         WS-NW-CHANGE / WS-PRIOR-ABS * 100
                   ON SIZE ERROR
                     MOVE 0 TO WS-PCT
                 END-COMPUTE
              END-IF
              MOVE WS-PCT TO WS-WC-PCT
              WRITE STMT-REC FROM WS-WLTH-CHANGE
           END-IF.

       WRITE-ALLOC-PARA.
           MOVE WS-CLASS-AMT TO WS-WA-AMOUNT
           MOVE 0 TO WS-PCT
           IF WS-AMT-ASSETS > 0
              COMPUTE WS-PCT ROUNDED =
                      WS-CLASS-AMT / WS-AMT-ASSETS * 100
           END-IF
           MOVE WS-PCT TO WS-WA-PCT
           MOVE "%"    TO WS-WA-PCT-SIGN
           WRITE STMT-REC FROM WS-WLTH-ALLOC.

       WRITE-HISTORY-PARA.
           MOVE WS-QTR-ID             TO WS-WH-QTR
           MOVE WS-CU-PAN (WS-CU-IDX) TO WS-WH-PAN
           MOVE WS-RUN-DATE           TO WS-WH-DATE
           MOVE WS-AMT-DEPOSITS       TO WS-WH-DEPOSITS
           MOVE WS-AMT-TERMDEP        TO WS-WH-TERMDEP
           MOVE WS-AMT-EQUITY         TO WS-WH-EQUITY
           MOVE WS-AMT-MF             TO WS-WH-MF
           MOVE WS-AMT-LOANS          TO WS-WH-LOANS
           MOVE WS-NET-WORTH          TO WS-WH-NETWORTH
           WRITE WHIST-REC FROM WS-WH-LINE.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "WLTHSTMT"         TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-LINKS       TO WS-OPL-IN-COUNT
           MOVE WS-CTL-STMTS       TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-SKIPPED     TO WS-OPL-REJ-COUNT
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
