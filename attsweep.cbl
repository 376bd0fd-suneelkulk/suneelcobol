       IDENTIFICATION DIVISION.
       PROGRAM-ID. attsweep.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTORD-FILE ASSIGN TO "ATTACH-ORDER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS ATTORD-FILE-STATUS.

           SELECT LIEN-FILE  ASSIGN TO "LIEN-FILE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LIEN-FILE-STATUS.

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

           SELECT XREF-FILE  ASSIGN TO "ACCT-XREF.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS XR-ACCT-NUM
                               FILE STATUS IS XREF-FILE-STATUS.

           SELECT CUSTMST-FILE  ASSIGN TO "CUST-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CM-PAN
                               FILE STATUS IS CUSTMST-FILE-STATUS.

           SELECT TXNHIST-FILE  ASSIGN TO "TXN-HISTORY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TXNHIST-FILE-STATUS.

           SELECT TXNHISTX-FILE ASSIGN TO "TXN-HISTORY.IDX"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS TX-KEY
                               FILE STATUS IS TXNHISTX-FILE-STATUS.

           SELECT LEDGER-FILE  ASSIGN TO "LEDGER-INTERFACE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT REMIT-FILE  ASSIGN TO "ATTACH-REMIT.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS REMIT-FILE-STATUS.

           SELECT LETTER-FILE  ASSIGN TO "ATTACH-LETTERS.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LETTER-FILE-STATUS.

           SELECT KEY-FILE    ASSIGN TO "CRYPTO-KEY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS KEY-FILE-STATUS.

           SELECT OPSLOG-FILE  ASSIGN TO "OPS-LOG.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS OPSLOG-FILE-STATUS.

           SELECT RUNCTL-FILE  ASSIGN TO "RUN-CONTROL.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   ATTORD-FILE  RECORD CONTAINS 200 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ATTORD-REC              PIC X(200).

       FD   LIEN-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LIEN-REC                PIC X(80).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
          COPY ACCTBAL.

       FD   XREF-FILE  RECORD CONTAINS 24 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-XREF-REC.
          COPY ACCTXREF.

       FD   CUSTMST-FILE  RECORD CONTAINS 205 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CUST-MASTER-REC.
          COPY CUSTMST.

       FD   TXNHIST-FILE  RECORD CONTAINS 84 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNHIST-REC             PIC X(84).

       FD   TXNHISTX-FILE  RECORD CONTAINS 83 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNHISTX-REC.
          COPY TXNHISTX.

       FD   LEDGER-FILE  RECORD CONTAINS 56 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LEDGER-REC.
          COPY LEDGERIF.

       FD   REMIT-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 REMIT-REC               PIC X(100).

       FD   LETTER-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LETTER-REC              PIC X(80).

       FD   KEY-FILE  RECORD CONTAINS 20 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 KEY-REC                 PIC X(20).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       WORKING-STORAGE SECTION.
       01 ATTORD-FILE-STATUS   PIC X(02).
       01 LIEN-FILE-STATUS     PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 ACCTBAL-FILE-STATUS  PIC X(02).
       01 XREF-FILE-STATUS     PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 WS-CUSTMST-OPEN      PIC X(01) VALUE "N".
       01 TXNHIST-FILE-STATUS  PIC X(02).
       01 TXNHISTX-FILE-STATUS PIC X(02).
       01 LEDGER-FILE-STATUS   PIC X(02).
       01 REMIT-FILE-STATUS    PIC X(02).
       01 LETTER-FILE-STATUS   PIC X(02).
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 WS-RUN-DATE          PIC X(08).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.

       01 WS-ORDER-TABLE.
          05 WS-AO-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AO-IDX.
             10 WS-AO-REF        PIC X(16).
             10 WS-AO-PAN        PIC X(10).
             10 WS-AO-TYPE       PIC X(01).
             10 WS-AO-AUTH       PIC X(40).
             10 WS-AO-ADDR       PIC X(60).
             10 WS-AO-DATE       PIC X(08).
             10 WS-AO-AMT        PIC 9(11)V99.
             10 WS-AO-SAT        PIC 9(11)V99.
             10 WS-AO-STATUS     PIC X(01).
             10 WS-AO-LAST       PIC X(08).
       01 WS-ORDER-COUNT       PIC 9(04) VALUE 0.

       01 WS-AO-REF-IN         PIC X(16).
       01 WS-AO-PAN-IN         PIC X(10).
       01 WS-AO-TYPE-IN        PIC X(01).
       01 WS-AO-AUTH-IN        PIC X(40).
       01 WS-AO-ADDR-IN        PIC X(60).
       01 WS-AO-DATE-IN        PIC X(08).
       01 WS-AO-AMT-IN         PIC X(15).
       01 WS-AO-SAT-IN         PIC X(15).
       01 WS-AO-STATUS-IN      PIC X(01).
       01 WS-AO-LAST-IN        PIC X(08).

       01 WS-LIEN-TABLE.
          05 WS-LI-ENTRY OCCURS 2000 TIMES INDEXED BY WS-LI-IDX.
             10 WS-LI-ACCT       PIC X(14).
             10 WS-LI-AMOUNT     PIC 9(09)V99.
             10 WS-LI-EXPIRY     PIC X(08).
       01 WS-LIEN-COUNT        PIC 9(04) VALUE 0.
       01 WS-LIEN-TOTAL        PIC 9(09)V99 VALUE 0.
       01 WS-HOLD-TOTAL        PIC 9(10)V99 VALUE 0.
       01 WS-AVAIL-BAL         PIC 9(09)V99 VALUE 0.
       01 WS-LI-ACCT-IN        PIC X(14).
       01 WS-LI-AMOUNT-IN      PIC X(12).
       01 WS-LI-REASON-IN      PIC X(30).
       01 WS-LI-AUTH-IN        PIC X(10).
       01 WS-LI-EXPIRY-IN      PIC X(08).

       01 WS-XREF-EOF          PIC X(01) VALUE "N".
       01 WS-REMAINING         PIC 9(11)V99 VALUE 0.
       01 WS-ORDER-SWEPT       PIC 9(11)V99 VALUE 0.

       01 WS-DEBIT-TABLE.
          05 WS-DB-ENTRY OCCURS 10 TIMES INDEXED BY WS-DB-IDX.
             10 WS-DB-ACCT       PIC X(14).
             10 WS-DB-AMOUNT     PIC 9(09)V99.
       01 WS-DEBIT-COUNT       PIC 9(04) VALUE 0.
       01 WS-DEBIT-MORE        PIC 9(04) VALUE 0.

       01 WS-HIST-LINE.
          COPY TXNHIST.
       01 WS-POST-TYPE         PIC X(03) VALUE SPACES.
       01 WS-POST-AMOUNT       PIC 9(09)V99 VALUE 0.
       01 WS-REF-SEQ           PIC 9(07) VALUE 0.
       01 WS-POST-REF.
          05 WS-PR-CYCLE       PIC X(04).
          05 WS-PR-SOURCE      PIC X(01) VALUE "G".
          05 WS-PR-SEQ         PIC 9(07).
       01 WS-IDX-SEQ           PIC 9(08) VALUE 0.

       01 WS-AM-PAN            PIC X(10).
       01 WS-AM-PAN-CLR        PIC X(10).
       01 KEY-FILE-STATUS      PIC X(02).
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

       01 WS-CTL-ORDERS        PIC 9(05) VALUE 0.
       01 WS-CTL-ACTIVE        PIC 9(05) VALUE 0.
       01 WS-CTL-REMITTED      PIC 9(05) VALUE 0.
       01 WS-CTL-DEBITS        PIC 9(07) VALUE 0.
       01 WS-CTL-SATISFIED     PIC 9(05) VALUE 0.
       01 WS-CTL-FAILED        PIC 9(05) VALUE 0.
       01 WS-TOT-REMITTED      PIC 9(11)V99 VALUE 0.

       01 WS-ATTORD-LINE.
          COPY ATTORD.

       01 WS-REMIT-LINE.
          05 WS-RM-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RM-REF           PIC X(16).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RM-TYPE          PIC X(01).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RM-AUTH          PIC X(40).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RM-AMOUNT        PIC 9(11).99.
       01 WS-REMIT-TRAILER.
          05 FILLER              PIC X(08) VALUE "TRAILER,".
          05 WS-RM-TRL-CNT       PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RM-TRL-AMT       PIC 9(11).99.

       01 WS-LINE-COUNT        PIC 9(03) VALUE 0.
       01 WS-PAGE-LINES        PIC 9(03) VALUE 36.

       01 WH-LETTERHEAD1        PIC X(44) VALUE
          "            SUNEEL BANK OF INDIA            ".
       01 WH-LETTERHEAD2        PIC X(44) VALUE
          "   REMITTANCE UNDER ATTACHMENT ORDER        ".
       01 WH-RULE-LINE          PIC X(70) VALUE ALL "-".

       01 WS-DATE-LINE.
          05 FILLER              PIC X(07) VALUE "DATE : ".
          05 WS-LT-DATE          PIC X(08).
       01 WS-REF-LINE.
          05 FILLER              PIC X(24) VALUE
             "ORDER REFERENCE      :  ".
          05 WS-LT-REF           PIC X(16).
       01 WS-TYPE-LINE.
          05 FILLER              PIC X(24) VALUE
             "ORDER TYPE           :  ".
          05 WS-LT-TYPE          PIC X(30).
       01 WS-ORDDT-LINE.
          05 FILLER              PIC X(24) VALUE
             "ORDER DATE           :  ".
          05 WS-LT-ORDDT         PIC X(08).
       01 WS-NAME-LINE.
          05 FILLER              PIC X(24) VALUE
             "CUSTOMER NAME        :  ".
          05 WS-LT-CUST          PIC X(20).
       01 WS-PAN-LINE.
          05 FILLER              PIC X(24) VALUE
             "PAN                  :  ".
          05 WS-LT-PAN           PIC X(10).
       01 WS-ORDAMT-LINE.
          05 FILLER              PIC X(24) VALUE
             "ORDER AMOUNT         :  ".
          05 WS-LT-ORDAMT        PIC ZZZZZZZZZZ9.99.
       01 WS-THISRUN-LINE.
          05 FILLER              PIC X(24) VALUE
             "REMITTED HEREWITH    :  ".
          05 WS-LT-THISRUN       PIC ZZZZZZZZZZ9.99.
       01 WS-TODATE-LINE.
          05 FILLER              PIC X(24) VALUE
             "REMITTED TO DATE     :  ".
          05 WS-LT-TODATE        PIC ZZZZZZZZZZ9.99.
       01 WS-OUTST-LINE.
          05 FILLER              PIC X(24) VALUE
             "AMOUNT OUTSTANDING   :  ".
          05 WS-LT-OUTST         PIC ZZZZZZZZZZ9.99.
       01 WS-DEBIT-LINE.
          05 FILLER              PIC X(24) VALUE
             "ACCOUNT DEBITED      :  ".
          05 WS-LT-ACCT          PIC X(14).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-LT-AMOUNT        PIC ZZZZZZZZ9.99.
       01 WS-MORE-LINE.
          05 FILLER              PIC X(24) VALUE SPACES.
          05 FILLER              PIC X(04) VALUE "AND ".
          05 WS-LT-MORE          PIC ZZZ9.
          05 FILLER              PIC X(15) VALUE " MORE ACCOUNTS".

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE ATTACHMENT ORDER SWEEP PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-KEY-PARA.
           PERFORM LOAD-ORDERS-PARA.
           PERFORM LOAD-LIENS-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O ACCTBAL-FILE.
           IF ACCTBAL-FILE-STATUS NOT = "00"
              DISPLAY "BALANCE FILE NOT AVAILABLE, ATTACHMENT "
                      "SWEEP CANNOT RUN, STATUS=" ACCTBAL-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT XREF-FILE.
           IF XREF-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT CROSS-REFERENCE NOT AVAILABLE, "
                      "STATUS=" XREF-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUSTMST-FILE.
           IF CUSTMST-FILE-STATUS = "00"
              MOVE "Y" TO WS-CUSTMST-OPEN
           ELSE
              DISPLAY "CUSTOMER MASTER NOT AVAILABLE, NAMES NOT "
                      "PRINTED, STATUS=" CUSTMST-FILE-STATUS
           END-IF.
           OPEN OUTPUT REMIT-FILE.
           IF REMIT-FILE-STATUS NOT = "00"
              DISPLAY "REMITTANCE FILE OPEN FAILED, STATUS="
                      REMIT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           IF LETTER-FILE-STATUS NOT = "00"
              DISPLAY "COMPLIANCE LETTER FILE OPEN FAILED, STATUS="
                      LETTER-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OPEN-LEDGER-PARA.
           PERFORM OPEN-TXNHIST-FILE-PARA.
           PERFORM OPEN-TXNHISTX-FILE-PARA.
           PERFORM SWEEP-ORDER-PARA
               VARYING WS-AO-IDX FROM 1 BY 1
               UNTIL WS-AO-IDX > WS-ORDER-COUNT.
           MOVE WS-CTL-REMITTED TO WS-RM-TRL-CNT.
           MOVE WS-TOT-REMITTED TO WS-RM-TRL-AMT.
           WRITE REMIT-REC FROM WS-REMIT-TRAILER.
           CLOSE TXNHIST-FILE.
           CLOSE TXNHISTX-FILE.
           CLOSE LEDGER-FILE.
           CLOSE LETTER-FILE.
           CLOSE REMIT-FILE.
           IF WS-CUSTMST-OPEN = "Y"
              CLOSE CUSTMST-FILE
           END-IF.
           CLOSE XREF-FILE.
           CLOSE ACCTBAL-FILE.
           CLOSE ACCTMST-FILE.
           PERFORM REWRITE-ORDERS-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "ATTACHMENT SWEEP SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  ORDERS ON FILE      : " WS-CTL-ORDERS.
           DISPLAY "  ORDERS ACTIVE       : " WS-CTL-ACTIVE.
           DISPLAY "  ACCOUNTS DEBITED    : " WS-CTL-DEBITS.
           DISPLAY "  REMITTANCES         : " WS-CTL-REMITTED.
           DISPLAY "  ORDERS SATISFIED    : " WS-CTL-SATISFIED.
           DISPLAY "  DEBITS FAILED       : " WS-CTL-FAILED.
           DISPLAY "  AMOUNT REMITTED     : " WS-TOT-REMITTED.

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

       LOAD-ORDERS-PARA.
           MOVE 0 TO WS-ORDER-COUNT
           OPEN INPUT ATTORD-FILE
           IF ATTORD-FILE-STATUS NOT = "00"
              DISPLAY "ATTACHMENT ORDER MASTER NOT FOUND, STATUS="
                      ATTORD-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL ATTORD-FILE-STATUS NOT = "00"
              READ ATTORD-FILE
                AT END
                  MOVE "10" TO ATTORD-FILE-STATUS
                NOT AT END
                  IF WS-ORDER-COUNT >= 2000
                     DISPLAY "ATTACHMENT ORDER TABLE CAPACITY "
                             "EXCEEDED AT 2000 - RUN STOPPED"
                     MOVE 20 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  ADD 1 TO WS-ORDER-COUNT
                  SET WS-AO-IDX TO WS-ORDER-COUNT
                  MOVE SPACES TO WS-AO-LAST-IN
                  UNSTRING ATTORD-REC DELIMITED BY ","
                  INTO  WS-AO-REF-IN
                        WS-AO-PAN-IN
                        WS-AO-TYPE-IN
                        WS-AO-AUTH-IN
                        WS-AO-ADDR-IN
                        WS-AO-DATE-IN
                        WS-AO-AMT-IN
                        WS-AO-SAT-IN
                        WS-AO-STATUS-IN
                        WS-AO-LAST-IN
                  END-UNSTRING
                  MOVE WS-AO-REF-IN    TO WS-AO-REF (WS-AO-IDX)
                  MOVE WS-AO-PAN-IN    TO WS-AO-PAN (WS-AO-IDX)
                  MOVE WS-AO-TYPE-IN   TO WS-AO-TYPE (WS-AO-IDX)
                  MOVE WS-AO-AUTH-IN   TO WS-AO-AUTH (WS-AO-IDX)
                  MOVE WS-AO-ADDR-IN   TO WS-AO-ADDR (WS-AO-IDX)
                  MOVE WS-AO-DATE-IN   TO WS-AO-DATE (WS-AO-IDX)
                  COMPUTE WS-AO-AMT (WS-AO-IDX) =
                          FUNCTION NUMVAL(WS-AO-AMT-IN)
                  COMPUTE WS-AO-SAT (WS-AO-IDX) =
                          FUNCTION NUMVAL(WS-AO-SAT-IN)
                  MOVE WS-AO-STATUS-IN TO WS-AO-STATUS (WS-AO-IDX)
                  MOVE WS-AO-LAST-IN   TO WS-AO-LAST (WS-AO-IDX)
              END-READ
           END-PERFORM
           CLOSE ATTORD-FILE
           MOVE WS-ORDER-COUNT TO WS-CTL-ORDERS.

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

       OPEN-TXNHIST-FILE-PARA.
           OPEN EXTEND TXNHIST-FILE.
           IF TXNHIST-FILE-STATUS = "35"
              OPEN OUTPUT TXNHIST-FILE
              CLOSE TXNHIST-FILE
              OPEN EXTEND TXNHIST-FILE
           END-IF
           IF TXNHIST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN TXN HISTORY FAILED FILE STATUS ="
                      TXNHIST-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           END-IF.

       OPEN-TXNHISTX-FILE-PARA.
           OPEN I-O TXNHISTX-FILE.
           IF TXNHISTX-FILE-STATUS = "35"
              OPEN OUTPUT TXNHISTX-FILE
              CLOSE TXNHISTX-FILE
              OPEN I-O TXNHISTX-FILE
           END-IF
           IF TXNHISTX-FILE-STATUS NOT = "00"
              DISPLAY "OPEN INDEXED HISTORY FAILED FILE STATUS ="
                      TXNHISTX-FILE-STATUS
              DISPLAY "MOVEMENTS CONTINUE ON THE FLAT HISTORY ONLY"
           END-IF.

       SWEEP-ORDER-PARA.
           IF WS-AO-STATUS (WS-AO-IDX) = "A"
              ADD 1 TO WS-CTL-ACTIVE
              MOVE 0 TO WS-ORDER-SWEPT
              MOVE 0 TO WS-DEBIT-COUNT
              MOVE 0 TO WS-DEBIT-MORE
              IF WS-AO-SAT (WS-AO-IDX) < WS-AO-AMT (WS-AO-IDX)
                 COMPUTE WS-REMAINING = WS-AO-AMT (WS-AO-IDX)
                                      - WS-AO-SAT (WS-AO-IDX)
                 MOVE "N" TO WS-XREF-EOF
                 MOVE LOW-VALUES TO XR-ACCT-NUM
                 START XREF-FILE KEY NOT < XR-ACCT-NUM
                   INVALID KEY
                     MOVE "Y" TO WS-XREF-EOF
                 END-START
                 PERFORM SWEEP-XREF-PARA
                     UNTIL WS-XREF-EOF = "Y" OR WS-REMAINING = 0
              END-IF
              IF WS-ORDER-SWEPT > 0
                 ADD WS-ORDER-SWEPT TO WS-AO-SAT (WS-AO-IDX)
                 MOVE WS-RUN-DATE TO WS-AO-LAST (WS-AO-IDX)
                 PERFORM WRITE-REMIT-PARA
              END-IF
              IF WS-AO-SAT (WS-AO-IDX) >= WS-AO-AMT (WS-AO-IDX)
                 MOVE "S" TO WS-AO-STATUS (WS-AO-IDX)
                 ADD 1 TO WS-CTL-SATISFIED
              END-IF
              IF WS-ORDER-SWEPT > 0
                 PERFORM PRINT-LETTER-PARA
              END-IF
           END-IF.

       SWEEP-XREF-PARA.
           READ XREF-FILE NEXT AT END
                MOVE "Y" TO WS-XREF-EOF
           END-READ.
           IF WS-XREF-EOF NOT = "Y"
              IF XR-PAN = WS-AO-PAN (WS-AO-IDX)
                 PERFORM SWEEP-ACCOUNT-PARA
              END-IF
           END-IF.
            EXIT.

       SWEEP-ACCOUNT-PARA.
           MOVE XR-ACCT-NUM TO AM-ACCT-NUM
           READ ACCTMST-FILE
             INVALID KEY
               DISPLAY "XREF ACCOUNT NOT ON MASTER: " XR-ACCT-NUM
             NOT INVALID KEY
               IF AM-STATUS NOT = "C"
                  AND AM-STATUS NOT = "U"
                  AND AM-STATUS NOT = "M"
                  MOVE AM-ACCT-NUM TO BAL-ACCT-NUM
                  READ ACCTBAL-FILE
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      PERFORM DEBIT-ACCOUNT-PARA
                  END-READ
               END-IF
           END-READ.

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
           COMPUTE WS-HOLD-TOTAL = WS-LIEN-TOTAL + BAL-UNCLEARED
           IF WS-HOLD-TOTAL > BAL-CURR-BAL
              MOVE 0 TO WS-AVAIL-BAL
           ELSE
              COMPUTE WS-AVAIL-BAL = BAL-CURR-BAL - WS-HOLD-TOTAL
           END-IF.

       DEBIT-ACCOUNT-PARA.
           PERFORM COMPUTE-AVAIL-PARA
           IF WS-AVAIL-BAL > 0
              IF WS-AVAIL-BAL > WS-REMAINING
                 MOVE WS-REMAINING TO WS-POST-AMOUNT
              ELSE
                 MOVE WS-AVAIL-BAL TO WS-POST-AMOUNT
              END-IF
              SUBTRACT WS-POST-AMOUNT FROM BAL-CURR-BAL
              ADD 1 TO BAL-TXN-COUNT
              REWRITE ACCT-BALANCE-REC
                INVALID KEY
                  DISPLAY "BALANCE REWRITE FAILED: " BAL-ACCT-NUM
                  ADD 1 TO WS-CTL-FAILED
                  MOVE 20 TO RETURN-CODE
                  MOVE 0 TO WS-POST-AMOUNT
              END-REWRITE
              IF WS-POST-AMOUNT > 0
                 MOVE "ATT" TO WS-POST-TYPE
                 PERFORM WRITE-HISTORY-PARA
                 IF LEDGER-FILE-STATUS = "00"
                    MOVE AM-ACCT-NUM    TO LG-ACCT-NUM
                    MOVE WS-POST-AMOUNT TO LG-OPEN-BALANCE
                    MOVE "GL8002"       TO LG-GL-CODE
                    MOVE WS-RUN-DATE    TO LG-POST-DATE
                    MOVE "INR"          TO LG-ORIG-CCY
                    MOVE WS-POST-AMOUNT TO LG-ORIG-AMT
                    MOVE "ATT"          TO LG-TXN-TYPE
                    WRITE LEDGER-REC
                 END-IF
                 SUBTRACT WS-POST-AMOUNT FROM WS-REMAINING
                 ADD WS-POST-AMOUNT TO WS-ORDER-SWEPT
                 ADD 1 TO WS-CTL-DEBITS
                 IF WS-DEBIT-COUNT < 10
                    ADD 1 TO WS-DEBIT-COUNT
                    SET WS-DB-IDX TO WS-DEBIT-COUNT
                    MOVE AM-ACCT-NUM    TO WS-DB-ACCT (WS-DB-IDX)
                    MOVE WS-POST-AMOUNT TO WS-DB-AMOUNT (WS-DB-IDX)
                 ELSE
                    ADD 1 TO WS-DEBIT-MORE
                 END-IF
              END-IF
           END-IF.

       WRITE-HISTORY-PARA.
           ADD 1 TO WS-REF-SEQ
           MOVE WS-CYCLE-ID TO WS-PR-CYCLE
           MOVE WS-REF-SEQ  TO WS-PR-SEQ
           MOVE WS-RUN-DATE   TO TH-DATE
           MOVE AM-ACCT-NUM   TO TH-ACCT-NUM
           MOVE WS-POST-TYPE  TO TH-TXN-TYPE
           MOVE WS-POST-AMOUNT TO TH-AMOUNT
           MOVE BAL-CURR-BAL  TO TH-BALANCE
           MOVE WS-CYCLE-ID   TO TH-CYCLE
           MOVE WS-POST-REF   TO TH-REF
           MOVE SPACES        TO TH-LINK-REF
           WRITE TXNHIST-REC FROM WS-HIST-LINE
           IF TXNHISTX-FILE-STATUS = "00"
              MOVE AM-ACCT-NUM    TO TX-ACCT-NUM
              MOVE WS-RUN-DATE    TO TX-DATE
              MOVE WS-CYCLE-ID    TO TX-CYCLE
              COMPUTE WS-IDX-SEQ = 85000000 + WS-REF-SEQ
              MOVE WS-IDX-SEQ     TO TX-SEQ
              MOVE WS-POST-TYPE   TO TX-TXN-TYPE
              MOVE WS-POST-AMOUNT TO TX-AMOUNT
              MOVE BAL-CURR-BAL   TO TX-BALANCE
              MOVE WS-POST-REF    TO TX-REF
              MOVE SPACES         TO TX-LINK-REF
              WRITE TXNHISTX-REC
                INVALID KEY
                  DISPLAY "INDEXED HISTORY WRITE FAILED: " TX-KEY
              END-WRITE
           END-IF.

       WRITE-REMIT-PARA.
           ADD 1 TO WS-CTL-REMITTED
           ADD WS-ORDER-SWEPT TO WS-TOT-REMITTED
           MOVE WS-RUN-DATE              TO WS-RM-DATE
           MOVE WS-AO-REF (WS-AO-IDX)    TO WS-RM-REF
           MOVE WS-AO-TYPE (WS-AO-IDX)   TO WS-RM-TYPE
           MOVE WS-AO-AUTH (WS-AO-IDX)   TO WS-RM-AUTH
           MOVE WS-ORDER-SWEPT           TO WS-RM-AMOUNT
           WRITE REMIT-REC FROM WS-REMIT-LINE.

       PRINT-LETTER-PARA.
           MOVE 0 TO WS-LINE-COUNT
           WRITE LETTER-REC FROM WH-RULE-LINE
           WRITE LETTER-REC FROM WH-LETTERHEAD1
           WRITE LETTER-REC FROM WH-LETTERHEAD2
           WRITE LETTER-REC FROM WH-RULE-LINE
           ADD 4 TO WS-LINE-COUNT
           MOVE WS-RUN-DATE TO WS-LT-DATE
           WRITE LETTER-REC FROM WS-DATE-LINE
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE "TO" TO LETTER-REC
           WRITE LETTER-REC
           MOVE WS-AO-AUTH (WS-AO-IDX) TO LETTER-REC
           WRITE LETTER-REC
           MOVE WS-AO-ADDR (WS-AO-IDX) TO LETTER-REC
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           ADD 6 TO WS-LINE-COUNT
           MOVE WS-AO-REF (WS-AO-IDX) TO WS-LT-REF
           WRITE LETTER-REC FROM WS-REF-LINE
           IF WS-AO-TYPE (WS-AO-IDX) = "T"
              MOVE "TAX ATTACHMENT NOTICE" TO WS-LT-TYPE
           ELSE
              MOVE "GARNISHEE ORDER" TO WS-LT-TYPE
           END-IF
           WRITE LETTER-REC FROM WS-TYPE-LINE
           MOVE WS-AO-DATE (WS-AO-IDX) TO WS-LT-ORDDT
           WRITE LETTER-REC FROM WS-ORDDT-LINE
           ADD 3 TO WS-LINE-COUNT
           MOVE "CUSTOMER NOT ON CIF " TO WS-LT-CUST
           IF WS-CUSTMST-OPEN = "Y"
              MOVE WS-AO-PAN (WS-AO-IDX) TO CM-PAN
              READ CUSTMST-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE CM-CUST TO WS-LT-CUST
              END-READ
           END-IF
           WRITE LETTER-REC FROM WS-NAME-LINE
           MOVE WS-AO-PAN (WS-AO-IDX) TO WS-AM-PAN
           PERFORM DECIPHER-PAN-PARA
           MOVE WS-AM-PAN-CLR TO WS-MK-PAN-IN
           MOVE SPACES        TO WS-MK-AADHAR-IN
           CALL "maskid" USING WS-MK-PARMS
           MOVE WS-MK-PAN-OUT TO WS-LT-PAN
           WRITE LETTER-REC FROM WS-PAN-LINE
           ADD 2 TO WS-LINE-COUNT
           MOVE WS-AO-AMT (WS-AO-IDX) TO WS-LT-ORDAMT
           WRITE LETTER-REC FROM WS-ORDAMT-LINE
           MOVE WS-ORDER-SWEPT TO WS-LT-THISRUN
           WRITE LETTER-REC FROM WS-THISRUN-LINE
           MOVE WS-AO-SAT (WS-AO-IDX) TO WS-LT-TODATE
           WRITE LETTER-REC FROM WS-TODATE-LINE
           IF WS-AO-SAT (WS-AO-IDX) >= WS-AO-AMT (WS-AO-IDX)
              MOVE 0 TO WS-LT-OUTST
           ELSE
              COMPUTE WS-LT-OUTST = WS-AO-AMT (WS-AO-IDX)
                                  - WS-AO-SAT (WS-AO-IDX)
           END-IF
           WRITE LETTER-REC FROM WS-OUTST-LINE
           ADD 4 TO WS-LINE-COUNT
           SET WS-DB-IDX TO 1
           PERFORM UNTIL WS-DB-IDX > WS-DEBIT-COUNT
              MOVE WS-DB-ACCT (WS-DB-IDX)   TO WS-LT-ACCT
              MOVE WS-DB-AMOUNT (WS-DB-IDX) TO WS-LT-AMOUNT
              WRITE LETTER-REC FROM WS-DEBIT-LINE
              ADD 1 TO WS-LINE-COUNT
              SET WS-DB-IDX UP BY 1
           END-PERFORM
           IF WS-DEBIT-MORE > 0
              MOVE WS-DEBIT-MORE TO WS-LT-MORE
              WRITE LETTER-REC FROM WS-MORE-LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           MOVE "THE ABOVE AMOUNT IS REMITTED IN COMPLIANCE WITH YOUR"
                TO LETTER-REC
           WRITE LETTER-REC
           IF WS-AO-STATUS (WS-AO-IDX) = "S"
              MOVE "ORDER. THE ORDER STANDS FULLY SATISFIED."
                   TO LETTER-REC
           ELSE
              MOVE "ORDER. THE ATTACHMENT CONTINUES ON FUTURE CREDITS."
                   TO LETTER-REC
           END-IF
           WRITE LETTER-REC
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           ADD 4 TO WS-LINE-COUNT
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

       REWRITE-ORDERS-PARA.
           OPEN OUTPUT ATTORD-FILE
           IF ATTORD-FILE-STATUS NOT = "00"
              DISPLAY "ATTACHMENT ORDER MASTER REWRITE FAILED, "
                      "STATUS=" ATTORD-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-AO-IDX TO 1
              PERFORM UNTIL WS-AO-IDX > WS-ORDER-COUNT
                 MOVE WS-AO-REF (WS-AO-IDX)    TO AO-ORDER-REF
                 MOVE WS-AO-PAN (WS-AO-IDX)    TO AO-PAN
                 MOVE WS-AO-TYPE (WS-AO-IDX)   TO AO-TYPE
                 MOVE WS-AO-AUTH (WS-AO-IDX)   TO AO-AUTH-NAME
                 MOVE WS-AO-ADDR (WS-AO-IDX)   TO AO-AUTH-ADDR
                 MOVE WS-AO-DATE (WS-AO-IDX)   TO AO-ORDER-DATE
                 MOVE WS-AO-AMT (WS-AO-IDX)    TO AO-ORDER-AMT
                 MOVE WS-AO-SAT (WS-AO-IDX)    TO AO-SATISFIED
                 MOVE WS-AO-STATUS (WS-AO-IDX) TO AO-STATUS
                 MOVE WS-AO-LAST (WS-AO-IDX)   TO AO-LAST-REMIT
                 WRITE ATTORD-REC FROM WS-ATTORD-LINE
                 SET WS-AO-IDX UP BY 1
              END-PERFORM
              CLOSE ATTORD-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "ATTSWEEP"         TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-ACTIVE      TO WS-OPL-IN-COUNT
           MOVE WS-CTL-REMITTED    TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-FAILED      TO WS-OPL-REJ-COUNT
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
