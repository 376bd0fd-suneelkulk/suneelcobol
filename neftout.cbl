       IDENTIFICATION DIVISION.
       PROGRAM-ID. neftout.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYREQ-FILE  ASSIGN TO "PAYMENT-REQUESTS.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PAYREQ-FILE-STATUS.

           SELECT BENE-FILE    ASSIGN TO "BENEFICIARY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS BENE-FILE-STATUS.

           SELECT PAYREG-FILE  ASSIGN TO "OUTWARD-PAYMENTS.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PAYREG-FILE-STATUS.

           SELECT PAYMSG-FILE  ASSIGN TO "PAYMENT-OUTWARD-MSG.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PAYMSG-FILE-STATUS.

           SELECT PAYRET-FILE  ASSIGN TO "PAYMENT-RETURNS.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PAYRET-FILE-STATUS.

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

           SELECT TXNHIST-FILE  ASSIGN TO "TXN-HISTORY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TXNHIST-FILE-STATUS.

           SELECT TXNHISTX-FILE ASSIGN TO "TXN-HISTORY.IDX"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS TX-KEY
                               FILE STATUS IS TXNHISTX-FILE-STATUS.

           SELECT PAYRPT-FILE  ASSIGN TO "PAYMENT-REJECTS.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PAYRPT-FILE-STATUS.

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
       FD   PAYREQ-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PAYREQ-REC              PIC X(100).

       FD   BENE-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 BENE-REC                PIC X(120).

       FD   PAYREG-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PAYREG-REC              PIC X(100).

       FD   PAYMSG-FILE  RECORD CONTAINS 160 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PAYMSG-REC              PIC X(160).

       FD   PAYRET-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PAYRET-REC              PIC X(60).

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

       FD   TXNHIST-FILE  RECORD CONTAINS 84 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNHIST-REC             PIC X(84).

       FD   TXNHISTX-FILE  RECORD CONTAINS 83 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNHISTX-REC.
          COPY TXNHISTX.

       FD   PAYRPT-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PAYRPT-REC              PIC X(100).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 PAYREQ-FILE-STATUS   PIC X(02).
       01 BENE-FILE-STATUS     PIC X(02).
       01 PAYREG-FILE-STATUS   PIC X(02).
       01 PAYMSG-FILE-STATUS   PIC X(02).
       01 PAYRET-FILE-STATUS   PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 ACCTBAL-FILE-STATUS  PIC X(02).
       01 TXNHIST-FILE-STATUS  PIC X(02).
       01 TXNHISTX-FILE-STATUS PIC X(02).
       01 WS-IDX-SEQ           PIC 9(08) VALUE 0.
       01 PAYRPT-FILE-STATUS   PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.

       01 WS-HIST-LINE.
          COPY TXNHIST.

       01 WS-RUN-DATE          PIC X(08).
       01 WS-RUN-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-PURGE-INT         PIC 9(08) VALUE 0.
       01 WS-PURGE-DATE        PIC 9(08) VALUE 0.
       01 EOF                  PIC X(01) VALUE "N".

       01 LIEN-FILE-STATUS     PIC X(02).
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
       01 WS-LI-AUTH-IN        PIC X(12).
       01 WS-LI-EXPIRY-IN      PIC X(08).

       01 WS-BENE-TABLE.
          05 WS-BN-ENTRY OCCURS 20000 TIMES INDEXED BY WS-BN-IDX.
             10 WS-BN-ACCT       PIC X(14).
             10 WS-BN-ID         PIC X(06).
             10 WS-BN-NAME       PIC X(30).
             10 WS-BN-BENE-ACCT  PIC X(20).
             10 WS-BN-IFSC       PIC X(11).
             10 WS-BN-COOL-UNTIL PIC X(08).
       01 WS-BENE-COUNT        PIC 9(05) VALUE 0.
       01 WS-BN-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-BN-IDX      PIC 9(05) VALUE 0.
       01 WS-BN-ACCT-IN        PIC X(14).
       01 WS-BN-ID-IN          PIC X(06).
       01 WS-BN-NAME-IN        PIC X(30).
       01 WS-BN-BENE-ACCT-IN   PIC X(20).
       01 WS-BN-IFSC-IN        PIC X(11).
       01 WS-BN-ADDED-IN       PIC X(08).
       01 WS-BN-COOL-IN        PIC X(08).
       01 WS-BN-STATUS-IN      PIC X(01).

       01 WS-PAYREG-TABLE.
          05 WS-PG-ENTRY OCCURS 20000 TIMES INDEXED BY WS-PG-IDX.
             10 WS-PG-UTR        PIC X(16).
             10 WS-PG-DATE       PIC X(08).
             10 WS-PG-ACCT       PIC X(14).
             10 WS-PG-BENE-ID    PIC X(06).
             10 WS-PG-AMT        PIC 9(09)V99.
             10 WS-PG-POST-REF   PIC X(12).
             10 WS-PG-STATUS     PIC X(01).
             10 WS-PG-RET-REASON PIC X(20).
       01 WS-PAYREG-COUNT      PIC 9(05) VALUE 0.
       01 WS-PG-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-PG-IDX      PIC 9(05) VALUE 0.
       01 WS-PG-UTR-IN         PIC X(16).
       01 WS-PG-DATE-IN        PIC X(08).
       01 WS-PG-ACCT-IN        PIC X(14).
       01 WS-PG-BENE-ID-IN     PIC X(06).
       01 WS-PG-AMT-IN         PIC X(12).
       01 WS-PG-POST-REF-IN    PIC X(12).
       01 WS-PG-STATUS-IN      PIC X(01).
       01 WS-PG-RET-REASON-IN  PIC X(20).

       01 WS-PQ-ACCT-IN        PIC X(14).
       01 WS-PQ-BENE-ID-IN     PIC X(06).
       01 WS-PQ-AMOUNT-IN      PIC X(12).
       01 WS-PQ-REMARKS-IN     PIC X(30).

       01 WS-RT-UTR-IN         PIC X(16).
       01 WS-RT-AMOUNT-IN      PIC X(12).
       01 WS-RT-REASON-IN      PIC X(20).

       01 WS-PAY-AMOUNT        PIC 9(09)V99 VALUE 0.
       01 WS-PAY-VALID         PIC X(01) VALUE "Y".
       01 WS-ITEM-ACCT         PIC X(14) VALUE SPACES.
       01 WS-REJ-TEXT          PIC X(30) VALUE SPACES.
       01 WS-BAL-ON-FILE       PIC X(01) VALUE "N".
       01 WS-RTGS-THRESHOLD    PIC 9(09)V99 VALUE 200000.00.

       01 WS-UTR-SEQ-NUM       PIC 9(07) VALUE 0.
       01 WS-UTR.
          05 WS-UTR-RAIL       PIC X(01).
          05 WS-UTR-DATE       PIC X(08).
          05 WS-UTR-SEQ        PIC 9(07).

       01 WS-CTL-IN-COUNT      PIC 9(07) VALUE 0.
       01 WS-CTL-SENT          PIC 9(07) VALUE 0.
       01 WS-CTL-NEFT          PIC 9(07) VALUE 0.
       01 WS-CTL-RTGS          PIC 9(07) VALUE 0.
       01 WS-CTL-REJECTED      PIC 9(07) VALUE 0.
       01 WS-CTL-RET-IN        PIC 9(07) VALUE 0.
       01 WS-CTL-RETURNED      PIC 9(07) VALUE 0.
       01 WS-CTL-UNMATCHED     PIC 9(07) VALUE 0.
       01 WS-CTL-PURGED        PIC 9(07) VALUE 0.
       01 WS-TOT-SENT          PIC 9(11)V99 VALUE 0.
       01 WS-TOT-RETURNED      PIC 9(11)V99 VALUE 0.

       01 WS-REF-SEQ           PIC 9(07) VALUE 0.
       01 WS-POST-REF.
          05 WS-PR-CYCLE       PIC X(04).
          05 WS-PR-SOURCE      PIC X(01) VALUE "P".
          05 WS-PR-SEQ         PIC 9(07).
       01 WS-POST-TYPE         PIC X(03) VALUE SPACES.
       01 WS-LINK-REF          PIC X(12) VALUE SPACES.

       01 WS-TRAILER-LABEL     PIC X(07) VALUE SPACES.
       01 WS-TRAILER-COUNT-IN  PIC X(07) VALUE SPACES.
       01 WS-TRAILER-COUNT     PIC 9(07) VALUE 0.
       01 WS-TRAILER-EXPECT    PIC 9(07) VALUE 0.
       01 WS-TRAILER-REC       PIC X(100) VALUE SPACES.

       01 WS-PAYREG-LINE.
          COPY OUTPAY.

       01 WS-PAYMSG-LINE.
          05 WS-PM-RAIL          PIC X(04).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PM-UTR           PIC X(16).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PM-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PM-DEBIT-ACCT    PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PM-AMT           PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PM-IFSC          PIC X(11).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PM-BENE-ACCT     PIC X(20).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PM-NAME          PIC X(30).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PM-REMARKS       PIC X(30).

       01 WS-PAYMSG-TRAILER.
          05 FILLER              PIC X(08) VALUE "TRAILER,".
          05 WS-PM-TRL-CNT       PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PM-TRL-AMT       PIC 9(11).99.

       01 WH-PAYRPT-HDR1.
          05 FILLER PIC X(32) VALUE "OUTWARD PAYMENT EXCEPTIONS - ".
          05 WS-PH-DATE          PIC X(08).
       01 WH-PAYRPT-HDR2.
          05 FILLER PIC X(16) VALUE "ACCOUNT".
          05 FILLER PIC X(08) VALUE "BENE-ID".
          05 FILLER PIC X(14) VALUE "AMOUNT".
          05 FILLER PIC X(18) VALUE "UTR".
          05 FILLER PIC X(30) VALUE "EXCEPTION".

       01 WS-PAYRPT-DETAIL.
          05 WS-PX-ACCT          PIC X(14).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-PX-BENE-ID       PIC X(06).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-PX-AMT           PIC ZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-PX-UTR           PIC X(16).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-PX-TEXT          PIC X(30).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE OUTWARD NEFT/RTGS PAYMENT PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           PERFORM LOAD-BENEFICIARIES-PARA.
           PERFORM LOAD-PAYREG-PARA.
           PERFORM LOAD-LIENS-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OPEN-ACCTBAL-FILE-PARA.
           PERFORM OPEN-TXNHIST-FILE-PARA.
           PERFORM OPEN-TXNHISTX-FILE-PARA.
           OPEN OUTPUT PAYRPT-FILE.
           MOVE WS-RUN-DATE TO WS-PH-DATE.
           WRITE PAYRPT-REC FROM WH-PAYRPT-HDR1.
           WRITE PAYRPT-REC FROM WH-PAYRPT-HDR2.
           PERFORM TAKE-RETURNS-PARA.
           PERFORM TAKE-REQUESTS-PARA.
           CLOSE PAYRPT-FILE.
           CLOSE TXNHIST-FILE.
           CLOSE TXNHISTX-FILE.
           CLOSE ACCTBAL-FILE.
           CLOSE ACCTMST-FILE.
           PERFORM REWRITE-PAYREG-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "OUTWARD PAYMENT SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  REQUESTS RECEIVED: " WS-CTL-IN-COUNT.
           DISPLAY "  PAYMENTS SENT    : " WS-CTL-SENT.
           DISPLAY "    VIA NEFT       : " WS-CTL-NEFT.
           DISPLAY "    VIA RTGS       : " WS-CTL-RTGS.
           DISPLAY "  AMOUNT SENT      : " WS-TOT-SENT.
           DISPLAY "  REQUESTS REJECTED: " WS-CTL-REJECTED.
           DISPLAY "  RETURNS RECEIVED : " WS-CTL-RET-IN.
           DISPLAY "  PAYMENTS REVERSED: " WS-CTL-RETURNED.
           DISPLAY "  AMOUNT CREDITED  : " WS-TOT-RETURNED.
           DISPLAY "  RETURNS UNMATCHED: " WS-CTL-UNMATCHED.
           DISPLAY "  REGISTER PURGED  : " WS-CTL-PURGED.

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

       LOAD-BENEFICIARIES-PARA.
           MOVE 0 TO WS-BENE-COUNT
           OPEN INPUT BENE-FILE
           IF BENE-FILE-STATUS = "00"
              PERFORM UNTIL BENE-FILE-STATUS NOT = "00"
                 READ BENE-FILE
                   AT END
                     MOVE "10" TO BENE-FILE-STATUS
                   NOT AT END
                     UNSTRING BENE-REC DELIMITED BY ","
                     INTO  WS-BN-ACCT-IN
                           WS-BN-ID-IN
                           WS-BN-NAME-IN
                           WS-BN-BENE-ACCT-IN
                           WS-BN-IFSC-IN
                           WS-BN-ADDED-IN
                           WS-BN-COOL-IN
                           WS-BN-STATUS-IN
                     END-UNSTRING
                     IF WS-BN-STATUS-IN = "A"
                        IF WS-BENE-COUNT >= 20000
                           DISPLAY "BENEFICIARY TABLE CAPACITY "
                                   "EXCEEDED AT 20000 - RUN STOPPED"
                           MOVE 20 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-BENE-COUNT
                        SET WS-BN-IDX TO WS-BENE-COUNT
                        MOVE WS-BN-ACCT-IN TO WS-BN-ACCT (WS-BN-IDX)
                        MOVE WS-BN-ID-IN   TO WS-BN-ID (WS-BN-IDX)
                        MOVE WS-BN-NAME-IN TO WS-BN-NAME (WS-BN-IDX)
                        MOVE WS-BN-BENE-ACCT-IN
                             TO WS-BN-BENE-ACCT (WS-BN-IDX)
                        MOVE WS-BN-IFSC-IN TO WS-BN-IFSC (WS-BN-IDX)
                        MOVE WS-BN-COOL-IN
                             TO WS-BN-COOL-UNTIL (WS-BN-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE BENE-FILE
           ELSE
              DISPLAY "BENEFICIARY MASTER NOT FOUND, STATUS="
                      BENE-FILE-STATUS
              DISPLAY "ALL PAYMENT REQUESTS WILL BE REJECTED"
           END-IF.

       LOAD-PAYREG-PARA.
           MOVE 0 TO WS-PAYREG-COUNT
           MOVE 0 TO WS-UTR-SEQ-NUM
           OPEN INPUT PAYREG-FILE
           IF PAYREG-FILE-STATUS = "00"
              PERFORM UNTIL PAYREG-FILE-STATUS NOT = "00"
                 READ PAYREG-FILE
                   AT END
                     MOVE "10" TO PAYREG-FILE-STATUS
                   NOT AT END
                     IF WS-PAYREG-COUNT >= 20000
                        DISPLAY "PAYMENT REGISTER TABLE CAPACITY "
                                "EXCEEDED AT 20000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-PAYREG-COUNT
                     SET WS-PG-IDX TO WS-PAYREG-COUNT
                     MOVE SPACES TO WS-PG-RET-REASON-IN
                     UNSTRING PAYREG-REC DELIMITED BY ","
                     INTO  WS-PG-UTR-IN
                           WS-PG-DATE-IN
                           WS-PG-ACCT-IN
                           WS-PG-BENE-ID-IN
                           WS-PG-AMT-IN
                           WS-PG-POST-REF-IN
                           WS-PG-STATUS-IN
                           WS-PG-RET-REASON-IN
                     END-UNSTRING
                     MOVE WS-PG-UTR-IN  TO WS-PG-UTR (WS-PG-IDX)
                     MOVE WS-PG-DATE-IN TO WS-PG-DATE (WS-PG-IDX)
                     MOVE WS-PG-ACCT-IN TO WS-PG-ACCT (WS-PG-IDX)
                     MOVE WS-PG-BENE-ID-IN
                          TO WS-PG-BENE-ID (WS-PG-IDX)
                     COMPUTE WS-PG-AMT (WS-PG-IDX) =
                             FUNCTION NUMVAL(WS-PG-AMT-IN)
                     MOVE WS-PG-POST-REF-IN
                          TO WS-PG-POST-REF (WS-PG-IDX)
                     MOVE WS-PG-STATUS-IN
                          TO WS-PG-STATUS (WS-PG-IDX)
                     MOVE WS-PG-RET-REASON-IN
                          TO WS-PG-RET-REASON (WS-PG-IDX)
                     IF WS-PG-UTR-IN(2:8) = WS-RUN-DATE
                        AND WS-PG-UTR-IN(10:7) IS NUMERIC
                        MOVE WS-PG-UTR-IN(10:7) TO WS-UTR-SEQ
                        IF WS-UTR-SEQ > WS-UTR-SEQ-NUM
                           MOVE WS-UTR-SEQ TO WS-UTR-SEQ-NUM
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE PAYREG-FILE
           ELSE
              DISPLAY "OUTWARD PAYMENT REGISTER NOT FOUND, STARTING "
                      "A NEW REGISTER"
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

       OPEN-ACCTBAL-FILE-PARA.
           OPEN I-O ACCTBAL-FILE.
           IF ACCTBAL-FILE-STATUS = "35"
              OPEN OUTPUT ACCTBAL-FILE
              CLOSE ACCTBAL-FILE
              OPEN I-O ACCTBAL-FILE
           END-IF
           IF ACCTBAL-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCTBAL-FILE FAILED FILE STATUS ="
                      ACCTBAL-FILE-STATUS
              DISPLAY "PAYMENTS CANNOT BE DEBITED - RUN STOPPED"
              MOVE 12 TO RETURN-CODE
              CLOSE ACCTMST-FILE
              STOP RUN
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
              DISPLAY "POSTINGS CONTINUE ON THE FLAT HISTORY ONLY"
           END-IF.

       TAKE-RETURNS-PARA.
           OPEN INPUT PAYRET-FILE
           IF PAYRET-FILE-STATUS NOT = "00"
              DISPLAY "NO PAYMENT RETURN FILE THIS CYCLE, STATUS="
                      PAYRET-FILE-STATUS
           ELSE
              MOVE "N" TO EOF
              PERFORM RETURN-ONE-PARA UNTIL EOF = "Y"
              CLOSE PAYRET-FILE
           END-IF.

       RETURN-ONE-PARA.
           READ PAYRET-FILE AT END
                MOVE "Y" TO EOF
           END-READ.
           IF EOF NOT = "Y"
             IF PAYRET-REC(1:7) = "TRAILER"
               MOVE PAYRET-REC    TO WS-TRAILER-REC
               MOVE WS-CTL-RET-IN TO WS-TRAILER-EXPECT
               PERFORM CHECK-TRAILER-PARA
               MOVE "Y" TO EOF
             ELSE
             IF PAYRET-REC(1:3) = "UTR"
               CONTINUE
             ELSE
               ADD 1 TO WS-CTL-RET-IN
               MOVE SPACES TO WS-RT-REASON-IN
               UNSTRING PAYRET-REC DELIMITED BY ","
               INTO     WS-RT-UTR-IN
                        WS-RT-AMOUNT-IN
                        WS-RT-REASON-IN
               END-UNSTRING
               PERFORM REVERSE-PAYMENT-PARA
             END-IF
             END-IF
           END-IF.
            EXIT.

       REVERSE-PAYMENT-PARA.
           MOVE 0 TO WS-PAY-AMOUNT
           IF FUNCTION TEST-NUMVAL(WS-RT-AMOUNT-IN) = 0
              COMPUTE WS-PAY-AMOUNT = FUNCTION NUMVAL(WS-RT-AMOUNT-IN)
           END-IF
           MOVE SPACES TO WS-ITEM-ACCT WS-PQ-BENE-ID-IN
           MOVE WS-RT-UTR-IN TO WS-UTR
           PERFORM FIND-PAYMENT-PARA
           IF WS-PG-FOUND NOT = "Y"
              ADD 1 TO WS-CTL-UNMATCHED
              MOVE "RETURN NOT MATCHED TO PAYMENT" TO WS-REJ-TEXT
              PERFORM WRITE-EXCEPTION-PARA
           ELSE
              SET WS-PG-IDX TO WS-FOUND-PG-IDX
              MOVE WS-PG-ACCT (WS-PG-IDX)    TO WS-ITEM-ACCT
              MOVE WS-PG-BENE-ID (WS-PG-IDX) TO WS-PQ-BENE-ID-IN
              IF WS-PAY-AMOUNT NOT = WS-PG-AMT (WS-PG-IDX)
                 ADD 1 TO WS-CTL-UNMATCHED
                 MOVE "RETURN AMOUNT DIFFERS FROM PAYMENT"
                                        TO WS-REJ-TEXT
                 PERFORM WRITE-EXCEPTION-PARA
              ELSE
                 MOVE WS-ITEM-ACCT TO BAL-ACCT-NUM
                 READ ACCTBAL-FILE
                   INVALID KEY
                     ADD 1 TO WS-CTL-UNMATCHED
                     MOVE "NO BALANCE RECORD FOR REMITTER"
                                        TO WS-REJ-TEXT
                     PERFORM WRITE-EXCEPTION-PARA
                   NOT INVALID KEY
                     PERFORM POST-RETURN-PARA
                 END-READ
              END-IF
           END-IF.

       FIND-PAYMENT-PARA.
           MOVE "N" TO WS-PG-FOUND
           SET WS-PG-IDX TO 1
           PERFORM UNTIL WS-PG-IDX > WS-PAYREG-COUNT
                      OR WS-PG-FOUND = "Y"
              IF WS-PG-UTR (WS-PG-IDX) = WS-UTR
                 AND WS-PG-STATUS (WS-PG-IDX) = "S"
                 MOVE "Y" TO WS-PG-FOUND
                 SET WS-FOUND-PG-IDX TO WS-PG-IDX
              END-IF
              SET WS-PG-IDX UP BY 1
           END-PERFORM.

       POST-RETURN-PARA.
           ADD WS-PAY-AMOUNT TO BAL-CURR-BAL
           MOVE WS-RUN-DATE TO BAL-LAST-TXN-DATE
           ADD 1 TO BAL-TXN-COUNT
           REWRITE ACCT-BALANCE-REC
             INVALID KEY
               DISPLAY "BALANCE REWRITE FAILED: " BAL-ACCT-NUM
           END-REWRITE
           MOVE "R" TO WS-PG-STATUS (WS-PG-IDX)
           MOVE WS-RT-REASON-IN TO WS-PG-RET-REASON (WS-PG-IDX)
           ADD 1 TO WS-CTL-RETURNED
           ADD WS-PAY-AMOUNT TO WS-TOT-RETURNED
           MOVE "OPR" TO WS-POST-TYPE
           MOVE WS-PG-POST-REF (WS-PG-IDX) TO WS-LINK-REF
           PERFORM WRITE-HISTORY-PARA
           MOVE "RETURNED - CREDITED BACK" TO WS-REJ-TEXT
           PERFORM WRITE-EXCEPTION-PARA.

       TAKE-REQUESTS-PARA.
           OPEN OUTPUT PAYMSG-FILE
           IF PAYMSG-FILE-STATUS NOT = "00"
              DISPLAY "PAYMENT MESSAGE FILE OPEN FAILED, STATUS="
                      PAYMSG-FILE-STATUS
              MOVE 28 TO RETURN-CODE
           ELSE
              OPEN INPUT PAYREQ-FILE
              IF PAYREQ-FILE-STATUS NOT = "00"
                 DISPLAY "NO PAYMENT REQUESTS THIS CYCLE, STATUS="
                         PAYREQ-FILE-STATUS
              ELSE
                 MOVE "N" TO EOF
                 PERFORM REQUEST-ONE-PARA UNTIL EOF = "Y"
                 CLOSE PAYREQ-FILE
              END-IF
              MOVE WS-CTL-SENT TO WS-PM-TRL-CNT
              MOVE WS-TOT-SENT TO WS-PM-TRL-AMT
              WRITE PAYMSG-REC FROM WS-PAYMSG-TRAILER
              CLOSE PAYMSG-FILE
           END-IF.

       REQUEST-ONE-PARA.
           READ PAYREQ-FILE AT END
                MOVE "Y" TO EOF
           END-READ.
           IF EOF NOT = "Y"
             IF PAYREQ-REC(1:7) = "TRAILER"
               MOVE PAYREQ-REC      TO WS-TRAILER-REC
               MOVE WS-CTL-IN-COUNT TO WS-TRAILER-EXPECT
               PERFORM CHECK-TRAILER-PARA
               MOVE "Y" TO EOF
             ELSE
             IF PAYREQ-REC(1:7) = "ACCOUNT"
               CONTINUE
             ELSE
               ADD 1 TO WS-CTL-IN-COUNT
               MOVE SPACES TO WS-PQ-REMARKS-IN
               UNSTRING PAYREQ-REC DELIMITED BY ","
               INTO     WS-PQ-ACCT-IN
                        WS-PQ-BENE-ID-IN
                        WS-PQ-AMOUNT-IN
                        WS-PQ-REMARKS-IN
               END-UNSTRING
               PERFORM VALIDATE-REQUEST-PARA
               IF WS-PAY-VALID = "Y"
                  PERFORM DEBIT-REQUEST-PARA
               END-IF
             END-IF
             END-IF
           END-IF.
            EXIT.

       VALIDATE-REQUEST-PARA.
           MOVE "Y" TO WS-PAY-VALID
           MOVE WS-PQ-ACCT-IN TO WS-ITEM-ACCT
           MOVE SPACES TO WS-UTR
           MOVE 0 TO WS-PAY-AMOUNT
           IF FUNCTION TEST-NUMVAL(WS-PQ-AMOUNT-IN) = 0
              COMPUTE WS-PAY-AMOUNT = FUNCTION NUMVAL(WS-PQ-AMOUNT-IN)
           END-IF
           IF WS-PAY-AMOUNT = 0
              MOVE "INVALID PAYMENT AMOUNT" TO WS-REJ-TEXT
              PERFORM REJECT-REQUEST-PARA
           ELSE
              PERFORM FIND-BENE-PARA
              IF WS-BN-FOUND NOT = "Y"
                 MOVE "BENEFICIARY NOT REGISTERED" TO WS-REJ-TEXT
                 PERFORM REJECT-REQUEST-PARA
              ELSE
              IF WS-BN-COOL-UNTIL (WS-BN-IDX) > WS-RUN-DATE
                 MOVE "BENEFICIARY IN COOLING PERIOD" TO WS-REJ-TEXT
                 PERFORM REJECT-REQUEST-PARA
              ELSE
                 MOVE WS-PQ-ACCT-IN TO AM-ACCT-NUM
                 READ ACCTMST-FILE
                   INVALID KEY
                     MOVE "ACCOUNT NOT FOUND" TO WS-REJ-TEXT
                     PERFORM REJECT-REQUEST-PARA
                   NOT INVALID KEY
                     PERFORM CHECK-REMITTER-PARA
                 END-READ
              END-IF
              END-IF
           END-IF.

       FIND-BENE-PARA.
           MOVE "N" TO WS-BN-FOUND
           SET WS-BN-IDX TO 1
           PERFORM UNTIL WS-BN-IDX > WS-BENE-COUNT
                      OR WS-BN-FOUND = "Y"
              IF WS-BN-ACCT (WS-BN-IDX) = WS-PQ-ACCT-IN
                 AND WS-BN-ID (WS-BN-IDX) = WS-PQ-BENE-ID-IN
                 MOVE "Y" TO WS-BN-FOUND
                 SET WS-FOUND-BN-IDX TO WS-BN-IDX
              END-IF
              SET WS-BN-IDX UP BY 1
           END-PERFORM
           IF WS-BN-FOUND = "Y"
              SET WS-BN-IDX TO WS-FOUND-BN-IDX
           END-IF.

       CHECK-REMITTER-PARA.
           IF AM-STATUS = "C"
              MOVE "ACCOUNT CLOSED" TO WS-REJ-TEXT
              PERFORM REJECT-REQUEST-PARA
           ELSE
           IF AM-STATUS = "F"
              MOVE "ACCOUNT FROZEN FOR COMPLIANCE" TO WS-REJ-TEXT
              PERFORM REJECT-REQUEST-PARA
           ELSE
           IF AM-STATUS = "M"
              MOVE "ACCOUNT HOLDER DECEASED" TO WS-REJ-TEXT
              PERFORM REJECT-REQUEST-PARA
           ELSE
           IF AM-STATUS = "K"
              MOVE "KYC EXPIRED - DEBITS BLOCKED" TO WS-REJ-TEXT
              PERFORM REJECT-REQUEST-PARA
           ELSE
           IF AM-STATUS = "S"
              MOVE "DEBITS FROZEN PENDING REVIEW" TO WS-REJ-TEXT
              PERFORM REJECT-REQUEST-PARA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       REJECT-REQUEST-PARA.
           MOVE "N" TO WS-PAY-VALID
           ADD 1 TO WS-CTL-REJECTED
           PERFORM WRITE-EXCEPTION-PARA.

       COMPUTE-AVAIL-PARA.
           MOVE 0 TO WS-LIEN-TOTAL
           SET WS-LI-IDX TO 1
           PERFORM UNTIL WS-LI-IDX > WS-LIEN-COUNT
              IF WS-LI-ACCT (WS-LI-IDX) = WS-ITEM-ACCT
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

       DEBIT-REQUEST-PARA.
           MOVE "Y" TO WS-BAL-ON-FILE
           MOVE WS-ITEM-ACCT TO BAL-ACCT-NUM
           READ ACCTBAL-FILE
             INVALID KEY
               MOVE "N" TO WS-BAL-ON-FILE
               MOVE WS-ITEM-ACCT  TO BAL-ACCT-NUM
               MOVE AM-DEPOSIT    TO BAL-CURR-BAL
               MOVE SPACES        TO BAL-LAST-TXN-DATE
               MOVE 0             TO BAL-TXN-COUNT
               MOVE 0             TO BAL-UNCLEARED
           END-READ
           PERFORM COMPUTE-AVAIL-PARA
           IF WS-PAY-AMOUNT > WS-AVAIL-BAL
              MOVE "INSUFFICIENT AVAILABLE FUNDS" TO WS-REJ-TEXT
              PERFORM REJECT-REQUEST-PARA
           ELSE
           IF WS-PAYREG-COUNT >= 20000
              DISPLAY "PAYMENT REGISTER TABLE CAPACITY "
                      "EXCEEDED AT 20000 - RUN STOPPED"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           ELSE
              SUBTRACT WS-PAY-AMOUNT FROM BAL-CURR-BAL
              MOVE WS-RUN-DATE TO BAL-LAST-TXN-DATE
              ADD 1 TO BAL-TXN-COUNT
              IF WS-BAL-ON-FILE = "Y"
                 REWRITE ACCT-BALANCE-REC
                   INVALID KEY
                     DISPLAY "BALANCE REWRITE FAILED: " BAL-ACCT-NUM
                 END-REWRITE
              ELSE
                 WRITE ACCT-BALANCE-REC
                   INVALID KEY
                     DISPLAY "BALANCE WRITE FAILED: " BAL-ACCT-NUM
                 END-WRITE
              END-IF
              PERFORM ROUTE-PAYMENT-PARA
              MOVE "OPY" TO WS-POST-TYPE
              MOVE SPACES TO WS-LINK-REF
              PERFORM WRITE-HISTORY-PARA
              ADD 1 TO WS-PAYREG-COUNT
              SET WS-PG-IDX TO WS-PAYREG-COUNT
              MOVE WS-UTR          TO WS-PG-UTR (WS-PG-IDX)
              MOVE WS-RUN-DATE     TO WS-PG-DATE (WS-PG-IDX)
              MOVE WS-ITEM-ACCT    TO WS-PG-ACCT (WS-PG-IDX)
              MOVE WS-PQ-BENE-ID-IN
                                   TO WS-PG-BENE-ID (WS-PG-IDX)
              MOVE WS-PAY-AMOUNT   TO WS-PG-AMT (WS-PG-IDX)
              MOVE WS-POST-REF     TO WS-PG-POST-REF (WS-PG-IDX)
              MOVE "S"             TO WS-PG-STATUS (WS-PG-IDX)
              MOVE SPACES          TO WS-PG-RET-REASON (WS-PG-IDX)
              MOVE WS-UTR                       TO WS-PM-UTR
              MOVE WS-RUN-DATE                  TO WS-PM-DATE
              MOVE WS-ITEM-ACCT                 TO WS-PM-DEBIT-ACCT
              MOVE WS-PAY-AMOUNT                TO WS-PM-AMT
              MOVE WS-BN-IFSC (WS-BN-IDX)       TO WS-PM-IFSC
              MOVE WS-BN-BENE-ACCT (WS-BN-IDX)  TO WS-PM-BENE-ACCT
              MOVE WS-BN-NAME (WS-BN-IDX)       TO WS-PM-NAME
              MOVE WS-PQ-REMARKS-IN             TO WS-PM-REMARKS
              WRITE PAYMSG-REC FROM WS-PAYMSG-LINE
              ADD 1 TO WS-CTL-SENT
              ADD WS-PAY-AMOUNT TO WS-TOT-SENT
           END-IF
           END-IF.

       ROUTE-PAYMENT-PARA.
           ADD 1 TO WS-UTR-SEQ-NUM
           MOVE WS-RUN-DATE    TO WS-UTR-DATE
           MOVE WS-UTR-SEQ-NUM TO WS-UTR-SEQ
           IF WS-PAY-AMOUNT >= WS-RTGS-THRESHOLD
              MOVE "R"    TO WS-UTR-RAIL
              MOVE "RTGS" TO WS-PM-RAIL
              ADD 1 TO WS-CTL-RTGS
           ELSE
              MOVE "N"    TO WS-UTR-RAIL
              MOVE "NEFT" TO WS-PM-RAIL
              ADD 1 TO WS-CTL-NEFT
           END-IF.

       WRITE-HISTORY-PARA.
           ADD 1 TO WS-REF-SEQ
           MOVE WS-CYCLE-ID TO WS-PR-CYCLE
           MOVE WS-REF-SEQ  TO WS-PR-SEQ
           MOVE WS-RUN-DATE    TO TH-DATE
           MOVE WS-ITEM-ACCT   TO TH-ACCT-NUM
           MOVE WS-POST-TYPE   TO TH-TXN-TYPE
           MOVE WS-PAY-AMOUNT  TO TH-AMOUNT
           MOVE BAL-CURR-BAL   TO TH-BALANCE
           MOVE WS-CYCLE-ID    TO TH-CYCLE
           MOVE WS-POST-REF    TO TH-REF
           MOVE WS-LINK-REF    TO TH-LINK-REF
           WRITE TXNHIST-REC FROM WS-HIST-LINE
           IF TXNHISTX-FILE-STATUS = "00"
              MOVE WS-ITEM-ACCT   TO TX-ACCT-NUM
              MOVE WS-RUN-DATE    TO TX-DATE
              MOVE WS-CYCLE-ID    TO TX-CYCLE
              COMPUTE WS-IDX-SEQ = 20000000 + WS-REF-SEQ
              MOVE WS-IDX-SEQ     TO TX-SEQ
              MOVE WS-POST-TYPE   TO TX-TXN-TYPE
              MOVE WS-PAY-AMOUNT  TO TX-AMOUNT
              MOVE BAL-CURR-BAL   TO TX-BALANCE
              MOVE WS-POST-REF    TO TX-REF
              MOVE WS-LINK-REF    TO TX-LINK-REF
              WRITE TXNHISTX-REC
                INVALID KEY
                  DISPLAY "INDEXED HISTORY WRITE FAILED: "
                          TX-KEY
              END-WRITE
           END-IF.

       WRITE-EXCEPTION-PARA.
           MOVE WS-ITEM-ACCT     TO WS-PX-ACCT
           MOVE WS-PQ-BENE-ID-IN TO WS-PX-BENE-ID
           MOVE WS-PAY-AMOUNT    TO WS-PX-AMT
           MOVE WS-UTR           TO WS-PX-UTR
           MOVE WS-REJ-TEXT      TO WS-PX-TEXT
           WRITE PAYRPT-REC FROM WS-PAYRPT-DETAIL.

       CHECK-TRAILER-PARA.
           UNSTRING WS-TRAILER-REC DELIMITED BY ","
           INTO     WS-TRAILER-LABEL
                    WS-TRAILER-COUNT-IN
           END-UNSTRING
           MOVE WS-TRAILER-COUNT-IN TO WS-TRAILER-COUNT
           IF WS-TRAILER-COUNT NOT = WS-TRAILER-EXPECT
              DISPLAY "TRAILER RECORD COUNT MISMATCH - EXPECTED "
                      WS-TRAILER-COUNT " GOT " WS-TRAILER-EXPECT
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY "TRAILER RECORD COUNT RECONCILED: "
                      WS-TRAILER-COUNT
           END-IF.

       REWRITE-PAYREG-PARA.
           COMPUTE WS-PURGE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 30
           COMPUTE WS-PURGE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PURGE-INT)
           OPEN OUTPUT PAYREG-FILE
           IF PAYREG-FILE-STATUS NOT = "00"
              DISPLAY "PAYMENT REGISTER REWRITE FAILED, STATUS="
                      PAYREG-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-PG-IDX TO 1
              PERFORM UNTIL WS-PG-IDX > WS-PAYREG-COUNT
                 IF WS-PG-DATE (WS-PG-IDX) < WS-PURGE-DATE
                    ADD 1 TO WS-CTL-PURGED
                 ELSE
                    MOVE WS-PG-UTR (WS-PG-IDX)      TO OP-UTR
                    MOVE WS-PG-DATE (WS-PG-IDX)     TO OP-DATE
                    MOVE WS-PG-ACCT (WS-PG-IDX)     TO OP-ACCT
                    MOVE WS-PG-BENE-ID (WS-PG-IDX)  TO OP-BENE-ID
                    MOVE WS-PG-AMT (WS-PG-IDX)      TO OP-AMT
                    MOVE WS-PG-POST-REF (WS-PG-IDX) TO OP-POST-REF
                    MOVE WS-PG-STATUS (WS-PG-IDX)   TO OP-STATUS
                    MOVE WS-PG-RET-REASON (WS-PG-IDX)
                                                    TO OP-RET-REASON
                    WRITE PAYREG-REC FROM WS-PAYREG-LINE
                 END-IF
                 SET WS-PG-IDX UP BY 1
              END-PERFORM
              CLOSE PAYREG-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "NEFTOUT"          TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-IN-COUNT    TO WS-OPL-IN-COUNT
           MOVE WS-CTL-SENT        TO WS-OPL-OUT-COUNT
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
