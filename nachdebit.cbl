       IDENTIFICATION DIVISION.
       PROGRAM-ID. nachdebit.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESENT-FILE ASSIGN TO "NACH-PRESENTATION.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PRESENT-FILE-STATUS.

           SELECT MANDATE-FILE ASSIGN TO "NACH-MANDATE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS MANDATE-FILE-STATUS.

           SELECT RESPONSE-FILE ASSIGN TO "NACH-RESPONSE.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RESPONSE-FILE-STATUS.

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
       FD   PRESENT-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PRESENT-REC             PIC X(100).

       FD   MANDATE-FILE  RECORD CONTAINS 110 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 MANDATE-REC             PIC X(110).

       FD   RESPONSE-FILE  RECORD CONTAINS 130 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RESPONSE-REC            PIC X(130).

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

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 PRESENT-FILE-STATUS  PIC X(02).
       01 MANDATE-FILE-STATUS  PIC X(02).
       01 RESPONSE-FILE-STATUS PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 ACCTBAL-FILE-STATUS  PIC X(02).
       01 TXNHIST-FILE-STATUS  PIC X(02).
       01 TXNHISTX-FILE-STATUS PIC X(02).
       01 WS-IDX-SEQ           PIC 9(08) VALUE 0.
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
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
          05 WS-RUN-YYYY       PIC 9(04).
          05 WS-RUN-MM         PIC 9(02).
          05 WS-RUN-DD         PIC 9(02).
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

       01 WS-MANDATE-TABLE.
          05 WS-MD-ENTRY OCCURS 20000 TIMES INDEXED BY WS-MD-IDX.
             10 WS-MD-UMRN       PIC X(20).
             10 WS-MD-ACCT       PIC X(14).
             10 WS-MD-UTILITY    PIC X(18).
             10 WS-MD-MAX-AMT    PIC 9(09)V99.
             10 WS-MD-FREQ       PIC X(01).
             10 WS-MD-START      PIC X(08).
             10 WS-MD-END        PIC X(08).
             10 WS-MD-STATUS     PIC X(01).
             10 WS-MD-LAST-DEBIT PIC X(08).
       01 WS-MANDATE-COUNT     PIC 9(05) VALUE 0.
       01 WS-MD-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-MD-IDX      PIC 9(05) VALUE 0.

       01 WS-MD-UMRN-IN        PIC X(20).
       01 WS-MD-ACCT-IN        PIC X(14).
       01 WS-MD-UTILITY-IN     PIC X(18).
       01 WS-MD-MAX-AMT-IN     PIC X(12).
       01 WS-MD-FREQ-IN        PIC X(01).
       01 WS-MD-START-IN       PIC X(08).
       01 WS-MD-END-IN         PIC X(08).
       01 WS-MD-STATUS-IN      PIC X(01).
       01 WS-MD-LAST-DEBIT-IN  PIC X(08).

       01 WS-PR-UMRN-IN        PIC X(20).
       01 WS-PR-ACCT-IN        PIC X(14).
       01 WS-PR-AMOUNT-IN      PIC X(12).
       01 WS-PR-TXN-REF-IN     PIC X(20).

       01 WS-DR-AMOUNT         PIC 9(09)V99 VALUE 0.
       01 WS-DR-VALID          PIC X(01) VALUE "Y".
       01 WS-RET-CODE          PIC X(03) VALUE SPACES.
       01 WS-RET-TEXT          PIC X(30) VALUE SPACES.
       01 WS-BAL-ON-FILE       PIC X(01) VALUE "N".
       01 WS-LAST-DEBIT        PIC X(08) VALUE SPACES.
       01 WS-LAST-DEBIT-R REDEFINES WS-LAST-DEBIT.
          05 WS-LAST-YYYY      PIC 9(04).
          05 WS-LAST-MM        PIC 9(02).
          05 WS-LAST-DD        PIC 9(02).
       01 WS-RUN-PERIOD        PIC 9(02) VALUE 0.
       01 WS-LAST-PERIOD       PIC 9(02) VALUE 0.

       01 WS-CTL-IN-COUNT      PIC 9(07) VALUE 0.
       01 WS-CTL-PAID          PIC 9(07) VALUE 0.
       01 WS-CTL-RETURNED      PIC 9(07) VALUE 0.
       01 WS-CTL-NO-FUNDS      PIC 9(07) VALUE 0.
       01 WS-TOT-PAID          PIC 9(11)V99 VALUE 0.
       01 WS-TOT-RETURNED      PIC 9(11)V99 VALUE 0.

       01 WS-REF-SEQ           PIC 9(07) VALUE 0.
       01 WS-POST-REF.
          05 WS-PR-CYCLE       PIC X(04).
          05 WS-PR-SOURCE      PIC X(01) VALUE "N".
          05 WS-PR-SEQ         PIC 9(07).

       01 WS-TRAILER-LABEL     PIC X(07) VALUE SPACES.
       01 WS-TRAILER-COUNT-IN  PIC X(07) VALUE SPACES.
       01 WS-TRAILER-COUNT     PIC 9(07) VALUE 0.

       01 WS-MANDATE-LINE.
          COPY MANDATE.

       01 WH-RESPONSE-HEADER.
          05 FILLER PIC X(36)
             VALUE "TXN-REF,UMRN,ACCOUNT,AMOUNT,STATUS,".
          05 FILLER PIC X(18) VALUE "REASON-CODE,REASON".

       01 WS-RESPONSE-LINE.
          05 WS-RS-TXN-REF       PIC X(20).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RS-UMRN          PIC X(20).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RS-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RS-AMT           PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RS-STATUS        PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RS-CODE          PIC X(03).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RS-TEXT          PIC X(30).

       01 WS-RESPONSE-TRAILER.
          05 FILLER              PIC X(08) VALUE "TRAILER,".
          05 WS-RS-TRL-CNT       PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RS-TRL-PAID      PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RS-TRL-AMT       PIC 9(11).99.

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE NACH MANDATE DEBIT PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           OPEN INPUT PRESENT-FILE.
           IF PRESENT-FILE-STATUS NOT = "00"
              DISPLAY "NO NACH PRESENTATION FILE THIS CYCLE, STATUS="
                      PRESENT-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-MANDATES-PARA.
           PERFORM LOAD-LIENS-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              CLOSE PRESENT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OPEN-ACCTBAL-FILE-PARA.
           PERFORM OPEN-TXNHIST-FILE-PARA.
           PERFORM OPEN-TXNHISTX-FILE-PARA.
           OPEN OUTPUT RESPONSE-FILE.
           IF RESPONSE-FILE-STATUS NOT = "00"
              DISPLAY "NACH RESPONSE FILE OPEN FAILED, STATUS="
                      RESPONSE-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              CLOSE PRESENT-FILE
              CLOSE ACCTMST-FILE
              CLOSE ACCTBAL-FILE
              CLOSE TXNHIST-FILE
              CLOSE TXNHISTX-FILE
              STOP RUN
           END-IF.
           WRITE RESPONSE-REC FROM WH-RESPONSE-HEADER.
           MOVE "N" TO EOF.
           PERFORM PRESENT-ONE-PARA UNTIL EOF = "Y".
           MOVE WS-CTL-IN-COUNT TO WS-RS-TRL-CNT.
           MOVE WS-CTL-PAID     TO WS-RS-TRL-PAID.
           MOVE WS-TOT-PAID     TO WS-RS-TRL-AMT.
           WRITE RESPONSE-REC FROM WS-RESPONSE-TRAILER.
           CLOSE RESPONSE-FILE.
           CLOSE PRESENT-FILE.
           CLOSE TXNHIST-FILE.
           CLOSE TXNHISTX-FILE.
           CLOSE ACCTBAL-FILE.
           CLOSE ACCTMST-FILE.
           PERFORM REWRITE-MANDATES-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "NACH DEBIT SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  ITEMS PRESENTED  : " WS-CTL-IN-COUNT.
           DISPLAY "  ITEMS PAID       : " WS-CTL-PAID.
           DISPLAY "  AMOUNT DEBITED   : " WS-TOT-PAID.
           DISPLAY "  ITEMS RETURNED   : " WS-CTL-RETURNED.
           DISPLAY "    FOR FUNDS      : " WS-CTL-NO-FUNDS.
           DISPLAY "  AMOUNT RETURNED  : " WS-TOT-RETURNED.

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

       LOAD-MANDATES-PARA.
           MOVE 0 TO WS-MANDATE-COUNT
           OPEN INPUT MANDATE-FILE
           IF MANDATE-FILE-STATUS = "00"
              PERFORM UNTIL MANDATE-FILE-STATUS NOT = "00"
                 READ MANDATE-FILE
                   AT END
                     MOVE "10" TO MANDATE-FILE-STATUS
                   NOT AT END
                     IF WS-MANDATE-COUNT >= 20000
                        DISPLAY "MANDATE TABLE CAPACITY "
                                "EXCEEDED AT 20000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-MANDATE-COUNT
                     SET WS-MD-IDX TO WS-MANDATE-COUNT
                     MOVE SPACES TO WS-MD-LAST-DEBIT-IN
                     UNSTRING MANDATE-REC DELIMITED BY ","
                     INTO  WS-MD-UMRN-IN
                           WS-MD-ACCT-IN
                           WS-MD-UTILITY-IN
                           WS-MD-MAX-AMT-IN
                           WS-MD-FREQ-IN
                           WS-MD-START-IN
                           WS-MD-END-IN
                           WS-MD-STATUS-IN
                           WS-MD-LAST-DEBIT-IN
                     END-UNSTRING
                     MOVE WS-MD-UMRN-IN TO WS-MD-UMRN (WS-MD-IDX)
                     MOVE WS-MD-ACCT-IN TO WS-MD-ACCT (WS-MD-IDX)
                     MOVE WS-MD-UTILITY-IN
                          TO WS-MD-UTILITY (WS-MD-IDX)
                     COMPUTE WS-MD-MAX-AMT (WS-MD-IDX) =
                             FUNCTION NUMVAL(WS-MD-MAX-AMT-IN)
                     MOVE WS-MD-FREQ-IN  TO WS-MD-FREQ (WS-MD-IDX)
                     MOVE WS-MD-START-IN TO WS-MD-START (WS-MD-IDX)
                     MOVE WS-MD-END-IN   TO WS-MD-END (WS-MD-IDX)
                     MOVE WS-MD-STATUS-IN
                          TO WS-MD-STATUS (WS-MD-IDX)
                     MOVE WS-MD-LAST-DEBIT-IN
                          TO WS-MD-LAST-DEBIT (WS-MD-IDX)
                 END-READ
              END-PERFORM
              CLOSE MANDATE-FILE
           ELSE
              DISPLAY "MANDATE MASTER NOT FOUND, STATUS="
                      MANDATE-FILE-STATUS
              DISPLAY "ALL PRESENTED ITEMS WILL BE RETURNED"
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
              DISPLAY "MANDATE DEBITS CANNOT BE POSTED - RUN STOPPED"
              MOVE 12 TO RETURN-CODE
              CLOSE ACCTMST-FILE
              CLOSE PRESENT-FILE
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

       PRESENT-ONE-PARA.
           READ PRESENT-FILE AT END
                MOVE "Y" TO EOF
           END-READ.
           IF EOF NOT = "Y"
             IF PRESENT-REC(1:7) = "TRAILER"
               PERFORM CHECK-TRAILER-PARA
               MOVE "Y" TO EOF
             ELSE
             IF PRESENT-REC(1:4) = "UMRN"
               CONTINUE
             ELSE
               ADD 1 TO WS-CTL-IN-COUNT
               MOVE SPACES TO WS-PR-TXN-REF-IN
               UNSTRING PRESENT-REC DELIMITED BY ","
               INTO     WS-PR-UMRN-IN
                        WS-PR-ACCT-IN
                        WS-PR-AMOUNT-IN
                        WS-PR-TXN-REF-IN
               END-UNSTRING
               PERFORM VALIDATE-ITEM-PARA
               IF WS-DR-VALID = "Y"
                  PERFORM DEBIT-ITEM-PARA
               END-IF
               IF WS-DR-VALID = "Y"
                  ADD 1 TO WS-CTL-PAID
                  ADD WS-DR-AMOUNT TO WS-TOT-PAID
                  MOVE "PAID" TO WS-RS-STATUS
               ELSE
                  ADD 1 TO WS-CTL-RETURNED
                  ADD WS-DR-AMOUNT TO WS-TOT-RETURNED
                  MOVE "RETURNED" TO WS-RS-STATUS
               END-IF
               PERFORM WRITE-RESPONSE-PARA
             END-IF
             END-IF
           END-IF.
            EXIT.

       VALIDATE-ITEM-PARA.
           MOVE "Y" TO WS-DR-VALID
           MOVE SPACES TO WS-RET-CODE WS-RET-TEXT
           MOVE 0 TO WS-DR-AMOUNT
           IF FUNCTION TEST-NUMVAL(WS-PR-AMOUNT-IN) = 0
              COMPUTE WS-DR-AMOUNT = FUNCTION NUMVAL(WS-PR-AMOUNT-IN)
           END-IF
           IF WS-DR-AMOUNT = 0
              MOVE "M01" TO WS-RET-CODE
              MOVE "INVALID AMOUNT OR RECORD" TO WS-RET-TEXT
              MOVE "N" TO WS-DR-VALID
           ELSE
              PERFORM FIND-MANDATE-PARA
              IF WS-MD-FOUND NOT = "Y"
                 MOVE "M02" TO WS-RET-CODE
                 MOVE "MANDATE NOT REGISTERED" TO WS-RET-TEXT
                 MOVE "N" TO WS-DR-VALID
              ELSE
                 SET WS-MD-IDX TO WS-FOUND-MD-IDX
                 PERFORM CHECK-MANDATE-PARA
                 IF WS-DR-VALID = "Y"
                    MOVE WS-PR-ACCT-IN TO AM-ACCT-NUM
                    READ ACCTMST-FILE
                      INVALID KEY
                        MOVE "M11" TO WS-RET-CODE
                        MOVE "ACCOUNT DOES NOT EXIST" TO WS-RET-TEXT
                        MOVE "N" TO WS-DR-VALID
                      NOT INVALID KEY
                        PERFORM CHECK-ACCOUNT-PARA
                    END-READ
                 END-IF
              END-IF
           END-IF.

       FIND-MANDATE-PARA.
           MOVE "N" TO WS-MD-FOUND
           SET WS-MD-IDX TO 1
           PERFORM UNTIL WS-MD-IDX > WS-MANDATE-COUNT
                      OR WS-MD-FOUND = "Y"
              IF WS-MD-UMRN (WS-MD-IDX) = WS-PR-UMRN-IN
                 MOVE "Y" TO WS-MD-FOUND
                 SET WS-FOUND-MD-IDX TO WS-MD-IDX
              END-IF
              SET WS-MD-IDX UP BY 1
           END-PERFORM.

       CHECK-MANDATE-PARA.
           IF WS-MD-STATUS (WS-MD-IDX) NOT = "A"
              MOVE "M03" TO WS-RET-CODE
              MOVE "MANDATE CANCELLED" TO WS-RET-TEXT
              MOVE "N" TO WS-DR-VALID
           ELSE
           IF WS-MD-START (WS-MD-IDX) > WS-RUN-DATE
              OR (WS-MD-END (WS-MD-IDX) NOT = SPACES
                  AND WS-MD-END (WS-MD-IDX) < WS-RUN-DATE)
              MOVE "M04" TO WS-RET-CODE
              MOVE "MANDATE OUTSIDE VALIDITY" TO WS-RET-TEXT
              MOVE "N" TO WS-DR-VALID
           ELSE
           IF WS-MD-ACCT (WS-MD-IDX) NOT = WS-PR-ACCT-IN
              MOVE "M05" TO WS-RET-CODE
              MOVE "ACCOUNT DIFFERS FROM MANDATE" TO WS-RET-TEXT
              MOVE "N" TO WS-DR-VALID
           ELSE
           IF WS-DR-AMOUNT > WS-MD-MAX-AMT (WS-MD-IDX)
              MOVE "M06" TO WS-RET-CODE
              MOVE "AMOUNT EXCEEDS MANDATE LIMIT" TO WS-RET-TEXT
              MOVE "N" TO WS-DR-VALID
           ELSE
              PERFORM CHECK-FREQUENCY-PARA
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-FREQUENCY-PARA.
           MOVE WS-MD-LAST-DEBIT (WS-MD-IDX) TO WS-LAST-DEBIT
           IF WS-LAST-DEBIT NUMERIC
              AND WS-MD-FREQ (WS-MD-IDX) NOT = "A"
              AND WS-LAST-YYYY = WS-RUN-YYYY
              EVALUATE WS-MD-FREQ (WS-MD-IDX)
                 WHEN "M"
                    MOVE WS-RUN-MM  TO WS-RUN-PERIOD
                    MOVE WS-LAST-MM TO WS-LAST-PERIOD
                 WHEN "Q"
                    COMPUTE WS-RUN-PERIOD  = (WS-RUN-MM + 2) / 3
                    COMPUTE WS-LAST-PERIOD = (WS-LAST-MM + 2) / 3
                 WHEN "H"
                    COMPUTE WS-RUN-PERIOD  = (WS-RUN-MM + 5) / 6
                    COMPUTE WS-LAST-PERIOD = (WS-LAST-MM + 5) / 6
                 WHEN OTHER
                    MOVE 1 TO WS-RUN-PERIOD WS-LAST-PERIOD
              END-EVALUATE
              IF WS-RUN-PERIOD = WS-LAST-PERIOD
                 MOVE "M07" TO WS-RET-CODE
                 MOVE "ALREADY DEBITED THIS PERIOD" TO WS-RET-TEXT
                 MOVE "N" TO WS-DR-VALID
              END-IF
           END-IF.

       CHECK-ACCOUNT-PARA.
           IF AM-STATUS = "C"
              MOVE "M08" TO WS-RET-CODE
              MOVE "ACCOUNT CLOSED" TO WS-RET-TEXT
              MOVE "N" TO WS-DR-VALID
           ELSE
           IF AM-STATUS = "F"
              MOVE "M09" TO WS-RET-CODE
              MOVE "ACCOUNT FROZEN" TO WS-RET-TEXT
              MOVE "N" TO WS-DR-VALID
           ELSE
           IF AM-STATUS = "M"
              MOVE "M10" TO WS-RET-CODE
              MOVE "ACCOUNT HOLDER DECEASED" TO WS-RET-TEXT
              MOVE "N" TO WS-DR-VALID
           ELSE
           IF AM-STATUS = "K"
              MOVE "M13" TO WS-RET-CODE
              MOVE "KYC EXPIRED - DEBITS BLOCKED" TO WS-RET-TEXT
              MOVE "N" TO WS-DR-VALID
           ELSE
           IF AM-STATUS = "S"
              MOVE "M14" TO WS-RET-CODE
              MOVE "DEBITS FROZEN PENDING REVIEW" TO WS-RET-TEXT
              MOVE "N" TO WS-DR-VALID
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       COMPUTE-AVAIL-PARA.
           MOVE 0 TO WS-LIEN-TOTAL
           SET WS-LI-IDX TO 1
           PERFORM UNTIL WS-LI-IDX > WS-LIEN-COUNT
              IF WS-LI-ACCT (WS-LI-IDX) = WS-PR-ACCT-IN
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

       DEBIT-ITEM-PARA.
           MOVE "Y" TO WS-BAL-ON-FILE
           MOVE WS-PR-ACCT-IN TO BAL-ACCT-NUM
           READ ACCTBAL-FILE
             INVALID KEY
               MOVE "N" TO WS-BAL-ON-FILE
               MOVE WS-PR-ACCT-IN TO BAL-ACCT-NUM
               MOVE AM-DEPOSIT    TO BAL-CURR-BAL
               MOVE SPACES        TO BAL-LAST-TXN-DATE
               MOVE 0             TO BAL-TXN-COUNT
               MOVE 0             TO BAL-UNCLEARED
           END-READ
           PERFORM COMPUTE-AVAIL-PARA
           IF WS-DR-AMOUNT > WS-AVAIL-BAL
              MOVE "M12" TO WS-RET-CODE
              MOVE "INSUFFICIENT AVAILABLE FUNDS" TO WS-RET-TEXT
              MOVE "N" TO WS-DR-VALID
              ADD 1 TO WS-CTL-NO-FUNDS
           ELSE
              SUBTRACT WS-DR-AMOUNT FROM BAL-CURR-BAL
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
              MOVE WS-RUN-DATE TO WS-MD-LAST-DEBIT (WS-MD-IDX)
              PERFORM WRITE-HISTORY-PARA
           END-IF.

       WRITE-HISTORY-PARA.
           ADD 1 TO WS-REF-SEQ
           MOVE WS-CYCLE-ID TO WS-PR-CYCLE
           MOVE WS-REF-SEQ  TO WS-PR-SEQ
           MOVE WS-RUN-DATE    TO TH-DATE
           MOVE WS-PR-ACCT-IN  TO TH-ACCT-NUM
           MOVE "NCH"          TO TH-TXN-TYPE
           MOVE WS-DR-AMOUNT   TO TH-AMOUNT
           MOVE BAL-CURR-BAL   TO TH-BALANCE
           MOVE WS-CYCLE-ID    TO TH-CYCLE
           MOVE WS-POST-REF    TO TH-REF
           MOVE SPACES         TO TH-LINK-REF
           WRITE TXNHIST-REC FROM WS-HIST-LINE
           IF TXNHISTX-FILE-STATUS = "00"
              MOVE WS-PR-ACCT-IN  TO TX-ACCT-NUM
              MOVE WS-RUN-DATE    TO TX-DATE
              MOVE WS-CYCLE-ID    TO TX-CYCLE
              COMPUTE WS-IDX-SEQ = 10000000 + WS-REF-SEQ
              MOVE WS-IDX-SEQ     TO TX-SEQ
              MOVE "NCH"          TO TX-TXN-TYPE
              MOVE WS-DR-AMOUNT   TO TX-AMOUNT
              MOVE BAL-CURR-BAL   TO TX-BALANCE
              MOVE WS-POST-REF    TO TX-REF
              MOVE SPACES         TO TX-LINK-REF
              WRITE TXNHISTX-REC
                INVALID KEY
                  DISPLAY "INDEXED HISTORY WRITE FAILED: "
                          TX-KEY
              END-WRITE
           END-IF.

       WRITE-RESPONSE-PARA.
           MOVE WS-PR-TXN-REF-IN TO WS-RS-TXN-REF
           MOVE WS-PR-UMRN-IN    TO WS-RS-UMRN
           MOVE WS-PR-ACCT-IN    TO WS-RS-ACCT
           MOVE WS-DR-AMOUNT     TO WS-RS-AMT
           MOVE WS-RET-CODE      TO WS-RS-CODE
           MOVE WS-RET-TEXT      TO WS-RS-TEXT
           WRITE RESPONSE-REC FROM WS-RESPONSE-LINE.

       CHECK-TRAILER-PARA.
           UNSTRING PRESENT-REC DELIMITED BY ","
           INTO     WS-TRAILER-LABEL
                    WS-TRAILER-COUNT-IN
           END-UNSTRING
           MOVE WS-TRAILER-COUNT-IN TO WS-TRAILER-COUNT
           IF WS-TRAILER-COUNT NOT = WS-CTL-IN-COUNT
              DISPLAY "TRAILER RECORD COUNT MISMATCH - EXPECTED "
                      WS-TRAILER-COUNT " GOT " WS-CTL-IN-COUNT
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY "TRAILER RECORD COUNT RECONCILED: "
                      WS-TRAILER-COUNT
           END-IF.

       REWRITE-MANDATES-PARA.
           OPEN OUTPUT MANDATE-FILE
           IF MANDATE-FILE-STATUS NOT = "00"
              DISPLAY "MANDATE MASTER REWRITE FAILED, STATUS="
                      MANDATE-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-MD-IDX TO 1
              PERFORM UNTIL WS-MD-IDX > WS-MANDATE-COUNT
                 MOVE WS-MD-UMRN (WS-MD-IDX)       TO MD-UMRN
                 MOVE WS-MD-ACCT (WS-MD-IDX)       TO MD-ACCT
                 MOVE WS-MD-UTILITY (WS-MD-IDX)    TO MD-UTILITY
                 MOVE WS-MD-MAX-AMT (WS-MD-IDX)    TO MD-MAX-AMT
                 MOVE WS-MD-FREQ (WS-MD-IDX)       TO MD-FREQ
                 MOVE WS-MD-START (WS-MD-IDX)      TO MD-START
                 MOVE WS-MD-END (WS-MD-IDX)        TO MD-END
                 MOVE WS-MD-STATUS (WS-MD-IDX)     TO MD-STATUS
                 MOVE WS-MD-LAST-DEBIT (WS-MD-IDX) TO MD-LAST-DEBIT
                 WRITE MANDATE-REC FROM WS-MANDATE-LINE
                 SET WS-MD-IDX UP BY 1
              END-PERFORM
              CLOSE MANDATE-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "NACHDEBIT"        TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-IN-COUNT    TO WS-OPL-IN-COUNT
           MOVE WS-CTL-PAID        TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-RETURNED    TO WS-OPL-REJ-COUNT
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
