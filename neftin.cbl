       IDENTIFICATION DIVISION.
       PROGRAM-ID. neftin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INWARD-FILE  ASSIGN TO "NEFT-INWARD.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS INWARD-FILE-STATUS.

           SELECT CRTXN-FILE   ASSIGN TO "NEFT-INWARD-TXNS.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CRTXN-FILE-STATUS.

           SELECT INRET-FILE   ASSIGN TO "NEFT-INWARD-RETURNS.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS INRET-FILE-STATUS.

           SELECT CONFIRM-FILE ASSIGN TO "NEFT-CREDIT-CONFIRM.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CONFIRM-FILE-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO "ACCOUNT-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AM-ACCT-NUM
                               ALTERNATE RECORD KEY IS AM-PAN
                                   WITH DUPLICATES
                               FILE STATUS IS ACCTMST-FILE-STATUS.

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
       FD   INWARD-FILE  RECORD CONTAINS 150 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 INWARD-REC              PIC X(150).

       FD   CRTXN-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CRTXN-REC               PIC X(40).

       FD   INRET-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 INRET-REC               PIC X(120).

       FD   CONFIRM-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CONFIRM-REC             PIC X(100).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 INWARD-FILE-STATUS   PIC X(02).
       01 CRTXN-FILE-STATUS    PIC X(02).
       01 INRET-FILE-STATUS    PIC X(02).
       01 CONFIRM-FILE-STATUS  PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-START-TIME-R REDEFINES WS-START-TIME.
          05 WS-START-HH       PIC 9(02).
          05 WS-START-MM       PIC 9(02).
          05 FILLER            PIC 9(04).
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.

       01 WS-RUN-DATE          PIC X(08).
       01 EOF                  PIC X(01) VALUE "N".

       01 WS-IN-UTR-IN         PIC X(22).
       01 WS-IN-SENDER-IN      PIC X(11).
       01 WS-IN-ACCT-IN        PIC X(14).
       01 WS-IN-NAME-IN        PIC X(30).
       01 WS-IN-AMOUNT-IN      PIC X(12).
       01 WS-IN-REMITTER-IN    PIC X(30).
       01 WS-IN-BATCH-TIME-IN  PIC X(04).

       01 WS-CR-AMOUNT         PIC 9(09)V99 VALUE 0.
       01 WS-CR-VALID          PIC X(01) VALUE "Y".
       01 WS-RET-CODE          PIC X(03) VALUE SPACES.
       01 WS-RET-TEXT          PIC X(30) VALUE SPACES.

       01 WS-RETURN-WINDOW     PIC 9(04) VALUE 120.
       01 WS-NOW-MINUTES       PIC 9(04) VALUE 0.
       01 WS-BATCH-MINUTES     PIC 9(04) VALUE 0.
       01 WS-ELAPSED-MINUTES   PIC S9(05) VALUE 0.
       01 WS-BATCH-TIME        PIC 9(04) VALUE 0.
       01 WS-BATCH-TIME-R REDEFINES WS-BATCH-TIME.
          05 WS-BATCH-HH       PIC 9(02).
          05 WS-BATCH-MM       PIC 9(02).

       01 WS-NAME-THRESHOLD    PIC 9(03) VALUE 75.
       01 WS-NM-WORK           PIC X(30) VALUE SPACES.
       01 WS-NM-TOKENS.
          05 WS-NM-TOK OCCURS 6 TIMES INDEXED BY WS-NM-IDX
                                 PIC X(20).
       01 WS-BEN-TOKENS.
          05 WS-BT-TOK OCCURS 6 TIMES INDEXED BY WS-BT-IDX
                                 PIC X(20).
       01 WS-ACC-TOKENS.
          05 WS-AT-TOK OCCURS 6 TIMES INDEXED BY WS-AT-IDX
                                 PIC X(20).
       01 WS-NM-BEN-COUNT      PIC 9(02) VALUE 0.
       01 WS-NM-MATCHED        PIC 9(02) VALUE 0.
       01 WS-NM-FULL           PIC 9(02) VALUE 0.
       01 WS-NM-HIT            PIC X(01) VALUE "N".
       01 WS-NM-SCORE          PIC 9(03) VALUE 0.
       01 WS-NAME-MATCH        PIC X(01) VALUE "N".

       01 WS-CTL-IN-COUNT      PIC 9(07) VALUE 0.
       01 WS-CTL-CREDITED      PIC 9(07) VALUE 0.
       01 WS-CTL-RETURNED      PIC 9(07) VALUE 0.
       01 WS-CTL-NAME-RET      PIC 9(07) VALUE 0.
       01 WS-CTL-LATE          PIC 9(07) VALUE 0.
       01 WS-CTL-CONFIRMED     PIC 9(07) VALUE 0.
       01 WS-TOT-CREDITED      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-RETURNED      PIC 9(11)V99 VALUE 0.

       01 WS-TRAILER-LABEL     PIC X(07) VALUE SPACES.
       01 WS-TRAILER-COUNT-IN  PIC X(07) VALUE SPACES.
       01 WS-TRAILER-COUNT     PIC 9(07) VALUE 0.

       01 WS-CRTXN-LINE.
          05 WS-CT-ACCT          PIC X(14).
          05 FILLER              PIC X(05) VALUE ",DEP,".
          05 WS-CT-AMT           PIC 9(09).99.

       01 WS-CRTXN-TRAILER.
          05 FILLER              PIC X(08) VALUE "TRAILER,".
          05 WS-CT-TRL-CNT       PIC 9(07).

       01 WH-INRET-HEADER.
          05 FILLER PIC X(31)
             VALUE "UTR,SENDER-IFSC,AMOUNT,ACCOUNT,".
          05 FILLER PIC X(23) VALUE "REASON-CODE,REASON,LATE".

       01 WS-INRET-LINE.
          05 WS-IR-UTR           PIC X(22).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-IR-SENDER        PIC X(11).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-IR-AMT           PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-IR-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-IR-CODE          PIC X(03).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-IR-TEXT          PIC X(30).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-IR-LATE          PIC X(01).

       01 WS-INRET-TRAILER.
          05 FILLER              PIC X(08) VALUE "TRAILER,".
          05 WS-IR-TRL-CNT       PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-IR-TRL-AMT       PIC 9(11).99.

       01 WH-CONFIRM-HEADER.
          05 FILLER PIC X(38)
             VALUE "UTR,SENDER-IFSC,AMOUNT,ACCOUNT,STATUS,".
          05 FILLER PIC X(16) VALUE "REASON-CODE,DATE".

       01 WS-CONFIRM-LINE.
          05 WS-CF-UTR           PIC X(22).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CF-SENDER        PIC X(11).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CF-AMT           PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CF-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CF-STATUS        PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CF-CODE          PIC X(03).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CF-DATE          PIC X(08).

       01 WS-CONFIRM-TRAILER.
          05 FILLER              PIC X(08) VALUE "TRAILER,".
          05 WS-CF-TRL-CNT       PIC 9(07).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE INWARD NEFT/RTGS CREDIT PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           COMPUTE WS-NOW-MINUTES = WS-START-HH * 60 + WS-START-MM.
           OPEN INPUT INWARD-FILE.
           IF INWARD-FILE-STATUS NOT = "00"
              DISPLAY "NO INWARD CREDIT FILE THIS CYCLE, STATUS="
                      INWARD-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              CLOSE INWARD-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CRTXN-FILE.
           OPEN OUTPUT INRET-FILE.
           OPEN OUTPUT CONFIRM-FILE.
           IF CRTXN-FILE-STATUS NOT = "00"
              OR INRET-FILE-STATUS NOT = "00"
              OR CONFIRM-FILE-STATUS NOT = "00"
              DISPLAY "INWARD OUTPUT FILE OPEN FAILED, STATUS="
                      CRTXN-FILE-STATUS " " INRET-FILE-STATUS " "
                      CONFIRM-FILE-STATUS
              CLOSE INWARD-FILE
              CLOSE ACCTMST-FILE
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           WRITE INRET-REC FROM WH-INRET-HEADER.
           WRITE CONFIRM-REC FROM WH-CONFIRM-HEADER.
           MOVE "N" TO EOF.
           PERFORM INWARD-ONE-PARA UNTIL EOF = "Y".
           MOVE WS-CTL-CREDITED TO WS-CT-TRL-CNT.
           WRITE CRTXN-REC FROM WS-CRTXN-TRAILER.
           MOVE WS-CTL-RETURNED TO WS-IR-TRL-CNT.
           MOVE WS-TOT-RETURNED TO WS-IR-TRL-AMT.
           WRITE INRET-REC FROM WS-INRET-TRAILER.
           MOVE WS-CTL-CONFIRMED TO WS-CF-TRL-CNT.
           WRITE CONFIRM-REC FROM WS-CONFIRM-TRAILER.
           CLOSE CONFIRM-FILE.
           CLOSE INRET-FILE.
           CLOSE CRTXN-FILE.
           CLOSE ACCTMST-FILE.
           CLOSE INWARD-FILE.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "INWARD CREDIT SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  CREDITS RECEIVED : " WS-CTL-IN-COUNT.
           DISPLAY "  SENT FOR POSTING : " WS-CTL-CREDITED.
           DISPLAY "  AMOUNT CREDITED  : " WS-TOT-CREDITED.
           DISPLAY "  ITEMS RETURNED   : " WS-CTL-RETURNED.
           DISPLAY "    NAME MISMATCH  : " WS-CTL-NAME-RET.
           DISPLAY "  AMOUNT RETURNED  : " WS-TOT-RETURNED.
           DISPLAY "  OUTSIDE WINDOW   : " WS-CTL-LATE.
           DISPLAY "  CONFIRMATIONS    : " WS-CTL-CONFIRMED.

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

       INWARD-ONE-PARA.
           READ INWARD-FILE AT END
                MOVE "Y" TO EOF
           END-READ.
           IF EOF NOT = "Y"
             IF INWARD-REC(1:7) = "TRAILER"
               PERFORM CHECK-TRAILER-PARA
               MOVE "Y" TO EOF
             ELSE
             IF INWARD-REC(1:3) = "UTR"
               CONTINUE
             ELSE
               ADD 1 TO WS-CTL-IN-COUNT
               MOVE SPACES TO WS-IN-REMITTER-IN
                              WS-IN-BATCH-TIME-IN
               UNSTRING INWARD-REC DELIMITED BY ","
               INTO     WS-IN-UTR-IN
                        WS-IN-SENDER-IN
                        WS-IN-ACCT-IN
                        WS-IN-NAME-IN
                        WS-IN-AMOUNT-IN
                        WS-IN-REMITTER-IN
                        WS-IN-BATCH-TIME-IN
               END-UNSTRING
               PERFORM VALIDATE-CREDIT-PARA
               IF WS-CR-VALID = "Y"
                  PERFORM ACCEPT-CREDIT-PARA
               ELSE
                  PERFORM RETURN-CREDIT-PARA
               END-IF
             END-IF
             END-IF
           END-IF.
            EXIT.

       VALIDATE-CREDIT-PARA.
           MOVE "Y" TO WS-CR-VALID
           MOVE SPACES TO WS-RET-CODE WS-RET-TEXT
           MOVE 0 TO WS-CR-AMOUNT
           IF FUNCTION TEST-NUMVAL(WS-IN-AMOUNT-IN) = 0
              COMPUTE WS-CR-AMOUNT = FUNCTION NUMVAL(WS-IN-AMOUNT-IN)
           END-IF
           IF WS-CR-AMOUNT = 0
              MOVE "N"   TO WS-CR-VALID
              MOVE "I01" TO WS-RET-CODE
              MOVE "INVALID AMOUNT OR RECORD" TO WS-RET-TEXT
           ELSE
              MOVE WS-IN-ACCT-IN TO AM-ACCT-NUM
              READ ACCTMST-FILE
                INVALID KEY
                  MOVE "N"   TO WS-CR-VALID
                  MOVE "I02" TO WS-RET-CODE
                  MOVE "ACCOUNT DOES NOT EXIST" TO WS-RET-TEXT
                NOT INVALID KEY
                  PERFORM CHECK-BENEFICIARY-PARA
              END-READ
           END-IF.

       CHECK-BENEFICIARY-PARA.
           IF AM-STATUS = "C"
              MOVE "N"   TO WS-CR-VALID
              MOVE "I03" TO WS-RET-CODE
              MOVE "ACCOUNT CLOSED" TO WS-RET-TEXT
           ELSE
           IF AM-STATUS = "F"
              MOVE "N"   TO WS-CR-VALID
              MOVE "I04" TO WS-RET-CODE
              MOVE "ACCOUNT FROZEN" TO WS-RET-TEXT
           ELSE
           IF AM-STATUS = "M"
              MOVE "N"   TO WS-CR-VALID
              MOVE "I06" TO WS-RET-CODE
              MOVE "ACCOUNT HOLDER DECEASED" TO WS-RET-TEXT
           ELSE
              PERFORM MATCH-NAME-PARA
              IF WS-NAME-MATCH NOT = "Y"
                 MOVE "N"   TO WS-CR-VALID
                 MOVE "I05" TO WS-RET-CODE
                 MOVE "BENEFICIARY NAME MISMATCH" TO WS-RET-TEXT
                 ADD 1 TO WS-CTL-NAME-RET
              END-IF
           END-IF
           END-IF
           END-IF.

       MATCH-NAME-PARA.
           MOVE "N" TO WS-NAME-MATCH
           MOVE WS-IN-NAME-IN TO WS-NM-WORK
           PERFORM TOKENISE-NAME-PARA
           MOVE WS-NM-TOKENS TO WS-BEN-TOKENS
           MOVE AM-CUST TO WS-NM-WORK
           PERFORM TOKENISE-NAME-PARA
           MOVE WS-NM-TOKENS TO WS-ACC-TOKENS
           PERFORM SCORE-NAME-PARA
           IF WS-NAME-MATCH NOT = "Y"
              AND AM-JOINT-NAME NOT = SPACES
              MOVE AM-JOINT-NAME TO WS-NM-WORK
              PERFORM TOKENISE-NAME-PARA
              MOVE WS-NM-TOKENS TO WS-ACC-TOKENS
              PERFORM SCORE-NAME-PARA
           END-IF.

       TOKENISE-NAME-PARA.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NM-WORK))
                TO WS-NM-WORK
           INSPECT WS-NM-WORK CONVERTING ".,-'/&()" TO "        "
           MOVE FUNCTION TRIM(WS-NM-WORK) TO WS-NM-WORK
           MOVE SPACES TO WS-NM-TOKENS
           UNSTRING WS-NM-WORK DELIMITED BY ALL SPACE
           INTO     WS-NM-TOK (1)
                    WS-NM-TOK (2)
                    WS-NM-TOK (3)
                    WS-NM-TOK (4)
                    WS-NM-TOK (5)
                    WS-NM-TOK (6)
           END-UNSTRING
           PERFORM VARYING WS-NM-IDX FROM 1 BY 1 UNTIL WS-NM-IDX > 6
              EVALUATE WS-NM-TOK (WS-NM-IDX)
                 WHEN "MR"
                 WHEN "MRS"
                 WHEN "MS"
                 WHEN "MISS"
                 WHEN "DR"
                 WHEN "SHRI"
                 WHEN "SMT"
                 WHEN "KUM"
                    MOVE SPACES TO WS-NM-TOK (WS-NM-IDX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM.

       SCORE-NAME-PARA.
           MOVE 0 TO WS-NM-BEN-COUNT WS-NM-MATCHED WS-NM-FULL
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1 UNTIL WS-BT-IDX > 6
              IF WS-BT-TOK (WS-BT-IDX) NOT = SPACES
                 ADD 1 TO WS-NM-BEN-COUNT
                 MOVE "N" TO WS-NM-HIT
                 PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                         UNTIL WS-AT-IDX > 6 OR WS-NM-HIT NOT = "N"
                    IF WS-AT-TOK (WS-AT-IDX) NOT = SPACES
                       IF WS-BT-TOK (WS-BT-IDX) =
                          WS-AT-TOK (WS-AT-IDX)
                          IF WS-BT-TOK (WS-BT-IDX)(2:19) = SPACES
                             MOVE "I" TO WS-NM-HIT
                          ELSE
                             MOVE "F" TO WS-NM-HIT
                          END-IF
                       ELSE
                       IF (WS-BT-TOK (WS-BT-IDX)(2:19) = SPACES
                           OR WS-AT-TOK (WS-AT-IDX)(2:19) = SPACES)
                          AND WS-BT-TOK (WS-BT-IDX)(1:1) =
                              WS-AT-TOK (WS-AT-IDX)(1:1)
                          MOVE "I" TO WS-NM-HIT
                       END-IF
                       END-IF
                    END-IF
                 END-PERFORM
                 IF WS-NM-HIT NOT = "N"
                    ADD 1 TO WS-NM-MATCHED
                 END-IF
                 IF WS-NM-HIT = "F"
                    ADD 1 TO WS-NM-FULL
                 END-IF
              END-IF
           END-PERFORM
           IF WS-NM-BEN-COUNT > 0
              COMPUTE WS-NM-SCORE =
                      WS-NM-MATCHED * 100 / WS-NM-BEN-COUNT
              IF WS-NM-SCORE >= WS-NAME-THRESHOLD
                 AND WS-NM-FULL > 0
                 MOVE "Y" TO WS-NAME-MATCH
              END-IF
           END-IF.

       ACCEPT-CREDIT-PARA.
           MOVE WS-IN-ACCT-IN TO WS-CT-ACCT
           MOVE WS-CR-AMOUNT  TO WS-CT-AMT
           WRITE CRTXN-REC FROM WS-CRTXN-LINE
           ADD 1 TO WS-CTL-CREDITED
           ADD WS-CR-AMOUNT TO WS-TOT-CREDITED
           MOVE "CREDITED" TO WS-CF-STATUS
           PERFORM WRITE-CONFIRM-PARA.

       RETURN-CREDIT-PARA.
           MOVE "N" TO WS-IR-LATE
           IF WS-IN-BATCH-TIME-IN IS NUMERIC
              MOVE WS-IN-BATCH-TIME-IN TO WS-BATCH-TIME
              COMPUTE WS-BATCH-MINUTES =
                      WS-BATCH-HH * 60 + WS-BATCH-MM
              COMPUTE WS-ELAPSED-MINUTES =
                      WS-NOW-MINUTES - WS-BATCH-MINUTES
              IF WS-ELAPSED-MINUTES > WS-RETURN-WINDOW
                 MOVE "Y" TO WS-IR-LATE
                 ADD 1 TO WS-CTL-LATE
                 DISPLAY "RETURN OUTSIDE REGULATORY WINDOW - UTR "
                         WS-IN-UTR-IN
              END-IF
           END-IF
           MOVE WS-IN-UTR-IN    TO WS-IR-UTR
           MOVE WS-IN-SENDER-IN TO WS-IR-SENDER
           MOVE WS-CR-AMOUNT    TO WS-IR-AMT
           MOVE WS-IN-ACCT-IN   TO WS-IR-ACCT
           MOVE WS-RET-CODE     TO WS-IR-CODE
           MOVE WS-RET-TEXT     TO WS-IR-TEXT
           WRITE INRET-REC FROM WS-INRET-LINE
           ADD 1 TO WS-CTL-RETURNED
           ADD WS-CR-AMOUNT TO WS-TOT-RETURNED
           MOVE "RETURNED" TO WS-CF-STATUS
           PERFORM WRITE-CONFIRM-PARA.

       WRITE-CONFIRM-PARA.
           MOVE WS-IN-UTR-IN    TO WS-CF-UTR
           MOVE WS-IN-SENDER-IN TO WS-CF-SENDER
           MOVE WS-CR-AMOUNT    TO WS-CF-AMT
           MOVE WS-IN-ACCT-IN   TO WS-CF-ACCT
           MOVE WS-RET-CODE     TO WS-CF-CODE
           MOVE WS-RUN-DATE     TO WS-CF-DATE
           WRITE CONFIRM-REC FROM WS-CONFIRM-LINE
           ADD 1 TO WS-CTL-CONFIRMED.

       CHECK-TRAILER-PARA.
           UNSTRING INWARD-REC DELIMITED BY ","
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

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "NEFTIN"           TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-IN-COUNT    TO WS-OPL-IN-COUNT
           MOVE WS-CTL-CREDITED    TO WS-OPL-OUT-COUNT
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
