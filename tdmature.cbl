                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TDMST-FILE-STATUS.

           SELECT RDMST-FILE  ASSIGN TO "RD-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RDMST-FILE-STATUS.

           SELECT RDSCH-FILE  ASSIGN TO "RD-SCHEDULE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RDSCH-FILE-STATUS.

           SELECT ODLIM-FILE  ASSIGN TO "OD-LIMITS.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS ODLIM-FILE-STATUS.

           SELECT PREMAT-FILE ASSIGN TO "TD-PREMATURE.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS OPSLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   TDMST-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TDMST-REC               PIC X(120).

       FD   RDMST-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RDMST-REC               PIC X(120).

       FD   RDSCH-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RDSCH-REC               PIC X(80).

       FD   ODLIM-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ODLIM-REC               PIC X(60).

       FD   PREMAT-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
       01 TDMST-FILE-STATUS    PIC X(02).
       01 RDMST-FILE-STATUS    PIC X(02).
       01 RDSCH-FILE-STATUS    PIC X(02).
       01 ODLIM-FILE-STATUS    PIC X(02).
       01 PREMAT-FILE-STATUS   PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
             10 WS-TD-LINKED     PIC X(14).
             10 WS-TD-STATUS     PIC X(01).
             10 WS-TD-NOTIFIED   PIC X(01).
             10 WS-TD-LIEN       PIC X(01).
             10 WS-TD-LOAN-ACCT  PIC X(14).
       01 WS-TD-COUNT          PIC 9(04) VALUE 0.

       01 WS-RV-TABLE.
          05 WS-RV-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RV-IDX.
             10 WS-RV-ACCT       PIC X(14).
             10 WS-RV-INSTALMENT PIC 9(07)V99.
             10 WS-RV-RATE       PIC 9(02)V99.
             10 WS-RV-TENURE     PIC 9(03).
             10 WS-RV-OPEN       PIC X(08).
             10 WS-RV-MATURITY   PIC X(08).
             10 WS-RV-LINKED     PIC X(14).
             10 WS-RV-PAID-CNT   PIC 9(03).
             10 WS-RV-MISSED-CNT PIC 9(03).
             10 WS-RV-PAID-AMT   PIC 9(09)V99.
             10 WS-RV-PENALTY    PIC 9(07)V99.
             10 WS-RV-STATUS     PIC X(01).
       01 WS-RV-COUNT          PIC 9(04) VALUE 0.

       01 WS-RX-TABLE.
          05 WS-RX-ENTRY OCCURS 20000 TIMES INDEXED BY WS-RX-IDX.
             10 WS-RX-ACCT       PIC X(14).
             10 WS-RX-INST       PIC 9(03).
             10 WS-RX-DUE        PIC X(08).
             10 WS-RX-AMT        PIC 9(07)V99.
             10 WS-RX-STATUS     PIC X(01).
             10 WS-RX-PENALTY    PIC 9(07)V99.
             10 WS-RX-PAID-DATE  PIC X(08).
       01 WS-RX-COUNT          PIC 9(05) VALUE 0.

       01 WS-RM-ACCT-IN        PIC X(14).
       01 WS-RM-INST-IN        PIC X(10).
       01 WS-RM-RATE-IN        PIC X(05).
       01 WS-RM-TENURE-IN      PIC X(03).
       01 WS-RM-OPEN-IN        PIC X(08).
       01 WS-RM-MAT-IN         PIC X(08).
       01 WS-RM-LINKED-IN      PIC X(14).
       01 WS-RM-PAID-CNT-IN    PIC X(03).
       01 WS-RM-MISSED-IN      PIC X(03).
       01 WS-RM-PAID-AMT-IN    PIC X(12).
       01 WS-RM-PENALTY-IN     PIC X(10).
       01 WS-RM-STATUS-IN      PIC X(01).

       01 WS-RS-ACCT-IN        PIC X(14).
       01 WS-RS-INST-IN        PIC X(03).
       01 WS-RS-DUE-IN         PIC X(08).
       01 WS-RS-AMT-IN         PIC X(10).
       01 WS-RS-STATUS-IN      PIC X(01).
       01 WS-RS-PENALTY-IN     PIC X(10).
       01 WS-RS-PAID-DATE-IN   PIC X(08).

       01 WS-RV-VALUE          PIC 9(09)V99 VALUE 0.
       01 WS-RV-FACTOR         PIC 9(03)V9(08) VALUE 0.
       01 WS-RV-MONTHS         PIC S9(05) VALUE 0.
       01 WS-PAID-NUM          PIC 9(08) VALUE 0.
       01 WS-PAID-SPLIT REDEFINES WS-PAID-NUM.
          05 WS-PAID-YY        PIC 9(04).
          05 WS-PAID-MM        PIC 9(02).
          05 WS-PAID-DD        PIC 9(02).

       01 WS-OD-TABLE.
          05 WS-OD-ENTRY OCCURS 2000 TIMES INDEXED BY WS-OD-IDX.
             10 WS-OD-ACCT       PIC X(14).
             10 WS-OD-LIMIT      PIC 9(09)V99.
             10 WS-OD-EXPIRY     PIC X(08).
             10 WS-OD-REVIEW     PIC X(08).
             10 WS-OD-DRAWN      PIC 9(09)V99.
       01 WS-OD-COUNT          PIC 9(04) VALUE 0.
       01 WS-OD-LOADED         PIC X(01) VALUE "N".
       01 WS-OD-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-OD-IDX      PIC 9(04) VALUE 0.
       01 WS-OD-ACCT-IN        PIC X(14).
       01 WS-OD-LIMIT-IN       PIC X(12).
       01 WS-OD-EXPIRY-IN      PIC X(08).
       01 WS-OD-REVIEW-IN      PIC X(08).
       01 WS-OD-DRAWN-IN       PIC X(12).
       01 WS-ODLIM-LINE.
          05 WS-OL-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-OL-LIMIT         PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-OL-EXPIRY        PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-OL-REVIEW        PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-OL-DRAWN         PIC 9(09).99.

       01 WS-TL-ACCT-IN        PIC X(14).
       01 WS-TL-PRIN-IN        PIC X(12).
       01 WS-TL-RATE-IN        PIC X(05).
       01 WS-TL-INSTR-IN       PIC X(01).
       01 WS-TL-LINKED-IN      PIC X(14).
       01 WS-TL-STATUS-IN      PIC X(01).
       01 WS-TL-LIEN-IN        PIC X(01).
       01 WS-TL-LOAN-IN        PIC X(14).

       01 WS-PM-ACCT-IN        PIC X(14).
       01 WS-PM-MAKER-IN       PIC X(10).
       01 WS-CTL-PAID-OUT      PIC 9(05) VALUE 0.
       01 WS-CTL-PREMATURE     PIC 9(05) VALUE 0.
       01 WS-CTL-INTIMATED     PIC 9(05) VALUE 0.
       01 WS-CTL-LIEN-REFUSED  PIC 9(05) VALUE 0.
       01 WS-CTL-LOAN-SETTLED  PIC 9(05) VALUE 0.
       01 WS-CTL-PAY-LINES     PIC 9(07) VALUE 0.
       01 WS-CTL-RD-ON-FILE    PIC 9(05) VALUE 0.
       01 WS-CTL-RD-MATURED    PIC 9(05) VALUE 0.
       01 WS-CTL-RD-LAPSED     PIC 9(05) VALUE 0.
       01 WS-TOT-RD-PAYOUT     PIC 9(11)V99 VALUE 0.
       01 WS-TOT-SETTLED       PIC 9(11)V99 VALUE 0.
       01 WS-SETTLED           PIC 9(09)V99 VALUE 0.

       01 WS-INTEREST          PIC 9(09)V99 VALUE 0.
       01 WS-PAYOUT            PIC 9(09)V99 VALUE 0.
          05 WS-PT-TRL-CNT       PIC 9(07).

       01 WS-TD-LINE.
          COPY TDMST.

       01 WS-RD-LINE.
          COPY RDMST.

       01 WS-RDSCH-LINE.
          COPY RDSCH.

       01 WH-TDRPT-HDR1.
          05 FILLER PIC X(28) VALUE "TERM DEPOSIT MATURITY RUN - ".
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           PERFORM LOAD-TD-PARA.
           PERFORM LOAD-RD-PARA.
           PERFORM LOAD-RD-SCHEDULE-PARA.
           PERFORM LOAD-OD-LIMITS-PARA.
           IF WS-TD-COUNT = 0 AND WS-RV-COUNT = 0
              DISPLAY "NO TERM DEPOSITS ON REGISTER, NOTHING TO DO"
              PERFORM APPEND-OPSLOG-PARA
              STOP RUN
           SET WS-TD-IDX TO 1.
           PERFORM PROCESS-ONE-PARA
                   UNTIL WS-TD-IDX > WS-TD-COUNT.
           SET WS-RV-IDX TO 1.
           PERFORM PROCESS-RD-PARA
                   UNTIL WS-RV-IDX > WS-RV-COUNT.
           MOVE WS-CTL-PAY-LINES TO WS-PT-TRL-CNT.
           WRITE PAYTXN-REC FROM WS-PAYTXN-TRAILER.
           CLOSE PAYTXN-FILE.
           CLOSE TDRPT-FILE.
           END-IF.
           CLOSE ACCTMST-FILE.
           PERFORM REWRITE-TD-PARA.
           IF WS-RV-COUNT > 0
              PERFORM REWRITE-RD-PARA
              PERFORM REWRITE-RD-SCHEDULE-PARA
           END-IF.
           PERFORM REWRITE-OD-LIMITS-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "TERM DEPOSIT MATURITY SUMMARY - CYCLE "
                   WS-CYCLE-ID.
           DISPLAY "  PAID OUT          : " WS-CTL-PAID-OUT.
           DISPLAY "  PREMATURE CLOSED  : " WS-CTL-PREMATURE.
           DISPLAY "  INTIMATIONS SENT  : " WS-CTL-INTIMATED.
           DISPLAY "  LIEN - PREMAT REF : " WS-CTL-LIEN-REFUSED.
           DISPLAY "  LOANS SETTLED     : " WS-CTL-LOAN-SETTLED.
           DISPLAY "  AMOUNT SETTLED    : " WS-TOT-SETTLED.
           DISPLAY "  RD ON FILE        : " WS-CTL-RD-ON-FILE.
           DISPLAY "  RD MATURED        : " WS-CTL-RD-MATURED.
           DISPLAY "  RD INSTALS LAPSED : " WS-CTL-RD-LAPSED.
           DISPLAY "  RD AMOUNT PAID    : " WS-TOT-RD-PAYOUT.

           STOP RUN.

                     ADD 1 TO WS-TD-COUNT
                     ADD 1 TO WS-CTL-ON-FILE
                     SET WS-TD-IDX TO WS-TD-COUNT
                     MOVE SPACES TO WS-TL-LIEN-IN WS-TL-LOAN-IN
                     UNSTRING TDMST-REC DELIMITED BY ","
                     INTO  WS-TL-ACCT-IN
                           WS-TL-PRIN-IN
                           WS-TL-INSTR-IN
                           WS-TL-LINKED-IN
                           WS-TL-STATUS-IN
                           WS-TL-LIEN-IN
                           WS-TL-LOAN-IN
                     END-UNSTRING
                     MOVE WS-TL-ACCT-IN
                          TO WS-TD-ACCT (WS-TD-IDX)
                     MOVE WS-TL-STATUS-IN
                          TO WS-TD-STATUS (WS-TD-IDX)
                     MOVE "N" TO WS-TD-NOTIFIED (WS-TD-IDX)
                     IF WS-TL-LIEN-IN = "Y"
                        MOVE "Y" TO WS-TD-LIEN (WS-TD-IDX)
                     ELSE
                        MOVE "N" TO WS-TD-LIEN (WS-TD-IDX)
                     END-IF
                     MOVE WS-TL-LOAN-IN
                          TO WS-TD-LOAN-ACCT (WS-TD-IDX)
                 END-READ
              END-PERFORM
              CLOSE TDMST-FILE
              DISPLAY "TERM DEPOSIT REGISTER NOT FOUND"
           END-IF.

       LOAD-RD-PARA.
           MOVE 0 TO WS-RV-COUNT
           OPEN INPUT RDMST-FILE
           IF RDMST-FILE-STATUS = "00"
              PERFORM UNTIL RDMST-FILE-STATUS NOT = "00"
                 READ RDMST-FILE
                   AT END
                     MOVE "10" TO RDMST-FILE-STATUS
                   NOT AT END
                     IF WS-RV-COUNT >= 2000
                        DISPLAY "RD REGISTER TABLE CAPACITY "
                                "EXCEEDED AT 2000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-RV-COUNT
                     ADD 1 TO WS-CTL-RD-ON-FILE
                     SET WS-RV-IDX TO WS-RV-COUNT
                     UNSTRING RDMST-REC DELIMITED BY ","
                     INTO  WS-RM-ACCT-IN
                           WS-RM-INST-IN
                           WS-RM-RATE-IN
                           WS-RM-TENURE-IN
                           WS-RM-OPEN-IN
                           WS-RM-MAT-IN
                           WS-RM-LINKED-IN
                           WS-RM-PAID-CNT-IN
                           WS-RM-MISSED-IN
                           WS-RM-PAID-AMT-IN
                           WS-RM-PENALTY-IN
                           WS-RM-STATUS-IN
                     END-UNSTRING
                     MOVE WS-RM-ACCT-IN TO WS-RV-ACCT (WS-RV-IDX)
                     COMPUTE WS-RV-INSTALMENT (WS-RV-IDX) =
                             FUNCTION NUMVAL(WS-RM-INST-IN)
                     COMPUTE WS-RV-RATE (WS-RV-IDX) =
                             FUNCTION NUMVAL(WS-RM-RATE-IN)
                     COMPUTE WS-RV-TENURE (WS-RV-IDX) =
                             FUNCTION NUMVAL(WS-RM-TENURE-IN)
                     MOVE WS-RM-OPEN-IN TO WS-RV-OPEN (WS-RV-IDX)
                     MOVE WS-RM-MAT-IN  TO WS-RV-MATURITY (WS-RV-IDX)
                     MOVE WS-RM-LINKED-IN
                          TO WS-RV-LINKED (WS-RV-IDX)
                     COMPUTE WS-RV-PAID-CNT (WS-RV-IDX) =
                             FUNCTION NUMVAL(WS-RM-PAID-CNT-IN)
                     COMPUTE WS-RV-MISSED-CNT (WS-RV-IDX) =
                             FUNCTION NUMVAL(WS-RM-MISSED-IN)
                     COMPUTE WS-RV-PAID-AMT (WS-RV-IDX) =
                             FUNCTION NUMVAL(WS-RM-PAID-AMT-IN)
                     COMPUTE WS-RV-PENALTY (WS-RV-IDX) =
                             FUNCTION NUMVAL(WS-RM-PENALTY-IN)
                     MOVE WS-RM-STATUS-IN
                          TO WS-RV-STATUS (WS-RV-IDX)
                 END-READ
              END-PERFORM
              CLOSE RDMST-FILE
           END-IF.

       LOAD-RD-SCHEDULE-PARA.
           MOVE 0 TO WS-RX-COUNT
           OPEN INPUT RDSCH-FILE
           IF RDSCH-FILE-STATUS = "00"
              PERFORM UNTIL RDSCH-FILE-STATUS NOT = "00"
                 READ RDSCH-FILE
                   AT END
                     MOVE "10" TO RDSCH-FILE-STATUS
                   NOT AT END
                     IF WS-RX-COUNT >= 20000
                        DISPLAY "RD SCHEDULE TABLE CAPACITY EXCEEDED "
                                "AT 20000 ROWS - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-RX-COUNT
                     SET WS-RX-IDX TO WS-RX-COUNT
                     UNSTRING RDSCH-REC DELIMITED BY ","
                     INTO  WS-RS-ACCT-IN
                           WS-RS-INST-IN
                           WS-RS-DUE-IN
                           WS-RS-AMT-IN
                           WS-RS-STATUS-IN
                           WS-RS-PENALTY-IN
                           WS-RS-PAID-DATE-IN
                     END-UNSTRING
                     MOVE WS-RS-ACCT-IN TO WS-RX-ACCT (WS-RX-IDX)
                     COMPUTE WS-RX-INST (WS-RX-IDX) =
                             FUNCTION NUMVAL(WS-RS-INST-IN)
                     MOVE WS-RS-DUE-IN  TO WS-RX-DUE (WS-RX-IDX)
                     COMPUTE WS-RX-AMT (WS-RX-IDX) =
                             FUNCTION NUMVAL(WS-RS-AMT-IN)
                     MOVE WS-RS-STATUS-IN
                          TO WS-RX-STATUS (WS-RX-IDX)
                     COMPUTE WS-RX-PENALTY (WS-RX-IDX) =
                             FUNCTION NUMVAL(WS-RS-PENALTY-IN)
                     MOVE WS-RS-PAID-DATE-IN
                          TO WS-RX-PAID-DATE (WS-RX-IDX)
                 END-READ
              END-PERFORM
              CLOSE RDSCH-FILE
           END-IF.

       OPEN-LEDGER-PARA.
           OPEN EXTEND LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "35"
              IF WS-TD-ACCT (WS-TD-IDX) = WS-PM-ACCT-IN
                 AND WS-TD-STATUS (WS-TD-IDX) = "A"
                 MOVE "Y" TO WS-PM-FOUND
                 IF WS-TD-LIEN (WS-TD-IDX) = "Y"
                    ADD 1 TO WS-CTL-LIEN-REFUSED
                    DISPLAY "DEPOSIT UNDER LOAN LIEN, PREMATURE "
                            "CLOSURE REFUSED: " WS-PM-ACCT-IN
                 ELSE
                    PERFORM SETTLE-PREMATURE-PARA
                 END-IF
              END-IF
              SET WS-TD-IDX UP BY 1
           END-PERFORM
           COMPUTE WS-INTEREST ROUNDED =
              WS-TD-PRINCIPAL (WS-TD-IDX) * WS-EFF-RATE
              * WS-DAYS-HELD / 365 / 100
           MOVE 0 TO WS-SETTLED
           MOVE "PREMATURE CLOSURE AT PENAL RATE" TO WS-RD-DISP
           PERFORM PAY-OUT-PARA
           MOVE "C" TO WS-TD-STATUS (WS-TD-IDX).
                    WS-TD-PRINCIPAL (WS-TD-IDX)
                    * WS-TD-RATE (WS-TD-IDX)
                    * WS-TD-TENURE (WS-TD-IDX) / 12 / 100
                 MOVE 0 TO WS-SETTLED
                 IF WS-TD-LIEN (WS-TD-IDX) = "Y"
                    PERFORM SETTLE-LOAN-PARA
                 END-IF
                 IF WS-TD-INSTR (WS-TD-IDX) = "R"
                    AND WS-SETTLED <
                        WS-TD-PRINCIPAL (WS-TD-IDX) + WS-INTEREST
                    PERFORM RENEW-ONE-PARA
                 ELSE
                    MOVE "MATURITY PAYOUT TO LINKED A/C"
           SET WS-TD-IDX UP BY 1.
            EXIT.

       PROCESS-RD-PARA.
           IF WS-RV-STATUS (WS-RV-IDX) = "A"
              AND WS-RV-MATURITY (WS-RV-IDX) <= WS-RUN-DATE
              ADD 1 TO WS-CTL-RD-MATURED
              MOVE WS-RV-MATURITY (WS-RV-IDX) TO WS-MAT-INT
              MOVE 0 TO WS-RV-VALUE
              SET WS-RX-IDX TO 1
              PERFORM UNTIL WS-RX-IDX > WS-RX-COUNT
                 IF WS-RX-ACCT (WS-RX-IDX) = WS-RV-ACCT (WS-RV-IDX)
                    IF WS-RX-STATUS (WS-RX-IDX) = "P"
                       PERFORM COMPOUND-INSTALMENT-PARA
                    ELSE
                       IF WS-RX-STATUS (WS-RX-IDX) = "D"
                          OR WS-RX-STATUS (WS-RX-IDX) = "O"
                          MOVE "X" TO WS-RX-STATUS (WS-RX-IDX)
                          ADD 1 TO WS-CTL-RD-LAPSED
                       END-IF
                    END-IF
                 END-IF
                 SET WS-RX-IDX UP BY 1
              END-PERFORM
              IF WS-RV-VALUE > WS-RV-PAID-AMT (WS-RV-IDX)
                 COMPUTE WS-INTEREST =
                    WS-RV-VALUE - WS-RV-PAID-AMT (WS-RV-IDX)
              ELSE
                 MOVE 0 TO WS-INTEREST
              END-IF
              COMPUTE WS-PAYOUT =
                 WS-RV-PAID-AMT (WS-RV-IDX) + WS-INTEREST
              IF WS-PAYOUT > 0
                 ADD 1 TO WS-CTL-PAY-LINES
                 ADD WS-PAYOUT TO WS-TOT-RD-PAYOUT
                 MOVE WS-RV-LINKED (WS-RV-IDX) TO WS-PT-ACCT
                 MOVE WS-PAYOUT                TO WS-PT-AMT
                 WRITE PAYTXN-REC FROM WS-PAYTXN-LINE
              END-IF
              MOVE WS-RV-ACCT (WS-RV-IDX)     TO WS-RD-ACCT
              MOVE WS-RV-PAID-AMT (WS-RV-IDX) TO WS-RD-PRIN
              MOVE WS-INTEREST                TO WS-RD-INT
              MOVE "RD MATURITY PAYOUT"       TO WS-RD-DISP
              WRITE TDRPT-REC FROM WS-TDRPT-DETAIL
              IF LEDGER-FILE-STATUS = "00" AND WS-INTEREST > 0
                 MOVE WS-RV-ACCT (WS-RV-IDX) TO LG-ACCT-NUM
                 MOVE WS-INTEREST            TO LG-OPEN-BALANCE
                 MOVE "GL4101"               TO LG-GL-CODE
                 MOVE WS-RUN-DATE            TO LG-POST-DATE
                 MOVE "INR"                  TO LG-ORIG-CCY
                 MOVE WS-INTEREST            TO LG-ORIG-AMT
                 MOVE "INT"                  TO LG-TXN-TYPE
                 WRITE LEDGER-REC
              END-IF
              IF LEDGER-FILE-STATUS = "00" AND WS-PAYOUT > 0
                 MOVE WS-RV-ACCT (WS-RV-IDX) TO LG-ACCT-NUM
                 MOVE WS-PAYOUT              TO LG-OPEN-BALANCE
                 MOVE "GL4101"               TO LG-GL-CODE
                 MOVE WS-RUN-DATE            TO LG-POST-DATE
                 MOVE "INR"                  TO LG-ORIG-CCY
                 MOVE WS-PAYOUT              TO LG-ORIG-AMT
                 MOVE "RDM"                  TO LG-TXN-TYPE
                 WRITE LEDGER-REC
              END-IF
              MOVE "M" TO WS-RV-STATUS (WS-RV-IDX)
           END-IF
           SET WS-RV-IDX UP BY 1.
            EXIT.

       COMPOUND-INSTALMENT-PARA.
           MOVE WS-RX-PAID-DATE (WS-RX-IDX) TO WS-PAID-NUM
           COMPUTE WS-RV-MONTHS =
                   (WS-MAT-YY * 12 + WS-MAT-MM)
                 - (WS-PAID-YY * 12 + WS-PAID-MM)
           IF WS-RV-MONTHS < 0
              MOVE 0 TO WS-RV-MONTHS
           END-IF
           COMPUTE WS-RV-FACTOR ROUNDED =
                   (1 + WS-RV-RATE (WS-RV-IDX) / 400)
                ** (WS-RV-MONTHS / 3)
           COMPUTE WS-RV-VALUE ROUNDED = WS-RV-VALUE
                 + WS-RX-AMT (WS-RX-IDX) * WS-RV-FACTOR.

       RENEW-ONE-PARA.
           ADD 1 TO WS-CTL-RENEWED
           COMPUTE WS-TD-PRINCIPAL (WS-TD-IDX) =
              WS-TD-PRINCIPAL (WS-TD-IDX) + WS-INTEREST - WS-SETTLED
           MOVE WS-TD-MATURITY (WS-TD-IDX) TO WS-MAT-INT
           PERFORM VARYING WS-TEN-I FROM 1 BY 1
                   UNTIL WS-TEN-I > WS-TD-TENURE (WS-TD-IDX)

       PAY-OUT-PARA.
           COMPUTE WS-PAYOUT =
              WS-TD-PRINCIPAL (WS-TD-IDX) + WS-INTEREST - WS-SETTLED
           ADD 1 TO WS-CTL-PAID-OUT
           IF WS-PAYOUT > 0
              ADD 1 TO WS-CTL-PAY-LINES
              MOVE WS-TD-LINKED (WS-TD-IDX) TO WS-PT-ACCT
              MOVE WS-PAYOUT                TO WS-PT-AMT
              WRITE PAYTXN-REC FROM WS-PAYTXN-LINE
           END-IF
           MOVE WS-TD-ACCT (WS-TD-IDX)      TO WS-RD-ACCT
           MOVE WS-TD-PRINCIPAL (WS-TD-IDX) TO WS-RD-PRIN
           MOVE WS-INTEREST                 TO WS-RD-INT
           WRITE TDRPT-REC FROM WS-TDRPT-DETAIL
           PERFORM WRITE-INT-LEDGER-PARA.

       SETTLE-LOAN-PARA.
           MOVE "N" TO WS-OD-FOUND
           SET WS-OD-IDX TO 1
           PERFORM UNTIL WS-OD-IDX > WS-OD-COUNT
                      OR WS-OD-FOUND = "Y"
              IF WS-OD-ACCT (WS-OD-IDX) = WS-TD-LOAN-ACCT (WS-TD-IDX)
                 MOVE "Y" TO WS-OD-FOUND
                 SET WS-FOUND-OD-IDX TO WS-OD-IDX
              END-IF
              SET WS-OD-IDX UP BY 1
           END-PERFORM
           IF WS-OD-FOUND = "Y"
              SET WS-OD-IDX TO WS-FOUND-OD-IDX
              IF WS-OD-DRAWN (WS-OD-IDX) <
                 WS-TD-PRINCIPAL (WS-TD-IDX) + WS-INTEREST
                 MOVE WS-OD-DRAWN (WS-OD-IDX) TO WS-SETTLED
              ELSE
                 COMPUTE WS-SETTLED =
                    WS-TD-PRINCIPAL (WS-TD-IDX) + WS-INTEREST
              END-IF
              MOVE 0           TO WS-OD-LIMIT (WS-OD-IDX)
              MOVE WS-RUN-DATE TO WS-OD-EXPIRY (WS-OD-IDX)
                                  WS-OD-REVIEW (WS-OD-IDX)
              IF WS-SETTLED > 0
                 ADD 1 TO WS-CTL-LOAN-SETTLED
                 ADD 1 TO WS-CTL-PAY-LINES
                 ADD WS-SETTLED TO WS-TOT-SETTLED
                 MOVE WS-TD-LOAN-ACCT (WS-TD-IDX) TO WS-PT-ACCT
                 MOVE WS-SETTLED                  TO WS-PT-AMT
                 WRITE PAYTXN-REC FROM WS-PAYTXN-LINE
                 MOVE WS-TD-ACCT (WS-TD-IDX)      TO WS-RD-ACCT
                 MOVE WS-SETTLED                  TO WS-RD-PRIN
                 MOVE 0                           TO WS-RD-INT
                 MOVE "LOAN SETTLED FROM PROCEEDS" TO WS-RD-DISP
                 WRITE TDRPT-REC FROM WS-TDRPT-DETAIL
              END-IF
           END-IF
           MOVE "N"    TO WS-TD-LIEN (WS-TD-IDX)
           MOVE SPACES TO WS-TD-LOAN-ACCT (WS-TD-IDX).

       WRITE-INT-LEDGER-PARA.
           IF LEDGER-FILE-STATUS = "00" AND WS-INTEREST > 0
              MOVE WS-TD-ACCT (WS-TD-IDX) TO LG-ACCT-NUM
           ELSE
              SET WS-TD-IDX TO 1
              PERFORM UNTIL WS-TD-IDX > WS-TD-COUNT
                 MOVE WS-TD-ACCT (WS-TD-IDX)      TO TD-ACCT
                 MOVE WS-TD-PRINCIPAL (WS-TD-IDX) TO TD-PRINCIPAL
                 MOVE WS-TD-RATE (WS-TD-IDX)      TO TD-RATE
                 MOVE WS-TD-TENURE (WS-TD-IDX)    TO TD-TENURE
                 MOVE WS-TD-OPEN (WS-TD-IDX)      TO TD-OPEN
                 MOVE WS-TD-MATURITY (WS-TD-IDX)  TO TD-MATURITY
                 MOVE WS-TD-INSTR (WS-TD-IDX)     TO TD-INSTR
                 MOVE WS-TD-LINKED (WS-TD-IDX)    TO TD-LINKED
                 MOVE WS-TD-STATUS (WS-TD-IDX)    TO TD-STATUS
                 MOVE WS-TD-LIEN (WS-TD-IDX)      TO TD-LIEN
                 MOVE WS-TD-LOAN-ACCT (WS-TD-IDX) TO TD-LOAN-ACCT
                 WRITE TDMST-REC FROM WS-TD-LINE
                 SET WS-TD-IDX UP BY 1
              END-PERFORM
              CLOSE TDMST-FILE
           END-IF.

       REWRITE-RD-PARA.
           OPEN OUTPUT RDMST-FILE
           IF RDMST-FILE-STATUS NOT = "00"
              DISPLAY "RD REGISTER REWRITE FAILED, STATUS="
                      RDMST-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-RV-IDX TO 1
              PERFORM UNTIL WS-RV-IDX > WS-RV-COUNT
                 MOVE WS-RV-ACCT (WS-RV-IDX)       TO RD-ACCT
                 MOVE WS-RV-INSTALMENT (WS-RV-IDX) TO RD-INSTALMENT
                 MOVE WS-RV-RATE (WS-RV-IDX)       TO RD-RATE
                 MOVE WS-RV-TENURE (WS-RV-IDX)     TO RD-TENURE
                 MOVE WS-RV-OPEN (WS-RV-IDX)       TO RD-OPEN
                 MOVE WS-RV-MATURITY (WS-RV-IDX)   TO RD-MATURITY
                 MOVE WS-RV-LINKED (WS-RV-IDX)     TO RD-LINKED
                 MOVE WS-RV-PAID-CNT (WS-RV-IDX)   TO RD-PAID-CNT
                 MOVE WS-RV-MISSED-CNT (WS-RV-IDX) TO RD-MISSED-CNT
                 MOVE WS-RV-PAID-AMT (WS-RV-IDX)   TO RD-PAID-AMT
                 MOVE WS-RV-PENALTY (WS-RV-IDX)    TO RD-PENALTY
                 MOVE WS-RV-STATUS (WS-RV-IDX)     TO RD-STATUS
                 WRITE RDMST-REC FROM WS-RD-LINE
                 SET WS-RV-IDX UP BY 1
              END-PERFORM
              CLOSE RDMST-FILE
           END-IF.

       REWRITE-RD-SCHEDULE-PARA.
           OPEN OUTPUT RDSCH-FILE
           IF RDSCH-FILE-STATUS NOT = "00"
              DISPLAY "RD SCHEDULE REWRITE FAILED, STATUS="
                      RDSCH-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-RX-IDX TO 1
              PERFORM UNTIL WS-RX-IDX > WS-RX-COUNT
                 MOVE WS-RX-ACCT (WS-RX-IDX)      TO RS-ACCT
                 MOVE WS-RX-INST (WS-RX-IDX)      TO RS-INST
                 MOVE WS-RX-DUE (WS-RX-IDX)       TO RS-DUE
                 MOVE WS-RX-AMT (WS-RX-IDX)       TO RS-AMT
                 MOVE WS-RX-STATUS (WS-RX-IDX)    TO RS-STATUS
                 MOVE WS-RX-PENALTY (WS-RX-IDX)   TO RS-PENALTY
                 MOVE WS-RX-PAID-DATE (WS-RX-IDX) TO RS-PAID-DATE
                 WRITE RDSCH-REC FROM WS-RDSCH-LINE
                 SET WS-RX-IDX UP BY 1
              END-PERFORM
              CLOSE RDSCH-FILE
           END-IF.

       LOAD-OD-LIMITS-PARA.
           MOVE 0 TO WS-OD-COUNT
           MOVE "N" TO WS-OD-LOADED
           OPEN INPUT ODLIM-FILE
           IF ODLIM-FILE-STATUS = "00"
              MOVE "Y" TO WS-OD-LOADED
              PERFORM UNTIL ODLIM-FILE-STATUS NOT = "00"
                 READ ODLIM-FILE
                   AT END
                     MOVE "10" TO ODLIM-FILE-STATUS
                   NOT AT END
                     IF WS-OD-COUNT >= 2000
                        DISPLAY "OD LIMIT TABLE CAPACITY "
                                "EXCEEDED AT 2000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-OD-COUNT
                     SET WS-OD-IDX TO WS-OD-COUNT
                     MOVE SPACES TO WS-OD-DRAWN-IN
                     UNSTRING ODLIM-REC DELIMITED BY ","
                     INTO  WS-OD-ACCT-IN
                           WS-OD-LIMIT-IN
                           WS-OD-EXPIRY-IN
                           WS-OD-REVIEW-IN
                           WS-OD-DRAWN-IN
                     END-UNSTRING
                     MOVE WS-OD-ACCT-IN
                          TO WS-OD-ACCT (WS-OD-IDX)
                     COMPUTE WS-OD-LIMIT (WS-OD-IDX) =
                             FUNCTION NUMVAL(WS-OD-LIMIT-IN)
                     MOVE WS-OD-EXPIRY-IN
                          TO WS-OD-EXPIRY (WS-OD-IDX)
                     MOVE WS-OD-REVIEW-IN
                          TO WS-OD-REVIEW (WS-OD-IDX)
                     IF WS-OD-DRAWN-IN = SPACES
                        MOVE 0 TO WS-OD-DRAWN (WS-OD-IDX)
                     ELSE
                        COMPUTE WS-OD-DRAWN (WS-OD-IDX) =
                                FUNCTION NUMVAL(WS-OD-DRAWN-IN)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE ODLIM-FILE
           END-IF.

       REWRITE-OD-LIMITS-PARA.
           IF WS-OD-LOADED = "Y"
              OPEN OUTPUT ODLIM-FILE
              IF ODLIM-FILE-STATUS NOT = "00"
                 DISPLAY "OD LIMIT FILE REWRITE FAILED, STATUS="
                         ODLIM-FILE-STATUS
                 MOVE 20 TO RETURN-CODE
              ELSE
                 SET WS-OD-IDX TO 1
                 PERFORM UNTIL WS-OD-IDX > WS-OD-COUNT
                    MOVE WS-OD-ACCT (WS-OD-IDX)   TO WS-OL-ACCT
                    MOVE WS-OD-LIMIT (WS-OD-IDX)  TO WS-OL-LIMIT
                    MOVE WS-OD-EXPIRY (WS-OD-IDX) TO WS-OL-EXPIRY
                    MOVE WS-OD-REVIEW (WS-OD-IDX) TO WS-OL-REVIEW
                    MOVE WS-OD-DRAWN (WS-OD-IDX)  TO WS-OL-DRAWN
                    WRITE ODLIM-REC FROM WS-ODLIM-LINE
                    SET WS-OD-IDX UP BY 1
                 END-PERFORM
                 CLOSE ODLIM-FILE
              END-IF
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "TDMATURE"         TO WS-OPL-PROGRAM
