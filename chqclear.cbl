                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS JRNL-FILE-STATUS.

           SELECT PPAY-FILE  ASSIGN TO "POSITIVE-PAY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PPAY-FILE-STATUS.

           SELECT PPPARM-FILE ASSIGN TO "PPAY-PARM.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PPPARM-FILE-STATUS.

           SELECT PPHOLD-FILE  ASSIGN TO "CHQ-PPAY-HOLD.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PPHOLD-FILE-STATUS.

           SELECT PPDEC-FILE  ASSIGN TO "CHQ-PPAY-DECISIONS.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PPDEC-FILE-STATUS.

           SELECT OPMODE-FILE ASSIGN TO "ACCT-OPMODE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS OPMODE-FILE-STATUS.

           SELECT RUNCTL-FILE  ASSIGN TO "RUN-CONTROL.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS OPSLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   CLEARIN-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CLEARIN-REC             PIC X(100).

       FD   CHQREG-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.
       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
       01 JRNL-REC.
          COPY ACCTJRNL.

       FD   PPAY-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PPAY-REC                PIC X(80).

       FD   PPPARM-FILE  RECORD CONTAINS 12 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PPPARM-REC              PIC X(12).

       FD   PPHOLD-FILE  RECORD CONTAINS 150 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PPHOLD-REC.
          05 PH-HOLD-DATE         PIC X(08).
          05 FILLER               PIC X(01).
          05 PH-REASON            PIC X(30).
          05 FILLER               PIC X(01).
          05 PH-ITEM              PIC X(100).
          05 FILLER               PIC X(10).

       FD   PPDEC-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PPDEC-REC               PIC X(40).

       FD   OPMODE-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPMODE-REC              PIC X(30).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 WS-IDX-SEQ           PIC 9(08) VALUE 0.
       01 RETURN-FILE-STATUS   PIC X(02).
       01 JRNL-FILE-STATUS     PIC X(02).
       01 PPAY-FILE-STATUS     PIC X(02).
       01 PPPARM-FILE-STATUS   PIC X(02).
       01 PPHOLD-FILE-STATUS   PIC X(02).
       01 PPDEC-FILE-STATUS    PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CL-ACCT-IN        PIC X(14).
       01 WS-CL-AMOUNT-IN      PIC X(12).
       01 WS-CL-BANK-IN        PIC X(11).
       01 WS-CL-DATE-IN        PIC X(08).
       01 WS-CL-PAYEE-IN       PIC X(30).
       01 WS-CHQ-NO            PIC 9(06) VALUE 0.
       01 WS-CHQ-AMOUNT        PIC 9(09)V99 VALUE 0.
       01 WS-CHQ-VALID         PIC X(01) VALUE "Y".
             10 WS-LI-EXPIRY     PIC X(08).
       01 WS-LIEN-COUNT        PIC 9(04) VALUE 0.
       01 WS-LIEN-TOTAL        PIC 9(09)V99 VALUE 0.
       01 WS-HOLD-TOTAL        PIC 9(10)V99 VALUE 0.
       01 WS-AVAIL-BAL         PIC 9(09)V99 VALUE 0.
       01 WS-LI-ACCT-IN        PIC X(14).
       01 WS-LI-AMOUNT-IN      PIC X(12).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-AMT           PIC 9(09).99.

       01 WS-PPAY-LIMIT        PIC 9(09)V99 VALUE 500000.00.
       01 WS-PPAY-TABLE.
          05 WS-PP-ENTRY OCCURS 5000 TIMES INDEXED BY WS-PP-IDX.
             10 WS-PP-ACCT       PIC X(14).
             10 WS-PP-CHQNO      PIC 9(06).
             10 WS-PP-DATE       PIC X(08).
             10 WS-PP-AMOUNT     PIC 9(09)V99.
             10 WS-PP-PAYEE      PIC X(30).
       01 WS-PPAY-COUNT        PIC 9(04) VALUE 0.
       01 WS-PP-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-PP-IDX      PIC 9(04) VALUE 0.
       01 WS-PP-ACCT-IN        PIC X(14).
       01 WS-PP-CHQNO-IN       PIC X(06).
       01 WS-PP-DATE-IN        PIC X(08).
       01 WS-PP-AMOUNT-IN      PIC X(12).
       01 WS-PP-PAYEE-IN       PIC X(30).
       01 WS-PPAY-RELEASED     PIC X(01) VALUE "N".
       01 WS-HOLD-REASON       PIC X(30) VALUE SPACES.

       01 WS-PPDEC-TABLE.
          05 WS-PX-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PX-IDX.
             10 WS-PX-ACCT       PIC X(14).
             10 WS-PX-CHQNO      PIC 9(06).
             10 WS-PX-ACTION     PIC X(06).
       01 WS-PPDEC-COUNT       PIC 9(04) VALUE 0.
       01 WS-PX-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-PX-IDX      PIC 9(04) VALUE 0.
       01 WS-PX-ACCT-IN        PIC X(14).
       01 WS-PX-CHQNO-IN       PIC X(06).
       01 WS-PX-ACTION-IN      PIC X(06).

       01 OPMODE-FILE-STATUS   PIC X(02).
       01 WS-MODE-TABLE.
          05 WS-OM-ENTRY OCCURS 20000 TIMES INDEXED BY WS-OM-IDX.
             10 WS-OM-ACCT       PIC X(14).
             10 WS-OM-MODE       PIC X(01).
       01 WS-MODE-COUNT        PIC 9(05) VALUE 0.
       01 WS-OM-FOUND          PIC X(01) VALUE "N".
       01 WS-OM-ACCT-IN        PIC X(14).
       01 WS-OM-MODE-IN        PIC X(01).
       01 WS-CHQ-MODE          PIC X(01) VALUE SPACES.

       01 WS-CTL-HELD          PIC 9(07) VALUE 0.
       01 WS-CTL-HOLD-IN       PIC 9(07) VALUE 0.
       01 WS-CTL-HOLD-PAID     PIC 9(07) VALUE 0.
       01 WS-CTL-HOLD-RET      PIC 9(07) VALUE 0.

       01 WS-PPHOLD-LINE.
          05 WS-PH-HOLD-DATE     PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PH-REASON        PIC X(30).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PH-ITEM          PIC X(100).

       01 WS-TRAILER-LABEL     PIC X(07) VALUE SPACES.
       01 WS-TRAILER-COUNT-IN  PIC X(07) VALUE SPACES.
       01 WS-TRAILER-COUNT     PIC 9(07) VALUE 0.
           PERFORM LOAD-STOPS-PARA.
           PERFORM LOAD-PAID-PARA.
           PERFORM LOAD-LIENS-PARA.
           PERFORM LOAD-PPAY-PARM-PARA.
           PERFORM LOAD-POSITIVE-PAY-PARA.
           PERFORM LOAD-PPAY-DECISIONS-PARA.
           PERFORM LOAD-MODES-PARA.
           OPEN INPUT CLEARIN-FILE.
           IF CLEARIN-FILE-STATUS NOT = "00"
              DISPLAY "NO CLEARING FILE THIS CYCLE, STATUS="
           PERFORM OPEN-CHQPAID-FILE-PARA.
           OPEN OUTPUT RETURN-FILE.
           WRITE RETURN-REC FROM WH-RETURN-HEADER.
           PERFORM RESOLVE-HOLDS-PARA.
           OPEN OUTPUT PPHOLD-FILE.
           MOVE "N" TO EOF.
           PERFORM CLEAR-ONE-PARA UNTIL EOF = "Y".
           CLOSE PPHOLD-FILE.
           CLOSE RETURN-FILE.
           CLOSE CHQPAID-FILE.
           CLOSE JRNL-FILE.
           DISPLAY "  ITEMS PRESENTED : " WS-CTL-IN-COUNT.
           DISPLAY "  ITEMS PAID      : " WS-CTL-PAID-COUNT.
           DISPLAY "  ITEMS RETURNED  : " WS-CTL-RETURN-COUNT.
           DISPLAY "  HELD FOR REVIEW : " WS-CTL-HELD.
           DISPLAY "  HOLDS RESOLVED  : " WS-CTL-HOLD-IN.
           DISPLAY "    PAID ON REVIEW: " WS-CTL-HOLD-PAID.
           DISPLAY "    RETURNED      : " WS-CTL-HOLD-RET.

           STOP RUN.

                      "DATE AND DEFAULT CYCLE ID"
           END-IF.

       LOAD-PPAY-PARM-PARA.
           OPEN INPUT PPPARM-FILE
           IF PPPARM-FILE-STATUS = "00"
              READ PPPARM-FILE
                NOT AT END
                  IF FUNCTION TEST-NUMVAL(PPPARM-REC) = 0
                     COMPUTE WS-PPAY-LIMIT =
                             FUNCTION NUMVAL(PPPARM-REC)
                  END-IF
              END-READ
              CLOSE PPPARM-FILE
           END-IF.

       LOAD-REGISTER-PARA.
           MOVE 0 TO WS-REG-COUNT
           OPEN INPUT CHQREG-FILE
               CONTINUE
             ELSE
               ADD 1 TO WS-CTL-IN-COUNT
               PERFORM SPLIT-ITEM-PARA
               MOVE "N" TO WS-PPAY-RELEASED
               PERFORM VALIDATE-ITEM-PARA
               IF WS-CHQ-VALID = "Y"
                  PERFORM PAY-ITEM-PARA
           END-IF.
            EXIT.

       SPLIT-ITEM-PARA.
           MOVE SPACES TO WS-CL-DATE-IN WS-CL-PAYEE-IN
           UNSTRING CLEARIN-REC DELIMITED BY ","
           INTO     WS-CL-CHQNO-IN
                    WS-CL-ACCT-IN
                    WS-CL-AMOUNT-IN
                    WS-CL-BANK-IN
                    WS-CL-DATE-IN
                    WS-CL-PAYEE-IN
           END-UNSTRING.

       VALIDATE-ITEM-PARA.
           MOVE "Y" TO WS-CHQ-VALID
           IF FUNCTION TEST-NUMVAL(WS-CL-CHQNO-IN) NOT = 0
                  MOVE "ACCOUNT NOT FOUND" TO WS-RET-TEXT
                  PERFORM WRITE-RETURN-PARA
                NOT INVALID KEY
                  PERFORM FIND-MODE-PARA
                  PERFORM CHECK-STOPPED-PARA
                  IF WS-STOPPED = "Y"
                     MOVE "R02" TO WS-RET-CODE
                           MOVE "R09" TO WS-RET-CODE
                           MOVE "DRAWER DECEASED" TO WS-RET-TEXT
                           PERFORM WRITE-RETURN-PARA
                        ELSE
                        IF AM-STATUS = "K"
                           MOVE "R12" TO WS-RET-CODE
                           MOVE "KYC EXPIRED - DEBITS BLOCKED"
                                               TO WS-RET-TEXT
                           PERFORM WRITE-RETURN-PARA
                        ELSE
                        IF AM-STATUS = "S"
                           MOVE "R13" TO WS-RET-CODE
                           MOVE "DEBITS FROZEN PENDING REVIEW"
                                               TO WS-RET-TEXT
                           PERFORM WRITE-RETURN-PARA
                        ELSE
                        IF WS-CHQ-MODE = "J"
                           AND WS-PPAY-RELEASED NOT = "Y"
                           MOVE "JOINT AUTHORITY REQUIRED"
                                               TO WS-HOLD-REASON
                           PERFORM HOLD-ITEM-PARA
                        ELSE
                        IF WS-CHQ-AMOUNT >= WS-PPAY-LIMIT
                           AND WS-PPAY-RELEASED NOT = "Y"
                           PERFORM CHECK-POSITIVE-PAY-PARA
                        END-IF
                        END-IF
                        END-IF
                        END-IF
                        END-IF
                        END-IF
                        END-IF
              SET WS-PD-IDX UP BY 1
           END-PERFORM.

       LOAD-POSITIVE-PAY-PARA.
           MOVE 0 TO WS-PPAY-COUNT
           OPEN INPUT PPAY-FILE
           IF PPAY-FILE-STATUS = "00"
              PERFORM UNTIL PPAY-FILE-STATUS NOT = "00"
                 READ PPAY-FILE
                   AT END
                     MOVE "10" TO PPAY-FILE-STATUS
                   NOT AT END
                     IF WS-PPAY-COUNT >= 5000
                        DISPLAY "POSITIVE PAY TABLE CAPACITY "
                                "EXCEEDED AT 5000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-PPAY-COUNT
                     SET WS-PP-IDX TO WS-PPAY-COUNT
                     MOVE SPACES TO WS-PP-PAYEE-IN
                     UNSTRING PPAY-REC DELIMITED BY ","
                     INTO  WS-PP-ACCT-IN
                           WS-PP-CHQNO-IN
                           WS-PP-DATE-IN
                           WS-PP-AMOUNT-IN
                           WS-PP-PAYEE-IN
                     END-UNSTRING
                     MOVE WS-PP-ACCT-IN TO WS-PP-ACCT (WS-PP-IDX)
                     COMPUTE WS-PP-CHQNO (WS-PP-IDX) =
                             FUNCTION NUMVAL(WS-PP-CHQNO-IN)
                     MOVE WS-PP-DATE-IN TO WS-PP-DATE (WS-PP-IDX)
                     COMPUTE WS-PP-AMOUNT (WS-PP-IDX) =
                             FUNCTION NUMVAL(WS-PP-AMOUNT-IN)
                     MOVE WS-PP-PAYEE-IN TO WS-PP-PAYEE (WS-PP-IDX)
                 END-READ
              END-PERFORM
              CLOSE PPAY-FILE
           ELSE
              DISPLAY "POSITIVE PAY FILE NOT FOUND, HIGH-VALUE ITEMS "
                      "WILL BE HELD FOR REVIEW"
           END-IF.

       LOAD-PPAY-DECISIONS-PARA.
           MOVE 0 TO WS-PPDEC-COUNT
           OPEN INPUT PPDEC-FILE
           IF PPDEC-FILE-STATUS = "00"
              PERFORM UNTIL PPDEC-FILE-STATUS NOT = "00"
                 READ PPDEC-FILE
                   AT END
                     MOVE "10" TO PPDEC-FILE-STATUS
                   NOT AT END
                     IF WS-PPDEC-COUNT < 2000
                        ADD 1 TO WS-PPDEC-COUNT
                        SET WS-PX-IDX TO WS-PPDEC-COUNT
                        UNSTRING PPDEC-REC DELIMITED BY ","
                        INTO  WS-PX-ACCT-IN
                              WS-PX-CHQNO-IN
                              WS-PX-ACTION-IN
                        END-UNSTRING
                        MOVE WS-PX-ACCT-IN TO WS-PX-ACCT (WS-PX-IDX)
                        COMPUTE WS-PX-CHQNO (WS-PX-IDX) =
                                FUNCTION NUMVAL(WS-PX-CHQNO-IN)
                        MOVE WS-PX-ACTION-IN
                             TO WS-PX-ACTION (WS-PX-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE PPDEC-FILE
           END-IF.

       CHECK-POSITIVE-PAY-PARA.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE "N" TO WS-PP-FOUND
           SET WS-PP-IDX TO 1
           PERFORM UNTIL WS-PP-IDX > WS-PPAY-COUNT
                      OR WS-PP-FOUND = "Y"
              IF WS-PP-ACCT (WS-PP-IDX) = WS-CL-ACCT-IN
                 AND WS-PP-CHQNO (WS-PP-IDX) = WS-CHQ-NO
                 MOVE "Y" TO WS-PP-FOUND
                 SET WS-FOUND-PP-IDX TO WS-PP-IDX
              END-IF
              SET WS-PP-IDX UP BY 1
           END-PERFORM
           IF WS-PP-FOUND NOT = "Y"
              MOVE "NO POSITIVE PAY CONFIRMATION" TO WS-HOLD-REASON
           ELSE
              SET WS-PP-IDX TO WS-FOUND-PP-IDX
              IF WS-PP-AMOUNT (WS-PP-IDX) NOT = WS-CHQ-AMOUNT
                 MOVE "AMOUNT DIFFERS FROM CONFIRMED" TO WS-HOLD-REASON
              ELSE
              IF WS-CL-DATE-IN NOT = SPACES
                 AND WS-CL-DATE-IN NOT = WS-PP-DATE (WS-PP-IDX)
                 MOVE "DATE DIFFERS FROM CONFIRMED" TO WS-HOLD-REASON
              ELSE
              IF WS-CL-PAYEE-IN NOT = SPACES
                 AND WS-CL-PAYEE-IN NOT = WS-PP-PAYEE (WS-PP-IDX)
                 MOVE "PAYEE DIFFERS FROM CONFIRMED" TO WS-HOLD-REASON
              END-IF
              END-IF
              END-IF
           END-IF
           IF WS-HOLD-REASON NOT = SPACES
              PERFORM HOLD-ITEM-PARA
           END-IF.

       HOLD-ITEM-PARA.
           MOVE "N" TO WS-CHQ-VALID
           ADD 1 TO WS-CTL-HELD
           MOVE WS-RUN-DATE    TO WS-PH-HOLD-DATE
           MOVE WS-HOLD-REASON TO WS-PH-REASON
           MOVE CLEARIN-REC    TO WS-PH-ITEM
           WRITE PPHOLD-REC FROM WS-PPHOLD-LINE
           DISPLAY "HELD FOR REVIEW: " WS-CL-ACCT-IN
                   " CHQ " WS-CHQ-NO " - " WS-HOLD-REASON.

       RESOLVE-HOLDS-PARA.
           OPEN INPUT PPHOLD-FILE
           IF PPHOLD-FILE-STATUS = "00"
              PERFORM UNTIL PPHOLD-FILE-STATUS NOT = "00"
                 READ PPHOLD-FILE
                   AT END
                     MOVE "10" TO PPHOLD-FILE-STATUS
                   NOT AT END
                     PERFORM RESOLVE-ONE-HOLD-PARA
                 END-READ
              END-PERFORM
              CLOSE PPHOLD-FILE
           END-IF.

       RESOLVE-ONE-HOLD-PARA.
           ADD 1 TO WS-CTL-HOLD-IN
           MOVE PH-ITEM TO CLEARIN-REC
           PERFORM SPLIT-ITEM-PARA
           PERFORM FIND-PPAY-DECISION-PARA
           IF WS-PX-FOUND = "Y"
              AND WS-PX-ACTION (WS-FOUND-PX-IDX) = "PAY"
              MOVE "Y" TO WS-PPAY-RELEASED
              PERFORM VALIDATE-ITEM-PARA
              IF WS-CHQ-VALID = "Y"
                 PERFORM PAY-ITEM-PARA
              END-IF
              IF WS-CHQ-VALID = "Y"
                 ADD 1 TO WS-CTL-HOLD-PAID
              ELSE
                 ADD 1 TO WS-CTL-HOLD-RET
              END-IF
           ELSE
              COMPUTE WS-CHQ-NO = FUNCTION NUMVAL(WS-CL-CHQNO-IN)
              COMPUTE WS-CHQ-AMOUNT =
                      FUNCTION NUMVAL(WS-CL-AMOUNT-IN)
              IF PH-REASON = "JOINT AUTHORITY REQUIRED"
                 MOVE "R14" TO WS-RET-CODE
                 MOVE "JOINT AUTHORITY NOT CONFIRMED" TO WS-RET-TEXT
              ELSE
              IF WS-PX-FOUND = "Y"
                 MOVE "R11" TO WS-RET-CODE
                 MOVE "REJECTED ON POSITIVE PAY REVIEW"
                                     TO WS-RET-TEXT
              ELSE
                 MOVE "R10" TO WS-RET-CODE
                 MOVE "POSITIVE PAY NOT CONFIRMED" TO WS-RET-TEXT
              END-IF
              END-IF
              PERFORM WRITE-RETURN-PARA
              ADD 1 TO WS-CTL-HOLD-RET
           END-IF.

       FIND-MODE-PARA.
           MOVE SPACES TO WS-CHQ-MODE
           MOVE "N" TO WS-OM-FOUND
           SET WS-OM-IDX TO 1
           PERFORM UNTIL WS-OM-IDX > WS-MODE-COUNT
                      OR WS-OM-FOUND = "Y"
              IF WS-OM-ACCT (WS-OM-IDX) = WS-CL-ACCT-IN
                 MOVE WS-OM-MODE (WS-OM-IDX) TO WS-CHQ-MODE
                 MOVE "Y" TO WS-OM-FOUND
              END-IF
              SET WS-OM-IDX UP BY 1
           END-PERFORM.

       LOAD-MODES-PARA.
           MOVE 0 TO WS-MODE-COUNT
           OPEN INPUT OPMODE-FILE
           IF OPMODE-FILE-STATUS = "00"
              PERFORM UNTIL OPMODE-FILE-STATUS NOT = "00"
                 READ OPMODE-FILE
                   AT END
                     MOVE "10" TO OPMODE-FILE-STATUS
                   NOT AT END
                     IF WS-MODE-COUNT >= 20000
                        DISPLAY "OPERATING MODE TABLE CAPACITY "
                                "EXCEEDED AT 20000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-MODE-COUNT
                     SET WS-OM-IDX TO WS-MODE-COUNT
                     UNSTRING OPMODE-REC DELIMITED BY ","
                     INTO  WS-OM-ACCT-IN
                           WS-OM-MODE-IN
                     END-UNSTRING
                     MOVE WS-OM-ACCT-IN TO WS-OM-ACCT (WS-OM-IDX)
                     MOVE WS-OM-MODE-IN TO WS-OM-MODE (WS-OM-IDX)
                 END-READ
              END-PERFORM
              CLOSE OPMODE-FILE
           END-IF.

       FIND-PPAY-DECISION-PARA.
           MOVE "N" TO WS-PX-FOUND
           SET WS-PX-IDX TO 1
           PERFORM UNTIL WS-PX-IDX > WS-PPDEC-COUNT
                      OR WS-PX-FOUND = "Y"
              IF WS-PX-ACCT (WS-PX-IDX) = WS-CL-ACCT-IN
                 AND WS-PX-CHQNO (WS-PX-IDX) =
                     FUNCTION NUMVAL(WS-CL-CHQNO-IN)
                 MOVE "Y" TO WS-PX-FOUND
                 SET WS-FOUND-PX-IDX TO WS-PX-IDX
              END-IF
              SET WS-PX-IDX UP BY 1
           END-PERFORM.

       LOAD-LIENS-PARA.
           MOVE 0 TO WS-LIEN-COUNT
           OPEN INPUT LIEN-FILE
              END-IF
              SET WS-LI-IDX UP BY 1
           END-PERFORM
           COMPUTE WS-HOLD-TOTAL = WS-LIEN-TOTAL + BAL-UNCLEARED
           IF WS-HOLD-TOTAL > BAL-CURR-BAL
              MOVE 0 TO WS-AVAIL-BAL
           ELSE
              COMPUTE WS-AVAIL-BAL = BAL-CURR-BAL - WS-HOLD-TOTAL
           END-IF.

       PAY-ITEM-PARA.
               MOVE AM-DEPOSIT    TO BAL-CURR-BAL
               MOVE SPACES        TO BAL-LAST-TXN-DATE
               MOVE 0             TO BAL-TXN-COUNT
               MOVE 0             TO BAL-UNCLEARED
           END-READ
           PERFORM COMPUTE-AVAIL-PARA
           IF WS-CHQ-AMOUNT > WS-AVAIL-BAL
