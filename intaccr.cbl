                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TDSEXM-FILE-STATUS.

           SELECT PANSTAT-FILE ASSIGN TO "CUST-PANSTAT.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PANSTAT-FILE-STATUS.

           SELECT RATEHIST-FILE ASSIGN TO "RATE-HISTORY.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
          COPY ACCTBAL.

       FD   ACCRUAL-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCRUAL-REC             PIC X(120).

       FD   CAPTXN-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TDSEXM-REC              PIC X(15).

       FD   PANSTAT-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PANSTAT-REC             PIC X(30).

       FD   RATEHIST-FILE  RECORD CONTAINS 45 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RATEHIST-REC            PIC X(45).

       FD   RATEAUD-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.
             10 WS-AC-DATE       PIC X(08).
             10 WS-AC-AMOUNT     PIC 9(09)V99.
             10 WS-AC-LAST-RATE  PIC 9(02)V99.
             10 WS-AC-SLAB-AMT   PIC 9(09)V99 OCCURS 5 TIMES.
       01 WS-ACCR-COUNT        PIC 9(05) VALUE 0.
       01 WS-AC-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-AC-IDX      PIC 9(05) VALUE 0.
       01 WS-AC-DATE-IN        PIC X(08).
       01 WS-AC-AMOUNT-IN      PIC X(12).
       01 WS-AC-RATE-IN        PIC X(05).
       01 WS-AC-SLAB-IN        PIC X(12) OCCURS 5 TIMES.

       01 TDSCUM-FILE-STATUS   PIC X(02).
       01 TDSEXM-FILE-STATUS   PIC X(02).
       01 WS-TDS-THRESHOLD     PIC 9(09)V99 VALUE 40000.00.
       01 WS-TDS-RATE          PIC 9(02)V99 VALUE 10.00.
       01 WS-TDS-HIGH-RATE     PIC 9(02)V99 VALUE 20.00.
       01 WS-TDS-APPLIED-RATE  PIC 9(02)V99 VALUE 0.
       01 WS-TDS-AMOUNT        PIC 9(09)V99 VALUE 0.
       01 WS-NET-INTEREST      PIC 9(09)V99 VALUE 0.
       01 WS-FIN-YEAR          PIC 9(04) VALUE 0.
             10 WS-TD-FY         PIC 9(04).
             10 WS-TD-INTEREST   PIC 9(09)V99.
             10 WS-TD-TDS        PIC 9(09)V99.
             10 WS-TD-HIGH       PIC X(01).
       01 WS-TDS-COUNT         PIC 9(04) VALUE 0.
       01 WS-TD-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-TD-IDX      PIC 9(04) VALUE 0.
       01 WS-TD-FY-IN          PIC X(04).
       01 WS-TD-INT-IN         PIC X(12).
       01 WS-TD-TDS-IN         PIC X(12).
       01 WS-TD-HIGH-IN        PIC X(01).
       01 WS-TDSCUM-LINE.
          05 WS-TC-PAN           PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-TC-INTEREST      PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-TC-TDS           PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-TC-HIGH          PIC X(01).

       01 WS-EXEMPT-TABLE.
          05 WS-EX-ENTRY OCCURS 2000 TIMES INDEXED BY WS-EX-IDX.
       01 WS-EXEMPT            PIC X(01) VALUE "N".
       01 WS-EX-PAN-IN         PIC X(10).

       01 PANSTAT-FILE-STATUS  PIC X(02).
       01 WS-INOP-TABLE.
          05 WS-IO-ENTRY OCCURS 5000 TIMES INDEXED BY WS-IO-IDX.
             10 WS-IO-PAN        PIC X(10).
       01 WS-INOP-COUNT        PIC 9(04) VALUE 0.
       01 WS-INOPERATIVE       PIC X(01) VALUE "N".
       01 WS-IO-PAN-IN         PIC X(10).
       01 WS-IO-STATUS-IN      PIC X(01).
       01 WS-CTL-TDS-HIGH      PIC 9(05) VALUE 0.

       01 RATEHIST-FILE-STATUS PIC X(02).
       01 RATEAUD-FILE-STATUS  PIC X(02).
       01 WS-RH-PROD-IN        PIC X(11).
       01 WS-RH-FROM-IN        PIC X(08).
       01 WS-RH-RATE-IN        PIC X(06).
       01 WS-RH-UPTO-IN        PIC X(15).
       01 WS-RATE-TABLE.
          05 WS-RH-ENTRY OCCURS 200 TIMES INDEXED BY WS-RH-IDX.
             10 WS-RH-PROD       PIC X(11).
             10 WS-RH-FROM       PIC X(08).
             10 WS-RH-RATE       PIC 9(02)V99.
             10 WS-RH-UPTO       PIC 9(11)V99.
       01 WS-RATE-COUNT        PIC 9(03) VALUE 0.
       01 WS-RATE-BEST-FROM    PIC X(08) VALUE SPACES.

       01 WS-SLAB-TABLE.
          05 WS-SL-ENTRY OCCURS 5 TIMES INDEXED BY WS-SL-IDX.
             10 WS-SL-UPTO       PIC 9(11)V99.
             10 WS-SL-RATE       PIC 9(02)V99.
             10 WS-SL-INT        PIC 9(09)V99.
       01 WS-SLAB-COUNT        PIC 9(01) VALUE 0.
       01 WS-SLAB-NO           PIC 9(01) VALUE 0.
       01 WS-SLAB-PREV         PIC 9(01) VALUE 0.
       01 WS-SLAB-PLACED       PIC X(01) VALUE "N".
       01 WS-SLAB-FLOOR        PIC 9(11)V99 VALUE 0.
       01 WS-SLAB-PORTION      PIC 9(11)V99 VALUE 0.
       01 WS-SLAB-OPEN         PIC 9(11)V99 VALUE 99999999999.99.
       01 WS-CTL-RATE-SPLITS   PIC 9(05) VALUE 0.

       01 WH-RATEAUD-HDR.
          05 WS-AL-AMOUNT        PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AL-RATE          PIC 9(02).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AL-SLAB1         PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AL-SLAB2         PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AL-SLAB3         PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AL-SLAB4         PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AL-SLAB5         PIC 9(09).99.

       01 WS-CAPTXN-LINE.
          05 WS-CP-ACCT          PIC X(14).
           PERFORM SET-FIN-YEAR-PARA.
           PERFORM LOAD-TDS-CUMULATIVE-PARA.
           PERFORM LOAD-TDS-EXEMPT-PARA.
           PERFORM LOAD-PAN-STATUS-PARA.
           PERFORM LOAD-ACCRUALS-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
           DISPLAY "  CAPITALIZED        : " WS-CTL-CAPITALIZED.
           DISPLAY "  RATE BOUNDARIES    : " WS-CTL-RATE-SPLITS.
           DISPLAY "  TDS WITHHELD ON    : " WS-CTL-TDS-COUNT.
           DISPLAY "  AT HIGHER RATE     : " WS-CTL-TDS-HIGH.

           STOP RUN.

                     IF WS-RATE-COUNT < 200
                        ADD 1 TO WS-RATE-COUNT
                        SET WS-RH-IDX TO WS-RATE-COUNT
                        MOVE SPACES TO WS-RH-UPTO-IN
                        UNSTRING RATEHIST-REC DELIMITED BY ","
                        INTO  WS-RH-PROD-IN
                              WS-RH-FROM-IN
                              WS-RH-RATE-IN
                              WS-RH-UPTO-IN
                        END-UNSTRING
                        MOVE WS-RH-PROD-IN
                             TO WS-RH-PROD (WS-RH-IDX)
                             TO WS-RH-FROM (WS-RH-IDX)
                        COMPUTE WS-RH-RATE (WS-RH-IDX) =
                                FUNCTION NUMVAL(WS-RH-RATE-IN)
                        MOVE WS-SLAB-OPEN TO WS-RH-UPTO (WS-RH-IDX)
                        IF WS-RH-UPTO-IN NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(WS-RH-UPTO-IN) = 0
                           AND FUNCTION NUMVAL(WS-RH-UPTO-IN) > 0
                           COMPUTE WS-RH-UPTO (WS-RH-IDX) =
                                   FUNCTION NUMVAL(WS-RH-UPTO-IN)
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
                 MOVE WS-RH-RATE (WS-RH-IDX) TO WS-RATE
              END-IF
              SET WS-RH-IDX UP BY 1
           END-PERFORM
           PERFORM BUILD-SLABS-PARA.

       BUILD-SLABS-PARA.
           MOVE 0 TO WS-SLAB-COUNT
           IF WS-RATE-BEST-FROM NOT = SPACES
              SET WS-RH-IDX TO 1
              PERFORM UNTIL WS-RH-IDX > WS-RATE-COUNT
                 IF WS-RH-PROD (WS-RH-IDX) = AM-ACCTYPE
                    AND WS-RH-FROM (WS-RH-IDX) = WS-RATE-BEST-FROM
                    AND WS-SLAB-COUNT < 5
                    PERFORM ADD-SLAB-PARA
                 END-IF
                 SET WS-RH-IDX UP BY 1
              END-PERFORM
           END-IF
           IF WS-SLAB-COUNT = 0
              MOVE 1            TO WS-SLAB-COUNT
              MOVE WS-SLAB-OPEN TO WS-SL-UPTO (1)
              MOVE WS-RATE      TO WS-SL-RATE (1)
           END-IF.

       ADD-SLAB-PARA.
           ADD 1 TO WS-SLAB-COUNT
           MOVE WS-SLAB-COUNT TO WS-SLAB-NO
           MOVE "N" TO WS-SLAB-PLACED
           PERFORM UNTIL WS-SLAB-PLACED = "Y"
              IF WS-SLAB-NO = 1
                 MOVE "Y" TO WS-SLAB-PLACED
              ELSE
                 COMPUTE WS-SLAB-PREV = WS-SLAB-NO - 1
                 IF WS-SL-UPTO (WS-SLAB-PREV) <= WS-RH-UPTO (WS-RH-IDX)
                    MOVE "Y" TO WS-SLAB-PLACED
                 ELSE
                    MOVE WS-SL-ENTRY (WS-SLAB-PREV)
                      TO WS-SL-ENTRY (WS-SLAB-NO)
                    MOVE WS-SLAB-PREV TO WS-SLAB-NO
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-RH-UPTO (WS-RH-IDX) TO WS-SL-UPTO (WS-SLAB-NO)
           MOVE WS-RH-RATE (WS-RH-IDX) TO WS-SL-RATE (WS-SLAB-NO).

       SPLIT-SLABS-PARA.
           MOVE 0 TO WS-SLAB-FLOOR
           MOVE 0 TO WS-DAILY-ACCRUAL
           MOVE WS-SL-RATE (1) TO WS-RATE
           SET WS-SL-IDX TO 1
           PERFORM UNTIL WS-SL-IDX > WS-SLAB-COUNT
              MOVE 0 TO WS-SL-INT (WS-SL-IDX)
              IF WS-CURR-BAL > WS-SLAB-FLOOR
                 IF WS-CURR-BAL < WS-SL-UPTO (WS-SL-IDX)
                    COMPUTE WS-SLAB-PORTION =
                            WS-CURR-BAL - WS-SLAB-FLOOR
                 ELSE
                    COMPUTE WS-SLAB-PORTION =
                            WS-SL-UPTO (WS-SL-IDX) - WS-SLAB-FLOOR
                 END-IF
                 COMPUTE WS-SL-INT (WS-SL-IDX) ROUNDED =
                         WS-SLAB-PORTION * WS-SL-RATE (WS-SL-IDX)
                         / 100 / 365
                 ADD WS-SL-INT (WS-SL-IDX) TO WS-DAILY-ACCRUAL
                 MOVE WS-SL-RATE (WS-SL-IDX) TO WS-RATE
              END-IF
              MOVE WS-SL-UPTO (WS-SL-IDX) TO WS-SLAB-FLOOR
              SET WS-SL-IDX UP BY 1
           END-PERFORM.

       SET-FIN-YEAR-PARA.
                     IF WS-TDS-COUNT < 5000
                        ADD 1 TO WS-TDS-COUNT
                        SET WS-TD-IDX TO WS-TDS-COUNT
                        MOVE SPACES TO WS-TD-HIGH-IN
                        UNSTRING TDSCUM-REC DELIMITED BY ","
                        INTO  WS-TD-PAN-IN
                              WS-TD-FY-IN
                              WS-TD-INT-IN
                              WS-TD-TDS-IN
                              WS-TD-HIGH-IN
                        END-UNSTRING
                        MOVE WS-TD-HIGH-IN TO WS-TD-HIGH (WS-TD-IDX)
                        MOVE WS-TD-PAN-IN TO WS-TD-PAN (WS-TD-IDX)
                        COMPUTE WS-TD-FY (WS-TD-IDX) =
                                FUNCTION NUMVAL(WS-TD-FY-IN)
              CLOSE TDSEXM-FILE
           END-IF.

       LOAD-PAN-STATUS-PARA.
           MOVE 0 TO WS-INOP-COUNT
           OPEN INPUT PANSTAT-FILE
           IF PANSTAT-FILE-STATUS = "00"
              PERFORM UNTIL PANSTAT-FILE-STATUS NOT = "00"
                 READ PANSTAT-FILE
                   AT END
                     MOVE "10" TO PANSTAT-FILE-STATUS
                   NOT AT END
                     UNSTRING PANSTAT-REC DELIMITED BY ","
                     INTO  WS-IO-PAN-IN
                           WS-IO-STATUS-IN
                     END-UNSTRING
                     IF WS-IO-STATUS-IN = "I"
                        IF WS-INOP-COUNT >= 5000
                           DISPLAY "INOPERATIVE PAN TABLE CAPACITY "
                                   "EXCEEDED AT 5000 - RUN STOPPED"
                           MOVE 20 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-INOP-COUNT
                        SET WS-IO-IDX TO WS-INOP-COUNT
                        MOVE WS-IO-PAN-IN TO WS-IO-PAN (WS-IO-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE PANSTAT-FILE
           ELSE
              DISPLAY "NO PAN STATUS REGISTER, ALL PANS TREATED "
                      "AS OPERATIVE"
           END-IF.

       CHECK-PAN-STATUS-PARA.
           MOVE "N" TO WS-INOPERATIVE
           SET WS-IO-IDX TO 1
           PERFORM UNTIL WS-IO-IDX > WS-INOP-COUNT
                      OR WS-INOPERATIVE = "Y"
              IF WS-IO-PAN (WS-IO-IDX) = AM-PAN
                 MOVE "Y" TO WS-INOPERATIVE
              END-IF
              SET WS-IO-IDX UP BY 1
           END-PERFORM.

       FIND-TDS-ENTRY-PARA.
           MOVE "N" TO WS-TD-FOUND
           SET WS-TD-IDX TO 1
                 MOVE WS-FIN-YEAR TO WS-TD-FY (WS-TD-IDX)
                 MOVE 0           TO WS-TD-INTEREST (WS-TD-IDX)
                 MOVE 0           TO WS-TD-TDS (WS-TD-IDX)
                 MOVE SPACE       TO WS-TD-HIGH (WS-TD-IDX)
                 MOVE "Y"         TO WS-TD-FOUND
              END-IF
           END-IF.
                 MOVE WS-TD-FY (WS-TD-IDX)       TO WS-TC-FY
                 MOVE WS-TD-INTEREST (WS-TD-IDX) TO WS-TC-INTEREST
                 MOVE WS-TD-TDS (WS-TD-IDX)      TO WS-TC-TDS
                 MOVE WS-TD-HIGH (WS-TD-IDX)     TO WS-TC-HIGH
                 WRITE TDSCUM-REC FROM WS-TDSCUM-LINE
                 SET WS-TD-IDX UP BY 1
              END-PERFORM
                     ADD 1 TO WS-ACCR-COUNT
                     SET WS-AC-IDX TO WS-ACCR-COUNT
                     MOVE SPACES TO WS-AC-RATE-IN
                     MOVE "0" TO WS-AC-SLAB-IN (1) WS-AC-SLAB-IN (2)
                                 WS-AC-SLAB-IN (3) WS-AC-SLAB-IN (4)
                                 WS-AC-SLAB-IN (5)
                     UNSTRING ACCRUAL-REC DELIMITED BY ","
                     INTO  WS-AC-ACCT-IN
                           WS-AC-DATE-IN
                           WS-AC-AMOUNT-IN
                           WS-AC-RATE-IN
                           WS-AC-SLAB-IN (1)
                           WS-AC-SLAB-IN (2)
                           WS-AC-SLAB-IN (3)
                           WS-AC-SLAB-IN (4)
                           WS-AC-SLAB-IN (5)
                     END-UNSTRING
                     MOVE WS-AC-ACCT-IN TO WS-AC-ACCT (WS-AC-IDX)
                     MOVE WS-AC-DATE-IN TO WS-AC-DATE (WS-AC-IDX)
                        COMPUTE WS-AC-LAST-RATE (WS-AC-IDX) =
                                FUNCTION NUMVAL(WS-AC-RATE-IN)
                     END-IF
                     PERFORM VARYING WS-SLAB-NO FROM 1 BY 1
                             UNTIL WS-SLAB-NO > 5
                        COMPUTE WS-AC-SLAB-AMT (WS-AC-IDX WS-SLAB-NO) =
                                FUNCTION NUMVAL(WS-AC-SLAB-IN
                                                (WS-SLAB-NO))
                     END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE ACCRUAL-FILE
                 MOVE SPACES      TO WS-AC-DATE (WS-AC-IDX)
                 MOVE 0           TO WS-AC-AMOUNT (WS-AC-IDX)
                 MOVE 0           TO WS-AC-LAST-RATE (WS-AC-IDX)
                 PERFORM VARYING WS-SLAB-NO FROM 1 BY 1
                         UNTIL WS-SLAB-NO > 5
                    MOVE 0 TO WS-AC-SLAB-AMT (WS-AC-IDX WS-SLAB-NO)
                 END-PERFORM
                 MOVE "Y"         TO WS-AC-FOUND
              END-IF
           END-IF.
           END-READ.
           IF EOF NOT = "Y"
              ADD 1 TO WS-CTL-SCANNED
              IF (AM-STATUS = "O" OR AM-STATUS = "K"
                                  OR AM-STATUS = "S")
                 AND AM-ACCTYPE NOT = "LOAN"
                 AND AM-ACCTYPE NOT = "TERMDEP"
                 AND AM-ACCTYPE NOT = "RECURDEP"
                 PERFORM FIND-PRODUCT-PARA
                 IF WS-PRD-FOUND = "Y"
                    MOVE WS-PRD-RATE (WS-PRD-IDX) TO WS-RATE
           IF WS-AC-DATE (WS-AC-IDX) = WS-RUN-DATE
              CONTINUE
           ELSE
              PERFORM SPLIT-SLABS-PARA
              IF WS-AC-LAST-RATE (WS-AC-IDX) > 0
                 AND WS-AC-LAST-RATE (WS-AC-IDX) NOT = WS-RATE
                 ADD 1 TO WS-CTL-RATE-SPLITS
                 WRITE RATEAUD-REC FROM WS-RATEAUD-DETAIL
              END-IF
              ADD WS-DAILY-ACCRUAL TO WS-AC-AMOUNT (WS-AC-IDX)
              PERFORM VARYING WS-SLAB-NO FROM 1 BY 1
                      UNTIL WS-SLAB-NO > WS-SLAB-COUNT
                 ADD WS-SL-INT (WS-SLAB-NO)
                  TO WS-AC-SLAB-AMT (WS-AC-IDX WS-SLAB-NO)
              END-PERFORM
              ADD WS-DAILY-ACCRUAL TO WS-TOT-ACCRUED
              MOVE WS-RUN-DATE TO WS-AC-DATE (WS-AC-IDX)
              MOVE WS-RATE     TO WS-AC-LAST-RATE (WS-AC-IDX)
                 WRITE LEDGER-REC
              END-IF
           END-IF
           MOVE 0 TO WS-AC-AMOUNT (WS-AC-IDX)
           PERFORM VARYING WS-SLAB-NO FROM 1 BY 1
                   UNTIL WS-SLAB-NO > 5
              MOVE 0 TO WS-AC-SLAB-AMT (WS-AC-IDX WS-SLAB-NO)
           END-PERFORM.

       WITHHOLD-TDS-PARA.
           MOVE 0 TO WS-TDS-AMOUNT
              ADD WS-AC-AMOUNT (WS-AC-IDX)
                  TO WS-TD-INTEREST (WS-TD-IDX)
              PERFORM CHECK-TDS-EXEMPT-PARA
              PERFORM CHECK-PAN-STATUS-PARA
              MOVE WS-TDS-RATE TO WS-TDS-APPLIED-RATE
              IF WS-INOPERATIVE = "Y"
                 MOVE "N" TO WS-EXEMPT
                 MOVE WS-TDS-HIGH-RATE TO WS-TDS-APPLIED-RATE
              END-IF
              IF WS-EXEMPT NOT = "Y"
                 AND WS-TD-INTEREST (WS-TD-IDX) > WS-TDS-THRESHOLD
                 COMPUTE WS-TDS-AMOUNT ROUNDED =
                    WS-AC-AMOUNT (WS-AC-IDX) * WS-TDS-APPLIED-RATE
                    / 100
                 IF WS-INOPERATIVE = "Y"
                    MOVE "H" TO WS-TD-HIGH (WS-TD-IDX)
                    ADD 1 TO WS-CTL-TDS-HIGH
                 END-IF
                 COMPUTE WS-NET-INTEREST =
                    WS-AC-AMOUNT (WS-AC-IDX) - WS-TDS-AMOUNT
                 ADD WS-TDS-AMOUNT TO WS-TD-TDS (WS-TD-IDX)
                 MOVE WS-AC-DATE (WS-AC-IDX)      TO WS-AL-DATE
                 MOVE WS-AC-AMOUNT (WS-AC-IDX)    TO WS-AL-AMOUNT
                 MOVE WS-AC-LAST-RATE (WS-AC-IDX) TO WS-AL-RATE
                 MOVE WS-AC-SLAB-AMT (WS-AC-IDX 1) TO WS-AL-SLAB1
                 MOVE WS-AC-SLAB-AMT (WS-AC-IDX 2) TO WS-AL-SLAB2
                 MOVE WS-AC-SLAB-AMT (WS-AC-IDX 3) TO WS-AL-SLAB3
                 MOVE WS-AC-SLAB-AMT (WS-AC-IDX 4) TO WS-AL-SLAB4
                 MOVE WS-AC-SLAB-AMT (WS-AC-IDX 5) TO WS-AL-SLAB5
                 WRITE ACCRUAL-REC FROM WS-ACCR-LINE
                 SET WS-AC-IDX UP BY 1
              END-PERFORM
