        IDENTIFICATION DIVISION.
        PROGRAM-ID. ninjacnrec.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CN-FILE      ASSIGN TO "NINJA-CONTRACT-NOTES.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS CN-FILE-STATUS.

            SELECT TRADES-FILE  ASSIGN TO "NINJA-TRADES.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS TRADES-FILE-STATUS.

            SELECT FEE-FILE     ASSIGN TO "NINJA-FEE-SCHEDULE.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS FEE-FILE-STATUS.

            SELECT BREAKS-FILE  ASSIGN TO "NINJA-CN-BREAKS.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS BREAKS-FILE-STATUS.

            SELECT RECON-FILE   ASSIGN TO "NINJA-CN-RECON.RPT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS RECON-FILE-STATUS.

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
        FD   CN-FILE  RECORD CONTAINS 150 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 CN-REC               PIC X(150).

        FD   TRADES-FILE  RECORD CONTAINS 60 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 TRADES-REC           PIC X(60).

        FD   FEE-FILE  RECORD CONTAINS 60 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 FEE-REC              PIC X(60).

        FD   BREAKS-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 BREAKS-REC           PIC X(80).

        FD   RECON-FILE  RECORD CONTAINS 132 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 RECON-REC            PIC X(132).

        FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 RUNCTL-REC           PIC X(15).

        FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 OPSLOG-REC           PIC X(66).

        WORKING-STORAGE SECTION.
        01 CN-FILE-STATUS       PIC X(02).
        01 TRADES-FILE-STATUS   PIC X(02).
        01 FEE-FILE-STATUS      PIC X(02).
        01 BREAKS-FILE-STATUS   PIC X(02).
        01 RECON-FILE-STATUS    PIC X(02).
        01 RUNCTL-FILE-STATUS   PIC X(02).
        01 OPSLOG-FILE-STATUS   PIC X(02).
        01 WS-RUN-CTL-IN.
           COPY RUNCTL.
        01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
        01 WS-RUN-DATE          PIC X(08).
        01 WS-START-TIME        PIC 9(08) VALUE 0.
        01 WS-OPSLOG-LINE.
           COPY OPSLOG.

        01 EOF                  PIC X(01) VALUE "N".
        01 WS-FEES-LOADED       PIC X(01) VALUE "N".

        01 WS-TRADE-TABLE.
           05 WS-TR-ENTRY OCCURS 2000 TIMES INDEXED BY WS-TR-IDX.
              10 WS-TR-DATE     PIC X(08).
              10 WS-TR-STOCK    PIC X(10).
              10 WS-TR-SIDE     PIC X(04).
              10 WS-TR-SHARES   PIC 9(07).
              10 WS-TR-PRICE    PIC 9(07)V99.
              10 WS-TR-OWNER    PIC X(08).
              10 WS-TR-MATCHED  PIC X(01).
        01 WS-TRADE-COUNT       PIC 9(04) VALUE 0.
        01 WS-TR-FOUND          PIC X(01) VALUE "N".
        01 WS-FOUND-TR-IDX      PIC 9(04) VALUE 0.
        01 WS-TR-DATE-IN        PIC X(08).
        01 WS-TR-STOCK-IN       PIC X(10).
        01 WS-TR-SIDE-IN        PIC X(04).
        01 WS-TR-SHARES-IN      PIC X(07).
        01 WS-TR-PRICE-IN       PIC X(10).
        01 WS-TR-OWNER-IN       PIC X(08).

        01 WS-CN-TABLE.
           05 WS-CN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CN-IDX.
              10 WS-CN-DATE     PIC X(08).
              10 WS-CN-NOTE     PIC X(12).
              10 WS-CN-OWNER    PIC X(08).
              10 WS-CN-STOCK    PIC X(10).
              10 WS-CN-SIDE     PIC X(04).
              10 WS-CN-SHARES   PIC 9(07).
              10 WS-CN-PRICE    PIC 9(07)V99.
              10 WS-CN-BROKERAGE PIC 9(07)V99.
              10 WS-CN-STATUTORY PIC 9(07)V99.
              10 WS-CN-MATCHED  PIC X(01).
        01 WS-CN-COUNT          PIC 9(04) VALUE 0.
        01 WS-CN-DATE-IN        PIC X(08).
        01 WS-CN-NOTE-IN        PIC X(12).
        01 WS-CN-OWNER-IN       PIC X(08).
        01 WS-CN-STOCK-IN       PIC X(10).
        01 WS-CN-SIDE-IN        PIC X(04).
        01 WS-CN-SHARES-IN      PIC X(07).
        01 WS-CN-PRICE-IN       PIC X(10).
        01 WS-CN-BROK-IN        PIC X(10).
        01 WS-CN-STT-IN         PIC X(10).
        01 WS-CN-EXCH-IN        PIC X(10).
        01 WS-CN-GST-IN         PIC X(10).
        01 WS-CN-SEBI-IN        PIC X(10).
        01 WS-CN-STAMP-IN       PIC X(10).
        01 WS-CN-ROW-OK         PIC X(01) VALUE "N".

        01 WS-FEE-TABLE.
           05 WS-FE-ENTRY OCCURS 20 TIMES INDEXED BY WS-FE-IDX.
              10 WS-FE-CHARGE   PIC X(10).
              10 WS-FE-SIDE     PIC X(04).
              10 WS-FE-RATE     PIC 9(03)V9(05).
              10 WS-FE-MIN      PIC 9(07)V99.
              10 WS-FE-MAX      PIC 9(07)V99.
        01 WS-FEE-COUNT         PIC 9(02) VALUE 0.
        01 WS-FE-CHARGE-IN      PIC X(10).
        01 WS-FE-SIDE-IN        PIC X(04).
        01 WS-FE-RATE-IN        PIC X(10).
        01 WS-FE-MIN-IN         PIC X(10).
        01 WS-FE-MAX-IN         PIC X(10).
        01 WS-CHARGE-TOL        PIC 9(05)V99 VALUE 1.00.
        01 WS-PRICE-TOL         PIC 9(05)V99 VALUE 0.05.

        01 WS-TURNOVER          PIC 9(11)V99 VALUE 0.
        01 WS-ONE-CHARGE        PIC 9(09)V99 VALUE 0.
        01 WS-GST-BASE          PIC 9(09)V99 VALUE 0.
        01 WS-GST-RATE          PIC 9(03)V9(05) VALUE 0.
        01 WS-EXP-BROKERAGE     PIC 9(09)V99 VALUE 0.
        01 WS-EXP-STATUTORY     PIC 9(09)V99 VALUE 0.
        01 WS-DIFF              PIC S9(09)V99 VALUE 0.
        01 WS-ABS-DIFF          PIC 9(09)V99 VALUE 0.

        01 WS-BREAK-CLASS       PIC X(24) VALUE SPACES.
        01 WS-BK-OURS-QTY       PIC 9(07) VALUE 0.
        01 WS-BK-BRK-QTY        PIC 9(07) VALUE 0.
        01 WS-BK-OURS-AMT       PIC S9(09)V99 VALUE 0.
        01 WS-BK-BRK-AMT        PIC S9(09)V99 VALUE 0.

        01 WS-CTL-CN-READ       PIC 9(07) VALUE 0.
        01 WS-CTL-CN-BAD        PIC 9(05) VALUE 0.
        01 WS-CTL-TRADES        PIC 9(07) VALUE 0.
        01 WS-CTL-MATCHED       PIC 9(05) VALUE 0.
        01 WS-CTL-CLEAN         PIC 9(05) VALUE 0.
        01 WS-CTL-BREAKS        PIC 9(05) VALUE 0.
        01 WS-CTL-PRICE         PIC 9(05) VALUE 0.
        01 WS-CTL-QTY           PIC 9(05) VALUE 0.
        01 WS-CTL-CN-ONLY       PIC 9(05) VALUE 0.
        01 WS-CTL-OURS-ONLY     PIC 9(05) VALUE 0.
        01 WS-CTL-CHARGE        PIC 9(05) VALUE 0.
        01 WS-TOT-OVERCHARGE    PIC 9(09)V99 VALUE 0.
        01 WS-LINE-BREAKS       PIC 9(02) VALUE 0.

        01 WS-BREAK-LINE.
           05 WS-BL-DATE         PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-BL-OWNER        PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-BL-SYMBOL       PIC X(10).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-BL-SIDE         PIC X(04).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-BL-NOTE         PIC X(12).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-BL-CLASS        PIC X(24).

        01 WH-RECON-HDR1.
           05 FILLER PIC X(38) VALUE
              "BROKER CONTRACT NOTE RECONCILIATION - ".
           05 WS-RH-DATE         PIC X(08).
           05 FILLER PIC X(08) VALUE " CYCLE ".
           05 WS-RH-CYCLE        PIC X(04).
        01 WH-RECON-HDR2.
           05 FILLER PIC X(10) VALUE "OWNER".
           05 FILLER PIC X(12) VALUE "SYMBOL".
           05 FILLER PIC X(06) VALUE "SIDE".
           05 FILLER PIC X(10) VALUE "TRADE DT".
           05 FILLER PIC X(14) VALUE "CONTRACT NOTE".
           05 FILLER PIC X(09) VALUE "OUR QTY".
           05 FILLER PIC X(09) VALUE "BRK QTY".
           05 FILLER PIC X(14) VALUE "   OURS".
           05 FILLER PIC X(14) VALUE "   BROKER".
           05 FILLER PIC X(24) VALUE "BREAK".
        01 WS-RECON-DETAIL.
           05 WS-RD-OWNER        PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RD-SYMBOL       PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RD-SIDE         PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RD-DATE         PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RD-NOTE         PIC X(12).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RD-OURS-QTY     PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RD-BRK-QTY      PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RD-OURS-AMT     PIC -(9)9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-RD-BRK-AMT      PIC -(9)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RD-CLASS        PIC X(24).
        01 WS-RECON-COUNT-LINE.
           05 WS-RC-LABEL        PIC X(30).
           05 WS-RC-COUNT        PIC ZZZZ9.
        01 WS-RECON-AMT-LINE.
           05 WS-RA-LABEL        PIC X(30).
           05 WS-RA-AMOUNT       PIC ZZZZZZZZ9.99.

        PROCEDURE DIVISION.
            DISPLAY "THIS IS THE NINJA CONTRACT NOTE RECON PROGRAM".
            ACCEPT WS-START-TIME FROM TIME.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM LOAD-RUN-CONTROL-PARA.
            PERFORM LOAD-FEES-PARA.
            PERFORM LOAD-NOTES-PARA.
            IF CN-FILE-STATUS NOT = "00"
               DISPLAY "NO CONTRACT NOTE FILE FROM BROKER, STATUS="
                       CN-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            PERFORM LOAD-TRADES-PARA.
            OPEN OUTPUT RECON-FILE.
            IF RECON-FILE-STATUS NOT = "00"
               DISPLAY "CONTRACT NOTE REPORT OPEN FAILED, STATUS="
                       RECON-FILE-STATUS
               MOVE 28 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            OPEN OUTPUT BREAKS-FILE.
            IF BREAKS-FILE-STATUS NOT = "00"
               DISPLAY "CONTRACT NOTE BREAK FILE OPEN FAILED, STATUS="
                       BREAKS-FILE-STATUS
               CLOSE RECON-FILE
               MOVE 28 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            MOVE WS-RUN-DATE TO WS-RH-DATE.
            MOVE WS-CYCLE-ID TO WS-RH-CYCLE.
            WRITE RECON-REC FROM WH-RECON-HDR1.
            IF WS-FEES-LOADED NOT = "Y"
               MOVE "NO FEE SCHEDULE - CHARGES NOT CHECKED THIS RUN"
                    TO RECON-REC
               WRITE RECON-REC
            END-IF.
            WRITE RECON-REC FROM WH-RECON-HDR2.
            SET WS-CN-IDX TO 1.
            PERFORM MATCH-EXACT-PARA
                    UNTIL WS-CN-IDX > WS-CN-COUNT.
            SET WS-CN-IDX TO 1.
            PERFORM MATCH-QUANTITY-PARA
                    UNTIL WS-CN-IDX > WS-CN-COUNT.
            SET WS-TR-IDX TO 1.
            PERFORM OURS-ONLY-PARA
                    UNTIL WS-TR-IDX > WS-TRADE-COUNT.
            PERFORM WRITE-TOTALS-PARA.
            CLOSE BREAKS-FILE.
            CLOSE RECON-FILE.
            PERFORM APPEND-OPSLOG-PARA.
            DISPLAY "CONTRACT NOTE RECON SUMMARY - CYCLE " WS-CYCLE-ID.
            DISPLAY "  NOTE LINES READ    : " WS-CTL-CN-READ.
            DISPLAY "  NOTE LINES UNUSABLE: " WS-CTL-CN-BAD.
            DISPLAY "  OUR TRADES         : " WS-CTL-TRADES.
            DISPLAY "  MATCHED            : " WS-CTL-MATCHED.
            DISPLAY "  MATCHED CLEAN      : " WS-CTL-CLEAN.
            DISPLAY "  BREAKS             : " WS-CTL-BREAKS.
            DISPLAY "  TOTAL OVERCHARGE   : " WS-TOT-OVERCHARGE.
            IF WS-CTL-BREAKS > 0 OR WS-CTL-CN-BAD > 0
               OR WS-FEES-LOADED NOT = "Y"
               MOVE 8 TO RETURN-CODE
            END-IF.

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

        LOAD-FEES-PARA.
            MOVE 0 TO WS-FEE-COUNT
            OPEN INPUT FEE-FILE
            IF FEE-FILE-STATUS = "00"
               MOVE "Y" TO WS-FEES-LOADED
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                  READ FEE-FILE AT END
                       MOVE "Y" TO EOF
                    NOT AT END
                       IF FEE-REC(1:6) NOT = "CHARGE"
                          PERFORM TAKE-FEE-PARA
                       END-IF
                  END-READ
               END-PERFORM
               CLOSE FEE-FILE
            ELSE
               DISPLAY "NO BROKERAGE FEE SCHEDULE, CHARGES WILL "
                       "NOT BE CHECKED"
            END-IF.

        TAKE-FEE-PARA.
            MOVE SPACES TO WS-FE-SIDE-IN WS-FE-MIN-IN WS-FE-MAX-IN
            UNSTRING FEE-REC DELIMITED BY ","
            INTO WS-FE-CHARGE-IN
                 WS-FE-SIDE-IN
                 WS-FE-RATE-IN
                 WS-FE-MIN-IN
                 WS-FE-MAX-IN
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL(WS-FE-RATE-IN) NOT = 0
               DISPLAY "FEE SCHEDULE ROW WITH BAD RATE IGNORED: "
                       WS-FE-CHARGE-IN
            ELSE
            IF WS-FE-CHARGE-IN = "TOLERANCE"
               COMPUTE WS-CHARGE-TOL = FUNCTION NUMVAL(WS-FE-RATE-IN)
            ELSE
            IF WS-FE-CHARGE-IN = "PRICETOL"
               COMPUTE WS-PRICE-TOL = FUNCTION NUMVAL(WS-FE-RATE-IN)
            ELSE
            IF WS-FEE-COUNT >= 20
               DISPLAY "FEE SCHEDULE TABLE CAPACITY EXCEEDED AT "
                       "20 - RUN STOPPED"
               MOVE 20 TO RETURN-CODE
               STOP RUN
            ELSE
               ADD 1 TO WS-FEE-COUNT
               SET WS-FE-IDX TO WS-FEE-COUNT
               MOVE WS-FE-CHARGE-IN TO WS-FE-CHARGE (WS-FE-IDX)
               IF WS-FE-SIDE-IN = SPACES
                  MOVE "BOTH" TO WS-FE-SIDE (WS-FE-IDX)
               ELSE
                  MOVE WS-FE-SIDE-IN TO WS-FE-SIDE (WS-FE-IDX)
               END-IF
               COMPUTE WS-FE-RATE (WS-FE-IDX) =
                       FUNCTION NUMVAL(WS-FE-RATE-IN)
               MOVE 0 TO WS-FE-MIN (WS-FE-IDX) WS-FE-MAX (WS-FE-IDX)
               IF WS-FE-MIN-IN NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-FE-MIN-IN) = 0
                  COMPUTE WS-FE-MIN (WS-FE-IDX) =
                          FUNCTION NUMVAL(WS-FE-MIN-IN)
               END-IF
               IF WS-FE-MAX-IN NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-FE-MAX-IN) = 0
                  COMPUTE WS-FE-MAX (WS-FE-IDX) =
                          FUNCTION NUMVAL(WS-FE-MAX-IN)
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

        LOAD-NOTES-PARA.
            MOVE 0 TO WS-CN-COUNT
            OPEN INPUT CN-FILE
            IF CN-FILE-STATUS = "00"
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                  READ CN-FILE AT END
                       MOVE "Y" TO EOF
                    NOT AT END
                       IF CN-REC(1:4) NOT = "DATE"
                          ADD 1 TO WS-CTL-CN-READ
                          PERFORM TAKE-NOTE-PARA
                       END-IF
                  END-READ
               END-PERFORM
               CLOSE CN-FILE
               MOVE "00" TO CN-FILE-STATUS
            END-IF.

        TAKE-NOTE-PARA.
            MOVE SPACES TO WS-CN-BROK-IN WS-CN-STT-IN WS-CN-EXCH-IN
                           WS-CN-GST-IN WS-CN-SEBI-IN WS-CN-STAMP-IN
            UNSTRING CN-REC DELIMITED BY ","
            INTO WS-CN-DATE-IN
                 WS-CN-NOTE-IN
                 WS-CN-OWNER-IN
                 WS-CN-STOCK-IN
                 WS-CN-SIDE-IN
                 WS-CN-SHARES-IN
                 WS-CN-PRICE-IN
                 WS-CN-BROK-IN
                 WS-CN-STT-IN
                 WS-CN-EXCH-IN
                 WS-CN-GST-IN
                 WS-CN-SEBI-IN
                 WS-CN-STAMP-IN
            END-UNSTRING
            IF WS-CN-OWNER-IN = SPACES
               MOVE "HOUSE" TO WS-CN-OWNER-IN
            END-IF
            MOVE "Y" TO WS-CN-ROW-OK
            IF WS-CN-SIDE-IN NOT = "BUY" AND WS-CN-SIDE-IN NOT = "SELL"
               MOVE "N" TO WS-CN-ROW-OK
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-CN-SHARES-IN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-CN-PRICE-IN) NOT = 0
               MOVE "N" TO WS-CN-ROW-OK
            END-IF
            IF WS-CN-BROK-IN = SPACES
               MOVE "0" TO WS-CN-BROK-IN
            END-IF
            IF WS-CN-STT-IN = SPACES
               MOVE "0" TO WS-CN-STT-IN
            END-IF
            IF WS-CN-EXCH-IN = SPACES
               MOVE "0" TO WS-CN-EXCH-IN
            END-IF
            IF WS-CN-GST-IN = SPACES
               MOVE "0" TO WS-CN-GST-IN
            END-IF
            IF WS-CN-SEBI-IN = SPACES
               MOVE "0" TO WS-CN-SEBI-IN
            END-IF
            IF WS-CN-STAMP-IN = SPACES
               MOVE "0" TO WS-CN-STAMP-IN
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-CN-BROK-IN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-CN-STT-IN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-CN-EXCH-IN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-CN-GST-IN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-CN-SEBI-IN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-CN-STAMP-IN) NOT = 0
               MOVE "N" TO WS-CN-ROW-OK
            END-IF
            IF WS-CN-ROW-OK NOT = "Y"
               ADD 1 TO WS-CTL-CN-BAD
               DISPLAY "UNUSABLE CONTRACT NOTE LINE: " CN-REC(1:60)
            ELSE
               IF WS-CN-COUNT >= 2000
                  DISPLAY "CONTRACT NOTE TABLE CAPACITY EXCEEDED AT "
                          "2000 - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-CN-COUNT
               SET WS-CN-IDX TO WS-CN-COUNT
               MOVE WS-CN-DATE-IN  TO WS-CN-DATE (WS-CN-IDX)
               MOVE WS-CN-NOTE-IN  TO WS-CN-NOTE (WS-CN-IDX)
               MOVE WS-CN-OWNER-IN TO WS-CN-OWNER (WS-CN-IDX)
               MOVE WS-CN-STOCK-IN TO WS-CN-STOCK (WS-CN-IDX)
               MOVE WS-CN-SIDE-IN  TO WS-CN-SIDE (WS-CN-IDX)
               COMPUTE WS-CN-SHARES (WS-CN-IDX) =
                       FUNCTION NUMVAL(WS-CN-SHARES-IN)
               COMPUTE WS-CN-PRICE (WS-CN-IDX) =
                       FUNCTION NUMVAL(WS-CN-PRICE-IN)
               COMPUTE WS-CN-BROKERAGE (WS-CN-IDX) =
                       FUNCTION NUMVAL(WS-CN-BROK-IN)
               COMPUTE WS-CN-STATUTORY (WS-CN-IDX) =
                       FUNCTION NUMVAL(WS-CN-STT-IN)
                     + FUNCTION NUMVAL(WS-CN-EXCH-IN)
                     + FUNCTION NUMVAL(WS-CN-GST-IN)
                     + FUNCTION NUMVAL(WS-CN-SEBI-IN)
                     + FUNCTION NUMVAL(WS-CN-STAMP-IN)
               MOVE "N" TO WS-CN-MATCHED (WS-CN-IDX)
            END-IF.

        LOAD-TRADES-PARA.
            MOVE 0 TO WS-TRADE-COUNT
            OPEN INPUT TRADES-FILE
            IF TRADES-FILE-STATUS NOT = "00"
               DISPLAY "NO TRADE FILE THIS CYCLE, EVERY CONTRACT "
                       "NOTE LINE WILL BREAK"
            ELSE
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                  READ TRADES-FILE AT END
                       MOVE "Y" TO EOF
                    NOT AT END
                       IF TRADES-REC(1:4) NOT = "DATE"
                          PERFORM TAKE-TRADE-PARA
                       END-IF
                  END-READ
               END-PERFORM
               CLOSE TRADES-FILE
            END-IF.

        TAKE-TRADE-PARA.
            MOVE SPACES TO WS-TR-OWNER-IN
            UNSTRING TRADES-REC DELIMITED BY ","
            INTO WS-TR-DATE-IN
                 WS-TR-STOCK-IN
                 WS-TR-SIDE-IN
                 WS-TR-SHARES-IN
                 WS-TR-PRICE-IN
                 WS-TR-OWNER-IN
            END-UNSTRING
            IF WS-TR-OWNER-IN = SPACES
               MOVE "HOUSE" TO WS-TR-OWNER-IN
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-TR-SHARES-IN) = 0
               AND FUNCTION TEST-NUMVAL(WS-TR-PRICE-IN) = 0
               AND (WS-TR-SIDE-IN = "BUY" OR WS-TR-SIDE-IN = "SELL")
               IF WS-TRADE-COUNT >= 2000
                  DISPLAY "TRADE TABLE CAPACITY EXCEEDED AT "
                          "2000 - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-TRADE-COUNT
               ADD 1 TO WS-CTL-TRADES
               SET WS-TR-IDX TO WS-TRADE-COUNT
               MOVE WS-TR-DATE-IN  TO WS-TR-DATE (WS-TR-IDX)
               MOVE WS-TR-STOCK-IN TO WS-TR-STOCK (WS-TR-IDX)
               MOVE WS-TR-SIDE-IN  TO WS-TR-SIDE (WS-TR-IDX)
               COMPUTE WS-TR-SHARES (WS-TR-IDX) =
                       FUNCTION NUMVAL(WS-TR-SHARES-IN)
               COMPUTE WS-TR-PRICE (WS-TR-IDX) =
                       FUNCTION NUMVAL(WS-TR-PRICE-IN)
               MOVE WS-TR-OWNER-IN TO WS-TR-OWNER (WS-TR-IDX)
               MOVE "N" TO WS-TR-MATCHED (WS-TR-IDX)
            END-IF.

        MATCH-EXACT-PARA.
            MOVE "N" TO WS-TR-FOUND
            SET WS-TR-IDX TO 1
            PERFORM UNTIL WS-TR-IDX > WS-TRADE-COUNT
                       OR WS-TR-FOUND = "Y"
               IF WS-TR-MATCHED (WS-TR-IDX) = "N"
                  AND WS-TR-OWNER (WS-TR-IDX) = WS-CN-OWNER (WS-CN-IDX)
                  AND WS-TR-STOCK (WS-TR-IDX) = WS-CN-STOCK (WS-CN-IDX)
                  AND WS-TR-SIDE (WS-TR-IDX) = WS-CN-SIDE (WS-CN-IDX)
                  AND WS-TR-DATE (WS-TR-IDX) = WS-CN-DATE (WS-CN-IDX)
                  AND WS-TR-SHARES (WS-TR-IDX)
                      = WS-CN-SHARES (WS-CN-IDX)
                  MOVE "Y" TO WS-TR-FOUND
                  SET WS-FOUND-TR-IDX TO WS-TR-IDX
               END-IF
               SET WS-TR-IDX UP BY 1
            END-PERFORM
            IF WS-TR-FOUND = "Y"
               SET WS-TR-IDX TO WS-FOUND-TR-IDX
               MOVE "Y" TO WS-TR-MATCHED (WS-TR-IDX)
               MOVE "Y" TO WS-CN-MATCHED (WS-CN-IDX)
               ADD 1 TO WS-CTL-MATCHED
               PERFORM CHECK-FILL-PARA
            END-IF
            SET WS-CN-IDX UP BY 1.
             EXIT.

        CHECK-FILL-PARA.
            MOVE 0 TO WS-LINE-BREAKS
            MOVE WS-TR-SHARES (WS-TR-IDX) TO WS-BK-OURS-QTY
            MOVE WS-CN-SHARES (WS-CN-IDX) TO WS-BK-BRK-QTY
            COMPUTE WS-DIFF =
                    WS-CN-PRICE (WS-CN-IDX) - WS-TR-PRICE (WS-TR-IDX)
            IF WS-DIFF < 0
               COMPUTE WS-ABS-DIFF = 0 - WS-DIFF
            ELSE
               MOVE WS-DIFF TO WS-ABS-DIFF
            END-IF
            IF WS-ABS-DIFF > WS-PRICE-TOL
               ADD 1 TO WS-CTL-PRICE
               MOVE WS-TR-PRICE (WS-TR-IDX) TO WS-BK-OURS-AMT
               MOVE WS-CN-PRICE (WS-CN-IDX) TO WS-BK-BRK-AMT
               MOVE "PRICE DIFFERENCE" TO WS-BREAK-CLASS
               PERFORM WRITE-CN-BREAK-PARA
            END-IF
            IF WS-FEES-LOADED = "Y"
               PERFORM EXPECTED-CHARGES-PARA
               COMPUTE WS-DIFF = WS-CN-BROKERAGE (WS-CN-IDX)
                               - WS-EXP-BROKERAGE
               IF WS-DIFF > WS-CHARGE-TOL
                  OR WS-DIFF < 0 - WS-CHARGE-TOL
                  ADD 1 TO WS-CTL-CHARGE
                  IF WS-DIFF > 0
                     ADD WS-DIFF TO WS-TOT-OVERCHARGE
                     MOVE "BROKERAGE OVERCHARGED" TO WS-BREAK-CLASS
                  ELSE
                     MOVE "BROKERAGE UNDERCHARGED" TO WS-BREAK-CLASS
                  END-IF
                  MOVE WS-EXP-BROKERAGE TO WS-BK-OURS-AMT
                  MOVE WS-CN-BROKERAGE (WS-CN-IDX) TO WS-BK-BRK-AMT
                  PERFORM WRITE-CN-BREAK-PARA
               END-IF
               COMPUTE WS-DIFF = WS-CN-STATUTORY (WS-CN-IDX)
                               - WS-EXP-STATUTORY
               IF WS-DIFF > WS-CHARGE-TOL
                  OR WS-DIFF < 0 - WS-CHARGE-TOL
                  ADD 1 TO WS-CTL-CHARGE
                  IF WS-DIFF > 0
                     ADD WS-DIFF TO WS-TOT-OVERCHARGE
                  END-IF
                  MOVE "STATUTORY CHARGES DIFFER" TO WS-BREAK-CLASS
                  MOVE WS-EXP-STATUTORY TO WS-BK-OURS-AMT
                  MOVE WS-CN-STATUTORY (WS-CN-IDX) TO WS-BK-BRK-AMT
                  PERFORM WRITE-CN-BREAK-PARA
               END-IF
            END-IF
            IF WS-LINE-BREAKS = 0
               ADD 1 TO WS-CTL-CLEAN
            END-IF.

        EXPECTED-CHARGES-PARA.
            COMPUTE WS-TURNOVER =
                    WS-CN-SHARES (WS-CN-IDX) * WS-CN-PRICE (WS-CN-IDX)
            MOVE 0 TO WS-EXP-BROKERAGE WS-EXP-STATUTORY WS-GST-BASE
                      WS-GST-RATE
            SET WS-FE-IDX TO 1
            PERFORM UNTIL WS-FE-IDX > WS-FEE-COUNT
               IF WS-FE-SIDE (WS-FE-IDX) = "BOTH"
                  OR WS-FE-SIDE (WS-FE-IDX) = WS-CN-SIDE (WS-CN-IDX)
                  IF WS-FE-CHARGE (WS-FE-IDX) = "GST"
                     MOVE WS-FE-RATE (WS-FE-IDX) TO WS-GST-RATE
                  ELSE
                     COMPUTE WS-ONE-CHARGE ROUNDED =
                             WS-TURNOVER * WS-FE-RATE (WS-FE-IDX) / 100
                     IF WS-ONE-CHARGE < WS-FE-MIN (WS-FE-IDX)
                        MOVE WS-FE-MIN (WS-FE-IDX) TO WS-ONE-CHARGE
                     END-IF
                     IF WS-FE-MAX (WS-FE-IDX) > 0
                        AND WS-ONE-CHARGE > WS-FE-MAX (WS-FE-IDX)
                        MOVE WS-FE-MAX (WS-FE-IDX) TO WS-ONE-CHARGE
                     END-IF
                     IF WS-FE-CHARGE (WS-FE-IDX) = "BROKERAGE"
                        ADD WS-ONE-CHARGE TO WS-EXP-BROKERAGE
                                             WS-GST-BASE
                     ELSE
                        ADD WS-ONE-CHARGE TO WS-EXP-STATUTORY
                        IF WS-FE-CHARGE (WS-FE-IDX) = "EXCHANGE"
                           ADD WS-ONE-CHARGE TO WS-GST-BASE
                        END-IF
                     END-IF
                  END-IF
               END-IF
               SET WS-FE-IDX UP BY 1
            END-PERFORM
            COMPUTE WS-ONE-CHARGE ROUNDED =
                    WS-GST-BASE * WS-GST-RATE / 100
            ADD WS-ONE-CHARGE TO WS-EXP-STATUTORY.

        MATCH-QUANTITY-PARA.
            IF WS-CN-MATCHED (WS-CN-IDX) = "N"
               MOVE "N" TO WS-TR-FOUND
               SET WS-TR-IDX TO 1
               PERFORM UNTIL WS-TR-IDX > WS-TRADE-COUNT
                          OR WS-TR-FOUND = "Y"
                  IF WS-TR-MATCHED (WS-TR-IDX) = "N"
                     AND WS-TR-OWNER (WS-TR-IDX)
                         = WS-CN-OWNER (WS-CN-IDX)
                     AND WS-TR-STOCK (WS-TR-IDX)
                         = WS-CN-STOCK (WS-CN-IDX)
                     AND WS-TR-SIDE (WS-TR-IDX) = WS-CN-SIDE (WS-CN-IDX)
                     AND WS-TR-DATE (WS-TR-IDX) = WS-CN-DATE (WS-CN-IDX)
                     MOVE "Y" TO WS-TR-FOUND
                     SET WS-FOUND-TR-IDX TO WS-TR-IDX
                  END-IF
                  SET WS-TR-IDX UP BY 1
               END-PERFORM
               MOVE "Y" TO WS-CN-MATCHED (WS-CN-IDX)
               MOVE WS-CN-SHARES (WS-CN-IDX) TO WS-BK-BRK-QTY
               COMPUTE WS-BK-BRK-AMT = WS-CN-SHARES (WS-CN-IDX)
                                     * WS-CN-PRICE (WS-CN-IDX)
               IF WS-TR-FOUND = "Y"
                  SET WS-TR-IDX TO WS-FOUND-TR-IDX
                  MOVE "Y" TO WS-TR-MATCHED (WS-TR-IDX)
                  ADD 1 TO WS-CTL-QTY
                  MOVE WS-TR-SHARES (WS-TR-IDX) TO WS-BK-OURS-QTY
                  COMPUTE WS-BK-OURS-AMT = WS-TR-SHARES (WS-TR-IDX)
                                         * WS-TR-PRICE (WS-TR-IDX)
                  MOVE "QUANTITY MISMATCH" TO WS-BREAK-CLASS
               ELSE
                  ADD 1 TO WS-CTL-CN-ONLY
                  MOVE 0 TO WS-BK-OURS-QTY WS-BK-OURS-AMT
                  MOVE "NOT IN OUR TRADES" TO WS-BREAK-CLASS
               END-IF
               PERFORM WRITE-CN-BREAK-PARA
            END-IF
            SET WS-CN-IDX UP BY 1.
             EXIT.

        OURS-ONLY-PARA.
            IF WS-TR-MATCHED (WS-TR-IDX) = "N"
               ADD 1 TO WS-CTL-OURS-ONLY
               ADD 1 TO WS-CTL-BREAKS
               MOVE WS-TR-OWNER (WS-TR-IDX)  TO WS-RD-OWNER
                                                WS-BL-OWNER
               MOVE WS-TR-STOCK (WS-TR-IDX)  TO WS-RD-SYMBOL
                                                WS-BL-SYMBOL
               MOVE WS-TR-SIDE (WS-TR-IDX)   TO WS-RD-SIDE WS-BL-SIDE
               MOVE WS-TR-DATE (WS-TR-IDX)   TO WS-RD-DATE WS-BL-DATE
               MOVE SPACES                   TO WS-RD-NOTE WS-BL-NOTE
               MOVE WS-TR-SHARES (WS-TR-IDX) TO WS-RD-OURS-QTY
               MOVE 0                        TO WS-RD-BRK-QTY
                                                WS-RD-BRK-AMT
               COMPUTE WS-RD-OURS-AMT = WS-TR-SHARES (WS-TR-IDX)
                                      * WS-TR-PRICE (WS-TR-IDX)
               MOVE "NOT ON CONTRACT NOTE"   TO WS-RD-CLASS
                                                WS-BL-CLASS
               WRITE RECON-REC FROM WS-RECON-DETAIL
               WRITE BREAKS-REC FROM WS-BREAK-LINE
            END-IF
            SET WS-TR-IDX UP BY 1.
             EXIT.

        WRITE-CN-BREAK-PARA.
            ADD 1 TO WS-CTL-BREAKS
            ADD 1 TO WS-LINE-BREAKS
            MOVE WS-CN-OWNER (WS-CN-IDX) TO WS-RD-OWNER WS-BL-OWNER
            MOVE WS-CN-STOCK (WS-CN-IDX) TO WS-RD-SYMBOL WS-BL-SYMBOL
            MOVE WS-CN-SIDE (WS-CN-IDX)  TO WS-RD-SIDE WS-BL-SIDE
            MOVE WS-CN-DATE (WS-CN-IDX)  TO WS-RD-DATE WS-BL-DATE
            MOVE WS-CN-NOTE (WS-CN-IDX)  TO WS-RD-NOTE WS-BL-NOTE
            MOVE WS-BK-OURS-QTY          TO WS-RD-OURS-QTY
            MOVE WS-BK-BRK-QTY           TO WS-RD-BRK-QTY
            MOVE WS-BK-OURS-AMT          TO WS-RD-OURS-AMT
            MOVE WS-BK-BRK-AMT           TO WS-RD-BRK-AMT
            MOVE WS-BREAK-CLASS          TO WS-RD-CLASS WS-BL-CLASS
            WRITE RECON-REC FROM WS-RECON-DETAIL
            WRITE BREAKS-REC FROM WS-BREAK-LINE.

        WRITE-TOTALS-PARA.
            MOVE SPACES TO RECON-REC
            WRITE RECON-REC
            MOVE "CONTRACT NOTE LINES READ     :" TO WS-RC-LABEL
            MOVE WS-CTL-CN-READ   TO WS-RC-COUNT
            WRITE RECON-REC FROM WS-RECON-COUNT-LINE
            MOVE "UNUSABLE NOTE LINES          :" TO WS-RC-LABEL
            MOVE WS-CTL-CN-BAD    TO WS-RC-COUNT
            WRITE RECON-REC FROM WS-RECON-COUNT-LINE
            MOVE "OUR TRADES                   :" TO WS-RC-LABEL
            MOVE WS-CTL-TRADES    TO WS-RC-COUNT
            WRITE RECON-REC FROM WS-RECON-COUNT-LINE
            MOVE "FILLS MATCHED                :" TO WS-RC-LABEL
            MOVE WS-CTL-MATCHED   TO WS-RC-COUNT
            WRITE RECON-REC FROM WS-RECON-COUNT-LINE
            MOVE "MATCHED WITHOUT BREAK        :" TO WS-RC-LABEL
            MOVE WS-CTL-CLEAN     TO WS-RC-COUNT
            WRITE RECON-REC FROM WS-RECON-COUNT-LINE
            MOVE "PRICE DIFFERENCES            :" TO WS-RC-LABEL
            MOVE WS-CTL-PRICE     TO WS-RC-COUNT
            WRITE RECON-REC FROM WS-RECON-COUNT-LINE
            MOVE "QUANTITY MISMATCHES          :" TO WS-RC-LABEL
            MOVE WS-CTL-QTY       TO WS-RC-COUNT
            WRITE RECON-REC FROM WS-RECON-COUNT-LINE
            MOVE "NOT IN OUR TRADES            :" TO WS-RC-LABEL
            MOVE WS-CTL-CN-ONLY   TO WS-RC-COUNT
            WRITE RECON-REC FROM WS-RECON-COUNT-LINE
            MOVE "NOT ON CONTRACT NOTE         :" TO WS-RC-LABEL
            MOVE WS-CTL-OURS-ONLY TO WS-RC-COUNT
            WRITE RECON-REC FROM WS-RECON-COUNT-LINE
            MOVE "CHARGE DIFFERENCES           :" TO WS-RC-LABEL
            MOVE WS-CTL-CHARGE    TO WS-RC-COUNT
            WRITE RECON-REC FROM WS-RECON-COUNT-LINE
            MOVE "TOTAL BREAKS                 :" TO WS-RC-LABEL
            MOVE WS-CTL-BREAKS    TO WS-RC-COUNT
            WRITE RECON-REC FROM WS-RECON-COUNT-LINE
            MOVE "TOTAL CHARGED ABOVE SCHEDULE :" TO WS-RA-LABEL
            MOVE WS-TOT-OVERCHARGE TO WS-RA-AMOUNT
            WRITE RECON-REC FROM WS-RECON-AMT-LINE.

        APPEND-OPSLOG-PARA.
            ACCEPT WS-OPL-END-TIME FROM TIME
            MOVE "NINJACNREC"         TO WS-OPL-PROGRAM
            MOVE WS-RUN-DATE          TO WS-OPL-DATE
            MOVE WS-CYCLE-ID          TO WS-OPL-CYCLE
            MOVE WS-CTL-CN-READ       TO WS-OPL-IN-COUNT
            MOVE WS-CTL-CLEAN         TO WS-OPL-OUT-COUNT
            MOVE WS-CTL-BREAKS        TO WS-OPL-REJ-COUNT
            MOVE WS-START-TIME        TO WS-OPL-START-TIME
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
