        IDENTIFICATION DIVISION.
        PROGRAM-ID. ninjarisk.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LOTS-FILE    ASSIGN TO "NINJA-LOTS.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS LOTS-FILE-STATUS.

            SELECT NINJAHIST-FILE ASSIGN TO "NINJA-HIST.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS NINJAHIST-FILE-STATUS.

            SELECT BENCHHIST-FILE ASSIGN TO "NINJA-BENCH-HIST.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS BENCHHIST-FILE-STATUS.

            SELECT RISK-FILE    ASSIGN TO "NINJA-RISK.RPT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS RISK-FILE-STATUS.

            SELECT RISKEXT-FILE ASSIGN TO "NINJA-RISK.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS RISKEXT-FILE-STATUS.

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
        FD   LOTS-FILE  RECORD CONTAINS 60 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 LOTS-REC             PIC X(60).

        FD   NINJAHIST-FILE  RECORD CONTAINS 60 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 NINJAHIST-REC        PIC X(60).

        FD   BENCHHIST-FILE  RECORD CONTAINS 40 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 BENCHHIST-REC        PIC X(40).

        FD   RISK-FILE  RECORD CONTAINS 132 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 RISK-REC             PIC X(132).

        FD   RISKEXT-FILE  RECORD CONTAINS 120 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 RISKEXT-REC          PIC X(120).

        FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 RUNCTL-REC           PIC X(15).

        FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 OPSLOG-REC           PIC X(66).

        WORKING-STORAGE SECTION.
        01 LOTS-FILE-STATUS      PIC X(02).
        01 NINJAHIST-FILE-STATUS PIC X(02).
        01 BENCHHIST-FILE-STATUS PIC X(02).
        01 RISK-FILE-STATUS      PIC X(02).
        01 RISKEXT-FILE-STATUS   PIC X(02).
        01 RUNCTL-FILE-STATUS    PIC X(02).
        01 OPSLOG-FILE-STATUS    PIC X(02).
        01 EOF                   PIC X(01) VALUE "N".

        01 WS-RUN-DATE           PIC X(08).
        01 WS-CYCLE-ID           PIC X(04) VALUE "0001".
        01 WS-START-TIME         PIC 9(08) VALUE 0.
        01 WS-RUN-CTL-IN.
           COPY RUNCTL.
        01 WS-OPSLOG-LINE.
           COPY OPSLOG.

        01 WS-RP-NAME-IN         PIC X(10).
        01 WS-RP-VALUE-IN        PIC X(08).
        01 WS-RISK-FREE          PIC 9(02)V99 VALUE 6.50.
        01 WS-RISK-FREE-SET      PIC X(01) VALUE "N".

        01 WS-WINDOW-DAYS        PIC 9(03) VALUE 365.
        01 WS-WINDOW-START       PIC 9(08) VALUE 0.
        01 WS-WINDOW-INT         PIC 9(08) VALUE 0.
        01 WS-TRADING-DAYS       PIC 9(03) VALUE 252.

        01 WS-LT-STOCK-IN        PIC X(10).
        01 WS-LT-DATE-IN         PIC X(08).
        01 WS-LT-SHARES-IN       PIC X(08).
        01 WS-LT-PRICE-IN        PIC X(10).
        01 WS-LT-OWNER-IN        PIC X(08).

        01 WS-NH-DATE-IN         PIC X(08).
        01 WS-NH-STOCK-IN        PIC X(10).
        01 WS-NH-GAIN-IN         PIC X(13).
        01 WS-NH-PCT-IN          PIC X(08).
        01 WS-NH-CYCLE-IN        PIC X(04).
        01 WS-NH-PRICE-IN        PIC X(10).

        01 WS-BH-DATE-IN         PIC X(08).
        01 WS-BH-NAME-IN         PIC X(12).
        01 WS-BH-LEVEL-IN        PIC X(12).
        01 WS-BENCH-NAME         PIC X(12) VALUE SPACES.

        01 WS-ENTITY-TABLE.
           05 WS-EN-ENTRY OCCURS 101 TIMES INDEXED BY WS-EN-IDX.
              10 WS-EN-OWNER     PIC X(08).
              10 WS-EN-DAY OCCURS 400 TIMES.
                 15 WS-EN-VALUE  PIC S9(13)V99.
                 15 WS-EN-PRICED PIC X(01).
        01 WS-ENTITY-COUNT       PIC 9(03) VALUE 0.
        01 WS-HOUSE-ENT          PIC 9(03) VALUE 0.
        01 WS-EN-FOUND           PIC X(01) VALUE "N".
        01 WS-FOUND-EN-IDX       PIC 9(03) VALUE 0.

        01 WS-STOCK-TABLE.
           05 WS-ST-ENTRY OCCURS 500 TIMES INDEXED BY WS-ST-IDX.
              10 WS-ST-STOCK     PIC X(10).
              10 WS-ST-PRICE OCCURS 400 TIMES
                                 PIC 9(07)V99.
        01 WS-STOCK-COUNT        PIC 9(03) VALUE 0.
        01 WS-STOCK-PRICED-TABLE.
           05 WS-ST-PRICED OCCURS 500 TIMES PIC X(01).
        01 WS-ST-FOUND           PIC X(01) VALUE "N".
        01 WS-FOUND-ST-IDX       PIC 9(03) VALUE 0.
        01 WS-KEY-STOCK          PIC X(10) VALUE SPACES.

        01 WS-HOLD-TABLE.
           05 WS-HD-ENTRY OCCURS 2000 TIMES INDEXED BY WS-HD-IDX.
              10 WS-HD-ENT       PIC 9(03).
              10 WS-HD-ST        PIC 9(03).
              10 WS-HD-UNITS     PIC S9(09).
        01 WS-HOLD-COUNT         PIC 9(04) VALUE 0.
        01 WS-HD-FOUND           PIC X(01) VALUE "N".

        01 WS-DATE-TABLE.
           05 WS-DT-ENTRY OCCURS 400 TIMES INDEXED BY WS-DT-IDX.
              10 WS-DT-DATE      PIC X(08).
              10 WS-DT-BENCH     PIC 9(09)V99.
        01 WS-DATE-COUNT         PIC 9(03) VALUE 0.
        01 WS-DT-FOUND           PIC X(01) VALUE "N".
        01 WS-FOUND-DT-IDX       PIC 9(03) VALUE 0.
        01 WS-INSERT-AT          PIC 9(03) VALUE 0.

        01 WS-SUB-D              PIC 9(03) VALUE 0.
        01 WS-SUB-E              PIC 9(03) VALUE 0.
        01 WS-SUB-S              PIC 9(03) VALUE 0.
        01 WS-SUB-H              PIC 9(04) VALUE 0.
        01 WS-PREV-D             PIC 9(03) VALUE 0.
        01 WS-PRICE              PIC 9(07)V99 VALUE 0.

        01 WS-RET-COUNT          PIC 9(03) VALUE 0.
        01 WS-PAIR-COUNT         PIC 9(03) VALUE 0.
        01 WS-DEGREES            PIC 9(03) VALUE 0.
        01 WS-RET                PIC S9(03)V9(12) VALUE 0.
        01 WS-BRET               PIC S9(03)V9(12) VALUE 0.
        01 WS-SUM-R              PIC S9(05)V9(12) VALUE 0.
        01 WS-SUM-RR             PIC S9(05)V9(12) VALUE 0.
        01 WS-SUM-X              PIC S9(05)V9(12) VALUE 0.
        01 WS-SUM-Y              PIC S9(05)V9(12) VALUE 0.
        01 WS-SUM-XX             PIC S9(05)V9(12) VALUE 0.
        01 WS-SUM-YY             PIC S9(05)V9(12) VALUE 0.
        01 WS-SUM-XY             PIC S9(05)V9(12) VALUE 0.
        01 WS-VAR-R              PIC S9(03)V9(12) VALUE 0.
        01 WS-VAR-X              PIC S9(03)V9(12) VALUE 0.
        01 WS-VAR-Y              PIC S9(03)V9(12) VALUE 0.
        01 WS-COV-XY             PIC S9(03)V9(12) VALUE 0.

        01 WS-ANN-RETURN         PIC S9(05)V99 VALUE 0.
        01 WS-ANN-VOL            PIC 9(05)V99 VALUE 0.
        01 WS-SHARPE             PIC S9(04)V99 VALUE 0.
        01 WS-BETA               PIC S9(04)V99 VALUE 0.
        01 WS-CORREL             PIC S9(01)V99 VALUE 0.
        01 WS-PEAK-VALUE         PIC S9(13)V99 VALUE 0.
        01 WS-PEAK-DATE          PIC X(08) VALUE SPACES.
        01 WS-DD-PCT             PIC 9(03)V99 VALUE 0.
        01 WS-MAX-DD             PIC 9(03)V99 VALUE 0.
        01 WS-DD-PEAK-DATE       PIC X(08) VALUE SPACES.
        01 WS-DD-TROUGH-DATE     PIC X(08) VALUE SPACES.
        01 WS-CLOSE-VALUE        PIC S9(13)V99 VALUE 0.
        01 WS-RISK-NOTE          PIC X(20) VALUE SPACES.

        01 WS-ED-RETURN          PIC -(5)9.99.
        01 WS-ED-VOL             PIC Z(5)9.99.
        01 WS-ED-RATIO           PIC -(4)9.99.
        01 WS-ED-DD              PIC ZZ9.99.
        01 WS-ED-CORREL          PIC -9.99.
        01 WS-ED-RATE            PIC Z9.99.

        01 WS-CTL-LOTS           PIC 9(07) VALUE 0.
        01 WS-CTL-HIST-ROWS      PIC 9(07) VALUE 0.
        01 WS-CTL-HIST-USED      PIC 9(07) VALUE 0.
        01 WS-CTL-BENCH-DAYS     PIC 9(07) VALUE 0.
        01 WS-CTL-REPORTED       PIC 9(07) VALUE 0.
        01 WS-CTL-SHORT          PIC 9(07) VALUE 0.
        01 WS-CTL-UNPRICED       PIC 9(07) VALUE 0.

        01 WH-RISK-LINE1.
           05 FILLER PIC X(32) VALUE "NINJA PORTFOLIO RISK ANALYTICS  ".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 WH-RK-RUN-DATE     PIC X(08).
           05 FILLER PIC X(09) VALUE "  CYCLE: ".
           05 WH-RK-CYCLE        PIC X(04).
        01 WH-RISK-LINE2.
           05 FILLER PIC X(08) VALUE "WINDOW: ".
           05 WH-RK-FROM         PIC X(08).
           05 FILLER PIC X(04) VALUE " TO ".
           05 WH-RK-TO           PIC X(08).
           05 FILLER PIC X(16) VALUE "   PRICE DATES: ".
           05 WH-RK-DATES        PIC ZZ9.
           05 FILLER PIC X(19) VALUE "   RISK-FREE RATE: ".
           05 WH-RK-RATE         PIC Z9.99.
           05 FILLER PIC X(18) VALUE " PCT   BENCHMARK: ".
           05 WH-RK-BENCH        PIC X(12).
        01 WH-RISK-HEADER.
           05 FILLER PIC X(12) VALUE "OWNER".
           05 FILLER PIC X(06) VALUE " DAYS".
           05 FILLER PIC X(17) VALUE "    CLOSING VALUE".
           05 FILLER PIC X(11) VALUE " ANN RETURN".
           05 FILLER PIC X(11) VALUE "    ANN VOL".
           05 FILLER PIC X(10) VALUE "    SHARPE".
           05 FILLER PIC X(08) VALUE "  MAX DD".
           05 FILLER PIC X(10) VALUE "  PEAK".
           05 FILLER PIC X(10) VALUE "  TROUGH".
           05 FILLER PIC X(10) VALUE "      BETA".
           05 FILLER PIC X(07) VALUE " CORREL".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(04) VALUE "NOTE".

        01 WS-RISK-DETAIL.
           05 WS-RD-OWNER          PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RD-DAYS           PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RD-VALUE          PIC -(11)9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RD-RETURN         PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RD-VOL            PIC X(09).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RD-SHARPE         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RD-MAXDD          PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RD-PEAK           PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RD-TROUGH         PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RD-BETA           PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RD-CORREL         PIC X(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-RD-NOTE           PIC X(20).

        01 WS-RISKEXT-LINE.
           05 WS-RX-OWNER          PIC X(08).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-RX-DATE           PIC X(08).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-RX-DAYS           PIC 9(03).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-RX-RETURN         PIC X(09).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-RX-VOL            PIC X(09).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-RX-SHARPE         PIC X(08).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-RX-MAXDD          PIC X(06).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-RX-PEAK           PIC X(08).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-RX-TROUGH         PIC X(08).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-RX-BETA           PIC X(08).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-RX-CORREL         PIC X(05).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-RX-RATE           PIC X(05).
           05 FILLER               PIC X(01) VALUE ",".
           05 WS-RX-NOTE           PIC X(20).

        01 WS-RISK-TOTAL.
           05 WS-RT-LABEL          PIC X(30).
           05 WS-RT-COUNT          PIC ZZZZZZ9.

        PROCEDURE DIVISION.
            DISPLAY "THIS IS THE NINJA PORTFOLIO RISK PROGRAM".
            ACCEPT WS-START-TIME FROM TIME.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM LOAD-RUN-CONTROL-PARA.
            COMPUTE WS-WINDOW-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
               - WS-WINDOW-DAYS.
            COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT).
            PERFORM LOAD-LOTS-PARA.
            IF WS-HOLD-COUNT = 0
               DISPLAY "NO OPEN LOTS ON FILE, NO RISK FIGURES PRODUCED"
               MOVE 8 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            PERFORM LOAD-HIST-DATES-PARA.
            PERFORM LOAD-HIST-PRICES-PARA.
            PERFORM CARRY-PRICES-PARA.
            PERFORM LOAD-BENCH-HIST-PARA.
            PERFORM VALUE-ENTITIES-PARA.
            PERFORM COUNT-UNPRICED-PARA.
            OPEN OUTPUT RISK-FILE.
            IF RISK-FILE-STATUS NOT = "00"
               DISPLAY "RISK REPORT OPEN FAILED, STATUS="
                       RISK-FILE-STATUS
               MOVE 28 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            OPEN OUTPUT RISKEXT-FILE.
            IF RISKEXT-FILE-STATUS NOT = "00"
               DISPLAY "RISK EXTRACT OPEN FAILED, STATUS="
                       RISKEXT-FILE-STATUS
               MOVE 28 TO RETURN-CODE
               CLOSE RISK-FILE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            PERFORM WRITE-REPORT-HEADER-PARA.
            SET WS-EN-IDX TO 1.
            PERFORM UNTIL WS-EN-IDX > WS-ENTITY-COUNT
               SET WS-SUB-E TO WS-EN-IDX
               PERFORM COMPUTE-RISK-PARA
               PERFORM WRITE-RISK-LINE-PARA
               SET WS-EN-IDX UP BY 1
            END-PERFORM.
            PERFORM WRITE-REPORT-TOTALS-PARA.
            CLOSE RISK-FILE.
            CLOSE RISKEXT-FILE.
            PERFORM APPEND-OPSLOG-PARA.
            PERFORM DISPLAY-CONTROL-COUNTS-PARA.

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
               PERFORM UNTIL RUNCTL-FILE-STATUS NOT = "00"
                  READ RUNCTL-FILE
                    AT END
                      MOVE "10" TO RUNCTL-FILE-STATUS
                    NOT AT END
                      PERFORM APPLY-RUN-PARM-PARA
                  END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
            ELSE
               DISPLAY "RUN CONTROL FILE NOT FOUND, USING SYSTEM "
                       "DATE AND DEFAULT CYCLE ID"
            END-IF
            IF WS-RISK-FREE-SET NOT = "Y"
               DISPLAY "NO RISK-FREE RATE ON RUN CONTROL, USING "
                       "6.50 PCT"
            END-IF.

        APPLY-RUN-PARM-PARA.
            MOVE SPACES TO WS-RP-NAME-IN WS-RP-VALUE-IN
            UNSTRING RUNCTL-REC DELIMITED BY ","
            INTO WS-RP-NAME-IN
                 WS-RP-VALUE-IN
            END-UNSTRING
            IF WS-RP-NAME-IN = "RISKFREE"
               IF WS-RP-VALUE-IN NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-RP-VALUE-IN) = 0
                  AND FUNCTION NUMVAL(WS-RP-VALUE-IN) >= 0
                  AND FUNCTION NUMVAL(WS-RP-VALUE-IN) < 100
                  COMPUTE WS-RISK-FREE =
                     FUNCTION NUMVAL(WS-RP-VALUE-IN)
                  MOVE "Y" TO WS-RISK-FREE-SET
               ELSE
                  DISPLAY "INVALID RISK-FREE RATE IGNORED: "
                          WS-RP-VALUE-IN
               END-IF
            END-IF.

        LOAD-LOTS-PARA.
            OPEN INPUT LOTS-FILE
            IF LOTS-FILE-STATUS = "00"
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                  READ LOTS-FILE AT END
                       MOVE "Y" TO EOF
                    NOT AT END
                       PERFORM TAKE-LOT-PARA
                  END-READ
               END-PERFORM
               CLOSE LOTS-FILE
            ELSE
               DISPLAY "LOT FILE NOT FOUND, STATUS=" LOTS-FILE-STATUS
            END-IF
            IF WS-HOLD-COUNT > 0
               MOVE "*ALL*" TO WS-LT-OWNER-IN
               PERFORM FIND-ENTITY-PARA
               MOVE WS-FOUND-EN-IDX TO WS-HOUSE-ENT
            END-IF.

        TAKE-LOT-PARA.
            MOVE SPACES TO WS-LT-OWNER-IN
            UNSTRING LOTS-REC DELIMITED BY ","
            INTO WS-LT-STOCK-IN
                 WS-LT-DATE-IN
                 WS-LT-SHARES-IN
                 WS-LT-PRICE-IN
                 WS-LT-OWNER-IN
            END-UNSTRING
            IF WS-LT-OWNER-IN = SPACES
               MOVE "HOUSE" TO WS-LT-OWNER-IN
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-LT-SHARES-IN) = 0
               ADD 1 TO WS-CTL-LOTS
               PERFORM FIND-ENTITY-PARA
               MOVE WS-LT-STOCK-IN TO WS-KEY-STOCK
               PERFORM ADD-STOCK-PARA
               PERFORM FIND-HOLDING-PARA
               COMPUTE WS-HD-UNITS (WS-HD-IDX) =
                  WS-HD-UNITS (WS-HD-IDX)
                  + FUNCTION NUMVAL(WS-LT-SHARES-IN)
            END-IF.

        FIND-ENTITY-PARA.
            MOVE "N" TO WS-EN-FOUND
            SET WS-EN-IDX TO 1
            PERFORM UNTIL WS-EN-IDX > WS-ENTITY-COUNT
                       OR WS-EN-FOUND = "Y"
               IF WS-EN-OWNER (WS-EN-IDX) = WS-LT-OWNER-IN
                  MOVE "Y" TO WS-EN-FOUND
                  SET WS-FOUND-EN-IDX TO WS-EN-IDX
               END-IF
               SET WS-EN-IDX UP BY 1
            END-PERFORM
            IF WS-EN-FOUND NOT = "Y"
               IF WS-ENTITY-COUNT >= 101
                  DISPLAY "OWNER TABLE CAPACITY EXCEEDED AT "
                          WS-ENTITY-COUNT " OWNERS - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-ENTITY-COUNT
               SET WS-EN-IDX TO WS-ENTITY-COUNT
               SET WS-FOUND-EN-IDX TO WS-EN-IDX
               MOVE WS-LT-OWNER-IN TO WS-EN-OWNER (WS-EN-IDX)
            END-IF.

        ADD-STOCK-PARA.
            PERFORM FIND-STOCK-PARA
            IF WS-ST-FOUND NOT = "Y"
               IF WS-STOCK-COUNT >= 500
                  DISPLAY "STOCK TABLE CAPACITY EXCEEDED AT "
                          WS-STOCK-COUNT " STOCKS - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-STOCK-COUNT
               SET WS-ST-IDX TO WS-STOCK-COUNT
               SET WS-FOUND-ST-IDX TO WS-ST-IDX
               MOVE WS-KEY-STOCK TO WS-ST-STOCK (WS-ST-IDX)
               PERFORM VARYING WS-SUB-D FROM 1 BY 1
                          UNTIL WS-SUB-D > 400
                  MOVE 0 TO WS-ST-PRICE (WS-ST-IDX, WS-SUB-D)
               END-PERFORM
            END-IF.

        FIND-STOCK-PARA.
            MOVE "N" TO WS-ST-FOUND
            SET WS-ST-IDX TO 1
            PERFORM UNTIL WS-ST-IDX > WS-STOCK-COUNT
                       OR WS-ST-FOUND = "Y"
               IF WS-ST-STOCK (WS-ST-IDX) = WS-KEY-STOCK
                  MOVE "Y" TO WS-ST-FOUND
                  SET WS-FOUND-ST-IDX TO WS-ST-IDX
               END-IF
               SET WS-ST-IDX UP BY 1
            END-PERFORM.

        FIND-HOLDING-PARA.
            MOVE "N" TO WS-HD-FOUND
            SET WS-HD-IDX TO 1
            PERFORM UNTIL WS-HD-IDX > WS-HOLD-COUNT
                       OR WS-HD-FOUND = "Y"
               IF WS-HD-ENT (WS-HD-IDX) = WS-FOUND-EN-IDX
                  AND WS-HD-ST (WS-HD-IDX) = WS-FOUND-ST-IDX
                  MOVE "Y" TO WS-HD-FOUND
               ELSE
                  SET WS-HD-IDX UP BY 1
               END-IF
            END-PERFORM
            IF WS-HD-FOUND NOT = "Y"
               IF WS-HOLD-COUNT >= 2000
                  DISPLAY "HOLDING TABLE CAPACITY EXCEEDED AT "
                          WS-HOLD-COUNT " HOLDINGS - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-HOLD-COUNT
               SET WS-HD-IDX TO WS-HOLD-COUNT
               MOVE WS-FOUND-EN-IDX TO WS-HD-ENT (WS-HD-IDX)
               MOVE WS-FOUND-ST-IDX TO WS-HD-ST (WS-HD-IDX)
               MOVE 0 TO WS-HD-UNITS (WS-HD-IDX)
            END-IF.

        LOAD-HIST-DATES-PARA.
            MOVE 0 TO WS-DATE-COUNT
            OPEN INPUT NINJAHIST-FILE
            IF NINJAHIST-FILE-STATUS NOT = "00"
               DISPLAY "PRICE HISTORY FILE NOT FOUND, STATUS="
                       NINJAHIST-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF
            PERFORM UNTIL NINJAHIST-FILE-STATUS NOT = "00"
               READ NINJAHIST-FILE
                 AT END
                   MOVE "10" TO NINJAHIST-FILE-STATUS
                 NOT AT END
                   ADD 1 TO WS-CTL-HIST-ROWS
                   PERFORM PARSE-HIST-PARA
                   IF WS-ST-FOUND = "Y"
                      PERFORM ADD-DATE-PARA
                   END-IF
               END-READ
            END-PERFORM
            CLOSE NINJAHIST-FILE.

        PARSE-HIST-PARA.
            MOVE SPACES TO WS-NH-DATE-IN WS-NH-STOCK-IN
                           WS-NH-PRICE-IN
            UNSTRING NINJAHIST-REC DELIMITED BY ","
            INTO WS-NH-DATE-IN
                 WS-NH-STOCK-IN
                 WS-NH-GAIN-IN
                 WS-NH-PCT-IN
                 WS-NH-CYCLE-IN
                 WS-NH-PRICE-IN
            END-UNSTRING
            MOVE "N" TO WS-ST-FOUND
            IF WS-NH-DATE-IN IS NUMERIC
               AND WS-NH-DATE-IN >= WS-WINDOW-START
               AND WS-NH-DATE-IN <= WS-RUN-DATE
               AND WS-NH-PRICE-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-NH-PRICE-IN) = 0
               MOVE WS-NH-STOCK-IN TO WS-KEY-STOCK
               PERFORM FIND-STOCK-PARA
            END-IF.

        ADD-DATE-PARA.
            PERFORM FIND-DATE-PARA
            IF WS-DT-FOUND NOT = "Y"
               IF WS-DATE-COUNT >= 400
                  DISPLAY "PRICE DATE TABLE CAPACITY EXCEEDED AT "
                          WS-DATE-COUNT " DATES - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               PERFORM VARYING WS-SUB-D FROM WS-DATE-COUNT BY -1
                          UNTIL WS-SUB-D < WS-INSERT-AT
                  MOVE WS-DT-ENTRY (WS-SUB-D)
                       TO WS-DT-ENTRY (WS-SUB-D + 1)
               END-PERFORM
               MOVE WS-NH-DATE-IN TO WS-DT-DATE (WS-INSERT-AT)
               MOVE 0             TO WS-DT-BENCH (WS-INSERT-AT)
               ADD 1 TO WS-DATE-COUNT
            END-IF.

        FIND-DATE-PARA.
            MOVE "N" TO WS-DT-FOUND
            MOVE 0 TO WS-INSERT-AT
            SET WS-DT-IDX TO 1
            PERFORM UNTIL WS-DT-IDX > WS-DATE-COUNT
                       OR WS-DT-FOUND = "Y"
                       OR WS-INSERT-AT > 0
               IF WS-DT-DATE (WS-DT-IDX) = WS-NH-DATE-IN
                  MOVE "Y" TO WS-DT-FOUND
                  SET WS-FOUND-DT-IDX TO WS-DT-IDX
               ELSE
                  IF WS-DT-DATE (WS-DT-IDX) > WS-NH-DATE-IN
                     SET WS-INSERT-AT TO WS-DT-IDX
                  ELSE
                     SET WS-DT-IDX UP BY 1
                  END-IF
               END-IF
            END-PERFORM
            IF WS-DT-FOUND NOT = "Y" AND WS-INSERT-AT = 0
               COMPUTE WS-INSERT-AT = WS-DATE-COUNT + 1
            END-IF.

        LOAD-HIST-PRICES-PARA.
            OPEN INPUT NINJAHIST-FILE
            PERFORM UNTIL NINJAHIST-FILE-STATUS NOT = "00"
               READ NINJAHIST-FILE
                 AT END
                   MOVE "10" TO NINJAHIST-FILE-STATUS
                 NOT AT END
                   PERFORM PARSE-HIST-PARA
                   IF WS-ST-FOUND = "Y"
                      PERFORM FIND-DATE-PARA
                      IF WS-DT-FOUND = "Y"
                         ADD 1 TO WS-CTL-HIST-USED
                         COMPUTE WS-ST-PRICE (WS-FOUND-ST-IDX,
                                              WS-FOUND-DT-IDX) =
                            FUNCTION NUMVAL(WS-NH-PRICE-IN)
                      END-IF
                   END-IF
               END-READ
            END-PERFORM
            CLOSE NINJAHIST-FILE.

        CARRY-PRICES-PARA.
            PERFORM VARYING WS-SUB-S FROM 1 BY 1
                       UNTIL WS-SUB-S > WS-STOCK-COUNT
               PERFORM VARYING WS-SUB-D FROM 2 BY 1
                          UNTIL WS-SUB-D > WS-DATE-COUNT
                  IF WS-ST-PRICE (WS-SUB-S, WS-SUB-D) = 0
                     MOVE WS-ST-PRICE (WS-SUB-S, WS-SUB-D - 1)
                          TO WS-ST-PRICE (WS-SUB-S, WS-SUB-D)
                  END-IF
               END-PERFORM
               IF WS-DATE-COUNT > 0
                  AND WS-ST-PRICE (WS-SUB-S, WS-DATE-COUNT) > 0
                  MOVE "Y" TO WS-ST-PRICED (WS-SUB-S)
               ELSE
                  MOVE "N" TO WS-ST-PRICED (WS-SUB-S)
               END-IF
            END-PERFORM.

        LOAD-BENCH-HIST-PARA.
            OPEN INPUT BENCHHIST-FILE
            IF BENCHHIST-FILE-STATUS = "00"
               PERFORM UNTIL BENCHHIST-FILE-STATUS NOT = "00"
                  READ BENCHHIST-FILE
                    AT END
                      MOVE "10" TO BENCHHIST-FILE-STATUS
                    NOT AT END
                      PERFORM TAKE-BENCH-PARA
                  END-READ
               END-PERFORM
               CLOSE BENCHHIST-FILE
            ELSE
               DISPLAY "NO BENCHMARK HISTORY, BETA AND CORRELATION "
                       "NOT COMPUTED"
            END-IF.

        TAKE-BENCH-PARA.
            MOVE SPACES TO WS-BH-DATE-IN WS-BH-NAME-IN WS-BH-LEVEL-IN
            UNSTRING BENCHHIST-REC DELIMITED BY ","
            INTO WS-BH-DATE-IN
                 WS-BH-NAME-IN
                 WS-BH-LEVEL-IN
            END-UNSTRING
            IF WS-BH-LEVEL-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-BH-LEVEL-IN) = 0
               MOVE WS-BH-DATE-IN TO WS-NH-DATE-IN
               PERFORM FIND-DATE-PARA
               IF WS-DT-FOUND = "Y"
                  IF WS-DT-BENCH (WS-FOUND-DT-IDX) = 0
                     ADD 1 TO WS-CTL-BENCH-DAYS
                  END-IF
                  COMPUTE WS-DT-BENCH (WS-FOUND-DT-IDX) =
                     FUNCTION NUMVAL(WS-BH-LEVEL-IN)
                  MOVE WS-BH-NAME-IN TO WS-BENCH-NAME
               END-IF
            END-IF.

        VALUE-ENTITIES-PARA.
            PERFORM VARYING WS-SUB-D FROM 1 BY 1
                       UNTIL WS-SUB-D > WS-DATE-COUNT
               PERFORM VARYING WS-SUB-E FROM 1 BY 1
                          UNTIL WS-SUB-E > WS-ENTITY-COUNT
                  MOVE 0   TO WS-EN-VALUE (WS-SUB-E, WS-SUB-D)
                  MOVE "Y" TO WS-EN-PRICED (WS-SUB-E, WS-SUB-D)
               END-PERFORM
               PERFORM VARYING WS-SUB-H FROM 1 BY 1
                          UNTIL WS-SUB-H > WS-HOLD-COUNT
                  PERFORM VALUE-HOLDING-PARA
               END-PERFORM
            END-PERFORM.

        VALUE-HOLDING-PARA.
            MOVE WS-HD-ST (WS-SUB-H)  TO WS-SUB-S
            IF WS-HD-UNITS (WS-SUB-H) > 0
               AND WS-ST-PRICED (WS-SUB-S) = "Y"
               MOVE WS-HD-ENT (WS-SUB-H) TO WS-SUB-E
               MOVE WS-ST-PRICE (WS-SUB-S, WS-SUB-D) TO WS-PRICE
               IF WS-PRICE = 0
                  MOVE "N" TO WS-EN-PRICED (WS-SUB-E, WS-SUB-D)
                  MOVE "N" TO WS-EN-PRICED (WS-HOUSE-ENT, WS-SUB-D)
               ELSE
                  COMPUTE WS-EN-VALUE (WS-SUB-E, WS-SUB-D) =
                     WS-EN-VALUE (WS-SUB-E, WS-SUB-D)
                     + WS-HD-UNITS (WS-SUB-H) * WS-PRICE
                  COMPUTE WS-EN-VALUE (WS-HOUSE-ENT, WS-SUB-D) =
                     WS-EN-VALUE (WS-HOUSE-ENT, WS-SUB-D)
                     + WS-HD-UNITS (WS-SUB-H) * WS-PRICE
               END-IF
            END-IF.

        COUNT-UNPRICED-PARA.
            PERFORM VARYING WS-SUB-H FROM 1 BY 1
                       UNTIL WS-SUB-H > WS-HOLD-COUNT
               MOVE WS-HD-ST (WS-SUB-H) TO WS-SUB-S
               IF WS-HD-UNITS (WS-SUB-H) > 0
                  AND WS-ST-PRICED (WS-SUB-S) NOT = "Y"
                  ADD 1 TO WS-CTL-UNPRICED
                  MOVE WS-HD-ENT (WS-SUB-H) TO WS-SUB-E
                  DISPLAY "NO PRICE HISTORY, HOLDING LEFT OUT: "
                          WS-ST-STOCK (WS-SUB-S) " "
                          WS-EN-OWNER (WS-SUB-E)
               END-IF
            END-PERFORM.

        COMPUTE-RISK-PARA.
            MOVE 0 TO WS-RET-COUNT WS-PAIR-COUNT
            MOVE 0 TO WS-SUM-R WS-SUM-RR
            MOVE 0 TO WS-SUM-X WS-SUM-Y WS-SUM-XX WS-SUM-YY WS-SUM-XY
            MOVE 0 TO WS-ANN-RETURN WS-ANN-VOL WS-SHARPE
            MOVE 0 TO WS-BETA WS-CORREL
            MOVE 0 TO WS-PEAK-VALUE WS-MAX-DD WS-CLOSE-VALUE
            MOVE 0 TO WS-PREV-D
            MOVE SPACES TO WS-PEAK-DATE WS-DD-PEAK-DATE
                           WS-DD-TROUGH-DATE WS-RISK-NOTE
            PERFORM VARYING WS-SUB-D FROM 1 BY 1
                       UNTIL WS-SUB-D > WS-DATE-COUNT
               IF WS-EN-PRICED (WS-SUB-E, WS-SUB-D) = "Y"
                  AND WS-EN-VALUE (WS-SUB-E, WS-SUB-D) > 0
                  PERFORM TAKE-RISK-DAY-PARA
               END-IF
            END-PERFORM
            IF WS-RET-COUNT < 2
               MOVE "INSUFFICIENT HISTORY" TO WS-RISK-NOTE
               ADD 1 TO WS-CTL-SHORT
            ELSE
               COMPUTE WS-DEGREES = WS-RET-COUNT - 1
               COMPUTE WS-VAR-R =
                  (WS-SUM-RR - WS-SUM-R * WS-SUM-R / WS-RET-COUNT)
                  / WS-DEGREES
               IF WS-VAR-R < 0
                  MOVE 0 TO WS-VAR-R
               END-IF
               COMPUTE WS-ANN-RETURN ROUNDED =
                  WS-SUM-R / WS-RET-COUNT * WS-TRADING-DAYS * 100
               COMPUTE WS-ANN-VOL ROUNDED =
                  FUNCTION SQRT(WS-VAR-R * WS-TRADING-DAYS) * 100
               IF WS-ANN-VOL > 0
                  COMPUTE WS-SHARPE ROUNDED =
                     (WS-ANN-RETURN - WS-RISK-FREE) / WS-ANN-VOL
               END-IF
               PERFORM COMPUTE-BETA-PARA
            END-IF.

        TAKE-RISK-DAY-PARA.
            MOVE WS-EN-VALUE (WS-SUB-E, WS-SUB-D) TO WS-CLOSE-VALUE
            IF WS-CLOSE-VALUE > WS-PEAK-VALUE
               MOVE WS-CLOSE-VALUE          TO WS-PEAK-VALUE
               MOVE WS-DT-DATE (WS-SUB-D)   TO WS-PEAK-DATE
            END-IF
            COMPUTE WS-DD-PCT ROUNDED =
               (WS-PEAK-VALUE - WS-CLOSE-VALUE) / WS-PEAK-VALUE * 100
            IF WS-DD-PCT > WS-MAX-DD
               MOVE WS-DD-PCT               TO WS-MAX-DD
               MOVE WS-PEAK-DATE            TO WS-DD-PEAK-DATE
               MOVE WS-DT-DATE (WS-SUB-D)   TO WS-DD-TROUGH-DATE
            END-IF
            IF WS-PREV-D > 0
               COMPUTE WS-RET ROUNDED =
                  WS-CLOSE-VALUE / WS-EN-VALUE (WS-SUB-E, WS-PREV-D)
                  - 1
               ADD 1 TO WS-RET-COUNT
               ADD WS-RET TO WS-SUM-R
               COMPUTE WS-SUM-RR = WS-SUM-RR + WS-RET * WS-RET
               IF WS-DT-BENCH (WS-SUB-D) > 0
                  AND WS-DT-BENCH (WS-PREV-D) > 0
                  COMPUTE WS-BRET ROUNDED =
                     WS-DT-BENCH (WS-SUB-D) / WS-DT-BENCH (WS-PREV-D)
                     - 1
                  ADD 1 TO WS-PAIR-COUNT
                  ADD WS-BRET TO WS-SUM-X
                  ADD WS-RET  TO WS-SUM-Y
                  COMPUTE WS-SUM-XX = WS-SUM-XX + WS-BRET * WS-BRET
                  COMPUTE WS-SUM-YY = WS-SUM-YY + WS-RET * WS-RET
                  COMPUTE WS-SUM-XY = WS-SUM-XY + WS-BRET * WS-RET
               END-IF
            END-IF
            MOVE WS-SUB-D TO WS-PREV-D.

        COMPUTE-BETA-PARA.
            IF WS-PAIR-COUNT < 2
               MOVE "NO BENCHMARK OVERLAP" TO WS-RISK-NOTE
            ELSE
               COMPUTE WS-DEGREES = WS-PAIR-COUNT - 1
               COMPUTE WS-VAR-X =
                  (WS-SUM-XX - WS-SUM-X * WS-SUM-X / WS-PAIR-COUNT)
                  / WS-DEGREES
               COMPUTE WS-VAR-Y =
                  (WS-SUM-YY - WS-SUM-Y * WS-SUM-Y / WS-PAIR-COUNT)
                  / WS-DEGREES
               COMPUTE WS-COV-XY =
                  (WS-SUM-XY - WS-SUM-X * WS-SUM-Y / WS-PAIR-COUNT)
                  / WS-DEGREES
               IF WS-VAR-X > 0
                  COMPUTE WS-BETA ROUNDED = WS-COV-XY / WS-VAR-X
                  IF WS-VAR-Y > 0
                     COMPUTE WS-CORREL ROUNDED =
                        WS-COV-XY / FUNCTION SQRT(WS-VAR-X * WS-VAR-Y)
                  END-IF
               ELSE
                  MOVE "BENCHMARK UNCHANGED" TO WS-RISK-NOTE
               END-IF
            END-IF.

        WRITE-REPORT-HEADER-PARA.
            MOVE WS-RUN-DATE      TO WH-RK-RUN-DATE
            MOVE WS-CYCLE-ID      TO WH-RK-CYCLE
            WRITE RISK-REC FROM WH-RISK-LINE1
            MOVE WS-WINDOW-START  TO WH-RK-FROM
            MOVE WS-RUN-DATE      TO WH-RK-TO
            MOVE WS-DATE-COUNT    TO WH-RK-DATES
            MOVE WS-RISK-FREE     TO WH-RK-RATE
            IF WS-BENCH-NAME = SPACES
               MOVE "NONE"        TO WH-RK-BENCH
            ELSE
               MOVE WS-BENCH-NAME TO WH-RK-BENCH
            END-IF
            WRITE RISK-REC FROM WH-RISK-LINE2
            MOVE SPACES TO RISK-REC
            WRITE RISK-REC
            WRITE RISK-REC FROM WH-RISK-HEADER.

        WRITE-RISK-LINE-PARA.
            ADD 1 TO WS-CTL-REPORTED
            MOVE SPACES TO WS-RD-RETURN WS-RD-VOL WS-RD-SHARPE
                           WS-RD-MAXDD WS-RD-BETA WS-RD-CORREL
            IF WS-SUB-E = WS-HOUSE-ENT
               MOVE "ALL OWNERS" TO WS-RD-OWNER
               MOVE SPACES TO RISK-REC
               WRITE RISK-REC
            ELSE
               MOVE WS-EN-OWNER (WS-SUB-E) TO WS-RD-OWNER
            END-IF
            MOVE WS-RET-COUNT     TO WS-RD-DAYS
            MOVE WS-CLOSE-VALUE   TO WS-RD-VALUE
            IF WS-RET-COUNT >= 2
               MOVE WS-ANN-RETURN TO WS-ED-RETURN
               MOVE WS-ED-RETURN  TO WS-RD-RETURN
               MOVE WS-ANN-VOL    TO WS-ED-VOL
               MOVE WS-ED-VOL     TO WS-RD-VOL
               MOVE WS-SHARPE     TO WS-ED-RATIO
               MOVE WS-ED-RATIO   TO WS-RD-SHARPE
               IF WS-PAIR-COUNT >= 2 AND WS-VAR-X > 0
                  MOVE WS-BETA    TO WS-ED-RATIO
                  MOVE WS-ED-RATIO TO WS-RD-BETA
                  MOVE WS-CORREL  TO WS-ED-CORREL
                  MOVE WS-ED-CORREL TO WS-RD-CORREL
               END-IF
            END-IF
            IF WS-RET-COUNT >= 1
               MOVE WS-MAX-DD     TO WS-ED-DD
               MOVE WS-ED-DD      TO WS-RD-MAXDD
            END-IF
            MOVE WS-DD-PEAK-DATE   TO WS-RD-PEAK
            MOVE WS-DD-TROUGH-DATE TO WS-RD-TROUGH
            MOVE WS-RISK-NOTE      TO WS-RD-NOTE
            WRITE RISK-REC FROM WS-RISK-DETAIL
            PERFORM WRITE-EXTRACT-PARA.

        WRITE-EXTRACT-PARA.
            MOVE WS-EN-OWNER (WS-SUB-E) TO WS-RX-OWNER
            MOVE WS-RUN-DATE       TO WS-RX-DATE
            MOVE WS-RET-COUNT      TO WS-RX-DAYS
            MOVE WS-RD-RETURN      TO WS-RX-RETURN
            MOVE WS-RD-VOL         TO WS-RX-VOL
            MOVE WS-RD-SHARPE      TO WS-RX-SHARPE
            MOVE WS-RD-MAXDD       TO WS-RX-MAXDD
            MOVE WS-RD-PEAK        TO WS-RX-PEAK
            MOVE WS-RD-TROUGH      TO WS-RX-TROUGH
            MOVE WS-RD-BETA        TO WS-RX-BETA
            MOVE WS-RD-CORREL      TO WS-RX-CORREL
            MOVE WS-RISK-FREE      TO WS-ED-RATE
            MOVE WS-ED-RATE        TO WS-RX-RATE
            MOVE WS-RISK-NOTE      TO WS-RX-NOTE
            WRITE RISKEXT-REC FROM WS-RISKEXT-LINE.

        WRITE-REPORT-TOTALS-PARA.
            MOVE SPACES TO RISK-REC
            WRITE RISK-REC
            MOVE "LOT RECORDS READ           :" TO WS-RT-LABEL
            MOVE WS-CTL-LOTS       TO WS-RT-COUNT
            WRITE RISK-REC FROM WS-RISK-TOTAL
            MOVE "PRICE HISTORY ROWS USED    :" TO WS-RT-LABEL
            MOVE WS-CTL-HIST-USED  TO WS-RT-COUNT
            WRITE RISK-REC FROM WS-RISK-TOTAL
            MOVE "BENCHMARK DAYS MATCHED     :" TO WS-RT-LABEL
            MOVE WS-CTL-BENCH-DAYS TO WS-RT-COUNT
            WRITE RISK-REC FROM WS-RISK-TOTAL
            MOVE "HOLDINGS WITH NO PRICES    :" TO WS-RT-LABEL
            MOVE WS-CTL-UNPRICED   TO WS-RT-COUNT
            WRITE RISK-REC FROM WS-RISK-TOTAL
            MOVE "OWNERS WITH SHORT HISTORY  :" TO WS-RT-LABEL
            MOVE WS-CTL-SHORT      TO WS-RT-COUNT
            WRITE RISK-REC FROM WS-RISK-TOTAL
            MOVE "RETURNS ARE DAILY, ANNUALISED OVER 252 TRADING DAYS"
                 TO RISK-REC
            WRITE RISK-REC
            MOVE "DAYS = DAILY RETURNS IN WINDOW" TO RISK-REC
            WRITE RISK-REC
            MOVE "MAX DD = LARGEST PCT FALL FROM A PEAK" TO RISK-REC
            WRITE RISK-REC.

        APPEND-OPSLOG-PARA.
            ACCEPT WS-OPL-END-TIME FROM TIME
            MOVE "NINJARISK"          TO WS-OPL-PROGRAM
            MOVE WS-RUN-DATE          TO WS-OPL-DATE
            MOVE WS-CYCLE-ID          TO WS-OPL-CYCLE
            MOVE WS-CTL-HIST-ROWS     TO WS-OPL-IN-COUNT
            MOVE WS-CTL-REPORTED      TO WS-OPL-OUT-COUNT
            MOVE WS-CTL-SHORT         TO WS-OPL-REJ-COUNT
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

        DISPLAY-CONTROL-COUNTS-PARA.
            DISPLAY "NINJA RISK ANALYTICS SUMMARY - CYCLE " WS-CYCLE-ID
            DISPLAY "  LOT RECORDS READ        : " WS-CTL-LOTS
            DISPLAY "  HISTORY ROWS READ       : " WS-CTL-HIST-ROWS
            DISPLAY "  HISTORY ROWS USED       : " WS-CTL-HIST-USED
            DISPLAY "  PRICE DATES IN WINDOW   : " WS-DATE-COUNT
            DISPLAY "  BENCHMARK DAYS MATCHED  : " WS-CTL-BENCH-DAYS
            DISPLAY "  OWNERS REPORTED         : " WS-CTL-REPORTED
            DISPLAY "  HOLDINGS WITHOUT PRICES : " WS-CTL-UNPRICED
            DISPLAY "  SHORT HISTORY           : " WS-CTL-SHORT.
