        IDENTIFICATION DIVISION.
        PROGRAM-ID. ninjaattr.
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

            SELECT STOCKMST-FILE ASSIGN TO "STOCK-MASTER.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS STOCKMST-FILE-STATUS.

            SELECT BENCHCON-FILE ASSIGN TO "NINJA-BENCH-CONST.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS BENCHCON-FILE-STATUS.

            SELECT ATTR-FILE    ASSIGN TO "NINJA-ATTRIBUTION.RPT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS ATTR-FILE-STATUS.

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

        FD   STOCKMST-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 STOCKMST-REC         PIC X(80).

        FD   BENCHCON-FILE  RECORD CONTAINS 60 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 BENCHCON-REC         PIC X(60).

        FD   ATTR-FILE  RECORD CONTAINS 132 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 ATTR-REC             PIC X(132).

        FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 RUNCTL-REC           PIC X(15).

        FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 OPSLOG-REC           PIC X(66).

        WORKING-STORAGE SECTION.
        01 LOTS-FILE-STATUS      PIC X(02).
        01 NINJAHIST-FILE-STATUS PIC X(02).
        01 STOCKMST-FILE-STATUS  PIC X(02).
        01 BENCHCON-FILE-STATUS  PIC X(02).
        01 ATTR-FILE-STATUS      PIC X(02).
        01 RUNCTL-FILE-STATUS    PIC X(02).
        01 OPSLOG-FILE-STATUS    PIC X(02).
        01 EOF                   PIC X(01) VALUE "N".

        01 WS-RUN-DATE           PIC X(08).
        01 WS-CYCLE-ID           PIC X(04) VALUE "0001".
        01 WS-START-TIME         PIC 9(08) VALUE 0.
        01 WS-PERIOD             PIC X(06) VALUE SPACES.
        01 WS-MONTH-START        PIC X(08) VALUE SPACES.
        01 WS-RUN-CTL-IN.
           COPY RUNCTL.
        01 WS-OPSLOG-LINE.
           COPY OPSLOG.

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
        01 WS-NH-PRICE           PIC 9(07)V99 VALUE 0.

        01 WS-SM-STOCK-IN        PIC X(10).
        01 WS-SM-SECTOR-IN       PIC X(12).
        01 WS-STOCKMST-TABLE.
           05 WS-SM-ENTRY OCCURS 50000 TIMES INDEXED BY WS-SM-IDX.
              10 WS-SM-STOCK     PIC X(10).
              10 WS-SM-SECTOR    PIC X(12).
        01 WS-STOCKMST-COUNT     PIC 9(05) VALUE 0.
        01 WS-SM-FOUND           PIC X(01) VALUE "N".

        01 WS-BC-STOCK-IN        PIC X(10).
        01 WS-BC-SECTOR-IN       PIC X(12).
        01 WS-BC-WEIGHT-IN       PIC X(10).
        01 WS-BC-RETURN-IN       PIC X(10).
        01 WS-BC-WEIGHT          PIC S9(03)V9(06) VALUE 0.
        01 WS-BC-RETURN          PIC S9(05)V9(06) VALUE 0.

        01 WS-OWNER-TABLE.
           05 WS-OW-ENTRY OCCURS 101 TIMES INDEXED BY WS-OW-IDX.
              10 WS-OW-OWNER     PIC X(08).
        01 WS-OWNER-COUNT        PIC 9(03) VALUE 0.
        01 WS-OW-FOUND           PIC X(01) VALUE "N".
        01 WS-FOUND-OW-IDX       PIC 9(03) VALUE 0.

        01 WS-STOCK-TABLE.
           05 WS-ST-ENTRY OCCURS 500 TIMES INDEXED BY WS-ST-IDX.
              10 WS-ST-STOCK       PIC X(10).
              10 WS-ST-SECTOR      PIC X(12).
              10 WS-ST-START-DATE  PIC X(08).
              10 WS-ST-START-PRICE PIC 9(07)V99.
              10 WS-ST-FIRST-DATE  PIC X(08).
              10 WS-ST-FIRST-PRICE PIC 9(07)V99.
              10 WS-ST-END-DATE    PIC X(08).
              10 WS-ST-END-PRICE   PIC 9(07)V99.
        01 WS-STOCK-COUNT        PIC 9(03) VALUE 0.
        01 WS-ST-FOUND           PIC X(01) VALUE "N".
        01 WS-FOUND-ST-IDX       PIC 9(03) VALUE 0.
        01 WS-KEY-STOCK          PIC X(10) VALUE SPACES.

        01 WS-HOLD-TABLE.
           05 WS-HD-ENTRY OCCURS 2000 TIMES INDEXED BY WS-HD-IDX.
              10 WS-HD-OWN       PIC 9(03).
              10 WS-HD-ST        PIC 9(03).
              10 WS-HD-UNITS     PIC S9(09).
        01 WS-HOLD-COUNT         PIC 9(04) VALUE 0.
        01 WS-HD-FOUND           PIC X(01) VALUE "N".

        01 WS-BENCH-TABLE.
           05 WS-BS-ENTRY OCCURS 50 TIMES INDEXED BY WS-BS-IDX.
              10 WS-BS-SECTOR    PIC X(12).
              10 WS-BS-WEIGHT    PIC S9(05)V9(06).
              10 WS-BS-WTD-RET   PIC S9(07)V9(06).
              10 WS-BS-RETURN    PIC S9(05)V9(06).
        01 WS-BENCH-COUNT        PIC 9(03) VALUE 0.
        01 WS-BENCH-WEIGHT       PIC S9(05)V9(06) VALUE 0.
        01 WS-BENCH-RETURN       PIC S9(05)V9(06) VALUE 0.

        01 WS-SECTOR-TABLE.
           05 WS-SC-ENTRY OCCURS 100 TIMES INDEXED BY WS-SC-IDX.
              10 WS-SC-SECTOR    PIC X(12).
              10 WS-SC-START-VAL PIC S9(15)V99.
              10 WS-SC-END-VAL   PIC S9(15)V99.
              10 WS-SC-PORT-WT   PIC S9(03)V9(06).
              10 WS-SC-PORT-RET  PIC S9(05)V9(06).
              10 WS-SC-BENCH-WT  PIC S9(03)V9(06).
              10 WS-SC-BENCH-RET PIC S9(05)V9(06).
              10 WS-SC-ALLOC     PIC S9(05)V9(06).
              10 WS-SC-SELECT    PIC S9(05)V9(06).
              10 WS-SC-TOTAL     PIC S9(05)V9(06).
              10 WS-SC-RANKED    PIC X(01).
        01 WS-SECTOR-COUNT       PIC 9(03) VALUE 0.
        01 WS-SC-FOUND           PIC X(01) VALUE "N".
        01 WS-FOUND-SC-IDX       PIC 9(03) VALUE 0.
        01 WS-KEY-SECTOR         PIC X(12) VALUE SPACES.

        01 WS-SUB-O              PIC 9(03) VALUE 0.
        01 WS-SUB-S              PIC 9(03) VALUE 0.
        01 WS-SUB-H              PIC 9(04) VALUE 0.
        01 WS-SUB-C              PIC 9(03) VALUE 0.
        01 WS-RANK               PIC 9(01) VALUE 0.
        01 WS-BEST-IDX           PIC 9(03) VALUE 0.
        01 WS-BEST-TOTAL         PIC S9(05)V9(06) VALUE 0.
        01 WS-START-PRICE        PIC 9(07)V99 VALUE 0.

        01 WS-PORT-START         PIC S9(15)V99 VALUE 0.
        01 WS-PORT-END           PIC S9(15)V99 VALUE 0.
        01 WS-PORT-RETURN        PIC S9(05)V9(06) VALUE 0.
        01 WS-EXCESS             PIC S9(05)V9(06) VALUE 0.
        01 WS-TOT-ALLOC          PIC S9(05)V9(06) VALUE 0.
        01 WS-TOT-SELECT         PIC S9(05)V9(06) VALUE 0.

        01 WS-CTL-LOTS           PIC 9(07) VALUE 0.
        01 WS-CTL-HIST-USED      PIC 9(07) VALUE 0.
        01 WS-CTL-CONSTITUENTS   PIC 9(07) VALUE 0.
        01 WS-CTL-UNPRICED       PIC 9(07) VALUE 0.
        01 WS-CTL-REPORTED       PIC 9(07) VALUE 0.
        01 WS-CTL-NO-VALUE       PIC 9(07) VALUE 0.

        01 WH-ATTR-LINE1.
           05 FILLER PIC X(32) VALUE "NINJA SECTOR ATTRIBUTION        ".
           05 FILLER PIC X(08) VALUE "PERIOD: ".
           05 WH-AT-PERIOD       PIC X(06).
           05 FILLER PIC X(12) VALUE "  RUN DATE: ".
           05 WH-AT-RUN-DATE     PIC X(08).
           05 FILLER PIC X(09) VALUE "  CYCLE: ".
           05 WH-AT-CYCLE        PIC X(04).
        01 WH-ATTR-LINE2.
           05 FILLER PIC X(32) VALUE "BENCHMARK CONSTITUENTS:         ".
           05 WH-AT-CONST        PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE "   SECTORS:  ".
           05 WH-AT-SECTORS      PIC ZZ9.
           05 FILLER PIC X(22) VALUE "   BENCHMARK RETURN: ".
           05 WH-AT-BENCH-RET    PIC -(4)9.99.
           05 FILLER PIC X(04) VALUE " PCT".
        01 WS-OWNER-LINE.
           05 FILLER PIC X(08) VALUE "OWNER : ".
           05 WS-OL-OWNER        PIC X(10).
           05 FILLER PIC X(20) VALUE "  PORTFOLIO RETURN: ".
           05 WS-OL-PORT         PIC -(4)9.99.
           05 FILLER PIC X(20) VALUE " PCT  BENCHMARK:    ".
           05 WS-OL-BENCH        PIC -(4)9.99.
           05 FILLER PIC X(16) VALUE " PCT  EXCESS:   ".
           05 WS-OL-EXCESS       PIC -(4)9.99.
           05 FILLER PIC X(04) VALUE " PCT".
        01 WH-ATTR-HEADER.
           05 FILLER PIC X(14) VALUE "SECTOR".
           05 FILLER PIC X(09) VALUE " PORT WT".
           05 FILLER PIC X(09) VALUE "BENCH WT".
           05 FILLER PIC X(10) VALUE "  PORT RET".
           05 FILLER PIC X(10) VALUE " BENCH RET".
           05 FILLER PIC X(12) VALUE "  ALLOCATION".
           05 FILLER PIC X(12) VALUE "   SELECTION".
           05 FILLER PIC X(12) VALUE "       TOTAL".
        01 WS-ATTR-DETAIL.
           05 WS-AD-SECTOR       PIC X(12).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-AD-PORT-WT      PIC ZZZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AD-BENCH-WT     PIC ZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-AD-PORT-RET     PIC -(4)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-AD-BENCH-RET    PIC -(4)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-AD-ALLOC        PIC -(5)9.9999.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AD-SELECT       PIC -(5)9.9999.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AD-TOTAL        PIC -(5)9.9999.
        01 WS-ATTR-TOTAL-LINE.
           05 FILLER             PIC X(14) VALUE "TOTAL".
           05 FILLER             PIC X(40) VALUE SPACES.
           05 WS-AT-ALLOC        PIC -(5)9.9999.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AT-SELECT       PIC -(5)9.9999.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-AT-TOTAL        PIC -(5)9.9999.
        01 WS-RANK-LINE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WS-RL-RANK         PIC 9(01).
           05 FILLER             PIC X(02) VALUE ". ".
           05 WS-RL-SECTOR       PIC X(12).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RL-TOTAL        PIC -(5)9.9999.
           05 FILLER             PIC X(14) VALUE " PCT POINTS".

        01 WS-ATTR-COUNT-LINE.
           05 WS-AC-LABEL          PIC X(30).
           05 WS-AC-COUNT          PIC ZZZZZZ9.

        PROCEDURE DIVISION.
            DISPLAY "THIS IS THE NINJA SECTOR ATTRIBUTION PROGRAM".
            ACCEPT WS-START-TIME FROM TIME.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM LOAD-RUN-CONTROL-PARA.
            MOVE WS-RUN-DATE(1:6) TO WS-PERIOD.
            STRING WS-PERIOD "01" DELIMITED BY SIZE
                   INTO WS-MONTH-START.
            PERFORM LOAD-BENCH-CONST-PARA.
            IF WS-BENCH-COUNT = 0
               DISPLAY "NO BENCHMARK CONSTITUENTS, NO ATTRIBUTION"
               MOVE 12 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            PERFORM LOAD-STOCKMST-PARA.
            PERFORM LOAD-LOTS-PARA.
            IF WS-HOLD-COUNT = 0
               DISPLAY "NO OPEN LOTS ON FILE, NO ATTRIBUTION"
               MOVE 8 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            PERFORM LOAD-HIST-PARA.
            PERFORM COUNT-UNPRICED-PARA.
            OPEN OUTPUT ATTR-FILE.
            IF ATTR-FILE-STATUS NOT = "00"
               DISPLAY "ATTRIBUTION REPORT OPEN FAILED, STATUS="
                       ATTR-FILE-STATUS
               MOVE 28 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            PERFORM WRITE-REPORT-HEADER-PARA.
            PERFORM VARYING WS-SUB-O FROM 1 BY 1
                       UNTIL WS-SUB-O > WS-OWNER-COUNT
               PERFORM ATTRIBUTE-OWNER-PARA
            END-PERFORM.
            PERFORM WRITE-REPORT-TOTALS-PARA.
            CLOSE ATTR-FILE.
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
               CLOSE RUNCTL-FILE
            ELSE
               DISPLAY "RUN CONTROL FILE NOT FOUND, USING SYSTEM "
                       "DATE AND DEFAULT CYCLE ID"
            END-IF.

        LOAD-BENCH-CONST-PARA.
            MOVE 0 TO WS-BENCH-COUNT WS-BENCH-WEIGHT WS-BENCH-RETURN
            OPEN INPUT BENCHCON-FILE
            IF BENCHCON-FILE-STATUS = "00"
               PERFORM UNTIL BENCHCON-FILE-STATUS NOT = "00"
                  READ BENCHCON-FILE
                    AT END
                      MOVE "10" TO BENCHCON-FILE-STATUS
                    NOT AT END
                      PERFORM TAKE-CONSTITUENT-PARA
                  END-READ
               END-PERFORM
               CLOSE BENCHCON-FILE
            ELSE
               DISPLAY "BENCHMARK CONSTITUENTS FILE NOT FOUND, STATUS="
                       BENCHCON-FILE-STATUS
            END-IF
            IF WS-BENCH-WEIGHT > 0
               PERFORM VARYING WS-BS-IDX FROM 1 BY 1
                          UNTIL WS-BS-IDX > WS-BENCH-COUNT
                  IF WS-BS-WEIGHT (WS-BS-IDX) > 0
                     COMPUTE WS-BS-RETURN (WS-BS-IDX) ROUNDED =
                        WS-BS-WTD-RET (WS-BS-IDX)
                        / WS-BS-WEIGHT (WS-BS-IDX)
                  END-IF
                  COMPUTE WS-BS-WEIGHT (WS-BS-IDX) ROUNDED =
                     WS-BS-WEIGHT (WS-BS-IDX) / WS-BENCH-WEIGHT * 100
                  COMPUTE WS-BENCH-RETURN ROUNDED = WS-BENCH-RETURN
                     + WS-BS-WEIGHT (WS-BS-IDX) / 100
                     * WS-BS-RETURN (WS-BS-IDX)
               END-PERFORM
            ELSE
               MOVE 0 TO WS-BENCH-COUNT
            END-IF.

        TAKE-CONSTITUENT-PARA.
            MOVE SPACES TO WS-BC-STOCK-IN WS-BC-SECTOR-IN
                           WS-BC-WEIGHT-IN WS-BC-RETURN-IN
            UNSTRING BENCHCON-REC DELIMITED BY ","
            INTO WS-BC-STOCK-IN
                 WS-BC-SECTOR-IN
                 WS-BC-WEIGHT-IN
                 WS-BC-RETURN-IN
            END-UNSTRING
            IF WS-BC-WEIGHT-IN NOT = SPACES
               AND WS-BC-RETURN-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-BC-WEIGHT-IN) = 0
               AND FUNCTION TEST-NUMVAL(WS-BC-RETURN-IN) = 0
               ADD 1 TO WS-CTL-CONSTITUENTS
               COMPUTE WS-BC-WEIGHT = FUNCTION NUMVAL(WS-BC-WEIGHT-IN)
               COMPUTE WS-BC-RETURN = FUNCTION NUMVAL(WS-BC-RETURN-IN)
               IF WS-BC-SECTOR-IN = SPACES
                  MOVE "UNKNOWN" TO WS-BC-SECTOR-IN
               END-IF
               MOVE WS-BC-SECTOR-IN TO WS-KEY-SECTOR
               PERFORM FIND-BENCH-SECTOR-PARA
               ADD WS-BC-WEIGHT TO WS-BS-WEIGHT (WS-BS-IDX)
               COMPUTE WS-BS-WTD-RET (WS-BS-IDX) =
                  WS-BS-WTD-RET (WS-BS-IDX)
                  + WS-BC-WEIGHT * WS-BC-RETURN
               ADD WS-BC-WEIGHT TO WS-BENCH-WEIGHT
            END-IF.

        FIND-BENCH-SECTOR-PARA.
            MOVE "N" TO WS-SC-FOUND
            SET WS-BS-IDX TO 1
            PERFORM UNTIL WS-BS-IDX > WS-BENCH-COUNT
                       OR WS-SC-FOUND = "Y"
               IF WS-BS-SECTOR (WS-BS-IDX) = WS-KEY-SECTOR
                  MOVE "Y" TO WS-SC-FOUND
               ELSE
                  SET WS-BS-IDX UP BY 1
               END-IF
            END-PERFORM
            IF WS-SC-FOUND NOT = "Y"
               IF WS-BENCH-COUNT >= 50
                  DISPLAY "BENCHMARK SECTOR CAPACITY EXCEEDED AT "
                          WS-BENCH-COUNT " SECTORS - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-BENCH-COUNT
               SET WS-BS-IDX TO WS-BENCH-COUNT
               MOVE WS-KEY-SECTOR TO WS-BS-SECTOR (WS-BS-IDX)
               MOVE 0 TO WS-BS-WEIGHT (WS-BS-IDX)
               MOVE 0 TO WS-BS-WTD-RET (WS-BS-IDX)
               MOVE 0 TO WS-BS-RETURN (WS-BS-IDX)
            END-IF.

        LOAD-STOCKMST-PARA.
            MOVE 0 TO WS-STOCKMST-COUNT
            OPEN INPUT STOCKMST-FILE
            IF STOCKMST-FILE-STATUS = "00"
               PERFORM UNTIL STOCKMST-FILE-STATUS NOT = "00"
                  READ STOCKMST-FILE
                    AT END
                      MOVE "10" TO STOCKMST-FILE-STATUS
                    NOT AT END
                      MOVE SPACES TO WS-SM-STOCK-IN WS-SM-SECTOR-IN
                      UNSTRING STOCKMST-REC DELIMITED BY ","
                      INTO WS-SM-STOCK-IN
                           WS-SM-SECTOR-IN
                      END-UNSTRING
                      IF WS-SM-STOCK-IN NOT = "STOCK"
                         AND WS-SM-STOCK-IN NOT = SPACES
                         IF WS-STOCKMST-COUNT >= 50000
                            DISPLAY "STOCK MASTER CAPACITY EXCEEDED "
                                    "AT " WS-STOCKMST-COUNT
                                    " SCRIPS - RUN STOPPED"
                            MOVE 20 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-STOCKMST-COUNT
                         SET WS-SM-IDX TO WS-STOCKMST-COUNT
                         MOVE WS-SM-STOCK-IN
                              TO WS-SM-STOCK (WS-SM-IDX)
                         MOVE WS-SM-SECTOR-IN
                              TO WS-SM-SECTOR (WS-SM-IDX)
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE STOCKMST-FILE
            ELSE
               DISPLAY "NO STOCK MASTER, ALL SECTORS UNKNOWN"
            END-IF.

        FIND-SECTOR-OF-STOCK-PARA.
            MOVE "UNKNOWN" TO WS-KEY-SECTOR
            MOVE "N" TO WS-SM-FOUND
            SET WS-SM-IDX TO 1
            PERFORM UNTIL WS-SM-IDX > WS-STOCKMST-COUNT
                       OR WS-SM-FOUND = "Y"
               IF WS-SM-STOCK (WS-SM-IDX) = WS-KEY-STOCK
                  MOVE "Y" TO WS-SM-FOUND
                  IF WS-SM-SECTOR (WS-SM-IDX) NOT = SPACES
                     MOVE WS-SM-SECTOR (WS-SM-IDX) TO WS-KEY-SECTOR
                  END-IF
               ELSE
                  SET WS-SM-IDX UP BY 1
               END-IF
            END-PERFORM.

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
               PERFORM FIND-OWNER-PARA
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
               PERFORM FIND-OWNER-PARA
               MOVE WS-LT-STOCK-IN TO WS-KEY-STOCK
               PERFORM ADD-STOCK-PARA
               PERFORM FIND-HOLDING-PARA
               COMPUTE WS-HD-UNITS (WS-HD-IDX) =
                  WS-HD-UNITS (WS-HD-IDX)
                  + FUNCTION NUMVAL(WS-LT-SHARES-IN)
            END-IF.

        FIND-OWNER-PARA.
            MOVE "N" TO WS-OW-FOUND
            SET WS-OW-IDX TO 1
            PERFORM UNTIL WS-OW-IDX > WS-OWNER-COUNT
                       OR WS-OW-FOUND = "Y"
               IF WS-OW-OWNER (WS-OW-IDX) = WS-LT-OWNER-IN
                  MOVE "Y" TO WS-OW-FOUND
                  SET WS-FOUND-OW-IDX TO WS-OW-IDX
               END-IF
               SET WS-OW-IDX UP BY 1
            END-PERFORM
            IF WS-OW-FOUND NOT = "Y"
               IF WS-OWNER-COUNT >= 101
                  DISPLAY "OWNER TABLE CAPACITY EXCEEDED AT "
                          WS-OWNER-COUNT " OWNERS - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-OWNER-COUNT
               SET WS-OW-IDX TO WS-OWNER-COUNT
               SET WS-FOUND-OW-IDX TO WS-OW-IDX
               MOVE WS-LT-OWNER-IN TO WS-OW-OWNER (WS-OW-IDX)
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
               PERFORM FIND-SECTOR-OF-STOCK-PARA
               MOVE WS-KEY-SECTOR TO WS-ST-SECTOR (WS-ST-IDX)
               MOVE SPACES TO WS-ST-START-DATE (WS-ST-IDX)
                              WS-ST-FIRST-DATE (WS-ST-IDX)
                              WS-ST-END-DATE (WS-ST-IDX)
               MOVE 0 TO WS-ST-START-PRICE (WS-ST-IDX)
                         WS-ST-FIRST-PRICE (WS-ST-IDX)
                         WS-ST-END-PRICE (WS-ST-IDX)
            END-IF.

        FIND-STOCK-PARA.
            MOVE "N" TO WS-ST-FOUND
            SET WS-ST-IDX TO 1
            PERFORM UNTIL WS-ST-IDX > WS-STOCK-COUNT
                       OR WS-ST-FOUND = "Y"
               IF WS-ST-STOCK (WS-ST-IDX) = WS-KEY-STOCK
                  MOVE "Y" TO WS-ST-FOUND
                  SET WS-FOUND-ST-IDX TO WS-ST-IDX
               ELSE
                  SET WS-ST-IDX UP BY 1
               END-IF
            END-PERFORM.

        FIND-HOLDING-PARA.
            MOVE "N" TO WS-HD-FOUND
            SET WS-HD-IDX TO 1
            PERFORM UNTIL WS-HD-IDX > WS-HOLD-COUNT
                       OR WS-HD-FOUND = "Y"
               IF WS-HD-OWN (WS-HD-IDX) = WS-FOUND-OW-IDX
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
               MOVE WS-FOUND-OW-IDX TO WS-HD-OWN (WS-HD-IDX)
               MOVE WS-FOUND-ST-IDX TO WS-HD-ST (WS-HD-IDX)
               MOVE 0 TO WS-HD-UNITS (WS-HD-IDX)
            END-IF.

        LOAD-HIST-PARA.
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
                   PERFORM TAKE-HIST-PARA
               END-READ
            END-PERFORM
            CLOSE NINJAHIST-FILE.

        TAKE-HIST-PARA.
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
            IF WS-NH-DATE-IN IS NUMERIC
               AND WS-NH-DATE-IN <= WS-RUN-DATE
               AND WS-NH-PRICE-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-NH-PRICE-IN) = 0
               MOVE WS-NH-STOCK-IN TO WS-KEY-STOCK
               PERFORM FIND-STOCK-PARA
               IF WS-ST-FOUND = "Y"
                  COMPUTE WS-NH-PRICE = FUNCTION NUMVAL(WS-NH-PRICE-IN)
                  PERFORM STORE-HIST-PRICE-PARA
               END-IF
            END-IF.

        STORE-HIST-PRICE-PARA.
            IF WS-NH-PRICE > 0
               ADD 1 TO WS-CTL-HIST-USED
               IF WS-NH-DATE-IN < WS-MONTH-START
                  IF WS-NH-DATE-IN >= WS-ST-START-DATE (WS-ST-IDX)
                     OR WS-ST-START-DATE (WS-ST-IDX) = SPACES
                     MOVE WS-NH-DATE-IN TO WS-ST-START-DATE (WS-ST-IDX)
                     MOVE WS-NH-PRICE  TO WS-ST-START-PRICE (WS-ST-IDX)
                  END-IF
               ELSE
                  IF WS-NH-DATE-IN < WS-ST-FIRST-DATE (WS-ST-IDX)
                     OR WS-ST-FIRST-DATE (WS-ST-IDX) = SPACES
                     MOVE WS-NH-DATE-IN TO WS-ST-FIRST-DATE (WS-ST-IDX)
                     MOVE WS-NH-PRICE  TO WS-ST-FIRST-PRICE (WS-ST-IDX)
                  END-IF
                  IF WS-NH-DATE-IN >= WS-ST-END-DATE (WS-ST-IDX)
                     OR WS-ST-END-DATE (WS-ST-IDX) = SPACES
                     MOVE WS-NH-DATE-IN TO WS-ST-END-DATE (WS-ST-IDX)
                     MOVE WS-NH-PRICE  TO WS-ST-END-PRICE (WS-ST-IDX)
                  END-IF
               END-IF
            END-IF.

        COUNT-UNPRICED-PARA.
            PERFORM VARYING WS-SUB-H FROM 1 BY 1
                       UNTIL WS-SUB-H > WS-HOLD-COUNT
               MOVE WS-HD-ST (WS-SUB-H) TO WS-SUB-S
               IF WS-HD-UNITS (WS-SUB-H) > 0
                  AND WS-ST-END-PRICE (WS-SUB-S) = 0
                  ADD 1 TO WS-CTL-UNPRICED
                  MOVE WS-HD-OWN (WS-SUB-H) TO WS-SUB-O
                  DISPLAY "NO PRICE THIS MONTH, HOLDING LEFT OUT: "
                          WS-ST-STOCK (WS-SUB-S) " "
                          WS-OW-OWNER (WS-SUB-O)
               END-IF
            END-PERFORM
            MOVE 0 TO WS-SUB-O.

        ATTRIBUTE-OWNER-PARA.
            MOVE 0 TO WS-SECTOR-COUNT WS-PORT-START WS-PORT-END
            PERFORM VARYING WS-SUB-H FROM 1 BY 1
                       UNTIL WS-SUB-H > WS-HOLD-COUNT
               IF WS-HD-UNITS (WS-SUB-H) > 0
                  AND (WS-HD-OWN (WS-SUB-H) = WS-SUB-O
                       OR WS-OW-OWNER (WS-SUB-O) = "*ALL*")
                  PERFORM ADD-HOLDING-SECTOR-PARA
               END-IF
            END-PERFORM
            ADD 1 TO WS-CTL-REPORTED
            MOVE SPACES TO ATTR-REC
            WRITE ATTR-REC
            IF WS-OW-OWNER (WS-SUB-O) = "*ALL*"
               MOVE "ALL OWNERS" TO WS-OL-OWNER
            ELSE
               MOVE WS-OW-OWNER (WS-SUB-O) TO WS-OL-OWNER
            END-IF
            IF WS-PORT-START = 0
               ADD 1 TO WS-CTL-NO-VALUE
               MOVE SPACES TO ATTR-REC
               STRING "OWNER : " WS-OL-OWNER
                      "  NO PRICED HOLDINGS THIS PERIOD"
                      DELIMITED BY SIZE INTO ATTR-REC
               WRITE ATTR-REC
            ELSE
               COMPUTE WS-PORT-RETURN ROUNDED =
                  (WS-PORT-END - WS-PORT-START) / WS-PORT-START * 100
               COMPUTE WS-EXCESS = WS-PORT-RETURN - WS-BENCH-RETURN
               PERFORM ADD-BENCH-SECTORS-PARA
               PERFORM COMPUTE-EFFECTS-PARA
               COMPUTE WS-OL-PORT ROUNDED   = WS-PORT-RETURN
               COMPUTE WS-OL-BENCH ROUNDED  = WS-BENCH-RETURN
               COMPUTE WS-OL-EXCESS ROUNDED = WS-EXCESS
               WRITE ATTR-REC FROM WS-OWNER-LINE
               WRITE ATTR-REC FROM WH-ATTR-HEADER
               PERFORM VARYING WS-SUB-C FROM 1 BY 1
                          UNTIL WS-SUB-C > WS-SECTOR-COUNT
                  PERFORM WRITE-SECTOR-LINE-PARA
               END-PERFORM
               COMPUTE WS-AT-ALLOC ROUNDED  = WS-TOT-ALLOC
               COMPUTE WS-AT-SELECT ROUNDED = WS-TOT-SELECT
               COMPUTE WS-AT-TOTAL ROUNDED  =
                  WS-TOT-ALLOC + WS-TOT-SELECT
               WRITE ATTR-REC FROM WS-ATTR-TOTAL-LINE
               PERFORM WRITE-RANKING-PARA
            END-IF.

        ADD-HOLDING-SECTOR-PARA.
            MOVE WS-HD-ST (WS-SUB-H) TO WS-SUB-S
            IF WS-ST-END-PRICE (WS-SUB-S) > 0
               IF WS-ST-START-PRICE (WS-SUB-S) > 0
                  MOVE WS-ST-START-PRICE (WS-SUB-S) TO WS-START-PRICE
               ELSE
                  MOVE WS-ST-FIRST-PRICE (WS-SUB-S) TO WS-START-PRICE
               END-IF
               MOVE WS-ST-SECTOR (WS-SUB-S) TO WS-KEY-SECTOR
               PERFORM FIND-SECTOR-PARA
               COMPUTE WS-SC-START-VAL (WS-FOUND-SC-IDX) =
                  WS-SC-START-VAL (WS-FOUND-SC-IDX)
                  + WS-HD-UNITS (WS-SUB-H) * WS-START-PRICE
               COMPUTE WS-SC-END-VAL (WS-FOUND-SC-IDX) =
                  WS-SC-END-VAL (WS-FOUND-SC-IDX)
                  + WS-HD-UNITS (WS-SUB-H) * WS-ST-END-PRICE (WS-SUB-S)
               COMPUTE WS-PORT-START = WS-PORT-START
                  + WS-HD-UNITS (WS-SUB-H) * WS-START-PRICE
               COMPUTE WS-PORT-END = WS-PORT-END
                  + WS-HD-UNITS (WS-SUB-H) * WS-ST-END-PRICE (WS-SUB-S)
            END-IF.

        FIND-SECTOR-PARA.
            MOVE "N" TO WS-SC-FOUND
            SET WS-SC-IDX TO 1
            PERFORM UNTIL WS-SC-IDX > WS-SECTOR-COUNT
                       OR WS-SC-FOUND = "Y"
               IF WS-SC-SECTOR (WS-SC-IDX) = WS-KEY-SECTOR
                  MOVE "Y" TO WS-SC-FOUND
                  SET WS-FOUND-SC-IDX TO WS-SC-IDX
               ELSE
                  SET WS-SC-IDX UP BY 1
               END-IF
            END-PERFORM
            IF WS-SC-FOUND NOT = "Y"
               IF WS-SECTOR-COUNT >= 100
                  DISPLAY "SECTOR TABLE CAPACITY EXCEEDED AT "
                          WS-SECTOR-COUNT " SECTORS - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-SECTOR-COUNT
               SET WS-SC-IDX TO WS-SECTOR-COUNT
               SET WS-FOUND-SC-IDX TO WS-SC-IDX
               MOVE WS-KEY-SECTOR TO WS-SC-SECTOR (WS-SC-IDX)
               MOVE 0 TO WS-SC-START-VAL (WS-SC-IDX)
                         WS-SC-END-VAL (WS-SC-IDX)
                         WS-SC-PORT-WT (WS-SC-IDX)
                         WS-SC-PORT-RET (WS-SC-IDX)
                         WS-SC-BENCH-WT (WS-SC-IDX)
                         WS-SC-BENCH-RET (WS-SC-IDX)
                         WS-SC-ALLOC (WS-SC-IDX)
                         WS-SC-SELECT (WS-SC-IDX)
                         WS-SC-TOTAL (WS-SC-IDX)
               MOVE "N" TO WS-SC-RANKED (WS-SC-IDX)
            END-IF.

        ADD-BENCH-SECTORS-PARA.
            PERFORM VARYING WS-SUB-C FROM 1 BY 1
                       UNTIL WS-SUB-C > WS-SECTOR-COUNT
               MOVE WS-BENCH-RETURN TO WS-SC-BENCH-RET (WS-SUB-C)
            END-PERFORM
            PERFORM VARYING WS-BS-IDX FROM 1 BY 1
                       UNTIL WS-BS-IDX > WS-BENCH-COUNT
               MOVE WS-BS-SECTOR (WS-BS-IDX) TO WS-KEY-SECTOR
               PERFORM FIND-SECTOR-PARA
               MOVE WS-BS-WEIGHT (WS-BS-IDX)
                    TO WS-SC-BENCH-WT (WS-FOUND-SC-IDX)
               MOVE WS-BS-RETURN (WS-BS-IDX)
                    TO WS-SC-BENCH-RET (WS-FOUND-SC-IDX)
            END-PERFORM.

        COMPUTE-EFFECTS-PARA.
            MOVE 0 TO WS-TOT-ALLOC WS-TOT-SELECT
            PERFORM VARYING WS-SUB-C FROM 1 BY 1
                       UNTIL WS-SUB-C > WS-SECTOR-COUNT
               COMPUTE WS-SC-PORT-WT (WS-SUB-C) ROUNDED =
                  WS-SC-START-VAL (WS-SUB-C) / WS-PORT-START * 100
               IF WS-SC-START-VAL (WS-SUB-C) > 0
                  COMPUTE WS-SC-PORT-RET (WS-SUB-C) ROUNDED =
                     (WS-SC-END-VAL (WS-SUB-C)
                      - WS-SC-START-VAL (WS-SUB-C))
                     / WS-SC-START-VAL (WS-SUB-C) * 100
               END-IF
               COMPUTE WS-SC-ALLOC (WS-SUB-C) ROUNDED =
                  (WS-SC-PORT-WT (WS-SUB-C) - WS-SC-BENCH-WT (WS-SUB-C))
                  / 100
                  * (WS-SC-BENCH-RET (WS-SUB-C) - WS-BENCH-RETURN)
               COMPUTE WS-SC-SELECT (WS-SUB-C) ROUNDED =
                  WS-SC-PORT-WT (WS-SUB-C) / 100
                  * (WS-SC-PORT-RET (WS-SUB-C)
                     - WS-SC-BENCH-RET (WS-SUB-C))
               COMPUTE WS-SC-TOTAL (WS-SUB-C) =
                  WS-SC-ALLOC (WS-SUB-C) + WS-SC-SELECT (WS-SUB-C)
               ADD WS-SC-ALLOC (WS-SUB-C)  TO WS-TOT-ALLOC
               ADD WS-SC-SELECT (WS-SUB-C) TO WS-TOT-SELECT
            END-PERFORM.

        WRITE-SECTOR-LINE-PARA.
            MOVE WS-SC-SECTOR (WS-SUB-C) TO WS-AD-SECTOR
            COMPUTE WS-AD-PORT-WT ROUNDED   = WS-SC-PORT-WT (WS-SUB-C)
            COMPUTE WS-AD-BENCH-WT ROUNDED  = WS-SC-BENCH-WT (WS-SUB-C)
            COMPUTE WS-AD-PORT-RET ROUNDED  = WS-SC-PORT-RET (WS-SUB-C)
            COMPUTE WS-AD-BENCH-RET ROUNDED =
               WS-SC-BENCH-RET (WS-SUB-C)
            COMPUTE WS-AD-ALLOC ROUNDED     = WS-SC-ALLOC (WS-SUB-C)
            COMPUTE WS-AD-SELECT ROUNDED    = WS-SC-SELECT (WS-SUB-C)
            COMPUTE WS-AD-TOTAL ROUNDED     = WS-SC-TOTAL (WS-SUB-C)
            WRITE ATTR-REC FROM WS-ATTR-DETAIL.

        WRITE-RANKING-PARA.
            MOVE "TOP CONTRIBUTORS TO RELATIVE PERFORMANCE:"
                 TO ATTR-REC
            WRITE ATTR-REC
            PERFORM VARYING WS-RANK FROM 1 BY 1
                       UNTIL WS-RANK > 3 OR WS-RANK > WS-SECTOR-COUNT
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING WS-SUB-C FROM 1 BY 1
                          UNTIL WS-SUB-C > WS-SECTOR-COUNT
                  IF WS-SC-RANKED (WS-SUB-C) NOT = "T"
                     IF WS-BEST-IDX = 0
                        OR WS-SC-TOTAL (WS-SUB-C) > WS-BEST-TOTAL
                        MOVE WS-SUB-C TO WS-BEST-IDX
                        MOVE WS-SC-TOTAL (WS-SUB-C) TO WS-BEST-TOTAL
                     END-IF
                  END-IF
               END-PERFORM
               MOVE "T" TO WS-SC-RANKED (WS-BEST-IDX)
               PERFORM WRITE-RANK-LINE-PARA
            END-PERFORM
            MOVE "BOTTOM CONTRIBUTORS TO RELATIVE PERFORMANCE:"
                 TO ATTR-REC
            WRITE ATTR-REC
            PERFORM VARYING WS-RANK FROM 1 BY 1
                       UNTIL WS-RANK > 3 OR WS-RANK > WS-SECTOR-COUNT
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING WS-SUB-C FROM 1 BY 1
                          UNTIL WS-SUB-C > WS-SECTOR-COUNT
                  IF WS-SC-RANKED (WS-SUB-C) = "N"
                     IF WS-BEST-IDX = 0
                        OR WS-SC-TOTAL (WS-SUB-C) < WS-BEST-TOTAL
                        MOVE WS-SUB-C TO WS-BEST-IDX
                        MOVE WS-SC-TOTAL (WS-SUB-C) TO WS-BEST-TOTAL
                     END-IF
                  END-IF
               END-PERFORM
               IF WS-BEST-IDX > 0
                  MOVE "B" TO WS-SC-RANKED (WS-BEST-IDX)
                  PERFORM WRITE-RANK-LINE-PARA
               END-IF
            END-PERFORM.

        WRITE-RANK-LINE-PARA.
            MOVE WS-RANK                      TO WS-RL-RANK
            MOVE WS-SC-SECTOR (WS-BEST-IDX)   TO WS-RL-SECTOR
            COMPUTE WS-RL-TOTAL ROUNDED = WS-SC-TOTAL (WS-BEST-IDX)
            WRITE ATTR-REC FROM WS-RANK-LINE.

        WRITE-REPORT-HEADER-PARA.
            MOVE WS-PERIOD           TO WH-AT-PERIOD
            MOVE WS-RUN-DATE         TO WH-AT-RUN-DATE
            MOVE WS-CYCLE-ID         TO WH-AT-CYCLE
            WRITE ATTR-REC FROM WH-ATTR-LINE1
            MOVE WS-CTL-CONSTITUENTS TO WH-AT-CONST
            MOVE WS-BENCH-COUNT      TO WH-AT-SECTORS
            COMPUTE WH-AT-BENCH-RET ROUNDED = WS-BENCH-RETURN
            WRITE ATTR-REC FROM WH-ATTR-LINE2
            MOVE "WEIGHTS AND RETURNS IN PCT, EFFECTS IN PCT POINTS"
                 TO ATTR-REC
            WRITE ATTR-REC.

        WRITE-REPORT-TOTALS-PARA.
            MOVE SPACES TO ATTR-REC
            WRITE ATTR-REC
            MOVE "LOT RECORDS READ           :" TO WS-AC-LABEL
            MOVE WS-CTL-LOTS         TO WS-AC-COUNT
            WRITE ATTR-REC FROM WS-ATTR-COUNT-LINE
            MOVE "PRICE HISTORY ROWS USED    :" TO WS-AC-LABEL
            MOVE WS-CTL-HIST-USED    TO WS-AC-COUNT
            WRITE ATTR-REC FROM WS-ATTR-COUNT-LINE
            MOVE "HOLDINGS WITH NO PRICE     :" TO WS-AC-LABEL
            MOVE WS-CTL-UNPRICED     TO WS-AC-COUNT
            WRITE ATTR-REC FROM WS-ATTR-COUNT-LINE
            MOVE "OWNERS ATTRIBUTED          :" TO WS-AC-LABEL
            MOVE WS-CTL-REPORTED     TO WS-AC-COUNT
            WRITE ATTR-REC FROM WS-ATTR-COUNT-LINE.

        APPEND-OPSLOG-PARA.
            ACCEPT WS-OPL-END-TIME FROM TIME
            MOVE "NINJAATTR"          TO WS-OPL-PROGRAM
            MOVE WS-RUN-DATE          TO WS-OPL-DATE
            MOVE WS-CYCLE-ID          TO WS-OPL-CYCLE
            MOVE WS-CTL-LOTS          TO WS-OPL-IN-COUNT
            MOVE WS-CTL-REPORTED      TO WS-OPL-OUT-COUNT
            MOVE WS-CTL-NO-VALUE      TO WS-OPL-REJ-COUNT
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
            DISPLAY "NINJA SECTOR ATTRIBUTION SUMMARY - PERIOD "
                    WS-PERIOD
            DISPLAY "  BENCHMARK CONSTITUENTS  : " WS-CTL-CONSTITUENTS
            DISPLAY "  BENCHMARK SECTORS       : " WS-BENCH-COUNT
            DISPLAY "  LOT RECORDS READ        : " WS-CTL-LOTS
            DISPLAY "  HISTORY ROWS USED       : " WS-CTL-HIST-USED
            DISPLAY "  HOLDINGS WITHOUT PRICE  : " WS-CTL-UNPRICED
            DISPLAY "  OWNERS ATTRIBUTED       : " WS-CTL-REPORTED.
