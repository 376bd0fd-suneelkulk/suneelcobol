        IDENTIFICATION DIVISION.
        PROGRAM-ID. ninjabhav.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT NINJAI-FILE  ASSIGN TO "NINJAIN.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS FILE-STATUS.

            SELECT NINJABAK-FILE ASSIGN TO "NINJAIN.BAK"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS NINJABAK-FILE-STATUS.

            SELECT BHAV-FILE    ASSIGN TO "BHAVCOPY.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS BHAV-FILE-STATUS.

            SELECT STOCKMST-FILE ASSIGN TO "STOCK-MASTER.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS STOCKMST-FILE-STATUS.

            SELECT CORPACT-FILE ASSIGN TO "CORP-ACTIONS.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS CORPACT-FILE-STATUS.

            SELECT PXEXC-FILE   ASSIGN TO "NINJA-PRICE-EXCEPTIONS.RPT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS PXEXC-FILE-STATUS.

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
        FD   NINJAI-FILE  RECORD CONTAINS 90 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 NINJAI-REC           PIC X(90).

        FD   NINJABAK-FILE  RECORD CONTAINS 90 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 NINJABAK-REC         PIC X(90).

        FD   BHAV-FILE  RECORD CONTAINS 200 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 BHAV-REC             PIC X(200).

        FD   STOCKMST-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 STOCKMST-REC         PIC X(80).

        FD   CORPACT-FILE  RECORD CONTAINS 60 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 CORPACT-REC          PIC X(60).

        FD   PXEXC-FILE  RECORD CONTAINS 132 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 PXEXC-REC            PIC X(132).

        FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 RUNCTL-REC           PIC X(15).

        FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 OPSLOG-REC           PIC X(66).

        WORKING-STORAGE SECTION.
        01 FILE-STATUS           PIC X(02).
        01 NINJABAK-FILE-STATUS  PIC X(02).
        01 BHAV-FILE-STATUS      PIC X(02).
        01 STOCKMST-FILE-STATUS  PIC X(02).
        01 CORPACT-FILE-STATUS   PIC X(02).
        01 PXEXC-FILE-STATUS     PIC X(02).
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

        01 WS-BV-SYMBOL-IN       PIC X(20).
        01 WS-BV-SERIES-IN       PIC X(04).
        01 WS-BV-OPEN-IN         PIC X(14).
        01 WS-BV-HIGH-IN         PIC X(14).
        01 WS-BV-LOW-IN          PIC X(14).
        01 WS-BV-CLOSE-IN        PIC X(14).
        01 WS-BV-LAST-IN         PIC X(14).
        01 WS-BV-PREV-IN         PIC X(14).
        01 WS-BV-QTY-IN          PIC X(18).
        01 WS-BV-VALUE-IN        PIC X(20).
        01 WS-BV-DATE-IN         PIC X(11).
        01 WS-BV-TRADES-IN       PIC X(10).
        01 WS-BV-ISIN-IN         PIC X(12).
        01 WS-BV-FILE-DATE       PIC X(08) VALUE SPACES.
        01 WS-BV-ROW-DATE        PIC X(08) VALUE SPACES.
        01 WS-BV-DATE-BAD        PIC X(01) VALUE "N".
        01 WS-BV-MON-TEXT        PIC X(03).
        01 WS-MONTH-NAMES        PIC X(36) VALUE
           "JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC".
        01 WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.
           05 WS-MONTH-NAME OCCURS 12 TIMES INDEXED BY WS-MON-IDX
                                 PIC X(03).
        01 WS-MON-NUM            PIC 9(02) VALUE 0.
        01 WS-BHAV-TABLE.
           05 WS-BV-ENTRY OCCURS 20000 TIMES INDEXED BY WS-BV-IDX.
              10 WS-BV-SYMBOL    PIC X(20).
              10 WS-BV-ISIN      PIC X(12).
              10 WS-BV-HIGH      PIC 9(07)V99.
              10 WS-BV-LOW       PIC 9(07)V99.
              10 WS-BV-CLOSE     PIC 9(07)V99.
        01 WS-BHAV-COUNT         PIC 9(05) VALUE 0.
        01 WS-BV-FOUND           PIC X(01) VALUE "N".
        01 WS-FOUND-BV-IDX       PIC 9(05) VALUE 0.

        01 WS-SM-STOCK-IN        PIC X(10).
        01 WS-SM-SECTOR-IN       PIC X(12).
        01 WS-SM-ISIN-IN         PIC X(12).
        01 WS-SM-EXSYM-IN        PIC X(20).
        01 WS-SM-STATUS-IN       PIC X(01).
        01 WS-STOCKMST-TABLE.
           05 WS-SM-ENTRY OCCURS 50000 TIMES INDEXED BY WS-SM-IDX.
              10 WS-SM-STOCK     PIC X(10).
              10 WS-SM-ISIN      PIC X(12).
              10 WS-SM-EXSYM     PIC X(20).
              10 WS-SM-STATUS    PIC X(01).
        01 WS-STOCKMST-COUNT     PIC 9(05) VALUE 0.
        01 WS-SM-FOUND           PIC X(01) VALUE "N".
        01 WS-FOUND-SM-IDX       PIC 9(05) VALUE 0.

        01 WS-CA-DATE-IN         PIC X(08).
        01 WS-CA-SYMBOL-IN       PIC X(10).
        01 WS-CA-TYPE-IN         PIC X(06).
        01 WS-CA-OLD-IN          PIC X(04).
        01 WS-CA-NEW-IN          PIC X(04).
        01 WS-CA-NEWSYM-IN       PIC X(10).
        01 WS-CORPACT-TABLE.
           05 WS-CA-ENTRY OCCURS 100 TIMES INDEXED BY WS-CA-IDX.
              10 WS-CA-DATE      PIC X(08).
              10 WS-CA-SYMBOL    PIC X(10).
              10 WS-CA-TYPE      PIC X(06).
              10 WS-CA-OLD       PIC 9(03).
              10 WS-CA-NEW       PIC 9(03).
              10 WS-CA-NEWSYM    PIC X(10).
        01 WS-CORPACT-COUNT      PIC 9(03) VALUE 0.
        01 WS-CA-FACTOR          PIC 9(03)V9(06) VALUE 1.

        01 WS-NINJA-TABLE.
           05 WS-NI-LINE OCCURS 50000 TIMES INDEXED BY WS-NI-IDX
                                 PIC X(90).
        01 WS-NINJA-COUNT        PIC 9(05) VALUE 0.

        01 WS-STOCK              PIC X(10).
        01 WS-SHARES-IN          PIC X(10).
        01 WS-BOUGHT-IN          PIC X(10).
        01 WS-HIGH-IN            PIC X(10).
        01 WS-LOW-IN             PIC X(10).
        01 WS-CURRENT-IN         PIC X(10).
        01 WS-PURCHASE-DATE-IN   PIC X(08).
        01 WS-FEE-PCT-IN         PIC X(06).
        01 WS-DIVIDEND-IN        PIC X(10).
        01 WS-CURRENCY-IN        PIC X(03).
        01 WS-OWNER-IN           PIC X(10).
        01 WS-LOOKUP-STOCK       PIC X(10).
        01 WS-LOOKUP-EXSYM       PIC X(20).
        01 WS-COMMA-COUNT        PIC 9(03) VALUE 0.
        01 WS-MIN-COLUMNS        PIC 9(03) VALUE 9.
        01 WS-EXC-REASON         PIC X(34) VALUE SPACES.

        01 WS-SKIP-FIELD         PIC X(30).
        01 WS-HIGH-POS           PIC 9(03) VALUE 0.
        01 WS-TAIL-POS           PIC 9(03) VALUE 0.
        01 WS-OUT-PTR            PIC 9(03) VALUE 0.
        01 WS-NEW-LINE           PIC X(90).
        01 WS-LINE-OVERFLOW      PIC X(01) VALUE "N".
        01 WS-ADJ-HIGH           PIC 9(07)V99 VALUE 0.
        01 WS-ADJ-LOW            PIC 9(07)V99 VALUE 0.
        01 WS-HIGH-ED            PIC Z(6)9.99.
        01 WS-LOW-ED             PIC Z(6)9.99.
        01 WS-CLOSE-ED           PIC Z(6)9.99.

        01 WS-CTL-POSITIONS      PIC 9(07) VALUE 0.
        01 WS-CTL-REFRESHED      PIC 9(07) VALUE 0.
        01 WS-CTL-EXCEPTIONS     PIC 9(07) VALUE 0.
        01 WS-CTL-BHAV-ROWS      PIC 9(07) VALUE 0.
        01 WS-CTL-BHAV-SKIPPED   PIC 9(07) VALUE 0.
        01 WS-CTL-NOT-MASTER     PIC 9(07) VALUE 0.
        01 WS-CTL-NOT-EXCH       PIC 9(07) VALUE 0.
        01 WS-CTL-SUSPENDED      PIC 9(07) VALUE 0.
        01 WS-CTL-DELISTED       PIC 9(07) VALUE 0.
        01 WS-CTL-NON-INR        PIC 9(07) VALUE 0.
        01 WS-CTL-BAD-ROWS       PIC 9(07) VALUE 0.

        01 WH-PXEXC-LINE1.
           05 FILLER PIC X(32) VALUE "NINJA EXCHANGE PRICE EXCEPTIONS ".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 WH-PX-RUN-DATE     PIC X(08).
           05 FILLER PIC X(09) VALUE "  CYCLE: ".
           05 WH-PX-CYCLE        PIC X(04).
        01 WH-PXEXC-LINE2.
           05 FILLER PIC X(32) VALUE "EXCHANGE PRICE FILE DATE:       ".
           05 WH-PX-BHAV-DATE    PIC X(08).
           05 FILLER PIC X(09) VALUE "  ROWS:  ".
           05 WH-PX-BHAV-ROWS    PIC ZZZZZZ9.
        01 WH-PXEXC-HEADER.
           05 FILLER PIC X(12) VALUE "STOCK".
           05 FILLER PIC X(12) VALUE "OWNER".
           05 FILLER PIC X(22) VALUE "EXCHANGE SYMBOL".
           05 FILLER PIC X(14) VALUE "ISIN".
           05 FILLER PIC X(12) VALUE "PRICE KEPT".
           05 FILLER PIC X(34) VALUE "REASON".

        01 WS-PXEXC-DETAIL.
           05 WS-PD-STOCK          PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-PD-OWNER          PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-PD-EXSYM          PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-PD-ISIN           PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-PD-PRICE          PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WS-PD-REASON         PIC X(34).

        01 WS-PXEXC-TOTAL.
           05 WS-PT-LABEL          PIC X(30).
           05 WS-PT-COUNT          PIC ZZZZZZ9.

        PROCEDURE DIVISION.
            DISPLAY "THIS IS THE NINJA EXCHANGE PRICE LOAD PROGRAM".
            ACCEPT WS-START-TIME FROM TIME.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM LOAD-RUN-CONTROL-PARA.
            PERFORM LOAD-CORPACT-PARA.
            PERFORM LOAD-STOCKMST-PARA.
            PERFORM LOAD-BHAV-PARA.
            PERFORM LOAD-NINJAIN-PARA.
            OPEN OUTPUT PXEXC-FILE.
            IF PXEXC-FILE-STATUS NOT = "00"
               DISPLAY "PRICE EXCEPTION REPORT OPEN FAILED, STATUS="
                       PXEXC-FILE-STATUS
               MOVE 28 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            PERFORM WRITE-BACKUP-PARA.
            PERFORM WRITE-REPORT-HEADER-PARA.
            SET WS-NI-IDX TO 1.
            PERFORM UNTIL WS-NI-IDX > WS-NINJA-COUNT
               PERFORM REFRESH-ROW-PARA
               SET WS-NI-IDX UP BY 1
            END-PERFORM.
            PERFORM REWRITE-NINJAIN-PARA.
            PERFORM WRITE-REPORT-TOTALS-PARA.
            CLOSE PXEXC-FILE.
            PERFORM APPEND-OPSLOG-PARA.
            PERFORM DISPLAY-CONTROL-COUNTS-PARA.
            IF WS-CTL-EXCEPTIONS > 0
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

        LOAD-CORPACT-PARA.
            MOVE 0 TO WS-CORPACT-COUNT
            OPEN INPUT CORPACT-FILE
            IF CORPACT-FILE-STATUS = "00"
               PERFORM UNTIL CORPACT-FILE-STATUS NOT = "00"
                  READ CORPACT-FILE
                    AT END
                      MOVE "10" TO CORPACT-FILE-STATUS
                    NOT AT END
                      IF WS-CORPACT-COUNT < 100
                         ADD 1 TO WS-CORPACT-COUNT
                         SET WS-CA-IDX TO WS-CORPACT-COUNT
                         MOVE SPACES TO WS-CA-OLD-IN WS-CA-NEW-IN
                                        WS-CA-NEWSYM-IN
                         UNSTRING CORPACT-REC DELIMITED BY ","
                         INTO WS-CA-DATE-IN
                              WS-CA-SYMBOL-IN
                              WS-CA-TYPE-IN
                              WS-CA-OLD-IN
                              WS-CA-NEW-IN
                              WS-CA-NEWSYM-IN
                         END-UNSTRING
                         MOVE WS-CA-DATE-IN
                              TO WS-CA-DATE (WS-CA-IDX)
                         MOVE WS-CA-SYMBOL-IN
                              TO WS-CA-SYMBOL (WS-CA-IDX)
                         MOVE WS-CA-TYPE-IN
                              TO WS-CA-TYPE (WS-CA-IDX)
                         IF FUNCTION TEST-NUMVAL(WS-CA-OLD-IN) = 0
                            COMPUTE WS-CA-OLD (WS-CA-IDX) =
                               FUNCTION NUMVAL(WS-CA-OLD-IN)
                         ELSE
                            MOVE 1 TO WS-CA-OLD (WS-CA-IDX)
                         END-IF
                         IF FUNCTION TEST-NUMVAL(WS-CA-NEW-IN) = 0
                            COMPUTE WS-CA-NEW (WS-CA-IDX) =
                               FUNCTION NUMVAL(WS-CA-NEW-IN)
                         ELSE
                            MOVE 1 TO WS-CA-NEW (WS-CA-IDX)
                         END-IF
                         MOVE WS-CA-NEWSYM-IN
                              TO WS-CA-NEWSYM (WS-CA-IDX)
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE CORPACT-FILE
            ELSE
               DISPLAY "NO CORPORATE ACTIONS FILE THIS CYCLE"
            END-IF.

        LOAD-STOCKMST-PARA.
            MOVE 0 TO WS-STOCKMST-COUNT
            OPEN INPUT STOCKMST-FILE
            IF STOCKMST-FILE-STATUS NOT = "00"
               DISPLAY "STOCK MASTER FILE NOT FOUND, STATUS="
                       STOCKMST-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF
            PERFORM UNTIL STOCKMST-FILE-STATUS NOT = "00"
               READ STOCKMST-FILE
                 AT END
                   MOVE "10" TO STOCKMST-FILE-STATUS
                 NOT AT END
                   MOVE SPACES TO WS-SM-STOCK-IN WS-SM-SECTOR-IN
                                  WS-SM-ISIN-IN WS-SM-EXSYM-IN
                                  WS-SM-STATUS-IN
                   UNSTRING STOCKMST-REC DELIMITED BY ","
                   INTO     WS-SM-STOCK-IN
                            WS-SM-SECTOR-IN
                            WS-SM-ISIN-IN
                            WS-SM-EXSYM-IN
                            WS-SM-STATUS-IN
                   END-UNSTRING
                   IF FUNCTION UPPER-CASE(WS-SM-STOCK-IN) = "STOCK"
                      OR WS-SM-STOCK-IN = SPACES
                      CONTINUE
                   ELSE
                      IF WS-STOCKMST-COUNT >= 50000
                         DISPLAY "STOCK MASTER TABLE CAPACITY "
                                 "EXCEEDED AT 50000 - RUN STOPPED"
                         MOVE 20 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-STOCKMST-COUNT
                      SET WS-SM-IDX TO WS-STOCKMST-COUNT
                      MOVE WS-SM-STOCK-IN  TO WS-SM-STOCK (WS-SM-IDX)
                      MOVE WS-SM-ISIN-IN   TO WS-SM-ISIN (WS-SM-IDX)
                      IF WS-SM-EXSYM-IN = SPACES
                         MOVE WS-SM-STOCK-IN
                              TO WS-SM-EXSYM (WS-SM-IDX)
                      ELSE
                         MOVE WS-SM-EXSYM-IN
                              TO WS-SM-EXSYM (WS-SM-IDX)
                      END-IF
                      IF WS-SM-STATUS-IN = SPACES
                         MOVE "A" TO WS-SM-STATUS (WS-SM-IDX)
                      ELSE
                         MOVE WS-SM-STATUS-IN
                              TO WS-SM-STATUS (WS-SM-IDX)
                      END-IF
                   END-IF
               END-READ
            END-PERFORM
            CLOSE STOCKMST-FILE.

        LOAD-BHAV-PARA.
            MOVE 0 TO WS-BHAV-COUNT
            OPEN INPUT BHAV-FILE
            IF BHAV-FILE-STATUS NOT = "00"
               DISPLAY "EXCHANGE PRICE FILE NOT FOUND, STATUS="
                       BHAV-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF
            PERFORM UNTIL BHAV-FILE-STATUS NOT = "00"
               READ BHAV-FILE
                 AT END
                   MOVE "10" TO BHAV-FILE-STATUS
                 NOT AT END
                   IF BHAV-REC(1:6) = "SYMBOL"
                      CONTINUE
                   ELSE
                      PERFORM PARSE-BHAV-PARA
                   END-IF
               END-READ
            END-PERFORM
            CLOSE BHAV-FILE
            IF WS-BV-DATE-BAD = "Y"
               DISPLAY "EXCHANGE PRICE FILE DATED " WS-BV-ROW-DATE
                       " DOES NOT MATCH RUN DATE " WS-RUN-DATE
                       " - NINJAIN NOT UPDATED"
               MOVE 16 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF
            IF WS-BHAV-COUNT = 0
               DISPLAY "NO EQUITY PRICES ON EXCHANGE FILE - "
                       "NINJAIN NOT UPDATED"
               MOVE 8 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.

        PARSE-BHAV-PARA.
            ADD 1 TO WS-CTL-BHAV-ROWS
            MOVE SPACES TO WS-BV-ISIN-IN WS-BV-DATE-IN
            UNSTRING BHAV-REC DELIMITED BY ","
            INTO     WS-BV-SYMBOL-IN
                     WS-BV-SERIES-IN
                     WS-BV-OPEN-IN
                     WS-BV-HIGH-IN
                     WS-BV-LOW-IN
                     WS-BV-CLOSE-IN
                     WS-BV-LAST-IN
                     WS-BV-PREV-IN
                     WS-BV-QTY-IN
                     WS-BV-VALUE-IN
                     WS-BV-DATE-IN
                     WS-BV-TRADES-IN
                     WS-BV-ISIN-IN
            END-UNSTRING
            PERFORM CONVERT-BHAV-DATE-PARA
            IF WS-BV-ROW-DATE NOT = WS-RUN-DATE
               MOVE "Y" TO WS-BV-DATE-BAD
            END-IF
            IF WS-BV-FILE-DATE = SPACES
               MOVE WS-BV-ROW-DATE TO WS-BV-FILE-DATE
            END-IF
            IF WS-BV-SERIES-IN NOT = "EQ"
               AND WS-BV-SERIES-IN NOT = "BE"
               ADD 1 TO WS-CTL-BHAV-SKIPPED
            ELSE
            IF FUNCTION TEST-NUMVAL(WS-BV-HIGH-IN)  NOT = 0 OR
               FUNCTION TEST-NUMVAL(WS-BV-LOW-IN)   NOT = 0 OR
               FUNCTION TEST-NUMVAL(WS-BV-CLOSE-IN) NOT = 0
               DISPLAY "NON-NUMERIC EXCHANGE PRICE SKIPPED: "
                       WS-BV-SYMBOL-IN
               ADD 1 TO WS-CTL-BHAV-SKIPPED
            ELSE
               IF WS-BHAV-COUNT >= 20000
                  DISPLAY "EXCHANGE PRICE TABLE CAPACITY EXCEEDED AT "
                          "20000 ENTRIES - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-BHAV-COUNT
               SET WS-BV-IDX TO WS-BHAV-COUNT
               MOVE WS-BV-SYMBOL-IN TO WS-BV-SYMBOL (WS-BV-IDX)
               MOVE WS-BV-ISIN-IN   TO WS-BV-ISIN (WS-BV-IDX)
               COMPUTE WS-BV-HIGH (WS-BV-IDX) =
                       FUNCTION NUMVAL(WS-BV-HIGH-IN)
               COMPUTE WS-BV-LOW (WS-BV-IDX) =
                       FUNCTION NUMVAL(WS-BV-LOW-IN)
               COMPUTE WS-BV-CLOSE (WS-BV-IDX) =
                       FUNCTION NUMVAL(WS-BV-CLOSE-IN)
            END-IF
            END-IF.

        CONVERT-BHAV-DATE-PARA.
            MOVE SPACES TO WS-BV-ROW-DATE
            IF WS-BV-DATE-IN(3:1) = "-" AND WS-BV-DATE-IN(7:1) = "-"
               MOVE FUNCTION UPPER-CASE(WS-BV-DATE-IN(4:3))
                    TO WS-BV-MON-TEXT
               MOVE 0 TO WS-MON-NUM
               SET WS-MON-IDX TO 1
               PERFORM UNTIL WS-MON-IDX > 12 OR WS-MON-NUM > 0
                  IF WS-MONTH-NAME (WS-MON-IDX) = WS-BV-MON-TEXT
                     SET WS-MON-NUM TO WS-MON-IDX
                  END-IF
                  SET WS-MON-IDX UP BY 1
               END-PERFORM
               IF WS-MON-NUM > 0
                  STRING WS-BV-DATE-IN(8:4) DELIMITED BY SIZE
                         WS-MON-NUM         DELIMITED BY SIZE
                         WS-BV-DATE-IN(1:2) DELIMITED BY SIZE
                         INTO WS-BV-ROW-DATE
                  END-STRING
               END-IF
            ELSE
               MOVE WS-BV-DATE-IN(1:8) TO WS-BV-ROW-DATE
            END-IF.

        LOAD-NINJAIN-PARA.
            MOVE 0 TO WS-NINJA-COUNT
            OPEN INPUT NINJAI-FILE
            IF FILE-STATUS NOT = "00"
               DISPLAY "OPEN INPUT FAILED FOR NINJAIN, STATUS="
                       FILE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF
            MOVE "N" TO EOF
            PERFORM UNTIL EOF = "Y"
               READ NINJAI-FILE
                 AT END
                   MOVE "Y" TO EOF
                 NOT AT END
                   IF WS-NINJA-COUNT >= 50000
                      DISPLAY "NINJAIN TABLE CAPACITY EXCEEDED AT "
                              "50000 ROWS - RUN STOPPED"
                      MOVE 20 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-NINJA-COUNT
                   SET WS-NI-IDX TO WS-NINJA-COUNT
                   MOVE NINJAI-REC TO WS-NI-LINE (WS-NI-IDX)
               END-READ
            END-PERFORM
            CLOSE NINJAI-FILE.

        WRITE-BACKUP-PARA.
            OPEN OUTPUT NINJABAK-FILE
            IF NINJABAK-FILE-STATUS NOT = "00"
               DISPLAY "NINJAIN BACKUP OPEN FAILED, STATUS="
                       NINJABAK-FILE-STATUS
                       " - NINJAIN NOT UPDATED"
               MOVE 28 TO RETURN-CODE
               CLOSE PXEXC-FILE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF
            SET WS-NI-IDX TO 1
            PERFORM UNTIL WS-NI-IDX > WS-NINJA-COUNT
               WRITE NINJABAK-REC FROM WS-NI-LINE (WS-NI-IDX)
               SET WS-NI-IDX UP BY 1
            END-PERFORM
            CLOSE NINJABAK-FILE.

        REFRESH-ROW-PARA.
            IF WS-NI-LINE (WS-NI-IDX)(1:5) = "Stock"
               OR WS-NI-LINE (WS-NI-IDX) = SPACES
               CONTINUE
            ELSE
               ADD 1 TO WS-CTL-POSITIONS
               MOVE SPACES TO WS-STOCK WS-SHARES-IN WS-BOUGHT-IN
                              WS-HIGH-IN WS-LOW-IN WS-CURRENT-IN
                              WS-PURCHASE-DATE-IN WS-FEE-PCT-IN
                              WS-DIVIDEND-IN WS-OWNER-IN
                              WS-CURRENCY-IN WS-LOOKUP-EXSYM
               MOVE 0 TO WS-COMMA-COUNT
               INSPECT WS-NI-LINE (WS-NI-IDX)
                       TALLYING WS-COMMA-COUNT FOR ALL ","
               UNSTRING WS-NI-LINE (WS-NI-IDX) DELIMITED BY ","
               INTO     WS-STOCK
                        WS-SHARES-IN
                        WS-BOUGHT-IN
                        WS-HIGH-IN
                        WS-LOW-IN
                        WS-CURRENT-IN
                        WS-PURCHASE-DATE-IN
                        WS-FEE-PCT-IN
                        WS-DIVIDEND-IN
                        WS-CURRENCY-IN
                        WS-OWNER-IN
               END-UNSTRING
               IF WS-OWNER-IN = SPACES
                  MOVE "MAIN" TO WS-OWNER-IN
               END-IF
               PERFORM RESOLVE-CORPACT-PARA
               PERFORM FIND-STOCKMST-PARA
               IF WS-COMMA-COUNT < WS-MIN-COLUMNS
                  ADD 1 TO WS-CTL-BAD-ROWS
                  MOVE "INVALID COLUMN COUNT" TO WS-EXC-REASON
                  PERFORM WRITE-EXCEPTION-PARA
               ELSE
               IF WS-CURRENCY-IN NOT = "INR"
                  ADD 1 TO WS-CTL-NON-INR
                  MOVE "NON-INR POSITION - NOT REFRESHED"
                       TO WS-EXC-REASON
                  PERFORM WRITE-EXCEPTION-PARA
               ELSE
               IF WS-SM-FOUND NOT = "Y"
                  ADD 1 TO WS-CTL-NOT-MASTER
                  MOVE "NOT IN STOCK MASTER" TO WS-EXC-REASON
                  PERFORM WRITE-EXCEPTION-PARA
               ELSE
               IF WS-SM-STATUS (WS-SM-IDX) = "D"
                  ADD 1 TO WS-CTL-DELISTED
                  MOVE "DELISTED SCRIP" TO WS-EXC-REASON
                  PERFORM WRITE-EXCEPTION-PARA
               ELSE
               IF WS-SM-STATUS (WS-SM-IDX) = "S"
                  ADD 1 TO WS-CTL-SUSPENDED
                  MOVE "SUSPENDED SCRIP" TO WS-EXC-REASON
                  PERFORM WRITE-EXCEPTION-PARA
               ELSE
                  PERFORM FIND-BHAV-PARA
                  IF WS-BV-FOUND NOT = "Y"
                     ADD 1 TO WS-CTL-NOT-EXCH
                     MOVE "NOT ON EXCHANGE PRICE FILE"
                          TO WS-EXC-REASON
                     PERFORM WRITE-EXCEPTION-PARA
                  ELSE
                     PERFORM SPLICE-PRICES-PARA
                  END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
            END-IF.

        RESOLVE-CORPACT-PARA.
            MOVE WS-STOCK TO WS-LOOKUP-STOCK
            MOVE 1 TO WS-CA-FACTOR
            SET WS-CA-IDX TO 1
            PERFORM UNTIL WS-CA-IDX > WS-CORPACT-COUNT
               IF WS-CA-SYMBOL (WS-CA-IDX) = WS-LOOKUP-STOCK
                  AND WS-CA-DATE (WS-CA-IDX) <= WS-RUN-DATE
                  EVALUATE WS-CA-TYPE (WS-CA-IDX)
                     WHEN "RENAME"
                        MOVE WS-CA-NEWSYM (WS-CA-IDX)
                             TO WS-LOOKUP-STOCK
                     WHEN "SPLIT"
                        IF WS-CA-OLD (WS-CA-IDX) > 0
                           AND WS-CA-NEW (WS-CA-IDX) > 0
                           COMPUTE WS-CA-FACTOR ROUNDED =
                              WS-CA-FACTOR * WS-CA-OLD (WS-CA-IDX) /
                              WS-CA-NEW (WS-CA-IDX)
                        END-IF
                     WHEN "BONUS"
                        IF WS-CA-OLD (WS-CA-IDX) > 0
                           AND WS-CA-NEW (WS-CA-IDX) > 0
                           COMPUTE WS-CA-FACTOR ROUNDED =
                              WS-CA-FACTOR * WS-CA-OLD (WS-CA-IDX) /
                              (WS-CA-OLD (WS-CA-IDX) +
                               WS-CA-NEW (WS-CA-IDX))
                        END-IF
                  END-EVALUATE
               END-IF
               SET WS-CA-IDX UP BY 1
            END-PERFORM
            IF WS-CA-FACTOR = 0
               MOVE 1 TO WS-CA-FACTOR
            END-IF.

        FIND-STOCKMST-PARA.
            MOVE "N" TO WS-SM-FOUND
            SET WS-SM-IDX TO 1
            PERFORM UNTIL WS-SM-IDX > WS-STOCKMST-COUNT
                       OR WS-SM-FOUND = "Y"
               IF WS-SM-STOCK (WS-SM-IDX) = WS-LOOKUP-STOCK
                  MOVE "Y" TO WS-SM-FOUND
                  MOVE WS-SM-IDX TO WS-FOUND-SM-IDX
               END-IF
               SET WS-SM-IDX UP BY 1
            END-PERFORM
            IF WS-SM-FOUND = "Y"
               SET WS-SM-IDX TO WS-FOUND-SM-IDX
               MOVE WS-SM-EXSYM (WS-SM-IDX) TO WS-LOOKUP-EXSYM
            END-IF.

        FIND-BHAV-PARA.
            MOVE "N" TO WS-BV-FOUND
            IF WS-SM-ISIN (WS-SM-IDX) NOT = SPACES
               SET WS-BV-IDX TO 1
               PERFORM UNTIL WS-BV-IDX > WS-BHAV-COUNT
                          OR WS-BV-FOUND = "Y"
                  IF WS-BV-ISIN (WS-BV-IDX) = WS-SM-ISIN (WS-SM-IDX)
                     MOVE "Y" TO WS-BV-FOUND
                     MOVE WS-BV-IDX TO WS-FOUND-BV-IDX
                  END-IF
                  SET WS-BV-IDX UP BY 1
               END-PERFORM
            END-IF
            IF WS-BV-FOUND NOT = "Y"
               SET WS-BV-IDX TO 1
               PERFORM UNTIL WS-BV-IDX > WS-BHAV-COUNT
                          OR WS-BV-FOUND = "Y"
                  IF WS-BV-SYMBOL (WS-BV-IDX) = WS-LOOKUP-EXSYM
                     MOVE "Y" TO WS-BV-FOUND
                     MOVE WS-BV-IDX TO WS-FOUND-BV-IDX
                  END-IF
                  SET WS-BV-IDX UP BY 1
               END-PERFORM
            END-IF
            IF WS-BV-FOUND = "Y"
               SET WS-BV-IDX TO WS-FOUND-BV-IDX
            END-IF.

        SPLICE-PRICES-PARA.
            COMPUTE WS-ADJ-HIGH ROUNDED =
                    WS-BV-HIGH (WS-BV-IDX) / WS-CA-FACTOR
            COMPUTE WS-ADJ-LOW ROUNDED =
                    WS-BV-LOW (WS-BV-IDX) / WS-CA-FACTOR
            MOVE WS-ADJ-HIGH             TO WS-HIGH-ED
            MOVE WS-ADJ-LOW              TO WS-LOW-ED
            MOVE WS-BV-CLOSE (WS-BV-IDX) TO WS-CLOSE-ED
            MOVE 1 TO WS-HIGH-POS
            UNSTRING WS-NI-LINE (WS-NI-IDX) DELIMITED BY ","
            INTO     WS-SKIP-FIELD WS-SKIP-FIELD WS-SKIP-FIELD
            WITH POINTER WS-HIGH-POS
            END-UNSTRING
            MOVE WS-HIGH-POS TO WS-TAIL-POS
            UNSTRING WS-NI-LINE (WS-NI-IDX) DELIMITED BY ","
            INTO     WS-SKIP-FIELD WS-SKIP-FIELD WS-SKIP-FIELD
            WITH POINTER WS-TAIL-POS
            END-UNSTRING
            MOVE SPACES TO WS-NEW-LINE
            MOVE 1      TO WS-OUT-PTR
            MOVE "N"    TO WS-LINE-OVERFLOW
            STRING WS-NI-LINE (WS-NI-IDX)(1:WS-HIGH-POS - 1)
                                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HIGH-ED)   DELIMITED BY SIZE
                   ","                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOW-ED)    DELIMITED BY SIZE
                   ","                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLOSE-ED)  DELIMITED BY SIZE
                   ","                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NI-LINE (WS-NI-IDX)(WS-TAIL-POS:)
                                 TRAILING)     DELIMITED BY SIZE
                   INTO WS-NEW-LINE
                   WITH POINTER WS-OUT-PTR
                   ON OVERFLOW
                      MOVE "Y" TO WS-LINE-OVERFLOW
            END-STRING
            IF WS-LINE-OVERFLOW = "Y"
               ADD 1 TO WS-CTL-BAD-ROWS
               MOVE "REFRESHED ROW EXCEEDS 90 BYTES"
                    TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-PARA
            ELSE
               MOVE WS-NEW-LINE TO WS-NI-LINE (WS-NI-IDX)
               ADD 1 TO WS-CTL-REFRESHED
            END-IF.

        REWRITE-NINJAIN-PARA.
            OPEN OUTPUT NINJAI-FILE
            IF FILE-STATUS NOT = "00"
               DISPLAY "OPEN OUTPUT FAILED FOR NINJAIN, STATUS="
                       FILE-STATUS " - RESTORE FROM NINJAIN.BAK"
               MOVE 28 TO RETURN-CODE
               CLOSE PXEXC-FILE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF
            SET WS-NI-IDX TO 1
            PERFORM UNTIL WS-NI-IDX > WS-NINJA-COUNT
               WRITE NINJAI-REC FROM WS-NI-LINE (WS-NI-IDX)
               SET WS-NI-IDX UP BY 1
            END-PERFORM
            CLOSE NINJAI-FILE.

        WRITE-EXCEPTION-PARA.
            ADD 1 TO WS-CTL-EXCEPTIONS
            MOVE WS-STOCK        TO WS-PD-STOCK
            MOVE WS-OWNER-IN     TO WS-PD-OWNER
            MOVE WS-LOOKUP-EXSYM TO WS-PD-EXSYM
            IF WS-SM-FOUND = "Y"
               MOVE WS-SM-ISIN (WS-SM-IDX) TO WS-PD-ISIN
            ELSE
               MOVE SPACES TO WS-PD-ISIN
            END-IF
            MOVE WS-CURRENT-IN   TO WS-PD-PRICE
            MOVE WS-EXC-REASON   TO WS-PD-REASON
            WRITE PXEXC-REC FROM WS-PXEXC-DETAIL.

        WRITE-REPORT-HEADER-PARA.
            MOVE WS-RUN-DATE      TO WH-PX-RUN-DATE
            MOVE WS-CYCLE-ID      TO WH-PX-CYCLE
            WRITE PXEXC-REC FROM WH-PXEXC-LINE1
            MOVE WS-BV-FILE-DATE  TO WH-PX-BHAV-DATE
            MOVE WS-BHAV-COUNT    TO WH-PX-BHAV-ROWS
            WRITE PXEXC-REC FROM WH-PXEXC-LINE2
            MOVE SPACES TO PXEXC-REC
            WRITE PXEXC-REC
            WRITE PXEXC-REC FROM WH-PXEXC-HEADER.

        WRITE-REPORT-TOTALS-PARA.
            MOVE SPACES TO PXEXC-REC
            WRITE PXEXC-REC
            MOVE "POSITIONS READ             :" TO WS-PT-LABEL
            MOVE WS-CTL-POSITIONS  TO WS-PT-COUNT
            WRITE PXEXC-REC FROM WS-PXEXC-TOTAL
            MOVE "PRICES REFRESHED           :" TO WS-PT-LABEL
            MOVE WS-CTL-REFRESHED  TO WS-PT-COUNT
            WRITE PXEXC-REC FROM WS-PXEXC-TOTAL
            MOVE "NOT IN STOCK MASTER        :" TO WS-PT-LABEL
            MOVE WS-CTL-NOT-MASTER TO WS-PT-COUNT
            WRITE PXEXC-REC FROM WS-PXEXC-TOTAL
            MOVE "NOT ON EXCHANGE PRICE FILE :" TO WS-PT-LABEL
            MOVE WS-CTL-NOT-EXCH   TO WS-PT-COUNT
            WRITE PXEXC-REC FROM WS-PXEXC-TOTAL
            MOVE "SUSPENDED SCRIPS           :" TO WS-PT-LABEL
            MOVE WS-CTL-SUSPENDED  TO WS-PT-COUNT
            WRITE PXEXC-REC FROM WS-PXEXC-TOTAL
            MOVE "DELISTED SCRIPS            :" TO WS-PT-LABEL
            MOVE WS-CTL-DELISTED   TO WS-PT-COUNT
            WRITE PXEXC-REC FROM WS-PXEXC-TOTAL
            MOVE "NON-INR POSITIONS          :" TO WS-PT-LABEL
            MOVE WS-CTL-NON-INR    TO WS-PT-COUNT
            WRITE PXEXC-REC FROM WS-PXEXC-TOTAL
            MOVE "ROWS NOT REFRESHABLE       :" TO WS-PT-LABEL
            MOVE WS-CTL-BAD-ROWS   TO WS-PT-COUNT
            WRITE PXEXC-REC FROM WS-PXEXC-TOTAL
            IF WS-CTL-EXCEPTIONS = 0
               MOVE "NO PRICE EXCEPTIONS THIS CYCLE" TO PXEXC-REC
               WRITE PXEXC-REC
            END-IF.

        APPEND-OPSLOG-PARA.
            ACCEPT WS-OPL-END-TIME FROM TIME
            MOVE "NINJABHAV"          TO WS-OPL-PROGRAM
            MOVE WS-RUN-DATE          TO WS-OPL-DATE
            MOVE WS-CYCLE-ID          TO WS-OPL-CYCLE
            MOVE WS-CTL-POSITIONS     TO WS-OPL-IN-COUNT
            MOVE WS-CTL-REFRESHED     TO WS-OPL-OUT-COUNT
            MOVE WS-CTL-EXCEPTIONS    TO WS-OPL-REJ-COUNT
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
            DISPLAY "NINJA PRICE LOAD SUMMARY - CYCLE " WS-CYCLE-ID
            DISPLAY "  EXCHANGE ROWS READ      : " WS-CTL-BHAV-ROWS
            DISPLAY "  EXCHANGE ROWS SKIPPED   : " WS-CTL-BHAV-SKIPPED
            DISPLAY "  POSITIONS READ          : " WS-CTL-POSITIONS
            DISPLAY "  PRICES REFRESHED        : " WS-CTL-REFRESHED
            DISPLAY "  PRICE EXCEPTIONS        : " WS-CTL-EXCEPTIONS.
