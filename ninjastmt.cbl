                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS STMT-FILE-STATUS.

            SELECT RISK-FILE    ASSIGN TO "NINJA-RISK.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS RISK-FILE-STATUS.

            SELECT MFEXT-FILE   ASSIGN TO "NINJA-MF.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS MFEXT-FILE-STATUS.

            SELECT RUNCTL-FILE  ASSIGN TO "RUN-CONTROL.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL

        01 STMT-REC             PIC X(90).

        FD   RISK-FILE  RECORD CONTAINS 120 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 RISK-REC             PIC X(120).

        FD   MFEXT-FILE  RECORD CONTAINS 160 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 MFEXT-REC            PIC X(160).

        FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 TRADES-FILE-STATUS   PIC X(02).
        01 NINJAI-FILE-STATUS   PIC X(02).
        01 STMT-FILE-STATUS     PIC X(02).
        01 RISK-FILE-STATUS     PIC X(02).
        01 MFEXT-FILE-STATUS    PIC X(02).
        01 RUNCTL-FILE-STATUS   PIC X(02).
        01 WS-RUN-CTL-IN.
           COPY RUNCTL.
        01 WS-NI-FEE-IN         PIC X(08).
        01 WS-NI-DIV-IN         PIC X(10).

        01 WS-RISK-TABLE.
           05 WS-RK-ENTRY OCCURS 100 TIMES INDEXED BY WS-RK-IDX.
              10 WS-RK-OWNER    PIC X(08).
              10 WS-RK-DATE     PIC X(08).
              10 WS-RK-DAYS     PIC X(03).
              10 WS-RK-RETURN   PIC X(09).
              10 WS-RK-VOL      PIC X(09).
              10 WS-RK-SHARPE   PIC X(08).
              10 WS-RK-MAXDD    PIC X(06).
              10 WS-RK-PEAK     PIC X(08).
              10 WS-RK-TROUGH   PIC X(08).
              10 WS-RK-BETA     PIC X(08).
              10 WS-RK-CORREL   PIC X(05).
              10 WS-RK-RATE     PIC X(05).
              10 WS-RK-NOTE     PIC X(20).
        01 WS-RISK-COUNT        PIC 9(03) VALUE 0.
        01 WS-RK-FOUND          PIC X(01) VALUE "N".

        01 WS-MF-TABLE.
           05 WS-MF-ENTRY OCCURS 2000 TIMES INDEXED BY WS-MF-IDX.
              10 WS-MF-OWNER    PIC X(08).
              10 WS-MF-SCHEME   PIC X(10).
              10 WS-MF-FOLIO    PIC X(15).
              10 WS-MF-CAT      PIC X(06).
              10 WS-MF-UNITS    PIC X(13).
              10 WS-MF-NAV      PIC X(12).
              10 WS-MF-NAVDATE  PIC X(08).
              10 WS-MF-COST     PIC X(16).
              10 WS-MF-VALUE    PIC X(16).
              10 WS-MF-GAIN     PIC X(16).
              10 WS-MF-TERM     PIC X(05).
              10 WS-MF-TAX      PIC X(14).
              10 WS-MF-FLAG     PIC X(07).
        01 WS-MF-COUNT          PIC 9(04) VALUE 0.
        01 WS-MF-SHOWN          PIC X(01) VALUE "N".
        01 WS-TOT-MF-VALUE      PIC S9(15)V99 VALUE 0.
        01 WS-TOT-MF-GAIN       PIC S9(15)V99 VALUE 0.

        01 WS-MARK-PRICE        PIC 9(07)V99 VALUE 0.
        01 WS-DIVIDEND          PIC 9(07)V99 VALUE 0.
        01 WS-FEE-PCT           PIC 9(03)V99 VALUE 0.
           05 FILLER             PIC X(22) VALUE
              "FEES ACCRUED        : ".
           05 WS-FT-FEE          PIC -(13)9.99.
        01 WS-RISK-HDR-LINE.
           05 FILLER             PIC X(19) VALUE
              "RISK PROFILE AS AT ".
           05 WS-RH-DATE         PIC X(08).
           05 FILLER             PIC X(02) VALUE ", ".
           05 WS-RH-DAYS         PIC X(03).
           05 FILLER             PIC X(15) VALUE " DAILY RETURNS:".
        01 WS-RISK-LINE1.
           05 FILLER             PIC X(22) VALUE
              "ANNUALISED RETURN   : ".
           05 WS-RL-RETURN       PIC X(09).
           05 FILLER             PIC X(18) VALUE
              " PCT  VOLATILITY: ".
           05 WS-RL-VOL          PIC X(09).
           05 FILLER             PIC X(04) VALUE " PCT".
        01 WS-RISK-LINE2.
           05 FILLER             PIC X(22) VALUE
              "SHARPE RATIO        : ".
           05 WS-RL-SHARPE       PIC X(08).
           05 FILLER             PIC X(19) VALUE
              "   RISK-FREE RATE: ".
           05 WS-RL-RATE         PIC X(05).
           05 FILLER             PIC X(04) VALUE " PCT".
        01 WS-RISK-LINE3.
           05 FILLER             PIC X(22) VALUE
              "MAX DRAWDOWN        : ".
           05 WS-RL-MAXDD        PIC X(06).
           05 FILLER             PIC X(10) VALUE " PCT PEAK ".
           05 WS-RL-PEAK         PIC X(08).
           05 FILLER             PIC X(08) VALUE " TROUGH ".
           05 WS-RL-TROUGH       PIC X(08).
        01 WS-RISK-LINE4.
           05 FILLER             PIC X(22) VALUE
              "BETA TO BENCHMARK   : ".
           05 WS-RL-BETA         PIC X(08).
           05 FILLER             PIC X(16) VALUE
              "   CORRELATION: ".
           05 WS-RL-CORREL       PIC X(05).
        01 WS-RISK-NOTE-LINE.
           05 FILLER             PIC X(22) VALUE
              "RISK NOTE           : ".
           05 WS-RL-NOTE         PIC X(20).
        01 WS-TOTAL-LINE.
           05 FILLER             PIC X(22) VALUE
              "CLOSING VALUATION   : ".
           05 WS-TL-VALUE        PIC -(13)9.99.
        01 WH-MF-HDR.
           05 FILLER PIC X(27) VALUE "SCHEME     FOLIO".
           05 FILLER PIC X(12) VALUE "      UNITS".
           05 FILLER PIC X(12) VALUE "        NAV".
           05 FILLER PIC X(14) VALUE "        VALUE".
           05 FILLER PIC X(13) VALUE "  UNREALIZED".
           05 FILLER PIC X(12) VALUE "TERM  CAT".
        01 WS-MF-DETAIL.
           05 WS-MD-SCHEME       PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-MD-FOLIO        PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-MD-UNITS        PIC Z(06)9.999.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-MD-NAV          PIC Z(05)9.9999.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-MD-VALUE        PIC -(9)9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-MD-GAIN         PIC -(8)9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-MD-TERM         PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-MD-CAT          PIC X(06).
        01 WS-MF-NOTE-LINE.
           05 FILLER             PIC X(04) VALUE SPACES.
           05 WS-MN-TEXT         PIC X(32).
           05 WS-MN-DATE         PIC X(08).
        01 WS-MF-TOTAL-LINE.
           05 FILLER             PIC X(22) VALUE
              "MUTUAL FUND VALUE   : ".
           05 WS-MT-VALUE        PIC -(13)9.99.
           05 FILLER             PIC X(08) VALUE "  GAIN ".
           05 WS-MT-GAIN         PIC -(13)9.99.
        01 WS-GRAND-TOTAL-LINE.
           05 FILLER             PIC X(22) VALUE
              "TOTAL VALUATION     : ".
           05 WS-GT-VALUE        PIC -(13)9.99.
           05 FILLER             PIC X(17) VALUE
              "  (EQUITY + MF)".

        PROCEDURE DIVISION.
            DISPLAY "THIS IS THE OWNER PORTFOLIO STATEMENT PROGRAM".
            PERFORM LOAD-HOLDINGS-PARA.
            PERFORM LOAD-TRADES-PARA.
            PERFORM LOAD-PRICES-PARA.
            PERFORM LOAD-RISK-PARA.
            PERFORM LOAD-MF-PARA.
            IF WS-OWNER-COUNT = 0
               DISPLAY "NO OWNERS SUBSCRIBED, NO STATEMENTS"
               MOVE 8 TO RETURN-CODE
               SET WS-PR-IDX UP BY 1
            END-PERFORM.

        LOAD-RISK-PARA.
            MOVE 0 TO WS-RISK-COUNT
            OPEN INPUT RISK-FILE
            IF RISK-FILE-STATUS = "00"
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                  READ RISK-FILE AT END
                       MOVE "Y" TO EOF
                    NOT AT END
                       IF WS-RISK-COUNT < 100
                          ADD 1 TO WS-RISK-COUNT
                          SET WS-RK-IDX TO WS-RISK-COUNT
                          MOVE SPACES TO WS-RK-ENTRY (WS-RK-IDX)
                          UNSTRING RISK-REC DELIMITED BY ","
                          INTO WS-RK-OWNER (WS-RK-IDX)
                               WS-RK-DATE (WS-RK-IDX)
                               WS-RK-DAYS (WS-RK-IDX)
                               WS-RK-RETURN (WS-RK-IDX)
                               WS-RK-VOL (WS-RK-IDX)
                               WS-RK-SHARPE (WS-RK-IDX)
                               WS-RK-MAXDD (WS-RK-IDX)
                               WS-RK-PEAK (WS-RK-IDX)
                               WS-RK-TROUGH (WS-RK-IDX)
                               WS-RK-BETA (WS-RK-IDX)
                               WS-RK-CORREL (WS-RK-IDX)
                               WS-RK-RATE (WS-RK-IDX)
                               WS-RK-NOTE (WS-RK-IDX)
                          END-UNSTRING
                       END-IF
                  END-READ
               END-PERFORM
               CLOSE RISK-FILE
            ELSE
               DISPLAY "NO RISK EXTRACT, RISK PROFILE NOT SHOWN"
            END-IF.

        LOAD-MF-PARA.
            MOVE 0 TO WS-MF-COUNT
            OPEN INPUT MFEXT-FILE
            IF MFEXT-FILE-STATUS = "00"
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                  READ MFEXT-FILE AT END
                       MOVE "Y" TO EOF
                    NOT AT END
                       IF WS-MF-COUNT < 2000
                          ADD 1 TO WS-MF-COUNT
                          SET WS-MF-IDX TO WS-MF-COUNT
                          MOVE SPACES TO WS-MF-ENTRY (WS-MF-IDX)
                          UNSTRING MFEXT-REC DELIMITED BY ","
                          INTO WS-MF-OWNER (WS-MF-IDX)
                               WS-MF-SCHEME (WS-MF-IDX)
                               WS-MF-FOLIO (WS-MF-IDX)
                               WS-MF-CAT (WS-MF-IDX)
                               WS-MF-UNITS (WS-MF-IDX)
                               WS-MF-NAV (WS-MF-IDX)
                               WS-MF-NAVDATE (WS-MF-IDX)
                               WS-MF-COST (WS-MF-IDX)
                               WS-MF-VALUE (WS-MF-IDX)
                               WS-MF-GAIN (WS-MF-IDX)
                               WS-MF-TERM (WS-MF-IDX)
                               WS-MF-TAX (WS-MF-IDX)
                               WS-MF-FLAG (WS-MF-IDX)
                          END-UNSTRING
                       END-IF
                  END-READ
               END-PERFORM
               CLOSE MFEXT-FILE
            ELSE
               DISPLAY "NO MUTUAL FUND EXTRACT, MF HOLDINGS NOT SHOWN"
            END-IF.

        MF-SECTION-PARA.
            MOVE 0   TO WS-TOT-MF-VALUE WS-TOT-MF-GAIN
            MOVE "N" TO WS-MF-SHOWN
            PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                       UNTIL WS-MF-IDX > WS-MF-COUNT
               IF WS-MF-OWNER (WS-MF-IDX) = WS-OW-OWNER (WS-OW-IDX)
                  IF WS-MF-SHOWN NOT = "Y"
                     MOVE "Y" TO WS-MF-SHOWN
                     MOVE "MUTUAL FUND HOLDINGS:" TO STMT-REC
                     PERFORM WRITE-STMT-LINE-PARA
                     MOVE WH-MF-HDR TO STMT-REC
                     PERFORM WRITE-STMT-LINE-PARA
                  END-IF
                  PERFORM MF-LINE-PARA
               END-IF
            END-PERFORM
            IF WS-MF-SHOWN = "Y"
               MOVE WS-TOT-MF-VALUE TO WS-MT-VALUE
               MOVE WS-TOT-MF-GAIN  TO WS-MT-GAIN
               MOVE WS-MF-TOTAL-LINE TO STMT-REC
               PERFORM WRITE-STMT-LINE-PARA
               COMPUTE WS-GT-VALUE = WS-TOT-VALUE + WS-TOT-MF-VALUE
               MOVE WS-GRAND-TOTAL-LINE TO STMT-REC
               PERFORM WRITE-STMT-LINE-PARA
            END-IF.

        MF-LINE-PARA.
            MOVE WS-MF-SCHEME (WS-MF-IDX) TO WS-MD-SCHEME
            MOVE WS-MF-FOLIO (WS-MF-IDX)  TO WS-MD-FOLIO
            COMPUTE WS-MD-UNITS =
                    FUNCTION NUMVAL(WS-MF-UNITS (WS-MF-IDX))
            COMPUTE WS-MD-NAV =
                    FUNCTION NUMVAL(WS-MF-NAV (WS-MF-IDX))
            COMPUTE WS-MD-VALUE =
                    FUNCTION NUMVAL(WS-MF-VALUE (WS-MF-IDX))
            COMPUTE WS-MD-GAIN =
                    FUNCTION NUMVAL(WS-MF-GAIN (WS-MF-IDX))
            MOVE WS-MF-TERM (WS-MF-IDX)   TO WS-MD-TERM
            MOVE WS-MF-CAT (WS-MF-IDX)    TO WS-MD-CAT
            MOVE WS-MF-DETAIL TO STMT-REC
            PERFORM WRITE-STMT-LINE-PARA
            IF WS-MF-FLAG (WS-MF-IDX) NOT = SPACES
               MOVE SPACES TO WS-MN-DATE
               IF WS-MF-FLAG (WS-MF-IDX) = "NO NAV"
                  MOVE "NAV NOT AVAILABLE, SHOWN AT COST"
                       TO WS-MN-TEXT
               ELSE
                  MOVE "VALUED AT LAST AVAILABLE NAV OF"
                       TO WS-MN-TEXT
                  MOVE WS-MF-NAVDATE (WS-MF-IDX) TO WS-MN-DATE
               END-IF
               MOVE WS-MF-NOTE-LINE TO STMT-REC
               PERFORM WRITE-STMT-LINE-PARA
            END-IF
            COMPUTE WS-TOT-MF-VALUE = WS-TOT-MF-VALUE +
                    FUNCTION NUMVAL(WS-MF-VALUE (WS-MF-IDX))
            COMPUTE WS-TOT-MF-GAIN = WS-TOT-MF-GAIN +
                    FUNCTION NUMVAL(WS-MF-GAIN (WS-MF-IDX)).

        NEW-PAGE-PARA.
            ADD 1 TO WS-PAGE-NO
            MOVE 0 TO WS-LINE-COUNT
            MOVE WS-TOT-VALUE TO WS-TL-VALUE
            MOVE WS-TOTAL-LINE TO STMT-REC
            PERFORM WRITE-STMT-LINE-PARA
            PERFORM MF-SECTION-PARA
            PERFORM RISK-SECTION-PARA
            MOVE WH-RULE-LINE TO STMT-REC
            PERFORM WRITE-STMT-LINE-PARA
            SET WS-OW-IDX UP BY 1.
             EXIT.

        RISK-SECTION-PARA.
            MOVE "N" TO WS-RK-FOUND
            SET WS-RK-IDX TO 1
            PERFORM UNTIL WS-RK-IDX > WS-RISK-COUNT
                       OR WS-RK-FOUND = "Y"
               IF WS-RK-OWNER (WS-RK-IDX) = WS-OW-OWNER (WS-OW-IDX)
                  MOVE "Y" TO WS-RK-FOUND
               ELSE
                  SET WS-RK-IDX UP BY 1
               END-IF
            END-PERFORM
            IF WS-RK-FOUND NOT = "Y"
               IF WS-RISK-COUNT > 0
                  MOVE "RISK PROFILE NOT AVAILABLE FOR THIS OWNER"
                       TO STMT-REC
                  PERFORM WRITE-STMT-LINE-PARA
               END-IF
            ELSE
               MOVE WS-RK-DATE (WS-RK-IDX)   TO WS-RH-DATE
               MOVE WS-RK-DAYS (WS-RK-IDX)   TO WS-RH-DAYS
               MOVE WS-RISK-HDR-LINE TO STMT-REC
               PERFORM WRITE-STMT-LINE-PARA
               IF WS-RK-RETURN (WS-RK-IDX) NOT = SPACES
                  MOVE WS-RK-RETURN (WS-RK-IDX) TO WS-RL-RETURN
                  MOVE WS-RK-VOL (WS-RK-IDX)    TO WS-RL-VOL
                  MOVE WS-RISK-LINE1 TO STMT-REC
                  PERFORM WRITE-STMT-LINE-PARA
                  MOVE WS-RK-SHARPE (WS-RK-IDX) TO WS-RL-SHARPE
                  MOVE WS-RK-RATE (WS-RK-IDX)   TO WS-RL-RATE
                  MOVE WS-RISK-LINE2 TO STMT-REC
                  PERFORM WRITE-STMT-LINE-PARA
               END-IF
               IF WS-RK-MAXDD (WS-RK-IDX) NOT = SPACES
                  MOVE WS-RK-MAXDD (WS-RK-IDX)  TO WS-RL-MAXDD
                  MOVE WS-RK-PEAK (WS-RK-IDX)   TO WS-RL-PEAK
                  MOVE WS-RK-TROUGH (WS-RK-IDX) TO WS-RL-TROUGH
                  MOVE WS-RISK-LINE3 TO STMT-REC
                  PERFORM WRITE-STMT-LINE-PARA
               END-IF
               IF WS-RK-BETA (WS-RK-IDX) NOT = SPACES
                  MOVE WS-RK-BETA (WS-RK-IDX)   TO WS-RL-BETA
                  MOVE WS-RK-CORREL (WS-RK-IDX) TO WS-RL-CORREL
                  MOVE WS-RISK-LINE4 TO STMT-REC
                  PERFORM WRITE-STMT-LINE-PARA
               END-IF
               IF WS-RK-NOTE (WS-RK-IDX) NOT = SPACES
                  MOVE WS-RK-NOTE (WS-RK-IDX)   TO WS-RL-NOTE
                  MOVE WS-RISK-NOTE-LINE TO STMT-REC
                  PERFORM WRITE-STMT-LINE-PARA
               END-IF
            END-IF.

        HOLDING-LINE-PARA.
            IF WS-HD-OWNER (WS-HD-IDX) = WS-OW-OWNER (WS-OW-IDX)
               AND (WS-HD-UNITS (WS-HD-IDX) NOT = 0
