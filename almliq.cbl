       IDENTIFICATION DIVISION.
       PROGRAM-ID. almliq.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE  ASSIGN TO "ALM-PARM.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PARM-FILE-STATUS.

           SELECT TDMST-FILE  ASSIGN TO "TD-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TDMST-FILE-STATUS.

           SELECT LOANSCH-FILE ASSIGN TO "LOAN-SCHEDULE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LOANSCH-FILE-STATUS.

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

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY-CALENDAR.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS HOLIDAY-FILE-STATUS.

           SELECT ALMRPT-FILE ASSIGN TO "ALM-LIQUIDITY.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS ALMRPT-FILE-STATUS.

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
       FD   PARM-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PARM-REC                PIC X(40).

       FD   TDMST-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TDMST-REC               PIC X(120).

       FD   LOANSCH-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANSCH-REC             PIC X(120).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCTBAL-REC.
          COPY ACCTBAL.

       FD   HOLIDAY-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 HOLIDAY-REC             PIC X(40).

       FD   ALMRPT-FILE  RECORD CONTAINS 132 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ALMRPT-REC              PIC X(132).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 PARM-FILE-STATUS     PIC X(02).
       01 TDMST-FILE-STATUS    PIC X(02).
       01 LOANSCH-FILE-STATUS  PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 ACCTBAL-FILE-STATUS  PIC X(02).
       01 HOLIDAY-FILE-STATUS  PIC X(02).
       01 ALMRPT-FILE-STATUS   PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.

       01 WS-RUN-DATE          PIC X(08).
       01 WS-RUN-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-RUN-SPLIT REDEFINES WS-RUN-DATE-NUM.
          05 WS-RUN-YY         PIC 9(04).
          05 WS-RUN-MM         PIC 9(02).
          05 WS-RUN-DD         PIC 9(02).
       01 WS-RUN-INT           PIC 9(08) VALUE 0.
       01 WS-NEXT-DATE         PIC 9(08) VALUE 0.
       01 WS-NEXT-SPLIT REDEFINES WS-NEXT-DATE.
          05 WS-NEXT-YY        PIC 9(04).
          05 WS-NEXT-MM        PIC 9(02).
          05 WS-NEXT-DD        PIC 9(02).
       01 WS-NEXT-INT          PIC 9(08) VALUE 0.
       01 WS-DOW               PIC 9(01) VALUE 0.
       01 WS-IS-WORKDAY        PIC X(01) VALUE "N".
       01 WS-GUARD             PIC 9(03) VALUE 0.
       01 WS-IS-MONTH-END      PIC X(01) VALUE "N".
       01 WS-HOLIDAY-TABLE.
          05 WS-HOL-ENTRY OCCURS 200 TIMES INDEXED BY WS-HOL-IDX.
             10 WS-HOL-DATE      PIC 9(08).
       01 WS-HOLIDAY-COUNT      PIC 9(03) VALUE 0.
       01 WS-HOL-DATE-IN        PIC X(08).
       01 WS-HOL-HIT            PIC X(01) VALUE "N".

       01 WS-PM-NAME-IN        PIC X(20).
       01 WS-PM-VALUE-IN       PIC X(15).
       01 WS-PM-VALUE          PIC 9(05)V99 VALUE 0.
       01 WS-SB-VOLATILE       PIC 9(03)V99 VALUE 10.00.
       01 WS-CA-VOLATILE       PIC 9(03)V99 VALUE 15.00.
       01 WS-VOL-BUCKET        PIC 9(02) VALUE 1.
       01 WS-CORE-BUCKET       PIC 9(02) VALUE 8.
       01 WS-PM-BUCKET         PIC 9(02) VALUE 0.

       01 WS-BUCKET-TABLE.
          05 WS-BK-ENTRY OCCURS 10 TIMES INDEXED BY WS-BK-IDX.
             10 WS-BK-LABEL      PIC X(16).
             10 WS-BK-MAX-DAYS   PIC 9(05).
             10 WS-BK-TOL        PIC 9(03)V99.
             10 WS-BK-TD         PIC 9(13)V99.
             10 WS-BK-SB-VOL     PIC 9(13)V99.
             10 WS-BK-SB-CORE    PIC 9(13)V99.
             10 WS-BK-CA-VOL     PIC 9(13)V99.
             10 WS-BK-CA-CORE    PIC 9(13)V99.
             10 WS-BK-LOAN       PIC 9(13)V99.
             10 WS-BK-OUT        PIC 9(13)V99.
             10 WS-BK-GAP        PIC S9(13)V99.
             10 WS-BK-CUM        PIC S9(13)V99.
             10 WS-BK-PCT        PIC S9(05)V99.
             10 WS-BK-BREACH     PIC X(01).
       01 WS-BK-HIT            PIC 9(02) VALUE 0.
       01 WS-DAYS              PIC S9(07) VALUE 0.
       01 WS-DATE-NUM          PIC 9(08) VALUE 0.
       01 WS-DATE-INT          PIC 9(08) VALUE 0.
       01 WS-DATE-OK           PIC X(01) VALUE "N".
       01 WS-FLOW              PIC 9(13)V99 VALUE 0.
       01 WS-VOL-PART          PIC 9(13)V99 VALUE 0.
       01 WS-CORE-PART         PIC 9(13)V99 VALUE 0.
       01 WS-CUM-GAP           PIC S9(13)V99 VALUE 0.

       01 WS-TL-ACCT-IN        PIC X(14).
       01 WS-TL-PRIN-IN        PIC X(12).
       01 WS-TL-RATE-IN        PIC X(05).
       01 WS-TL-TENURE-IN      PIC X(03).
       01 WS-TL-OPEN-IN        PIC X(08).
       01 WS-TL-MAT-IN         PIC X(08).
       01 WS-TL-INSTR-IN       PIC X(01).
       01 WS-TL-LINKED-IN      PIC X(14).
       01 WS-TL-STATUS-IN      PIC X(01).
       01 WS-TD-PRINCIPAL      PIC 9(09)V99 VALUE 0.
       01 WS-TD-RATE           PIC 9(02)V99 VALUE 0.
       01 WS-TD-TENURE         PIC 9(03) VALUE 0.
       01 WS-TD-INTEREST       PIC 9(11)V99 VALUE 0.

       01 WS-SC-ACCT-IN        PIC X(14).
       01 WS-SC-INST-IN        PIC X(03).
       01 WS-SC-DUE-IN         PIC X(08).
       01 WS-SC-EMI-IN         PIC X(12).
       01 WS-SC-PRIN-IN        PIC X(12).
       01 WS-SC-INT-IN         PIC X(12).
       01 WS-SC-STATUS-IN      PIC X(01).

       01 WS-TOT-TD            PIC 9(13)V99 VALUE 0.
       01 WS-TOT-SB-VOL        PIC 9(13)V99 VALUE 0.
       01 WS-TOT-SB-CORE       PIC 9(13)V99 VALUE 0.
       01 WS-TOT-CA-VOL        PIC 9(13)V99 VALUE 0.
       01 WS-TOT-CA-CORE       PIC 9(13)V99 VALUE 0.
       01 WS-TOT-LOAN          PIC 9(13)V99 VALUE 0.
       01 WS-TOT-OUT           PIC 9(13)V99 VALUE 0.
       01 WS-TOT-OVERDUE       PIC 9(13)V99 VALUE 0.

       01 WS-CTL-TDS           PIC 9(07) VALUE 0.
       01 WS-CTL-INSTALMENTS   PIC 9(07) VALUE 0.
       01 WS-CTL-OVERDUE       PIC 9(07) VALUE 0.
       01 WS-CTL-ACCOUNTS      PIC 9(07) VALUE 0.
       01 WS-CTL-SKIPPED       PIC 9(07) VALUE 0.
       01 WS-CTL-BREACHES      PIC 9(03) VALUE 0.

       01 WH-RULE-LINE          PIC X(130) VALUE ALL "-".
       01 WH-ALM-HDR1.
          05 FILLER              PIC X(37) VALUE
             "STRUCTURAL LIQUIDITY STATEMENT AS AT ".
          05 WH-AH-DATE          PIC X(08).
          05 FILLER              PIC X(09) VALUE "   CYCLE ".
          05 WH-AH-CYCLE         PIC X(04).
       01 WH-ALM-HDR2.
          05 FILLER              PIC X(29) VALUE
             "SAVINGS VOLATILE PORTION PCT ".
          05 WH-AH-SB            PIC ZZ9.99.
          05 FILLER              PIC X(31) VALUE
             "   CURRENT VOLATILE PORTION PCT".
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WH-AH-CA            PIC ZZ9.99.
       01 WH-ALM-HDR3.
          05 FILLER              PIC X(32) VALUE
             "VOLATILE PORTION PLACED IN     ".
          05 WH-AH-VOL-BK        PIC X(16).
          05 FILLER              PIC X(20) VALUE
             "   CORE PORTION IN  ".
          05 WH-AH-CORE-BK       PIC X(16).
       01 WH-COMP-TITLE         PIC X(60) VALUE
          "CASH FLOWS BY RESIDUAL MATURITY".
       01 WH-COMP-COLS.
          05 FILLER              PIC X(32) VALUE
             "BUCKET              TERM DEPOSIT".
          05 FILLER              PIC X(32) VALUE
             "S    SAVINGS VOLATILE     SAVING".
          05 FILLER              PIC X(32) VALUE
             "S CORE   CURRENT VOLATILE     CU".
          05 FILLER              PIC X(32) VALUE
             "RRENT CORE  LOAN INSTALMENTS IN ".
       01 WS-COMP-DETAIL.
          05 WS-CD-LABEL         PIC X(16).
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-CD-TD            PIC Z(13)9.99.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-CD-SB-VOL        PIC Z(13)9.99.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-CD-SB-CORE       PIC Z(13)9.99.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-CD-CA-VOL        PIC Z(13)9.99.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-CD-CA-CORE       PIC Z(13)9.99.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-CD-LOAN          PIC Z(13)9.99.
       01 WH-GAP-TITLE          PIC X(60) VALUE
          "LIQUIDITY GAP AND TOLERANCE LIMITS".
       01 WH-GAP-COLS.
          05 FILLER              PIC X(32) VALUE
             "BUCKET                  OUTFLOWS".
          05 FILLER              PIC X(32) VALUE
             "            INFLOWS             ".
          05 FILLER              PIC X(32) VALUE
             " GAP     CUMULATIVE GAP  GAP PCT".
          05 FILLER              PIC X(20) VALUE
             "  LIMIT PCT  STATUS".
       01 WS-GAP-DETAIL.
          05 WS-GD-LABEL         PIC X(16).
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-GD-OUT           PIC Z(13)9.99.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-GD-IN            PIC Z(13)9.99.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-GD-GAP           PIC Z(13)9.99-.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-GD-CUM           PIC Z(13)9.99-.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-GD-PCT           PIC ZZZZ9.99-.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-GD-LIMIT         PIC ZZ9.99.
          05 FILLER              PIC X(04) VALUE SPACES.
          05 WS-GD-STATUS        PIC X(06).
       01 WS-MEMO-LINE.
          05 WS-ML-TEXT          PIC X(50).
          05 WS-ML-COUNT         PIC ZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ML-AMOUNT        PIC Z(13)9.99.

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE ALM STRUCTURAL LIQUIDITY PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(
                                WS-RUN-DATE-NUM).
           PERFORM LOAD-HOLIDAYS-PARA.
           PERFORM NEXT-BUSINESS-DAY-PARA.
           IF WS-NEXT-MM NOT = WS-RUN-MM
              MOVE "Y" TO WS-IS-MONTH-END
           END-IF.
           IF WS-IS-MONTH-END NOT = "Y"
              DISPLAY "NOT MONTH END - NO LIQUIDITY STATEMENT TODAY"
              PERFORM APPEND-OPSLOG-PARA
              STOP RUN
           END-IF.
           PERFORM SET-BUCKETS-PARA.
           PERFORM LOAD-PARMS-PARA.
           PERFORM BUCKET-TDS-PARA.
           PERFORM BUCKET-INSTALMENTS-PARA.
           PERFORM BUCKET-BALANCES-PARA.
           PERFORM COMPUTE-GAPS-PARA.
           PERFORM WRITE-REPORT-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "ALM LIQUIDITY SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  TERM DEPOSITS BUCKETED: " WS-CTL-TDS.
           DISPLAY "  INSTALMENTS BUCKETED  : " WS-CTL-INSTALMENTS.
           DISPLAY "  OVERDUE INSTALMENTS   : " WS-CTL-OVERDUE.
           DISPLAY "  SB/CA ACCOUNTS SPLIT  : " WS-CTL-ACCOUNTS.
           DISPLAY "  ROWS SKIPPED          : " WS-CTL-SKIPPED.
           DISPLAY "  TOLERANCE BREACHES    : " WS-CTL-BREACHES.

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

       LOAD-HOLIDAYS-PARA.
           MOVE 0 TO WS-HOLIDAY-COUNT
           OPEN INPUT HOLIDAY-FILE
           IF HOLIDAY-FILE-STATUS = "00"
              PERFORM UNTIL HOLIDAY-FILE-STATUS NOT = "00"
                 READ HOLIDAY-FILE
                   AT END
                     MOVE "10" TO HOLIDAY-FILE-STATUS
                   NOT AT END
                     IF WS-HOLIDAY-COUNT < 200
                        ADD 1 TO WS-HOLIDAY-COUNT
                        SET WS-HOL-IDX TO WS-HOLIDAY-COUNT
                        UNSTRING HOLIDAY-REC DELIMITED BY ","
                        INTO WS-HOL-DATE-IN
                        END-UNSTRING
                        MOVE WS-HOL-DATE-IN
                             TO WS-HOL-DATE (WS-HOL-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLIDAY-FILE
           ELSE
              DISPLAY "NO HOLIDAY CALENDAR, WEEKENDS ONLY SKIPPED"
           END-IF.

       NEXT-BUSINESS-DAY-PARA.
           MOVE WS-RUN-DATE-NUM TO WS-NEXT-DATE
           MOVE 0 TO WS-GUARD
           MOVE "N" TO WS-IS-WORKDAY
           PERFORM UNTIL WS-IS-WORKDAY = "Y" OR WS-GUARD > 60
              ADD 1 TO WS-GUARD
              COMPUTE WS-NEXT-INT =
                      FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) + 1
              COMPUTE WS-NEXT-DATE =
                      FUNCTION DATE-OF-INTEGER(WS-NEXT-INT)
              PERFORM CHECK-WORKDAY-PARA
           END-PERFORM
           IF WS-IS-WORKDAY NOT = "Y"
              DISPLAY "NO WORKING DAY FOUND WITHIN 60 DAYS - CHECK "
                      "THE HOLIDAY CALENDAR"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-WORKDAY-PARA.
           MOVE "Y" TO WS-IS-WORKDAY
           COMPUTE WS-DOW = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE), 7)
           IF WS-DOW = 6 OR WS-DOW = 0
              MOVE "N" TO WS-IS-WORKDAY
           ELSE
              MOVE "N" TO WS-HOL-HIT
              SET WS-HOL-IDX TO 1
              PERFORM UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
                         OR WS-HOL-HIT = "Y"
                 IF WS-HOL-DATE (WS-HOL-IDX) = WS-NEXT-DATE
                    MOVE "Y" TO WS-HOL-HIT
                    MOVE "N" TO WS-IS-WORKDAY
                 END-IF
                 SET WS-HOL-IDX UP BY 1
              END-PERFORM
           END-IF.

       SET-BUCKETS-PARA.
           MOVE "1-7 DAYS"         TO WS-BK-LABEL (1)
           MOVE 7                  TO WS-BK-MAX-DAYS (1)
           MOVE 5.00               TO WS-BK-TOL (1)
           MOVE "8-14 DAYS"        TO WS-BK-LABEL (2)
           MOVE 14                 TO WS-BK-MAX-DAYS (2)
           MOVE 10.00              TO WS-BK-TOL (2)
           MOVE "15 DAYS-1 MONTH"  TO WS-BK-LABEL (3)
           MOVE 30                 TO WS-BK-MAX-DAYS (3)
           MOVE 20.00              TO WS-BK-TOL (3)
           MOVE "1-2 MONTHS"       TO WS-BK-LABEL (4)
           MOVE 61                 TO WS-BK-MAX-DAYS (4)
           MOVE 0                  TO WS-BK-TOL (4)
           MOVE "2-3 MONTHS"       TO WS-BK-LABEL (5)
           MOVE 91                 TO WS-BK-MAX-DAYS (5)
           MOVE 0                  TO WS-BK-TOL (5)
           MOVE "3-6 MONTHS"       TO WS-BK-LABEL (6)
           MOVE 183                TO WS-BK-MAX-DAYS (6)
           MOVE 0                  TO WS-BK-TOL (6)
           MOVE "6 MONTHS-1 YEAR"  TO WS-BK-LABEL (7)
           MOVE 365                TO WS-BK-MAX-DAYS (7)
           MOVE 0                  TO WS-BK-TOL (7)
           MOVE "1-3 YEARS"        TO WS-BK-LABEL (8)
           MOVE 1095               TO WS-BK-MAX-DAYS (8)
           MOVE 0                  TO WS-BK-TOL (8)
           MOVE "3-5 YEARS"        TO WS-BK-LABEL (9)
           MOVE 1826               TO WS-BK-MAX-DAYS (9)
           MOVE 0                  TO WS-BK-TOL (9)
           MOVE "OVER 5 YEARS"     TO WS-BK-LABEL (10)
           MOVE 99999              TO WS-BK-MAX-DAYS (10)
           MOVE 0                  TO WS-BK-TOL (10)
           SET WS-BK-IDX TO 1
           PERFORM UNTIL WS-BK-IDX > 10
              MOVE 0   TO WS-BK-TD (WS-BK-IDX)
              MOVE 0   TO WS-BK-SB-VOL (WS-BK-IDX)
              MOVE 0   TO WS-BK-SB-CORE (WS-BK-IDX)
              MOVE 0   TO WS-BK-CA-VOL (WS-BK-IDX)
              MOVE 0   TO WS-BK-CA-CORE (WS-BK-IDX)
              MOVE 0   TO WS-BK-LOAN (WS-BK-IDX)
              MOVE 0   TO WS-BK-OUT (WS-BK-IDX)
              MOVE 0   TO WS-BK-GAP (WS-BK-IDX)
              MOVE 0   TO WS-BK-CUM (WS-BK-IDX)
              MOVE 0   TO WS-BK-PCT (WS-BK-IDX)
              MOVE "N" TO WS-BK-BREACH (WS-BK-IDX)
              SET WS-BK-IDX UP BY 1
           END-PERFORM.

       LOAD-PARMS-PARA.
           OPEN INPUT PARM-FILE
           IF PARM-FILE-STATUS = "00"
              PERFORM UNTIL PARM-FILE-STATUS NOT = "00"
                 READ PARM-FILE
                   AT END
                     MOVE "10" TO PARM-FILE-STATUS
                   NOT AT END
                     MOVE SPACES TO WS-PM-NAME-IN WS-PM-VALUE-IN
                     UNSTRING PARM-REC DELIMITED BY ","
                     INTO  WS-PM-NAME-IN
                           WS-PM-VALUE-IN
                     END-UNSTRING
                     IF WS-PM-VALUE-IN NOT = SPACES
                        COMPUTE WS-PM-VALUE =
                                FUNCTION NUMVAL(WS-PM-VALUE-IN)
                        PERFORM APPLY-PARM-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE PARM-FILE
           ELSE
              DISPLAY "NO ALM PARAMETERS, USING BUILT-IN "
                      "BEHAVIOURAL PERCENTAGES"
           END-IF
           IF WS-SB-VOLATILE > 100
              MOVE 100 TO WS-SB-VOLATILE
           END-IF
           IF WS-CA-VOLATILE > 100
              MOVE 100 TO WS-CA-VOLATILE
           END-IF
           IF WS-VOL-BUCKET < 1 OR WS-VOL-BUCKET > 10
              DISPLAY "VOLATILE BUCKET OUT OF RANGE, USING 1"
              MOVE 1 TO WS-VOL-BUCKET
           END-IF
           IF WS-CORE-BUCKET < 1 OR WS-CORE-BUCKET > 10
              DISPLAY "CORE BUCKET OUT OF RANGE, USING 8"
              MOVE 8 TO WS-CORE-BUCKET
           END-IF
           DISPLAY "SB VOLATILE " WS-SB-VOLATILE
                   " CA VOLATILE " WS-CA-VOLATILE.

       APPLY-PARM-PARA.
           IF WS-PM-NAME-IN(1:3) = "TOL"
              AND WS-PM-NAME-IN(4:2) IS NUMERIC
              MOVE WS-PM-NAME-IN(4:2) TO WS-PM-BUCKET
              IF WS-PM-BUCKET >= 1 AND WS-PM-BUCKET <= 10
                 MOVE WS-PM-VALUE TO WS-BK-TOL (WS-PM-BUCKET)
              ELSE
                 DISPLAY "TOLERANCE FOR UNKNOWN BUCKET IGNORED: "
                         WS-PM-NAME-IN
              END-IF
           ELSE
              EVALUATE WS-PM-NAME-IN
                WHEN "SBVOLATILE"
                     MOVE WS-PM-VALUE TO WS-SB-VOLATILE
                WHEN "CAVOLATILE"
                     MOVE WS-PM-VALUE TO WS-CA-VOLATILE
                WHEN "VOLBUCKET"
                     MOVE WS-PM-VALUE TO WS-VOL-BUCKET
                WHEN "COREBUCKET"
                     MOVE WS-PM-VALUE TO WS-CORE-BUCKET
                WHEN OTHER
                     DISPLAY "UNKNOWN ALM PARAMETER IGNORED: "
                             WS-PM-NAME-IN
              END-EVALUATE
           END-IF.

       FIND-BUCKET-PARA.
           MOVE "N" TO WS-DATE-OK
           MOVE 0 TO WS-BK-HIT
           IF WS-DATE-NUM > 0
              COMPUTE WS-DATE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              IF WS-DATE-INT > 0
                 MOVE "Y" TO WS-DATE-OK
                 COMPUTE WS-DAYS = WS-DATE-INT - WS-RUN-INT
                 SET WS-BK-IDX TO 1
                 PERFORM UNTIL WS-BK-IDX > 10 OR WS-BK-HIT > 0
                    IF WS-DAYS <= WS-BK-MAX-DAYS (WS-BK-IDX)
                       SET WS-BK-HIT TO WS-BK-IDX
                    END-IF
                    SET WS-BK-IDX UP BY 1
                 END-PERFORM
                 IF WS-BK-HIT = 0
                    MOVE 10 TO WS-BK-HIT
                 END-IF
              END-IF
           END-IF.

       BUCKET-TDS-PARA.
           OPEN INPUT TDMST-FILE
           IF TDMST-FILE-STATUS = "00"
              PERFORM UNTIL TDMST-FILE-STATUS NOT = "00"
                 READ TDMST-FILE
                   AT END
                     MOVE "10" TO TDMST-FILE-STATUS
                   NOT AT END
                     PERFORM BUCKET-ONE-TD-PARA
                 END-READ
              END-PERFORM
              CLOSE TDMST-FILE
           ELSE
              DISPLAY "TD MASTER NOT FOUND, NO TERM DEPOSIT OUTFLOWS"
           END-IF.

       BUCKET-ONE-TD-PARA.
           MOVE SPACES TO WS-TL-STATUS-IN
           UNSTRING TDMST-REC DELIMITED BY ","
           INTO  WS-TL-ACCT-IN
                 WS-TL-PRIN-IN
                 WS-TL-RATE-IN
                 WS-TL-TENURE-IN
                 WS-TL-OPEN-IN
                 WS-TL-MAT-IN
                 WS-TL-INSTR-IN
                 WS-TL-LINKED-IN
                 WS-TL-STATUS-IN
           END-UNSTRING
           IF WS-TL-STATUS-IN = "A"
              MOVE 0 TO WS-DATE-NUM
              IF WS-TL-MAT-IN IS NUMERIC
                 MOVE WS-TL-MAT-IN TO WS-DATE-NUM
              END-IF
              PERFORM FIND-BUCKET-PARA
              IF WS-DATE-OK NOT = "Y"
                 ADD 1 TO WS-CTL-SKIPPED
                 DISPLAY "TD WITH BAD MATURITY DATE SKIPPED: "
                         WS-TL-ACCT-IN
              ELSE
                 ADD 1 TO WS-CTL-TDS
                 COMPUTE WS-TD-PRINCIPAL =
                         FUNCTION NUMVAL(WS-TL-PRIN-IN)
                 COMPUTE WS-TD-RATE = FUNCTION NUMVAL(WS-TL-RATE-IN)
                 COMPUTE WS-TD-TENURE =
                         FUNCTION NUMVAL(WS-TL-TENURE-IN)
                 COMPUTE WS-TD-INTEREST ROUNDED =
                         WS-TD-PRINCIPAL * WS-TD-RATE
                         * WS-TD-TENURE / 12 / 100
                 COMPUTE WS-FLOW = WS-TD-PRINCIPAL + WS-TD-INTEREST
                 ADD WS-FLOW TO WS-BK-TD (WS-BK-HIT)
                 ADD WS-FLOW TO WS-TOT-TD
              END-IF
           END-IF.

       BUCKET-INSTALMENTS-PARA.
           OPEN INPUT LOANSCH-FILE
           IF LOANSCH-FILE-STATUS = "00"
              PERFORM UNTIL LOANSCH-FILE-STATUS NOT = "00"
                 READ LOANSCH-FILE
                   AT END
                     MOVE "10" TO LOANSCH-FILE-STATUS
                   NOT AT END
                     PERFORM BUCKET-ONE-INSTALMENT-PARA
                 END-READ
              END-PERFORM
              CLOSE LOANSCH-FILE
           ELSE
              DISPLAY "LOAN SCHEDULE NOT FOUND, NO LOAN INFLOWS"
           END-IF.

       BUCKET-ONE-INSTALMENT-PARA.
           UNSTRING LOANSCH-REC DELIMITED BY ","
           INTO  WS-SC-ACCT-IN
                 WS-SC-INST-IN
                 WS-SC-DUE-IN
                 WS-SC-EMI-IN
                 WS-SC-PRIN-IN
                 WS-SC-INT-IN
                 WS-SC-STATUS-IN
           END-UNSTRING
           EVALUATE WS-SC-STATUS-IN
             WHEN "O"
                  ADD 1 TO WS-CTL-OVERDUE
                  COMPUTE WS-TOT-OVERDUE = WS-TOT-OVERDUE
                          + FUNCTION NUMVAL(WS-SC-EMI-IN)
             WHEN "D"
                  MOVE 0 TO WS-DATE-NUM
                  IF WS-SC-DUE-IN IS NUMERIC
                     MOVE WS-SC-DUE-IN TO WS-DATE-NUM
                  END-IF
                  PERFORM FIND-BUCKET-PARA
                  IF WS-DATE-OK NOT = "Y"
                     ADD 1 TO WS-CTL-SKIPPED
                     DISPLAY "INSTALMENT WITH BAD DUE DATE SKIPPED: "
                             WS-SC-ACCT-IN " " WS-SC-INST-IN
                  ELSE
                     ADD 1 TO WS-CTL-INSTALMENTS
                     COMPUTE WS-FLOW = FUNCTION NUMVAL(WS-SC-EMI-IN)
                     ADD WS-FLOW TO WS-BK-LOAN (WS-BK-HIT)
                     ADD WS-FLOW TO WS-TOT-LOAN
                  END-IF
             WHEN OTHER
                  CONTINUE
           END-EVALUATE.

       BUCKET-BALANCES-PARA.
           OPEN INPUT ACCTMST-FILE
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ACCTBAL-FILE
           IF ACCTBAL-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT BALANCE FILE OPEN FAILED, STATUS="
                      ACCTBAL-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL ACCTMST-FILE-STATUS NOT = "00"
              READ ACCTMST-FILE NEXT
                AT END
                  MOVE "10" TO ACCTMST-FILE-STATUS
                NOT AT END
                  IF AM-STATUS NOT = "C"
                     AND (AM-ACCTYPE = "SAVINGS"
                          OR AM-ACCTYPE = "NRI"
                          OR AM-ACCTYPE = "CURRENT")
                     PERFORM SPLIT-BALANCE-PARA
                  END-IF
              END-READ
           END-PERFORM
           CLOSE ACCTBAL-FILE
           CLOSE ACCTMST-FILE.

       SPLIT-BALANCE-PARA.
           MOVE AM-ACCT-NUM TO BAL-ACCT-NUM
           READ ACCTBAL-FILE
             INVALID KEY
               ADD 1 TO WS-CTL-SKIPPED
             NOT INVALID KEY
               ADD 1 TO WS-CTL-ACCOUNTS
               IF AM-ACCTYPE = "CURRENT"
                  COMPUTE WS-VOL-PART ROUNDED =
                          BAL-CURR-BAL * WS-CA-VOLATILE / 100
                  COMPUTE WS-CORE-PART = BAL-CURR-BAL - WS-VOL-PART
                  ADD WS-VOL-PART  TO WS-BK-CA-VOL (WS-VOL-BUCKET)
                  ADD WS-CORE-PART TO WS-BK-CA-CORE (WS-CORE-BUCKET)
                  ADD WS-VOL-PART  TO WS-TOT-CA-VOL
                  ADD WS-CORE-PART TO WS-TOT-CA-CORE
               ELSE
                  COMPUTE WS-VOL-PART ROUNDED =
                          BAL-CURR-BAL * WS-SB-VOLATILE / 100
                  COMPUTE WS-CORE-PART = BAL-CURR-BAL - WS-VOL-PART
                  ADD WS-VOL-PART  TO WS-BK-SB-VOL (WS-VOL-BUCKET)
                  ADD WS-CORE-PART TO WS-BK-SB-CORE (WS-CORE-BUCKET)
                  ADD WS-VOL-PART  TO WS-TOT-SB-VOL
                  ADD WS-CORE-PART TO WS-TOT-SB-CORE
               END-IF
           END-READ.

       COMPUTE-GAPS-PARA.
           MOVE 0 TO WS-CUM-GAP
           SET WS-BK-IDX TO 1
           PERFORM UNTIL WS-BK-IDX > 10
              COMPUTE WS-BK-OUT (WS-BK-IDX) =
                      WS-BK-TD (WS-BK-IDX)
                    + WS-BK-SB-VOL (WS-BK-IDX)
                    + WS-BK-SB-CORE (WS-BK-IDX)
                    + WS-BK-CA-VOL (WS-BK-IDX)
                    + WS-BK-CA-CORE (WS-BK-IDX)
              COMPUTE WS-BK-GAP (WS-BK-IDX) =
                      WS-BK-LOAN (WS-BK-IDX) - WS-BK-OUT (WS-BK-IDX)
              ADD WS-BK-GAP (WS-BK-IDX) TO WS-CUM-GAP
              MOVE WS-CUM-GAP TO WS-BK-CUM (WS-BK-IDX)
              ADD WS-BK-OUT (WS-BK-IDX) TO WS-TOT-OUT
              IF WS-BK-OUT (WS-BK-IDX) > 0
                 COMPUTE WS-BK-PCT (WS-BK-IDX) ROUNDED =
                         WS-BK-GAP (WS-BK-IDX) * 100
                         / WS-BK-OUT (WS-BK-IDX)
              END-IF
              IF WS-BK-TOL (WS-BK-IDX) > 0
                 AND WS-BK-GAP (WS-BK-IDX) < 0
                 AND WS-BK-OUT (WS-BK-IDX) > 0
                 AND 0 - WS-BK-PCT (WS-BK-IDX) > WS-BK-TOL (WS-BK-IDX)
                 MOVE "Y" TO WS-BK-BREACH (WS-BK-IDX)
                 ADD 1 TO WS-CTL-BREACHES
                 DISPLAY "TOLERANCE BREACH IN " WS-BK-LABEL (WS-BK-IDX)
              END-IF
              SET WS-BK-IDX UP BY 1
           END-PERFORM.

       WRITE-REPORT-PARA.
           OPEN OUTPUT ALMRPT-FILE
           IF ALMRPT-FILE-STATUS NOT = "00"
              DISPLAY "ALM LIQUIDITY REPORT OPEN FAILED, STATUS="
                      ALMRPT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-RUN-DATE    TO WH-AH-DATE
           MOVE WS-CYCLE-ID    TO WH-AH-CYCLE
           MOVE WS-SB-VOLATILE TO WH-AH-SB
           MOVE WS-CA-VOLATILE TO WH-AH-CA
           MOVE WS-BK-LABEL (WS-VOL-BUCKET)  TO WH-AH-VOL-BK
           MOVE WS-BK-LABEL (WS-CORE-BUCKET) TO WH-AH-CORE-BK
           WRITE ALMRPT-REC FROM WH-ALM-HDR1
           WRITE ALMRPT-REC FROM WH-ALM-HDR2
           WRITE ALMRPT-REC FROM WH-ALM-HDR3
           MOVE SPACES TO ALMRPT-REC
           WRITE ALMRPT-REC
           WRITE ALMRPT-REC FROM WH-COMP-TITLE
           WRITE ALMRPT-REC FROM WH-RULE-LINE
           WRITE ALMRPT-REC FROM WH-COMP-COLS
           WRITE ALMRPT-REC FROM WH-RULE-LINE
           SET WS-BK-IDX TO 1
           PERFORM UNTIL WS-BK-IDX > 10
              MOVE WS-BK-LABEL (WS-BK-IDX)   TO WS-CD-LABEL
              MOVE WS-BK-TD (WS-BK-IDX)      TO WS-CD-TD
              MOVE WS-BK-SB-VOL (WS-BK-IDX)  TO WS-CD-SB-VOL
              MOVE WS-BK-SB-CORE (WS-BK-IDX) TO WS-CD-SB-CORE
              MOVE WS-BK-CA-VOL (WS-BK-IDX)  TO WS-CD-CA-VOL
              MOVE WS-BK-CA-CORE (WS-BK-IDX) TO WS-CD-CA-CORE
              MOVE WS-BK-LOAN (WS-BK-IDX)    TO WS-CD-LOAN
              WRITE ALMRPT-REC FROM WS-COMP-DETAIL
              SET WS-BK-IDX UP BY 1
           END-PERFORM
           WRITE ALMRPT-REC FROM WH-RULE-LINE
           MOVE "TOTAL"        TO WS-CD-LABEL
           MOVE WS-TOT-TD      TO WS-CD-TD
           MOVE WS-TOT-SB-VOL  TO WS-CD-SB-VOL
           MOVE WS-TOT-SB-CORE TO WS-CD-SB-CORE
           MOVE WS-TOT-CA-VOL  TO WS-CD-CA-VOL
           MOVE WS-TOT-CA-CORE TO WS-CD-CA-CORE
           MOVE WS-TOT-LOAN    TO WS-CD-LOAN
           WRITE ALMRPT-REC FROM WS-COMP-DETAIL
           MOVE SPACES TO ALMRPT-REC
           WRITE ALMRPT-REC
           WRITE ALMRPT-REC FROM WH-GAP-TITLE
           WRITE ALMRPT-REC FROM WH-RULE-LINE
           WRITE ALMRPT-REC FROM WH-GAP-COLS
           WRITE ALMRPT-REC FROM WH-RULE-LINE
           SET WS-BK-IDX TO 1
           PERFORM UNTIL WS-BK-IDX > 10
              MOVE SPACES TO WS-GAP-DETAIL
              MOVE WS-BK-LABEL (WS-BK-IDX) TO WS-GD-LABEL
              MOVE WS-BK-OUT (WS-BK-IDX)   TO WS-GD-OUT
              MOVE WS-BK-LOAN (WS-BK-IDX)  TO WS-GD-IN
              MOVE WS-BK-GAP (WS-BK-IDX)   TO WS-GD-GAP
              MOVE WS-BK-CUM (WS-BK-IDX)   TO WS-GD-CUM
              IF WS-BK-OUT (WS-BK-IDX) > 0
                 MOVE WS-BK-PCT (WS-BK-IDX) TO WS-GD-PCT
              END-IF
              IF WS-BK-TOL (WS-BK-IDX) > 0
                 MOVE WS-BK-TOL (WS-BK-IDX) TO WS-GD-LIMIT
                 IF WS-BK-BREACH (WS-BK-IDX) = "Y"
                    MOVE "BREACH" TO WS-GD-STATUS
                 ELSE
                    MOVE "OK"     TO WS-GD-STATUS
                 END-IF
              END-IF
              WRITE ALMRPT-REC FROM WS-GAP-DETAIL
              SET WS-BK-IDX UP BY 1
           END-PERFORM
           WRITE ALMRPT-REC FROM WH-RULE-LINE
           MOVE SPACES      TO WS-GAP-DETAIL
           MOVE "TOTAL"     TO WS-GD-LABEL
           MOVE WS-TOT-OUT  TO WS-GD-OUT
           MOVE WS-TOT-LOAN TO WS-GD-IN
           MOVE WS-CUM-GAP  TO WS-GD-GAP
           MOVE WS-CUM-GAP  TO WS-GD-CUM
           WRITE ALMRPT-REC FROM WS-GAP-DETAIL
           MOVE SPACES TO ALMRPT-REC
           WRITE ALMRPT-REC
           MOVE "OVERDUE INSTALMENTS NOT PLACED IN ANY BUCKET"
                TO WS-ML-TEXT
           MOVE WS-CTL-OVERDUE TO WS-ML-COUNT
           MOVE WS-TOT-OVERDUE TO WS-ML-AMOUNT
           WRITE ALMRPT-REC FROM WS-MEMO-LINE
           MOVE SPACES TO WS-MEMO-LINE
           MOVE "ROWS SKIPPED FOR BAD DATES OR MISSING BALANCES"
                TO WS-ML-TEXT
           MOVE WS-CTL-SKIPPED TO WS-ML-COUNT
           WRITE ALMRPT-REC FROM WS-MEMO-LINE
           MOVE SPACES TO WS-MEMO-LINE
           MOVE "TOLERANCE LIMIT BREACHES" TO WS-ML-TEXT
           MOVE WS-CTL-BREACHES TO WS-ML-COUNT
           WRITE ALMRPT-REC FROM WS-MEMO-LINE
           CLOSE ALMRPT-FILE.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "ALMLIQ"           TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           COMPUTE WS-OPL-IN-COUNT = WS-CTL-TDS + WS-CTL-INSTALMENTS
                                   + WS-CTL-ACCOUNTS
           MOVE WS-CTL-BREACHES    TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-SKIPPED     TO WS-OPL-REJ-COUNT
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
