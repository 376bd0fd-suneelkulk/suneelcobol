        IDENTIFICATION DIVISION.
        PROGRAM-ID. ninjapldg.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PLEDGE-FILE  ASSIGN TO "NINJA-PLEDGES.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS PLEDGE-FILE-STATUS.

            SELECT MAINT-FILE   ASSIGN TO "NINJA-PLEDGE-MAINT.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS MAINT-FILE-STATUS.

            SELECT AUDIT-FILE   ASSIGN TO "NINJA-PLEDGE-AUDIT.LOG"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS AUDIT-FILE-STATUS.

            SELECT LOTS-FILE    ASSIGN TO "NINJA-LOTS.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS LOTS-FILE-STATUS.

            SELECT BANKLINK-FILE ASSIGN TO "NINJA-BANK-LINK.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS BANKLINK-FILE-STATUS.

            SELECT NINJAI-FILE  ASSIGN TO "NINJAIN.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS NINJAI-FILE-STATUS.

            SELECT STOCKMST-FILE ASSIGN TO "STOCK-MASTER.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS STOCKMST-FILE-STATUS.

            SELECT HAIRCUT-FILE ASSIGN TO "NINJA-HAIRCUTS.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS HAIRCUT-FILE-STATUS.

            SELECT ODLIM-FILE   ASSIGN TO "OD-LIMITS.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS ODLIM-FILE-STATUS.

            SELECT ACCTMST-FILE ASSIGN TO "ACCOUNT-MASTER.DAT"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS AM-ACCT-NUM
                                ALTERNATE RECORD KEY IS AM-PAN
                                   WITH DUPLICATES
                                FILE STATUS IS ACCTMST-FILE-STATUS.

            SELECT DPRPT-FILE   ASSIGN TO "NINJA-DP-SHORTFALL.RPT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS DPRPT-FILE-STATUS.

            SELECT RUNCTL-FILE  ASSIGN TO "RUN-CONTROL.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS RUNCTL-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD   PLEDGE-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 PLEDGE-REC           PIC X(80).

        FD   MAINT-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 MAINT-REC            PIC X(80).

        FD   AUDIT-FILE  RECORD CONTAINS 110 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 AUDIT-REC            PIC X(110).

        FD   LOTS-FILE  RECORD CONTAINS 60 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 LOTS-REC             PIC X(60).

        FD   BANKLINK-FILE  RECORD CONTAINS 30 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 BANKLINK-REC         PIC X(30).

        FD   NINJAI-FILE  RECORD CONTAINS 90 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 NINJAI-REC           PIC X(90).

        FD   STOCKMST-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 STOCKMST-REC         PIC X(80).

        FD   HAIRCUT-FILE  RECORD CONTAINS 30 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 HAIRCUT-REC          PIC X(30).

        FD   ODLIM-FILE  RECORD CONTAINS 60 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 ODLIM-REC            PIC X(60).

        FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 ACCOUNT-MASTER-REC.
           COPY ACCTMST.

        FD   DPRPT-FILE  RECORD CONTAINS 110 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 DPRPT-REC            PIC X(110).

        FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 RUNCTL-REC           PIC X(15).

        WORKING-STORAGE SECTION.
        01 PLEDGE-FILE-STATUS   PIC X(02).
        01 MAINT-FILE-STATUS    PIC X(02).
        01 AUDIT-FILE-STATUS    PIC X(02).
        01 LOTS-FILE-STATUS     PIC X(02).
        01 BANKLINK-FILE-STATUS PIC X(02).
        01 NINJAI-FILE-STATUS   PIC X(02).
        01 STOCKMST-FILE-STATUS PIC X(02).
        01 HAIRCUT-FILE-STATUS  PIC X(02).
        01 ODLIM-FILE-STATUS    PIC X(02).
        01 ACCTMST-FILE-STATUS  PIC X(02).
        01 DPRPT-FILE-STATUS    PIC X(02).
        01 RUNCTL-FILE-STATUS   PIC X(02).
        01 WS-RUN-CTL-IN.
           COPY RUNCTL.
        01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
        01 WS-RUN-DATE          PIC X(08).

        01 EOF                  PIC X(01) VALUE "N".
        01 WS-DEFAULT-HAIRCUT   PIC 9(03)V99 VALUE 50.00.

        01 WS-LINK-TABLE.
           05 WS-LK-ENTRY OCCURS 200 TIMES INDEXED BY WS-LK-IDX.
              10 WS-LK-OWNER    PIC X(08).
              10 WS-LK-ACCT     PIC X(14).
        01 WS-LINK-COUNT        PIC 9(03) VALUE 0.
        01 WS-LK-OWNER-IN       PIC X(08).
        01 WS-LK-ACCT-IN        PIC X(14).
        01 WS-LK-FOUND          PIC X(01) VALUE "N".
        01 WS-LINK-ACCT         PIC X(14) VALUE SPACES.

        01 WS-LOT-TABLE.
           05 WS-LOT-ENTRY OCCURS 5000 TIMES INDEXED BY WS-LOT-IDX.
              10 WS-LOT-STOCK    PIC X(10).
              10 WS-LOT-DATE     PIC 9(08).
              10 WS-LOT-SHARES   PIC S9(07).
              10 WS-LOT-OWNER    PIC X(08).
        01 WS-LOT-COUNT         PIC 9(04) VALUE 0.
        01 WS-LT-STOCK-IN       PIC X(10).
        01 WS-LT-DATE-IN        PIC X(08).
        01 WS-LT-SHARES-IN      PIC X(08).
        01 WS-LT-PRICE-IN       PIC X(10).
        01 WS-LT-OWNER-IN       PIC X(08).

        01 WS-PLEDGE-TABLE.
           05 WS-PG-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PG-IDX.
              10 WS-PG-OWNER     PIC X(08).
              10 WS-PG-STOCK     PIC X(10).
              10 WS-PG-LOTDATE   PIC 9(08).
              10 WS-PG-QTY       PIC 9(07).
              10 WS-PG-ACCT      PIC X(14).
              10 WS-PG-DATE      PIC X(08).
        01 WS-PLEDGE-COUNT      PIC 9(04) VALUE 0.
        01 WS-PG-FOUND          PIC X(01) VALUE "N".
        01 WS-FOUND-PG-IDX      PIC 9(04) VALUE 0.
        01 WS-PG-OWNER-IN       PIC X(08).
        01 WS-PG-STOCK-IN       PIC X(10).
        01 WS-PG-LOTDATE-IN     PIC X(08).
        01 WS-PG-QTY-IN         PIC X(07).
        01 WS-PG-ACCT-IN        PIC X(14).
        01 WS-PG-DATE-IN        PIC X(08).

        01 WS-PRICE-TABLE.
           05 WS-PR-ENTRY OCCURS 500 TIMES INDEXED BY WS-PR-IDX.
              10 WS-PR-STOCK    PIC X(10).
              10 WS-PR-PRICE    PIC 9(07)V99.
        01 WS-PRICE-COUNT       PIC 9(03) VALUE 0.
        01 WS-MARK-PRICE        PIC 9(07)V99 VALUE 0.
        01 WS-NI-STOCK-IN       PIC X(10).
        01 WS-NI-SHARES-IN      PIC X(09).
        01 WS-NI-BOUGHT-IN      PIC X(10).
        01 WS-NI-HIGH-IN        PIC X(10).
        01 WS-NI-LOW-IN         PIC X(10).
        01 WS-NI-CURRENT-IN     PIC X(10).

        01 WS-STOCK-TABLE.
           05 WS-SM-ENTRY OCCURS 500 TIMES INDEXED BY WS-SM-IDX.
              10 WS-SM-STOCK    PIC X(10).
              10 WS-SM-SECTOR   PIC X(12).
        01 WS-STOCK-COUNT       PIC 9(03) VALUE 0.
        01 WS-SM-STOCK-IN       PIC X(10).
        01 WS-SM-SECTOR-IN      PIC X(12).
        01 WS-KEY-SECTOR        PIC X(12).

        01 WS-HAIRCUT-TABLE.
           05 WS-HC-ENTRY OCCURS 50 TIMES INDEXED BY WS-HC-IDX.
              10 WS-HC-SECTOR   PIC X(12).
              10 WS-HC-PCT      PIC 9(03)V99.
        01 WS-HAIRCUT-COUNT     PIC 9(02) VALUE 0.
        01 WS-HC-SECTOR-IN      PIC X(12).
        01 WS-HC-PCT-IN         PIC X(06).
        01 WS-HAIRCUT           PIC 9(03)V99 VALUE 0.

        01 WS-OD-TABLE.
           05 WS-OD-ENTRY OCCURS 2000 TIMES INDEXED BY WS-OD-IDX.
              10 WS-OD-ACCT       PIC X(14).
              10 WS-OD-LIMIT      PIC 9(09)V99.
              10 WS-OD-EXPIRY     PIC X(08).
              10 WS-OD-REVIEW     PIC X(08).
              10 WS-OD-DRAWN      PIC 9(09)V99.
        01 WS-OD-COUNT          PIC 9(04) VALUE 0.
        01 WS-OD-FOUND          PIC X(01) VALUE "N".
        01 WS-FOUND-OD-IDX      PIC 9(04) VALUE 0.
        01 WS-OD-ACCT-IN        PIC X(14).
        01 WS-OD-LIMIT-IN       PIC X(12).
        01 WS-OD-EXPIRY-IN      PIC X(08).
        01 WS-OD-REVIEW-IN      PIC X(08).
        01 WS-OD-DRAWN-IN       PIC X(12).

        01 WS-DP-TABLE.
           05 WS-DP-ENTRY OCCURS 200 TIMES INDEXED BY WS-DP-IDX.
              10 WS-DP-ACCT     PIC X(14).
              10 WS-DP-OWNER    PIC X(08).
        01 WS-DP-COUNT          PIC 9(03) VALUE 0.
        01 WS-DP-FOUND          PIC X(01) VALUE "N".

        01 WS-MNT-ACTION-IN     PIC X(07).
        01 WS-MNT-OWNER-IN      PIC X(08).
        01 WS-MNT-STOCK-IN      PIC X(10).
        01 WS-MNT-LOTDATE-IN    PIC X(08).
        01 WS-MNT-QTY-IN        PIC X(07).
        01 WS-MNT-MAKER-IN      PIC X(10).
        01 WS-MNT-LOTDATE       PIC 9(08) VALUE 0.
        01 WS-MNT-QTY           PIC 9(07) VALUE 0.
        01 WS-HELD-SHARES       PIC 9(09) VALUE 0.
        01 WS-PLEDGED-SHARES    PIC 9(09) VALUE 0.
        01 WS-ACCT-HAS-PLEDGE   PIC X(01) VALUE "N".
        01 WS-ACCT-OK           PIC X(01) VALUE "N".

        01 WS-CALC-ACCT         PIC X(14).
        01 WS-PLEDGE-VALUE      PIC 9(11)V99 VALUE 0.
        01 WS-PLEDGE-DP         PIC 9(11)V99 VALUE 0.
        01 WS-ACCT-VALUE        PIC 9(11)V99 VALUE 0.
        01 WS-ACCT-DP           PIC 9(11)V99 VALUE 0.
        01 WS-ACCT-DRAWN        PIC 9(09)V99 VALUE 0.
        01 WS-SHORTFALL         PIC 9(11)V99 VALUE 0.

        01 WS-CTL-PLEDGED       PIC 9(05) VALUE 0.
        01 WS-CTL-RELEASED      PIC 9(05) VALUE 0.
        01 WS-CTL-REFUSED       PIC 9(05) VALUE 0.
        01 WS-CTL-ACCOUNTS      PIC 9(05) VALUE 0.
        01 WS-CTL-SHORTFALL     PIC 9(05) VALUE 0.
        01 WS-TOT-DP            PIC 9(13)V99 VALUE 0.

        01 WS-PLEDGE-LINE.
           05 WS-PL-OWNER        PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-PL-STOCK        PIC X(10).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-PL-LOTDATE      PIC 9(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-PL-QTY          PIC 9(07).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-PL-ACCT         PIC X(14).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-PL-DATE         PIC X(08).

        01 WS-ODLIM-LINE.
           05 WS-OL-ACCT         PIC X(14).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-OL-LIMIT        PIC 9(09).99.
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-OL-EXPIRY       PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-OL-REVIEW       PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-OL-DRAWN        PIC 9(09).99.

        01 WS-AUDIT-LINE.
           05 WS-AU-DATE         PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-AU-ACTION       PIC X(07).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-AU-OWNER        PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-AU-STOCK        PIC X(10).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-AU-LOTDATE      PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-AU-QTY          PIC 9(07).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-AU-MAKER        PIC X(10).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-AU-RESULT       PIC X(30).

        01 WH-DPRPT-HDR1.
           05 FILLER PIC X(36) VALUE
              "SHARE PLEDGE DRAWING POWER REVIEW - ".
           05 WS-RH-DATE         PIC X(08).
        01 WH-DPRPT-HDR2.
           05 FILLER PIC X(10) VALUE "OWNER".
           05 FILLER PIC X(16) VALUE "BANK ACCOUNT".
           05 FILLER PIC X(16) VALUE "PLEDGE VALUE".
           05 FILLER PIC X(16) VALUE "DRAWING POWER".
           05 FILLER PIC X(14) VALUE "UTILISED".
           05 FILLER PIC X(16) VALUE "SHORTFALL".
        01 WS-DPRPT-DETAIL.
           05 WS-DD-OWNER        PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DD-ACCT         PIC X(14).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DD-VALUE        PIC ZZZZZZZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DD-DP           PIC ZZZZZZZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DD-DRAWN        PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DD-SHORT        PIC ZZZZZZZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DD-NOTE         PIC X(12).

        PROCEDURE DIVISION.
            DISPLAY "THIS IS THE NINJA SHARE PLEDGE PROGRAM".
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM LOAD-RUN-CONTROL-PARA.
            PERFORM LOAD-BANK-LINKS-PARA.
            PERFORM LOAD-LOTS-PARA.
            PERFORM LOAD-PLEDGES-PARA.
            PERFORM LOAD-PRICES-PARA.
            PERFORM LOAD-STOCKS-PARA.
            PERFORM LOAD-HAIRCUTS-PARA.
            PERFORM LOAD-OD-PARA.
            OPEN INPUT ACCTMST-FILE.
            IF ACCTMST-FILE-STATUS NOT = "00"
               DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                       ACCTMST-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM OPEN-AUDIT-PARA.
            PERFORM TAKE-REQUESTS-PARA.
            CLOSE AUDIT-FILE.
            CLOSE ACCTMST-FILE.
            OPEN OUTPUT DPRPT-FILE.
            IF DPRPT-FILE-STATUS NOT = "00"
               DISPLAY "DRAWING POWER REPORT OPEN FAILED, STATUS="
                       DPRPT-FILE-STATUS
               MOVE 28 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE WS-RUN-DATE TO WS-RH-DATE.
            WRITE DPRPT-REC FROM WH-DPRPT-HDR1.
            WRITE DPRPT-REC FROM WH-DPRPT-HDR2.
            PERFORM BUILD-ACCOUNTS-PARA.
            SET WS-DP-IDX TO 1.
            PERFORM REVIEW-ACCOUNT-PARA
                    UNTIL WS-DP-IDX > WS-DP-COUNT.
            CLOSE DPRPT-FILE.
            PERFORM REWRITE-PLEDGES-PARA.
            PERFORM REWRITE-OD-PARA.
            DISPLAY "SHARE PLEDGE SUMMARY - CYCLE " WS-CYCLE-ID.
            DISPLAY "  PLEDGES ACCEPTED  : " WS-CTL-PLEDGED.
            DISPLAY "  PLEDGES RELEASED  : " WS-CTL-RELEASED.
            DISPLAY "  REQUESTS REFUSED  : " WS-CTL-REFUSED.
            DISPLAY "  ACCOUNTS REVIEWED : " WS-CTL-ACCOUNTS.
            DISPLAY "  IN SHORTFALL      : " WS-CTL-SHORTFALL.
            DISPLAY "  TOTAL DRAWING PWR : " WS-TOT-DP.

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

        LOAD-BANK-LINKS-PARA.
            MOVE 0 TO WS-LINK-COUNT
            OPEN INPUT BANKLINK-FILE
            IF BANKLINK-FILE-STATUS = "00"
               PERFORM UNTIL BANKLINK-FILE-STATUS NOT = "00"
                  READ BANKLINK-FILE
                    AT END
                      MOVE "10" TO BANKLINK-FILE-STATUS
                    NOT AT END
                      IF WS-LINK-COUNT < 200
                         ADD 1 TO WS-LINK-COUNT
                         SET WS-LK-IDX TO WS-LINK-COUNT
                         UNSTRING BANKLINK-REC DELIMITED BY ","
                         INTO WS-LK-OWNER-IN
                              WS-LK-ACCT-IN
                         END-UNSTRING
                         MOVE WS-LK-OWNER-IN
                              TO WS-LK-OWNER (WS-LK-IDX)
                         MOVE WS-LK-ACCT-IN
                              TO WS-LK-ACCT (WS-LK-IDX)
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE BANKLINK-FILE
            ELSE
               DISPLAY "NO OWNER BANK LINKAGE FILE, PLEDGES "
                       "CANNOT BE ACCEPTED"
            END-IF.

        LOAD-LOTS-PARA.
            MOVE 0 TO WS-LOT-COUNT
            OPEN INPUT LOTS-FILE
            IF LOTS-FILE-STATUS = "00"
               PERFORM UNTIL LOTS-FILE-STATUS NOT = "00"
                  READ LOTS-FILE
                    AT END
                      MOVE "10" TO LOTS-FILE-STATUS
                    NOT AT END
                      IF WS-LOT-COUNT < 5000
                         ADD 1 TO WS-LOT-COUNT
                         SET WS-LOT-IDX TO WS-LOT-COUNT
                         MOVE SPACES TO WS-LT-OWNER-IN
                         UNSTRING LOTS-REC DELIMITED BY ","
                         INTO WS-LT-STOCK-IN
                              WS-LT-DATE-IN
                              WS-LT-SHARES-IN
                              WS-LT-PRICE-IN
                              WS-LT-OWNER-IN
                         END-UNSTRING
                         MOVE WS-LT-STOCK-IN
                              TO WS-LOT-STOCK (WS-LOT-IDX)
                         COMPUTE WS-LOT-DATE (WS-LOT-IDX) =
                            FUNCTION NUMVAL(WS-LT-DATE-IN)
                         COMPUTE WS-LOT-SHARES (WS-LOT-IDX) =
                            FUNCTION NUMVAL(WS-LT-SHARES-IN)
                         IF WS-LT-OWNER-IN = SPACES
                            MOVE "HOUSE"
                                 TO WS-LOT-OWNER (WS-LOT-IDX)
                         ELSE
                            MOVE WS-LT-OWNER-IN
                                 TO WS-LOT-OWNER (WS-LOT-IDX)
                         END-IF
                      ELSE
                         DISPLAY "LOT TABLE CAPACITY EXCEEDED AT "
                                 "5000 - RUN STOPPED"
                         MOVE 20 TO RETURN-CODE
                         STOP RUN
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE LOTS-FILE
            ELSE
               DISPLAY "NO LOT FILE YET, NO HOLDINGS TO PLEDGE"
            END-IF.

        LOAD-PLEDGES-PARA.
            MOVE 0 TO WS-PLEDGE-COUNT
            OPEN INPUT PLEDGE-FILE
            IF PLEDGE-FILE-STATUS = "00"
               PERFORM UNTIL PLEDGE-FILE-STATUS NOT = "00"
                  READ PLEDGE-FILE
                    AT END
                      MOVE "10" TO PLEDGE-FILE-STATUS
                    NOT AT END
                      IF WS-PLEDGE-COUNT >= 2000
                         DISPLAY "PLEDGE TABLE CAPACITY EXCEEDED AT "
                                 "2000 - RUN STOPPED"
                         MOVE 20 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-PLEDGE-COUNT
                      SET WS-PG-IDX TO WS-PLEDGE-COUNT
                      UNSTRING PLEDGE-REC DELIMITED BY ","
                      INTO WS-PG-OWNER-IN
                           WS-PG-STOCK-IN
                           WS-PG-LOTDATE-IN
                           WS-PG-QTY-IN
                           WS-PG-ACCT-IN
                           WS-PG-DATE-IN
                      END-UNSTRING
                      MOVE WS-PG-OWNER-IN TO WS-PG-OWNER (WS-PG-IDX)
                      MOVE WS-PG-STOCK-IN TO WS-PG-STOCK (WS-PG-IDX)
                      COMPUTE WS-PG-LOTDATE (WS-PG-IDX) =
                         FUNCTION NUMVAL(WS-PG-LOTDATE-IN)
                      COMPUTE WS-PG-QTY (WS-PG-IDX) =
                         FUNCTION NUMVAL(WS-PG-QTY-IN)
                      MOVE WS-PG-ACCT-IN  TO WS-PG-ACCT (WS-PG-IDX)
                      MOVE WS-PG-DATE-IN  TO WS-PG-DATE (WS-PG-IDX)
                  END-READ
               END-PERFORM
               CLOSE PLEDGE-FILE
            ELSE
               DISPLAY "NO PLEDGE REGISTER, STARTING EMPTY"
            END-IF.

        LOAD-PRICES-PARA.
            MOVE 0 TO WS-PRICE-COUNT
            OPEN INPUT NINJAI-FILE
            IF NINJAI-FILE-STATUS = "00"
               PERFORM UNTIL NINJAI-FILE-STATUS NOT = "00"
                  READ NINJAI-FILE
                    AT END
                      MOVE "10" TO NINJAI-FILE-STATUS
                    NOT AT END
                      IF NINJAI-REC(1:5) NOT = "STOCK"
                         AND WS-PRICE-COUNT < 500
                         ADD 1 TO WS-PRICE-COUNT
                         SET WS-PR-IDX TO WS-PRICE-COUNT
                         UNSTRING NINJAI-REC DELIMITED BY ","
                         INTO WS-NI-STOCK-IN
                              WS-NI-SHARES-IN
                              WS-NI-BOUGHT-IN
                              WS-NI-HIGH-IN
                              WS-NI-LOW-IN
                              WS-NI-CURRENT-IN
                         END-UNSTRING
                         MOVE WS-NI-STOCK-IN
                              TO WS-PR-STOCK (WS-PR-IDX)
                         IF FUNCTION TEST-NUMVAL
                            (WS-NI-CURRENT-IN) = 0
                            COMPUTE WS-PR-PRICE (WS-PR-IDX) =
                               FUNCTION NUMVAL(WS-NI-CURRENT-IN)
                         ELSE
                            MOVE 0 TO WS-PR-PRICE (WS-PR-IDX)
                         END-IF
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE NINJAI-FILE
            ELSE
               DISPLAY "NO PRICE FILE, PLEDGED SHARES CARRY NO "
                       "DRAWING POWER THIS RUN"
            END-IF.

        LOAD-STOCKS-PARA.
            MOVE 0 TO WS-STOCK-COUNT
            OPEN INPUT STOCKMST-FILE
            IF STOCKMST-FILE-STATUS = "00"
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                  READ STOCKMST-FILE AT END
                       MOVE "Y" TO EOF
                    NOT AT END
                       IF WS-STOCK-COUNT < 500
                          ADD 1 TO WS-STOCK-COUNT
                          SET WS-SM-IDX TO WS-STOCK-COUNT
                          UNSTRING STOCKMST-REC DELIMITED BY ","
                          INTO WS-SM-STOCK-IN
                               WS-SM-SECTOR-IN
                          END-UNSTRING
                          MOVE WS-SM-STOCK-IN
                               TO WS-SM-STOCK (WS-SM-IDX)
                          MOVE WS-SM-SECTOR-IN
                               TO WS-SM-SECTOR (WS-SM-IDX)
                       END-IF
                  END-READ
               END-PERFORM
               CLOSE STOCKMST-FILE
            END-IF.

        LOAD-HAIRCUTS-PARA.
            MOVE 0 TO WS-HAIRCUT-COUNT
            OPEN INPUT HAIRCUT-FILE
            IF HAIRCUT-FILE-STATUS = "00"
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                  READ HAIRCUT-FILE AT END
                       MOVE "Y" TO EOF
                    NOT AT END
                       IF WS-HAIRCUT-COUNT < 50
                          ADD 1 TO WS-HAIRCUT-COUNT
                          SET WS-HC-IDX TO WS-HAIRCUT-COUNT
                          UNSTRING HAIRCUT-REC DELIMITED BY ","
                          INTO WS-HC-SECTOR-IN
                               WS-HC-PCT-IN
                          END-UNSTRING
                          MOVE WS-HC-SECTOR-IN
                               TO WS-HC-SECTOR (WS-HC-IDX)
                          IF FUNCTION TEST-NUMVAL
                             (WS-HC-PCT-IN) = 0
                             COMPUTE WS-HC-PCT (WS-HC-IDX) =
                                FUNCTION NUMVAL(WS-HC-PCT-IN)
                          ELSE
                             MOVE WS-DEFAULT-HAIRCUT
                                  TO WS-HC-PCT (WS-HC-IDX)
                          END-IF
                       END-IF
                  END-READ
               END-PERFORM
               CLOSE HAIRCUT-FILE
            ELSE
               DISPLAY "NO SECTOR HAIRCUT TABLE, USING BUILT-IN "
                       "HAIRCUT FOR ALL SECTORS"
            END-IF.

        LOAD-OD-PARA.
            MOVE 0 TO WS-OD-COUNT
            OPEN INPUT ODLIM-FILE
            IF ODLIM-FILE-STATUS = "00"
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

        OPEN-AUDIT-PARA.
            OPEN EXTEND AUDIT-FILE.
            IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
            END-IF
            IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT TRAIL UNAVAILABLE - MAINTENANCE "
                       "REFUSED, STATUS=" AUDIT-FILE-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
            END-IF.

        WRITE-AUDIT-PARA.
            MOVE WS-RUN-DATE       TO WS-AU-DATE
            MOVE WS-MNT-ACTION-IN  TO WS-AU-ACTION
            MOVE WS-MNT-OWNER-IN   TO WS-AU-OWNER
            MOVE WS-MNT-STOCK-IN   TO WS-AU-STOCK
            MOVE WS-MNT-LOTDATE-IN TO WS-AU-LOTDATE
            MOVE WS-MNT-QTY        TO WS-AU-QTY
            MOVE WS-MNT-MAKER-IN   TO WS-AU-MAKER
            WRITE AUDIT-REC FROM WS-AUDIT-LINE.

        TAKE-REQUESTS-PARA.
            OPEN INPUT MAINT-FILE
            IF MAINT-FILE-STATUS NOT = "00"
               DISPLAY "NO PLEDGE REQUESTS THIS RUN"
            ELSE
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                  READ MAINT-FILE AT END
                       MOVE "Y" TO EOF
                    NOT AT END
                       MOVE SPACES TO WS-MNT-QTY-IN WS-MNT-MAKER-IN
                       UNSTRING MAINT-REC DELIMITED BY ","
                       INTO WS-MNT-ACTION-IN
                            WS-MNT-OWNER-IN
                            WS-MNT-STOCK-IN
                            WS-MNT-LOTDATE-IN
                            WS-MNT-QTY-IN
                            WS-MNT-MAKER-IN
                       END-UNSTRING
                       PERFORM SUBMIT-ONE-PARA
                  END-READ
               END-PERFORM
               CLOSE MAINT-FILE
            END-IF.

        SUBMIT-ONE-PARA.
            MOVE 0 TO WS-MNT-QTY
            IF WS-MNT-QTY-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-MNT-QTY-IN) = 0
               COMPUTE WS-MNT-QTY = FUNCTION NUMVAL(WS-MNT-QTY-IN)
            END-IF
            IF WS-MNT-MAKER-IN = SPACES
               ADD 1 TO WS-CTL-REFUSED
               DISPLAY "SUBMISSION WITHOUT MAKER ID REFUSED: "
                       WS-MNT-OWNER-IN
            ELSE
            IF FUNCTION TEST-NUMVAL(WS-MNT-LOTDATE-IN) NOT = 0
               ADD 1 TO WS-CTL-REFUSED
               DISPLAY "BAD LOT REFERENCE REFUSED: "
                       WS-MNT-OWNER-IN " " WS-MNT-STOCK-IN
            ELSE
               COMPUTE WS-MNT-LOTDATE =
                       FUNCTION NUMVAL(WS-MNT-LOTDATE-IN)
               EVALUATE WS-MNT-ACTION-IN
                  WHEN "PLEDGE"
                     PERFORM APPLY-PLEDGE-PARA
                  WHEN "RELEASE"
                     PERFORM APPLY-RELEASE-PARA
                  WHEN OTHER
                     ADD 1 TO WS-CTL-REFUSED
                     DISPLAY "UNKNOWN MAINTENANCE ACTION REFUSED: "
                             WS-MNT-ACTION-IN
               END-EVALUATE
            END-IF
            END-IF.

        FIND-LINK-PARA.
            MOVE "N" TO WS-LK-FOUND
            MOVE SPACES TO WS-LINK-ACCT
            SET WS-LK-IDX TO 1
            PERFORM UNTIL WS-LK-IDX > WS-LINK-COUNT
                       OR WS-LK-FOUND = "Y"
               IF WS-LK-OWNER (WS-LK-IDX) = WS-MNT-OWNER-IN
                  MOVE "Y" TO WS-LK-FOUND
                  MOVE WS-LK-ACCT (WS-LK-IDX) TO WS-LINK-ACCT
               END-IF
               SET WS-LK-IDX UP BY 1
            END-PERFORM.

        CHECK-ACCOUNT-PARA.
            MOVE "N" TO WS-ACCT-OK
            MOVE WS-LINK-ACCT TO AM-ACCT-NUM
            READ ACCTMST-FILE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF AM-STATUS = "O" AND AM-ACCTYPE = "CURRENT"
                   MOVE "Y" TO WS-ACCT-OK
                END-IF
            END-READ.

        FIND-PLEDGE-PARA.
            MOVE "N" TO WS-PG-FOUND
            MOVE "N" TO WS-ACCT-HAS-PLEDGE
            MOVE 0 TO WS-PLEDGED-SHARES
            SET WS-PG-IDX TO 1
            PERFORM UNTIL WS-PG-IDX > WS-PLEDGE-COUNT
               IF WS-PG-OWNER (WS-PG-IDX) = WS-MNT-OWNER-IN
                  AND WS-PG-STOCK (WS-PG-IDX) = WS-MNT-STOCK-IN
                  AND WS-PG-LOTDATE (WS-PG-IDX) = WS-MNT-LOTDATE
                  ADD WS-PG-QTY (WS-PG-IDX) TO WS-PLEDGED-SHARES
                  IF WS-PG-FOUND NOT = "Y"
                     MOVE "Y" TO WS-PG-FOUND
                     SET WS-FOUND-PG-IDX TO WS-PG-IDX
                  END-IF
               END-IF
               IF WS-PG-ACCT (WS-PG-IDX) = WS-LINK-ACCT
                  MOVE "Y" TO WS-ACCT-HAS-PLEDGE
               END-IF
               SET WS-PG-IDX UP BY 1
            END-PERFORM.

        FIND-OD-PARA.
            MOVE "N" TO WS-OD-FOUND
            SET WS-OD-IDX TO 1
            PERFORM UNTIL WS-OD-IDX > WS-OD-COUNT
                       OR WS-OD-FOUND = "Y"
               IF WS-OD-ACCT (WS-OD-IDX) = WS-CALC-ACCT
                  MOVE "Y" TO WS-OD-FOUND
                  SET WS-FOUND-OD-IDX TO WS-OD-IDX
               END-IF
               SET WS-OD-IDX UP BY 1
            END-PERFORM.

        APPLY-PLEDGE-PARA.
            PERFORM FIND-LINK-PARA
            MOVE 0 TO WS-HELD-SHARES
            SET WS-LOT-IDX TO 1
            PERFORM UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-OWNER (WS-LOT-IDX) = WS-MNT-OWNER-IN
                  AND WS-LOT-STOCK (WS-LOT-IDX) = WS-MNT-STOCK-IN
                  AND WS-LOT-DATE (WS-LOT-IDX) = WS-MNT-LOTDATE
                  AND WS-LOT-SHARES (WS-LOT-IDX) > 0
                  ADD WS-LOT-SHARES (WS-LOT-IDX) TO WS-HELD-SHARES
               END-IF
               SET WS-LOT-IDX UP BY 1
            END-PERFORM
            PERFORM FIND-PLEDGE-PARA
            MOVE WS-LINK-ACCT TO WS-CALC-ACCT
            PERFORM FIND-OD-PARA
            IF WS-MNT-QTY = 0
               ADD 1 TO WS-CTL-REFUSED
               DISPLAY "PLEDGE QUANTITY MISSING, REFUSED: "
                       WS-MNT-OWNER-IN " " WS-MNT-STOCK-IN
            ELSE
            IF WS-LK-FOUND NOT = "Y"
               ADD 1 TO WS-CTL-REFUSED
               DISPLAY "OWNER HAS NO LINKED BANK ACCOUNT, REFUSED: "
                       WS-MNT-OWNER-IN
            ELSE
            IF WS-HELD-SHARES < WS-PLEDGED-SHARES + WS-MNT-QTY
               ADD 1 TO WS-CTL-REFUSED
               DISPLAY "LOT DOES NOT HOLD ENOUGH FREE SHARES, "
                       "REFUSED: " WS-MNT-OWNER-IN " "
                       WS-MNT-STOCK-IN
            ELSE
               PERFORM CHECK-ACCOUNT-PARA
               IF WS-ACCT-OK NOT = "Y"
                  ADD 1 TO WS-CTL-REFUSED
                  DISPLAY "LINKED ACCOUNT NOT AN OPEN CURRENT "
                          "ACCOUNT, REFUSED: " WS-LINK-ACCT
               ELSE
               IF WS-OD-FOUND = "Y"
                  AND WS-ACCT-HAS-PLEDGE NOT = "Y"
                  AND (WS-OD-EXPIRY (WS-FOUND-OD-IDX) >= WS-RUN-DATE
                       OR WS-OD-DRAWN (WS-FOUND-OD-IDX) > 0)
                  ADD 1 TO WS-CTL-REFUSED
                  DISPLAY "ACCOUNT ALREADY HAS ANOTHER OVERDRAFT "
                          "SANCTION, REFUSED: " WS-LINK-ACCT
               ELSE
               IF WS-PG-FOUND NOT = "Y"
                  AND WS-PLEDGE-COUNT >= 2000
                  ADD 1 TO WS-CTL-REFUSED
                  DISPLAY "PLEDGE TABLE FULL, PLEDGE DROPPED: "
                          WS-MNT-OWNER-IN
                  MOVE 20 TO RETURN-CODE
               ELSE
                  ADD 1 TO WS-CTL-PLEDGED
                  IF WS-PG-FOUND = "Y"
                     SET WS-PG-IDX TO WS-FOUND-PG-IDX
                     ADD WS-MNT-QTY TO WS-PG-QTY (WS-PG-IDX)
                  ELSE
                     ADD 1 TO WS-PLEDGE-COUNT
                     SET WS-PG-IDX TO WS-PLEDGE-COUNT
                     MOVE WS-MNT-OWNER-IN TO WS-PG-OWNER (WS-PG-IDX)
                     MOVE WS-MNT-STOCK-IN TO WS-PG-STOCK (WS-PG-IDX)
                     MOVE WS-MNT-LOTDATE
                          TO WS-PG-LOTDATE (WS-PG-IDX)
                     MOVE WS-MNT-QTY      TO WS-PG-QTY (WS-PG-IDX)
                     MOVE WS-LINK-ACCT    TO WS-PG-ACCT (WS-PG-IDX)
                     MOVE WS-RUN-DATE     TO WS-PG-DATE (WS-PG-IDX)
                  END-IF
                  MOVE "SHARES PLEDGED" TO WS-AU-RESULT
                  PERFORM WRITE-AUDIT-PARA
               END-IF
               END-IF
               END-IF
            END-IF
            END-IF
            END-IF.

        APPLY-RELEASE-PARA.
            PERFORM FIND-LINK-PARA
            PERFORM FIND-PLEDGE-PARA
            IF WS-PG-FOUND NOT = "Y"
               ADD 1 TO WS-CTL-REFUSED
               DISPLAY "RELEASE WITHOUT MATCHING PLEDGE IGNORED: "
                       WS-MNT-OWNER-IN " " WS-MNT-STOCK-IN
            ELSE
               SET WS-PG-IDX TO WS-FOUND-PG-IDX
               IF WS-MNT-QTY = 0
                  MOVE WS-PG-QTY (WS-PG-IDX) TO WS-MNT-QTY
               END-IF
               IF WS-MNT-QTY > WS-PG-QTY (WS-PG-IDX)
                  ADD 1 TO WS-CTL-REFUSED
                  DISPLAY "RELEASE EXCEEDS PLEDGED QUANTITY, "
                          "REFUSED: " WS-MNT-OWNER-IN " "
                          WS-MNT-STOCK-IN
               ELSE
                  SUBTRACT WS-MNT-QTY FROM WS-PG-QTY (WS-PG-IDX)
                  MOVE WS-PG-ACCT (WS-PG-IDX) TO WS-CALC-ACCT
                  PERFORM COMPUTE-ACCOUNT-DP-PARA
                  IF WS-ACCT-DRAWN > WS-ACCT-DP
                     SET WS-PG-IDX TO WS-FOUND-PG-IDX
                     ADD WS-MNT-QTY TO WS-PG-QTY (WS-PG-IDX)
                     ADD 1 TO WS-CTL-REFUSED
                     DISPLAY "RELEASE WOULD LEAVE OVERDRAFT "
                             "UNCOVERED, REFUSED: " WS-MNT-OWNER-IN
                             " " WS-MNT-STOCK-IN
                  ELSE
                     SET WS-PG-IDX TO WS-FOUND-PG-IDX
                     IF WS-PG-QTY (WS-PG-IDX) = 0
                        PERFORM SHIFT-PLEDGE-DOWN-PARA
                     END-IF
                     ADD 1 TO WS-CTL-RELEASED
                     MOVE "PLEDGE RELEASED" TO WS-AU-RESULT
                     PERFORM WRITE-AUDIT-PARA
                  END-IF
               END-IF
            END-IF.

        SHIFT-PLEDGE-DOWN-PARA.
            PERFORM UNTIL WS-PG-IDX >= WS-PLEDGE-COUNT
               MOVE WS-PG-ENTRY (WS-PG-IDX + 1)
                 TO WS-PG-ENTRY (WS-PG-IDX)
               SET WS-PG-IDX UP BY 1
            END-PERFORM
            SUBTRACT 1 FROM WS-PLEDGE-COUNT
            SET WS-PG-IDX TO 1.

        COMPUTE-ACCOUNT-DP-PARA.
            MOVE 0 TO WS-ACCT-VALUE WS-ACCT-DP WS-ACCT-DRAWN
            SET WS-PG-IDX TO 1
            PERFORM UNTIL WS-PG-IDX > WS-PLEDGE-COUNT
               IF WS-PG-ACCT (WS-PG-IDX) = WS-CALC-ACCT
                  AND WS-PG-QTY (WS-PG-IDX) > 0
                  PERFORM VALUE-PLEDGE-PARA
                  ADD WS-PLEDGE-VALUE TO WS-ACCT-VALUE
                  ADD WS-PLEDGE-DP    TO WS-ACCT-DP
               END-IF
               SET WS-PG-IDX UP BY 1
            END-PERFORM
            PERFORM FIND-OD-PARA
            IF WS-OD-FOUND = "Y"
               MOVE WS-OD-DRAWN (WS-FOUND-OD-IDX) TO WS-ACCT-DRAWN
            END-IF.

        VALUE-PLEDGE-PARA.
            MOVE 0 TO WS-MARK-PRICE
            SET WS-PR-IDX TO 1
            PERFORM UNTIL WS-PR-IDX > WS-PRICE-COUNT
                       OR WS-MARK-PRICE NOT = 0
               IF WS-PR-STOCK (WS-PR-IDX) = WS-PG-STOCK (WS-PG-IDX)
                  MOVE WS-PR-PRICE (WS-PR-IDX) TO WS-MARK-PRICE
               END-IF
               SET WS-PR-IDX UP BY 1
            END-PERFORM
            MOVE SPACES TO WS-KEY-SECTOR
            SET WS-SM-IDX TO 1
            PERFORM UNTIL WS-SM-IDX > WS-STOCK-COUNT
                       OR WS-KEY-SECTOR NOT = SPACES
               IF WS-SM-STOCK (WS-SM-IDX) = WS-PG-STOCK (WS-PG-IDX)
                  MOVE WS-SM-SECTOR (WS-SM-IDX) TO WS-KEY-SECTOR
               END-IF
               SET WS-SM-IDX UP BY 1
            END-PERFORM
            MOVE WS-DEFAULT-HAIRCUT TO WS-HAIRCUT
            IF WS-KEY-SECTOR NOT = SPACES
               SET WS-HC-IDX TO 1
               PERFORM UNTIL WS-HC-IDX > WS-HAIRCUT-COUNT
                  IF WS-HC-SECTOR (WS-HC-IDX) = WS-KEY-SECTOR
                     MOVE WS-HC-PCT (WS-HC-IDX) TO WS-HAIRCUT
                  END-IF
                  SET WS-HC-IDX UP BY 1
               END-PERFORM
            END-IF
            IF WS-HAIRCUT > 100
               MOVE 100 TO WS-HAIRCUT
            END-IF
            COMPUTE WS-PLEDGE-VALUE ROUNDED =
               WS-PG-QTY (WS-PG-IDX) * WS-MARK-PRICE
            COMPUTE WS-PLEDGE-DP ROUNDED =
               WS-PLEDGE-VALUE * (100 - WS-HAIRCUT) / 100.

        BUILD-ACCOUNTS-PARA.
            MOVE 0 TO WS-DP-COUNT
            SET WS-PG-IDX TO 1
            PERFORM UNTIL WS-PG-IDX > WS-PLEDGE-COUNT
               MOVE "N" TO WS-DP-FOUND
               SET WS-DP-IDX TO 1
               PERFORM UNTIL WS-DP-IDX > WS-DP-COUNT
                          OR WS-DP-FOUND = "Y"
                  IF WS-DP-ACCT (WS-DP-IDX) = WS-PG-ACCT (WS-PG-IDX)
                     MOVE "Y" TO WS-DP-FOUND
                  END-IF
                  SET WS-DP-IDX UP BY 1
               END-PERFORM
               IF WS-DP-FOUND NOT = "Y"
                  AND WS-DP-COUNT < 200
                  ADD 1 TO WS-DP-COUNT
                  SET WS-DP-IDX TO WS-DP-COUNT
                  MOVE WS-PG-ACCT (WS-PG-IDX)  TO WS-DP-ACCT (WS-DP-IDX)
                  MOVE WS-PG-OWNER (WS-PG-IDX)
                       TO WS-DP-OWNER (WS-DP-IDX)
               END-IF
               SET WS-PG-IDX UP BY 1
            END-PERFORM.

        REVIEW-ACCOUNT-PARA.
            ADD 1 TO WS-CTL-ACCOUNTS
            MOVE WS-DP-ACCT (WS-DP-IDX) TO WS-CALC-ACCT
            PERFORM COMPUTE-ACCOUNT-DP-PARA
            ADD WS-ACCT-DP TO WS-TOT-DP
            IF WS-OD-FOUND = "Y"
               SET WS-OD-IDX TO WS-FOUND-OD-IDX
            ELSE
               IF WS-OD-COUNT < 2000
                  ADD 1 TO WS-OD-COUNT
                  SET WS-OD-IDX TO WS-OD-COUNT
                  MOVE WS-CALC-ACCT TO WS-OD-ACCT (WS-OD-IDX)
                  MOVE 0            TO WS-OD-DRAWN (WS-OD-IDX)
                  MOVE "Y"          TO WS-OD-FOUND
               ELSE
                  DISPLAY "OD LIMIT TABLE FULL, DRAWING POWER NOT "
                          "SET FOR: " WS-CALC-ACCT
                  MOVE 20 TO RETURN-CODE
               END-IF
            END-IF
            IF WS-OD-FOUND = "Y"
               MOVE WS-ACCT-DP  TO WS-OD-LIMIT (WS-OD-IDX)
               MOVE WS-RUN-DATE TO WS-OD-EXPIRY (WS-OD-IDX)
                                   WS-OD-REVIEW (WS-OD-IDX)
            END-IF
            MOVE 0 TO WS-SHORTFALL
            MOVE "WITHIN DP" TO WS-DD-NOTE
            IF WS-ACCT-DRAWN > WS-ACCT-DP
               ADD 1 TO WS-CTL-SHORTFALL
               COMPUTE WS-SHORTFALL = WS-ACCT-DRAWN - WS-ACCT-DP
               MOVE "SHORTFALL" TO WS-DD-NOTE
            END-IF
            MOVE WS-DP-OWNER (WS-DP-IDX) TO WS-DD-OWNER
            MOVE WS-CALC-ACCT            TO WS-DD-ACCT
            MOVE WS-ACCT-VALUE           TO WS-DD-VALUE
            MOVE WS-ACCT-DP              TO WS-DD-DP
            MOVE WS-ACCT-DRAWN           TO WS-DD-DRAWN
            MOVE WS-SHORTFALL            TO WS-DD-SHORT
            WRITE DPRPT-REC FROM WS-DPRPT-DETAIL
            SET WS-DP-IDX UP BY 1.
             EXIT.

        REWRITE-PLEDGES-PARA.
            OPEN OUTPUT PLEDGE-FILE
            IF PLEDGE-FILE-STATUS NOT = "00"
               DISPLAY "PLEDGE REGISTER REWRITE FAILED, STATUS="
                       PLEDGE-FILE-STATUS
               MOVE 20 TO RETURN-CODE
            ELSE
               SET WS-PG-IDX TO 1
               PERFORM UNTIL WS-PG-IDX > WS-PLEDGE-COUNT
                  MOVE WS-PG-OWNER (WS-PG-IDX)   TO WS-PL-OWNER
                  MOVE WS-PG-STOCK (WS-PG-IDX)   TO WS-PL-STOCK
                  MOVE WS-PG-LOTDATE (WS-PG-IDX) TO WS-PL-LOTDATE
                  MOVE WS-PG-QTY (WS-PG-IDX)     TO WS-PL-QTY
                  MOVE WS-PG-ACCT (WS-PG-IDX)    TO WS-PL-ACCT
                  MOVE WS-PG-DATE (WS-PG-IDX)    TO WS-PL-DATE
                  WRITE PLEDGE-REC FROM WS-PLEDGE-LINE
                  SET WS-PG-IDX UP BY 1
               END-PERFORM
               CLOSE PLEDGE-FILE
            END-IF.

        REWRITE-OD-PARA.
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
            END-IF.
