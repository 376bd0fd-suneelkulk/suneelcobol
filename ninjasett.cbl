                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS SETTXN-FILE-STATUS.

            SELECT CNBRK-FILE   ASSIGN TO "NINJA-CN-BREAKS.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS CNBRK-FILE-STATUS.

            SELECT FUTMTM-FILE  ASSIGN TO "NINJA-FUT-MTM.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS FUTMTM-FILE-STATUS.

            SELECT SHORT-FILE   ASSIGN TO "NINJA-FUNDING-SHORT.RPT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL

        01 BANKLINK-REC         PIC X(30).

        FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 ACCT-BALANCE-REC.

        01 SETTXN-REC           PIC X(40).

        FD   CNBRK-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 CNBRK-REC            PIC X(80).

        FD   FUTMTM-FILE  RECORD CONTAINS 40 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 FUTMTM-REC           PIC X(40).

        FD   SHORT-FILE  RECORD CONTAINS 100 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 BANKLINK-FILE-STATUS PIC X(02).
        01 ACCTBAL-FILE-STATUS  PIC X(02).
        01 SETTXN-FILE-STATUS   PIC X(02).
        01 CNBRK-FILE-STATUS    PIC X(02).
        01 FUTMTM-FILE-STATUS   PIC X(02).
        01 SHORT-FILE-STATUS    PIC X(02).
        01 RUNCTL-FILE-STATUS   PIC X(02).
        01 WS-RUN-CTL-IN.
              10 WS-OW-OWNER    PIC X(08).
              10 WS-OW-BUYS     PIC 9(11)V99.
              10 WS-OW-SELLS    PIC 9(11)V99.
              10 WS-OW-MTM      PIC S9(11)V99.
        01 WS-OWNER-COUNT       PIC 9(03) VALUE 0.
        01 WS-OW-FOUND          PIC X(01) VALUE "N".
        01 WS-FOUND-OW-IDX      PIC 9(03) VALUE 0.
        01 WS-LK-ACCT-IN        PIC X(14).
        01 WS-LINK-ACCT         PIC X(14) VALUE SPACES.

        01 WS-CNBRK-TABLE.
           05 WS-CB-ENTRY OCCURS 200 TIMES INDEXED BY WS-CB-IDX.
              10 WS-CB-OWNER    PIC X(08).
              10 WS-CB-COUNT    PIC 9(05).
        01 WS-CNBRK-COUNT       PIC 9(03) VALUE 0.
        01 WS-CB-DATE-IN        PIC X(08).
        01 WS-CB-OWNER-IN       PIC X(08).
        01 WS-CB-FOUND          PIC X(01) VALUE "N".
        01 WS-CN-RECONCILED     PIC X(01) VALUE "N".

        01 WS-FM-DATE-IN        PIC X(08).
        01 WS-FM-AMOUNT-IN      PIC X(16).
        01 WS-FM-AMOUNT         PIC S9(11)V99 VALUE 0.

        01 WS-NET-AMOUNT        PIC S9(11)V99 VALUE 0.
        01 WS-ABS-AMOUNT        PIC 9(11)V99 VALUE 0.
        01 WS-CURR-BAL          PIC 9(09)V99 VALUE 0.
        01 WS-CTL-CREDITS       PIC 9(05) VALUE 0.
        01 WS-CTL-UNLINKED      PIC 9(05) VALUE 0.
        01 WS-CTL-SHORT         PIC 9(05) VALUE 0.
        01 WS-CTL-CN-BREAKS     PIC 9(05) VALUE 0.
        01 WS-CTL-MTM-OWNERS    PIC 9(05) VALUE 0.
        01 WS-CTL-MTM-STALE     PIC 9(05) VALUE 0.

        01 WS-SETTXN-LINE.
           05 WS-ST-ACCT        PIC X(14).
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM LOAD-RUN-CONTROL-PARA.
            PERFORM LOAD-BANK-LINKS-PARA.
            PERFORM LOAD-CN-BREAKS-PARA.
            PERFORM LOAD-FUT-MTM-PARA.
            OPEN INPUT TRADES-FILE.
            IF TRADES-FILE-STATUS NOT = "00"
               DISPLAY "NO TRADE FILE THIS CYCLE, STATUS="
                       TRADES-FILE-STATUS
               IF WS-CTL-MTM-OWNERS = 0
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
               DISPLAY "SETTLING FUTURES MARK-TO-MARKET ONLY"
            ELSE
               MOVE "N" TO EOF
               PERFORM NET-TRADE-PARA UNTIL EOF = "Y"
               CLOSE TRADES-FILE
            END-IF.
            OPEN INPUT ACCTBAL-FILE.
            IF ACCTBAL-FILE-STATUS NOT = "00"
               DISPLAY "BALANCE FILE NOT AVAILABLE, STATUS="
            DISPLAY "  PROCEEDS CREDITS: " WS-CTL-CREDITS.
            DISPLAY "  OWNERS UNLINKED : " WS-CTL-UNLINKED.
            DISPLAY "  FUNDING SHORT   : " WS-CTL-SHORT.
            DISPLAY "  CN BREAK OWNERS : " WS-CTL-CN-BREAKS.
            DISPLAY "  FUT MTM OWNERS  : " WS-CTL-MTM-OWNERS.
            IF WS-CTL-MTM-STALE > 0
               DISPLAY "  FUT MTM STALE   : " WS-CTL-MTM-STALE
            END-IF.

            STOP RUN.

                       "WILL REPORT AS UNLINKED"
            END-IF.

        LOAD-CN-BREAKS-PARA.
            MOVE 0 TO WS-CNBRK-COUNT
            MOVE "N" TO WS-CN-RECONCILED
            OPEN INPUT CNBRK-FILE
            IF CNBRK-FILE-STATUS = "00"
               MOVE "Y" TO WS-CN-RECONCILED
               PERFORM UNTIL CNBRK-FILE-STATUS NOT = "00"
                  READ CNBRK-FILE
                    AT END
                      MOVE "10" TO CNBRK-FILE-STATUS
                    NOT AT END
                      UNSTRING CNBRK-REC DELIMITED BY ","
                      INTO WS-CB-DATE-IN
                           WS-CB-OWNER-IN
                      END-UNSTRING
                      PERFORM ADD-CN-BREAK-PARA
                  END-READ
               END-PERFORM
               CLOSE CNBRK-FILE
            ELSE
               DISPLAY "CONTRACT NOTES NOT RECONCILED THIS CYCLE, "
                       "SETTLING ON OUR TRADES ONLY"
            END-IF.

        ADD-CN-BREAK-PARA.
            MOVE "N" TO WS-CB-FOUND
            SET WS-CB-IDX TO 1
            PERFORM UNTIL WS-CB-IDX > WS-CNBRK-COUNT
                       OR WS-CB-FOUND = "Y"
               IF WS-CB-OWNER (WS-CB-IDX) = WS-CB-OWNER-IN
                  MOVE "Y" TO WS-CB-FOUND
                  ADD 1 TO WS-CB-COUNT (WS-CB-IDX)
               END-IF
               SET WS-CB-IDX UP BY 1
            END-PERFORM
            IF WS-CB-FOUND NOT = "Y"
               AND WS-CNBRK-COUNT < 200
               ADD 1 TO WS-CNBRK-COUNT
               SET WS-CB-IDX TO WS-CNBRK-COUNT
               MOVE WS-CB-OWNER-IN TO WS-CB-OWNER (WS-CB-IDX)
               MOVE 1 TO WS-CB-COUNT (WS-CB-IDX)
            END-IF.

        LOAD-FUT-MTM-PARA.
            OPEN INPUT FUTMTM-FILE
            IF FUTMTM-FILE-STATUS = "00"
               PERFORM UNTIL FUTMTM-FILE-STATUS NOT = "00"
                  READ FUTMTM-FILE
                    AT END
                      MOVE "10" TO FUTMTM-FILE-STATUS
                    NOT AT END
                      UNSTRING FUTMTM-REC DELIMITED BY ","
                      INTO WS-FM-DATE-IN
                           WS-TR-OWNER-IN
                           WS-FM-AMOUNT-IN
                      END-UNSTRING
                      IF WS-FM-DATE-IN NOT = WS-RUN-DATE
                         ADD 1 TO WS-CTL-MTM-STALE
                         DISPLAY "FUTURES MTM NOT FOR THIS RUN DATE, "
                                 "NOT SETTLED: " WS-FM-DATE-IN " "
                                 WS-TR-OWNER-IN
                      ELSE
                         IF FUNCTION TEST-NUMVAL(WS-FM-AMOUNT-IN) = 0
                            COMPUTE WS-FM-AMOUNT =
                                    FUNCTION NUMVAL(WS-FM-AMOUNT-IN)
                            MOVE "MTM" TO WS-TR-SIDE-IN
                            ADD 1 TO WS-CTL-MTM-OWNERS
                            PERFORM ADD-TO-OWNER-PARA
                         END-IF
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE FUTMTM-FILE
            END-IF.

        CHECK-CN-BREAKS-PARA.
            SET WS-CB-IDX TO 1
            PERFORM UNTIL WS-CB-IDX > WS-CNBRK-COUNT
               IF WS-CB-OWNER (WS-CB-IDX) = WS-OW-OWNER (WS-OW-IDX)
                  ADD 1 TO WS-CTL-CN-BREAKS
                  DISPLAY "OWNER HAS UNRESOLVED CONTRACT NOTE BREAKS, "
                          "SEE NINJA-CN-RECON.RPT: "
                          WS-OW-OWNER (WS-OW-IDX) " "
                          WS-CB-COUNT (WS-CB-IDX)
               END-IF
               SET WS-CB-IDX UP BY 1
            END-PERFORM.

        NET-TRADE-PARA.
            READ TRADES-FILE AT END
                 MOVE "Y" TO EOF
                  MOVE WS-TR-OWNER-IN TO WS-OW-OWNER (WS-OW-IDX)
                  MOVE 0 TO WS-OW-BUYS (WS-OW-IDX)
                  MOVE 0 TO WS-OW-SELLS (WS-OW-IDX)
                  MOVE 0 TO WS-OW-MTM (WS-OW-IDX)
                  MOVE "Y" TO WS-OW-FOUND
               END-IF
            END-IF
               ELSE
                  IF WS-TR-SIDE-IN = "SELL"
                     ADD WS-TR-VALUE TO WS-OW-SELLS (WS-OW-IDX)
                  ELSE
                     IF WS-TR-SIDE-IN = "MTM"
                        ADD WS-FM-AMOUNT TO WS-OW-MTM (WS-OW-IDX)
                     END-IF
                  END-IF
               END-IF
            END-IF.

        SETTLE-OWNER-PARA.
            PERFORM FIND-LINK-PARA
            PERFORM CHECK-CN-BREAKS-PARA
            IF WS-LINK-ACCT = SPACES
               ADD 1 TO WS-CTL-UNLINKED
               DISPLAY "OWNER WITHOUT BANK LINKAGE, NOT SETTLED: "
            ELSE
               COMPUTE WS-NET-AMOUNT =
                  WS-OW-BUYS (WS-OW-IDX) - WS-OW-SELLS (WS-OW-IDX)
                  - WS-OW-MTM (WS-OW-IDX)
               IF WS-NET-AMOUNT > 0
                  ADD 1 TO WS-CTL-DEBITS
                  MOVE WS-NET-AMOUNT TO WS-ABS-AMOUNT
