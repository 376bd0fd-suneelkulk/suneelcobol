                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS METHOD-FILE-STATUS.

            SELECT PLEDGE-FILE  ASSIGN TO "NINJA-PLEDGES.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS PLEDGE-FILE-STATUS.

            SELECT EMPL-FILE    ASSIGN TO "NINJA-EMPLOYEES.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS EMPL-FILE-STATUS.

            SELECT RESTR-FILE   ASSIGN TO "NINJA-RESTRICTED.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS RESTR-FILE-STATUS.

            SELECT PRECLR-FILE  ASSIGN TO "NINJA-PRECLEARANCE.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS PRECLR-FILE-STATUS.

            SELECT PDPARM-FILE  ASSIGN TO "NINJA-PD-PARM.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS PDPARM-FILE-STATUS.

            SELECT PDREG-FILE   ASSIGN TO "NINJA-PD-REGISTER.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS PDREG-FILE-STATUS.

            SELECT RUNCTL-FILE  ASSIGN TO "RUN-CONTROL.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL

        01 TREJ-REC             PIC X(90).

        FD   PLEDGE-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 PLEDGE-REC           PIC X(80).

        FD   EMPL-FILE  RECORD CONTAINS 30 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 EMPL-REC             PIC X(30).

        FD   RESTR-FILE  RECORD CONTAINS 60 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 RESTR-REC            PIC X(60).

        FD   PRECLR-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 PRECLR-REC           PIC X(80).

        FD   PDPARM-FILE  RECORD CONTAINS 20 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 PDPARM-REC           PIC X(20).

        FD   PDREG-FILE  RECORD CONTAINS 130 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 PDREG-REC            PIC X(130).

        FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

              10 WS-LOT-SHARES   PIC S9(07).
              10 WS-LOT-PRICE    PIC 9(07)V99.
              10 WS-LOT-OWNER    PIC X(08).
              10 WS-LOT-PLEDGED  PIC 9(07).
        01 WS-LOT-COUNT         PIC 9(04) VALUE 0.

        01 WS-LT-STOCK-IN       PIC X(10).
        01 WS-LT-PRICE-IN       PIC X(10).
        01 WS-LT-OWNER-IN       PIC X(08).

        01 PLEDGE-FILE-STATUS   PIC X(02).
        01 WS-PG-OWNER-IN       PIC X(08).
        01 WS-PG-STOCK-IN       PIC X(10).
        01 WS-PG-LOTDATE-IN     PIC X(08).
        01 WS-PG-QTY-IN         PIC X(07).
        01 WS-PG-LOTDATE        PIC 9(08) VALUE 0.
        01 WS-PG-REMAIN         PIC 9(07) VALUE 0.
        01 WS-PLEDGED-SHARES    PIC 9(09) VALUE 0.
        01 WS-FREE-SHARES       PIC S9(07) VALUE 0.

        01 METHOD-FILE-STATUS   PIC X(02).
        01 WS-METHOD-TABLE.
           05 WS-MT-ENTRY OCCURS 100 TIMES INDEXED BY WS-MT-IDX.
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-PN-DATE         PIC 9(08).

        01 EMPL-FILE-STATUS     PIC X(02).
        01 RESTR-FILE-STATUS    PIC X(02).
        01 PRECLR-FILE-STATUS   PIC X(02).
        01 PDPARM-FILE-STATUS   PIC X(02).
        01 PDREG-FILE-STATUS    PIC X(02).
        01 WS-EMPLOYEE-TABLE.
           05 WS-EM-ENTRY OCCURS 200 TIMES INDEXED BY WS-EM-IDX.
              10 WS-EM-OWNER    PIC X(08).
              10 WS-EM-STAFF-ID PIC X(10).
        01 WS-EMPLOYEE-COUNT    PIC 9(03) VALUE 0.
        01 WS-EM-OWNER-IN       PIC X(08).
        01 WS-EM-STAFF-IN       PIC X(10).
        01 WS-RESTRICTED-TABLE.
           05 WS-RS-ENTRY OCCURS 500 TIMES INDEXED BY WS-RS-IDX.
              10 WS-RS-STOCK    PIC X(10).
        01 WS-RESTRICTED-COUNT  PIC 9(03) VALUE 0.
        01 WS-RS-STOCK-IN       PIC X(10).
        01 WS-PRECLEAR-TABLE.
           05 WS-PC-ENTRY OCCURS 1000 TIMES INDEXED BY WS-PC-IDX.
              10 WS-PC-OWNER    PIC X(08).
              10 WS-PC-STOCK    PIC X(10).
              10 WS-PC-SIDE     PIC X(04).
              10 WS-PC-SHARES   PIC 9(07).
              10 WS-PC-FROM     PIC 9(08).
              10 WS-PC-TO       PIC 9(08).
              10 WS-PC-REF      PIC X(10).
        01 WS-PRECLEAR-COUNT    PIC 9(04) VALUE 0.
        01 WS-PC-OWNER-IN       PIC X(08).
        01 WS-PC-STOCK-IN       PIC X(10).
        01 WS-PC-SIDE-IN        PIC X(04).
        01 WS-PC-SHARES-IN      PIC X(08).
        01 WS-PC-FROM-IN        PIC X(08).
        01 WS-PC-TO-IN          PIC X(08).
        01 WS-PC-REF-IN         PIC X(10).
        01 WS-PC-FOUND          PIC X(01) VALUE "N".
        01 WS-PD-THRESHOLD-IN   PIC X(12).
        01 WS-PD-HOLD-IN        PIC X(06).
        01 WS-PD-THRESHOLD      PIC 9(09)V99 VALUE 100000.00.
        01 WS-PD-MIN-HOLD       PIC 9(05) VALUE 30.
        01 WS-PD-EMPLOYEE       PIC X(01) VALUE "N".
        01 WS-PD-RESTRICTED     PIC X(01) VALUE "N".
        01 WS-PD-BLOCKED        PIC X(01) VALUE "N".
        01 WS-PD-SHORT-HOLD     PIC X(01) VALUE "N".
        01 WS-PD-REG-OPEN       PIC X(01) VALUE "N".
        01 WS-PD-STAFF-ID       PIC X(10) VALUE SPACES.
        01 WS-PD-CLEAR-REF      PIC X(10) VALUE SPACES.
        01 WS-PD-FLAG           PIC X(24) VALUE SPACES.
        01 WS-PD-VALUE          PIC 9(11)V99 VALUE 0.
        01 WS-PD-SHORTEST       PIC S9(05) VALUE 0.
        01 WS-PD-HOLD-DISP      PIC ZZZZ9.
        01 WS-PD-REJ-BEFORE     PIC 9(07) VALUE 0.
        01 WS-PD-PC-SUB         PIC 9(04) VALUE 0.
        01 WS-CTL-PD-TRADES     PIC 9(05) VALUE 0.
        01 WS-CTL-PD-BLOCKED    PIC 9(05) VALUE 0.
        01 WS-CTL-PD-HOLD       PIC 9(05) VALUE 0.
        01 WS-PDREG-LINE.
           05 WS-DR-DATE         PIC 9(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-DR-OWNER        PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-DR-STAFF-ID     PIC X(10).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-DR-STOCK        PIC X(10).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-DR-SIDE         PIC X(04).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-DR-SHARES       PIC 9(07).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-DR-PRICE        PIC 9(07).99.
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-DR-VALUE        PIC 9(11).99.
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-DR-STATUS       PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-DR-CLEAR-REF    PIC X(10).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-DR-FLAG         PIC X(24).

        01 WS-POSN-STOCK        PIC X(10) VALUE SPACES.
        01 WS-POSN-SHARES       PIC 9(09) VALUE 0.
        01 WS-POSN-COST         PIC 9(13)V99 VALUE 0.
            PERFORM LOAD-LOSSREG-PARA.
            PERFORM LOAD-BUYS-PARA.
            PERFORM LOAD-LOTS-PARA.
            PERFORM LOAD-PLEDGES-PARA.
            PERFORM LOAD-PERSONAL-DEALING-PARA.
            OPEN INPUT TRADES-FILE.
            IF TRADES-FILE-STATUS NOT = "00"
               DISPLAY "NO TRADE FILE THIS CYCLE, STATUS="
            PERFORM POST-TRADE-PARA UNTIL EOF = "Y".
            CLOSE TRADES-FILE.
            CLOSE TREJ-FILE.
            IF WS-PD-REG-OPEN = "Y"
               CLOSE PDREG-FILE
            END-IF.
            PERFORM CHECK-LATE-WASH-PARA.
            PERFORM WRITE-GAINS-PARA.
            PERFORM REWRITE-LOTS-PARA.
            DISPLAY "  SHORTS OPEN : " WS-CTL-SHORTS.
            DISPLAY "  COVERS      : " WS-CTL-COVERS.
            DISPLAY "  REJECTED    : " WS-CTL-REJECTS.
            DISPLAY "  PD TRADES   : " WS-CTL-PD-TRADES.
            DISPLAY "  PD BLOCKED  : " WS-CTL-PD-BLOCKED.
            DISPLAY "  PD HOLD FLAG: " WS-CTL-PD-HOLD.

            STOP RUN.

                            FUNCTION NUMVAL(WS-LT-SHARES-IN)
                         COMPUTE WS-LOT-PRICE (WS-LOT-IDX) =
                            FUNCTION NUMVAL(WS-LT-PRICE-IN)
                         MOVE 0 TO WS-LOT-PLEDGED (WS-LOT-IDX)
                         IF WS-LT-OWNER-IN = SPACES
                            MOVE "HOUSE"
                                 TO WS-LOT-OWNER (WS-LOT-IDX)
               DISPLAY "NO LOT FILE YET, STARTING WITH NO HOLDINGS"
            END-IF.

        LOAD-PLEDGES-PARA.
            OPEN INPUT PLEDGE-FILE
            IF PLEDGE-FILE-STATUS = "00"
               PERFORM UNTIL PLEDGE-FILE-STATUS NOT = "00"
                  READ PLEDGE-FILE
                    AT END
                      MOVE "10" TO PLEDGE-FILE-STATUS
                    NOT AT END
                      UNSTRING PLEDGE-REC DELIMITED BY ","
                      INTO WS-PG-OWNER-IN
                           WS-PG-STOCK-IN
                           WS-PG-LOTDATE-IN
                           WS-PG-QTY-IN
                      END-UNSTRING
                      COMPUTE WS-PG-LOTDATE =
                              FUNCTION NUMVAL(WS-PG-LOTDATE-IN)
                      COMPUTE WS-PG-REMAIN =
                              FUNCTION NUMVAL(WS-PG-QTY-IN)
                      PERFORM BLOCK-PLEDGED-LOT-PARA
                  END-READ
               END-PERFORM
               CLOSE PLEDGE-FILE
            END-IF.

        BLOCK-PLEDGED-LOT-PARA.
            SET WS-LOT-IDX TO 1
            PERFORM UNTIL WS-LOT-IDX > WS-LOT-COUNT
                       OR WS-PG-REMAIN = 0
               IF WS-LOT-OWNER (WS-LOT-IDX) = WS-PG-OWNER-IN
                  AND WS-LOT-STOCK (WS-LOT-IDX) = WS-PG-STOCK-IN
                  AND WS-LOT-DATE (WS-LOT-IDX) = WS-PG-LOTDATE
                  AND WS-LOT-SHARES (WS-LOT-IDX) >
                      WS-LOT-PLEDGED (WS-LOT-IDX)
                  COMPUTE WS-FREE-SHARES =
                          WS-LOT-SHARES (WS-LOT-IDX) -
                          WS-LOT-PLEDGED (WS-LOT-IDX)
                  IF WS-FREE-SHARES >= WS-PG-REMAIN
                     ADD WS-PG-REMAIN TO WS-LOT-PLEDGED (WS-LOT-IDX)
                     MOVE 0 TO WS-PG-REMAIN
                  ELSE
                     ADD WS-FREE-SHARES
                         TO WS-LOT-PLEDGED (WS-LOT-IDX)
                     SUBTRACT WS-FREE-SHARES FROM WS-PG-REMAIN
                  END-IF
               END-IF
               SET WS-LOT-IDX UP BY 1
            END-PERFORM.

        POST-TRADE-PARA.
            READ TRADES-FILE AT END
                 MOVE "Y" TO EOF
                          FUNCTION NUMVAL(WS-TR-SHARES-IN)
                  COMPUTE WS-TR-PRICE =
                          FUNCTION NUMVAL(WS-TR-PRICE-IN)
                  PERFORM CHECK-PERSONAL-DEALING-PARA
                  IF WS-PD-BLOCKED = "Y"
                     PERFORM REJECT-PD-TRADE-PARA
                  ELSE
                     MOVE WS-CTL-REJECTS TO WS-PD-REJ-BEFORE
                     EVALUATE WS-TR-SIDE-IN
                        WHEN "BUY"
                           PERFORM BUY-PARA
                        WHEN "SELL"
                           PERFORM SELL-PARA
                        WHEN OTHER
                           PERFORM REJECT-TRADE-PARA
                     END-EVALUATE
                     IF WS-PD-EMPLOYEE = "Y"
                        PERFORM RECORD-PD-TRADE-PARA
                     END-IF
                  END-IF
               END-IF
             END-IF
            END-IF.
            END-STRING
            WRITE TREJ-REC.

        LOAD-PERSONAL-DEALING-PARA.
            MOVE 0 TO WS-EMPLOYEE-COUNT WS-RESTRICTED-COUNT
                      WS-PRECLEAR-COUNT
            OPEN INPUT EMPL-FILE
            IF EMPL-FILE-STATUS = "00"
               PERFORM UNTIL EMPL-FILE-STATUS NOT = "00"
                  READ EMPL-FILE
                    AT END
                      MOVE "10" TO EMPL-FILE-STATUS
                    NOT AT END
                      IF WS-EMPLOYEE-COUNT >= 200
                         DISPLAY "EMPLOYEE OWNER TABLE CAPACITY "
                                 "EXCEEDED AT 200 - RUN STOPPED"
                         MOVE 20 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      MOVE SPACES TO WS-EM-STAFF-IN
                      UNSTRING EMPL-REC DELIMITED BY ","
                      INTO WS-EM-OWNER-IN
                           WS-EM-STAFF-IN
                      END-UNSTRING
                      ADD 1 TO WS-EMPLOYEE-COUNT
                      SET WS-EM-IDX TO WS-EMPLOYEE-COUNT
                      MOVE WS-EM-OWNER-IN TO WS-EM-OWNER (WS-EM-IDX)
                      MOVE WS-EM-STAFF-IN
                           TO WS-EM-STAFF-ID (WS-EM-IDX)
                  END-READ
               END-PERFORM
               CLOSE EMPL-FILE
            END-IF
            IF WS-EMPLOYEE-COUNT > 0
               PERFORM LOAD-RESTRICTED-PARA
               PERFORM LOAD-PRECLEAR-PARA
               OPEN INPUT PDPARM-FILE
               IF PDPARM-FILE-STATUS = "00"
                  READ PDPARM-FILE
                    NOT AT END
                      MOVE SPACES TO WS-PD-HOLD-IN
                      UNSTRING PDPARM-REC DELIMITED BY ","
                      INTO WS-PD-THRESHOLD-IN
                           WS-PD-HOLD-IN
                      END-UNSTRING
                      IF FUNCTION TEST-NUMVAL(WS-PD-THRESHOLD-IN) = 0
                         COMPUTE WS-PD-THRESHOLD =
                            FUNCTION NUMVAL(WS-PD-THRESHOLD-IN)
                      END-IF
                      IF FUNCTION TEST-NUMVAL(WS-PD-HOLD-IN) = 0
                         COMPUTE WS-PD-MIN-HOLD =
                            FUNCTION NUMVAL(WS-PD-HOLD-IN)
                      END-IF
                  END-READ
                  CLOSE PDPARM-FILE
               END-IF
               OPEN EXTEND PDREG-FILE
               IF PDREG-FILE-STATUS = "35"
                  OPEN OUTPUT PDREG-FILE
                  CLOSE PDREG-FILE
                  OPEN EXTEND PDREG-FILE
               END-IF
               IF PDREG-FILE-STATUS = "00"
                  MOVE "Y" TO WS-PD-REG-OPEN
               ELSE
                  DISPLAY "PERSONAL DEALING REGISTER UNAVAILABLE, "
                          "STATUS=" PDREG-FILE-STATUS
                          " - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
            ELSE
               DISPLAY "NO EMPLOYEE OWNERS ON FILE, PERSONAL "
                       "DEALING CHECKS NOT APPLIED"
            END-IF.

        LOAD-RESTRICTED-PARA.
            OPEN INPUT RESTR-FILE
            IF RESTR-FILE-STATUS = "00"
               PERFORM UNTIL RESTR-FILE-STATUS NOT = "00"
                  READ RESTR-FILE
                    AT END
                      MOVE "10" TO RESTR-FILE-STATUS
                    NOT AT END
                      IF WS-RESTRICTED-COUNT >= 500
                         DISPLAY "RESTRICTED LIST TABLE CAPACITY "
                                 "EXCEEDED AT 500 - RUN STOPPED"
                         MOVE 20 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      UNSTRING RESTR-REC DELIMITED BY ","
                      INTO WS-RS-STOCK-IN
                      END-UNSTRING
                      ADD 1 TO WS-RESTRICTED-COUNT
                      SET WS-RS-IDX TO WS-RESTRICTED-COUNT
                      MOVE WS-RS-STOCK-IN TO WS-RS-STOCK (WS-RS-IDX)
                  END-READ
               END-PERFORM
               CLOSE RESTR-FILE
            ELSE
               DISPLAY "NO RESTRICTED LIST ON FILE, STATUS="
                       RESTR-FILE-STATUS
            END-IF.

        LOAD-PRECLEAR-PARA.
            OPEN INPUT PRECLR-FILE
            IF PRECLR-FILE-STATUS = "00"
               PERFORM UNTIL PRECLR-FILE-STATUS NOT = "00"
                  READ PRECLR-FILE
                    AT END
                      MOVE "10" TO PRECLR-FILE-STATUS
                    NOT AT END
                      MOVE SPACES TO WS-PC-REF-IN
                      UNSTRING PRECLR-REC DELIMITED BY ","
                      INTO WS-PC-OWNER-IN
                           WS-PC-STOCK-IN
                           WS-PC-SIDE-IN
                           WS-PC-SHARES-IN
                           WS-PC-FROM-IN
                           WS-PC-TO-IN
                           WS-PC-REF-IN
                      END-UNSTRING
                      IF WS-PC-FROM-IN NUMERIC
                         AND WS-PC-TO-IN NUMERIC
                         AND FUNCTION TEST-NUMVAL(WS-PC-SHARES-IN) = 0
                         PERFORM TAKE-PRECLEAR-PARA
                      ELSE
                         DISPLAY "PRE-CLEARANCE ROW INCOMPLETE, "
                                 "IGNORED: " WS-PC-OWNER-IN " "
                                 WS-PC-STOCK-IN " " WS-PC-REF-IN
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE PRECLR-FILE
            END-IF.

        TAKE-PRECLEAR-PARA.
            IF WS-PRECLEAR-COUNT >= 1000
               DISPLAY "PRE-CLEARANCE TABLE CAPACITY EXCEEDED AT "
                       "1000 - RUN STOPPED"
               MOVE 20 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-PRECLEAR-COUNT
            SET WS-PC-IDX TO WS-PRECLEAR-COUNT
            MOVE WS-PC-OWNER-IN TO WS-PC-OWNER (WS-PC-IDX)
            MOVE WS-PC-STOCK-IN TO WS-PC-STOCK (WS-PC-IDX)
            MOVE WS-PC-SIDE-IN  TO WS-PC-SIDE (WS-PC-IDX)
            COMPUTE WS-PC-SHARES (WS-PC-IDX) =
                    FUNCTION NUMVAL(WS-PC-SHARES-IN)
            MOVE WS-PC-FROM-IN  TO WS-PC-FROM (WS-PC-IDX)
            MOVE WS-PC-TO-IN    TO WS-PC-TO (WS-PC-IDX)
            MOVE WS-PC-REF-IN   TO WS-PC-REF (WS-PC-IDX).

        CHECK-PERSONAL-DEALING-PARA.
            MOVE "N" TO WS-PD-EMPLOYEE WS-PD-RESTRICTED
                        WS-PD-BLOCKED WS-PD-SHORT-HOLD
            MOVE SPACES TO WS-PD-STAFF-ID WS-PD-CLEAR-REF WS-PD-FLAG
            MOVE 0 TO WS-PD-SHORTEST WS-PD-PC-SUB
            SET WS-EM-IDX TO 1
            PERFORM UNTIL WS-EM-IDX > WS-EMPLOYEE-COUNT
                       OR WS-PD-EMPLOYEE = "Y"
               IF WS-EM-OWNER (WS-EM-IDX) = WS-TR-OWNER-IN
                  MOVE "Y" TO WS-PD-EMPLOYEE
                  MOVE WS-EM-STAFF-ID (WS-EM-IDX) TO WS-PD-STAFF-ID
               END-IF
               SET WS-EM-IDX UP BY 1
            END-PERFORM
            IF WS-PD-EMPLOYEE = "Y"
               ADD 1 TO WS-CTL-PD-TRADES
               COMPUTE WS-PD-VALUE = WS-TR-SHARES * WS-TR-PRICE
               SET WS-RS-IDX TO 1
               PERFORM UNTIL WS-RS-IDX > WS-RESTRICTED-COUNT
                          OR WS-PD-RESTRICTED = "Y"
                  IF WS-RS-STOCK (WS-RS-IDX) = WS-TR-STOCK-IN
                     MOVE "Y" TO WS-PD-RESTRICTED
                  END-IF
                  SET WS-RS-IDX UP BY 1
               END-PERFORM
               IF WS-PD-RESTRICTED = "Y"
                  OR WS-PD-VALUE > WS-PD-THRESHOLD
                  PERFORM FIND-PRECLEAR-PARA
                  IF WS-PC-FOUND = "Y"
                     MOVE WS-PC-REF (WS-PC-IDX) TO WS-PD-CLEAR-REF
                     SET WS-PD-PC-SUB TO WS-PC-IDX
                  ELSE
                     MOVE "Y" TO WS-PD-BLOCKED
                     IF WS-PD-RESTRICTED = "Y"
                        MOVE "RESTRICTED NOT CLEARED" TO WS-PD-FLAG
                     ELSE
                        MOVE "OVER LIMIT NOT CLEARED" TO WS-PD-FLAG
                     END-IF
                  END-IF
               END-IF
            END-IF.

        FIND-PRECLEAR-PARA.
            MOVE "N" TO WS-PC-FOUND
            SET WS-PC-IDX TO 1
            PERFORM UNTIL WS-PC-IDX > WS-PRECLEAR-COUNT
                       OR WS-PC-FOUND = "Y"
               IF WS-PC-OWNER (WS-PC-IDX) = WS-TR-OWNER-IN
                  AND WS-PC-STOCK (WS-PC-IDX) = WS-TR-STOCK-IN
                  AND WS-PC-SIDE (WS-PC-IDX) = WS-TR-SIDE-IN
                  AND WS-PC-FROM (WS-PC-IDX) <= WS-TR-DATE
                  AND WS-PC-TO (WS-PC-IDX) >= WS-TR-DATE
                  AND WS-PC-SHARES (WS-PC-IDX) >= WS-TR-SHARES
                  MOVE "Y" TO WS-PC-FOUND
               ELSE
                  SET WS-PC-IDX UP BY 1
               END-IF
            END-PERFORM.

        REJECT-PD-TRADE-PARA.
            ADD 1 TO WS-CTL-REJECTS
            ADD 1 TO WS-CTL-PD-BLOCKED
            MOVE SPACES TO TREJ-REC
            STRING "PERSONAL DEALING, " WS-PD-FLAG
                   " ON: " TRADES-REC(1:40)
                   DELIMITED BY SIZE
              INTO TREJ-REC
            END-STRING
            WRITE TREJ-REC
            MOVE "BLOCKED" TO WS-DR-STATUS
            PERFORM WRITE-PDREG-PARA.

        RECORD-PD-TRADE-PARA.
            IF WS-CTL-REJECTS > WS-PD-REJ-BEFORE
               MOVE "REJECTED" TO WS-DR-STATUS
            ELSE
               MOVE "POSTED" TO WS-DR-STATUS
               IF WS-PD-PC-SUB > 0
                  SET WS-PC-IDX TO WS-PD-PC-SUB
                  SUBTRACT WS-TR-SHARES FROM WS-PC-SHARES (WS-PC-IDX)
               END-IF
               IF WS-PD-SHORT-HOLD = "Y"
                  ADD 1 TO WS-CTL-PD-HOLD
                  MOVE WS-PD-SHORTEST TO WS-PD-HOLD-DISP
                  STRING "HELD " WS-PD-HOLD-DISP
                         " DAYS < MIN"
                         DELIMITED BY SIZE
                    INTO WS-PD-FLAG
                  END-STRING
                  DISPLAY "STAFF SALE INSIDE MINIMUM HOLDING PERIOD: "
                          WS-TR-OWNER-IN " " WS-TR-STOCK-IN " "
                          WS-PD-HOLD-DISP " DAYS"
               END-IF
            END-IF
            PERFORM WRITE-PDREG-PARA.

        WRITE-PDREG-PARA.
            MOVE WS-TR-DATE      TO WS-DR-DATE
            MOVE WS-TR-OWNER-IN  TO WS-DR-OWNER
            MOVE WS-PD-STAFF-ID  TO WS-DR-STAFF-ID
            MOVE WS-TR-STOCK-IN  TO WS-DR-STOCK
            MOVE WS-TR-SIDE-IN   TO WS-DR-SIDE
            MOVE WS-TR-SHARES    TO WS-DR-SHARES
            MOVE WS-TR-PRICE     TO WS-DR-PRICE
            MOVE WS-PD-VALUE     TO WS-DR-VALUE
            MOVE WS-PD-CLEAR-REF TO WS-DR-CLEAR-REF
            MOVE WS-PD-FLAG      TO WS-DR-FLAG
            WRITE PDREG-REC FROM WS-PDREG-LINE.

        BUY-PARA.
            IF WS-LOT-COUNT >= 5000
               DISPLAY "LOT TABLE CAPACITY EXCEEDED AT 5000 - "
                       TO WS-LOT-SHARES (WS-LOT-IDX)
                  MOVE WS-TR-PRICE    TO WS-LOT-PRICE (WS-LOT-IDX)
                  MOVE WS-TR-OWNER-IN TO WS-LOT-OWNER (WS-LOT-IDX)
                  MOVE 0 TO WS-LOT-PLEDGED (WS-LOT-IDX)
               END-IF
            END-IF.

                  0 - WS-TR-SHARES
               MOVE WS-TR-PRICE    TO WS-LOT-PRICE (WS-LOT-IDX)
               MOVE WS-TR-OWNER-IN TO WS-LOT-OWNER (WS-LOT-IDX)
               MOVE 0 TO WS-LOT-PLEDGED (WS-LOT-IDX)
            END-IF.

        LOAD-METHODS-PARA.

        SELL-PARA.
            MOVE 0 TO WS-AVAIL-SHARES
            MOVE 0 TO WS-PLEDGED-SHARES
            SET WS-LOT-IDX TO 1
            PERFORM UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-STOCK (WS-LOT-IDX) = WS-TR-STOCK-IN
                  AND WS-LOT-SHARES (WS-LOT-IDX) > 0
                  ADD WS-LOT-SHARES (WS-LOT-IDX)
                     TO WS-AVAIL-SHARES
                  ADD WS-LOT-PLEDGED (WS-LOT-IDX)
                     TO WS-PLEDGED-SHARES
                  SUBTRACT WS-LOT-PLEDGED (WS-LOT-IDX)
                     FROM WS-AVAIL-SHARES
               END-IF
               SET WS-LOT-IDX UP BY 1
            END-PERFORM
               PERFORM CHECK-SHORT-APPROVED-PARA
               IF WS-SHORT-APPROVED = "Y"
                  AND WS-AVAIL-SHARES = 0
                  AND WS-PLEDGED-SHARES = 0
                  PERFORM OPEN-SHORT-PARA
               ELSE
               IF WS-PLEDGED-SHARES > 0
                  ADD 1 TO WS-CTL-REJECTS
                  MOVE SPACES TO TREJ-REC
                  STRING "PLEDGED, FREE " WS-AVAIL-SHARES
                         " ON: " TRADES-REC(1:40)
                         DELIMITED BY SIZE
                    INTO TREJ-REC
                  END-STRING
                  WRITE TREJ-REC
               ELSE
                  ADD 1 TO WS-CTL-REJECTS
                  MOVE SPACES TO TREJ-REC
                  END-STRING
                  WRITE TREJ-REC
               END-IF
               END-IF
            ELSE
               ADD 1 TO WS-CTL-SELLS
               PERFORM FIND-METHOD-PARA
                  IF WS-LOT-STOCK (WS-SCAN-J) = WS-TR-STOCK-IN
                     AND WS-LOT-OWNER (WS-SCAN-J) = WS-TR-OWNER-IN
                     AND WS-LOT-DATE (WS-SCAN-J) = WS-SPEC-LOT-DATE
                     AND WS-LOT-SHARES (WS-SCAN-J) -
                         WS-LOT-PLEDGED (WS-SCAN-J) >= WS-TR-SHARES
                     MOVE WS-SCAN-J TO WS-BEST-IDX
                     MOVE WS-LOT-COUNT TO WS-SCAN-J
                  END-IF
                    UNTIL WS-SCAN-J > WS-LOT-COUNT
               IF WS-LOT-STOCK (WS-SCAN-J) = WS-TR-STOCK-IN
                  AND WS-LOT-OWNER (WS-SCAN-J) = WS-TR-OWNER-IN
                  AND WS-LOT-SHARES (WS-SCAN-J) >
                      WS-LOT-PLEDGED (WS-SCAN-J)
                  IF (WS-RELIEF-METHOD = "LIFO"
                      AND WS-LOT-DATE (WS-SCAN-J) >= WS-BEST-DATE)
                     OR (WS-RELIEF-METHOD NOT = "LIFO"
            END-IF.

        MATCH-LOT-PARA.
            COMPUTE WS-FREE-SHARES = WS-LOT-SHARES (WS-LOT-IDX) -
                                     WS-LOT-PLEDGED (WS-LOT-IDX)
            IF WS-FREE-SHARES >= WS-SELL-REMAIN
               MOVE WS-SELL-REMAIN TO WS-MATCHED
            ELSE
               MOVE WS-FREE-SHARES TO WS-MATCHED
            END-IF
            COMPUTE WS-LOT-GAIN =
                    (WS-TR-PRICE - WS-LOT-PRICE (WS-LOT-IDX))
            SUBTRACT WS-MATCHED FROM WS-SELL-REMAIN.

        ADD-RELIEF-PARA.
            IF WS-PD-EMPLOYEE = "Y"
               AND WS-TR-SIDE-IN = "SELL"
               AND WS-HOLD-DAYS < WS-PD-MIN-HOLD
               IF WS-PD-SHORT-HOLD NOT = "Y"
                  OR WS-HOLD-DAYS < WS-PD-SHORTEST
                  MOVE WS-HOLD-DAYS TO WS-PD-SHORTEST
               END-IF
               MOVE "Y" TO WS-PD-SHORT-HOLD
            END-IF
            IF WS-RELIEF-COUNT < 2000
               ADD 1 TO WS-RELIEF-COUNT
               SET WS-RL-IDX TO WS-RELIEF-COUNT
