        IDENTIFICATION DIVISION.
        PROGRAM-ID. ninjapdr.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PDREG-FILE   ASSIGN TO "NINJA-PD-REGISTER.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS PDREG-FILE-STATUS.

            SELECT EMPL-FILE    ASSIGN TO "NINJA-EMPLOYEES.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS EMPL-FILE-STATUS.

            SELECT PDRPT-FILE   ASSIGN TO "NINJA-PD-MONTHLY.RPT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS PDRPT-FILE-STATUS.

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
        FD   PDREG-FILE  RECORD CONTAINS 130 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 PDREG-REC            PIC X(130).

        FD   EMPL-FILE  RECORD CONTAINS 30 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 EMPL-REC             PIC X(30).

        FD   PDRPT-FILE  RECORD CONTAINS 132 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 PDRPT-REC            PIC X(132).

        FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 RUNCTL-REC           PIC X(15).

        FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 OPSLOG-REC           PIC X(66).

        WORKING-STORAGE SECTION.
        01 PDREG-FILE-STATUS    PIC X(02).
        01 EMPL-FILE-STATUS     PIC X(02).
        01 PDRPT-FILE-STATUS    PIC X(02).
        01 RUNCTL-FILE-STATUS   PIC X(02).
        01 OPSLOG-FILE-STATUS   PIC X(02).
        01 WS-RUN-CTL-IN.
           COPY RUNCTL.
        01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
        01 WS-RUN-DATE          PIC X(08).
        01 WS-START-TIME        PIC 9(08) VALUE 0.
        01 WS-PERIOD            PIC X(06) VALUE SPACES.
        01 WS-REG-LOADED        PIC X(01) VALUE "N".
        01 WS-OPSLOG-LINE.
           COPY OPSLOG.

        01 WS-DEAL-TABLE.
           05 WS-DL-ENTRY OCCURS 5000 TIMES INDEXED BY WS-DL-IDX.
              10 WS-DL-DATE     PIC X(08).
              10 WS-DL-OWNER    PIC X(08).
              10 WS-DL-STOCK    PIC X(10).
              10 WS-DL-SIDE     PIC X(04).
              10 WS-DL-SHARES   PIC 9(07).
              10 WS-DL-PRICE    PIC 9(07)V99.
              10 WS-DL-VALUE    PIC 9(11)V99.
              10 WS-DL-STATUS   PIC X(08).
              10 WS-DL-REF      PIC X(10).
              10 WS-DL-FLAG     PIC X(24).
        01 WS-DEAL-COUNT        PIC 9(04) VALUE 0.
        01 WS-DL-DATE-IN        PIC X(08).
        01 WS-DL-OWNER-IN       PIC X(08).
        01 WS-DL-STAFF-IN       PIC X(10).
        01 WS-DL-STOCK-IN       PIC X(10).
        01 WS-DL-SIDE-IN        PIC X(04).
        01 WS-DL-SHARES-IN      PIC X(07).
        01 WS-DL-PRICE-IN       PIC X(10).
        01 WS-DL-VALUE-IN       PIC X(14).
        01 WS-DL-STATUS-IN      PIC X(08).
        01 WS-DL-REF-IN         PIC X(10).
        01 WS-DL-FLAG-IN        PIC X(24).

        01 WS-STAFF-TABLE.
           05 WS-SF-ENTRY OCCURS 300 TIMES INDEXED BY WS-SF-IDX.
              10 WS-SF-OWNER    PIC X(08).
              10 WS-SF-STAFF-ID PIC X(10).
              10 WS-SF-CURRENT  PIC X(01).
        01 WS-STAFF-COUNT       PIC 9(03) VALUE 0.
        01 WS-SF-FOUND          PIC X(01) VALUE "N".
        01 WS-SF-OWNER-IN       PIC X(08).
        01 WS-SF-STAFF-IN       PIC X(10).

        01 WS-OWN-TRADES        PIC 9(05) VALUE 0.
        01 WS-OWN-BOUGHT        PIC 9(11)V99 VALUE 0.
        01 WS-OWN-SOLD          PIC 9(11)V99 VALUE 0.
        01 WS-OWN-BLOCKED       PIC 9(05) VALUE 0.
        01 WS-OWN-FLAGGED       PIC 9(05) VALUE 0.

        01 WS-CTL-READ          PIC 9(07) VALUE 0.
        01 WS-CTL-TRADES        PIC 9(05) VALUE 0.
        01 WS-CTL-BLOCKED       PIC 9(05) VALUE 0.
        01 WS-CTL-FLAGGED       PIC 9(05) VALUE 0.
        01 WS-CTL-NIL           PIC 9(05) VALUE 0.
        01 WS-TOT-BOUGHT        PIC 9(11)V99 VALUE 0.
        01 WS-TOT-SOLD          PIC 9(11)V99 VALUE 0.

        01 WH-PDRPT-HDR1.
           05 FILLER PIC X(33) VALUE
              "PERSONAL DEALING REPORT - PERIOD ".
           05 WS-RH-PERIOD       PIC X(06).
           05 FILLER PIC X(08) VALUE " CYCLE ".
           05 WS-RH-CYCLE        PIC X(04).
        01 WH-PDRPT-HDR2.
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(12) VALUE "STOCK".
           05 FILLER PIC X(06) VALUE "SIDE".
           05 FILLER PIC X(09) VALUE " SHARES".
           05 FILLER PIC X(12) VALUE "     PRICE".
           05 FILLER PIC X(16) VALUE "         VALUE".
           05 FILLER PIC X(10) VALUE "STATUS".
           05 FILLER PIC X(12) VALUE "CLEARANCE".
           05 FILLER PIC X(24) VALUE "COMPLIANCE NOTE".
        01 WS-PDRPT-OWNER.
           05 FILLER             PIC X(16) VALUE "EMPLOYEE OWNER: ".
           05 WS-RO-OWNER        PIC X(08).
           05 FILLER             PIC X(12) VALUE "  STAFF ID: ".
           05 WS-RO-STAFF-ID     PIC X(10).
           05 WS-RO-NOTE         PIC X(30).
        01 WS-PDRPT-DETAIL.
           05 WS-RD-DATE         PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RD-STOCK        PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RD-SIDE         PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RD-SHARES       PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RD-PRICE        PIC ZZZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RD-VALUE        PIC ZZZZZZZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RD-STATUS       PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RD-REF          PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-RD-FLAG         PIC X(24).
        01 WS-PDRPT-SUBTOT.
           05 FILLER             PIC X(10) VALUE "  TRADES: ".
           05 WS-RS-TRADES       PIC ZZZZ9.
           05 FILLER             PIC X(10) VALUE "  BOUGHT: ".
           05 WS-RS-BOUGHT       PIC ZZZZZZZZZZ9.99.
           05 FILLER             PIC X(08) VALUE "  SOLD: ".
           05 WS-RS-SOLD         PIC ZZZZZZZZZZ9.99.
           05 FILLER             PIC X(11) VALUE "  BLOCKED: ".
           05 WS-RS-BLOCKED      PIC ZZZZ9.
           05 FILLER             PIC X(14) VALUE "  HOLD FLAGS: ".
           05 WS-RS-FLAGGED      PIC ZZZZ9.

        PROCEDURE DIVISION.
            DISPLAY "THIS IS THE NINJA PERSONAL DEALING REPORT PROGRAM".
            ACCEPT WS-START-TIME FROM TIME.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM LOAD-RUN-CONTROL-PARA.
            MOVE WS-RUN-DATE(1:6) TO WS-PERIOD.
            PERFORM LOAD-STAFF-PARA.
            PERFORM LOAD-DEALINGS-PARA.
            IF WS-REG-LOADED NOT = "Y"
               DISPLAY "NO PERSONAL DEALING REGISTER ON FILE, STATUS="
                       PDREG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            OPEN OUTPUT PDRPT-FILE.
            IF PDRPT-FILE-STATUS NOT = "00"
               DISPLAY "PERSONAL DEALING REPORT OPEN FAILED, STATUS="
                       PDRPT-FILE-STATUS
               MOVE 28 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            MOVE WS-PERIOD TO WS-RH-PERIOD.
            MOVE WS-CYCLE-ID TO WS-RH-CYCLE.
            WRITE PDRPT-REC FROM WH-PDRPT-HDR1.
            WRITE PDRPT-REC FROM WH-PDRPT-HDR2.
            SET WS-SF-IDX TO 1.
            PERFORM REPORT-OWNER-PARA
                    UNTIL WS-SF-IDX > WS-STAFF-COUNT.
            PERFORM WRITE-TOTALS-PARA.
            CLOSE PDRPT-FILE.
            PERFORM APPEND-OPSLOG-PARA.
            DISPLAY "PERSONAL DEALING SUMMARY - PERIOD " WS-PERIOD.
            DISPLAY "  REGISTER LINES READ: " WS-CTL-READ.
            DISPLAY "  EMPLOYEE TRADES    : " WS-CTL-TRADES.
            DISPLAY "  BLOCKED            : " WS-CTL-BLOCKED.
            DISPLAY "  HOLD PERIOD FLAGS  : " WS-CTL-FLAGGED.
            DISPLAY "  NIL RETURNS        : " WS-CTL-NIL.

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

        LOAD-STAFF-PARA.
            MOVE 0 TO WS-STAFF-COUNT
            OPEN INPUT EMPL-FILE
            IF EMPL-FILE-STATUS = "00"
               PERFORM UNTIL EMPL-FILE-STATUS NOT = "00"
                  READ EMPL-FILE
                    AT END
                      MOVE "10" TO EMPL-FILE-STATUS
                    NOT AT END
                      MOVE SPACES TO WS-SF-STAFF-IN
                      UNSTRING EMPL-REC DELIMITED BY ","
                      INTO WS-SF-OWNER-IN
                           WS-SF-STAFF-IN
                      END-UNSTRING
                      PERFORM ADD-STAFF-PARA
                      MOVE "Y" TO WS-SF-CURRENT (WS-SF-IDX)
                  END-READ
               END-PERFORM
               CLOSE EMPL-FILE
            ELSE
               DISPLAY "NO EMPLOYEE OWNER FILE, REPORTING FROM "
                       "REGISTER ONLY"
            END-IF.

        ADD-STAFF-PARA.
            MOVE "N" TO WS-SF-FOUND
            SET WS-SF-IDX TO 1
            PERFORM UNTIL WS-SF-IDX > WS-STAFF-COUNT
                       OR WS-SF-FOUND = "Y"
               IF WS-SF-OWNER (WS-SF-IDX) = WS-SF-OWNER-IN
                  MOVE "Y" TO WS-SF-FOUND
               ELSE
                  SET WS-SF-IDX UP BY 1
               END-IF
            END-PERFORM
            IF WS-SF-FOUND NOT = "Y"
               IF WS-STAFF-COUNT >= 300
                  DISPLAY "EMPLOYEE OWNER TABLE CAPACITY EXCEEDED AT "
                          "300 - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-STAFF-COUNT
               SET WS-SF-IDX TO WS-STAFF-COUNT
               MOVE WS-SF-OWNER-IN TO WS-SF-OWNER (WS-SF-IDX)
               MOVE WS-SF-STAFF-IN TO WS-SF-STAFF-ID (WS-SF-IDX)
               MOVE "N"            TO WS-SF-CURRENT (WS-SF-IDX)
            END-IF.

        LOAD-DEALINGS-PARA.
            MOVE 0 TO WS-DEAL-COUNT
            OPEN INPUT PDREG-FILE
            IF PDREG-FILE-STATUS = "00"
               MOVE "Y" TO WS-REG-LOADED
               PERFORM UNTIL PDREG-FILE-STATUS NOT = "00"
                  READ PDREG-FILE
                    AT END
                      MOVE "10" TO PDREG-FILE-STATUS
                    NOT AT END
                      ADD 1 TO WS-CTL-READ
                      PERFORM TAKE-DEALING-PARA
                  END-READ
               END-PERFORM
               CLOSE PDREG-FILE
            END-IF.

        TAKE-DEALING-PARA.
            MOVE SPACES TO WS-DL-REF-IN WS-DL-FLAG-IN
            UNSTRING PDREG-REC DELIMITED BY ","
            INTO WS-DL-DATE-IN
                 WS-DL-OWNER-IN
                 WS-DL-STAFF-IN
                 WS-DL-STOCK-IN
                 WS-DL-SIDE-IN
                 WS-DL-SHARES-IN
                 WS-DL-PRICE-IN
                 WS-DL-VALUE-IN
                 WS-DL-STATUS-IN
                 WS-DL-REF-IN
                 WS-DL-FLAG-IN
            END-UNSTRING
            IF WS-DL-DATE-IN(1:6) = WS-PERIOD
               IF WS-DEAL-COUNT >= 5000
                  DISPLAY "DEALING TABLE CAPACITY EXCEEDED AT 5000 "
                          "- RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-DEAL-COUNT
               SET WS-DL-IDX TO WS-DEAL-COUNT
               MOVE WS-DL-DATE-IN   TO WS-DL-DATE (WS-DL-IDX)
               MOVE WS-DL-OWNER-IN  TO WS-DL-OWNER (WS-DL-IDX)
               MOVE WS-DL-STOCK-IN  TO WS-DL-STOCK (WS-DL-IDX)
               MOVE WS-DL-SIDE-IN   TO WS-DL-SIDE (WS-DL-IDX)
               COMPUTE WS-DL-SHARES (WS-DL-IDX) =
                       FUNCTION NUMVAL(WS-DL-SHARES-IN)
               COMPUTE WS-DL-PRICE (WS-DL-IDX) =
                       FUNCTION NUMVAL(WS-DL-PRICE-IN)
               COMPUTE WS-DL-VALUE (WS-DL-IDX) =
                       FUNCTION NUMVAL(WS-DL-VALUE-IN)
               MOVE WS-DL-STATUS-IN TO WS-DL-STATUS (WS-DL-IDX)
               MOVE WS-DL-REF-IN    TO WS-DL-REF (WS-DL-IDX)
               MOVE WS-DL-FLAG-IN   TO WS-DL-FLAG (WS-DL-IDX)
               MOVE WS-DL-OWNER-IN  TO WS-SF-OWNER-IN
               MOVE WS-DL-STAFF-IN  TO WS-SF-STAFF-IN
               PERFORM ADD-STAFF-PARA
            END-IF.

        REPORT-OWNER-PARA.
            MOVE 0 TO WS-OWN-TRADES WS-OWN-BOUGHT WS-OWN-SOLD
                      WS-OWN-BLOCKED WS-OWN-FLAGGED
            MOVE SPACES TO PDRPT-REC
            WRITE PDRPT-REC
            MOVE WS-SF-OWNER (WS-SF-IDX)    TO WS-RO-OWNER
            MOVE WS-SF-STAFF-ID (WS-SF-IDX) TO WS-RO-STAFF-ID
            IF WS-SF-CURRENT (WS-SF-IDX) = "Y"
               MOVE SPACES TO WS-RO-NOTE
            ELSE
               MOVE "  (NO LONGER ON EMPLOYEE LIST)" TO WS-RO-NOTE
            END-IF
            WRITE PDRPT-REC FROM WS-PDRPT-OWNER
            SET WS-DL-IDX TO 1
            PERFORM REPORT-DEALING-PARA
                    UNTIL WS-DL-IDX > WS-DEAL-COUNT
            IF WS-OWN-TRADES = 0
               ADD 1 TO WS-CTL-NIL
               MOVE "  NO PERSONAL DEALINGS THIS PERIOD" TO PDRPT-REC
               WRITE PDRPT-REC
            ELSE
               MOVE WS-OWN-TRADES  TO WS-RS-TRADES
               MOVE WS-OWN-BOUGHT  TO WS-RS-BOUGHT
               MOVE WS-OWN-SOLD    TO WS-RS-SOLD
               MOVE WS-OWN-BLOCKED TO WS-RS-BLOCKED
               MOVE WS-OWN-FLAGGED TO WS-RS-FLAGGED
               WRITE PDRPT-REC FROM WS-PDRPT-SUBTOT
            END-IF
            SET WS-SF-IDX UP BY 1.
             EXIT.

        REPORT-DEALING-PARA.
            IF WS-DL-OWNER (WS-DL-IDX) = WS-SF-OWNER (WS-SF-IDX)
               ADD 1 TO WS-OWN-TRADES WS-CTL-TRADES
               MOVE WS-DL-DATE (WS-DL-IDX)   TO WS-RD-DATE
               MOVE WS-DL-STOCK (WS-DL-IDX)  TO WS-RD-STOCK
               MOVE WS-DL-SIDE (WS-DL-IDX)   TO WS-RD-SIDE
               MOVE WS-DL-SHARES (WS-DL-IDX) TO WS-RD-SHARES
               MOVE WS-DL-PRICE (WS-DL-IDX)  TO WS-RD-PRICE
               MOVE WS-DL-VALUE (WS-DL-IDX)  TO WS-RD-VALUE
               MOVE WS-DL-STATUS (WS-DL-IDX) TO WS-RD-STATUS
               MOVE WS-DL-REF (WS-DL-IDX)    TO WS-RD-REF
               MOVE WS-DL-FLAG (WS-DL-IDX)   TO WS-RD-FLAG
               WRITE PDRPT-REC FROM WS-PDRPT-DETAIL
               IF WS-DL-STATUS (WS-DL-IDX) = "BLOCKED"
                  ADD 1 TO WS-OWN-BLOCKED WS-CTL-BLOCKED
               ELSE
                  IF WS-DL-STATUS (WS-DL-IDX) = "POSTED"
                     IF WS-DL-SIDE (WS-DL-IDX) = "BUY"
                        ADD WS-DL-VALUE (WS-DL-IDX) TO WS-OWN-BOUGHT
                                                       WS-TOT-BOUGHT
                     ELSE
                        ADD WS-DL-VALUE (WS-DL-IDX) TO WS-OWN-SOLD
                                                       WS-TOT-SOLD
                     END-IF
                     IF WS-DL-FLAG (WS-DL-IDX) NOT = SPACES
                        ADD 1 TO WS-OWN-FLAGGED WS-CTL-FLAGGED
                     END-IF
                  END-IF
               END-IF
            END-IF
            SET WS-DL-IDX UP BY 1.
             EXIT.

        WRITE-TOTALS-PARA.
            MOVE SPACES TO PDRPT-REC
            WRITE PDRPT-REC
            MOVE "ALL EMPLOYEE OWNERS" TO PDRPT-REC
            WRITE PDRPT-REC
            MOVE WS-CTL-TRADES  TO WS-RS-TRADES
            MOVE WS-TOT-BOUGHT  TO WS-RS-BOUGHT
            MOVE WS-TOT-SOLD    TO WS-RS-SOLD
            MOVE WS-CTL-BLOCKED TO WS-RS-BLOCKED
            MOVE WS-CTL-FLAGGED TO WS-RS-FLAGGED
            WRITE PDRPT-REC FROM WS-PDRPT-SUBTOT.

        APPEND-OPSLOG-PARA.
            ACCEPT WS-OPL-END-TIME FROM TIME
            MOVE "NINJAPDR"           TO WS-OPL-PROGRAM
            MOVE WS-RUN-DATE          TO WS-OPL-DATE
            MOVE WS-CYCLE-ID          TO WS-OPL-CYCLE
            MOVE WS-CTL-READ          TO WS-OPL-IN-COUNT
            MOVE WS-CTL-TRADES        TO WS-OPL-OUT-COUNT
            MOVE WS-CTL-BLOCKED       TO WS-OPL-REJ-COUNT
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
