       IDENTIFICATION DIVISION.
       PROGRAM-ID. intytd.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPTXN-FILE  ASSIGN TO "INT-CAP-TXNS.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CAPTXN-FILE-STATUS.

           SELECT YTD-FILE  ASSIGN TO "INT-PAID-YTD.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS YTD-FILE-STATUS.

           SELECT OPSLOG-FILE  ASSIGN TO "OPS-LOG.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS OPSLOG-FILE-STATUS.

           SELECT RUNCTL-FILE  ASSIGN TO "RUN-CONTROL.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   CAPTXN-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CAPTXN-REC              PIC X(40).

       FD   YTD-FILE  RECORD CONTAINS 50 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 YTD-REC                 PIC X(50).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       WORKING-STORAGE SECTION.
       01 CAPTXN-FILE-STATUS   PIC X(02).
       01 YTD-FILE-STATUS      PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 WS-RUN-DATE          PIC X(08).

       01 WS-YTD-TABLE.
          05 WS-YT-ENTRY OCCURS 10000 TIMES INDEXED BY WS-YT-IDX.
             10 WS-YT-ACCT       PIC X(14).
             10 WS-YT-YEAR       PIC X(04).
             10 WS-YT-AMOUNT     PIC 9(09)V99.
             10 WS-YT-PERIOD     PIC X(06).
       01 WS-YTD-COUNT         PIC 9(05) VALUE 0.
       01 WS-YT-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-YT-IDX      PIC 9(05) VALUE 0.

       01 WS-YT-ACCT-IN        PIC X(14).
       01 WS-YT-YEAR-IN        PIC X(04).
       01 WS-YT-AMOUNT-IN      PIC X(12).
       01 WS-YT-PERIOD-IN      PIC X(06).

       01 WS-CP-ACCT-IN        PIC X(14).
       01 WS-CP-TYPE-IN        PIC X(03).
       01 WS-CP-AMOUNT-IN      PIC X(12).
       01 WS-CP-AMOUNT         PIC 9(09)V99 VALUE 0.
       01 WS-TRAILER-COUNT     PIC 9(07) VALUE 0.
       01 WS-TRAILER-SEEN      PIC X(01) VALUE "N".

       01 WS-CTL-READ          PIC 9(07) VALUE 0.
       01 WS-CTL-ADDED         PIC 9(07) VALUE 0.
       01 WS-CTL-SKIPPED       PIC 9(07) VALUE 0.
       01 WS-TOT-ADDED         PIC 9(11)V99 VALUE 0.

       01 WS-YTD-LINE.
          05 WS-WL-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-YEAR          PIC X(04).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-AMOUNT        PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-PERIOD        PIC X(06).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE INTEREST PAID YEAR-TO-DATE PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           OPEN INPUT CAPTXN-FILE.
           IF CAPTXN-FILE-STATUS NOT = "00"
              DISPLAY "INTEREST CAPITALISATION FILE NOT FOUND, "
                      "STATUS=" CAPTXN-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-YTD-PARA.
           PERFORM TAKE-CAPTXN-PARA
                   UNTIL CAPTXN-FILE-STATUS NOT = "00".
           CLOSE CAPTXN-FILE.
           IF WS-TRAILER-SEEN = "Y"
              AND WS-TRAILER-COUNT NOT = WS-CTL-READ
              DISPLAY "TRAILER COUNT " WS-TRAILER-COUNT
                      " DOES NOT MATCH ROWS READ " WS-CTL-READ
                      " - YEAR-TO-DATE NOT UPDATED"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-CTL-SKIPPED > 0
              DISPLAY "INTEREST ALREADY ACCUMULATED FOR "
                      WS-RUN-DATE(1:6) ", NOT ADDED AGAIN: "
                      WS-CTL-SKIPPED
           END-IF.
           PERFORM REWRITE-YTD-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "INTEREST YEAR-TO-DATE SUMMARY - CYCLE "
                   WS-CYCLE-ID.
           DISPLAY "  CAPITALISATIONS READ : " WS-CTL-READ.
           DISPLAY "  ACCUMULATED          : " WS-CTL-ADDED.
           DISPLAY "  ALREADY ACCUMULATED  : " WS-CTL-SKIPPED.
           DISPLAY "  AMOUNT ACCUMULATED   : " WS-TOT-ADDED.

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

       LOAD-YTD-PARA.
           MOVE 0 TO WS-YTD-COUNT
           OPEN INPUT YTD-FILE
           IF YTD-FILE-STATUS = "00"
              PERFORM UNTIL YTD-FILE-STATUS NOT = "00"
                 READ YTD-FILE
                   AT END
                     MOVE "10" TO YTD-FILE-STATUS
                   NOT AT END
                     IF WS-YTD-COUNT >= 10000
                        DISPLAY "INTEREST YTD TABLE CAPACITY "
                                "EXCEEDED AT 10000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-YTD-COUNT
                     SET WS-YT-IDX TO WS-YTD-COUNT
                     UNSTRING YTD-REC DELIMITED BY ","
                     INTO  WS-YT-ACCT-IN
                           WS-YT-YEAR-IN
                           WS-YT-AMOUNT-IN
                           WS-YT-PERIOD-IN
                     END-UNSTRING
                     MOVE WS-YT-ACCT-IN
                          TO WS-YT-ACCT (WS-YT-IDX)
                     MOVE WS-YT-YEAR-IN
                          TO WS-YT-YEAR (WS-YT-IDX)
                     COMPUTE WS-YT-AMOUNT (WS-YT-IDX) =
                             FUNCTION NUMVAL(WS-YT-AMOUNT-IN)
                     MOVE WS-YT-PERIOD-IN
                          TO WS-YT-PERIOD (WS-YT-IDX)
                 END-READ
              END-PERFORM
              CLOSE YTD-FILE
           ELSE
              DISPLAY "NO INTEREST YTD FILE YET, STARTING EMPTY"
           END-IF.

       TAKE-CAPTXN-PARA.
           READ CAPTXN-FILE AT END
                MOVE "10" TO CAPTXN-FILE-STATUS
           END-READ.
           IF CAPTXN-FILE-STATUS = "00"
              MOVE SPACES TO WS-CP-TYPE-IN WS-CP-AMOUNT-IN
              UNSTRING CAPTXN-REC DELIMITED BY ","
              INTO     WS-CP-ACCT-IN
                       WS-CP-TYPE-IN
                       WS-CP-AMOUNT-IN
              END-UNSTRING
              IF WS-CP-ACCT-IN = "TRAILER"
                 MOVE "Y" TO WS-TRAILER-SEEN
                 COMPUTE WS-TRAILER-COUNT =
                         FUNCTION NUMVAL(WS-CP-TYPE-IN)
              ELSE
                 ADD 1 TO WS-CTL-READ
                 COMPUTE WS-CP-AMOUNT =
                         FUNCTION NUMVAL(WS-CP-AMOUNT-IN)
                 PERFORM ACCUMULATE-PARA
              END-IF
           END-IF.
            EXIT.

       ACCUMULATE-PARA.
           MOVE "N" TO WS-YT-FOUND
           SET WS-YT-IDX TO 1
           PERFORM UNTIL WS-YT-IDX > WS-YTD-COUNT
                      OR WS-YT-FOUND = "Y"
              IF WS-YT-ACCT (WS-YT-IDX) = WS-CP-ACCT-IN
                 AND WS-YT-YEAR (WS-YT-IDX) = WS-RUN-DATE(1:4)
                 MOVE "Y" TO WS-YT-FOUND
                 SET WS-FOUND-YT-IDX TO WS-YT-IDX
              END-IF
              SET WS-YT-IDX UP BY 1
           END-PERFORM
           IF WS-YT-FOUND NOT = "Y"
              IF WS-YTD-COUNT >= 10000
                 DISPLAY "INTEREST YTD TABLE CAPACITY "
                         "EXCEEDED AT 10000 - RUN STOPPED"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-YTD-COUNT
              SET WS-YT-IDX TO WS-YTD-COUNT
              SET WS-FOUND-YT-IDX TO WS-YT-IDX
              MOVE WS-CP-ACCT-IN     TO WS-YT-ACCT (WS-YT-IDX)
              MOVE WS-RUN-DATE(1:4)  TO WS-YT-YEAR (WS-YT-IDX)
              MOVE 0                 TO WS-YT-AMOUNT (WS-YT-IDX)
              MOVE SPACES            TO WS-YT-PERIOD (WS-YT-IDX)
           END-IF
           SET WS-YT-IDX TO WS-FOUND-YT-IDX
           IF WS-YT-PERIOD (WS-YT-IDX) = WS-RUN-DATE(1:6)
              ADD 1 TO WS-CTL-SKIPPED
           ELSE
              ADD WS-CP-AMOUNT TO WS-YT-AMOUNT (WS-YT-IDX)
              MOVE WS-RUN-DATE(1:6) TO WS-YT-PERIOD (WS-YT-IDX)
              ADD 1 TO WS-CTL-ADDED
              ADD WS-CP-AMOUNT TO WS-TOT-ADDED
           END-IF.

       REWRITE-YTD-PARA.
           OPEN OUTPUT YTD-FILE
           IF YTD-FILE-STATUS NOT = "00"
              DISPLAY "INTEREST YTD REWRITE FAILED, STATUS="
                      YTD-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-YT-IDX TO 1
              PERFORM UNTIL WS-YT-IDX > WS-YTD-COUNT
                 MOVE WS-YT-ACCT (WS-YT-IDX)   TO WS-WL-ACCT
                 MOVE WS-YT-YEAR (WS-YT-IDX)   TO WS-WL-YEAR
                 MOVE WS-YT-AMOUNT (WS-YT-IDX) TO WS-WL-AMOUNT
                 MOVE WS-YT-PERIOD (WS-YT-IDX) TO WS-WL-PERIOD
                 WRITE YTD-REC FROM WS-YTD-LINE
                 SET WS-YT-IDX UP BY 1
              END-PERFORM
              CLOSE YTD-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "INTYTD"           TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-READ        TO WS-OPL-IN-COUNT
           MOVE WS-CTL-ADDED       TO WS-OPL-OUT-COUNT
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
