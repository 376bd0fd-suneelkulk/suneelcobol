       IDENTIFICATION DIVISION.
       PROGRAM-ID. intprov.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDMST-FILE  ASSIGN TO "TD-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TDMST-FILE-STATUS.

           SELECT LOANMST-FILE ASSIGN TO "LOAN-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LOANMST-FILE-STATUS.

           SELECT LOANSCH-FILE ASSIGN TO "LOAN-SCHEDULE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LOANSCH-FILE-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY-CALENDAR.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS HOLIDAY-FILE-STATUS.

           SELECT PROV-FILE   ASSIGN TO "INT-PROVISION.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PROV-FILE-STATUS.

           SELECT LEDGER-FILE  ASSIGN TO "LEDGER-INTERFACE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT PROVRPT-FILE ASSIGN TO "INT-PROVISION.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PROVRPT-FILE-STATUS.

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
       FD   TDMST-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TDMST-REC               PIC X(120).

       FD   LOANMST-FILE  RECORD CONTAINS 200 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANMST-REC             PIC X(200).

       FD   LOANSCH-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANSCH-REC             PIC X(120).

       FD   HOLIDAY-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 HOLIDAY-REC             PIC X(40).

       FD   PROV-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PROV-REC                PIC X(60).

       FD   LEDGER-FILE  RECORD CONTAINS 56 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LEDGER-REC.
          COPY LEDGERIF.

       FD   PROVRPT-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PROVRPT-REC             PIC X(100).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 TDMST-FILE-STATUS    PIC X(02).
       01 LOANMST-FILE-STATUS  PIC X(02).
       01 LOANSCH-FILE-STATUS  PIC X(02).
       01 HOLIDAY-FILE-STATUS  PIC X(02).
       01 PROV-FILE-STATUS     PIC X(02).
       01 LEDGER-FILE-STATUS   PIC X(02).
       01 PROVRPT-FILE-STATUS  PIC X(02).
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
       01 WS-NEXT-DATE         PIC 9(08) VALUE 0.
       01 WS-NEXT-SPLIT REDEFINES WS-NEXT-DATE.
          05 WS-NEXT-YY        PIC 9(04).
          05 WS-NEXT-MM        PIC 9(02).
          05 WS-NEXT-DD        PIC 9(02).
       01 WS-NEXT-INT          PIC 9(08) VALUE 0.
       01 WS-DOW               PIC 9(01) VALUE 0.
       01 WS-IS-WORKDAY        PIC X(01) VALUE "N".
       01 WS-GUARD             PIC 9(03) VALUE 0.
       01 WS-MONTH-END         PIC 9(08) VALUE 0.
       01 WS-ME-SPLIT REDEFINES WS-MONTH-END.
          05 WS-ME-YY          PIC 9(04).
          05 WS-ME-MM          PIC 9(02).
          05 WS-ME-DD          PIC 9(02).
       01 WS-ME-DAYNUM         PIC 9(07) VALUE 0.
       01 WS-YEAR-REM          PIC 9(04) VALUE 0.
       01 WS-IS-MONTH-END      PIC X(01) VALUE "N".
       01 WS-ALREADY-DONE      PIC X(01) VALUE "N".

       01 WS-HOL-DATE-IN       PIC X(08).
       01 WS-HOLIDAY-TABLE.
          05 WS-HOL-ENTRY OCCURS 200 TIMES INDEXED BY WS-HOL-IDX.
             10 WS-HOL-DATE      PIC X(08).
       01 WS-HOLIDAY-COUNT      PIC 9(03) VALUE 0.
       01 WS-HOL-HIT            PIC X(01) VALUE "N".

       01 WS-TD-GL             PIC X(06) VALUE "GL4002".
       01 WS-LOAN-GL           PIC X(06) VALUE "GL6006".

       01 WS-PROV-TABLE.
          05 WS-PV-ENTRY OCCURS 5000 TIMES INDEXED BY WS-PV-IDX.
             10 WS-PV-ACCT       PIC X(14).
             10 WS-PV-KIND       PIC X(01).
             10 WS-PV-GL         PIC X(06).
             10 WS-PV-AMT        PIC 9(09)V99.
             10 WS-PV-DATE       PIC X(08).
             10 WS-PV-REV-DATE   PIC X(08).
             10 WS-PV-STATUS     PIC X(01).
       01 WS-PROV-COUNT        PIC 9(04) VALUE 0.
       01 WS-PV-ACCT-IN        PIC X(14).
       01 WS-PV-KIND-IN        PIC X(01).
       01 WS-PV-GL-IN          PIC X(06).
       01 WS-PV-AMT-IN         PIC X(12).
       01 WS-PV-DATE-IN        PIC X(08).
       01 WS-PV-REV-IN         PIC X(08).
       01 WS-PV-STATUS-IN      PIC X(01).
       01 WS-PROV-LINE.
          05 WS-PL-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-KIND          PIC X(01).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-GL            PIC X(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-AMT           PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-REV-DATE      PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-STATUS        PIC X(01).

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
       01 WS-TD-END-NUM        PIC 9(08) VALUE 0.

       01 WS-LOAN-TABLE.
          05 WS-LN-ENTRY OCCURS 1000 TIMES INDEXED BY WS-LN-IDX.
             10 WS-LN-ACCT       PIC X(14).
             10 WS-LN-RATE       PIC 9(02)V99.
             10 WS-LN-OPEN       PIC X(08).
             10 WS-LN-OUTSTAND   PIC 9(09)V99.
             10 WS-LN-STATUS     PIC X(01).
             10 WS-LN-CLASS      PIC X(01).
             10 WS-LN-LAST-DUE   PIC X(08).
       01 WS-LOAN-COUNT        PIC 9(04) VALUE 0.
       01 WS-LN-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-LN-IDX      PIC 9(04) VALUE 0.
       01 WS-LM-ACCT-IN        PIC X(14).
       01 WS-LM-SAVINGS-IN     PIC X(14).
       01 WS-LM-PRIN-IN        PIC X(12).
       01 WS-LM-RATE-IN        PIC X(05).
       01 WS-LM-TERM-IN        PIC X(03).
       01 WS-LM-EMI-IN         PIC X(12).
       01 WS-LM-OPEN-IN        PIC X(08).
       01 WS-LM-OUT-IN         PIC X(12).
       01 WS-LM-OVER-IN        PIC X(03).
       01 WS-LM-STATUS-IN      PIC X(01).
       01 WS-LM-CLASS-IN       PIC X(01).
       01 WS-SC-ACCT-IN        PIC X(14).
       01 WS-SC-INST-IN        PIC X(03).
       01 WS-SC-DUE-IN         PIC X(08).

       01 WS-DATE-NUM          PIC 9(08) VALUE 0.
       01 WS-DAYS              PIC S9(05) VALUE 0.
       01 WS-ACCRUED           PIC 9(09)V99 VALUE 0.

       01 WS-CTL-REVERSED      PIC 9(05) VALUE 0.
       01 WS-CTL-TD-PROV       PIC 9(05) VALUE 0.
       01 WS-CTL-LOAN-PROV     PIC 9(05) VALUE 0.
       01 WS-TOT-REVERSED      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-TD-PROV       PIC 9(11)V99 VALUE 0.
       01 WS-TOT-LOAN-PROV     PIC 9(11)V99 VALUE 0.

       01 WH-PROV-HDR1.
          05 FILLER PIC X(36)
                    VALUE "ACCRUED INTEREST PROVISIONING RUN - ".
          05 WS-PH-DATE          PIC X(08).
       01 WH-PROV-HDR2.
          05 FILLER PIC X(16) VALUE "ACCOUNT".
          05 FILLER PIC X(10) VALUE "GL CODE".
          05 FILLER PIC X(16) VALUE "AMOUNT".
          05 FILLER PIC X(12) VALUE "REVERSES ON".
          05 FILLER PIC X(24) VALUE "ACTION".
       01 WS-PROV-DETAIL.
          05 WS-PD-ACCT          PIC X(14).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-PD-GL            PIC X(06).
          05 FILLER              PIC X(04) VALUE SPACES.
          05 WS-PD-AMT           PIC ZZZZZZZZ9.99.
          05 FILLER              PIC X(04) VALUE SPACES.
          05 WS-PD-REV-DATE      PIC X(08).
          05 FILLER              PIC X(04) VALUE SPACES.
          05 WS-PD-ACTION        PIC X(30).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE ACCRUED INTEREST PROVISIONING PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           PERFORM LOAD-HOLIDAYS-PARA.
           PERFORM NEXT-BUSINESS-DAY-PARA.
           IF WS-NEXT-MM NOT = WS-RUN-MM
              MOVE "Y" TO WS-IS-MONTH-END
           END-IF.
           PERFORM LOAD-PROVISIONS-PARA.
           PERFORM OPEN-LEDGER-PARA.
           OPEN OUTPUT PROVRPT-FILE.
           IF PROVRPT-FILE-STATUS NOT = "00"
              DISPLAY "PROVISION REPORT OPEN FAILED, STATUS="
                      PROVRPT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-PH-DATE.
           WRITE PROVRPT-REC FROM WH-PROV-HDR1.
           WRITE PROVRPT-REC FROM WH-PROV-HDR2.
           SET WS-PV-IDX TO 1.
           PERFORM REVERSE-ONE-PARA
                   UNTIL WS-PV-IDX > WS-PROV-COUNT.
           IF WS-IS-MONTH-END = "Y"
              IF WS-ALREADY-DONE = "Y"
                 DISPLAY "PROVISIONS ALREADY RAISED FOR "
                         WS-RUN-DATE(1:6) ", NOT RAISED AGAIN"
              ELSE
                 PERFORM SET-MONTH-END-PARA
                 PERFORM PROVIDE-TD-PARA
                 PERFORM LOAD-LOANS-PARA
                 PERFORM SCAN-SCHEDULE-PARA
                 SET WS-LN-IDX TO 1
                 PERFORM PROVIDE-LOAN-PARA
                         UNTIL WS-LN-IDX > WS-LOAN-COUNT
              END-IF
           ELSE
              DISPLAY "NOT THE LAST BUSINESS DAY OF THE MONTH, "
                      "REVERSALS ONLY"
           END-IF.
           CLOSE PROVRPT-FILE.
           IF LEDGER-FILE-STATUS = "00"
              CLOSE LEDGER-FILE
           END-IF.
           PERFORM REWRITE-PROVISIONS-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "INTEREST PROVISIONING SUMMARY - CYCLE "
                   WS-CYCLE-ID.
           DISPLAY "  NEXT BUSINESS DAY : " WS-NEXT-DATE.
           DISPLAY "  REVERSED          : " WS-CTL-REVERSED.
           DISPLAY "  AMOUNT REVERSED   : " WS-TOT-REVERSED.
           DISPLAY "  TD PROVISIONS     : " WS-CTL-TD-PROV.
           DISPLAY "  TD INT PAYABLE    : " WS-TOT-TD-PROV.
           DISPLAY "  LOAN PROVISIONS   : " WS-CTL-LOAN-PROV.
           DISPLAY "  LOAN INT RECEIV.  : " WS-TOT-LOAN-PROV.

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

       SET-MONTH-END-PARA.
           MOVE WS-RUN-DATE-NUM TO WS-MONTH-END
           EVALUATE WS-ME-MM
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-ME-DD
              WHEN 2
                 COMPUTE WS-YEAR-REM = FUNCTION MOD(WS-ME-YY, 4)
                 IF WS-YEAR-REM = 0
                    MOVE 29 TO WS-ME-DD
                 ELSE
                    MOVE 28 TO WS-ME-DD
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-ME-DD
           END-EVALUATE
           COMPUTE WS-ME-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-END).

       LOAD-PROVISIONS-PARA.
           MOVE 0 TO WS-PROV-COUNT
           MOVE "N" TO WS-ALREADY-DONE
           OPEN INPUT PROV-FILE
           IF PROV-FILE-STATUS = "00"
              PERFORM UNTIL PROV-FILE-STATUS NOT = "00"
                 READ PROV-FILE
                   AT END
                     MOVE "10" TO PROV-FILE-STATUS
                   NOT AT END
                     IF WS-PROV-COUNT >= 5000
                        DISPLAY "PROVISION TABLE CAPACITY "
                                "EXCEEDED AT 5000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     UNSTRING PROV-REC DELIMITED BY ","
                     INTO  WS-PV-ACCT-IN
                           WS-PV-KIND-IN
                           WS-PV-GL-IN
                           WS-PV-AMT-IN
                           WS-PV-DATE-IN
                           WS-PV-REV-IN
                           WS-PV-STATUS-IN
                     END-UNSTRING
                     IF WS-PV-STATUS-IN = "P"
                        OR WS-PV-DATE-IN(1:6) = WS-RUN-DATE(1:6)
                        ADD 1 TO WS-PROV-COUNT
                        SET WS-PV-IDX TO WS-PROV-COUNT
                        MOVE WS-PV-ACCT-IN TO WS-PV-ACCT (WS-PV-IDX)
                        MOVE WS-PV-KIND-IN TO WS-PV-KIND (WS-PV-IDX)
                        MOVE WS-PV-GL-IN   TO WS-PV-GL (WS-PV-IDX)
                        COMPUTE WS-PV-AMT (WS-PV-IDX) =
                                FUNCTION NUMVAL(WS-PV-AMT-IN)
                        MOVE WS-PV-DATE-IN TO WS-PV-DATE (WS-PV-IDX)
                        MOVE WS-PV-REV-IN
                             TO WS-PV-REV-DATE (WS-PV-IDX)
                        MOVE WS-PV-STATUS-IN
                             TO WS-PV-STATUS (WS-PV-IDX)
                        IF WS-PV-DATE-IN(1:6) = WS-RUN-DATE(1:6)
                           MOVE "Y" TO WS-ALREADY-DONE
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE PROV-FILE
           ELSE
              DISPLAY "NO PROVISION REGISTER, STARTING A NEW ONE"
           END-IF.

       REVERSE-ONE-PARA.
           IF WS-PV-STATUS (WS-PV-IDX) = "P"
              AND WS-PV-REV-DATE (WS-PV-IDX) <= WS-RUN-DATE
              ADD 1 TO WS-CTL-REVERSED
              ADD WS-PV-AMT (WS-PV-IDX) TO WS-TOT-REVERSED
              MOVE "R" TO WS-PV-STATUS (WS-PV-IDX)
              IF LEDGER-FILE-STATUS = "00"
                 MOVE WS-PV-ACCT (WS-PV-IDX) TO LG-ACCT-NUM
                 MOVE WS-PV-AMT (WS-PV-IDX)  TO LG-OPEN-BALANCE
                 MOVE WS-PV-GL (WS-PV-IDX)   TO LG-GL-CODE
                 MOVE WS-RUN-DATE            TO LG-POST-DATE
                 MOVE "INR"                  TO LG-ORIG-CCY
                 MOVE WS-PV-AMT (WS-PV-IDX)  TO LG-ORIG-AMT
                 MOVE "IPR"                  TO LG-TXN-TYPE
                 WRITE LEDGER-REC
              END-IF
              MOVE WS-PV-ACCT (WS-PV-IDX)     TO WS-PD-ACCT
              MOVE WS-PV-GL (WS-PV-IDX)       TO WS-PD-GL
              MOVE WS-PV-AMT (WS-PV-IDX)      TO WS-PD-AMT
              MOVE WS-PV-REV-DATE (WS-PV-IDX) TO WS-PD-REV-DATE
              MOVE "REVERSED"                 TO WS-PD-ACTION
              WRITE PROVRPT-REC FROM WS-PROV-DETAIL
           END-IF
           SET WS-PV-IDX UP BY 1.
            EXIT.

       PROVIDE-TD-PARA.
           OPEN INPUT TDMST-FILE
           IF TDMST-FILE-STATUS NOT = "00"
              DISPLAY "TERM DEPOSIT REGISTER NOT FOUND"
           ELSE
              PERFORM UNTIL TDMST-FILE-STATUS NOT = "00"
                 READ TDMST-FILE
                   AT END
                     MOVE "10" TO TDMST-FILE-STATUS
                   NOT AT END
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
                        AND WS-TL-OPEN-IN NUMERIC
                        PERFORM ACCRUE-TD-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE TDMST-FILE
           END-IF.

       ACCRUE-TD-PARA.
           COMPUTE WS-TD-PRINCIPAL = FUNCTION NUMVAL(WS-TL-PRIN-IN)
           COMPUTE WS-TD-RATE = FUNCTION NUMVAL(WS-TL-RATE-IN)
           MOVE WS-MONTH-END TO WS-TD-END-NUM
           IF WS-TL-MAT-IN NUMERIC
              AND WS-TL-MAT-IN < WS-MONTH-END
              MOVE WS-TL-MAT-IN TO WS-TD-END-NUM
           END-IF
           MOVE WS-TL-OPEN-IN TO WS-DATE-NUM
           COMPUTE WS-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-TD-END-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-DAYS > 0
              COMPUTE WS-ACCRUED ROUNDED =
                 WS-TD-PRINCIPAL * WS-TD-RATE * WS-DAYS / 365 / 100
              IF WS-ACCRUED > 0
                 ADD 1 TO WS-CTL-TD-PROV
                 ADD WS-ACCRUED TO WS-TOT-TD-PROV
                 MOVE WS-TL-ACCT-IN TO WS-PV-ACCT-IN
                 MOVE "T"           TO WS-PV-KIND-IN
                 MOVE WS-TD-GL      TO WS-PV-GL-IN
                 PERFORM RAISE-PROVISION-PARA
              END-IF
           END-IF.

       LOAD-LOANS-PARA.
           MOVE 0 TO WS-LOAN-COUNT
           OPEN INPUT LOANMST-FILE
           IF LOANMST-FILE-STATUS = "00"
              PERFORM UNTIL LOANMST-FILE-STATUS NOT = "00"
                 READ LOANMST-FILE
                   AT END
                     MOVE "10" TO LOANMST-FILE-STATUS
                   NOT AT END
                     IF WS-LOAN-COUNT >= 1000
                        DISPLAY "LOAN MASTER TABLE CAPACITY "
                                "EXCEEDED AT 1000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-LOAN-COUNT
                     SET WS-LN-IDX TO WS-LOAN-COUNT
                     MOVE SPACES TO WS-LM-CLASS-IN
                     UNSTRING LOANMST-REC DELIMITED BY ","
                     INTO  WS-LM-ACCT-IN
                           WS-LM-SAVINGS-IN
                           WS-LM-PRIN-IN
                           WS-LM-RATE-IN
                           WS-LM-TERM-IN
                           WS-LM-EMI-IN
                           WS-LM-OPEN-IN
                           WS-LM-OUT-IN
                           WS-LM-OVER-IN
                           WS-LM-STATUS-IN
                           WS-LM-CLASS-IN
                     END-UNSTRING
                     MOVE WS-LM-ACCT-IN
                          TO WS-LN-ACCT (WS-LN-IDX)
                     COMPUTE WS-LN-RATE (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-RATE-IN)
                     MOVE WS-LM-OPEN-IN
                          TO WS-LN-OPEN (WS-LN-IDX)
                     COMPUTE WS-LN-OUTSTAND (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-OUT-IN)
                     MOVE WS-LM-STATUS-IN
                          TO WS-LN-STATUS (WS-LN-IDX)
                     IF WS-LM-CLASS-IN = SPACES
                        MOVE "S" TO WS-LN-CLASS (WS-LN-IDX)
                     ELSE
                        MOVE WS-LM-CLASS-IN
                             TO WS-LN-CLASS (WS-LN-IDX)
                     END-IF
                     MOVE WS-LM-OPEN-IN
                          TO WS-LN-LAST-DUE (WS-LN-IDX)
                 END-READ
              END-PERFORM
              CLOSE LOANMST-FILE
           ELSE
              DISPLAY "LOAN MASTER NOT FOUND"
           END-IF.

       SCAN-SCHEDULE-PARA.
           OPEN INPUT LOANSCH-FILE
           IF LOANSCH-FILE-STATUS = "00"
              PERFORM UNTIL LOANSCH-FILE-STATUS NOT = "00"
                 READ LOANSCH-FILE
                   AT END
                     MOVE "10" TO LOANSCH-FILE-STATUS
                   NOT AT END
                     UNSTRING LOANSCH-REC DELIMITED BY ","
                     INTO  WS-SC-ACCT-IN
                           WS-SC-INST-IN
                           WS-SC-DUE-IN
                     END-UNSTRING
                     IF WS-SC-DUE-IN <= WS-MONTH-END
                        AND WS-SC-INST-IN NOT = "000"
                        PERFORM FIND-LOAN-PARA
                        IF WS-LN-FOUND = "Y"
                           AND WS-SC-DUE-IN >
                               WS-LN-LAST-DUE (WS-FOUND-LN-IDX)
                           MOVE WS-SC-DUE-IN
                                TO WS-LN-LAST-DUE (WS-FOUND-LN-IDX)
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE LOANSCH-FILE
           ELSE
              DISPLAY "LOAN SCHEDULE NOT FOUND, ACCRUING FROM "
                      "OPENING DATE"
           END-IF.

       FIND-LOAN-PARA.
           MOVE "N" TO WS-LN-FOUND
           SET WS-LN-IDX TO 1
           PERFORM UNTIL WS-LN-IDX > WS-LOAN-COUNT
                      OR WS-LN-FOUND = "Y"
              IF WS-LN-ACCT (WS-LN-IDX) = WS-SC-ACCT-IN
                 MOVE "Y" TO WS-LN-FOUND
                 SET WS-FOUND-LN-IDX TO WS-LN-IDX
              END-IF
              SET WS-LN-IDX UP BY 1
           END-PERFORM.

       PROVIDE-LOAN-PARA.
           IF WS-LN-STATUS (WS-LN-IDX) NOT = "C"
              AND WS-LN-CLASS (WS-LN-IDX) = "S"
              AND WS-LN-OUTSTAND (WS-LN-IDX) > 0
              AND WS-LN-LAST-DUE (WS-LN-IDX) NUMERIC
              MOVE WS-LN-LAST-DUE (WS-LN-IDX) TO WS-DATE-NUM
              COMPUTE WS-DAYS =
                 WS-ME-DAYNUM - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              IF WS-DAYS > 0
                 COMPUTE WS-ACCRUED ROUNDED =
                    WS-LN-OUTSTAND (WS-LN-IDX) * WS-LN-RATE (WS-LN-IDX)
                    * WS-DAYS / 365 / 100
                 IF WS-ACCRUED > 0
                    ADD 1 TO WS-CTL-LOAN-PROV
                    ADD WS-ACCRUED TO WS-TOT-LOAN-PROV
                    MOVE WS-LN-ACCT (WS-LN-IDX) TO WS-PV-ACCT-IN
                    MOVE "L"                    TO WS-PV-KIND-IN
                    MOVE WS-LOAN-GL             TO WS-PV-GL-IN
                    PERFORM RAISE-PROVISION-PARA
                 END-IF
              END-IF
           END-IF
           SET WS-LN-IDX UP BY 1.
            EXIT.

       RAISE-PROVISION-PARA.
           IF WS-PROV-COUNT >= 5000
              DISPLAY "PROVISION TABLE CAPACITY EXCEEDED AT 5000 - "
                      "RUN STOPPED"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-PROV-COUNT
           SET WS-PV-IDX TO WS-PROV-COUNT
           MOVE WS-PV-ACCT-IN TO WS-PV-ACCT (WS-PV-IDX)
           MOVE WS-PV-KIND-IN TO WS-PV-KIND (WS-PV-IDX)
           MOVE WS-PV-GL-IN   TO WS-PV-GL (WS-PV-IDX)
           MOVE WS-ACCRUED    TO WS-PV-AMT (WS-PV-IDX)
           MOVE WS-RUN-DATE   TO WS-PV-DATE (WS-PV-IDX)
           MOVE WS-NEXT-DATE  TO WS-PV-REV-DATE (WS-PV-IDX)
           MOVE "P"           TO WS-PV-STATUS (WS-PV-IDX)
           IF LEDGER-FILE-STATUS = "00"
              MOVE WS-PV-ACCT-IN TO LG-ACCT-NUM
              MOVE WS-ACCRUED    TO LG-OPEN-BALANCE
              MOVE WS-PV-GL-IN   TO LG-GL-CODE
              MOVE WS-RUN-DATE   TO LG-POST-DATE
              MOVE "INR"         TO LG-ORIG-CCY
              MOVE WS-ACCRUED    TO LG-ORIG-AMT
              MOVE "IPA"         TO LG-TXN-TYPE
              WRITE LEDGER-REC
           END-IF
           MOVE WS-PV-ACCT-IN TO WS-PD-ACCT
           MOVE WS-PV-GL-IN   TO WS-PD-GL
           MOVE WS-ACCRUED    TO WS-PD-AMT
           MOVE WS-NEXT-DATE  TO WS-PD-REV-DATE
           IF WS-PV-KIND-IN = "T"
              MOVE "TD INTEREST PAYABLE"      TO WS-PD-ACTION
           ELSE
              MOVE "LOAN INTEREST RECEIVABLE" TO WS-PD-ACTION
           END-IF
           WRITE PROVRPT-REC FROM WS-PROV-DETAIL.

       OPEN-LEDGER-PARA.
           OPEN EXTEND LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "35"
              OPEN OUTPUT LEDGER-FILE
              CLOSE LEDGER-FILE
              OPEN EXTEND LEDGER-FILE
           END-IF
           IF LEDGER-FILE-STATUS NOT = "00"
              DISPLAY "LEDGER FEED OPEN FAILED, STATUS="
                      LEDGER-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           END-IF.

       REWRITE-PROVISIONS-PARA.
           OPEN OUTPUT PROV-FILE
           IF PROV-FILE-STATUS NOT = "00"
              DISPLAY "PROVISION REGISTER REWRITE FAILED, STATUS="
                      PROV-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-PV-IDX TO 1
              PERFORM UNTIL WS-PV-IDX > WS-PROV-COUNT
                 MOVE WS-PV-ACCT (WS-PV-IDX)     TO WS-PL-ACCT
                 MOVE WS-PV-KIND (WS-PV-IDX)     TO WS-PL-KIND
                 MOVE WS-PV-GL (WS-PV-IDX)       TO WS-PL-GL
                 MOVE WS-PV-AMT (WS-PV-IDX)      TO WS-PL-AMT
                 MOVE WS-PV-DATE (WS-PV-IDX)     TO WS-PL-DATE
                 MOVE WS-PV-REV-DATE (WS-PV-IDX) TO WS-PL-REV-DATE
                 MOVE WS-PV-STATUS (WS-PV-IDX)   TO WS-PL-STATUS
                 WRITE PROV-REC FROM WS-PROV-LINE
                 SET WS-PV-IDX UP BY 1
              END-PERFORM
              CLOSE PROV-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "INTPROV"          TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-REVERSED    TO WS-OPL-IN-COUNT
           COMPUTE WS-OPL-OUT-COUNT =
                   WS-CTL-TD-PROV + WS-CTL-LOAN-PROV
           MOVE 0                  TO WS-OPL-REJ-COUNT
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
