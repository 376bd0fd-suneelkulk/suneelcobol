       IDENTIFICATION DIVISION.
       PROGRAM-ID. npaclass.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMST-FILE ASSIGN TO "LOAN-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LOANMST-FILE-STATUS.

           SELECT LOANSCH-FILE ASSIGN TO "LOAN-SCHEDULE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LOANSCH-FILE-STATUS.

           SELECT PROVRT-FILE  ASSIGN TO "PROVISION-RATES.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PROVRT-FILE-STATUS.

           SELECT LEDGER-FILE  ASSIGN TO "LEDGER-INTERFACE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT NPARPT-FILE  ASSIGN TO "NPA-PROVISION.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS NPARPT-FILE-STATUS.

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
       FD   LOANMST-FILE  RECORD CONTAINS 200 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANMST-REC             PIC X(200).

       FD   LOANSCH-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANSCH-REC             PIC X(120).

       FD   PROVRT-FILE  RECORD CONTAINS 20 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PROVRT-REC              PIC X(20).

       FD   LEDGER-FILE  RECORD CONTAINS 56 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LEDGER-REC.
          COPY LEDGERIF.

       FD   NPARPT-FILE  RECORD CONTAINS 110 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 NPARPT-REC              PIC X(110).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 LOANMST-FILE-STATUS  PIC X(02).
       01 LOANSCH-FILE-STATUS  PIC X(02).
       01 PROVRT-FILE-STATUS   PIC X(02).
       01 LEDGER-FILE-STATUS   PIC X(02).
       01 NPARPT-FILE-STATUS   PIC X(02).
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
       01 WS-RUN-DAYNUM        PIC 9(07) VALUE 0.

       01 WS-RATE-STD          PIC 9(03)V99 VALUE 0.40.
       01 WS-RATE-SUB          PIC 9(03)V99 VALUE 15.00.
       01 WS-RATE-DBT          PIC 9(03)V99 VALUE 40.00.
       01 WS-RATE-LOSS         PIC 9(03)V99 VALUE 100.00.
       01 WS-PR-CLASS-IN       PIC X(01).
       01 WS-PR-RATE-IN        PIC X(07).
       01 WS-PR-RATE           PIC 9(03)V99 VALUE 0.
       01 WS-SUB-DAYS          PIC 9(04) VALUE 365.
       01 WS-DBT-DAYS          PIC 9(04) VALUE 1460.

       01 WS-LOAN-TABLE.
          05 WS-LN-ENTRY OCCURS 1000 TIMES INDEXED BY WS-LN-IDX.
             10 WS-LN-ACCT       PIC X(14).
             10 WS-LN-SAVINGS    PIC X(14).
             10 WS-LN-PRINCIPAL  PIC 9(09)V99.
             10 WS-LN-RATE       PIC 9(02)V99.
             10 WS-LN-TERM       PIC 9(03).
             10 WS-LN-EMI        PIC 9(09)V99.
             10 WS-LN-OPEN       PIC X(08).
             10 WS-LN-OUTSTAND   PIC 9(09)V99.
             10 WS-LN-OVERDUE    PIC 9(03).
             10 WS-LN-STATUS     PIC X(01).
             10 WS-LN-CLASS      PIC X(01).
             10 WS-LN-NPA-DATE   PIC X(08).
             10 WS-LN-PROV       PIC 9(09)V99.
             10 WS-LN-SUSP       PIC 9(09)V99.
             10 WS-LN-CLOSE-DATE PIC X(08).
             10 WS-LN-OLDEST-DUE PIC 9(08).
             10 WS-LN-OVD-AMT    PIC 9(09)V99.
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
       01 WS-LM-NPA-DATE-IN    PIC X(08).
       01 WS-LM-PROV-IN        PIC X(12).
       01 WS-LM-SUSP-IN        PIC X(12).
       01 WS-LM-CLOSE-IN       PIC X(08).

       01 WS-SC-ACCT-IN        PIC X(14).
       01 WS-SC-INST-IN        PIC X(03).
       01 WS-SC-DUE-IN         PIC X(08).
       01 WS-SC-EMI-IN         PIC X(12).
       01 WS-SC-PRIN-IN        PIC X(12).
       01 WS-SC-INT-IN         PIC X(12).
       01 WS-SC-STATUS-IN      PIC X(01).
       01 WS-DUE-NUM           PIC 9(08) VALUE 0.

       01 WS-DPD               PIC S9(05) VALUE 0.
       01 WS-NPA-DAYS          PIC S9(05) VALUE 0.
       01 WS-NPA-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-PREV-CLASS        PIC X(01).
       01 WS-REQUIRED          PIC 9(09)V99 VALUE 0.
       01 WS-MOVEMENT          PIC S9(09)V99 VALUE 0.
       01 WS-CLASS-NAME        PIC X(12).

       01 WS-CTL-LOANS         PIC 9(05) VALUE 0.
       01 WS-CTL-NEW-NPA       PIC 9(05) VALUE 0.
       01 WS-CTL-UPGRADED      PIC 9(05) VALUE 0.
       01 WS-CTL-LEDGER        PIC 9(05) VALUE 0.
       01 WS-TOT-PROV-ADD      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-PROV-REL      PIC 9(11)V99 VALUE 0.

       01 WS-CLASS-TOTALS.
          05 WS-CT-ENTRY OCCURS 4 TIMES INDEXED BY WS-CT-IDX.
             10 WS-CT-CODE       PIC X(01).
             10 WS-CT-NAME       PIC X(12).
             10 WS-CT-COUNT      PIC 9(05).
             10 WS-CT-OUTSTAND   PIC 9(11)V99.
             10 WS-CT-PROV       PIC 9(11)V99.
             10 WS-CT-RATE       PIC 9(03)V99.

       01 WS-LOAN-LINE.
          COPY LOANMST.

       01 WH-NPA-HDR1.
          05 FILLER PIC X(38)
                    VALUE "LOAN ASSET CLASSIFICATION AND PROVISIO".
          05 FILLER PIC X(08) VALUE "N AS AT ".
          05 WS-NH-DATE          PIC X(08).
       01 WH-NPA-HDR2.
          05 FILLER PIC X(16) VALUE "LOAN ACCOUNT".
          05 FILLER PIC X(14) VALUE "CLASS".
          05 FILLER PIC X(07) VALUE "DPD".
          05 FILLER PIC X(10) VALUE "NPA DATE".
          05 FILLER PIC X(15) VALUE "OUTSTANDING".
          05 FILLER PIC X(15) VALUE "PROVISION".
          05 FILLER PIC X(15) VALUE "MOVEMENT".
          05 FILLER PIC X(14) VALUE "INT SUSPENSE".
       01 WS-NPA-DETAIL.
          05 WS-ND-ACCT          PIC X(14).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ND-CLASS         PIC X(12).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ND-DPD           PIC ZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ND-NPA-DATE      PIC X(08).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ND-OUTSTAND      PIC ZZZZZZZZ9.99.
          05 FILLER              PIC X(03) VALUE SPACES.
          05 WS-ND-PROV          PIC ZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ND-MOVE          PIC -ZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ND-SUSP          PIC ZZZZZZZZ9.99.
       01 WH-NPA-SUM-HDR.
          05 FILLER PIC X(16) VALUE "ASSET CLASS".
          05 FILLER PIC X(08) VALUE "LOANS".
          05 FILLER PIC X(18) VALUE "OUTSTANDING".
          05 FILLER PIC X(08) VALUE "RATE %".
          05 FILLER PIC X(18) VALUE "PROVISION HELD".
       01 WS-NPA-SUMMARY.
          05 WS-NS-CLASS         PIC X(12).
          05 FILLER              PIC X(04) VALUE SPACES.
          05 WS-NS-COUNT         PIC ZZZZ9.
          05 FILLER              PIC X(03) VALUE SPACES.
          05 WS-NS-OUTSTAND      PIC ZZZZZZZZZZ9.99.
          05 FILLER              PIC X(04) VALUE SPACES.
          05 WS-NS-RATE          PIC ZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-NS-PROV          PIC ZZZZZZZZZZ9.99.
       01 WS-NPA-MOVE-LINE.
          05 FILLER PIC X(24) VALUE "PROVISION CHARGED    : ".
          05 WS-NM-ADD           PIC ZZZZZZZZZZ9.99.
          05 FILLER PIC X(24) VALUE "   PROVISION RELEASED: ".
          05 WS-NM-REL           PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE LOAN NPA CLASSIFICATION PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           PERFORM LOAD-PROVISION-RATES-PARA.
           PERFORM LOAD-LOANS-PARA.
           IF WS-LOAN-COUNT = 0
              DISPLAY "NO LOANS ON FILE, NOTHING TO CLASSIFY"
              PERFORM APPEND-OPSLOG-PARA
              STOP RUN
           END-IF.
           PERFORM SCAN-SCHEDULE-PARA.
           PERFORM OPEN-LEDGER-PARA.
           OPEN OUTPUT NPARPT-FILE.
           IF NPARPT-FILE-STATUS NOT = "00"
              DISPLAY "NPA REPORT OPEN FAILED, STATUS="
                      NPARPT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-NH-DATE.
           WRITE NPARPT-REC FROM WH-NPA-HDR1.
           WRITE NPARPT-REC FROM WH-NPA-HDR2.
           SET WS-LN-IDX TO 1.
           PERFORM CLASSIFY-LOAN-PARA
                   UNTIL WS-LN-IDX > WS-LOAN-COUNT.
           PERFORM WRITE-SUMMARY-PARA.
           CLOSE NPARPT-FILE.
           IF LEDGER-FILE-STATUS = "00"
              CLOSE LEDGER-FILE
           END-IF.
           PERFORM REWRITE-LOANS-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "NPA CLASSIFICATION SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  LOANS CLASSIFIED   : " WS-CTL-LOANS.
           DISPLAY "  NEWLY NPA          : " WS-CTL-NEW-NPA.
           DISPLAY "  UPGRADED TO STD    : " WS-CTL-UPGRADED.
           DISPLAY "  PROVISION CHARGED  : " WS-TOT-PROV-ADD.
           DISPLAY "  PROVISION RELEASED : " WS-TOT-PROV-REL.

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

       LOAD-PROVISION-RATES-PARA.
           OPEN INPUT PROVRT-FILE
           IF PROVRT-FILE-STATUS = "00"
              PERFORM UNTIL PROVRT-FILE-STATUS NOT = "00"
                 READ PROVRT-FILE
                   AT END
                     MOVE "10" TO PROVRT-FILE-STATUS
                   NOT AT END
                     UNSTRING PROVRT-REC DELIMITED BY ","
                     INTO  WS-PR-CLASS-IN
                           WS-PR-RATE-IN
                     END-UNSTRING
                     IF FUNCTION TEST-NUMVAL(WS-PR-RATE-IN) = 0
                        COMPUTE WS-PR-RATE =
                                FUNCTION NUMVAL(WS-PR-RATE-IN)
                        EVALUATE WS-PR-CLASS-IN
                           WHEN "S"
                              MOVE WS-PR-RATE TO WS-RATE-STD
                           WHEN "B"
                              MOVE WS-PR-RATE TO WS-RATE-SUB
                           WHEN "D"
                              MOVE WS-PR-RATE TO WS-RATE-DBT
                           WHEN "L"
                              MOVE WS-PR-RATE TO WS-RATE-LOSS
                        END-EVALUATE
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE PROVRT-FILE
           ELSE
              DISPLAY "PROVISION RATE FILE NOT FOUND, USING "
                      "POLICY DEFAULTS"
           END-IF
           MOVE "S"            TO WS-CT-CODE (1)
           MOVE "STANDARD"     TO WS-CT-NAME (1)
           MOVE WS-RATE-STD    TO WS-CT-RATE (1)
           MOVE "B"            TO WS-CT-CODE (2)
           MOVE "SUB-STANDARD" TO WS-CT-NAME (2)
           MOVE WS-RATE-SUB    TO WS-CT-RATE (2)
           MOVE "D"            TO WS-CT-CODE (3)
           MOVE "DOUBTFUL"     TO WS-CT-NAME (3)
           MOVE WS-RATE-DBT    TO WS-CT-RATE (3)
           MOVE "L"            TO WS-CT-CODE (4)
           MOVE "LOSS"         TO WS-CT-NAME (4)
           MOVE WS-RATE-LOSS   TO WS-CT-RATE (4)
           SET WS-CT-IDX TO 1
           PERFORM UNTIL WS-CT-IDX > 4
              MOVE 0 TO WS-CT-COUNT (WS-CT-IDX)
              MOVE 0 TO WS-CT-OUTSTAND (WS-CT-IDX)
              MOVE 0 TO WS-CT-PROV (WS-CT-IDX)
              SET WS-CT-IDX UP BY 1
           END-PERFORM.

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
                                    WS-LM-NPA-DATE-IN
                                    WS-LM-CLOSE-IN
                     MOVE "0" TO WS-LM-PROV-IN WS-LM-SUSP-IN
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
                           WS-LM-NPA-DATE-IN
                           WS-LM-PROV-IN
                           WS-LM-SUSP-IN
                           WS-LM-CLOSE-IN
                     END-UNSTRING
                     MOVE WS-LM-ACCT-IN
                          TO WS-LN-ACCT (WS-LN-IDX)
                     MOVE WS-LM-SAVINGS-IN
                          TO WS-LN-SAVINGS (WS-LN-IDX)
                     COMPUTE WS-LN-PRINCIPAL (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-PRIN-IN)
                     COMPUTE WS-LN-RATE (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-RATE-IN)
                     COMPUTE WS-LN-TERM (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-TERM-IN)
                     COMPUTE WS-LN-EMI (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-EMI-IN)
                     MOVE WS-LM-OPEN-IN
                          TO WS-LN-OPEN (WS-LN-IDX)
                     COMPUTE WS-LN-OUTSTAND (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-OUT-IN)
                     COMPUTE WS-LN-OVERDUE (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-OVER-IN)
                     MOVE WS-LM-STATUS-IN
                          TO WS-LN-STATUS (WS-LN-IDX)
                     IF WS-LM-CLASS-IN = SPACES
                        MOVE "S" TO WS-LN-CLASS (WS-LN-IDX)
                     ELSE
                        MOVE WS-LM-CLASS-IN
                             TO WS-LN-CLASS (WS-LN-IDX)
                     END-IF
                     IF WS-LM-NPA-DATE-IN = SPACES
                        MOVE "00000000" TO WS-LN-NPA-DATE (WS-LN-IDX)
                     ELSE
                        MOVE WS-LM-NPA-DATE-IN
                             TO WS-LN-NPA-DATE (WS-LN-IDX)
                     END-IF
                     COMPUTE WS-LN-PROV (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-PROV-IN)
                     COMPUTE WS-LN-SUSP (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-SUSP-IN)
                     IF WS-LM-CLOSE-IN = SPACES
                        MOVE "00000000" TO WS-LN-CLOSE-DATE (WS-LN-IDX)
                     ELSE
                        MOVE WS-LM-CLOSE-IN
                             TO WS-LN-CLOSE-DATE (WS-LN-IDX)
                     END-IF
                     MOVE 0 TO WS-LN-OLDEST-DUE (WS-LN-IDX)
                     MOVE 0 TO WS-LN-OVD-AMT (WS-LN-IDX)
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
                           WS-SC-EMI-IN
                           WS-SC-PRIN-IN
                           WS-SC-INT-IN
                           WS-SC-STATUS-IN
                     END-UNSTRING
                     IF WS-SC-STATUS-IN = "O"
                        PERFORM NOTE-OVERDUE-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE LOANSCH-FILE
           ELSE
              DISPLAY "LOAN SCHEDULE NOT FOUND, ALL LOANS TREATED "
                      "AS REGULAR"
           END-IF.

       NOTE-OVERDUE-PARA.
           PERFORM FIND-LOAN-PARA
           IF WS-LN-FOUND = "Y"
              SET WS-LN-IDX TO WS-FOUND-LN-IDX
              MOVE WS-SC-DUE-IN TO WS-DUE-NUM
              IF WS-LN-OLDEST-DUE (WS-LN-IDX) = 0
                 OR WS-DUE-NUM < WS-LN-OLDEST-DUE (WS-LN-IDX)
                 MOVE WS-DUE-NUM TO WS-LN-OLDEST-DUE (WS-LN-IDX)
              END-IF
              ADD FUNCTION NUMVAL(WS-SC-EMI-IN)
                  TO WS-LN-OVD-AMT (WS-LN-IDX)
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

       CLASSIFY-LOAN-PARA.
           ADD 1 TO WS-CTL-LOANS
           MOVE WS-LN-CLASS (WS-LN-IDX) TO WS-PREV-CLASS
           MOVE 0 TO WS-DPD
           IF WS-LN-OLDEST-DUE (WS-LN-IDX) > 0
              COMPUTE WS-DPD = WS-RUN-DAYNUM -
                 FUNCTION INTEGER-OF-DATE(WS-LN-OLDEST-DUE (WS-LN-IDX))
           END-IF
           IF WS-LN-STATUS (WS-LN-IDX) = "C"
              MOVE 0 TO WS-DPD
           END-IF
           IF WS-DPD > 90
              IF WS-LN-NPA-DATE (WS-LN-IDX) = "00000000"
                 COMPUTE WS-NPA-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(
                       WS-LN-OLDEST-DUE (WS-LN-IDX)) + 90)
                 MOVE WS-NPA-DATE-NUM TO WS-LN-NPA-DATE (WS-LN-IDX)
                 ADD 1 TO WS-CTL-NEW-NPA
              ELSE
                 MOVE WS-LN-NPA-DATE (WS-LN-IDX) TO WS-NPA-DATE-NUM
              END-IF
              COMPUTE WS-NPA-DAYS = WS-RUN-DAYNUM -
                      FUNCTION INTEGER-OF-DATE(WS-NPA-DATE-NUM)
              EVALUATE TRUE
                 WHEN WS-PREV-CLASS = "L"
                    MOVE "L" TO WS-LN-CLASS (WS-LN-IDX)
                 WHEN WS-NPA-DAYS <= WS-SUB-DAYS
                    MOVE "B" TO WS-LN-CLASS (WS-LN-IDX)
                 WHEN WS-NPA-DAYS <= WS-DBT-DAYS
                    MOVE "D" TO WS-LN-CLASS (WS-LN-IDX)
                 WHEN OTHER
                    MOVE "L" TO WS-LN-CLASS (WS-LN-IDX)
              END-EVALUATE
           ELSE
              IF WS-LN-OVERDUE (WS-LN-IDX) = 0
                 IF WS-PREV-CLASS = "B" OR "D" OR "L"
                    ADD 1 TO WS-CTL-UPGRADED
                 END-IF
                 MOVE "S"        TO WS-LN-CLASS (WS-LN-IDX)
                 MOVE "00000000" TO WS-LN-NPA-DATE (WS-LN-IDX)
              END-IF
           END-IF
           PERFORM COMPUTE-PROVISION-PARA
           PERFORM WRITE-DETAIL-PARA
           SET WS-LN-IDX UP BY 1.
            EXIT.

       COMPUTE-PROVISION-PARA.
           SET WS-CT-IDX TO 1
           PERFORM UNTIL WS-CT-IDX > 4
                      OR WS-CT-CODE (WS-CT-IDX) =
                         WS-LN-CLASS (WS-LN-IDX)
              SET WS-CT-IDX UP BY 1
           END-PERFORM
           IF WS-CT-IDX > 4
              SET WS-CT-IDX TO 1
           END-IF
           MOVE WS-CT-NAME (WS-CT-IDX) TO WS-CLASS-NAME
           IF WS-LN-STATUS (WS-LN-IDX) = "C"
              MOVE 0 TO WS-REQUIRED
           ELSE
              COMPUTE WS-REQUIRED ROUNDED =
                      WS-LN-OUTSTAND (WS-LN-IDX) *
                      WS-CT-RATE (WS-CT-IDX) / 100
              ADD 1 TO WS-CT-COUNT (WS-CT-IDX)
              ADD WS-LN-OUTSTAND (WS-LN-IDX)
                  TO WS-CT-OUTSTAND (WS-CT-IDX)
              ADD WS-REQUIRED TO WS-CT-PROV (WS-CT-IDX)
           END-IF
           COMPUTE WS-MOVEMENT = WS-REQUIRED - WS-LN-PROV (WS-LN-IDX)
           IF WS-MOVEMENT NOT = 0
              AND LEDGER-FILE-STATUS = "00"
              MOVE WS-LN-ACCT (WS-LN-IDX) TO LG-ACCT-NUM
              MOVE "GL6101"               TO LG-GL-CODE
              MOVE WS-RUN-DATE            TO LG-POST-DATE
              MOVE "INR"                  TO LG-ORIG-CCY
              IF WS-MOVEMENT > 0
                 MOVE WS-MOVEMENT         TO LG-OPEN-BALANCE
                 MOVE WS-MOVEMENT         TO LG-ORIG-AMT
                 MOVE "PRV"               TO LG-TXN-TYPE
                 ADD WS-MOVEMENT          TO WS-TOT-PROV-ADD
              ELSE
                 COMPUTE LG-OPEN-BALANCE = 0 - WS-MOVEMENT
                 COMPUTE LG-ORIG-AMT     = 0 - WS-MOVEMENT
                 MOVE "PRW"               TO LG-TXN-TYPE
                 SUBTRACT WS-MOVEMENT     FROM WS-TOT-PROV-REL
              END-IF
              WRITE LEDGER-REC
              ADD 1 TO WS-CTL-LEDGER
           END-IF
           MOVE WS-REQUIRED TO WS-LN-PROV (WS-LN-IDX).

       WRITE-DETAIL-PARA.
           IF WS-LN-STATUS (WS-LN-IDX) NOT = "C"
              OR WS-MOVEMENT NOT = 0
              MOVE WS-LN-ACCT (WS-LN-IDX)     TO WS-ND-ACCT
              MOVE WS-CLASS-NAME              TO WS-ND-CLASS
              MOVE WS-DPD                     TO WS-ND-DPD
              MOVE WS-LN-NPA-DATE (WS-LN-IDX) TO WS-ND-NPA-DATE
              MOVE WS-LN-OUTSTAND (WS-LN-IDX) TO WS-ND-OUTSTAND
              MOVE WS-REQUIRED                TO WS-ND-PROV
              MOVE WS-MOVEMENT                TO WS-ND-MOVE
              MOVE WS-LN-SUSP (WS-LN-IDX)     TO WS-ND-SUSP
              WRITE NPARPT-REC FROM WS-NPA-DETAIL
           END-IF.

       WRITE-SUMMARY-PARA.
           MOVE SPACES TO NPARPT-REC
           WRITE NPARPT-REC
           WRITE NPARPT-REC FROM WH-NPA-SUM-HDR
           SET WS-CT-IDX TO 1
           PERFORM UNTIL WS-CT-IDX > 4
              MOVE WS-CT-NAME (WS-CT-IDX)     TO WS-NS-CLASS
              MOVE WS-CT-COUNT (WS-CT-IDX)    TO WS-NS-COUNT
              MOVE WS-CT-OUTSTAND (WS-CT-IDX) TO WS-NS-OUTSTAND
              MOVE WS-CT-RATE (WS-CT-IDX)     TO WS-NS-RATE
              MOVE WS-CT-PROV (WS-CT-IDX)     TO WS-NS-PROV
              WRITE NPARPT-REC FROM WS-NPA-SUMMARY
              SET WS-CT-IDX UP BY 1
           END-PERFORM
           MOVE WS-TOT-PROV-ADD TO WS-NM-ADD
           MOVE WS-TOT-PROV-REL TO WS-NM-REL
           WRITE NPARPT-REC FROM WS-NPA-MOVE-LINE.

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

       REWRITE-LOANS-PARA.
           OPEN OUTPUT LOANMST-FILE
           IF LOANMST-FILE-STATUS NOT = "00"
              DISPLAY "LOAN MASTER REWRITE FAILED, STATUS="
                      LOANMST-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-LN-IDX TO 1
              PERFORM UNTIL WS-LN-IDX > WS-LOAN-COUNT
                 MOVE WS-LN-ACCT (WS-LN-IDX)      TO LN-ACCT
                 MOVE WS-LN-SAVINGS (WS-LN-IDX)   TO LN-SAVINGS
                 MOVE WS-LN-PRINCIPAL (WS-LN-IDX) TO LN-PRINCIPAL
                 MOVE WS-LN-RATE (WS-LN-IDX)      TO LN-RATE
                 MOVE WS-LN-TERM (WS-LN-IDX)      TO LN-TERM
                 MOVE WS-LN-EMI (WS-LN-IDX)       TO LN-EMI
                 MOVE WS-LN-OPEN (WS-LN-IDX)      TO LN-OPEN
                 MOVE WS-LN-OUTSTAND (WS-LN-IDX)  TO LN-OUTSTANDING
                 MOVE WS-LN-OVERDUE (WS-LN-IDX)   TO LN-OVERDUE
                 MOVE WS-LN-STATUS (WS-LN-IDX)    TO LN-STATUS
                 MOVE WS-LN-CLASS (WS-LN-IDX)     TO LN-ASSET-CLASS
                 MOVE WS-LN-NPA-DATE (WS-LN-IDX)  TO LN-NPA-DATE
                 MOVE WS-LN-PROV (WS-LN-IDX)      TO LN-PROVISION
                 MOVE WS-LN-SUSP (WS-LN-IDX)      TO LN-INT-SUSP
                 MOVE WS-LN-CLOSE-DATE (WS-LN-IDX) TO LN-CLOSE-DATE
                 WRITE LOANMST-REC FROM WS-LOAN-LINE
                 SET WS-LN-IDX UP BY 1
              END-PERFORM
              CLOSE LOANMST-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "NPACLASS"         TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-LOANS       TO WS-OPL-IN-COUNT
           MOVE WS-CTL-LEDGER      TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-NEW-NPA     TO WS-OPL-REJ-COUNT
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
