       IDENTIFICATION DIVISION.
       PROGRAM-ID. rdcollect.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RDMST-FILE  ASSIGN TO "RD-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RDMST-FILE-STATUS.

           SELECT RDSCH-FILE  ASSIGN TO "RD-SCHEDULE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RDSCH-FILE-STATUS.

           SELECT ACCTBAL-FILE  ASSIGN TO "ACCT-BALANCE.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BAL-ACCT-NUM
                               FILE STATUS IS ACCTBAL-FILE-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO "ACCOUNT-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AM-ACCT-NUM
                               ALTERNATE RECORD KEY IS AM-PAN
                                  WITH DUPLICATES
                               FILE STATUS IS ACCTMST-FILE-STATUS.

           SELECT LIEN-FILE  ASSIGN TO "LIEN-FILE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LIEN-FILE-STATUS.

           SELECT PRODMST-FILE ASSIGN TO "PRODUCT-MASTER.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PRODMST-FILE-STATUS.

           SELECT RDTXN-FILE  ASSIGN TO "RD-COLLECT-TXNS.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RDTXN-FILE-STATUS.

           SELECT LEDGER-FILE  ASSIGN TO "LEDGER-INTERFACE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LEDGER-FILE-STATUS.

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
       FD   RDMST-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RDMST-REC               PIC X(120).

       FD   RDSCH-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RDSCH-REC               PIC X(80).

       FD   PRODMST-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PRODMST-REC             PIC X(40).

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
          COPY ACCTBAL.

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   LIEN-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LIEN-REC                PIC X(80).

       FD   RDTXN-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RDTXN-REC               PIC X(40).

       FD   LEDGER-FILE  RECORD CONTAINS 56 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LEDGER-REC.
          COPY LEDGERIF.

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 RDMST-FILE-STATUS    PIC X(02).
       01 RDSCH-FILE-STATUS    PIC X(02).
       01 ACCTBAL-FILE-STATUS  PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 LIEN-FILE-STATUS     PIC X(02).
       01 WS-ACCTBAL-OPEN      PIC X(01) VALUE "N".
       01 WS-ACCTMST-OPEN      PIC X(01) VALUE "N".
       01 WS-DEBIT-OK          PIC X(01) VALUE "N".
       01 PRODMST-FILE-STATUS  PIC X(02).
       01 RDTXN-FILE-STATUS    PIC X(02).
       01 LEDGER-FILE-STATUS   PIC X(02).
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
       01 WS-DUE-NUM           PIC 9(08) VALUE 0.
       01 WS-DUE-SPLIT REDEFINES WS-DUE-NUM.
          05 WS-DUE-YY         PIC 9(04).
          05 WS-DUE-MM         PIC 9(02).
          05 WS-DUE-DD         PIC 9(02).
       01 WS-LATE-MONTHS       PIC S9(05) VALUE 0.

       01 WS-PRD-NAME-IN       PIC X(11) VALUE SPACES.
       01 WS-PRD-DIGIT-IN      PIC X(01) VALUE SPACES.
       01 WS-PRD-MINBAL-IN     PIC X(12) VALUE SPACES.
       01 WS-PRD-GL-IN         PIC X(06) VALUE SPACES.
       01 WS-PRD-RATE-IN       PIC X(06) VALUE SPACES.
       01 WS-PRD-FREQ-IN       PIC X(01) VALUE SPACES.
       01 WS-PRD-PENAL-IN      PIC X(06) VALUE SPACES.
       01 WS-RD-GL             PIC X(06) VALUE "GL4101".
       01 WS-LATE-PCT          PIC 9(02)V99 VALUE 1.50.

       01 WS-RD-TABLE.
          05 WS-RD-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RD-IDX.
             10 WS-RD-ACCT       PIC X(14).
             10 WS-RD-INSTALMENT PIC 9(07)V99.
             10 WS-RD-RATE       PIC 9(02)V99.
             10 WS-RD-TENURE     PIC 9(03).
             10 WS-RD-OPEN       PIC X(08).
             10 WS-RD-MATURITY   PIC X(08).
             10 WS-RD-LINKED     PIC X(14).
             10 WS-RD-PAID-CNT   PIC 9(03).
             10 WS-RD-MISSED-CNT PIC 9(03).
             10 WS-RD-PAID-AMT   PIC 9(09)V99.
             10 WS-RD-PENALTY    PIC 9(07)V99.
             10 WS-RD-STATUS     PIC X(01).
             10 WS-RD-DRAWN      PIC 9(09)V99.
       01 WS-RD-COUNT          PIC 9(04) VALUE 0.
       01 WS-RD-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-RD-IDX      PIC 9(04) VALUE 0.

       01 WS-RSCH-TABLE.
          05 WS-RS-ENTRY OCCURS 20000 TIMES INDEXED BY WS-RS-IDX.
             10 WS-RS-ACCT       PIC X(14).
             10 WS-RS-INST       PIC 9(03).
             10 WS-RS-DUE        PIC X(08).
             10 WS-RS-AMT        PIC 9(07)V99.
             10 WS-RS-STATUS     PIC X(01).
             10 WS-RS-PENALTY    PIC 9(07)V99.
             10 WS-RS-PAID-DATE  PIC X(08).
       01 WS-RSCH-COUNT        PIC 9(05) VALUE 0.

       01 WS-RM-ACCT-IN        PIC X(14).
       01 WS-RM-INST-IN        PIC X(10).
       01 WS-RM-RATE-IN        PIC X(05).
       01 WS-RM-TENURE-IN      PIC X(03).
       01 WS-RM-OPEN-IN        PIC X(08).
       01 WS-RM-MAT-IN         PIC X(08).
       01 WS-RM-LINKED-IN      PIC X(14).
       01 WS-RM-PAID-CNT-IN    PIC X(03).
       01 WS-RM-MISSED-IN      PIC X(03).
       01 WS-RM-PAID-AMT-IN    PIC X(12).
       01 WS-RM-PENALTY-IN     PIC X(10).
       01 WS-RM-STATUS-IN      PIC X(01).

       01 WS-RS-ACCT-IN        PIC X(14).
       01 WS-RS-INST-IN        PIC X(03).
       01 WS-RS-DUE-IN         PIC X(08).
       01 WS-RS-AMT-IN         PIC X(10).
       01 WS-RS-STATUS-IN      PIC X(01).
       01 WS-RS-PENALTY-IN     PIC X(10).
       01 WS-RS-PAID-DATE-IN   PIC X(08).

       01 WS-CTL-DUE           PIC 9(05) VALUE 0.
       01 WS-CTL-COLLECTED     PIC 9(05) VALUE 0.
       01 WS-CTL-MISSED        PIC 9(05) VALUE 0.
       01 WS-CTL-RECOVERED     PIC 9(05) VALUE 0.
       01 WS-CTL-RDTXNS        PIC 9(07) VALUE 0.
       01 WS-CURR-BAL          PIC S9(09)V99 VALUE 0.

       01 WS-LIEN-TABLE.
          05 WS-LI-ENTRY OCCURS 2000 TIMES INDEXED BY WS-LI-IDX.
             10 WS-LI-ACCT       PIC X(14).
             10 WS-LI-AMOUNT     PIC 9(09)V99.
             10 WS-LI-EXPIRY     PIC X(08).
       01 WS-LIEN-COUNT        PIC 9(04) VALUE 0.
       01 WS-LIEN-TOTAL        PIC 9(09)V99 VALUE 0.
       01 WS-HOLD-TOTAL        PIC 9(10)V99 VALUE 0.
       01 WS-LI-ACCT-IN        PIC X(14).
       01 WS-LI-AMOUNT-IN      PIC X(12).
       01 WS-LI-REASON-IN      PIC X(30).
       01 WS-LI-AUTH-IN        PIC X(12).
       01 WS-LI-EXPIRY-IN      PIC X(08).
       01 WS-TOT-COLLECTED     PIC 9(11)V99 VALUE 0.
       01 WS-TOT-PENALTY       PIC 9(11)V99 VALUE 0.

       01 WS-RDTXN-LINE.
          05 WS-RT-ACCT          PIC X(14).
          05 FILLER              PIC X(05) VALUE ",WDL,".
          05 WS-RT-AMT           PIC 9(09).99.

       01 WS-RDTXN-TRAILER.
          05 FILLER              PIC X(08) VALUE "TRAILER,".
          05 WS-RT-TRL-CNT       PIC 9(07).

       01 WS-RD-LINE.
          COPY RDMST.

       01 WS-RDSCH-LINE.
          COPY RDSCH.

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE RECURRING DEPOSIT COLLECTION PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           PERFORM LOAD-PRODUCT-MASTER-PARA.
           PERFORM LOAD-RD-PARA.
           PERFORM LOAD-RD-SCHEDULE-PARA.
           IF WS-RD-COUNT = 0
              DISPLAY "NO RECURRING DEPOSITS ON FILE, NOTHING TO "
                      "COLLECT"
              PERFORM APPEND-OPSLOG-PARA
              STOP RUN
           END-IF.
           PERFORM LOAD-LIENS-PARA.
           OPEN INPUT ACCTBAL-FILE.
           IF ACCTBAL-FILE-STATUS NOT = "00"
              DISPLAY "BALANCE FILE NOT AVAILABLE, STATUS="
                      ACCTBAL-FILE-STATUS
              DISPLAY "ALL DUE INSTALMENTS TREATED AS MISSED"
           ELSE
              MOVE "Y" TO WS-ACCTBAL-OPEN
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              DISPLAY "ALL DUE INSTALMENTS TREATED AS MISSED"
           ELSE
              MOVE "Y" TO WS-ACCTMST-OPEN
           END-IF.
           OPEN OUTPUT RDTXN-FILE.
           PERFORM OPEN-LEDGER-PARA.
           SET WS-RS-IDX TO 1.
           PERFORM COLLECT-ONE-PARA
                   UNTIL WS-RS-IDX > WS-RSCH-COUNT.
           MOVE WS-CTL-RDTXNS TO WS-RT-TRL-CNT.
           WRITE RDTXN-REC FROM WS-RDTXN-TRAILER.
           CLOSE RDTXN-FILE.
           IF LEDGER-FILE-STATUS = "00"
              CLOSE LEDGER-FILE
           END-IF.
           IF WS-ACCTBAL-OPEN = "Y"
              CLOSE ACCTBAL-FILE
           END-IF.
           IF WS-ACCTMST-OPEN = "Y"
              CLOSE ACCTMST-FILE
           END-IF.
           PERFORM REWRITE-RD-PARA.
           PERFORM REWRITE-RD-SCHEDULE-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "RD COLLECTION SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  INSTALMENTS DUE  : " WS-CTL-DUE.
           DISPLAY "  COLLECTED        : " WS-CTL-COLLECTED.
           DISPLAY "  MISSED           : " WS-CTL-MISSED.
           DISPLAY "  ARREARS RECOVERED: " WS-CTL-RECOVERED.
           DISPLAY "  AMOUNT COLLECTED : " WS-TOT-COLLECTED.
           DISPLAY "  LATE PENALTY     : " WS-TOT-PENALTY.

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

       LOAD-PRODUCT-MASTER-PARA.
           OPEN INPUT PRODMST-FILE
           IF PRODMST-FILE-STATUS = "00"
              PERFORM UNTIL PRODMST-FILE-STATUS NOT = "00"
                 READ PRODMST-FILE
                   AT END
                     MOVE "10" TO PRODMST-FILE-STATUS
                   NOT AT END
                     MOVE SPACES TO WS-PRD-PENAL-IN
                     UNSTRING PRODMST-REC DELIMITED BY ","
                     INTO     WS-PRD-NAME-IN
                              WS-PRD-DIGIT-IN
                              WS-PRD-MINBAL-IN
                              WS-PRD-GL-IN
                              WS-PRD-RATE-IN
                              WS-PRD-FREQ-IN
                              WS-PRD-PENAL-IN
                     END-UNSTRING
                     IF WS-PRD-NAME-IN = "RECURDEP"
                        MOVE WS-PRD-GL-IN TO WS-RD-GL
                        IF WS-PRD-PENAL-IN NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(WS-PRD-PENAL-IN)
                               = 0
                           COMPUTE WS-LATE-PCT =
                                   FUNCTION NUMVAL(WS-PRD-PENAL-IN)
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODMST-FILE
           ELSE
              DISPLAY "PRODUCT MASTER NOT FOUND, USING BUILT-IN "
                      "LATE PAYMENT PENALTY"
           END-IF.

       LOAD-RD-PARA.
           MOVE 0 TO WS-RD-COUNT
           OPEN INPUT RDMST-FILE
           IF RDMST-FILE-STATUS = "00"
              PERFORM UNTIL RDMST-FILE-STATUS NOT = "00"
                 READ RDMST-FILE
                   AT END
                     MOVE "10" TO RDMST-FILE-STATUS
                   NOT AT END
                     IF WS-RD-COUNT >= 2000
                        DISPLAY "RD REGISTER TABLE CAPACITY "
                                "EXCEEDED AT 2000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-RD-COUNT
                     SET WS-RD-IDX TO WS-RD-COUNT
                     UNSTRING RDMST-REC DELIMITED BY ","
                     INTO  WS-RM-ACCT-IN
                           WS-RM-INST-IN
                           WS-RM-RATE-IN
                           WS-RM-TENURE-IN
                           WS-RM-OPEN-IN
                           WS-RM-MAT-IN
                           WS-RM-LINKED-IN
                           WS-RM-PAID-CNT-IN
                           WS-RM-MISSED-IN
                           WS-RM-PAID-AMT-IN
                           WS-RM-PENALTY-IN
                           WS-RM-STATUS-IN
                     END-UNSTRING
                     MOVE WS-RM-ACCT-IN TO WS-RD-ACCT (WS-RD-IDX)
                     COMPUTE WS-RD-INSTALMENT (WS-RD-IDX) =
                             FUNCTION NUMVAL(WS-RM-INST-IN)
                     COMPUTE WS-RD-RATE (WS-RD-IDX) =
                             FUNCTION NUMVAL(WS-RM-RATE-IN)
                     COMPUTE WS-RD-TENURE (WS-RD-IDX) =
                             FUNCTION NUMVAL(WS-RM-TENURE-IN)
                     MOVE WS-RM-OPEN-IN TO WS-RD-OPEN (WS-RD-IDX)
                     MOVE WS-RM-MAT-IN  TO WS-RD-MATURITY (WS-RD-IDX)
                     MOVE WS-RM-LINKED-IN
                          TO WS-RD-LINKED (WS-RD-IDX)
                     COMPUTE WS-RD-PAID-CNT (WS-RD-IDX) =
                             FUNCTION NUMVAL(WS-RM-PAID-CNT-IN)
                     COMPUTE WS-RD-MISSED-CNT (WS-RD-IDX) =
                             FUNCTION NUMVAL(WS-RM-MISSED-IN)
                     COMPUTE WS-RD-PAID-AMT (WS-RD-IDX) =
                             FUNCTION NUMVAL(WS-RM-PAID-AMT-IN)
                     COMPUTE WS-RD-PENALTY (WS-RD-IDX) =
                             FUNCTION NUMVAL(WS-RM-PENALTY-IN)
                     MOVE WS-RM-STATUS-IN
                          TO WS-RD-STATUS (WS-RD-IDX)
                     MOVE 0 TO WS-RD-DRAWN (WS-RD-IDX)
                 END-READ
              END-PERFORM
              CLOSE RDMST-FILE
           ELSE
              DISPLAY "RECURRING DEPOSIT REGISTER NOT FOUND"
           END-IF.

       LOAD-RD-SCHEDULE-PARA.
           MOVE 0 TO WS-RSCH-COUNT
           OPEN INPUT RDSCH-FILE
           IF RDSCH-FILE-STATUS = "00"
              PERFORM UNTIL RDSCH-FILE-STATUS NOT = "00"
                 READ RDSCH-FILE
                   AT END
                     MOVE "10" TO RDSCH-FILE-STATUS
                   NOT AT END
                     IF WS-RSCH-COUNT >= 20000
                        DISPLAY "RD SCHEDULE TABLE CAPACITY EXCEEDED "
                                "AT 20000 ROWS - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-RSCH-COUNT
                     SET WS-RS-IDX TO WS-RSCH-COUNT
                     UNSTRING RDSCH-REC DELIMITED BY ","
                     INTO  WS-RS-ACCT-IN
                           WS-RS-INST-IN
                           WS-RS-DUE-IN
                           WS-RS-AMT-IN
                           WS-RS-STATUS-IN
                           WS-RS-PENALTY-IN
                           WS-RS-PAID-DATE-IN
                     END-UNSTRING
                     MOVE WS-RS-ACCT-IN TO WS-RS-ACCT (WS-RS-IDX)
                     COMPUTE WS-RS-INST (WS-RS-IDX) =
                             FUNCTION NUMVAL(WS-RS-INST-IN)
                     MOVE WS-RS-DUE-IN  TO WS-RS-DUE (WS-RS-IDX)
                     COMPUTE WS-RS-AMT (WS-RS-IDX) =
                             FUNCTION NUMVAL(WS-RS-AMT-IN)
                     MOVE WS-RS-STATUS-IN
                          TO WS-RS-STATUS (WS-RS-IDX)
                     COMPUTE WS-RS-PENALTY (WS-RS-IDX) =
                             FUNCTION NUMVAL(WS-RS-PENALTY-IN)
                     MOVE WS-RS-PAID-DATE-IN
                          TO WS-RS-PAID-DATE (WS-RS-IDX)
                 END-READ
              END-PERFORM
              CLOSE RDSCH-FILE
           ELSE
              DISPLAY "RECURRING DEPOSIT SCHEDULE NOT FOUND"
           END-IF.

       COLLECT-ONE-PARA.
           PERFORM FIND-RD-PARA
           IF WS-RD-FOUND = "Y"
              AND WS-RD-STATUS (WS-FOUND-RD-IDX) = "A"
              IF WS-RS-STATUS (WS-RS-IDX) = "O"
                 PERFORM COMPUTE-PENALTY-PARA
                 PERFORM RECOVER-MISSED-PARA
              END-IF
              IF WS-RS-STATUS (WS-RS-IDX) = "D"
                 AND WS-RS-DUE (WS-RS-IDX) <= WS-RUN-DATE
                 ADD 1 TO WS-CTL-DUE
                 PERFORM COLLECT-INSTALMENT-PARA
              END-IF
           END-IF
           SET WS-RS-IDX UP BY 1.
            EXIT.

       FIND-RD-PARA.
           MOVE "N" TO WS-RD-FOUND
           SET WS-RD-IDX TO 1
           PERFORM UNTIL WS-RD-IDX > WS-RD-COUNT
                      OR WS-RD-FOUND = "Y"
              IF WS-RD-ACCT (WS-RD-IDX) = WS-RS-ACCT (WS-RS-IDX)
                 MOVE "Y" TO WS-RD-FOUND
                 SET WS-FOUND-RD-IDX TO WS-RD-IDX
              END-IF
              SET WS-RD-IDX UP BY 1
           END-PERFORM.

       GET-BALANCE-PARA.
           SET WS-RD-IDX TO WS-FOUND-RD-IDX
           MOVE 0 TO WS-CURR-BAL
           MOVE "N" TO WS-DEBIT-OK
           IF WS-ACCTMST-OPEN = "Y"
              MOVE WS-RD-LINKED (WS-RD-IDX) TO AM-ACCT-NUM
              READ ACCTMST-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF AM-STATUS NOT = "C" AND AM-STATUS NOT = "F"
                     AND AM-STATUS NOT = "M" AND AM-STATUS NOT = "U"
                     AND AM-STATUS NOT = "K" AND AM-STATUS NOT = "S"
                     MOVE "Y" TO WS-DEBIT-OK
                  END-IF
              END-READ
           END-IF
           IF WS-DEBIT-OK = "Y" AND WS-ACCTBAL-OPEN = "Y"
              MOVE WS-RD-LINKED (WS-RD-IDX) TO BAL-ACCT-NUM
              READ ACCTBAL-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  PERFORM COMPUTE-AVAIL-PARA
              END-READ
           END-IF
           SUBTRACT WS-RD-DRAWN (WS-RD-IDX) FROM WS-CURR-BAL.

       COMPUTE-AVAIL-PARA.
           MOVE 0 TO WS-LIEN-TOTAL
           SET WS-LI-IDX TO 1
           PERFORM UNTIL WS-LI-IDX > WS-LIEN-COUNT
              IF WS-LI-ACCT (WS-LI-IDX) = BAL-ACCT-NUM
                 AND (WS-LI-EXPIRY (WS-LI-IDX) = SPACES
                      OR WS-LI-EXPIRY (WS-LI-IDX) >= WS-RUN-DATE)
                 ADD WS-LI-AMOUNT (WS-LI-IDX) TO WS-LIEN-TOTAL
              END-IF
              SET WS-LI-IDX UP BY 1
           END-PERFORM
           COMPUTE WS-HOLD-TOTAL = WS-LIEN-TOTAL + BAL-UNCLEARED
           IF WS-HOLD-TOTAL > BAL-CURR-BAL
              MOVE 0 TO WS-CURR-BAL
           ELSE
              COMPUTE WS-CURR-BAL = BAL-CURR-BAL - WS-HOLD-TOTAL
           END-IF.

       LOAD-LIENS-PARA.
           MOVE 0 TO WS-LIEN-COUNT
           OPEN INPUT LIEN-FILE
           IF LIEN-FILE-STATUS = "00"
              PERFORM UNTIL LIEN-FILE-STATUS NOT = "00"
                 READ LIEN-FILE
                   AT END
                     MOVE "10" TO LIEN-FILE-STATUS
                   NOT AT END
                     IF WS-LIEN-COUNT >= 2000
                        DISPLAY "LIEN REGISTER TABLE CAPACITY "
                                "EXCEEDED AT 2000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-LIEN-COUNT
                     SET WS-LI-IDX TO WS-LIEN-COUNT
                     MOVE SPACES TO WS-LI-EXPIRY-IN
                     UNSTRING LIEN-REC DELIMITED BY ","
                     INTO  WS-LI-ACCT-IN
                           WS-LI-AMOUNT-IN
                           WS-LI-REASON-IN
                           WS-LI-AUTH-IN
                           WS-LI-EXPIRY-IN
                     END-UNSTRING
                     MOVE WS-LI-ACCT-IN
                          TO WS-LI-ACCT (WS-LI-IDX)
                     COMPUTE WS-LI-AMOUNT (WS-LI-IDX) =
                             FUNCTION NUMVAL(WS-LI-AMOUNT-IN)
                     MOVE WS-LI-EXPIRY-IN
                          TO WS-LI-EXPIRY (WS-LI-IDX)
                 END-READ
              END-PERFORM
              CLOSE LIEN-FILE
           END-IF.

       WRITE-DEBIT-PARA.
           ADD 1 TO WS-CTL-RDTXNS
           MOVE WS-RD-LINKED (WS-RD-IDX) TO WS-RT-ACCT
           WRITE RDTXN-REC FROM WS-RDTXN-LINE.

       COMPUTE-PENALTY-PARA.
           MOVE WS-RS-DUE (WS-RS-IDX) TO WS-DUE-NUM
           COMPUTE WS-LATE-MONTHS =
                   (WS-RUN-YY * 12 + WS-RUN-MM)
                 - (WS-DUE-YY * 12 + WS-DUE-MM)
           IF WS-LATE-MONTHS < 1
              MOVE 1 TO WS-LATE-MONTHS
           END-IF
           COMPUTE WS-RS-PENALTY (WS-RS-IDX) ROUNDED =
                   WS-RS-AMT (WS-RS-IDX) * WS-LATE-PCT / 100
                 * WS-LATE-MONTHS.

       COLLECT-INSTALMENT-PARA.
           PERFORM GET-BALANCE-PARA
           IF WS-CURR-BAL >= WS-RS-AMT (WS-RS-IDX)
              ADD 1 TO WS-CTL-COLLECTED
              PERFORM BOOK-INSTALMENT-PARA
           ELSE
              ADD 1 TO WS-CTL-MISSED
              MOVE "O" TO WS-RS-STATUS (WS-RS-IDX)
              ADD 1 TO WS-RD-MISSED-CNT (WS-RD-IDX)
           END-IF.

       RECOVER-MISSED-PARA.
           PERFORM GET-BALANCE-PARA
           IF WS-CURR-BAL >=
              WS-RS-AMT (WS-RS-IDX) + WS-RS-PENALTY (WS-RS-IDX)
              ADD 1 TO WS-CTL-RECOVERED
              IF WS-RS-PENALTY (WS-RS-IDX) > 0
                 MOVE WS-RS-PENALTY (WS-RS-IDX) TO WS-RT-AMT
                 PERFORM WRITE-DEBIT-PARA
                 ADD WS-RS-PENALTY (WS-RS-IDX)
                  TO WS-RD-DRAWN (WS-RD-IDX)
                 ADD WS-RS-PENALTY (WS-RS-IDX)
                  TO WS-RD-PENALTY (WS-RD-IDX)
                 ADD WS-RS-PENALTY (WS-RS-IDX) TO WS-TOT-PENALTY
                 IF LEDGER-FILE-STATUS = "00"
                    MOVE WS-RD-ACCT (WS-RD-IDX)    TO LG-ACCT-NUM
                    MOVE WS-RS-PENALTY (WS-RS-IDX) TO LG-OPEN-BALANCE
                    MOVE "GL5001"                  TO LG-GL-CODE
                    MOVE WS-RUN-DATE               TO LG-POST-DATE
                    MOVE "INR"                     TO LG-ORIG-CCY
                    MOVE WS-RS-PENALTY (WS-RS-IDX) TO LG-ORIG-AMT
                    MOVE "RDP"                     TO LG-TXN-TYPE
                    WRITE LEDGER-REC
                 END-IF
              END-IF
              IF WS-RD-MISSED-CNT (WS-RD-IDX) > 0
                 SUBTRACT 1 FROM WS-RD-MISSED-CNT (WS-RD-IDX)
              END-IF
              PERFORM BOOK-INSTALMENT-PARA
           END-IF.

       BOOK-INSTALMENT-PARA.
           MOVE WS-RS-AMT (WS-RS-IDX) TO WS-RT-AMT
           PERFORM WRITE-DEBIT-PARA
           ADD WS-RS-AMT (WS-RS-IDX) TO WS-RD-DRAWN (WS-RD-IDX)
           ADD WS-RS-AMT (WS-RS-IDX) TO WS-RD-PAID-AMT (WS-RD-IDX)
           ADD WS-RS-AMT (WS-RS-IDX) TO WS-TOT-COLLECTED
           ADD 1 TO WS-RD-PAID-CNT (WS-RD-IDX)
           MOVE "P" TO WS-RS-STATUS (WS-RS-IDX)
           MOVE WS-RUN-DATE TO WS-RS-PAID-DATE (WS-RS-IDX)
           IF LEDGER-FILE-STATUS = "00"
              MOVE WS-RD-ACCT (WS-RD-IDX) TO LG-ACCT-NUM
              MOVE WS-RS-AMT (WS-RS-IDX)  TO LG-OPEN-BALANCE
              MOVE WS-RD-GL               TO LG-GL-CODE
              MOVE WS-RUN-DATE            TO LG-POST-DATE
              MOVE "INR"                  TO LG-ORIG-CCY
              MOVE WS-RS-AMT (WS-RS-IDX)  TO LG-ORIG-AMT
              MOVE "RDC"                  TO LG-TXN-TYPE
              WRITE LEDGER-REC
           END-IF.

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

       REWRITE-RD-PARA.
           OPEN OUTPUT RDMST-FILE
           IF RDMST-FILE-STATUS NOT = "00"
              DISPLAY "RD REGISTER REWRITE FAILED, STATUS="
                      RDMST-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-RD-IDX TO 1
              PERFORM UNTIL WS-RD-IDX > WS-RD-COUNT
                 MOVE WS-RD-ACCT (WS-RD-IDX)       TO RD-ACCT
                 MOVE WS-RD-INSTALMENT (WS-RD-IDX) TO RD-INSTALMENT
                 MOVE WS-RD-RATE (WS-RD-IDX)       TO RD-RATE
                 MOVE WS-RD-TENURE (WS-RD-IDX)     TO RD-TENURE
                 MOVE WS-RD-OPEN (WS-RD-IDX)       TO RD-OPEN
                 MOVE WS-RD-MATURITY (WS-RD-IDX)   TO RD-MATURITY
                 MOVE WS-RD-LINKED (WS-RD-IDX)     TO RD-LINKED
                 MOVE WS-RD-PAID-CNT (WS-RD-IDX)   TO RD-PAID-CNT
                 MOVE WS-RD-MISSED-CNT (WS-RD-IDX) TO RD-MISSED-CNT
                 MOVE WS-RD-PAID-AMT (WS-RD-IDX)   TO RD-PAID-AMT
                 MOVE WS-RD-PENALTY (WS-RD-IDX)    TO RD-PENALTY
                 MOVE WS-RD-STATUS (WS-RD-IDX)     TO RD-STATUS
                 WRITE RDMST-REC FROM WS-RD-LINE
                 SET WS-RD-IDX UP BY 1
              END-PERFORM
              CLOSE RDMST-FILE
           END-IF.

       REWRITE-RD-SCHEDULE-PARA.
           OPEN OUTPUT RDSCH-FILE
           IF RDSCH-FILE-STATUS NOT = "00"
              DISPLAY "RD SCHEDULE REWRITE FAILED, STATUS="
                      RDSCH-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-RS-IDX TO 1
              PERFORM UNTIL WS-RS-IDX > WS-RSCH-COUNT
                 MOVE WS-RS-ACCT (WS-RS-IDX)      TO RS-ACCT
                 MOVE WS-RS-INST (WS-RS-IDX)      TO RS-INST
                 MOVE WS-RS-DUE (WS-RS-IDX)       TO RS-DUE
                 MOVE WS-RS-AMT (WS-RS-IDX)       TO RS-AMT
                 MOVE WS-RS-STATUS (WS-RS-IDX)    TO RS-STATUS
                 MOVE WS-RS-PENALTY (WS-RS-IDX)   TO RS-PENALTY
                 MOVE WS-RS-PAID-DATE (WS-RS-IDX) TO RS-PAID-DATE
                 WRITE RDSCH-REC FROM WS-RDSCH-LINE
                 SET WS-RS-IDX UP BY 1
              END-PERFORM
              CLOSE RDSCH-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "RDCOLLECT"        TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-DUE         TO WS-OPL-IN-COUNT
           MOVE WS-CTL-COLLECTED   TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-MISSED      TO WS-OPL-REJ-COUNT
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
