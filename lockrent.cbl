       IDENTIFICATION DIVISION.
       PROGRAM-ID. lockrent.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKER-FILE ASSIGN TO "LOCKER-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LOCKER-FILE-STATUS.

           SELECT RENT-FILE   ASSIGN TO "LOCKER-RENT-SCHEDULE.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RENT-FILE-STATUS.

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

           SELECT LIEN-FILE  ASSIGN TO "LIEN-FILE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LIEN-FILE-STATUS.

           SELECT RENTTXN-FILE ASSIGN TO "LOCKER-RENT-TXNS.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RENTTXN-FILE-STATUS.

           SELECT LEDGER-FILE  ASSIGN TO "LEDGER-INTERFACE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT RENTRPT-FILE ASSIGN TO "LOCKER-RENT.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RENTRPT-FILE-STATUS.

           SELECT BRKRPT-FILE  ASSIGN TO "LOCKER-BREAKOPEN.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS BRKRPT-FILE-STATUS.

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
       FD   LOCKER-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOCKER-REC              PIC X(100).

       FD   RENT-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RENT-REC                PIC X(30).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
          COPY ACCTBAL.

       FD   LIEN-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LIEN-REC                PIC X(80).

       FD   RENTTXN-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RENTTXN-REC             PIC X(60).

       FD   LEDGER-FILE  RECORD CONTAINS 56 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LEDGER-REC.
          COPY LEDGERIF.

       FD   RENTRPT-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RENTRPT-REC             PIC X(120).

       FD   BRKRPT-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 BRKRPT-REC              PIC X(120).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 LOCKER-FILE-STATUS   PIC X(02).
       01 RENT-FILE-STATUS     PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 ACCTBAL-FILE-STATUS  PIC X(02).
       01 LIEN-FILE-STATUS     PIC X(02).
       01 WS-ACCTBAL-OPEN      PIC X(01) VALUE "N".
       01 RENTTXN-FILE-STATUS  PIC X(02).
       01 LEDGER-FILE-STATUS   PIC X(02).
       01 RENTRPT-FILE-STATUS  PIC X(02).
       01 BRKRPT-FILE-STATUS   PIC X(02).
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
       01 WS-GST-RATE          PIC 9(02)V99 VALUE 18.00.
       01 WS-RENT-GL           PIC X(06) VALUE "GL5006".
       01 WS-BREAK-OPEN-DAYS   PIC 9(05) VALUE 1095.
       01 EOF                  PIC X(01) VALUE "N".

       01 WS-RENT-TABLE.
          05 WS-RT-ENTRY OCCURS 10 TIMES INDEXED BY WS-RT-IDX.
             10 WS-RT-SIZE       PIC X(01).
             10 WS-RT-RENT       PIC 9(07)V99.
       01 WS-RENT-COUNT        PIC 9(02) VALUE 0.
       01 WS-RT-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-RT-IDX      PIC 9(02) VALUE 0.
       01 WS-RT-SIZE-IN        PIC X(01).
       01 WS-RT-RENT-IN        PIC X(12).

       01 WS-LOCKER-TABLE.
          05 WS-LK-ENTRY OCCURS 20000 TIMES INDEXED BY WS-LK-IDX.
             10 WS-LK-BRANCH     PIC X(03).
             10 WS-LK-NUMBER     PIC X(06).
             10 WS-LK-SIZE       PIC X(01).
             10 WS-LK-STATUS     PIC X(01).
             10 WS-LK-HIRER-ACCT PIC X(14).
             10 WS-LK-NOMINEE    PIC X(30).
             10 WS-LK-ALLOT-DATE PIC X(08).
             10 WS-LK-DUE-DATE   PIC X(08).
             10 WS-LK-ARREARS    PIC 9(07)V99.
             10 WS-LK-LAST-ACCESS PIC X(08).
       01 WS-LOCKER-COUNT      PIC 9(05) VALUE 0.

       01 WS-LK-BRANCH-IN      PIC X(03).
       01 WS-LK-NUMBER-IN      PIC X(06).
       01 WS-LK-SIZE-IN        PIC X(01).
       01 WS-LK-STATUS-IN      PIC X(01).
       01 WS-LK-HIRER-IN       PIC X(14).
       01 WS-LK-NOMINEE-IN     PIC X(30).
       01 WS-LK-ALLOT-IN       PIC X(08).
       01 WS-LK-DUE-IN         PIC X(08).
       01 WS-LK-ARREARS-IN     PIC X(10).
       01 WS-LK-ACCESS-IN      PIC X(08).

       01 WS-NEXT-DUE          PIC 9(08) VALUE 0.
       01 WS-NEXT-DUE-R REDEFINES WS-NEXT-DUE.
          05 WS-ND-YYYY        PIC 9(04).
          05 WS-ND-MMDD        PIC 9(04).
       01 WS-DUE-NUM           PIC 9(08) VALUE 0.
       01 WS-YEARS-DUE         PIC 9(03) VALUE 0.
       01 WS-RENT-AMT          PIC 9(07)V99 VALUE 0.
       01 WS-GST-AMT           PIC 9(07)V99 VALUE 0.
       01 WS-RENT-TOTAL        PIC 9(08)V99 VALUE 0.
       01 WS-CURR-BAL          PIC 9(09)V99 VALUE 0.
       01 WS-UNCLEARED         PIC 9(09)V99 VALUE 0.

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
       01 WS-ACCT-OK           PIC X(01) VALUE "N".
       01 WS-DAYS-OVERDUE      PIC S9(07) VALUE 0.

       01 WS-CTL-DUE           PIC 9(07) VALUE 0.
       01 WS-CTL-COLLECTED     PIC 9(07) VALUE 0.
       01 WS-CTL-OVERDUE       PIC 9(07) VALUE 0.
       01 WS-CTL-BREAK-OPEN    PIC 9(07) VALUE 0.
       01 WS-CTL-NO-RATE       PIC 9(07) VALUE 0.
       01 WS-TOT-RENT          PIC 9(11)V99 VALUE 0.
       01 WS-TOT-GST           PIC 9(11)V99 VALUE 0.
       01 WS-TOT-ARREARS       PIC 9(11)V99 VALUE 0.

       01 WS-LOCKER-LINE.
          COPY LOCKER.

       01 WS-RENTTXN-LINE.
          05 WS-RX-ACCT          PIC X(14).
          05 FILLER              PIC X(05) VALUE ",WDL,".
          05 WS-RX-AMT           PIC 9(09).99.

       01 WS-RENTTXN-TRAILER.
          05 FILLER              PIC X(08) VALUE "TRAILER,".
          05 WS-RX-TRL-CNT       PIC 9(07).

       01 WH-RENTRPT-HDR1.
          05 FILLER PIC X(25) VALUE "LOCKER RENT RUN - ".
          05 WS-RH-DATE          PIC X(08).
       01 WH-RENTRPT-HDR2.
          05 FILLER PIC X(08) VALUE "BRANCH".
          05 FILLER PIC X(08) VALUE "LOCKER".
          05 FILLER PIC X(06) VALUE "SIZE".
          05 FILLER PIC X(16) VALUE "HIRER ACCOUNT".
          05 FILLER PIC X(07) VALUE "YEARS".
          05 FILLER PIC X(13) VALUE "RENT".
          05 FILLER PIC X(13) VALUE "GST".
          05 FILLER PIC X(10) VALUE "DUE FROM".
          05 FILLER PIC X(20) VALUE "RESULT".
       01 WS-RENTRPT-DETAIL.
          05 WS-RD-BRANCH        PIC X(03).
          05 FILLER              PIC X(05) VALUE SPACES.
          05 WS-RD-NUMBER        PIC X(06).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-RD-SIZE          PIC X(01).
          05 FILLER              PIC X(05) VALUE SPACES.
          05 WS-RD-ACCT          PIC X(14).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-RD-YEARS         PIC ZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-RD-RENT          PIC ZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-RD-GST           PIC ZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-RD-DUE           PIC X(08).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-RD-RESULT        PIC X(20).
       01 WS-RENTRPT-TOTAL.
          05 FILLER              PIC X(20).
          05 WS-RR-AMT           PIC ZZZZZZZZZ9.99.

       01 WH-BRKRPT-HDR1.
          05 FILLER PIC X(32) VALUE "LOCKER BREAK-OPEN NOTICES - ".
          05 WS-BKH-DATE         PIC X(08).
       01 WH-BRKRPT-HDR2.
          05 FILLER PIC X(08) VALUE "BRANCH".
          05 FILLER PIC X(08) VALUE "LOCKER".
          05 FILLER PIC X(16) VALUE "HIRER ACCOUNT".
          05 FILLER PIC X(32) VALUE "NOMINEE".
          05 FILLER PIC X(10) VALUE "DUE FROM".
          05 FILLER PIC X(10) VALUE "DAYS".
          05 FILLER PIC X(13) VALUE "ARREARS".
          05 FILLER PIC X(10) VALUE "LAST SEEN".
       01 WS-BRKRPT-DETAIL.
          05 WS-BK-BRANCH        PIC X(03).
          05 FILLER              PIC X(05) VALUE SPACES.
          05 WS-BK-NUMBER        PIC X(06).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BK-ACCT          PIC X(14).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BK-NOMINEE       PIC X(30).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BK-DUE           PIC X(08).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BK-DAYS          PIC ZZZZZZ9.
          05 FILLER              PIC X(03) VALUE SPACES.
          05 WS-BK-ARREARS       PIC ZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BK-ACCESS        PIC X(08).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE LOCKER RENT PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           PERFORM LOAD-RENT-SCHEDULE-PARA.
           IF WS-RENT-COUNT = 0
              DISPLAY "NO LOCKER RENT SCHEDULE, NO RENT RUN"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-LOCKERS-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-LIENS-PARA.
           OPEN INPUT ACCTBAL-FILE.
           IF ACCTBAL-FILE-STATUS = "00"
              MOVE "Y" TO WS-ACCTBAL-OPEN
           ELSE
              DISPLAY "BALANCE FILE NOT AVAILABLE, STATUS="
                      ACCTBAL-FILE-STATUS
              DISPLAY "OPENING DEPOSITS USED AS CURRENT BALANCES"
           END-IF.
           OPEN OUTPUT RENTTXN-FILE.
           IF RENTTXN-FILE-STATUS NOT = "00"
              DISPLAY "RENT FEED OPEN FAILED, STATUS="
                      RENTTXN-FILE-STATUS
              CLOSE ACCTMST-FILE
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RENTRPT-FILE.
           OPEN OUTPUT BRKRPT-FILE.
           OPEN EXTEND LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "35"
              OPEN OUTPUT LEDGER-FILE
              CLOSE LEDGER-FILE
              OPEN EXTEND LEDGER-FILE
           END-IF.
           MOVE WS-RUN-DATE TO WS-RH-DATE WS-BKH-DATE.
           WRITE RENTRPT-REC FROM WH-RENTRPT-HDR1.
           WRITE RENTRPT-REC FROM WH-RENTRPT-HDR2.
           WRITE BRKRPT-REC FROM WH-BRKRPT-HDR1.
           WRITE BRKRPT-REC FROM WH-BRKRPT-HDR2.
           SET WS-LK-IDX TO 1.
           PERFORM UNTIL WS-LK-IDX > WS-LOCKER-COUNT
              IF WS-LK-STATUS (WS-LK-IDX) = "A"
                 OR WS-LK-STATUS (WS-LK-IDX) = "O"
                 PERFORM RENT-ONE-PARA
              END-IF
              SET WS-LK-IDX UP BY 1
           END-PERFORM.
           MOVE WS-CTL-COLLECTED TO WS-RX-TRL-CNT.
           WRITE RENTTXN-REC FROM WS-RENTTXN-TRAILER.
           MOVE "RENT COLLECTED     :" TO WS-RENTRPT-TOTAL(1:20).
           MOVE WS-TOT-RENT TO WS-RR-AMT.
           WRITE RENTRPT-REC FROM WS-RENTRPT-TOTAL.
           MOVE "GST COLLECTED      :" TO WS-RENTRPT-TOTAL(1:20).
           MOVE WS-TOT-GST TO WS-RR-AMT.
           WRITE RENTRPT-REC FROM WS-RENTRPT-TOTAL.
           MOVE "RENT OVERDUE       :" TO WS-RENTRPT-TOTAL(1:20).
           MOVE WS-TOT-ARREARS TO WS-RR-AMT.
           WRITE RENTRPT-REC FROM WS-RENTRPT-TOTAL.
           IF WS-CTL-BREAK-OPEN = 0
              MOVE "  NO LOCKERS DUE FOR BREAK-OPEN NOTICE"
                TO BRKRPT-REC
              WRITE BRKRPT-REC
           END-IF.
           CLOSE LEDGER-FILE.
           CLOSE BRKRPT-FILE.
           CLOSE RENTRPT-FILE.
           CLOSE RENTTXN-FILE.
           IF WS-ACCTBAL-OPEN = "Y"
              CLOSE ACCTBAL-FILE
           END-IF.
           CLOSE ACCTMST-FILE.
           PERFORM REWRITE-LOCKERS-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "LOCKER RENT SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  LOCKERS WITH RENT DUE : " WS-CTL-DUE.
           DISPLAY "  RENT COLLECTED        : " WS-CTL-COLLECTED.
           DISPLAY "  RENT AMOUNT           : " WS-TOT-RENT.
           DISPLAY "  GST                   : " WS-TOT-GST.
           DISPLAY "  MARKED OVERDUE        : " WS-CTL-OVERDUE.
           DISPLAY "  NO RENT FOR SIZE      : " WS-CTL-NO-RATE.
           DISPLAY "  BREAK-OPEN NOTICES    : " WS-CTL-BREAK-OPEN.

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

       LOAD-RENT-SCHEDULE-PARA.
           MOVE 0 TO WS-RENT-COUNT
           OPEN INPUT RENT-FILE
           IF RENT-FILE-STATUS = "00"
              PERFORM UNTIL RENT-FILE-STATUS NOT = "00"
                 READ RENT-FILE
                   AT END
                     MOVE "10" TO RENT-FILE-STATUS
                   NOT AT END
                     IF RENT-REC(1:4) NOT = "SIZE"
                        AND WS-RENT-COUNT < 10
                        UNSTRING RENT-REC DELIMITED BY ","
                        INTO     WS-RT-SIZE-IN
                                 WS-RT-RENT-IN
                        END-UNSTRING
                        IF FUNCTION TEST-NUMVAL(WS-RT-RENT-IN) = 0
                           ADD 1 TO WS-RENT-COUNT
                           SET WS-RT-IDX TO WS-RENT-COUNT
                           MOVE WS-RT-SIZE-IN TO WS-RT-SIZE (WS-RT-IDX)
                           COMPUTE WS-RT-RENT (WS-RT-IDX) =
                                   FUNCTION NUMVAL(WS-RT-RENT-IN)
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE RENT-FILE
           END-IF.

       LOAD-LOCKERS-PARA.
           MOVE 0 TO WS-LOCKER-COUNT
           OPEN INPUT LOCKER-FILE
           IF LOCKER-FILE-STATUS = "00"
              PERFORM UNTIL LOCKER-FILE-STATUS NOT = "00"
                 READ LOCKER-FILE
                   AT END
                     MOVE "10" TO LOCKER-FILE-STATUS
                   NOT AT END
                     IF WS-LOCKER-COUNT >= 20000
                        DISPLAY "LOCKER TABLE CAPACITY "
                                "EXCEEDED AT 20000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-LOCKER-COUNT
                     SET WS-LK-IDX TO WS-LOCKER-COUNT
                     UNSTRING LOCKER-REC DELIMITED BY ","
                     INTO  WS-LK-BRANCH-IN
                           WS-LK-NUMBER-IN
                           WS-LK-SIZE-IN
                           WS-LK-STATUS-IN
                           WS-LK-HIRER-IN
                           WS-LK-NOMINEE-IN
                           WS-LK-ALLOT-IN
                           WS-LK-DUE-IN
                           WS-LK-ARREARS-IN
                           WS-LK-ACCESS-IN
                     END-UNSTRING
                     MOVE WS-LK-BRANCH-IN TO WS-LK-BRANCH (WS-LK-IDX)
                     MOVE WS-LK-NUMBER-IN TO WS-LK-NUMBER (WS-LK-IDX)
                     MOVE WS-LK-SIZE-IN   TO WS-LK-SIZE (WS-LK-IDX)
                     MOVE WS-LK-STATUS-IN TO WS-LK-STATUS (WS-LK-IDX)
                     MOVE WS-LK-HIRER-IN
                          TO WS-LK-HIRER-ACCT (WS-LK-IDX)
                     MOVE WS-LK-NOMINEE-IN
                          TO WS-LK-NOMINEE (WS-LK-IDX)
                     MOVE WS-LK-ALLOT-IN
                          TO WS-LK-ALLOT-DATE (WS-LK-IDX)
                     MOVE WS-LK-DUE-IN TO WS-LK-DUE-DATE (WS-LK-IDX)
                     COMPUTE WS-LK-ARREARS (WS-LK-IDX) =
                             FUNCTION NUMVAL(WS-LK-ARREARS-IN)
                     MOVE WS-LK-ACCESS-IN
                          TO WS-LK-LAST-ACCESS (WS-LK-IDX)
                 END-READ
              END-PERFORM
              CLOSE LOCKER-FILE
           ELSE
              DISPLAY "NO LOCKER MASTER, NO RENT DUE"
           END-IF.

       RENT-ONE-PARA.
           IF WS-LK-DUE-DATE (WS-LK-IDX) NUMERIC
              AND WS-LK-DUE-DATE (WS-LK-IDX) NOT > WS-RUN-DATE
              ADD 1 TO WS-CTL-DUE
              PERFORM COUNT-YEARS-DUE-PARA
              PERFORM FIND-RENT-PARA
              IF WS-RT-FOUND NOT = "Y"
                 ADD 1 TO WS-CTL-NO-RATE
                 DISPLAY "NO RENT SCHEDULED FOR LOCKER SIZE "
                         WS-LK-SIZE (WS-LK-IDX) ": "
                         WS-LK-BRANCH (WS-LK-IDX) "/"
                         WS-LK-NUMBER (WS-LK-IDX)
              ELSE
                 SET WS-RT-IDX TO WS-FOUND-RT-IDX
                 COMPUTE WS-RENT-AMT =
                         WS-RT-RENT (WS-RT-IDX) * WS-YEARS-DUE
                 COMPUTE WS-GST-AMT ROUNDED =
                         WS-RENT-AMT * WS-GST-RATE / 100
                 COMPUTE WS-RENT-TOTAL = WS-RENT-AMT + WS-GST-AMT
                 PERFORM CHECK-HIRER-PARA
                 IF WS-ACCT-OK = "Y"
                    AND WS-RENT-TOTAL NOT > WS-CURR-BAL
                    PERFORM COLLECT-RENT-PARA
                 ELSE
                    PERFORM MARK-OVERDUE-PARA
                 END-IF
              END-IF
           END-IF.

       COUNT-YEARS-DUE-PARA.
           MOVE 0 TO WS-YEARS-DUE
           MOVE WS-LK-DUE-DATE (WS-LK-IDX) TO WS-NEXT-DUE
           PERFORM UNTIL WS-NEXT-DUE > WS-RUN-DATE-NUM
              ADD 1 TO WS-YEARS-DUE
              ADD 1 TO WS-ND-YYYY
              IF WS-ND-MMDD = 0229
                 MOVE 0228 TO WS-ND-MMDD
              END-IF
           END-PERFORM.

       FIND-RENT-PARA.
           MOVE "N" TO WS-RT-FOUND
           SET WS-RT-IDX TO 1
           PERFORM UNTIL WS-RT-IDX > WS-RENT-COUNT
                      OR WS-RT-FOUND = "Y"
              IF WS-RT-SIZE (WS-RT-IDX) = WS-LK-SIZE (WS-LK-IDX)
                 MOVE "Y" TO WS-RT-FOUND
                 SET WS-FOUND-RT-IDX TO WS-RT-IDX
              END-IF
              SET WS-RT-IDX UP BY 1
           END-PERFORM.

       CHECK-HIRER-PARA.
           MOVE "Y" TO WS-ACCT-OK
           MOVE 0 TO WS-CURR-BAL WS-UNCLEARED
           MOVE WS-LK-HIRER-ACCT (WS-LK-IDX) TO AM-ACCT-NUM
           READ ACCTMST-FILE
             INVALID KEY
               MOVE "N" TO WS-ACCT-OK
             NOT INVALID KEY
               IF AM-STATUS NOT = "O"
                  MOVE "N" TO WS-ACCT-OK
               END-IF
               MOVE AM-DEPOSIT TO WS-CURR-BAL
           END-READ
           IF WS-ACCT-OK = "Y" AND WS-ACCTBAL-OPEN = "Y"
              MOVE AM-ACCT-NUM TO BAL-ACCT-NUM
              READ ACCTBAL-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE BAL-CURR-BAL  TO WS-CURR-BAL
                  MOVE BAL-UNCLEARED TO WS-UNCLEARED
              END-READ
           END-IF
           PERFORM COMPUTE-AVAIL-PARA.

       COMPUTE-AVAIL-PARA.
           MOVE 0 TO WS-LIEN-TOTAL
           SET WS-LI-IDX TO 1
           PERFORM UNTIL WS-LI-IDX > WS-LIEN-COUNT
              IF WS-LI-ACCT (WS-LI-IDX) = AM-ACCT-NUM
                 AND (WS-LI-EXPIRY (WS-LI-IDX) = SPACES
                      OR WS-LI-EXPIRY (WS-LI-IDX) >= WS-RUN-DATE)
                 ADD WS-LI-AMOUNT (WS-LI-IDX) TO WS-LIEN-TOTAL
              END-IF
              SET WS-LI-IDX UP BY 1
           END-PERFORM
           COMPUTE WS-HOLD-TOTAL = WS-LIEN-TOTAL + WS-UNCLEARED
           IF WS-HOLD-TOTAL > WS-CURR-BAL
              MOVE 0 TO WS-CURR-BAL
           ELSE
              SUBTRACT WS-HOLD-TOTAL FROM WS-CURR-BAL
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

       COLLECT-RENT-PARA.
           ADD 1 TO WS-CTL-COLLECTED
           ADD WS-RENT-AMT TO WS-TOT-RENT
           ADD WS-GST-AMT  TO WS-TOT-GST
           MOVE WS-LK-HIRER-ACCT (WS-LK-IDX) TO WS-RX-ACCT
           MOVE WS-RENT-TOTAL TO WS-RX-AMT
           WRITE RENTTXN-REC FROM WS-RENTTXN-LINE
           MOVE WS-LK-HIRER-ACCT (WS-LK-IDX) TO LG-ACCT-NUM
           MOVE WS-RENT-AMT  TO LG-OPEN-BALANCE
           MOVE WS-RENT-GL   TO LG-GL-CODE
           MOVE WS-RUN-DATE  TO LG-POST-DATE
           MOVE "INR"        TO LG-ORIG-CCY
           MOVE WS-RENT-AMT  TO LG-ORIG-AMT
           MOVE "FEE"        TO LG-TXN-TYPE
           WRITE LEDGER-REC
           IF WS-GST-AMT > 0
              MOVE WS-LK-HIRER-ACCT (WS-LK-IDX) TO LG-ACCT-NUM
              MOVE WS-GST-AMT  TO LG-OPEN-BALANCE
              MOVE "GL5002"    TO LG-GL-CODE
              MOVE WS-RUN-DATE TO LG-POST-DATE
              MOVE "INR"       TO LG-ORIG-CCY
              MOVE WS-GST-AMT  TO LG-ORIG-AMT
              MOVE "GST"       TO LG-TXN-TYPE
              WRITE LEDGER-REC
           END-IF
           MOVE "RENT COLLECTED" TO WS-RD-RESULT
           PERFORM WRITE-RENT-LINE-PARA
           MOVE WS-NEXT-DUE TO WS-LK-DUE-DATE (WS-LK-IDX)
           MOVE "A" TO WS-LK-STATUS (WS-LK-IDX)
           MOVE 0 TO WS-LK-ARREARS (WS-LK-IDX).

       MARK-OVERDUE-PARA.
           ADD 1 TO WS-CTL-OVERDUE
           MOVE "O" TO WS-LK-STATUS (WS-LK-IDX)
           MOVE WS-RENT-TOTAL TO WS-LK-ARREARS (WS-LK-IDX)
           ADD WS-RENT-TOTAL TO WS-TOT-ARREARS
           IF WS-ACCT-OK NOT = "Y"
              MOVE "OVERDUE - ACCT N/A" TO WS-RD-RESULT
           ELSE
              MOVE "OVERDUE - NO FUNDS" TO WS-RD-RESULT
           END-IF
           PERFORM WRITE-RENT-LINE-PARA
           MOVE WS-LK-DUE-DATE (WS-LK-IDX) TO WS-DUE-NUM
           COMPUTE WS-DAYS-OVERDUE =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-DUE-NUM)
           IF WS-DAYS-OVERDUE > WS-BREAK-OPEN-DAYS
              ADD 1 TO WS-CTL-BREAK-OPEN
              MOVE WS-LK-BRANCH (WS-LK-IDX)      TO WS-BK-BRANCH
              MOVE WS-LK-NUMBER (WS-LK-IDX)      TO WS-BK-NUMBER
              MOVE WS-LK-HIRER-ACCT (WS-LK-IDX)  TO WS-BK-ACCT
              MOVE WS-LK-NOMINEE (WS-LK-IDX)     TO WS-BK-NOMINEE
              MOVE WS-LK-DUE-DATE (WS-LK-IDX)    TO WS-BK-DUE
              MOVE WS-DAYS-OVERDUE               TO WS-BK-DAYS
              MOVE WS-LK-ARREARS (WS-LK-IDX)     TO WS-BK-ARREARS
              MOVE WS-LK-LAST-ACCESS (WS-LK-IDX) TO WS-BK-ACCESS
              WRITE BRKRPT-REC FROM WS-BRKRPT-DETAIL
           END-IF.

       WRITE-RENT-LINE-PARA.
           MOVE WS-LK-BRANCH (WS-LK-IDX)     TO WS-RD-BRANCH
           MOVE WS-LK-NUMBER (WS-LK-IDX)     TO WS-RD-NUMBER
           MOVE WS-LK-SIZE (WS-LK-IDX)       TO WS-RD-SIZE
           MOVE WS-LK-HIRER-ACCT (WS-LK-IDX) TO WS-RD-ACCT
           MOVE WS-YEARS-DUE                 TO WS-RD-YEARS
           MOVE WS-RENT-AMT                  TO WS-RD-RENT
           MOVE WS-GST-AMT                   TO WS-RD-GST
           MOVE WS-LK-DUE-DATE (WS-LK-IDX)   TO WS-RD-DUE
           WRITE RENTRPT-REC FROM WS-RENTRPT-DETAIL.

       REWRITE-LOCKERS-PARA.
           OPEN OUTPUT LOCKER-FILE
           IF LOCKER-FILE-STATUS NOT = "00"
              DISPLAY "LOCKER MASTER REWRITE FAILED, STATUS="
                      LOCKER-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-LK-IDX TO 1
              PERFORM UNTIL WS-LK-IDX > WS-LOCKER-COUNT
                 MOVE WS-LK-BRANCH (WS-LK-IDX)      TO LK-BRANCH
                 MOVE WS-LK-NUMBER (WS-LK-IDX)      TO LK-NUMBER
                 MOVE WS-LK-SIZE (WS-LK-IDX)        TO LK-SIZE
                 MOVE WS-LK-STATUS (WS-LK-IDX)      TO LK-STATUS
                 MOVE WS-LK-HIRER-ACCT (WS-LK-IDX)  TO LK-HIRER-ACCT
                 MOVE WS-LK-NOMINEE (WS-LK-IDX)     TO LK-NOMINEE
                 MOVE WS-LK-ALLOT-DATE (WS-LK-IDX)  TO LK-ALLOT-DATE
                 MOVE WS-LK-DUE-DATE (WS-LK-IDX)    TO LK-DUE-DATE
                 MOVE WS-LK-ARREARS (WS-LK-IDX)     TO LK-ARREARS
                 MOVE WS-LK-LAST-ACCESS (WS-LK-IDX) TO LK-LAST-ACCESS
                 WRITE LOCKER-REC FROM WS-LOCKER-LINE
                 SET WS-LK-IDX UP BY 1
              END-PERFORM
              CLOSE LOCKER-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "LOCKRENT"         TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-DUE         TO WS-OPL-IN-COUNT
           MOVE WS-CTL-COLLECTED   TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-OVERDUE     TO WS-OPL-REJ-COUNT
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
