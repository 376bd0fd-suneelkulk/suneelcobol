       IDENTIFICATION DIVISION.
       PROGRAM-ID. chqoutw.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-FILE ASSIGN TO "CHQ-DEPOSITS.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS DEPOSIT-FILE-STATUS.

           SELECT OUTREG-FILE  ASSIGN TO "OUTWARD-CHQ.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS OUTREG-FILE-STATUS.

           SELECT PRESENT-FILE ASSIGN TO "CHQ-OUTWARD-PRESENT.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PRESENT-FILE-STATUS.

           SELECT OWRET-FILE   ASSIGN TO "CHQ-OUTWARD-RETURNS.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS OWRET-FILE-STATUS.

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

           SELECT TXNHIST-FILE  ASSIGN TO "TXN-HISTORY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TXNHIST-FILE-STATUS.

           SELECT TXNHISTX-FILE ASSIGN TO "TXN-HISTORY.IDX"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS TX-KEY
                               FILE STATUS IS TXNHISTX-FILE-STATUS.

           SELECT CHGTXN-FILE  ASSIGN TO "CHQ-RETCHG-TXNS.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CHGTXN-FILE-STATUS.

           SELECT LEDGER-FILE  ASSIGN TO "LEDGER-INTERFACE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT OWRPT-FILE   ASSIGN TO "CHQ-OUTWARD.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS OWRPT-FILE-STATUS.

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
       FD   DEPOSIT-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 DEPOSIT-REC             PIC X(60).

       FD   OUTREG-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OUTREG-REC              PIC X(80).

       FD   PRESENT-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PRESENT-REC             PIC X(60).

       FD   OWRET-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OWRET-REC               PIC X(60).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
          COPY ACCTBAL.

       FD   HOLIDAY-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 HOLIDAY-REC             PIC X(40).

       FD   TXNHIST-FILE  RECORD CONTAINS 84 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNHIST-REC             PIC X(84).

       FD   TXNHISTX-FILE  RECORD CONTAINS 83 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNHISTX-REC.
          COPY TXNHISTX.

       FD   CHGTXN-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CHGTXN-REC              PIC X(40).

       FD   LEDGER-FILE  RECORD CONTAINS 56 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LEDGER-REC.
          COPY LEDGERIF.

       FD   OWRPT-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OWRPT-REC               PIC X(100).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 DEPOSIT-FILE-STATUS  PIC X(02).
       01 OUTREG-FILE-STATUS   PIC X(02).
       01 PRESENT-FILE-STATUS  PIC X(02).
       01 OWRET-FILE-STATUS    PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 ACCTBAL-FILE-STATUS  PIC X(02).
       01 HOLIDAY-FILE-STATUS  PIC X(02).
       01 TXNHIST-FILE-STATUS  PIC X(02).
       01 TXNHISTX-FILE-STATUS PIC X(02).
       01 WS-IDX-SEQ           PIC 9(08) VALUE 0.
       01 CHGTXN-FILE-STATUS   PIC X(02).
       01 LEDGER-FILE-STATUS   PIC X(02).
       01 OWRPT-FILE-STATUS    PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.

       01 WS-HIST-LINE.
          COPY TXNHIST.

       01 WS-RUN-DATE          PIC X(08).
       01 WS-RUN-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-NEXT-DATE         PIC 9(08) VALUE 0.
       01 WS-NEXT-INT          PIC 9(08) VALUE 0.
       01 WS-PURGE-DATE        PIC 9(08) VALUE 0.
       01 WS-DOW               PIC 9(01) VALUE 0.
       01 WS-IS-WORKDAY        PIC X(01) VALUE "N".
       01 WS-GUARD             PIC 9(03) VALUE 0.
       01 EOF                  PIC X(01) VALUE "N".

       01 WS-HOL-DATE-IN       PIC X(08).
       01 WS-HOLIDAY-TABLE.
          05 WS-HOL-ENTRY OCCURS 200 TIMES INDEXED BY WS-HOL-IDX.
             10 WS-HOL-DATE      PIC X(08).
       01 WS-HOLIDAY-COUNT      PIC 9(03) VALUE 0.
       01 WS-HOL-HIT            PIC X(01) VALUE "N".

       01 WS-OUTWARD-TABLE.
          05 WS-OW-ENTRY OCCURS 10000 TIMES INDEXED BY WS-OW-IDX.
             10 WS-OW-ACCT       PIC X(14).
             10 WS-OW-CHQNO      PIC 9(06).
             10 WS-OW-DRAWEE     PIC X(11).
             10 WS-OW-AMT        PIC 9(09)V99.
             10 WS-OW-LODGE      PIC X(08).
             10 WS-OW-VALUE      PIC X(08).
             10 WS-OW-STATUS     PIC X(01).
             10 WS-OW-RET-CODE   PIC X(03).
       01 WS-OUTWARD-COUNT     PIC 9(05) VALUE 0.
       01 WS-OW-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-OW-IDX      PIC 9(05) VALUE 0.

       01 WS-OW-ACCT-IN        PIC X(14).
       01 WS-OW-CHQNO-IN       PIC X(06).
       01 WS-OW-DRAWEE-IN      PIC X(11).
       01 WS-OW-AMT-IN         PIC X(12).
       01 WS-OW-LODGE-IN       PIC X(08).
       01 WS-OW-VALUE-IN       PIC X(08).
       01 WS-OW-STATUS-IN      PIC X(01).
       01 WS-OW-RET-CODE-IN    PIC X(03).

       01 WS-DP-ACCT-IN        PIC X(14).
       01 WS-DP-CHQNO-IN       PIC X(06).
       01 WS-DP-AMOUNT-IN      PIC X(12).
       01 WS-DP-DRAWEE-IN      PIC X(11).

       01 WS-RN-CHQNO-IN       PIC X(06).
       01 WS-RN-DRAWEE-IN      PIC X(11).
       01 WS-RN-AMOUNT-IN      PIC X(12).
       01 WS-RN-ACCT-IN        PIC X(14).
       01 WS-RN-CODE-IN        PIC X(03).

       01 WS-CHQ-NO            PIC 9(06) VALUE 0.
       01 WS-CHQ-AMOUNT        PIC 9(09)V99 VALUE 0.
       01 WS-CHQ-VALID         PIC X(01) VALUE "Y".
       01 WS-ITEM-ACCT         PIC X(14) VALUE SPACES.
       01 WS-ITEM-DRAWEE       PIC X(11) VALUE SPACES.
       01 WS-EXC-CODE          PIC X(03) VALUE SPACES.
       01 WS-EXC-TEXT          PIC X(30) VALUE SPACES.
       01 WS-BAL-ON-FILE       PIC X(01) VALUE "N".
       01 WS-FREE-BAL          PIC S9(09)V99 VALUE 0.

       01 WS-RET-CHARGE        PIC 9(05)V99 VALUE 150.00.
       01 WS-GST-RATE          PIC 9(02)V99 VALUE 18.00.
       01 WS-GST-AMT           PIC 9(05)V99 VALUE 0.
       01 WS-CHARGE-TOTAL      PIC 9(06)V99 VALUE 0.

       01 WS-CTL-IN-COUNT      PIC 9(07) VALUE 0.
       01 WS-CTL-LODGED        PIC 9(07) VALUE 0.
       01 WS-CTL-REJECTED      PIC 9(07) VALUE 0.
       01 WS-CTL-RET-IN        PIC 9(07) VALUE 0.
       01 WS-CTL-RETURNED      PIC 9(07) VALUE 0.
       01 WS-CTL-UNMATCHED     PIC 9(07) VALUE 0.
       01 WS-CTL-CLEARED       PIC 9(07) VALUE 0.
       01 WS-CTL-CHARGED       PIC 9(07) VALUE 0.
       01 WS-CTL-UNCOLLECT     PIC 9(07) VALUE 0.
       01 WS-CTL-PURGED        PIC 9(07) VALUE 0.
       01 WS-TOT-PRESENTED     PIC 9(11)V99 VALUE 0.
       01 WS-TOT-CLEARED       PIC 9(11)V99 VALUE 0.
       01 WS-TOT-REVERSED      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-CHARGES       PIC 9(11)V99 VALUE 0.

       01 WS-REF-SEQ           PIC 9(07) VALUE 0.
       01 WS-POST-REF.
          05 WS-PR-CYCLE       PIC X(04).
          05 WS-PR-SOURCE      PIC X(01) VALUE "O".
          05 WS-PR-SEQ         PIC 9(07).
       01 WS-POST-TYPE         PIC X(03) VALUE SPACES.

       01 WS-TRAILER-LABEL     PIC X(07) VALUE SPACES.
       01 WS-TRAILER-COUNT-IN  PIC X(07) VALUE SPACES.
       01 WS-TRAILER-COUNT     PIC 9(07) VALUE 0.
       01 WS-TRAILER-EXPECT    PIC 9(07) VALUE 0.
       01 WS-TRAILER-REC       PIC X(60) VALUE SPACES.

       01 WS-OUTREG-LINE.
          COPY OUTCHQ.

       01 WH-PRESENT-HEADER.
          05 FILLER PIC X(40)
             VALUE "CHQ-NO,DRAWEE-IFSC,AMOUNT,PAYEE-ACCOUNT,".
          05 FILLER PIC X(09) VALUE "PRESENTED".

       01 WS-PRESENT-LINE.
          05 WS-PS-CHQNO         PIC 9(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PS-DRAWEE        PIC X(11).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PS-AMT           PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PS-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PS-DATE          PIC X(08).

       01 WS-PRESENT-TRAILER.
          05 FILLER              PIC X(08) VALUE "TRAILER,".
          05 WS-PS-TRL-CNT       PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PS-TRL-AMT       PIC 9(11).99.

       01 WS-CHGTXN-LINE.
          05 WS-CT-ACCT          PIC X(14).
          05 FILLER              PIC X(05) VALUE ",WDL,".
          05 WS-CT-AMT           PIC 9(09).99.

       01 WS-CHGTXN-TRAILER.
          05 FILLER              PIC X(08) VALUE "TRAILER,".
          05 WS-CT-TRL-CNT       PIC 9(07).

       01 WH-OWRPT-HDR1.
          05 FILLER PIC X(32) VALUE "OUTWARD CLEARING EXCEPTIONS - ".
          05 WS-OH-DATE          PIC X(08).
       01 WH-OWRPT-HDR2.
          05 FILLER PIC X(08) VALUE "CHQ-NO".
          05 FILLER PIC X(16) VALUE "PAYEE-ACCOUNT".
          05 FILLER PIC X(14) VALUE "AMOUNT".
          05 FILLER PIC X(13) VALUE "DRAWEE-BANK".
          05 FILLER PIC X(05) VALUE "CODE".
          05 FILLER PIC X(30) VALUE "EXCEPTION".

       01 WS-OWRPT-DETAIL.
          05 WS-OR-CHQNO         PIC 9(06).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-OR-ACCT          PIC X(14).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-OR-AMT           PIC ZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-OR-DRAWEE        PIC X(11).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-OR-CODE          PIC X(03).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-OR-TEXT          PIC X(30).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE OUTWARD CHEQUE CLEARING PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           PERFORM LOAD-HOLIDAYS-PARA.
           PERFORM NEXT-BUSINESS-DAY-PARA.
           PERFORM LOAD-OUTWARD-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OPEN-ACCTBAL-FILE-PARA.
           PERFORM OPEN-TXNHIST-FILE-PARA.
           PERFORM OPEN-TXNHISTX-FILE-PARA.
           PERFORM OPEN-LEDGER-PARA.
           OPEN OUTPUT CHGTXN-FILE.
           OPEN OUTPUT OWRPT-FILE.
           MOVE WS-RUN-DATE TO WS-OH-DATE.
           WRITE OWRPT-REC FROM WH-OWRPT-HDR1.
           WRITE OWRPT-REC FROM WH-OWRPT-HDR2.
           PERFORM TAKE-RETURNS-PARA.
           SET WS-OW-IDX TO 1.
           PERFORM RELEASE-ONE-PARA
                   UNTIL WS-OW-IDX > WS-OUTWARD-COUNT.
           PERFORM TAKE-DEPOSITS-PARA.
           MOVE WS-CTL-CHARGED TO WS-CT-TRL-CNT.
           WRITE CHGTXN-REC FROM WS-CHGTXN-TRAILER.
           CLOSE OWRPT-FILE.
           CLOSE CHGTXN-FILE.
           IF LEDGER-FILE-STATUS = "00"
              CLOSE LEDGER-FILE
           END-IF.
           CLOSE TXNHIST-FILE.
           CLOSE TXNHISTX-FILE.
           CLOSE ACCTBAL-FILE.
           CLOSE ACCTMST-FILE.
           PERFORM REWRITE-OUTWARD-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "OUTWARD CLEARING SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  CHEQUES DEPOSITED: " WS-CTL-IN-COUNT.
           DISPLAY "  CHEQUES LODGED   : " WS-CTL-LODGED.
           DISPLAY "  LODGEMENTS REJ   : " WS-CTL-REJECTED.
           DISPLAY "  AMOUNT PRESENTED : " WS-TOT-PRESENTED.
           DISPLAY "  VALUE DATE       : " WS-NEXT-DATE.
           DISPLAY "  ITEMS CLEARED    : " WS-CTL-CLEARED.
           DISPLAY "  AMOUNT RELEASED  : " WS-TOT-CLEARED.
           DISPLAY "  RETURNS RECEIVED : " WS-CTL-RET-IN.
           DISPLAY "  ITEMS REVERSED   : " WS-CTL-RETURNED.
           DISPLAY "  AMOUNT REVERSED  : " WS-TOT-REVERSED.
           DISPLAY "  RETURNS UNMATCHED: " WS-CTL-UNMATCHED.
           DISPLAY "  RETURN CHARGES   : " WS-CTL-CHARGED.
           DISPLAY "  CHARGES NOT TAKEN: " WS-CTL-UNCOLLECT.
           DISPLAY "  REGISTER PURGED  : " WS-CTL-PURGED.

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

       LOAD-OUTWARD-PARA.
           MOVE 0 TO WS-OUTWARD-COUNT
           OPEN INPUT OUTREG-FILE
           IF OUTREG-FILE-STATUS = "00"
              PERFORM UNTIL OUTREG-FILE-STATUS NOT = "00"
                 READ OUTREG-FILE
                   AT END
                     MOVE "10" TO OUTREG-FILE-STATUS
                   NOT AT END
                     IF WS-OUTWARD-COUNT >= 10000
                        DISPLAY "OUTWARD REGISTER TABLE CAPACITY "
                                "EXCEEDED AT 10000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-OUTWARD-COUNT
                     SET WS-OW-IDX TO WS-OUTWARD-COUNT
                     MOVE SPACES TO WS-OW-RET-CODE-IN
                     UNSTRING OUTREG-REC DELIMITED BY ","
                     INTO  WS-OW-ACCT-IN
                           WS-OW-CHQNO-IN
                           WS-OW-DRAWEE-IN
                           WS-OW-AMT-IN
                           WS-OW-LODGE-IN
                           WS-OW-VALUE-IN
                           WS-OW-STATUS-IN
                           WS-OW-RET-CODE-IN
                     END-UNSTRING
                     MOVE WS-OW-ACCT-IN TO WS-OW-ACCT (WS-OW-IDX)
                     COMPUTE WS-OW-CHQNO (WS-OW-IDX) =
                             FUNCTION NUMVAL(WS-OW-CHQNO-IN)
                     MOVE WS-OW-DRAWEE-IN
                          TO WS-OW-DRAWEE (WS-OW-IDX)
                     COMPUTE WS-OW-AMT (WS-OW-IDX) =
                             FUNCTION NUMVAL(WS-OW-AMT-IN)
                     MOVE WS-OW-LODGE-IN TO WS-OW-LODGE (WS-OW-IDX)
                     MOVE WS-OW-VALUE-IN TO WS-OW-VALUE (WS-OW-IDX)
                     MOVE WS-OW-STATUS-IN
                          TO WS-OW-STATUS (WS-OW-IDX)
                     MOVE WS-OW-RET-CODE-IN
                          TO WS-OW-RET-CODE (WS-OW-IDX)
                 END-READ
              END-PERFORM
              CLOSE OUTREG-FILE
           ELSE
              DISPLAY "OUTWARD CHEQUE REGISTER NOT FOUND, STARTING "
                      "A NEW REGISTER"
           END-IF.

       OPEN-ACCTBAL-FILE-PARA.
           OPEN I-O ACCTBAL-FILE.
           IF ACCTBAL-FILE-STATUS = "35"
              OPEN OUTPUT ACCTBAL-FILE
              CLOSE ACCTBAL-FILE
              OPEN I-O ACCTBAL-FILE
           END-IF
           IF ACCTBAL-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCTBAL-FILE FAILED FILE STATUS ="
                      ACCTBAL-FILE-STATUS
              DISPLAY "UNCLEARED FUNDS CANNOT BE HELD - RUN STOPPED"
              MOVE 12 TO RETURN-CODE
              CLOSE ACCTMST-FILE
              STOP RUN
           END-IF.

       OPEN-TXNHIST-FILE-PARA.
           OPEN EXTEND TXNHIST-FILE.
           IF TXNHIST-FILE-STATUS = "35"
              OPEN OUTPUT TXNHIST-FILE
              CLOSE TXNHIST-FILE
              OPEN EXTEND TXNHIST-FILE
           END-IF
           IF TXNHIST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN TXN HISTORY FAILED FILE STATUS ="
                      TXNHIST-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           END-IF.

       OPEN-TXNHISTX-FILE-PARA.
           OPEN I-O TXNHISTX-FILE.
           IF TXNHISTX-FILE-STATUS = "35"
              OPEN OUTPUT TXNHISTX-FILE
              CLOSE TXNHISTX-FILE
              OPEN I-O TXNHISTX-FILE
           END-IF
           IF TXNHISTX-FILE-STATUS NOT = "00"
              DISPLAY "OPEN INDEXED HISTORY FAILED FILE STATUS ="
                      TXNHISTX-FILE-STATUS
              DISPLAY "POSTINGS CONTINUE ON THE FLAT HISTORY ONLY"
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

       TAKE-RETURNS-PARA.
           OPEN INPUT OWRET-FILE
           IF OWRET-FILE-STATUS NOT = "00"
              DISPLAY "NO OUTWARD RETURN FILE THIS CYCLE, STATUS="
                      OWRET-FILE-STATUS
           ELSE
              MOVE "N" TO EOF
              PERFORM RETURN-ONE-PARA UNTIL EOF = "Y"
              CLOSE OWRET-FILE
           END-IF.

       RETURN-ONE-PARA.
           READ OWRET-FILE AT END
                MOVE "Y" TO EOF
           END-READ.
           IF EOF NOT = "Y"
             IF OWRET-REC(1:7) = "TRAILER"
               MOVE OWRET-REC     TO WS-TRAILER-REC
               MOVE WS-CTL-RET-IN TO WS-TRAILER-EXPECT
               PERFORM CHECK-TRAILER-PARA
               MOVE "Y" TO EOF
             ELSE
             IF OWRET-REC(1:6) = "CHQ-NO"
               CONTINUE
             ELSE
               ADD 1 TO WS-CTL-RET-IN
               MOVE SPACES TO WS-RN-CODE-IN
               UNSTRING OWRET-REC DELIMITED BY ","
               INTO     WS-RN-CHQNO-IN
                        WS-RN-DRAWEE-IN
                        WS-RN-AMOUNT-IN
                        WS-RN-ACCT-IN
                        WS-RN-CODE-IN
               END-UNSTRING
               PERFORM REVERSE-ITEM-PARA
             END-IF
             END-IF
           END-IF.
            EXIT.

       REVERSE-ITEM-PARA.
           MOVE WS-RN-ACCT-IN   TO WS-ITEM-ACCT
           MOVE WS-RN-DRAWEE-IN TO WS-ITEM-DRAWEE
           MOVE 0 TO WS-CHQ-NO WS-CHQ-AMOUNT
           IF FUNCTION TEST-NUMVAL(WS-RN-CHQNO-IN) = 0
              COMPUTE WS-CHQ-NO = FUNCTION NUMVAL(WS-RN-CHQNO-IN)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-RN-AMOUNT-IN) = 0
              COMPUTE WS-CHQ-AMOUNT =
                      FUNCTION NUMVAL(WS-RN-AMOUNT-IN)
           END-IF
           PERFORM FIND-OUTWARD-PARA
           IF WS-OW-FOUND NOT = "Y"
              ADD 1 TO WS-CTL-UNMATCHED
              MOVE WS-RN-CODE-IN TO WS-EXC-CODE
              MOVE "RETURN NOT MATCHED TO LODGEMENT" TO WS-EXC-TEXT
              PERFORM WRITE-EXCEPTION-PARA
           ELSE
              SET WS-OW-IDX TO WS-FOUND-OW-IDX
              MOVE WS-OW-AMT (WS-OW-IDX) TO WS-CHQ-AMOUNT
              MOVE WS-ITEM-ACCT TO BAL-ACCT-NUM
              READ ACCTBAL-FILE
                INVALID KEY
                  ADD 1 TO WS-CTL-UNMATCHED
                  MOVE WS-RN-CODE-IN TO WS-EXC-CODE
                  MOVE "NO BALANCE RECORD FOR PAYEE" TO WS-EXC-TEXT
                  PERFORM WRITE-EXCEPTION-PARA
                NOT INVALID KEY
                  IF WS-CHQ-AMOUNT > BAL-CURR-BAL
                     ADD 1 TO WS-CTL-UNMATCHED
                     MOVE WS-RN-CODE-IN TO WS-EXC-CODE
                     MOVE "LATE RETURN - REFER TO BRANCH"
                                         TO WS-EXC-TEXT
                     PERFORM WRITE-EXCEPTION-PARA
                  ELSE
                     PERFORM POST-REVERSAL-PARA
                  END-IF
              END-READ
           END-IF.

       FIND-OUTWARD-PARA.
           MOVE "N" TO WS-OW-FOUND
           SET WS-OW-IDX TO 1
           PERFORM UNTIL WS-OW-IDX > WS-OUTWARD-COUNT
                      OR WS-OW-FOUND = "Y"
              IF WS-OW-ACCT (WS-OW-IDX) = WS-ITEM-ACCT
                 AND WS-OW-CHQNO (WS-OW-IDX) = WS-CHQ-NO
                 AND WS-OW-DRAWEE (WS-OW-IDX) = WS-ITEM-DRAWEE
                 AND (WS-OW-STATUS (WS-OW-IDX) = "P"
                      OR WS-OW-STATUS (WS-OW-IDX) = "C")
                 MOVE "Y" TO WS-OW-FOUND
                 SET WS-FOUND-OW-IDX TO WS-OW-IDX
              END-IF
              SET WS-OW-IDX UP BY 1
           END-PERFORM.

       POST-REVERSAL-PARA.
           IF WS-OW-STATUS (WS-OW-IDX) = "P"
              IF WS-CHQ-AMOUNT > BAL-UNCLEARED
                 MOVE 0 TO BAL-UNCLEARED
              ELSE
                 SUBTRACT WS-CHQ-AMOUNT FROM BAL-UNCLEARED
              END-IF
           END-IF
           SUBTRACT WS-CHQ-AMOUNT FROM BAL-CURR-BAL
           MOVE WS-RUN-DATE TO BAL-LAST-TXN-DATE
           ADD 1 TO BAL-TXN-COUNT
           REWRITE ACCT-BALANCE-REC
             INVALID KEY
               DISPLAY "BALANCE REWRITE FAILED: " BAL-ACCT-NUM
           END-REWRITE
           MOVE "R" TO WS-OW-STATUS (WS-OW-IDX)
           MOVE WS-RN-CODE-IN TO WS-OW-RET-CODE (WS-OW-IDX)
           ADD 1 TO WS-CTL-RETURNED
           ADD WS-CHQ-AMOUNT TO WS-TOT-REVERSED
           MOVE "OCR" TO WS-POST-TYPE
           PERFORM WRITE-HISTORY-PARA
           MOVE WS-RN-CODE-IN TO WS-EXC-CODE
           MOVE "RETURNED UNPAID - REVERSED" TO WS-EXC-TEXT
           PERFORM WRITE-EXCEPTION-PARA
           PERFORM CHARGE-RETURN-PARA.

       CHARGE-RETURN-PARA.
           COMPUTE WS-GST-AMT ROUNDED =
                   WS-RET-CHARGE * WS-GST-RATE / 100
           COMPUTE WS-CHARGE-TOTAL = WS-RET-CHARGE + WS-GST-AMT
           COMPUTE WS-FREE-BAL = BAL-CURR-BAL - BAL-UNCLEARED
           IF WS-CHARGE-TOTAL > WS-FREE-BAL
              ADD 1 TO WS-CTL-UNCOLLECT
              DISPLAY "RETURN CHARGE NOT COLLECTIBLE, BALANCE BELOW "
                      "CHARGE: " WS-ITEM-ACCT
           ELSE
              ADD 1 TO WS-CTL-CHARGED
              ADD WS-RET-CHARGE TO WS-TOT-CHARGES
              MOVE WS-ITEM-ACCT    TO WS-CT-ACCT
              MOVE WS-CHARGE-TOTAL TO WS-CT-AMT
              WRITE CHGTXN-REC FROM WS-CHGTXN-LINE
              IF LEDGER-FILE-STATUS = "00"
                 MOVE WS-ITEM-ACCT  TO LG-ACCT-NUM
                 MOVE WS-RET-CHARGE TO LG-OPEN-BALANCE
                 MOVE "GL5001"      TO LG-GL-CODE
                 MOVE WS-RUN-DATE   TO LG-POST-DATE
                 MOVE "INR"         TO LG-ORIG-CCY
                 MOVE WS-RET-CHARGE TO LG-ORIG-AMT
                 MOVE "FEE"         TO LG-TXN-TYPE
                 WRITE LEDGER-REC
                 IF WS-GST-AMT > 0
                    MOVE WS-ITEM-ACCT TO LG-ACCT-NUM
                    MOVE WS-GST-AMT   TO LG-OPEN-BALANCE
                    MOVE "GL5002"     TO LG-GL-CODE
                    MOVE WS-RUN-DATE  TO LG-POST-DATE
                    MOVE "INR"        TO LG-ORIG-CCY
                    MOVE WS-GST-AMT   TO LG-ORIG-AMT
                    MOVE "GST"        TO LG-TXN-TYPE
                    WRITE LEDGER-REC
                 END-IF
              END-IF
           END-IF.

       RELEASE-ONE-PARA.
           IF WS-OW-STATUS (WS-OW-IDX) = "P"
              AND WS-OW-VALUE (WS-OW-IDX) <= WS-RUN-DATE
              MOVE WS-OW-ACCT (WS-OW-IDX) TO BAL-ACCT-NUM
              READ ACCTBAL-FILE
                INVALID KEY
                  DISPLAY "NO BALANCE RECORD TO RELEASE: "
                          BAL-ACCT-NUM
                NOT INVALID KEY
                  IF WS-OW-AMT (WS-OW-IDX) > BAL-UNCLEARED
                     MOVE 0 TO BAL-UNCLEARED
                  ELSE
                     SUBTRACT WS-OW-AMT (WS-OW-IDX)
                         FROM BAL-UNCLEARED
                  END-IF
                  REWRITE ACCT-BALANCE-REC
                    INVALID KEY
                      DISPLAY "BALANCE REWRITE FAILED: "
                              BAL-ACCT-NUM
                  END-REWRITE
                  MOVE "C" TO WS-OW-STATUS (WS-OW-IDX)
                  ADD 1 TO WS-CTL-CLEARED
                  ADD WS-OW-AMT (WS-OW-IDX) TO WS-TOT-CLEARED
              END-READ
           END-IF
           SET WS-OW-IDX UP BY 1.
            EXIT.

       TAKE-DEPOSITS-PARA.
           OPEN OUTPUT PRESENT-FILE
           IF PRESENT-FILE-STATUS NOT = "00"
              DISPLAY "PRESENTMENT FILE OPEN FAILED, STATUS="
                      PRESENT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
           ELSE
              WRITE PRESENT-REC FROM WH-PRESENT-HEADER
              OPEN INPUT DEPOSIT-FILE
              IF DEPOSIT-FILE-STATUS NOT = "00"
                 DISPLAY "NO DEPOSITED CHEQUES THIS CYCLE, STATUS="
                         DEPOSIT-FILE-STATUS
              ELSE
                 MOVE "N" TO EOF
                 PERFORM LODGE-ONE-PARA UNTIL EOF = "Y"
                 CLOSE DEPOSIT-FILE
              END-IF
              MOVE WS-CTL-LODGED    TO WS-PS-TRL-CNT
              MOVE WS-TOT-PRESENTED TO WS-PS-TRL-AMT
              WRITE PRESENT-REC FROM WS-PRESENT-TRAILER
              CLOSE PRESENT-FILE
           END-IF.

       LODGE-ONE-PARA.
           READ DEPOSIT-FILE AT END
                MOVE "Y" TO EOF
           END-READ.
           IF EOF NOT = "Y"
             IF DEPOSIT-REC(1:7) = "TRAILER"
               MOVE DEPOSIT-REC     TO WS-TRAILER-REC
               MOVE WS-CTL-IN-COUNT TO WS-TRAILER-EXPECT
               PERFORM CHECK-TRAILER-PARA
               MOVE "Y" TO EOF
             ELSE
             IF DEPOSIT-REC(1:7) = "ACCOUNT"
               CONTINUE
             ELSE
               ADD 1 TO WS-CTL-IN-COUNT
               UNSTRING DEPOSIT-REC DELIMITED BY ","
               INTO     WS-DP-ACCT-IN
                        WS-DP-CHQNO-IN
                        WS-DP-AMOUNT-IN
                        WS-DP-DRAWEE-IN
               END-UNSTRING
               PERFORM VALIDATE-DEPOSIT-PARA
               IF WS-CHQ-VALID = "Y"
                  PERFORM LODGE-ITEM-PARA
               END-IF
             END-IF
             END-IF
           END-IF.
            EXIT.

       VALIDATE-DEPOSIT-PARA.
           MOVE "Y" TO WS-CHQ-VALID
           MOVE WS-DP-ACCT-IN   TO WS-ITEM-ACCT
           MOVE WS-DP-DRAWEE-IN TO WS-ITEM-DRAWEE
           IF FUNCTION TEST-NUMVAL(WS-DP-CHQNO-IN) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-DP-AMOUNT-IN) NOT = 0
              MOVE 0 TO WS-CHQ-NO WS-CHQ-AMOUNT
              MOVE "L01" TO WS-EXC-CODE
              MOVE "UNREADABLE DEPOSIT ITEM" TO WS-EXC-TEXT
              PERFORM REJECT-DEPOSIT-PARA
           ELSE
              COMPUTE WS-CHQ-NO = FUNCTION NUMVAL(WS-DP-CHQNO-IN)
              COMPUTE WS-CHQ-AMOUNT =
                      FUNCTION NUMVAL(WS-DP-AMOUNT-IN)
              IF WS-CHQ-AMOUNT = 0
                 MOVE "L01" TO WS-EXC-CODE
                 MOVE "UNREADABLE DEPOSIT ITEM" TO WS-EXC-TEXT
                 PERFORM REJECT-DEPOSIT-PARA
              ELSE
              IF WS-DP-DRAWEE-IN = SPACES
                 MOVE "L02" TO WS-EXC-CODE
                 MOVE "DRAWEE BANK NOT GIVEN" TO WS-EXC-TEXT
                 PERFORM REJECT-DEPOSIT-PARA
              ELSE
                 MOVE WS-DP-ACCT-IN TO AM-ACCT-NUM
                 READ ACCTMST-FILE
                   INVALID KEY
                     MOVE "L04" TO WS-EXC-CODE
                     MOVE "ACCOUNT NOT FOUND" TO WS-EXC-TEXT
                     PERFORM REJECT-DEPOSIT-PARA
                   NOT INVALID KEY
                     PERFORM CHECK-PAYEE-PARA
                 END-READ
              END-IF
              END-IF
           END-IF.

       CHECK-PAYEE-PARA.
           IF WS-DP-DRAWEE-IN(1:4) = AM-IFSC(1:4)
              MOVE "L03" TO WS-EXC-CODE
              MOVE "ON-US CHEQUE - POST AS TRANSFER" TO WS-EXC-TEXT
              PERFORM REJECT-DEPOSIT-PARA
           ELSE
           IF AM-STATUS = "C"
              MOVE "L05" TO WS-EXC-CODE
              MOVE "ACCOUNT CLOSED" TO WS-EXC-TEXT
              PERFORM REJECT-DEPOSIT-PARA
           ELSE
           IF AM-STATUS = "F"
              MOVE "L06" TO WS-EXC-CODE
              MOVE "ACCOUNT FROZEN FOR COMPLIANCE" TO WS-EXC-TEXT
              PERFORM REJECT-DEPOSIT-PARA
           ELSE
           IF AM-STATUS = "M"
              MOVE "L07" TO WS-EXC-CODE
              MOVE "ACCOUNT HOLDER DECEASED" TO WS-EXC-TEXT
              PERFORM REJECT-DEPOSIT-PARA
           ELSE
              PERFORM FIND-OUTWARD-PARA
              IF WS-OW-FOUND = "Y"
                 MOVE "L08" TO WS-EXC-CODE
                 MOVE "CHEQUE ALREADY LODGED" TO WS-EXC-TEXT
                 PERFORM REJECT-DEPOSIT-PARA
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       REJECT-DEPOSIT-PARA.
           MOVE "N" TO WS-CHQ-VALID
           ADD 1 TO WS-CTL-REJECTED
           PERFORM WRITE-EXCEPTION-PARA.

       LODGE-ITEM-PARA.
           IF WS-OUTWARD-COUNT >= 10000
              DISPLAY "OUTWARD REGISTER TABLE CAPACITY "
                      "EXCEEDED AT 10000 - RUN STOPPED"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "Y" TO WS-BAL-ON-FILE
           MOVE WS-ITEM-ACCT TO BAL-ACCT-NUM
           READ ACCTBAL-FILE
             INVALID KEY
               MOVE "N" TO WS-BAL-ON-FILE
               MOVE WS-ITEM-ACCT  TO BAL-ACCT-NUM
               MOVE AM-DEPOSIT    TO BAL-CURR-BAL
               MOVE SPACES        TO BAL-LAST-TXN-DATE
               MOVE 0             TO BAL-TXN-COUNT
               MOVE 0             TO BAL-UNCLEARED
           END-READ
           ADD WS-CHQ-AMOUNT TO BAL-CURR-BAL
           ADD WS-CHQ-AMOUNT TO BAL-UNCLEARED
           MOVE WS-RUN-DATE TO BAL-LAST-TXN-DATE
           ADD 1 TO BAL-TXN-COUNT
           IF WS-BAL-ON-FILE = "Y"
              REWRITE ACCT-BALANCE-REC
                INVALID KEY
                  DISPLAY "BALANCE REWRITE FAILED: " BAL-ACCT-NUM
              END-REWRITE
           ELSE
              WRITE ACCT-BALANCE-REC
                INVALID KEY
                  DISPLAY "BALANCE WRITE FAILED: " BAL-ACCT-NUM
              END-WRITE
           END-IF
           ADD 1 TO WS-OUTWARD-COUNT
           SET WS-OW-IDX TO WS-OUTWARD-COUNT
           MOVE WS-ITEM-ACCT   TO WS-OW-ACCT (WS-OW-IDX)
           MOVE WS-CHQ-NO      TO WS-OW-CHQNO (WS-OW-IDX)
           MOVE WS-ITEM-DRAWEE TO WS-OW-DRAWEE (WS-OW-IDX)
           MOVE WS-CHQ-AMOUNT  TO WS-OW-AMT (WS-OW-IDX)
           MOVE WS-RUN-DATE    TO WS-OW-LODGE (WS-OW-IDX)
           MOVE WS-NEXT-DATE   TO WS-OW-VALUE (WS-OW-IDX)
           MOVE "P"            TO WS-OW-STATUS (WS-OW-IDX)
           MOVE SPACES         TO WS-OW-RET-CODE (WS-OW-IDX)
           ADD 1 TO WS-CTL-LODGED
           ADD WS-CHQ-AMOUNT TO WS-TOT-PRESENTED
           MOVE "OCD" TO WS-POST-TYPE
           PERFORM WRITE-HISTORY-PARA
           MOVE WS-CHQ-NO      TO WS-PS-CHQNO
           MOVE WS-ITEM-DRAWEE TO WS-PS-DRAWEE
           MOVE WS-CHQ-AMOUNT  TO WS-PS-AMT
           MOVE WS-ITEM-ACCT   TO WS-PS-ACCT
           MOVE WS-RUN-DATE    TO WS-PS-DATE
           WRITE PRESENT-REC FROM WS-PRESENT-LINE.

       WRITE-HISTORY-PARA.
           ADD 1 TO WS-REF-SEQ
           MOVE WS-CYCLE-ID TO WS-PR-CYCLE
           MOVE WS-REF-SEQ  TO WS-PR-SEQ
           MOVE WS-RUN-DATE    TO TH-DATE
           MOVE WS-ITEM-ACCT   TO TH-ACCT-NUM
           MOVE WS-POST-TYPE   TO TH-TXN-TYPE
           MOVE WS-CHQ-AMOUNT  TO TH-AMOUNT
           MOVE BAL-CURR-BAL   TO TH-BALANCE
           MOVE WS-CYCLE-ID    TO TH-CYCLE
           MOVE WS-POST-REF    TO TH-REF
           MOVE SPACES         TO TH-LINK-REF
           WRITE TXNHIST-REC FROM WS-HIST-LINE
           IF TXNHISTX-FILE-STATUS = "00"
              MOVE WS-ITEM-ACCT   TO TX-ACCT-NUM
              MOVE WS-RUN-DATE    TO TX-DATE
              MOVE WS-CYCLE-ID    TO TX-CYCLE
              COMPUTE WS-IDX-SEQ = 30000000 + WS-REF-SEQ
              MOVE WS-IDX-SEQ     TO TX-SEQ
              MOVE WS-POST-TYPE   TO TX-TXN-TYPE
              MOVE WS-CHQ-AMOUNT  TO TX-AMOUNT
              MOVE BAL-CURR-BAL   TO TX-BALANCE
              MOVE WS-POST-REF    TO TX-REF
              MOVE SPACES         TO TX-LINK-REF
              WRITE TXNHISTX-REC
                INVALID KEY
                  DISPLAY "INDEXED HISTORY WRITE FAILED: "
                          TX-KEY
              END-WRITE
           END-IF.

       WRITE-EXCEPTION-PARA.
           MOVE WS-CHQ-NO      TO WS-OR-CHQNO
           MOVE WS-ITEM-ACCT   TO WS-OR-ACCT
           MOVE WS-CHQ-AMOUNT  TO WS-OR-AMT
           MOVE WS-ITEM-DRAWEE TO WS-OR-DRAWEE
           MOVE WS-EXC-CODE    TO WS-OR-CODE
           MOVE WS-EXC-TEXT    TO WS-OR-TEXT
           WRITE OWRPT-REC FROM WS-OWRPT-DETAIL.

       CHECK-TRAILER-PARA.
           UNSTRING WS-TRAILER-REC DELIMITED BY ","
           INTO     WS-TRAILER-LABEL
                    WS-TRAILER-COUNT-IN
           END-UNSTRING
           MOVE WS-TRAILER-COUNT-IN TO WS-TRAILER-COUNT
           IF WS-TRAILER-COUNT NOT = WS-TRAILER-EXPECT
              DISPLAY "TRAILER RECORD COUNT MISMATCH - EXPECTED "
                      WS-TRAILER-COUNT " GOT " WS-TRAILER-EXPECT
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY "TRAILER RECORD COUNT RECONCILED: "
                      WS-TRAILER-COUNT
           END-IF.

       REWRITE-OUTWARD-PARA.
           COMPUTE WS-NEXT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 30
           COMPUTE WS-PURGE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-NEXT-INT)
           OPEN OUTPUT OUTREG-FILE
           IF OUTREG-FILE-STATUS NOT = "00"
              DISPLAY "OUTWARD REGISTER REWRITE FAILED, STATUS="
                      OUTREG-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-OW-IDX TO 1
              PERFORM UNTIL WS-OW-IDX > WS-OUTWARD-COUNT
                 IF WS-OW-STATUS (WS-OW-IDX) NOT = "P"
                    AND WS-OW-VALUE (WS-OW-IDX) < WS-PURGE-DATE
                    ADD 1 TO WS-CTL-PURGED
                 ELSE
                    MOVE WS-OW-ACCT (WS-OW-IDX)   TO OC-ACCT
                    MOVE WS-OW-CHQNO (WS-OW-IDX)  TO OC-CHQNO
                    MOVE WS-OW-DRAWEE (WS-OW-IDX) TO OC-DRAWEE
                    MOVE WS-OW-AMT (WS-OW-IDX)    TO OC-AMT
                    MOVE WS-OW-LODGE (WS-OW-IDX)  TO OC-LODGE-DATE
                    MOVE WS-OW-VALUE (WS-OW-IDX)  TO OC-VALUE-DATE
                    MOVE WS-OW-STATUS (WS-OW-IDX) TO OC-STATUS
                    MOVE WS-OW-RET-CODE (WS-OW-IDX)
                                                  TO OC-RET-CODE
                    WRITE OUTREG-REC FROM WS-OUTREG-LINE
                 END-IF
                 SET WS-OW-IDX UP BY 1
              END-PERFORM
              CLOSE OUTREG-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "CHQOUTW"          TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-IN-COUNT    TO WS-OPL-IN-COUNT
           MOVE WS-CTL-LODGED      TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-REJECTED    TO WS-OPL-REJ-COUNT
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
