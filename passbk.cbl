       IDENTIFICATION DIVISION.
       PROGRAM-ID. passbk.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PBREQ-FILE  ASSIGN TO "PASSBOOK-REQUEST.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PBREQ-FILE-STATUS.

           SELECT PARM-FILE  ASSIGN TO "PASSBOOK-PARM.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PARM-FILE-STATUS.

           SELECT PBCTL-FILE  ASSIGN TO "PASSBOOK-CONTROL.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PBCTL-FILE-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO "ACCOUNT-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AM-ACCT-NUM
                               ALTERNATE RECORD KEY IS AM-PAN
                                   WITH DUPLICATES
                               FILE STATUS IS ACCTMST-FILE-STATUS.

           SELECT TXNHIST-FILE  ASSIGN TO "TXN-HISTORY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TXNHIST-FILE-STATUS.

           SELECT PBPRT-FILE  ASSIGN TO "PASSBOOK-PRINT.PRT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PBPRT-FILE-STATUS.

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
       FD   PBREQ-FILE  RECORD CONTAINS 20 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PBREQ-REC               PIC X(20).

       FD   PARM-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PARM-REC                PIC X(40).

       FD   PBCTL-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PBCTL-REC               PIC X(80).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   TXNHIST-FILE  RECORD CONTAINS 84 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNHIST-REC             PIC X(84).

       FD   PBPRT-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PBPRT-REC               PIC X(80).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 PBREQ-FILE-STATUS    PIC X(02).
       01 PARM-FILE-STATUS     PIC X(02).
       01 PBCTL-FILE-STATUS    PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 TXNHIST-FILE-STATUS  PIC X(02).
       01 PBPRT-FILE-STATUS    PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.

       01 EOF                  PIC X(01) VALUE "N".
       01 WS-RUN-DATE          PIC X(08).
       01 WS-RUN-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-WORK-INT          PIC 9(08) VALUE 0.
       01 WS-WORK-DATE         PIC 9(08) VALUE 0.
       01 WS-RETAIN-CUTOFF     PIC X(08) VALUE SPACES.

       01 WS-PM-NAME-IN        PIC X(20).
       01 WS-PM-VALUE-IN       PIC X(15).
       01 WS-PM-VALUE          PIC 9(05) VALUE 0.
       01 WS-LINES-PER-PAGE    PIC 9(02) VALUE 20.
       01 WS-PAGES-PER-BOOK    PIC 9(03) VALUE 24.
       01 WS-RETAIN-DAYS       PIC 9(04) VALUE 180.

       01 WS-REQ-ACCT-IN       PIC X(14).
       01 WS-REQ-ACTION-IN     PIC X(01).
       01 WS-REJECT-REASON     PIC X(40).

       01 WS-PBCTL-TABLE.
          05 WS-PC-ENTRY OCCURS 5000 TIMES INDEXED BY WS-PC-IDX.
             10 WS-PC-ACCT       PIC X(14).
             10 WS-PC-BOOK       PIC 9(03).
             10 WS-PC-PAGE       PIC 9(03).
             10 WS-PC-LINE       PIC 9(02).
             10 WS-PC-LAST-DATE  PIC X(08).
             10 WS-PC-LAST-ORD   PIC 9(04).
             10 WS-PC-LAST-REF   PIC X(12).
             10 WS-PC-LAST-BAL   PIC S9(09)V99.
             10 WS-PC-ISSUED     PIC X(08).
       01 WS-PBCTL-COUNT       PIC 9(04) VALUE 0.
       01 WS-PC-HIT            PIC 9(04) VALUE 0.
       01 WS-PC-ACCT-IN        PIC X(14).
       01 WS-PC-BOOK-IN        PIC X(03).
       01 WS-PC-PAGE-IN        PIC X(03).
       01 WS-PC-LINE-IN        PIC X(02).
       01 WS-PC-DATE-IN        PIC X(08).
       01 WS-PC-ORD-IN         PIC X(04).
       01 WS-PC-REF-IN         PIC X(12).
       01 WS-PC-BAL-IN         PIC X(13).
       01 WS-PC-ISSUED-IN      PIC X(08).
       01 WS-PBCTL-LINE.
          05 WS-PL-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-BOOK          PIC 9(03).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-PAGE          PIC 9(03).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-LINE          PIC 9(02).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-ORD           PIC 9(04).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-REF           PIC X(12).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-BAL           PIC -9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-ISSUED        PIC X(08).

       01 WS-TH-DATE-IN        PIC X(08).
       01 WS-TH-ACCT-IN        PIC X(14).
       01 WS-TH-TYPE-IN        PIC X(03).
       01 WS-TH-AMOUNT-IN      PIC X(12).
       01 WS-TH-BALANCE-IN     PIC X(12).
       01 WS-TH-CYCLE-IN       PIC X(04).
       01 WS-TH-REF-IN         PIC X(12).
       01 WS-TH-LINK-IN        PIC X(12).

       01 WS-HIST-TABLE.
          05 WS-HT-ENTRY OCCURS 20000 TIMES INDEXED BY WS-HT-IDX.
             10 WS-HT-ACCT       PIC X(14).
             10 WS-HT-DATE       PIC X(08).
             10 WS-HT-TYPE       PIC X(03).
             10 WS-HT-AMOUNT     PIC 9(09)V99.
             10 WS-HT-REF        PIC X(12).
       01 WS-HIST-COUNT         PIC 9(05) VALUE 0.

       01 WS-CHK-TYPE           PIC X(03) VALUE SPACES.
       01 WS-DEBIT-TYPE         PIC X(01) VALUE "N".

       01 WS-CUR-DATE           PIC X(08) VALUE SPACES.
       01 WS-CUR-ORD            PIC 9(04) VALUE 0.
       01 WS-UNPRINTED          PIC X(01) VALUE "N".
       01 WS-RUN-BALANCE        PIC S9(09)V99 VALUE 0.
       01 WS-BOOK-FULL          PIC X(01) VALUE "N".
       01 WS-LINE-DONE          PIC X(01) VALUE "N".
       01 WS-BF-PENDING         PIC X(01) VALUE "N".
       01 WS-BF-COUNT           PIC 9(05) VALUE 0.
       01 WS-BF-DATE            PIC X(08) VALUE SPACES.
       01 WS-BF-ORD             PIC 9(04) VALUE 0.
       01 WS-BF-REF             PIC X(12) VALUE SPACES.
       01 WS-BF-BAL             PIC S9(09)V99 VALUE 0.
       01 WS-ACCT-LINES         PIC 9(05) VALUE 0.

       01 WS-CTL-REQUESTS       PIC 9(07) VALUE 0.
       01 WS-CTL-PRINTED        PIC 9(07) VALUE 0.
       01 WS-CTL-REISSUED       PIC 9(07) VALUE 0.
       01 WS-CTL-NEW-BOOKS      PIC 9(07) VALUE 0.
       01 WS-CTL-LINES          PIC 9(07) VALUE 0.
       01 WS-CTL-BF-LINES       PIC 9(07) VALUE 0.
       01 WS-CTL-FULL           PIC 9(07) VALUE 0.
       01 WS-CTL-REJECTED       PIC 9(07) VALUE 0.

       01 WH-RULE-LINE          PIC X(72) VALUE ALL "-".
       01 WS-PB-ACCT-HDR.
          05 FILLER              PIC X(10) VALUE "PASSBOOK  ".
          05 WS-PH-ACCT          PIC X(14).
          05 FILLER              PIC X(07) VALUE "  BOOK ".
          05 WS-PH-BOOK          PIC ZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-PH-CUST          PIC X(20).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-PH-IFSC          PIC X(11).
       01 WS-PB-ISSUE-LINE.
          05 FILLER              PIC X(24) VALUE
             "NEW PASSBOOK ISSUED ON  ".
          05 WS-PI-DATE          PIC X(08).
          05 FILLER              PIC X(10) VALUE "  BOOK NO ".
          05 WS-PI-BOOK          PIC ZZ9.
       01 WH-PB-COLS.
          05 FILLER              PIC X(08) VALUE "PAGE LN".
          05 FILLER              PIC X(09) VALUE "DATE".
          05 FILLER              PIC X(17) VALUE "PARTICULARS".
          05 FILLER              PIC X(13) VALUE "  WITHDRAWAL".
          05 FILLER              PIC X(13) VALUE "     DEPOSIT".
          05 FILLER              PIC X(12) VALUE "     BALANCE".
       01 WS-PB-TURN-LINE.
          05 FILLER              PIC X(24) VALUE
             "*** TURN TO PAGE        ".
          05 WS-PT-PAGE          PIC ZZ9.
          05 FILLER              PIC X(04) VALUE " ***".
       01 WS-PB-DETAIL.
          05 WS-PD-PAGE          PIC ZZ9.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-PD-LINE          PIC Z9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-PD-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-PD-PARTIC        PIC X(16).
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-PD-DEBIT         PIC Z(8)9.99 BLANK WHEN ZERO.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-PD-CREDIT        PIC Z(8)9.99 BLANK WHEN ZERO.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-PD-BALANCE       PIC -(8)9.99.
       01 WS-PB-MSG-LINE.
          05 FILLER              PIC X(04) VALUE "*** ".
          05 WS-PM-TEXT          PIC X(50).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE PASSBOOK PRINTING PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-PARMS-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(
                                 WS-RUN-DATE-NUM) - WS-RETAIN-DAYS.
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           MOVE WS-WORK-DATE TO WS-RETAIN-CUTOFF.
           OPEN INPUT PBREQ-FILE.
           IF PBREQ-FILE-STATUS NOT = "00"
              DISPLAY "PASSBOOK REQUEST FILE NOT FOUND, STATUS="
                      PBREQ-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-CONTROL-PARA.
           PERFORM LOAD-HISTORY-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT PBPRT-FILE.
           IF PBPRT-FILE-STATUS NOT = "00"
              DISPLAY "PASSBOOK PRINT FILE OPEN FAILED, STATUS="
                      PBPRT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO EOF.
           PERFORM REQUEST-PARA UNTIL EOF = "Y".
           CLOSE PBPRT-FILE.
           CLOSE ACCTMST-FILE.
           CLOSE PBREQ-FILE.
           PERFORM SAVE-CONTROL-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "PASSBOOK PRINT SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  REQUESTS READ        : " WS-CTL-REQUESTS.
           DISPLAY "  PASSBOOKS UPDATED    : " WS-CTL-PRINTED.
           DISPLAY "  NEW PASSBOOKS        : " WS-CTL-NEW-BOOKS.
           DISPLAY "  REISSUED             : " WS-CTL-REISSUED.
           DISPLAY "  LINES PRINTED        : " WS-CTL-LINES.
           DISPLAY "  BROUGHT FORWARD LINES: " WS-CTL-BF-LINES.
           DISPLAY "  PASSBOOKS FULL       : " WS-CTL-FULL.
           DISPLAY "  REQUESTS REJECTED    : " WS-CTL-REJECTED.

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

       LOAD-PARMS-PARA.
           OPEN INPUT PARM-FILE
           IF PARM-FILE-STATUS = "00"
              PERFORM UNTIL PARM-FILE-STATUS NOT = "00"
                 READ PARM-FILE
                   AT END
                     MOVE "10" TO PARM-FILE-STATUS
                   NOT AT END
                     MOVE SPACES TO WS-PM-NAME-IN WS-PM-VALUE-IN
                     UNSTRING PARM-REC DELIMITED BY ","
                     INTO  WS-PM-NAME-IN
                           WS-PM-VALUE-IN
                     END-UNSTRING
                     IF WS-PM-VALUE-IN NOT = SPACES
                        COMPUTE WS-PM-VALUE =
                                FUNCTION NUMVAL(WS-PM-VALUE-IN)
                        PERFORM APPLY-PARM-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE PARM-FILE
           ELSE
              DISPLAY "NO PASSBOOK PARAMETERS, USING BUILT-IN "
                      "PAGE LAYOUT"
           END-IF
           IF WS-LINES-PER-PAGE < 1
              MOVE 20 TO WS-LINES-PER-PAGE
           END-IF
           IF WS-PAGES-PER-BOOK < 1
              MOVE 24 TO WS-PAGES-PER-BOOK
           END-IF
           DISPLAY "LINES PER PAGE " WS-LINES-PER-PAGE
                   " PAGES PER BOOK " WS-PAGES-PER-BOOK
                   " RETENTION DAYS " WS-RETAIN-DAYS.

       APPLY-PARM-PARA.
           EVALUATE WS-PM-NAME-IN
             WHEN "LINESPERPAGE"
                  MOVE WS-PM-VALUE TO WS-LINES-PER-PAGE
             WHEN "PAGESPERBOOK"
                  MOVE WS-PM-VALUE TO WS-PAGES-PER-BOOK
             WHEN "RETAINDAYS"
                  MOVE WS-PM-VALUE TO WS-RETAIN-DAYS
             WHEN OTHER
                  DISPLAY "UNKNOWN PASSBOOK PARAMETER IGNORED: "
                          WS-PM-NAME-IN
           END-EVALUATE.

       LOAD-CONTROL-PARA.
           MOVE 0 TO WS-PBCTL-COUNT
           OPEN INPUT PBCTL-FILE
           IF PBCTL-FILE-STATUS = "00"
              PERFORM UNTIL PBCTL-FILE-STATUS NOT = "00"
                 READ PBCTL-FILE
                   AT END
                     MOVE "10" TO PBCTL-FILE-STATUS
                   NOT AT END
                     IF WS-PBCTL-COUNT >= 5000
                        DISPLAY "PASSBOOK CONTROL CAPACITY EXCEEDED "
                                "AT 5000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     UNSTRING PBCTL-REC DELIMITED BY ","
                     INTO  WS-PC-ACCT-IN
                           WS-PC-BOOK-IN
                           WS-PC-PAGE-IN
                           WS-PC-LINE-IN
                           WS-PC-DATE-IN
                           WS-PC-ORD-IN
                           WS-PC-REF-IN
                           WS-PC-BAL-IN
                           WS-PC-ISSUED-IN
                     END-UNSTRING
                     ADD 1 TO WS-PBCTL-COUNT
                     SET WS-PC-IDX TO WS-PBCTL-COUNT
                     MOVE WS-PC-ACCT-IN TO WS-PC-ACCT (WS-PC-IDX)
                     MOVE WS-PC-BOOK-IN TO WS-PC-BOOK (WS-PC-IDX)
                     MOVE WS-PC-PAGE-IN TO WS-PC-PAGE (WS-PC-IDX)
                     MOVE WS-PC-LINE-IN TO WS-PC-LINE (WS-PC-IDX)
                     MOVE WS-PC-DATE-IN TO WS-PC-LAST-DATE (WS-PC-IDX)
                     MOVE WS-PC-ORD-IN  TO WS-PC-LAST-ORD (WS-PC-IDX)
                     MOVE WS-PC-REF-IN  TO WS-PC-LAST-REF (WS-PC-IDX)
                     COMPUTE WS-PC-LAST-BAL (WS-PC-IDX) =
                             FUNCTION NUMVAL(WS-PC-BAL-IN)
                     MOVE WS-PC-ISSUED-IN TO WS-PC-ISSUED (WS-PC-IDX)
                 END-READ
              END-PERFORM
              CLOSE PBCTL-FILE
           ELSE
              DISPLAY "NO PASSBOOK CONTROL FILE YET, ALL PASSBOOKS "
                      "WILL BE ISSUED AS NEW"
           END-IF.

       LOAD-HISTORY-PARA.
           MOVE 0 TO WS-HIST-COUNT
           OPEN INPUT TXNHIST-FILE
           IF TXNHIST-FILE-STATUS = "00"
              PERFORM UNTIL TXNHIST-FILE-STATUS NOT = "00"
                 READ TXNHIST-FILE
                   AT END
                     MOVE "10" TO TXNHIST-FILE-STATUS
                   NOT AT END
                     IF WS-HIST-COUNT >= 20000
                        DISPLAY "HISTORY TABLE CAPACITY EXCEEDED AT "
                                "20000 ROWS - RUN STOPPED BEFORE AN "
                                "INCOMPLETE PASSBOOK COULD PRINT"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-HIST-COUNT
                     SET WS-HT-IDX TO WS-HIST-COUNT
                     MOVE SPACES TO WS-TH-REF-IN WS-TH-LINK-IN
                     UNSTRING TXNHIST-REC DELIMITED BY ","
                     INTO     WS-TH-DATE-IN
                              WS-TH-ACCT-IN
                              WS-TH-TYPE-IN
                              WS-TH-AMOUNT-IN
                              WS-TH-BALANCE-IN
                              WS-TH-CYCLE-IN
                              WS-TH-REF-IN
                              WS-TH-LINK-IN
                     END-UNSTRING
                     MOVE WS-TH-ACCT-IN TO WS-HT-ACCT (WS-HT-IDX)
                     MOVE WS-TH-DATE-IN TO WS-HT-DATE (WS-HT-IDX)
                     MOVE WS-TH-TYPE-IN TO WS-HT-TYPE (WS-HT-IDX)
                     COMPUTE WS-HT-AMOUNT (WS-HT-IDX) =
                             FUNCTION NUMVAL(WS-TH-AMOUNT-IN)
                     MOVE WS-TH-REF-IN  TO WS-HT-REF (WS-HT-IDX)
                 END-READ
              END-PERFORM
              CLOSE TXNHIST-FILE
           ELSE
              DISPLAY "TRANSACTION HISTORY NOT FOUND, PASSBOOKS "
                      "WILL SHOW OPENING BALANCES ONLY"
           END-IF.

       REQUEST-PARA.
           READ PBREQ-FILE AT END
                MOVE "Y" TO EOF
           END-READ.
           IF EOF NOT = "Y"
              ADD 1 TO WS-CTL-REQUESTS
              MOVE SPACES TO WS-REQ-ACCT-IN WS-REQ-ACTION-IN
              UNSTRING PBREQ-REC DELIMITED BY ","
              INTO  WS-REQ-ACCT-IN
                    WS-REQ-ACTION-IN
              END-UNSTRING
              MOVE SPACES TO WS-REJECT-REASON
              IF WS-REQ-ACTION-IN NOT = "P"
                 AND WS-REQ-ACTION-IN NOT = "R"
                 MOVE "UNKNOWN PASSBOOK ACTION" TO WS-REJECT-REASON
              ELSE
                 MOVE WS-REQ-ACCT-IN TO AM-ACCT-NUM
                 READ ACCTMST-FILE
                   INVALID KEY
                     MOVE "ACCOUNT NOT FOUND" TO WS-REJECT-REASON
                   NOT INVALID KEY
                     IF AM-STATUS = "C"
                        MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
                     ELSE
                        IF AM-ACCTYPE NOT = "SAVINGS"
                           AND AM-ACCTYPE NOT = "NRI"
                           MOVE "NO PASSBOOK FOR THIS ACCOUNT TYPE"
                                TO WS-REJECT-REASON
                        END-IF
                     END-IF
                 END-READ
              END-IF
              IF WS-REJECT-REASON = SPACES
                 PERFORM FIND-CONTROL-PARA
                 IF WS-REQ-ACTION-IN = "P"
                    AND WS-PC-BOOK (WS-PC-IDX) > 0
                    AND WS-PC-PAGE (WS-PC-IDX) > WS-PAGES-PER-BOOK
                    MOVE "PASSBOOK FULL - REISSUE REQUIRED"
                         TO WS-REJECT-REASON
                 END-IF
              END-IF
              IF WS-REJECT-REASON NOT = SPACES
                 ADD 1 TO WS-CTL-REJECTED
                 DISPLAY "PASSBOOK REQUEST REJECTED: " WS-REQ-ACCT-IN
                         " " WS-REJECT-REASON
              ELSE
                 PERFORM PRINT-PASSBOOK-PARA
              END-IF
           END-IF.
            EXIT.

       FIND-CONTROL-PARA.
           MOVE 0 TO WS-PC-HIT
           SET WS-PC-IDX TO 1
           PERFORM UNTIL WS-PC-IDX > WS-PBCTL-COUNT OR WS-PC-HIT > 0
              IF WS-PC-ACCT (WS-PC-IDX) = AM-ACCT-NUM
                 SET WS-PC-HIT TO WS-PC-IDX
              END-IF
              SET WS-PC-IDX UP BY 1
           END-PERFORM
           IF WS-PC-HIT = 0
              IF WS-PBCTL-COUNT >= 5000
                 DISPLAY "PASSBOOK CONTROL CAPACITY EXCEEDED AT 5000 "
                         "- RUN STOPPED"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PBCTL-COUNT
              MOVE WS-PBCTL-COUNT TO WS-PC-HIT
              SET WS-PC-IDX TO WS-PC-HIT
              MOVE AM-ACCT-NUM TO WS-PC-ACCT (WS-PC-IDX)
              MOVE 0           TO WS-PC-BOOK (WS-PC-IDX)
              MOVE 1           TO WS-PC-PAGE (WS-PC-IDX)
              MOVE 1           TO WS-PC-LINE (WS-PC-IDX)
              MOVE "00000000"  TO WS-PC-LAST-DATE (WS-PC-IDX)
              MOVE 0           TO WS-PC-LAST-ORD (WS-PC-IDX)
              MOVE SPACES      TO WS-PC-LAST-REF (WS-PC-IDX)
              MOVE AM-DEPOSIT  TO WS-PC-LAST-BAL (WS-PC-IDX)
              MOVE SPACES      TO WS-PC-ISSUED (WS-PC-IDX)
           END-IF
           SET WS-PC-IDX TO WS-PC-HIT.

       PRINT-PASSBOOK-PARA.
           MOVE "N" TO WS-BOOK-FULL
           MOVE 0 TO WS-ACCT-LINES
           MOVE AM-ACCT-NUM  TO WS-PH-ACCT
           MOVE AM-CUST      TO WS-PH-CUST
           MOVE AM-IFSC      TO WS-PH-IFSC
           IF WS-REQ-ACTION-IN = "R" OR WS-PC-BOOK (WS-PC-IDX) = 0
              PERFORM ISSUE-BOOK-PARA
           ELSE
              ADD 1 TO WS-CTL-PRINTED
              MOVE WS-PC-BOOK (WS-PC-IDX) TO WS-PH-BOOK
              WRITE PBPRT-REC FROM WS-PB-ACCT-HDR
              WRITE PBPRT-REC FROM WH-PB-COLS
           END-IF
           MOVE WS-PC-LAST-BAL (WS-PC-IDX) TO WS-RUN-BALANCE
           MOVE "N" TO WS-BF-PENDING
           MOVE 0 TO WS-BF-COUNT
           MOVE SPACES TO WS-CUR-DATE
           MOVE 0 TO WS-CUR-ORD
           SET WS-HT-IDX TO 1
           PERFORM UNTIL WS-HT-IDX > WS-HIST-COUNT
                      OR WS-BOOK-FULL = "Y"
              IF WS-HT-ACCT (WS-HT-IDX) = AM-ACCT-NUM
                 PERFORM TAKE-HISTORY-PARA
              END-IF
              SET WS-HT-IDX UP BY 1
           END-PERFORM
           IF WS-BF-PENDING = "Y" AND WS-BOOK-FULL NOT = "Y"
              PERFORM WRITE-BF-PARA
           END-IF
           IF WS-ACCT-LINES = 0
              MOVE "PASSBOOK UP TO DATE - NOTHING TO PRINT"
                   TO WS-PM-TEXT
              WRITE PBPRT-REC FROM WS-PB-MSG-LINE
           END-IF
           IF WS-BOOK-FULL = "Y"
              ADD 1 TO WS-CTL-FULL
              MOVE "PASSBOOK FULL - PRESENT FOR REISSUE"
                   TO WS-PM-TEXT
              WRITE PBPRT-REC FROM WS-PB-MSG-LINE
           END-IF
           WRITE PBPRT-REC FROM WH-RULE-LINE.

       ISSUE-BOOK-PARA.
           IF WS-PC-BOOK (WS-PC-IDX) = 0
              ADD 1 TO WS-CTL-NEW-BOOKS
           ELSE
              ADD 1 TO WS-CTL-REISSUED
           END-IF
           ADD 1 TO WS-PC-BOOK (WS-PC-IDX)
           MOVE 1 TO WS-PC-PAGE (WS-PC-IDX)
           MOVE 1 TO WS-PC-LINE (WS-PC-IDX)
           MOVE WS-RUN-DATE TO WS-PC-ISSUED (WS-PC-IDX)
           MOVE WS-PC-BOOK (WS-PC-IDX) TO WS-PH-BOOK
           WRITE PBPRT-REC FROM WS-PB-ACCT-HDR
           MOVE WS-RUN-DATE            TO WS-PI-DATE
           MOVE WS-PC-BOOK (WS-PC-IDX) TO WS-PI-BOOK
           WRITE PBPRT-REC FROM WS-PB-ISSUE-LINE
           WRITE PBPRT-REC FROM WH-PB-COLS
           MOVE WS-RUN-DATE       TO WS-PD-DATE
           MOVE "OPENING BALANCE" TO WS-PD-PARTIC
           MOVE 0                 TO WS-PD-DEBIT
           MOVE 0                 TO WS-PD-CREDIT
           MOVE WS-PC-LAST-BAL (WS-PC-IDX) TO WS-PD-BALANCE
           PERFORM WRITE-LINE-PARA.

       TAKE-HISTORY-PARA.
           IF WS-HT-DATE (WS-HT-IDX) NOT = WS-CUR-DATE
              MOVE WS-HT-DATE (WS-HT-IDX) TO WS-CUR-DATE
              MOVE 0 TO WS-CUR-ORD
           END-IF
           ADD 1 TO WS-CUR-ORD
           MOVE "N" TO WS-UNPRINTED
           IF WS-CUR-DATE > WS-PC-LAST-DATE (WS-PC-IDX)
              MOVE "Y" TO WS-UNPRINTED
           END-IF
           IF WS-CUR-DATE = WS-PC-LAST-DATE (WS-PC-IDX)
              AND WS-CUR-ORD > WS-PC-LAST-ORD (WS-PC-IDX)
              MOVE "Y" TO WS-UNPRINTED
           END-IF
           IF WS-UNPRINTED = "Y"
              MOVE WS-HT-TYPE (WS-HT-IDX) TO WS-CHK-TYPE
              PERFORM CHECK-DEBIT-TYPE-PARA
              IF WS-CUR-DATE < WS-RETAIN-CUTOFF
                 MOVE "Y" TO WS-BF-PENDING
                 ADD 1 TO WS-BF-COUNT
                 IF WS-DEBIT-TYPE = "Y"
                    SUBTRACT WS-HT-AMOUNT (WS-HT-IDX)
                             FROM WS-RUN-BALANCE
                 ELSE
                    ADD WS-HT-AMOUNT (WS-HT-IDX) TO WS-RUN-BALANCE
                 END-IF
                 MOVE WS-CUR-DATE            TO WS-BF-DATE
                 MOVE WS-CUR-ORD             TO WS-BF-ORD
                 MOVE WS-HT-REF (WS-HT-IDX)  TO WS-BF-REF
                 MOVE WS-RUN-BALANCE         TO WS-BF-BAL
              ELSE
                 IF WS-BF-PENDING = "Y"
                    PERFORM WRITE-BF-PARA
                 END-IF
                 IF WS-BOOK-FULL NOT = "Y"
                    PERFORM WRITE-TXN-PARA
                 END-IF
              END-IF
           END-IF.

       WRITE-BF-PARA.
           MOVE WS-BF-DATE          TO WS-PD-DATE
           MOVE "BROUGHT FORWARD"   TO WS-PD-PARTIC
           MOVE 0                   TO WS-PD-DEBIT
           MOVE 0                   TO WS-PD-CREDIT
           MOVE WS-BF-BAL           TO WS-PD-BALANCE
           PERFORM WRITE-LINE-PARA
           IF WS-LINE-DONE = "Y"
              ADD 1 TO WS-CTL-BF-LINES
              MOVE "N"        TO WS-BF-PENDING
              MOVE WS-BF-DATE TO WS-PC-LAST-DATE (WS-PC-IDX)
              MOVE WS-BF-ORD  TO WS-PC-LAST-ORD (WS-PC-IDX)
              MOVE WS-BF-REF  TO WS-PC-LAST-REF (WS-PC-IDX)
              MOVE WS-BF-BAL  TO WS-PC-LAST-BAL (WS-PC-IDX)
           END-IF.

       WRITE-TXN-PARA.
           MOVE WS-PC-LAST-BAL (WS-PC-IDX) TO WS-RUN-BALANCE
           IF WS-DEBIT-TYPE = "Y"
              SUBTRACT WS-HT-AMOUNT (WS-HT-IDX) FROM WS-RUN-BALANCE
              MOVE WS-HT-AMOUNT (WS-HT-IDX) TO WS-PD-DEBIT
              MOVE 0 TO WS-PD-CREDIT
           ELSE
              ADD WS-HT-AMOUNT (WS-HT-IDX) TO WS-RUN-BALANCE
              MOVE 0 TO WS-PD-DEBIT
              MOVE WS-HT-AMOUNT (WS-HT-IDX) TO WS-PD-CREDIT
           END-IF
           MOVE WS-CUR-DATE TO WS-PD-DATE
           MOVE SPACES TO WS-PD-PARTIC
           STRING WS-HT-TYPE (WS-HT-IDX) DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-HT-REF (WS-HT-IDX)  DELIMITED BY SIZE
             INTO WS-PD-PARTIC
           END-STRING
           MOVE WS-RUN-BALANCE TO WS-PD-BALANCE
           PERFORM WRITE-LINE-PARA
           IF WS-LINE-DONE = "Y"
              MOVE WS-CUR-DATE    TO WS-PC-LAST-DATE (WS-PC-IDX)
              MOVE WS-CUR-ORD     TO WS-PC-LAST-ORD (WS-PC-IDX)
              MOVE WS-HT-REF (WS-HT-IDX)
                                  TO WS-PC-LAST-REF (WS-PC-IDX)
              MOVE WS-RUN-BALANCE TO WS-PC-LAST-BAL (WS-PC-IDX)
           END-IF.

       WRITE-LINE-PARA.
           MOVE "N" TO WS-LINE-DONE
           IF WS-PC-LINE (WS-PC-IDX) > WS-LINES-PER-PAGE
              ADD 1 TO WS-PC-PAGE (WS-PC-IDX)
              MOVE 1 TO WS-PC-LINE (WS-PC-IDX)
              IF WS-PC-PAGE (WS-PC-IDX) <= WS-PAGES-PER-BOOK
                 MOVE WS-PC-PAGE (WS-PC-IDX) TO WS-PT-PAGE
                 WRITE PBPRT-REC FROM WS-PB-TURN-LINE
              END-IF
           END-IF
           IF WS-PC-PAGE (WS-PC-IDX) > WS-PAGES-PER-BOOK
              MOVE "Y" TO WS-BOOK-FULL
           ELSE
              MOVE WS-PC-PAGE (WS-PC-IDX) TO WS-PD-PAGE
              MOVE WS-PC-LINE (WS-PC-IDX) TO WS-PD-LINE
              WRITE PBPRT-REC FROM WS-PB-DETAIL
              ADD 1 TO WS-PC-LINE (WS-PC-IDX)
              ADD 1 TO WS-ACCT-LINES
              ADD 1 TO WS-CTL-LINES
              MOVE "Y" TO WS-LINE-DONE
           END-IF.

       CHECK-DEBIT-TYPE-PARA.
           EVALUATE WS-CHK-TYPE
              WHEN "WDL"
              WHEN "TRO"
              WHEN "RVO"
              WHEN "CHQ"
              WHEN "SWO"
              WHEN "SLO"
              WHEN "ATM"
              WHEN "ODD"
              WHEN "ESC"
              WHEN "OCR"
              WHEN "OPY"
              WHEN "NCH"
              WHEN "ATT"
                 MOVE "Y" TO WS-DEBIT-TYPE
              WHEN OTHER
                 MOVE "N" TO WS-DEBIT-TYPE
           END-EVALUATE.

       SAVE-CONTROL-PARA.
           OPEN OUTPUT PBCTL-FILE
           IF PBCTL-FILE-STATUS NOT = "00"
              DISPLAY "PASSBOOK CONTROL REWRITE FAILED, STATUS="
                      PBCTL-FILE-STATUS
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           SET WS-PC-IDX TO 1
           PERFORM UNTIL WS-PC-IDX > WS-PBCTL-COUNT
              IF WS-PC-BOOK (WS-PC-IDX) > 0
                 MOVE WS-PC-ACCT (WS-PC-IDX)      TO WS-PL-ACCT
                 MOVE WS-PC-BOOK (WS-PC-IDX)      TO WS-PL-BOOK
                 MOVE WS-PC-PAGE (WS-PC-IDX)      TO WS-PL-PAGE
                 MOVE WS-PC-LINE (WS-PC-IDX)      TO WS-PL-LINE
                 MOVE WS-PC-LAST-DATE (WS-PC-IDX) TO WS-PL-DATE
                 MOVE WS-PC-LAST-ORD (WS-PC-IDX)  TO WS-PL-ORD
                 MOVE WS-PC-LAST-REF (WS-PC-IDX)  TO WS-PL-REF
                 MOVE WS-PC-LAST-BAL (WS-PC-IDX)  TO WS-PL-BAL
                 MOVE WS-PC-ISSUED (WS-PC-IDX)    TO WS-PL-ISSUED
                 WRITE PBCTL-REC FROM WS-PBCTL-LINE
              END-IF
              SET WS-PC-IDX UP BY 1
           END-PERFORM
           CLOSE PBCTL-FILE.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "PASSBK"           TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-REQUESTS    TO WS-OPL-IN-COUNT
           MOVE WS-CTL-LINES       TO WS-OPL-OUT-COUNT
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
