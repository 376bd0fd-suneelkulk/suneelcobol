       IDENTIFICATION DIVISION.
       PROGRAM-ID. txnalert.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXNHIST-FILE  ASSIGN TO "TXN-HISTORY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TXNHIST-FILE-STATUS.

           SELECT ALERTCTL-FILE ASSIGN TO "ALERT-CONTROL.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS ALERTCTL-FILE-STATUS.

           SELECT THRESH-FILE  ASSIGN TO "ALERT-THRESHOLD.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS THRESH-FILE-STATUS.

           SELECT LIEN-FILE  ASSIGN TO "LIEN-FILE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LIEN-FILE-STATUS.

           SELECT NOTIFY-FILE  ASSIGN TO "NOTIFICATION-QUEUE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS NOTIFY-FILE-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO "ACCOUNT-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AM-ACCT-NUM
                               ALTERNATE RECORD KEY IS AM-PAN
                                   WITH DUPLICATES
                               FILE STATUS IS ACCTMST-FILE-STATUS.

           SELECT CUSTMST-FILE  ASSIGN TO "CUST-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CM-PAN
                               FILE STATUS IS CUSTMST-FILE-STATUS.

           SELECT ACCTBAL-FILE  ASSIGN TO "ACCT-BALANCE.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BAL-ACCT-NUM
                               FILE STATUS IS ACCTBAL-FILE-STATUS.

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
       FD   TXNHIST-FILE  RECORD CONTAINS 84 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNHIST-REC             PIC X(84).

       FD   ALERTCTL-FILE  RECORD CONTAINS 20 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ALERTCTL-REC            PIC X(20).

       FD   THRESH-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 THRESH-REC              PIC X(30).

       FD   LIEN-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LIEN-REC                PIC X(80).

       FD   NOTIFY-FILE  RECORD CONTAINS 124 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 NOTIFY-REC.
          05 NF-CUST              PIC X(20).
          05 NF-EMAIL             PIC X(40).
          05 NF-MOBILE            PIC X(10).
          05 NF-ACCNUM            PIC X(14).
          05 NF-MESSAGE           PIC X(40).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   CUSTMST-FILE  RECORD CONTAINS 205 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CUST-MASTER-REC.
          COPY CUSTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
          COPY ACCTBAL.

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 TXNHIST-FILE-STATUS  PIC X(02).
       01 ALERTCTL-FILE-STATUS PIC X(02).
       01 THRESH-FILE-STATUS   PIC X(02).
       01 NOTIFY-FILE-STATUS   PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 ACCTBAL-FILE-STATUS  PIC X(02).
       01 WS-CUSTMST-OPEN      PIC X(01) VALUE "N".
       01 WS-ACCTBAL-OPEN      PIC X(01) VALUE "N".
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.

       01 WS-RUN-DATE          PIC X(08).
       01 EOF                  PIC X(01) VALUE "N".

       01 WS-ALERT-MARK        PIC 9(09) VALUE 0.
       01 WS-ALERT-MARK-IN     PIC X(09) VALUE SPACES.
       01 WS-HIST-READ         PIC 9(09) VALUE 0.

       01 WS-THRESH-TABLE.
          05 WS-TR-ENTRY OCCURS 5000 TIMES INDEXED BY WS-TR-IDX.
             10 WS-TR-PAN        PIC X(10).
             10 WS-TR-AMOUNT     PIC 9(09)V99.
       01 WS-THRESH-COUNT      PIC 9(04) VALUE 0.
       01 WS-TR-PAN-IN         PIC X(10).
       01 WS-TR-AMOUNT-IN      PIC X(12).
       01 WS-CR-THRESHOLD      PIC 9(09)V99 VALUE 0.

       01 LIEN-FILE-STATUS     PIC X(02).
       01 WS-LIEN-TABLE.
          05 WS-LI-ENTRY OCCURS 2000 TIMES INDEXED BY WS-LI-IDX.
             10 WS-LI-ACCT       PIC X(14).
             10 WS-LI-AMOUNT     PIC 9(09)V99.
             10 WS-LI-EXPIRY     PIC X(08).
       01 WS-LIEN-COUNT        PIC 9(04) VALUE 0.
       01 WS-LIEN-TOTAL        PIC 9(09)V99 VALUE 0.
       01 WS-HOLD-TOTAL        PIC 9(10)V99 VALUE 0.
       01 WS-AVAIL-BAL         PIC 9(09)V99 VALUE 0.
       01 WS-LI-ACCT-IN        PIC X(14).
       01 WS-LI-AMOUNT-IN      PIC X(12).
       01 WS-LI-REASON-IN      PIC X(30).
       01 WS-LI-AUTH-IN        PIC X(12).
       01 WS-LI-EXPIRY-IN      PIC X(08).

       01 WS-TH-DATE-IN        PIC X(08).
       01 WS-TH-ACCT-IN        PIC X(14).
       01 WS-TH-TYPE-IN        PIC X(03).
       01 WS-TH-AMOUNT-IN      PIC X(12).
       01 WS-TH-BALANCE-IN     PIC X(12).
       01 WS-TH-CYCLE-IN       PIC X(04).
       01 WS-TH-REF-IN         PIC X(12).
       01 WS-TH-LINK-IN        PIC X(12).
       01 WS-TH-AMOUNT         PIC 9(09)V99 VALUE 0.
       01 WS-TH-BALANCE        PIC 9(09)V99 VALUE 0.

       01 WS-CHK-TYPE          PIC X(03) VALUE SPACES.
       01 WS-DEBIT-TYPE        PIC X(01) VALUE "N".
       01 WS-DR-CR             PIC X(02) VALUE SPACES.
       01 WS-ACCT-MASKED       PIC X(06) VALUE SPACES.
       01 WS-AMT-DISP          PIC Z(08)9.99.
       01 WS-AVL-DISP          PIC Z(08)9.99.

       01 WS-CTL-SCANNED       PIC 9(07) VALUE 0.
       01 WS-CTL-QUEUED        PIC 9(07) VALUE 0.
       01 WS-CTL-DEBITS        PIC 9(07) VALUE 0.
       01 WS-CTL-CREDITS       PIC 9(07) VALUE 0.
       01 WS-CTL-BELOW         PIC 9(07) VALUE 0.
       01 WS-CTL-NO-ACCT       PIC 9(07) VALUE 0.

       01 WS-ALERTCTL-LINE.
          05 WS-AC-MARK          PIC 9(09).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AC-DATE          PIC X(08).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE TRANSACTION ALERT PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-ALERT-MARK-PARA.
           PERFORM LOAD-THRESHOLDS-PARA.
           PERFORM LOAD-LIENS-PARA.
           OPEN INPUT TXNHIST-FILE.
           IF TXNHIST-FILE-STATUS NOT = "00"
              DISPLAY "TRANSACTION HISTORY NOT FOUND, STATUS="
                      TXNHIST-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              CLOSE TXNHIST-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUSTMST-FILE.
           IF CUSTMST-FILE-STATUS = "00"
              MOVE "Y" TO WS-CUSTMST-OPEN
           ELSE
              DISPLAY "CUSTOMER MASTER NOT AVAILABLE, ALERTS QUEUED "
                      "WITHOUT CONTACT DETAILS"
           END-IF.
           OPEN INPUT ACCTBAL-FILE.
           IF ACCTBAL-FILE-STATUS = "00"
              MOVE "Y" TO WS-ACCTBAL-OPEN
           ELSE
              DISPLAY "BALANCE FILE NOT AVAILABLE, UNCLEARED FUNDS "
                      "NOT DEDUCTED"
           END-IF.
           PERFORM OPEN-NOTIFY-PARA.
           MOVE "N" TO EOF.
           PERFORM ALERT-ONE-PARA UNTIL EOF = "Y".
           CLOSE NOTIFY-FILE.
           CLOSE TXNHIST-FILE.
           CLOSE ACCTMST-FILE.
           IF WS-CUSTMST-OPEN = "Y"
              CLOSE CUSTMST-FILE
           END-IF.
           IF WS-ACCTBAL-OPEN = "Y"
              CLOSE ACCTBAL-FILE
           END-IF.
           IF WS-HIST-READ < WS-ALERT-MARK
              DISPLAY "HISTORY HAS FEWER ROWS THAN THE ALERT MARK "
                      WS-ALERT-MARK " - MARK RESET TO " WS-HIST-READ
           END-IF.
           PERFORM SAVE-ALERT-MARK-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "TRANSACTION ALERT SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  POSTINGS SCANNED : " WS-CTL-SCANNED.
           DISPLAY "  ALERTS QUEUED    : " WS-CTL-QUEUED.
           DISPLAY "    DEBIT ALERTS   : " WS-CTL-DEBITS.
           DISPLAY "    CREDIT ALERTS  : " WS-CTL-CREDITS.
           DISPLAY "  BELOW THRESHOLD  : " WS-CTL-BELOW.
           DISPLAY "  NO ACCOUNT       : " WS-CTL-NO-ACCT.

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

       LOAD-ALERT-MARK-PARA.
           MOVE 0 TO WS-ALERT-MARK
           OPEN INPUT ALERTCTL-FILE
           IF ALERTCTL-FILE-STATUS = "00"
              READ ALERTCTL-FILE
                NOT AT END
                  UNSTRING ALERTCTL-REC DELIMITED BY ","
                  INTO     WS-ALERT-MARK-IN
                  END-UNSTRING
                  IF FUNCTION TEST-NUMVAL(WS-ALERT-MARK-IN) = 0
                     COMPUTE WS-ALERT-MARK =
                             FUNCTION NUMVAL(WS-ALERT-MARK-IN)
                  END-IF
              END-READ
              CLOSE ALERTCTL-FILE
           ELSE
              DISPLAY "NO ALERT CONTROL FILE, ALERTING FROM THE "
                      "START OF HISTORY"
           END-IF.

       LOAD-THRESHOLDS-PARA.
           MOVE 0 TO WS-THRESH-COUNT
           OPEN INPUT THRESH-FILE
           IF THRESH-FILE-STATUS = "00"
              PERFORM UNTIL THRESH-FILE-STATUS NOT = "00"
                 READ THRESH-FILE
                   AT END
                     MOVE "10" TO THRESH-FILE-STATUS
                   NOT AT END
                     IF WS-THRESH-COUNT < 5000
                        ADD 1 TO WS-THRESH-COUNT
                        SET WS-TR-IDX TO WS-THRESH-COUNT
                        UNSTRING THRESH-REC DELIMITED BY ","
                        INTO  WS-TR-PAN-IN
                              WS-TR-AMOUNT-IN
                        END-UNSTRING
                        MOVE WS-TR-PAN-IN TO WS-TR-PAN (WS-TR-IDX)
                        MOVE 0 TO WS-TR-AMOUNT (WS-TR-IDX)
                        IF FUNCTION TEST-NUMVAL(WS-TR-AMOUNT-IN) = 0
                           COMPUTE WS-TR-AMOUNT (WS-TR-IDX) =
                                   FUNCTION NUMVAL(WS-TR-AMOUNT-IN)
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE THRESH-FILE
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

       OPEN-NOTIFY-PARA.
           OPEN EXTEND NOTIFY-FILE.
           IF NOTIFY-FILE-STATUS = "35"
              OPEN OUTPUT NOTIFY-FILE
              CLOSE NOTIFY-FILE
              OPEN EXTEND NOTIFY-FILE
           END-IF
           IF NOTIFY-FILE-STATUS NOT = "00"
              DISPLAY "NOTIFICATION QUEUE OPEN FAILED, STATUS="
                      NOTIFY-FILE-STATUS
              CLOSE TXNHIST-FILE
              CLOSE ACCTMST-FILE
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.

       ALERT-ONE-PARA.
           READ TXNHIST-FILE AT END
                MOVE "Y" TO EOF
           END-READ.
           IF EOF NOT = "Y"
              ADD 1 TO WS-HIST-READ
              IF WS-HIST-READ > WS-ALERT-MARK
                 ADD 1 TO WS-CTL-SCANNED
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
                 MOVE WS-TH-ACCT-IN TO AM-ACCT-NUM
                 READ ACCTMST-FILE
                   INVALID KEY
                     ADD 1 TO WS-CTL-NO-ACCT
                   NOT INVALID KEY
                     PERFORM BUILD-ALERT-PARA
                 END-READ
              END-IF
           END-IF.
            EXIT.

       BUILD-ALERT-PARA.
           COMPUTE WS-TH-AMOUNT  = FUNCTION NUMVAL(WS-TH-AMOUNT-IN)
           COMPUTE WS-TH-BALANCE = FUNCTION NUMVAL(WS-TH-BALANCE-IN)
           MOVE WS-TH-TYPE-IN TO WS-CHK-TYPE
           PERFORM CHECK-DEBIT-TYPE-PARA
           IF WS-DEBIT-TYPE = "Y"
              MOVE "DR" TO WS-DR-CR
           ELSE
              MOVE "CR" TO WS-DR-CR
              PERFORM FIND-THRESHOLD-PARA
           END-IF
           IF WS-DEBIT-TYPE NOT = "Y"
              AND WS-TH-AMOUNT < WS-CR-THRESHOLD
              ADD 1 TO WS-CTL-BELOW
           ELSE
              PERFORM COMPUTE-AVAIL-PARA
              MOVE "XX" TO WS-ACCT-MASKED(1:2)
              MOVE WS-TH-ACCT-IN(11:4) TO WS-ACCT-MASKED(3:4)
              MOVE WS-TH-AMOUNT TO WS-AMT-DISP
              MOVE WS-AVAIL-BAL TO WS-AVL-DISP
              MOVE AM-CUST     TO NF-CUST
              MOVE SPACES      TO NF-EMAIL NF-MOBILE
              IF WS-CUSTMST-OPEN = "Y"
                 MOVE AM-PAN TO CM-PAN
                 READ CUSTMST-FILE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE CM-EMAIL  TO NF-EMAIL
                     MOVE CM-MOBILE TO NF-MOBILE
                 END-READ
              END-IF
              MOVE WS-TH-ACCT-IN TO NF-ACCNUM
              MOVE SPACES TO NF-MESSAGE
              STRING WS-DR-CR                    DELIMITED BY SIZE
                     " "                         DELIMITED BY SIZE
                     WS-TH-TYPE-IN               DELIMITED BY SIZE
                     " "                         DELIMITED BY SIZE
                     FUNCTION TRIM(WS-AMT-DISP)  DELIMITED BY SIZE
                     " "                         DELIMITED BY SIZE
                     WS-ACCT-MASKED              DELIMITED BY SIZE
                     " AVL "                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-AVL-DISP)  DELIMITED BY SIZE
                INTO NF-MESSAGE
              END-STRING
              WRITE NOTIFY-REC
              ADD 1 TO WS-CTL-QUEUED
              IF WS-DEBIT-TYPE = "Y"
                 ADD 1 TO WS-CTL-DEBITS
              ELSE
                 ADD 1 TO WS-CTL-CREDITS
              END-IF
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

       FIND-THRESHOLD-PARA.
           MOVE 0 TO WS-CR-THRESHOLD
           SET WS-TR-IDX TO 1
           PERFORM UNTIL WS-TR-IDX > WS-THRESH-COUNT
              IF WS-TR-PAN (WS-TR-IDX) = AM-PAN
                 MOVE WS-TR-AMOUNT (WS-TR-IDX) TO WS-CR-THRESHOLD
              END-IF
              SET WS-TR-IDX UP BY 1
           END-PERFORM.

       COMPUTE-AVAIL-PARA.
           MOVE 0 TO WS-LIEN-TOTAL
           SET WS-LI-IDX TO 1
           PERFORM UNTIL WS-LI-IDX > WS-LIEN-COUNT
              IF WS-LI-ACCT (WS-LI-IDX) = WS-TH-ACCT-IN
                 AND (WS-LI-EXPIRY (WS-LI-IDX) = SPACES
                      OR WS-LI-EXPIRY (WS-LI-IDX) >= WS-RUN-DATE)
                 ADD WS-LI-AMOUNT (WS-LI-IDX) TO WS-LIEN-TOTAL
              END-IF
              SET WS-LI-IDX UP BY 1
           END-PERFORM
           MOVE 0 TO BAL-UNCLEARED
           IF WS-ACCTBAL-OPEN = "Y"
              MOVE WS-TH-ACCT-IN TO BAL-ACCT-NUM
              READ ACCTBAL-FILE
                INVALID KEY
                  MOVE 0 TO BAL-UNCLEARED
              END-READ
           END-IF
           COMPUTE WS-HOLD-TOTAL = WS-LIEN-TOTAL + BAL-UNCLEARED
           IF WS-HOLD-TOTAL > WS-TH-BALANCE
              MOVE 0 TO WS-AVAIL-BAL
           ELSE
              COMPUTE WS-AVAIL-BAL = WS-TH-BALANCE - WS-HOLD-TOTAL
           END-IF.

       SAVE-ALERT-MARK-PARA.
           OPEN OUTPUT ALERTCTL-FILE
           IF ALERTCTL-FILE-STATUS = "00"
              MOVE WS-HIST-READ TO WS-AC-MARK
              MOVE WS-RUN-DATE  TO WS-AC-DATE
              WRITE ALERTCTL-REC FROM WS-ALERTCTL-LINE
              CLOSE ALERTCTL-FILE
           ELSE
              DISPLAY "ALERT CONTROL REWRITE FAILED, STATUS="
                      ALERTCTL-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "TXNALERT"         TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-SCANNED     TO WS-OPL-IN-COUNT
           MOVE WS-CTL-QUEUED      TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-BELOW       TO WS-OPL-REJ-COUNT
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
