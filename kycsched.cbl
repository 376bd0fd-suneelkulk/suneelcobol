       IDENTIFICATION DIVISION.
       PROGRAM-ID. kycsched.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYCMST-FILE ASSIGN TO "CUST-KYC.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS KYCMST-FILE-STATUS.

           SELECT CUSTMST-FILE  ASSIGN TO "CUST-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CM-PAN
                               FILE STATUS IS CUSTMST-FILE-STATUS.

           SELECT XREF-FILE  ASSIGN TO "ACCT-XREF.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS XR-ACCT-NUM
                               FILE STATUS IS XREF-FILE-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO "ACCOUNT-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AM-ACCT-NUM
                               ALTERNATE RECORD KEY IS AM-PAN
                                   WITH DUPLICATES
                               FILE STATUS IS ACCTMST-FILE-STATUS.

           SELECT JRNL-FILE  ASSIGN TO "ACCT-JOURNAL.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS JRNL-FILE-STATUS.

           SELECT NOTIFY-FILE  ASSIGN TO "NOTIFICATION-QUEUE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS NOTIFY-FILE-STATUS.

           SELECT REPORT-FILE  ASSIGN TO "KYC-SCHEDULE.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS REPORT-FILE-STATUS.

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
       FD   KYCMST-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 KYCMST-REC              PIC X(60).

       FD   CUSTMST-FILE  RECORD CONTAINS 205 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CUST-MASTER-REC.
          COPY CUSTMST.

       FD   XREF-FILE  RECORD CONTAINS 24 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-XREF-REC.
          COPY ACCTXREF.

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   JRNL-FILE  RECORD CONTAINS 786 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 JRNL-REC.
          COPY ACCTJRNL.

       FD   NOTIFY-FILE  RECORD CONTAINS 124 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 NOTIFY-REC.
          05 NF-CUST              PIC X(20).
          05 NF-EMAIL             PIC X(40).
          05 NF-MOBILE            PIC X(10).
          05 NF-ACCNUM            PIC X(14).
          05 NF-MESSAGE           PIC X(40).

       FD   REPORT-FILE  RECORD CONTAINS 90 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 REPORT-REC              PIC X(90).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       WORKING-STORAGE SECTION.
       01 KYCMST-FILE-STATUS   PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 XREF-FILE-STATUS     PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 JRNL-FILE-STATUS     PIC X(02).
       01 NOTIFY-FILE-STATUS   PIC X(02).
       01 REPORT-FILE-STATUS   PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 WS-RUN-DATE          PIC X(08).
       01 WS-RUN-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-SCAN-EOF          PIC X(01) VALUE "N".
       01 WS-XREF-EOF          PIC X(01) VALUE "N".
       01 WS-BEFORE-IMAGE      PIC X(277) VALUE SPACES.

       01 WS-KYC-GRACE-DAYS    PIC 9(03) VALUE 30.
       01 WS-KYC-TABLE.
          05 WS-KY-ENTRY OCCURS 5000 TIMES INDEXED BY WS-KY-IDX.
             10 WS-KY-PAN        PIC X(10).
             10 WS-KY-DATE       PIC X(08).
             10 WS-KY-RISK       PIC X(01).
             10 WS-KY-DUE        PIC X(08).
             10 WS-KY-STATUS     PIC X(01).
             10 WS-KY-STAGE      PIC 9(03).
             10 WS-KY-FRZ-DATE   PIC X(08).
       01 WS-KYC-COUNT         PIC 9(04) VALUE 0.
       01 WS-KY-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-KY-IDX      PIC 9(04) VALUE 0.

       01 WS-KY-PAN-IN         PIC X(10).
       01 WS-KY-DATE-IN        PIC X(08).
       01 WS-KY-RISK-IN        PIC X(01).
       01 WS-KY-DUE-IN         PIC X(08).
       01 WS-KY-STATUS-IN      PIC X(01).
       01 WS-KY-STAGE-IN       PIC 9(03).
       01 WS-KY-FRZ-DATE-IN    PIC X(08).

       01 WS-DUE-DATE          PIC X(08).
       01 WS-DUE-NUM           PIC 9(08) VALUE 0.
       01 WS-DUE-YY            PIC 9(04) VALUE 0.
       01 WS-RENEW-YEARS       PIC 9(02) VALUE 0.
       01 WS-DAYS-LEFT         PIC S9(07) VALUE 0.
       01 WS-STAGE-NEEDED      PIC 9(03) VALUE 0.
       01 WS-ACTION            PIC X(20).
       01 WS-ACCTS-FROZEN      PIC 9(05) VALUE 0.
       01 WS-FROZEN-DISP       PIC ZZZZ9.

       01 WS-CTL-SCANNED       PIC 9(07) VALUE 0.
       01 WS-CTL-REMINDED      PIC 9(07) VALUE 0.
       01 WS-CTL-LAPSED        PIC 9(07) VALUE 0.
       01 WS-CTL-FROZEN        PIC 9(07) VALUE 0.
       01 WS-CTL-ACCT-FROZEN   PIC 9(07) VALUE 0.
       01 WS-CTL-NO-DATE       PIC 9(07) VALUE 0.

       01 WS-KYC-LINE.
          05 WS-WL-PAN           PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-RISK          PIC X(01).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-DUE           PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-STATUS        PIC X(01).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-STAGE         PIC 9(03).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-FRZ-DATE      PIC X(08).

       01 WH-REPORT-HDR1.
          05 FILLER PIC X(30) VALUE "RE-KYC SCHEDULE FOR RUN DATE ".
          05 WS-RH-DATE          PIC X(08).
       01 WH-REPORT-HDR2.
          05 FILLER PIC X(12) VALUE "CIF KEY".
          05 FILLER PIC X(22) VALUE "CUSTOMER".
          05 FILLER PIC X(06) VALUE "RISK".
          05 FILLER PIC X(10) VALUE "DUE DATE".
          05 FILLER PIC X(10) VALUE "DAYS LEFT".
          05 FILLER PIC X(20) VALUE "ACTION".
       01 WS-REPORT-DETAIL.
          05 WS-RD-PAN           PIC X(10).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-RD-CUST          PIC X(20).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-RD-RISK          PIC X(01).
          05 FILLER              PIC X(05) VALUE SPACES.
          05 WS-RD-DUE           PIC X(08).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-RD-DAYS          PIC -(06)9.
          05 FILLER              PIC X(03) VALUE SPACES.
          05 WS-RD-ACTION        PIC X(30).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE RE-KYC SCHEDULER PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           PERFORM LOAD-KYC-PARA.
           OPEN INPUT CUSTMST-FILE.
           IF CUSTMST-FILE-STATUS NOT = "00"
              DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS="
                      CUSTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT XREF-FILE.
           OPEN I-O ACCTMST-FILE.
           IF XREF-FILE-STATUS NOT = "00"
              OR ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT FILES NOT AVAILABLE, KYC FREEZES "
                      "CANNOT BE APPLIED - RUN STOPPED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OPEN-JRNL-FILE-PARA.
           PERFORM OPEN-NOTIFY-PARA.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
              DISPLAY "KYC SCHEDULE REPORT OPEN FAILED, STATUS="
                      REPORT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-RH-DATE.
           WRITE REPORT-REC FROM WH-REPORT-HDR1.
           WRITE REPORT-REC FROM WH-REPORT-HDR2.
           PERFORM SCAN-CUSTOMERS-PARA.
           CLOSE REPORT-FILE.
           CLOSE NOTIFY-FILE.
           CLOSE JRNL-FILE.
           CLOSE ACCTMST-FILE.
           CLOSE XREF-FILE.
           CLOSE CUSTMST-FILE.
           PERFORM REWRITE-KYC-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "RE-KYC SCHEDULER SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  CUSTOMERS SCANNED     : " WS-CTL-SCANNED.
           DISPLAY "  REMINDERS QUEUED      : " WS-CTL-REMINDED.
           DISPLAY "  LAPSED IN GRACE       : " WS-CTL-LAPSED.
           DISPLAY "  CUSTOMERS FROZEN      : " WS-CTL-FROZEN.
           DISPLAY "  ACCOUNTS FROZEN       : " WS-CTL-ACCT-FROZEN.
           DISPLAY "  NO KYC DATE ON FILE   : " WS-CTL-NO-DATE.

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

       LOAD-KYC-PARA.
           MOVE 0 TO WS-KYC-COUNT
           OPEN INPUT KYCMST-FILE
           IF KYCMST-FILE-STATUS = "00"
              PERFORM UNTIL KYCMST-FILE-STATUS NOT = "00"
                 READ KYCMST-FILE
                   AT END
                     MOVE "10" TO KYCMST-FILE-STATUS
                   NOT AT END
                     IF WS-KYC-COUNT >= 5000
                        DISPLAY "KYC REGISTER TABLE CAPACITY "
                                "EXCEEDED AT 5000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-KYC-COUNT
                     SET WS-KY-IDX TO WS-KYC-COUNT
                     MOVE SPACES TO WS-KY-FRZ-DATE-IN
                     MOVE 0 TO WS-KY-STAGE-IN
                     UNSTRING KYCMST-REC DELIMITED BY ","
                     INTO  WS-KY-PAN-IN
                           WS-KY-DATE-IN
                           WS-KY-RISK-IN
                           WS-KY-DUE-IN
                           WS-KY-STATUS-IN
                           WS-KY-STAGE-IN
                           WS-KY-FRZ-DATE-IN
                     END-UNSTRING
                     MOVE WS-KY-PAN-IN
                          TO WS-KY-PAN (WS-KY-IDX)
                     MOVE WS-KY-DATE-IN
                          TO WS-KY-DATE (WS-KY-IDX)
                     MOVE WS-KY-RISK-IN
                          TO WS-KY-RISK (WS-KY-IDX)
                     MOVE WS-KY-DUE-IN
                          TO WS-KY-DUE (WS-KY-IDX)
                     MOVE WS-KY-STATUS-IN
                          TO WS-KY-STATUS (WS-KY-IDX)
                     MOVE WS-KY-STAGE-IN
                          TO WS-KY-STAGE (WS-KY-IDX)
                     MOVE WS-KY-FRZ-DATE-IN
                          TO WS-KY-FRZ-DATE (WS-KY-IDX)
                 END-READ
              END-PERFORM
              CLOSE KYCMST-FILE
           ELSE
              DISPLAY "NO KYC REGISTER YET, STARTING EMPTY"
           END-IF.

       OPEN-JRNL-FILE-PARA.
           OPEN EXTEND JRNL-FILE.
           IF JRNL-FILE-STATUS = "35"
              OPEN OUTPUT JRNL-FILE
              CLOSE JRNL-FILE
              OPEN EXTEND JRNL-FILE
           END-IF
           IF JRNL-FILE-STATUS NOT = "00"
              DISPLAY "JOURNAL FILE OPEN FAILED, STATUS="
                      JRNL-FILE-STATUS
              MOVE 20 TO RETURN-CODE
              STOP RUN
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
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.

       SCAN-CUSTOMERS-PARA.
           MOVE LOW-VALUES TO CM-PAN
           START CUSTMST-FILE KEY NOT < CM-PAN
             INVALID KEY
               DISPLAY "CUSTOMER MASTER IS EMPTY"
             NOT INVALID KEY
               MOVE "N" TO WS-SCAN-EOF
               PERFORM CHECK-CUSTOMER-PARA UNTIL WS-SCAN-EOF = "Y"
           END-START.

       CHECK-CUSTOMER-PARA.
           READ CUSTMST-FILE NEXT AT END
                MOVE "Y" TO WS-SCAN-EOF
           END-READ.
           IF WS-SCAN-EOF NOT = "Y"
              ADD 1 TO WS-CTL-SCANNED
              PERFORM FIND-KYC-PARA
              IF WS-KY-FOUND NOT = "Y"
                 PERFORM ADD-KYC-PARA
              END-IF
              IF WS-KY-FOUND = "Y"
                 SET WS-KY-IDX TO WS-FOUND-KY-IDX
                 EVALUATE TRUE
                   WHEN WS-KY-STATUS (WS-KY-IDX) = "F"
                        PERFORM APPLY-FREEZE-PARA
                   WHEN WS-KY-DATE (WS-KY-IDX) NOT NUMERIC
                        PERFORM NO-KYC-DATE-PARA
                   WHEN OTHER
                        PERFORM CHECK-DUE-PARA
                 END-EVALUATE
              END-IF
           END-IF.
            EXIT.

       FIND-KYC-PARA.
           MOVE "N" TO WS-KY-FOUND
           SET WS-KY-IDX TO 1
           PERFORM UNTIL WS-KY-IDX > WS-KYC-COUNT
                      OR WS-KY-FOUND = "Y"
              IF WS-KY-PAN (WS-KY-IDX) = CM-PAN
                 MOVE "Y" TO WS-KY-FOUND
                 SET WS-FOUND-KY-IDX TO WS-KY-IDX
              END-IF
              SET WS-KY-IDX UP BY 1
           END-PERFORM.

       ADD-KYC-PARA.
           IF WS-KYC-COUNT < 5000
              ADD 1 TO WS-KYC-COUNT
              SET WS-KY-IDX TO WS-KYC-COUNT
              SET WS-FOUND-KY-IDX TO WS-KY-IDX
              MOVE "Y"    TO WS-KY-FOUND
              MOVE CM-PAN TO WS-KY-PAN (WS-KY-IDX)
              MOVE SPACES TO WS-KY-DATE (WS-KY-IDX)
                             WS-KY-RISK (WS-KY-IDX)
                             WS-KY-DUE (WS-KY-IDX)
                             WS-KY-FRZ-DATE (WS-KY-IDX)
              MOVE "P"    TO WS-KY-STATUS (WS-KY-IDX)
              MOVE 0      TO WS-KY-STAGE (WS-KY-IDX)
           ELSE
              DISPLAY "KYC REGISTER FULL, CUSTOMER NOT SCHEDULED: "
                      CM-PAN
              MOVE 20 TO RETURN-CODE
           END-IF.

       NO-KYC-DATE-PARA.
           ADD 1 TO WS-CTL-NO-DATE
           MOVE "P" TO WS-KY-STATUS (WS-KY-IDX)
           MOVE 0   TO WS-DAYS-LEFT
           MOVE "NO KYC DATE ON FILE" TO WS-ACTION
           PERFORM WRITE-DETAIL-PARA.

       COMPUTE-DUE-PARA.
           EVALUATE WS-KY-RISK (WS-KY-IDX)
             WHEN "H"
                  MOVE 2  TO WS-RENEW-YEARS
             WHEN "M"
                  MOVE 8  TO WS-RENEW-YEARS
             WHEN OTHER
                  MOVE 10 TO WS-RENEW-YEARS
           END-EVALUATE
           MOVE WS-KY-DATE (WS-KY-IDX) TO WS-DUE-DATE
           MOVE WS-DUE-DATE(1:4) TO WS-DUE-YY
           ADD WS-RENEW-YEARS TO WS-DUE-YY
           MOVE WS-DUE-YY TO WS-DUE-DATE(1:4)
           IF WS-DUE-DATE(5:4) = "0229"
              MOVE "0228" TO WS-DUE-DATE(5:4)
           END-IF
           MOVE WS-DUE-DATE TO WS-KY-DUE (WS-KY-IDX)
           MOVE WS-DUE-DATE TO WS-DUE-NUM
           COMPUTE WS-DAYS-LEFT =
              FUNCTION INTEGER-OF-DATE(WS-DUE-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

       CHECK-DUE-PARA.
           PERFORM COMPUTE-DUE-PARA
           MOVE "A" TO WS-KY-STATUS (WS-KY-IDX)
           IF WS-DAYS-LEFT < 0
              IF WS-DAYS-LEFT + WS-KYC-GRACE-DAYS < 0
                 MOVE "F"         TO WS-KY-STATUS (WS-KY-IDX)
                 MOVE WS-RUN-DATE TO WS-KY-FRZ-DATE (WS-KY-IDX)
                 ADD 1 TO WS-CTL-FROZEN
                 PERFORM APPLY-FREEZE-PARA
                 MOVE SPACES TO NF-MESSAGE
                 STRING "KYC LAPSED - DEBITS BLOCKED ON ACCOUNTS"
                        DELIMITED BY SIZE
                   INTO NF-MESSAGE
                 PERFORM QUEUE-NOTICE-PARA
              ELSE
                 ADD 1 TO WS-CTL-LAPSED
                 MOVE 1 TO WS-STAGE-NEEDED
                 MOVE "KYC LAPSED, IN GRACE" TO WS-ACTION
                 PERFORM SEND-REMINDER-PARA
              END-IF
           ELSE
              IF WS-DAYS-LEFT <= 90
                 EVALUATE TRUE
                   WHEN WS-DAYS-LEFT <= 30
                        MOVE 30 TO WS-STAGE-NEEDED
                        MOVE "REMINDER 30 DAYS" TO WS-ACTION
                   WHEN WS-DAYS-LEFT <= 60
                        MOVE 60 TO WS-STAGE-NEEDED
                        MOVE "REMINDER 60 DAYS" TO WS-ACTION
                   WHEN OTHER
                        MOVE 90 TO WS-STAGE-NEEDED
                        MOVE "REMINDER 90 DAYS" TO WS-ACTION
                 END-EVALUATE
                 PERFORM SEND-REMINDER-PARA
              END-IF
           END-IF.

       SEND-REMINDER-PARA.
           IF WS-KY-STAGE (WS-KY-IDX) = 0
              OR WS-KY-STAGE (WS-KY-IDX) > WS-STAGE-NEEDED
              MOVE WS-STAGE-NEEDED TO WS-KY-STAGE (WS-KY-IDX)
              MOVE SPACES TO NF-MESSAGE
              IF WS-STAGE-NEEDED = 1
                 STRING "KYC EXPIRED " WS-KY-DUE (WS-KY-IDX)
                        " - UPDATE NOW"
                        DELIMITED BY SIZE
                   INTO NF-MESSAGE
              ELSE
                 STRING "RE-KYC DUE BY " WS-KY-DUE (WS-KY-IDX)
                        " - VISIT BRANCH"
                        DELIMITED BY SIZE
                   INTO NF-MESSAGE
              END-IF
              PERFORM QUEUE-NOTICE-PARA
              ADD 1 TO WS-CTL-REMINDED
              PERFORM WRITE-DETAIL-PARA
           END-IF.

       QUEUE-NOTICE-PARA.
           MOVE CM-CUST   TO NF-CUST
           MOVE CM-EMAIL  TO NF-EMAIL
           MOVE CM-MOBILE TO NF-MOBILE
           MOVE CM-PAN    TO NF-ACCNUM
           WRITE NOTIFY-REC.

       APPLY-FREEZE-PARA.
           MOVE 0 TO WS-ACCTS-FROZEN
           MOVE LOW-VALUES TO XR-ACCT-NUM
           START XREF-FILE KEY NOT < XR-ACCT-NUM
             INVALID KEY
               MOVE "10" TO XREF-FILE-STATUS
           END-START
           MOVE "N" TO WS-XREF-EOF
           PERFORM FREEZE-XREF-PARA UNTIL WS-XREF-EOF = "Y"
           ADD WS-ACCTS-FROZEN TO WS-CTL-ACCT-FROZEN
           IF WS-KY-FRZ-DATE (WS-KY-IDX) = WS-RUN-DATE
              OR WS-ACCTS-FROZEN > 0
              IF WS-KY-DUE (WS-KY-IDX) NUMERIC
                 MOVE WS-KY-DUE (WS-KY-IDX) TO WS-DUE-NUM
                 COMPUTE WS-DAYS-LEFT =
                    FUNCTION INTEGER-OF-DATE(WS-DUE-NUM) -
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
              ELSE
                 MOVE 0 TO WS-DAYS-LEFT
              END-IF
              MOVE WS-ACCTS-FROZEN TO WS-FROZEN-DISP
              MOVE SPACES TO WS-ACTION
              STRING "FROZEN, ACCTS " WS-FROZEN-DISP
                     DELIMITED BY SIZE
                INTO WS-ACTION
              PERFORM WRITE-DETAIL-PARA
           END-IF.

       FREEZE-XREF-PARA.
           READ XREF-FILE NEXT AT END
                MOVE "Y" TO WS-XREF-EOF
           END-READ.
           IF WS-XREF-EOF NOT = "Y"
              IF XR-PAN = CM-PAN
                 PERFORM FREEZE-ACCOUNT-PARA
              END-IF
           END-IF.
            EXIT.

       FREEZE-ACCOUNT-PARA.
           MOVE XR-ACCT-NUM TO AM-ACCT-NUM
           READ ACCTMST-FILE
             INVALID KEY
               DISPLAY "XREF ACCOUNT NOT ON MASTER: " XR-ACCT-NUM
             NOT INVALID KEY
               IF AM-STATUS = "O"
                  MOVE ACCOUNT-MASTER-REC TO WS-BEFORE-IMAGE
                  MOVE "K" TO AM-STATUS
                  REWRITE ACCOUNT-MASTER-REC
                    INVALID KEY
                      DISPLAY "ACCOUNT MASTER REWRITE FAILED: "
                              AM-ACCT-NUM
                  END-REWRITE
                  MOVE WS-CYCLE-ID        TO JR-CYCLE
                  MOVE WS-RUN-DATE        TO JR-DATE
                  MOVE "KYCFRZ"           TO JR-ACTION
                  MOVE AM-ACCT-NUM        TO JR-ACCT-NUM
                  MOVE WS-BEFORE-IMAGE    TO JR-BEFORE-IMAGE
                  MOVE ACCOUNT-MASTER-REC TO JR-AFTER-IMAGE
                  MOVE SPACES             TO JR-TXN-REC
                  STRING "KYC DUE " WS-KY-DUE (WS-KY-IDX)
                         " LAPSED PAST GRACE"
                         DELIMITED BY SIZE
                    INTO JR-TXN-REC
                  WRITE JRNL-REC
                  ADD 1 TO WS-ACCTS-FROZEN
               END-IF
           END-READ.

       WRITE-DETAIL-PARA.
           MOVE WS-KY-PAN (WS-KY-IDX)  TO WS-RD-PAN
           MOVE CM-CUST                TO WS-RD-CUST
           MOVE WS-KY-RISK (WS-KY-IDX) TO WS-RD-RISK
           MOVE WS-KY-DUE (WS-KY-IDX)  TO WS-RD-DUE
           MOVE WS-DAYS-LEFT           TO WS-RD-DAYS
           MOVE WS-ACTION              TO WS-RD-ACTION
           WRITE REPORT-REC FROM WS-REPORT-DETAIL.

       REWRITE-KYC-PARA.
           OPEN OUTPUT KYCMST-FILE
           IF KYCMST-FILE-STATUS NOT = "00"
              DISPLAY "KYC REGISTER REWRITE FAILED, STATUS="
                      KYCMST-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-KY-IDX TO 1
              PERFORM UNTIL WS-KY-IDX > WS-KYC-COUNT
                 MOVE WS-KY-PAN (WS-KY-IDX)      TO WS-WL-PAN
                 MOVE WS-KY-DATE (WS-KY-IDX)     TO WS-WL-DATE
                 MOVE WS-KY-RISK (WS-KY-IDX)     TO WS-WL-RISK
                 MOVE WS-KY-DUE (WS-KY-IDX)      TO WS-WL-DUE
                 MOVE WS-KY-STATUS (WS-KY-IDX)   TO WS-WL-STATUS
                 MOVE WS-KY-STAGE (WS-KY-IDX)    TO WS-WL-STAGE
                 MOVE WS-KY-FRZ-DATE (WS-KY-IDX) TO WS-WL-FRZ-DATE
                 WRITE KYCMST-REC FROM WS-KYC-LINE
                 SET WS-KY-IDX UP BY 1
              END-PERFORM
              CLOSE KYCMST-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "KYCSCHED"         TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-SCANNED     TO WS-OPL-IN-COUNT
           MOVE WS-CTL-REMINDED    TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-FROZEN      TO WS-OPL-REJ-COUNT
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
