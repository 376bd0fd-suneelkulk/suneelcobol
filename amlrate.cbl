       IDENTIFICATION DIVISION.
       PROGRAM-ID. amlrate.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE  ASSIGN TO "AML-RISK-PARM.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PARM-FILE-STATUS.

           SELECT RISK-FILE  ASSIGN TO "CUST-RISK.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RISK-FILE-STATUS.

           SELECT CUSTMST-FILE  ASSIGN TO "CUST-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CM-PAN
                               FILE STATUS IS CUSTMST-FILE-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO "ACCOUNT-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AM-ACCT-NUM
                               ALTERNATE RECORD KEY IS AM-PAN
                                   WITH DUPLICATES
                               FILE STATUS IS ACCTMST-FILE-STATUS.

           SELECT WATCHLIST-FILE  ASSIGN TO "WATCHLIST.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS WATCHLIST-FILE-STATUS.

           SELECT CTROUT-FILE  ASSIGN TO "CTR-RETURN.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CTROUT-FILE-STATUS.

           SELECT CASE-FILE  ASSIGN TO "STR-CASE-FILE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CASE-FILE-STATUS.

           SELECT TXNHIST-FILE  ASSIGN TO "TXN-HISTORY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TXNHIST-FILE-STATUS.

           SELECT KYCMST-FILE ASSIGN TO "CUST-KYC.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS KYCMST-FILE-STATUS.

           SELECT CHANGE-FILE  ASSIGN TO "RISK-RATING-CHANGES.LOG"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CHANGE-FILE-STATUS.

           SELECT EDD-FILE  ASSIGN TO "AML-EDD.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS EDD-FILE-STATUS.

           SELECT KEY-FILE    ASSIGN TO "CRYPTO-KEY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS KEY-FILE-STATUS.

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
       FD   PARM-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PARM-REC                PIC X(30).

       FD   RISK-FILE  RECORD CONTAINS 50 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RISK-REC                PIC X(50).

       FD   CUSTMST-FILE  RECORD CONTAINS 205 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CUST-MASTER-REC.
          COPY CUSTMST.

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   WATCHLIST-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 WATCHLIST-REC           PIC X(60).

       FD   CTROUT-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CTROUT-REC.
          05 CT-RECTYPE           PIC X(03).
          05 CT-PERIOD            PIC X(06).
          05 CT-PAN               PIC X(10).
          05 CT-DEP               PIC 9(11)V99.
          05 CT-WDL               PIC 9(11)V99.
          05 CT-FLAG              PIC X(01).
          05 FILLER               PIC X(14).

       FD   CASE-FILE  RECORD CONTAINS 110 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CASE-REC                PIC X(110).

       FD   TXNHIST-FILE  RECORD CONTAINS 84 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNHIST-REC             PIC X(84).

       FD   KYCMST-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 KYCMST-REC              PIC X(60).

       FD   CHANGE-FILE  RECORD CONTAINS 110 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CHANGE-REC              PIC X(110).

       FD   EDD-FILE  RECORD CONTAINS 110 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 EDD-REC                 PIC X(110).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   KEY-FILE  RECORD CONTAINS 20 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 KEY-REC                 PIC X(20).

       WORKING-STORAGE SECTION.
       01 PARM-FILE-STATUS     PIC X(02).
       01 RISK-FILE-STATUS     PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 WATCHLIST-FILE-STATUS PIC X(02).
       01 CTROUT-FILE-STATUS   PIC X(02).
       01 CASE-FILE-STATUS     PIC X(02).
       01 TXNHIST-FILE-STATUS  PIC X(02).
       01 KYCMST-FILE-STATUS   PIC X(02).
       01 CHANGE-FILE-STATUS   PIC X(02).
       01 EDD-FILE-STATUS      PIC X(02).
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
       01 WS-WINDOW-START      PIC 9(08) VALUE 0.
       01 WS-SCAN-EOF          PIC X(01) VALUE "N".

       01 WS-WT-WATCH-DIRECT   PIC 9(03) VALUE 50.
       01 WS-WT-WATCH-JOINT    PIC 9(03) VALUE 20.
       01 WS-WT-CTR            PIC 9(03) VALUE 10.
       01 WS-CTR-CAP           PIC 9(03) VALUE 3.
       01 WS-WT-STR            PIC 9(03) VALUE 25.
       01 WS-STR-CAP           PIC 9(03) VALUE 2.
       01 WS-WT-NRI            PIC 9(03) VALUE 10.
       01 WS-WT-FORM60         PIC 9(03) VALUE 15.
       01 WS-WT-VELOCITY       PIC 9(03) VALUE 15.
       01 WS-VEL-COUNT         PIC 9(05) VALUE 60.
       01 WS-VEL-DAYS          PIC 9(03) VALUE 30.
       01 WS-BAND-MEDIUM       PIC 9(03) VALUE 25.
       01 WS-BAND-HIGH         PIC 9(03) VALUE 50.
       01 WS-PM-NAME-IN        PIC X(12).
       01 WS-PM-VALUE-IN       PIC X(10).
       01 WS-PM-VALUE          PIC 9(05) VALUE 0.

       01 WS-RISK-TABLE.
          05 WS-RK-ENTRY OCCURS 5000 TIMES INDEXED BY WS-RK-IDX.
             10 WS-RK-PAN        PIC X(10).
             10 WS-RK-CUST       PIC X(20).
             10 WS-RK-RATING     PIC X(01).
             10 WS-RK-SCORE      PIC 9(03).
             10 WS-RK-DATE       PIC X(08).
             10 WS-RK-CTR-COUNT  PIC 9(03).
             10 WS-RK-CTR-PERIOD PIC X(06).
             10 WS-RK-ON-MASTER  PIC X(01).
             10 WS-RK-WL-DIRECT  PIC X(01).
             10 WS-RK-WL-JOINT   PIC X(01).
             10 WS-RK-NRI        PIC X(01).
             10 WS-RK-FORM60     PIC X(01).
             10 WS-RK-STR-COUNT  PIC 9(03).
             10 WS-RK-VEL-COUNT  PIC 9(05).
       01 WS-RISK-COUNT        PIC 9(04) VALUE 0.
       01 WS-RK-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-RK-IDX      PIC 9(04) VALUE 0.
       01 WS-FIND-PAN          PIC X(10).

       01 WS-RK-PAN-IN         PIC X(10).
       01 WS-RK-RATING-IN      PIC X(01).
       01 WS-RK-SCORE-IN       PIC 9(03).
       01 WS-RK-DATE-IN        PIC X(08).
       01 WS-RK-CTR-COUNT-IN   PIC 9(03).
       01 WS-RK-CTR-PERIOD-IN  PIC X(06).

       01 WS-ACCT-TABLE.
          05 WS-AC-ENTRY OCCURS 10000 TIMES INDEXED BY WS-AC-IDX.
             10 WS-AC-ACCT       PIC X(14).
             10 WS-AC-RK-IDX     PIC 9(04).
       01 WS-ACCT-COUNT        PIC 9(05) VALUE 0.
       01 WS-AC-FOUND          PIC X(01) VALUE "N".
       01 WS-FIND-ACCT         PIC X(14).

       01 WS-WATCH-TABLE.
          05 WS-WATCH-ENTRY OCCURS 500 TIMES INDEXED BY WS-WATCH-IDX.
             10 WS-WATCH-PAN     PIC X(10).
             10 WS-WATCH-AADHAR  PIC X(12).
             10 WS-WATCH-REASON  PIC X(30).
       01 WS-WATCH-COUNT       PIC 9(03) VALUE 0.
       01 WS-WATCH-HIT         PIC X(01) VALUE "N".

       01 WS-KYC-TABLE.
          05 WS-KY-ENTRY OCCURS 5000 TIMES INDEXED BY WS-KY-IDX.
             10 WS-KY-LINE       PIC X(60).
       01 WS-KYC-COUNT         PIC 9(04) VALUE 0.
       01 WS-KYC-LOADED        PIC X(01) VALUE "N".

       01 WS-TH-DATE-IN        PIC X(08).
       01 WS-TH-ACCT-IN        PIC X(14).
       01 WS-TH-TYPE-IN        PIC X(03).
       01 WS-TH-DATE-NUM       PIC 9(08) VALUE 0.

       01 KEY-FILE-STATUS      PIC X(02).
       01 WS-CRYPTO-KEY        PIC X(16) VALUE SPACES.
       01 WS-F60-SURROGATE     PIC X(01) VALUE "N".
       01 WS-PAN               PIC X(10) VALUE SPACES.
       01 WS-CR-PARMS.
          05 WS-CR-FUNC         PIC X(01).
          05 WS-CR-KEY          PIC X(16).
          05 WS-CR-PAN-IN       PIC X(10).
          05 WS-CR-PAN-OUT      PIC X(10).
          05 WS-CR-AADHAR-IN    PIC X(12).
          05 WS-CR-AADHAR-OUT   PIC X(12).
       01 WS-MK-PARMS.
          05 WS-MK-PAN-IN       PIC X(10).
          05 WS-MK-PAN-OUT      PIC X(10).
          05 WS-MK-AADHAR-IN    PIC X(12).
          05 WS-MK-AADHAR-OUT   PIC X(12).

       01 WS-SCORE             PIC 9(05) VALUE 0.
       01 WS-FACTOR-COUNT      PIC 9(03) VALUE 0.
       01 WS-NEW-RATING        PIC X(01) VALUE SPACES.
       01 WS-OLD-RATING        PIC X(01) VALUE SPACES.
       01 WS-REASONS           PIC X(60) VALUE SPACES.
       01 WS-REASON-PTR        PIC 9(03) VALUE 1.
       01 WS-COUNT-DISP        PIC 9(03).

       01 WS-CTL-CIFS          PIC 9(07) VALUE 0.
       01 WS-CTL-CHANGED       PIC 9(07) VALUE 0.
       01 WS-CTL-NEW-HIGH      PIC 9(07) VALUE 0.
       01 WS-CTL-HIGH          PIC 9(07) VALUE 0.
       01 WS-CTL-MEDIUM        PIC 9(07) VALUE 0.
       01 WS-CTL-LOW           PIC 9(07) VALUE 0.
       01 WS-CTL-KYC-SYNC      PIC 9(07) VALUE 0.

       01 WS-RISK-LINE.
          05 WS-WL-PAN           PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-RATING        PIC X(01).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-SCORE         PIC 9(03).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-CTR-COUNT     PIC 9(03).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-CTR-PERIOD    PIC X(06).

       01 WS-CHANGE-LINE.
          05 WS-CG-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CG-PAN           PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CG-CUST          PIC X(20).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CG-OLD           PIC X(01).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CG-NEW           PIC X(01).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CG-SCORE         PIC 9(03).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CG-REASONS       PIC X(60).

       01 WH-EDD-HDR1.
          05 FILLER PIC X(40) VALUE
             "CUSTOMERS NEWLY RATED HIGH RISK - EDD ".
          05 WS-EH-DATE          PIC X(08).
       01 WH-EDD-HDR2.
          05 FILLER PIC X(12) VALUE "PAN".
          05 FILLER PIC X(22) VALUE "CUSTOMER".
          05 FILLER PIC X(06) VALUE "WAS".
          05 FILLER PIC X(07) VALUE "SCORE".
          05 FILLER PIC X(30) VALUE "RISK FACTORS".
       01 WS-EDD-DETAIL.
          05 WS-ED-PAN           PIC X(10).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ED-CUST          PIC X(20).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ED-OLD           PIC X(01).
          05 FILLER              PIC X(05) VALUE SPACES.
          05 WS-ED-SCORE         PIC ZZ9.
          05 FILLER              PIC X(04) VALUE SPACES.
          05 WS-ED-REASONS       PIC X(60).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE AML CUSTOMER RISK RATING PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           PERFORM LOAD-KEY-PARA.
           PERFORM LOAD-PARM-PARA.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - WS-VEL-DAYS).
           PERFORM LOAD-RISK-PARA.
           PERFORM LOAD-WATCHLIST-PARA.
           OPEN INPUT CUSTMST-FILE.
           IF CUSTMST-FILE-STATUS NOT = "00"
              DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS="
                      CUSTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM SCAN-CUSTOMERS-PARA.
           CLOSE CUSTMST-FILE.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM SCAN-ACCOUNTS-PARA.
           CLOSE ACCTMST-FILE.
           PERFORM TALLY-CTR-PARA.
           PERFORM TALLY-STR-PARA.
           PERFORM TALLY-VELOCITY-PARA.
           PERFORM LOAD-KYC-PARA.
           PERFORM OPEN-CHANGE-PARA.
           OPEN OUTPUT EDD-FILE.
           IF EDD-FILE-STATUS NOT = "00"
              DISPLAY "EDD REPORT OPEN FAILED, STATUS="
                      EDD-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-EH-DATE.
           WRITE EDD-REC FROM WH-EDD-HDR1.
           WRITE EDD-REC FROM WH-EDD-HDR2.
           SET WS-RK-IDX TO 1.
           PERFORM RATE-ONE-PARA
                   UNTIL WS-RK-IDX > WS-RISK-COUNT.
           CLOSE EDD-FILE.
           CLOSE CHANGE-FILE.
           PERFORM REWRITE-RISK-PARA.
           PERFORM REWRITE-KYC-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "AML RISK RATING SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  CUSTOMERS RATED       : " WS-CTL-CIFS.
           DISPLAY "  RATED HIGH            : " WS-CTL-HIGH.
           DISPLAY "  RATED MEDIUM          : " WS-CTL-MEDIUM.
           DISPLAY "  RATED LOW             : " WS-CTL-LOW.
           DISPLAY "  RATING CHANGES        : " WS-CTL-CHANGED.
           DISPLAY "  NEWLY HIGH FOR EDD    : " WS-CTL-NEW-HIGH.
           DISPLAY "  KYC CATEGORIES SYNCED : " WS-CTL-KYC-SYNC.

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

       LOAD-KEY-PARA.
           OPEN INPUT KEY-FILE
           IF KEY-FILE-STATUS = "00"
              READ KEY-FILE
                NOT AT END
                  MOVE KEY-REC(1:16) TO WS-CRYPTO-KEY
              END-READ
              CLOSE KEY-FILE
           END-IF.

       LOAD-PARM-PARA.
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
              DISPLAY "NO AML RISK PARAMETERS, USING BUILT-IN "
                      "WEIGHTS"
           END-IF
           DISPLAY "RISK BANDS - MEDIUM FROM " WS-BAND-MEDIUM
                   " HIGH FROM " WS-BAND-HIGH.

       APPLY-PARM-PARA.
           EVALUATE WS-PM-NAME-IN
             WHEN "WATCHDIRECT"
                  MOVE WS-PM-VALUE TO WS-WT-WATCH-DIRECT
             WHEN "WATCHJOINT"
                  MOVE WS-PM-VALUE TO WS-WT-WATCH-JOINT
             WHEN "CTR"
                  MOVE WS-PM-VALUE TO WS-WT-CTR
             WHEN "CTRCAP"
                  MOVE WS-PM-VALUE TO WS-CTR-CAP
             WHEN "STR"
                  MOVE WS-PM-VALUE TO WS-WT-STR
             WHEN "STRCAP"
                  MOVE WS-PM-VALUE TO WS-STR-CAP
             WHEN "NRI"
                  MOVE WS-PM-VALUE TO WS-WT-NRI
             WHEN "FORM60"
                  MOVE WS-PM-VALUE TO WS-WT-FORM60
             WHEN "VELOCITY"
                  MOVE WS-PM-VALUE TO WS-WT-VELOCITY
             WHEN "VELCOUNT"
                  MOVE WS-PM-VALUE TO WS-VEL-COUNT
             WHEN "VELDAYS"
                  MOVE WS-PM-VALUE TO WS-VEL-DAYS
             WHEN "MEDIUM"
                  MOVE WS-PM-VALUE TO WS-BAND-MEDIUM
             WHEN "HIGH"
                  MOVE WS-PM-VALUE TO WS-BAND-HIGH
             WHEN OTHER
                  DISPLAY "UNKNOWN AML RISK PARAMETER IGNORED: "
                          WS-PM-NAME-IN
           END-EVALUATE.

       LOAD-RISK-PARA.
           MOVE 0 TO WS-RISK-COUNT
           OPEN INPUT RISK-FILE
           IF RISK-FILE-STATUS = "00"
              PERFORM UNTIL RISK-FILE-STATUS NOT = "00"
                 READ RISK-FILE
                   AT END
                     MOVE "10" TO RISK-FILE-STATUS
                   NOT AT END
                     IF WS-RISK-COUNT >= 5000
                        DISPLAY "RISK REGISTER TABLE CAPACITY "
                                "EXCEEDED AT 5000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-RISK-COUNT
                     SET WS-RK-IDX TO WS-RISK-COUNT
                     MOVE 0 TO WS-RK-SCORE-IN WS-RK-CTR-COUNT-IN
                     MOVE SPACES TO WS-RK-CTR-PERIOD-IN
                     UNSTRING RISK-REC DELIMITED BY ","
                     INTO  WS-RK-PAN-IN
                           WS-RK-RATING-IN
                           WS-RK-SCORE-IN
                           WS-RK-DATE-IN
                           WS-RK-CTR-COUNT-IN
                           WS-RK-CTR-PERIOD-IN
                     END-UNSTRING
                     PERFORM CLEAR-FACTORS-PARA
                     MOVE WS-RK-PAN-IN
                          TO WS-RK-PAN (WS-RK-IDX)
                     MOVE WS-RK-RATING-IN
                          TO WS-RK-RATING (WS-RK-IDX)
                     MOVE WS-RK-SCORE-IN
                          TO WS-RK-SCORE (WS-RK-IDX)
                     MOVE WS-RK-DATE-IN
                          TO WS-RK-DATE (WS-RK-IDX)
                     MOVE WS-RK-CTR-COUNT-IN
                          TO WS-RK-CTR-COUNT (WS-RK-IDX)
                     MOVE WS-RK-CTR-PERIOD-IN
                          TO WS-RK-CTR-PERIOD (WS-RK-IDX)
                 END-READ
              END-PERFORM
              CLOSE RISK-FILE
           ELSE
              DISPLAY "NO RISK REGISTER YET, STARTING EMPTY"
           END-IF.

       CLEAR-FACTORS-PARA.
           MOVE SPACES TO WS-RK-CUST (WS-RK-IDX)
           MOVE "N" TO WS-RK-ON-MASTER (WS-RK-IDX)
                       WS-RK-WL-DIRECT (WS-RK-IDX)
                       WS-RK-WL-JOINT (WS-RK-IDX)
                       WS-RK-NRI (WS-RK-IDX)
                       WS-RK-FORM60 (WS-RK-IDX)
           MOVE 0   TO WS-RK-STR-COUNT (WS-RK-IDX)
                       WS-RK-VEL-COUNT (WS-RK-IDX).

       LOAD-WATCHLIST-PARA.
           MOVE 0 TO WS-WATCH-COUNT
           OPEN INPUT WATCHLIST-FILE
           IF WATCHLIST-FILE-STATUS = "00"
              PERFORM UNTIL WATCHLIST-FILE-STATUS NOT = "00"
                 READ WATCHLIST-FILE
                   AT END
                     MOVE "10" TO WATCHLIST-FILE-STATUS
                   NOT AT END
                     IF WS-WATCH-COUNT < 500
                        ADD 1 TO WS-WATCH-COUNT
                        SET WS-WATCH-IDX TO WS-WATCH-COUNT
                        UNSTRING WATCHLIST-REC DELIMITED BY ","
                        INTO     WS-WATCH-PAN (WS-WATCH-IDX)
                                 WS-WATCH-AADHAR (WS-WATCH-IDX)
                                 WS-WATCH-REASON (WS-WATCH-IDX)
                        END-UNSTRING
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE WATCHLIST-FILE
           ELSE
              DISPLAY "NO CURRENT WATCHLIST, PROXIMITY NOT SCORED"
           END-IF.

       FIND-RISK-PARA.
           MOVE "N" TO WS-RK-FOUND
           SET WS-RK-IDX TO 1
           PERFORM UNTIL WS-RK-IDX > WS-RISK-COUNT
                      OR WS-RK-FOUND = "Y"
              IF WS-RK-PAN (WS-RK-IDX) = WS-FIND-PAN
                 MOVE "Y" TO WS-RK-FOUND
                 SET WS-FOUND-RK-IDX TO WS-RK-IDX
              END-IF
              SET WS-RK-IDX UP BY 1
           END-PERFORM.

       SCAN-CUSTOMERS-PARA.
           MOVE LOW-VALUES TO CM-PAN
           START CUSTMST-FILE KEY NOT < CM-PAN
             INVALID KEY
               DISPLAY "CUSTOMER MASTER IS EMPTY"
             NOT INVALID KEY
               MOVE "N" TO WS-SCAN-EOF
               PERFORM TAKE-CUSTOMER-PARA UNTIL WS-SCAN-EOF = "Y"
           END-START.

       TAKE-CUSTOMER-PARA.
           READ CUSTMST-FILE NEXT AT END
                MOVE "Y" TO WS-SCAN-EOF
           END-READ.
           IF WS-SCAN-EOF NOT = "Y"
              MOVE CM-PAN TO WS-FIND-PAN
              PERFORM FIND-RISK-PARA
              IF WS-RK-FOUND NOT = "Y"
                 IF WS-RISK-COUNT >= 5000
                    DISPLAY "RISK REGISTER TABLE CAPACITY "
                            "EXCEEDED AT 5000 - RUN STOPPED"
                    MOVE 20 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-RISK-COUNT
                 SET WS-RK-IDX TO WS-RISK-COUNT
                 SET WS-FOUND-RK-IDX TO WS-RK-IDX
                 PERFORM CLEAR-FACTORS-PARA
                 MOVE CM-PAN TO WS-RK-PAN (WS-RK-IDX)
                 MOVE SPACES TO WS-RK-RATING (WS-RK-IDX)
                                WS-RK-DATE (WS-RK-IDX)
                                WS-RK-CTR-PERIOD (WS-RK-IDX)
                 MOVE 0      TO WS-RK-SCORE (WS-RK-IDX)
                                WS-RK-CTR-COUNT (WS-RK-IDX)
              END-IF
              SET WS-RK-IDX TO WS-FOUND-RK-IDX
              MOVE "Y"     TO WS-RK-ON-MASTER (WS-RK-IDX)
              MOVE CM-CUST TO WS-RK-CUST (WS-RK-IDX)
              IF CM-PAN(1:3) = "F60"
                 AND CM-PAN(4:6) NUMERIC
                 AND CM-PAN(10:1) = "F"
                 MOVE "Y" TO WS-RK-FORM60 (WS-RK-IDX)
              END-IF
           END-IF.
            EXIT.

       SCAN-ACCOUNTS-PARA.
           MOVE LOW-VALUES TO AM-ACCT-NUM
           START ACCTMST-FILE KEY NOT < AM-ACCT-NUM
             INVALID KEY
               DISPLAY "ACCOUNT MASTER IS EMPTY"
             NOT INVALID KEY
               MOVE "N" TO WS-SCAN-EOF
               PERFORM TAKE-ACCOUNT-PARA UNTIL WS-SCAN-EOF = "Y"
           END-START.

       TAKE-ACCOUNT-PARA.
           READ ACCTMST-FILE NEXT AT END
                MOVE "Y" TO WS-SCAN-EOF
           END-READ.
           IF WS-SCAN-EOF NOT = "Y"
              AND AM-STATUS NOT = "C"
              MOVE AM-PAN TO WS-FIND-PAN
              PERFORM FIND-RISK-PARA
              IF WS-RK-FOUND = "Y"
                 SET WS-RK-IDX TO WS-FOUND-RK-IDX
                 IF WS-ACCT-COUNT < 10000
                    ADD 1 TO WS-ACCT-COUNT
                    SET WS-AC-IDX TO WS-ACCT-COUNT
                    MOVE AM-ACCT-NUM     TO WS-AC-ACCT (WS-AC-IDX)
                    MOVE WS-FOUND-RK-IDX TO WS-AC-RK-IDX (WS-AC-IDX)
                 ELSE
                    DISPLAY "ACCOUNT TABLE FULL, ACTIVITY NOT "
                            "SCORED FOR: " AM-ACCT-NUM
                 END-IF
                 IF AM-ACCTYPE = "NRI"
                    MOVE "Y" TO WS-RK-NRI (WS-RK-IDX)
                 END-IF
                 PERFORM CHECK-PRIMARY-PARA
                 IF WS-WATCH-HIT = "Y"
                    MOVE "Y" TO WS-RK-WL-DIRECT (WS-RK-IDX)
                 ELSE
                    PERFORM CHECK-JOINT-PARA
                    IF WS-WATCH-HIT = "Y"
                       MOVE "Y" TO WS-RK-WL-JOINT (WS-RK-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.
            EXIT.

       CHECK-PRIMARY-PARA.
           MOVE "N" TO WS-WATCH-HIT
           SET WS-WATCH-IDX TO 1
           PERFORM UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
                      OR WS-WATCH-HIT = "Y"
              IF (WS-WATCH-PAN (WS-WATCH-IDX) NOT = SPACES
                    AND WS-WATCH-PAN (WS-WATCH-IDX) = AM-PAN)
                 OR (WS-WATCH-AADHAR (WS-WATCH-IDX) NOT = SPACES
                    AND WS-WATCH-AADHAR (WS-WATCH-IDX) = AM-AADHAR)
                 MOVE "Y" TO WS-WATCH-HIT
              END-IF
              SET WS-WATCH-IDX UP BY 1
           END-PERFORM.

       CHECK-JOINT-PARA.
           MOVE "N" TO WS-WATCH-HIT
           IF AM-JOINT-PAN = SPACES AND AM-JOINT-AADHAR = SPACES
              CONTINUE
           ELSE
              SET WS-WATCH-IDX TO 1
              PERFORM UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
                         OR WS-WATCH-HIT = "Y"
                 IF (WS-WATCH-PAN (WS-WATCH-IDX) NOT = SPACES
                       AND WS-WATCH-PAN (WS-WATCH-IDX)
                           = AM-JOINT-PAN)
                    OR (WS-WATCH-AADHAR (WS-WATCH-IDX) NOT = SPACES
                       AND WS-WATCH-AADHAR (WS-WATCH-IDX)
                           = AM-JOINT-AADHAR)
                    MOVE "Y" TO WS-WATCH-HIT
                 END-IF
                 SET WS-WATCH-IDX UP BY 1
              END-PERFORM
           END-IF.

       FIND-ACCOUNT-PARA.
           MOVE "N" TO WS-AC-FOUND
           SET WS-AC-IDX TO 1
           PERFORM UNTIL WS-AC-IDX > WS-ACCT-COUNT
                      OR WS-AC-FOUND = "Y"
              IF WS-AC-ACCT (WS-AC-IDX) = WS-FIND-ACCT
                 MOVE "Y" TO WS-AC-FOUND
                 SET WS-RK-IDX TO WS-AC-RK-IDX (WS-AC-IDX)
              END-IF
              SET WS-AC-IDX UP BY 1
           END-PERFORM.

       TALLY-CTR-PARA.
           OPEN INPUT CTROUT-FILE
           IF CTROUT-FILE-STATUS NOT = "00"
              DISPLAY "NO CTR RETURN ON FILE, CTR FREQUENCY "
                      "CARRIED FORWARD"
           ELSE
              PERFORM UNTIL CTROUT-FILE-STATUS NOT = "00"
                 READ CTROUT-FILE
                   AT END
                     MOVE "10" TO CTROUT-FILE-STATUS
                   NOT AT END
                     IF CT-RECTYPE = "CTR" AND CT-FLAG = "Y"
                        MOVE CT-PAN TO WS-PAN
                        PERFORM ENCIPHER-PAN-PARA
                        MOVE WS-PAN TO WS-FIND-PAN
                        PERFORM FIND-RISK-PARA
                        IF WS-RK-FOUND = "Y"
                           SET WS-RK-IDX TO WS-FOUND-RK-IDX
                           IF WS-RK-CTR-PERIOD (WS-RK-IDX) = SPACES
                              OR WS-RK-CTR-PERIOD (WS-RK-IDX)
                                 < CT-PERIOD
                              ADD 1 TO WS-RK-CTR-COUNT (WS-RK-IDX)
                              MOVE CT-PERIOD
                                   TO WS-RK-CTR-PERIOD (WS-RK-IDX)
                           END-IF
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE CTROUT-FILE
           END-IF.

       ENCIPHER-PAN-PARA.
           MOVE "N" TO WS-F60-SURROGATE
           IF WS-PAN(1:3) = "F60"
              AND WS-PAN(4:6) NUMERIC
              AND WS-PAN(10:1) = "F"
              MOVE "Y" TO WS-F60-SURROGATE
           END-IF
           IF WS-CRYPTO-KEY NOT = SPACES
              AND WS-F60-SURROGATE NOT = "Y"
              MOVE "E"           TO WS-CR-FUNC
              MOVE WS-CRYPTO-KEY TO WS-CR-KEY
              MOVE WS-PAN        TO WS-CR-PAN-IN
              MOVE SPACES        TO WS-CR-AADHAR-IN
              CALL "cryptid" USING WS-CR-PARMS
              MOVE WS-CR-PAN-OUT TO WS-PAN
           END-IF.

       DECIPHER-PAN-PARA.
           MOVE "N" TO WS-F60-SURROGATE
           IF WS-PAN(1:3) = "F60"
              AND WS-PAN(4:6) NUMERIC
              AND WS-PAN(10:1) = "F"
              MOVE "Y" TO WS-F60-SURROGATE
           END-IF
           IF WS-CRYPTO-KEY NOT = SPACES
              AND WS-F60-SURROGATE NOT = "Y"
              MOVE "D"           TO WS-CR-FUNC
              MOVE WS-CRYPTO-KEY TO WS-CR-KEY
              MOVE WS-PAN        TO WS-CR-PAN-IN
              MOVE SPACES        TO WS-CR-AADHAR-IN
              CALL "cryptid" USING WS-CR-PARMS
              MOVE WS-CR-PAN-OUT TO WS-PAN
           END-IF.

       TALLY-STR-PARA.
           OPEN INPUT CASE-FILE
           IF CASE-FILE-STATUS NOT = "00"
              DISPLAY "NO STR CASE FILE, STR FACTOR NOT SCORED"
           ELSE
              PERFORM UNTIL CASE-FILE-STATUS NOT = "00"
                 READ CASE-FILE
                   AT END
                     MOVE "10" TO CASE-FILE-STATUS
                   NOT AT END
                     MOVE CASE-REC(1:14) TO WS-FIND-ACCT
                     PERFORM FIND-ACCOUNT-PARA
                     IF WS-AC-FOUND = "Y"
                        ADD 1 TO WS-RK-STR-COUNT (WS-RK-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE CASE-FILE
           END-IF.

       TALLY-VELOCITY-PARA.
           OPEN INPUT TXNHIST-FILE
           IF TXNHIST-FILE-STATUS NOT = "00"
              DISPLAY "TRANSACTION HISTORY NOT FOUND, VELOCITY "
                      "NOT SCORED"
           ELSE
              PERFORM UNTIL TXNHIST-FILE-STATUS NOT = "00"
                 READ TXNHIST-FILE
                   AT END
                     MOVE "10" TO TXNHIST-FILE-STATUS
                   NOT AT END
                     UNSTRING TXNHIST-REC DELIMITED BY ","
                     INTO     WS-TH-DATE-IN
                              WS-TH-ACCT-IN
                              WS-TH-TYPE-IN
                     END-UNSTRING
                     IF WS-TH-DATE-IN NUMERIC
                        MOVE WS-TH-DATE-IN TO WS-TH-DATE-NUM
                        IF WS-TH-DATE-NUM >= WS-WINDOW-START
                           MOVE WS-TH-ACCT-IN TO WS-FIND-ACCT
                           PERFORM FIND-ACCOUNT-PARA
                           IF WS-AC-FOUND = "Y"
                              ADD 1 TO WS-RK-VEL-COUNT (WS-RK-IDX)
                           END-IF
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE TXNHIST-FILE
           END-IF.

       LOAD-KYC-PARA.
           MOVE 0 TO WS-KYC-COUNT
           OPEN INPUT KYCMST-FILE
           IF KYCMST-FILE-STATUS = "00"
              MOVE "Y" TO WS-KYC-LOADED
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
                     MOVE KYCMST-REC TO WS-KY-LINE (WS-KY-IDX)
                 END-READ
              END-PERFORM
              CLOSE KYCMST-FILE
           ELSE
              DISPLAY "NO KYC REGISTER, RE-KYC CATEGORIES NOT SYNCED"
           END-IF.

       OPEN-CHANGE-PARA.
           OPEN EXTEND CHANGE-FILE.
           IF CHANGE-FILE-STATUS = "35"
              OPEN OUTPUT CHANGE-FILE
              CLOSE CHANGE-FILE
              OPEN EXTEND CHANGE-FILE
           END-IF
           IF CHANGE-FILE-STATUS NOT = "00"
              DISPLAY "RATING CHANGE LOG OPEN FAILED, STATUS="
                      CHANGE-FILE-STATUS
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       RATE-ONE-PARA.
           IF WS-RK-ON-MASTER (WS-RK-IDX) = "Y"
              ADD 1 TO WS-CTL-CIFS
              PERFORM SCORE-FACTORS-PARA
              IF WS-SCORE >= WS-BAND-HIGH
                 MOVE "H" TO WS-NEW-RATING
                 ADD 1 TO WS-CTL-HIGH
              ELSE
              IF WS-SCORE >= WS-BAND-MEDIUM
                 MOVE "M" TO WS-NEW-RATING
                 ADD 1 TO WS-CTL-MEDIUM
              ELSE
                 MOVE "L" TO WS-NEW-RATING
                 ADD 1 TO WS-CTL-LOW
              END-IF
              END-IF
              MOVE WS-RK-RATING (WS-RK-IDX) TO WS-OLD-RATING
              IF WS-NEW-RATING NOT = WS-OLD-RATING
                 PERFORM RECORD-CHANGE-PARA
              END-IF
              MOVE WS-NEW-RATING TO WS-RK-RATING (WS-RK-IDX)
              MOVE WS-SCORE      TO WS-RK-SCORE (WS-RK-IDX)
              MOVE WS-RUN-DATE   TO WS-RK-DATE (WS-RK-IDX)
              PERFORM SYNC-KYC-PARA
           END-IF
           SET WS-RK-IDX UP BY 1.
            EXIT.

       SCORE-FACTORS-PARA.
           MOVE 0 TO WS-SCORE
           MOVE SPACES TO WS-REASONS
           MOVE 1 TO WS-REASON-PTR
           IF WS-RK-WL-DIRECT (WS-RK-IDX) = "Y"
              ADD WS-WT-WATCH-DIRECT TO WS-SCORE
              STRING "WATCHLIST " DELIMITED BY SIZE
                INTO WS-REASONS WITH POINTER WS-REASON-PTR
           ELSE
           IF WS-RK-WL-JOINT (WS-RK-IDX) = "Y"
              ADD WS-WT-WATCH-JOINT TO WS-SCORE
              STRING "WATCH-JOINT " DELIMITED BY SIZE
                INTO WS-REASONS WITH POINTER WS-REASON-PTR
           END-IF
           END-IF
           IF WS-RK-CTR-COUNT (WS-RK-IDX) > 0
              MOVE WS-RK-CTR-COUNT (WS-RK-IDX) TO WS-FACTOR-COUNT
              IF WS-FACTOR-COUNT > WS-CTR-CAP
                 MOVE WS-CTR-CAP TO WS-FACTOR-COUNT
              END-IF
              COMPUTE WS-SCORE = WS-SCORE
                               + WS-WT-CTR * WS-FACTOR-COUNT
              MOVE WS-RK-CTR-COUNT (WS-RK-IDX) TO WS-COUNT-DISP
              STRING "CTR" WS-COUNT-DISP " " DELIMITED BY SIZE
                INTO WS-REASONS WITH POINTER WS-REASON-PTR
           END-IF
           IF WS-RK-STR-COUNT (WS-RK-IDX) > 0
              MOVE WS-RK-STR-COUNT (WS-RK-IDX) TO WS-FACTOR-COUNT
              IF WS-FACTOR-COUNT > WS-STR-CAP
                 MOVE WS-STR-CAP TO WS-FACTOR-COUNT
              END-IF
              COMPUTE WS-SCORE = WS-SCORE
                               + WS-WT-STR * WS-FACTOR-COUNT
              MOVE WS-RK-STR-COUNT (WS-RK-IDX) TO WS-COUNT-DISP
              STRING "STR" WS-COUNT-DISP " " DELIMITED BY SIZE
                INTO WS-REASONS WITH POINTER WS-REASON-PTR
           END-IF
           IF WS-RK-NRI (WS-RK-IDX) = "Y"
              ADD WS-WT-NRI TO WS-SCORE
              STRING "NRI " DELIMITED BY SIZE
                INTO WS-REASONS WITH POINTER WS-REASON-PTR
           END-IF
           IF WS-RK-FORM60 (WS-RK-IDX) = "Y"
              ADD WS-WT-FORM60 TO WS-SCORE
              STRING "FORM60 " DELIMITED BY SIZE
                INTO WS-REASONS WITH POINTER WS-REASON-PTR
           END-IF
           IF WS-RK-VEL-COUNT (WS-RK-IDX) >= WS-VEL-COUNT
              ADD WS-WT-VELOCITY TO WS-SCORE
              STRING "VELOCITY " DELIMITED BY SIZE
                INTO WS-REASONS WITH POINTER WS-REASON-PTR
           END-IF
           IF WS-SCORE > 999
              MOVE 999 TO WS-SCORE
           END-IF
           IF WS-REASONS = SPACES
              MOVE "NO RISK FACTORS" TO WS-REASONS
           END-IF.

       RECORD-CHANGE-PARA.
           ADD 1 TO WS-CTL-CHANGED
           MOVE WS-RUN-DATE              TO WS-CG-DATE
           MOVE WS-RK-PAN (WS-RK-IDX)    TO WS-CG-PAN
           MOVE WS-RK-CUST (WS-RK-IDX)   TO WS-CG-CUST
           MOVE WS-OLD-RATING            TO WS-CG-OLD
           MOVE WS-NEW-RATING            TO WS-CG-NEW
           MOVE WS-SCORE                 TO WS-CG-SCORE
           MOVE WS-REASONS               TO WS-CG-REASONS
           WRITE CHANGE-REC FROM WS-CHANGE-LINE
           IF WS-NEW-RATING = "H"
              ADD 1 TO WS-CTL-NEW-HIGH
              MOVE WS-RK-PAN (WS-RK-IDX) TO WS-PAN
              PERFORM DECIPHER-PAN-PARA
              MOVE WS-PAN                TO WS-MK-PAN-IN
              MOVE SPACES                TO WS-MK-AADHAR-IN
              CALL "maskid" USING WS-MK-PARMS
              MOVE WS-MK-PAN-OUT         TO WS-ED-PAN
              MOVE WS-RK-CUST (WS-RK-IDX) TO WS-ED-CUST
              MOVE WS-OLD-RATING         TO WS-ED-OLD
              MOVE WS-SCORE              TO WS-ED-SCORE
              MOVE WS-REASONS            TO WS-ED-REASONS
              WRITE EDD-REC FROM WS-EDD-DETAIL
           END-IF.

       SYNC-KYC-PARA.
           SET WS-KY-IDX TO 1
           PERFORM UNTIL WS-KY-IDX > WS-KYC-COUNT
              IF WS-KY-LINE (WS-KY-IDX)(1:10) = WS-RK-PAN (WS-RK-IDX)
                 IF WS-KY-LINE (WS-KY-IDX)(21:1) NOT = WS-NEW-RATING
                    MOVE WS-NEW-RATING TO WS-KY-LINE (WS-KY-IDX)(21:1)
                    ADD 1 TO WS-CTL-KYC-SYNC
                 END-IF
                 SET WS-KY-IDX TO WS-KYC-COUNT
              END-IF
              SET WS-KY-IDX UP BY 1
           END-PERFORM.

       REWRITE-RISK-PARA.
           OPEN OUTPUT RISK-FILE
           IF RISK-FILE-STATUS NOT = "00"
              DISPLAY "RISK REGISTER REWRITE FAILED, STATUS="
                      RISK-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-RK-IDX TO 1
              PERFORM UNTIL WS-RK-IDX > WS-RISK-COUNT
                 MOVE WS-RK-PAN (WS-RK-IDX)        TO WS-WL-PAN
                 MOVE WS-RK-RATING (WS-RK-IDX)     TO WS-WL-RATING
                 MOVE WS-RK-SCORE (WS-RK-IDX)      TO WS-WL-SCORE
                 MOVE WS-RK-DATE (WS-RK-IDX)       TO WS-WL-DATE
                 MOVE WS-RK-CTR-COUNT (WS-RK-IDX)  TO WS-WL-CTR-COUNT
                 MOVE WS-RK-CTR-PERIOD (WS-RK-IDX)
                      TO WS-WL-CTR-PERIOD
                 WRITE RISK-REC FROM WS-RISK-LINE
                 SET WS-RK-IDX UP BY 1
              END-PERFORM
              CLOSE RISK-FILE
           END-IF.

       REWRITE-KYC-PARA.
           IF WS-KYC-LOADED = "Y" AND WS-CTL-KYC-SYNC > 0
              OPEN OUTPUT KYCMST-FILE
              IF KYCMST-FILE-STATUS NOT = "00"
                 DISPLAY "KYC REGISTER REWRITE FAILED, STATUS="
                         KYCMST-FILE-STATUS
                 MOVE 20 TO RETURN-CODE
              ELSE
                 SET WS-KY-IDX TO 1
                 PERFORM UNTIL WS-KY-IDX > WS-KYC-COUNT
                    WRITE KYCMST-REC FROM WS-KY-LINE (WS-KY-IDX)
                    SET WS-KY-IDX UP BY 1
                 END-PERFORM
                 CLOSE KYCMST-FILE
              END-IF
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "AMLRATE"          TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-CIFS        TO WS-OPL-IN-COUNT
           MOVE WS-CTL-CHANGED     TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-NEW-HIGH    TO WS-OPL-REJ-COUNT
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
