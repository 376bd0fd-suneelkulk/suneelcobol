       IDENTIFICATION DIVISION.
       PROGRAM-ID. atmdisp.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "ATM-DISPUTE-QUEUE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS DISPUTE-FILE-STATUS.

           SELECT CLAIM-FILE  ASSIGN TO "ATM-DISPUTE-CLAIMS.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CLAIM-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "ATM-DISPUTE-REGISTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT ADJUST-FILE ASSIGN TO "ATM-SWITCH-ADJUST.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS ADJUST-FILE-STATUS.

           SELECT CARDLINK-FILE ASSIGN TO "CARD-LINK.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CARDLINK-FILE-STATUS.

           SELECT AGING-FILE  ASSIGN TO "ATM-DISPUTE-AGING.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS AGING-FILE-STATUS.

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

           SELECT TXNHIST-FILE  ASSIGN TO "TXN-HISTORY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TXNHIST-FILE-STATUS.

           SELECT TXNHISTX-FILE ASSIGN TO "TXN-HISTORY.IDX"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS TX-KEY
                               FILE STATUS IS TXNHISTX-FILE-STATUS.

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
       FD   DISPUTE-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 DISPUTE-REC             PIC X(100).

       FD   CLAIM-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CLAIM-REC               PIC X(100).

       FD   REGISTER-FILE  RECORD CONTAINS 150 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 REGISTER-REC            PIC X(150).

       FD   ADJUST-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ADJUST-REC              PIC X(60).

       FD   CARDLINK-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CARDLINK-REC            PIC X(40).

       FD   AGING-FILE  RECORD CONTAINS 132 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 AGING-REC               PIC X(132).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
          COPY ACCTBAL.

       FD   TXNHIST-FILE  RECORD CONTAINS 84 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNHIST-REC             PIC X(84).

       FD   TXNHISTX-FILE  RECORD CONTAINS 83 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNHISTX-REC.
          COPY TXNHISTX.

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 DISPUTE-FILE-STATUS  PIC X(02).
       01 CLAIM-FILE-STATUS    PIC X(02).
       01 REGISTER-FILE-STATUS PIC X(02).
       01 ADJUST-FILE-STATUS   PIC X(02).
       01 CARDLINK-FILE-STATUS PIC X(02).
       01 AGING-FILE-STATUS    PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 ACCTBAL-FILE-STATUS  PIC X(02).
       01 TXNHIST-FILE-STATUS  PIC X(02).
       01 TXNHISTX-FILE-STATUS PIC X(02).
       01 WS-IDX-SEQ           PIC 9(08) VALUE 0.
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
       01 WS-DATE-NUM          PIC 9(08) VALUE 0.
       01 WS-AGE-DAYS          PIC S9(05) VALUE 0.
       01 WS-OVERDUE-DAYS      PIC S9(05) VALUE 0.
       01 WS-COMP-NEW-DAYS     PIC S9(05) VALUE 0.
       01 EOF                  PIC X(01) VALUE "N".

       01 WS-TAT-DAYS          PIC 9(03) VALUE 5.
       01 WS-COMP-PER-DAY      PIC 9(05)V99 VALUE 100.00.
       01 WS-KEEP-CLOSED-DAYS  PIC 9(03) VALUE 90.

       01 WS-CARD-TABLE.
          05 WS-CL-ENTRY OCCURS 5000 TIMES INDEXED BY WS-CL-IDX.
             10 WS-CL-CARD       PIC X(16).
             10 WS-CL-ACCT       PIC X(14).
       01 WS-CARD-COUNT        PIC 9(04) VALUE 0.
       01 WS-CL-CARD-IN        PIC X(16).
       01 WS-CL-ACCT-IN        PIC X(14).
       01 WS-CL-STATUS-IN      PIC X(01).

       01 WS-DISPUTE-TABLE.
          05 WS-AD-ENTRY OCCURS 5000 TIMES INDEXED BY WS-AD-IDX.
             10 WS-AD-TRACE      PIC X(12).
             10 WS-AD-CARD       PIC X(16).
             10 WS-AD-ACCT       PIC X(14).
             10 WS-AD-AMT        PIC 9(09)V99.
             10 WS-AD-TERM       PIC X(08).
             10 WS-AD-OPENED     PIC X(08).
             10 WS-AD-SOURCE     PIC X(01).
             10 WS-AD-DEBITED    PIC X(01).
             10 WS-AD-STATUS     PIC X(01).
             10 WS-AD-CLOSED     PIC X(08).
             10 WS-AD-COMP-DAYS  PIC 9(03).
             10 WS-AD-COMP-AMT   PIC 9(07)V99.
             10 WS-AD-REASON     PIC X(30).
       01 WS-DISPUTE-COUNT     PIC 9(04) VALUE 0.
       01 WS-AD-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-AD-IDX      PIC 9(04) VALUE 0.

       01 WS-AD-TRACE-IN       PIC X(12).
       01 WS-AD-CARD-IN        PIC X(16).
       01 WS-AD-ACCT-IN        PIC X(14).
       01 WS-AD-AMT-IN         PIC X(12).
       01 WS-AD-TERM-IN        PIC X(08).
       01 WS-AD-OPENED-IN      PIC X(08).
       01 WS-AD-SOURCE-IN      PIC X(01).
       01 WS-AD-DEBITED-IN     PIC X(01).
       01 WS-AD-STATUS-IN      PIC X(01).
       01 WS-AD-CLOSED-IN      PIC X(08).
       01 WS-AD-COMP-DAYS-IN   PIC X(03).
       01 WS-AD-COMP-AMT-IN    PIC X(10).
       01 WS-AD-REASON-IN      PIC X(30).
       01 WS-INTAKE-SOURCE     PIC X(01) VALUE "Q".

       01 WS-ADJUST-TABLE.
          05 WS-AJ-ENTRY OCCURS 5000 TIMES INDEXED BY WS-AJ-IDX.
             10 WS-AJ-TRACE      PIC X(12).
             10 WS-AJ-OUTCOME    PIC X(07).
             10 WS-AJ-AMT        PIC 9(09)V99.
       01 WS-ADJUST-COUNT      PIC 9(04) VALUE 0.
       01 WS-AJ-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-AJ-IDX      PIC 9(04) VALUE 0.
       01 WS-AJ-TRACE-IN       PIC X(12).
       01 WS-AJ-OUTCOME-IN     PIC X(07).
       01 WS-AJ-AMT-IN         PIC X(12).

       01 WS-TH-DATE-IN        PIC X(08).
       01 WS-TH-ACCT-IN        PIC X(14).
       01 WS-TH-TYPE-IN        PIC X(03).
       01 WS-TH-AMOUNT-IN      PIC X(12).
       01 WS-TH-BALANCE-IN     PIC X(12).
       01 WS-TH-CYCLE-IN       PIC X(04).
       01 WS-TH-REF-IN         PIC X(12).
       01 WS-TH-LINK-IN        PIC X(12).

       01 WS-CR-AMOUNT         PIC 9(09)V99 VALUE 0.
       01 WS-CR-TYPE           PIC X(03) VALUE SPACES.
       01 WS-POST-OK           PIC X(01) VALUE "N".
       01 WS-BAL-ON-FILE       PIC X(01) VALUE "N".

       01 WS-CTL-NEW           PIC 9(07) VALUE 0.
       01 WS-CTL-DUPLICATE     PIC 9(07) VALUE 0.
       01 WS-CTL-WORKED        PIC 9(07) VALUE 0.
       01 WS-CTL-CREDITED      PIC 9(07) VALUE 0.
       01 WS-CTL-REJECTED      PIC 9(07) VALUE 0.
       01 WS-CTL-ESCALATED     PIC 9(07) VALUE 0.
       01 WS-CTL-OPEN          PIC 9(07) VALUE 0.
       01 WS-CTL-PURGED        PIC 9(07) VALUE 0.
       01 WS-CTL-RESOLVED      PIC 9(07) VALUE 0.
       01 WS-TOT-CREDITED      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-COMP          PIC 9(11)V99 VALUE 0.

       01 WS-BKT-CNT-TAT       PIC 9(05) VALUE 0.
       01 WS-BKT-CNT-10        PIC 9(05) VALUE 0.
       01 WS-BKT-CNT-30        PIC 9(05) VALUE 0.
       01 WS-BKT-CNT-30P       PIC 9(05) VALUE 0.
       01 WS-BKT-AMT-TAT       PIC 9(11)V99 VALUE 0.
       01 WS-BKT-AMT-10        PIC 9(11)V99 VALUE 0.
       01 WS-BKT-AMT-30        PIC 9(11)V99 VALUE 0.
       01 WS-BKT-AMT-30P       PIC 9(11)V99 VALUE 0.

       01 WS-REF-SEQ           PIC 9(07) VALUE 0.
       01 WS-POST-REF.
          05 WS-PR-CYCLE       PIC X(04).
          05 WS-PR-SOURCE      PIC X(01) VALUE "D".
          05 WS-PR-SEQ         PIC 9(07).

       01 WS-REGISTER-LINE.
          COPY ATMDISP.

       01 WH-AGING-HDR1.
          05 FILLER PIC X(28) VALUE "ATM DISPUTE AGING REPORT - ".
          05 WS-AH-DATE          PIC X(08).
       01 WH-AGING-HDR2.
          05 FILLER PIC X(14) VALUE "TRACE".
          05 FILLER PIC X(16) VALUE "ACCOUNT".
          05 FILLER PIC X(14) VALUE "AMOUNT".
          05 FILLER PIC X(10) VALUE "OPENED".
          05 FILLER PIC X(06) VALUE "AGE".
          05 FILLER PIC X(11) VALUE "STATUS".
          05 FILLER PIC X(12) VALUE "COMP PAID".
          05 FILLER PIC X(30) VALUE "REMARKS".
       01 WS-AGING-DETAIL.
          05 WS-AG-TRACE         PIC X(12).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AG-ACCT          PIC X(14).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AG-AMT           PIC ZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AG-OPENED        PIC X(08).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AG-AGE           PIC ZZZZ9.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-AG-STATUS        PIC X(09).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AG-COMP          PIC ZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AG-REASON        PIC X(30).
       01 WS-AGING-BUCKET.
          05 WS-AB-LABEL         PIC X(24).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AB-COUNT         PIC ZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AB-AMT           PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE ATM DISPUTE RESOLUTION PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           PERFORM LOAD-CARD-LINKS-PARA.
           PERFORM LOAD-REGISTER-PARA.
           PERFORM INTAKE-QUEUE-PARA.
           PERFORM INTAKE-CLAIMS-PARA.
           PERFORM LOAD-ADJUSTMENTS-PARA.
           PERFORM SCAN-HISTORY-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              DISPLAY "NEW DISPUTES REGISTERED, NONE WORKED"
              PERFORM REWRITE-REGISTER-PARA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OPEN-ACCTBAL-FILE-PARA.
           PERFORM OPEN-TXNHIST-FILE-PARA.
           PERFORM OPEN-TXNHISTX-FILE-PARA.
           SET WS-AD-IDX TO 1.
           PERFORM UNTIL WS-AD-IDX > WS-DISPUTE-COUNT
              IF WS-AD-STATUS (WS-AD-IDX) = "O"
                 OR WS-AD-STATUS (WS-AD-IDX) = "E"
                 PERFORM WORK-DISPUTE-PARA
              END-IF
              SET WS-AD-IDX UP BY 1
           END-PERFORM.
           CLOSE TXNHIST-FILE.
           CLOSE TXNHISTX-FILE.
           CLOSE ACCTBAL-FILE.
           CLOSE ACCTMST-FILE.
           PERFORM WRITE-AGING-REPORT-PARA.
           PERFORM REWRITE-REGISTER-PARA.
           COMPUTE WS-CTL-RESOLVED = WS-CTL-CREDITED + WS-CTL-REJECTED.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "ATM DISPUTE SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  NEW DISPUTES     : " WS-CTL-NEW.
           DISPLAY "  DUPLICATES       : " WS-CTL-DUPLICATE.
           DISPLAY "  DISPUTES WORKED  : " WS-CTL-WORKED.
           DISPLAY "  CREDITED         : " WS-CTL-CREDITED.
           DISPLAY "  AMOUNT CREDITED  : " WS-TOT-CREDITED.
           DISPLAY "  CLOSED NO CREDIT : " WS-CTL-REJECTED.
           DISPLAY "  ESCALATED        : " WS-CTL-ESCALATED.
           DISPLAY "  COMPENSATION PAID: " WS-TOT-COMP.
           DISPLAY "  STILL OPEN       : " WS-CTL-OPEN.
           DISPLAY "  PURGED           : " WS-CTL-PURGED.

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

       LOAD-CARD-LINKS-PARA.
           MOVE 0 TO WS-CARD-COUNT
           OPEN INPUT CARDLINK-FILE
           IF CARDLINK-FILE-STATUS = "00"
              PERFORM UNTIL CARDLINK-FILE-STATUS NOT = "00"
                 READ CARDLINK-FILE
                   AT END
                     MOVE "10" TO CARDLINK-FILE-STATUS
                   NOT AT END
                     IF WS-CARD-COUNT < 5000
                        ADD 1 TO WS-CARD-COUNT
                        SET WS-CL-IDX TO WS-CARD-COUNT
                        UNSTRING CARDLINK-REC DELIMITED BY ","
                        INTO  WS-CL-CARD-IN
                              WS-CL-ACCT-IN
                              WS-CL-STATUS-IN
                        END-UNSTRING
                        MOVE WS-CL-CARD-IN
                             TO WS-CL-CARD (WS-CL-IDX)
                        MOVE WS-CL-ACCT-IN
                             TO WS-CL-ACCT (WS-CL-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE CARDLINK-FILE
           ELSE
              DISPLAY "CARD LINKAGE FILE NOT FOUND, DISPUTES MUST "
                      "CARRY ACCOUNT NUMBERS"
           END-IF.

       LOAD-REGISTER-PARA.
           MOVE 0 TO WS-DISPUTE-COUNT
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS = "00"
              PERFORM UNTIL REGISTER-FILE-STATUS NOT = "00"
                 READ REGISTER-FILE
                   AT END
                     MOVE "10" TO REGISTER-FILE-STATUS
                   NOT AT END
                     IF WS-DISPUTE-COUNT >= 5000
                        DISPLAY "DISPUTE REGISTER CAPACITY "
                                "EXCEEDED AT 5000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-DISPUTE-COUNT
                     SET WS-AD-IDX TO WS-DISPUTE-COUNT
                     MOVE SPACES TO WS-AD-REASON-IN
                     UNSTRING REGISTER-REC DELIMITED BY ","
                     INTO  WS-AD-TRACE-IN
                           WS-AD-CARD-IN
                           WS-AD-ACCT-IN
                           WS-AD-AMT-IN
                           WS-AD-TERM-IN
                           WS-AD-OPENED-IN
                           WS-AD-SOURCE-IN
                           WS-AD-DEBITED-IN
                           WS-AD-STATUS-IN
                           WS-AD-CLOSED-IN
                           WS-AD-COMP-DAYS-IN
                           WS-AD-COMP-AMT-IN
                           WS-AD-REASON-IN
                     END-UNSTRING
                     MOVE WS-AD-TRACE-IN  TO WS-AD-TRACE (WS-AD-IDX)
                     MOVE WS-AD-CARD-IN   TO WS-AD-CARD (WS-AD-IDX)
                     MOVE WS-AD-ACCT-IN   TO WS-AD-ACCT (WS-AD-IDX)
                     COMPUTE WS-AD-AMT (WS-AD-IDX) =
                             FUNCTION NUMVAL(WS-AD-AMT-IN)
                     MOVE WS-AD-TERM-IN   TO WS-AD-TERM (WS-AD-IDX)
                     MOVE WS-AD-OPENED-IN TO WS-AD-OPENED (WS-AD-IDX)
                     MOVE WS-AD-SOURCE-IN TO WS-AD-SOURCE (WS-AD-IDX)
                     MOVE WS-AD-DEBITED-IN
                          TO WS-AD-DEBITED (WS-AD-IDX)
                     MOVE WS-AD-STATUS-IN TO WS-AD-STATUS (WS-AD-IDX)
                     MOVE WS-AD-CLOSED-IN TO WS-AD-CLOSED (WS-AD-IDX)
                     COMPUTE WS-AD-COMP-DAYS (WS-AD-IDX) =
                             FUNCTION NUMVAL(WS-AD-COMP-DAYS-IN)
                     COMPUTE WS-AD-COMP-AMT (WS-AD-IDX) =
                             FUNCTION NUMVAL(WS-AD-COMP-AMT-IN)
                     MOVE WS-AD-REASON-IN TO WS-AD-REASON (WS-AD-IDX)
                 END-READ
              END-PERFORM
              CLOSE REGISTER-FILE
           ELSE
              DISPLAY "DISPUTE REGISTER NOT FOUND, STARTING A NEW "
                      "REGISTER"
           END-IF.

       INTAKE-QUEUE-PARA.
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS = "00"
              MOVE "Q" TO WS-INTAKE-SOURCE
              PERFORM UNTIL DISPUTE-FILE-STATUS NOT = "00"
                 READ DISPUTE-FILE
                   AT END
                     MOVE "10" TO DISPUTE-FILE-STATUS
                   NOT AT END
                     MOVE SPACES TO WS-AD-REASON-IN
                     UNSTRING DISPUTE-REC DELIMITED BY ","
                     INTO  WS-AD-CARD-IN
                           WS-AD-ACCT-IN
                           WS-AD-AMT-IN
                           WS-AD-TERM-IN
                           WS-AD-TRACE-IN
                           WS-AD-REASON-IN
                     END-UNSTRING
                     PERFORM REGISTER-DISPUTE-PARA
                 END-READ
              END-PERFORM
              CLOSE DISPUTE-FILE
           ELSE
              DISPLAY "NO SWITCH DISPUTE QUEUE THIS CYCLE, STATUS="
                      DISPUTE-FILE-STATUS
           END-IF.

       INTAKE-CLAIMS-PARA.
           OPEN INPUT CLAIM-FILE
           IF CLAIM-FILE-STATUS = "00"
              MOVE "C" TO WS-INTAKE-SOURCE
              PERFORM UNTIL CLAIM-FILE-STATUS NOT = "00"
                 READ CLAIM-FILE
                   AT END
                     MOVE "10" TO CLAIM-FILE-STATUS
                   NOT AT END
                     IF CLAIM-REC(1:4) NOT = "CARD"
                        MOVE SPACES TO WS-AD-REASON-IN
                        UNSTRING CLAIM-REC DELIMITED BY ","
                        INTO  WS-AD-CARD-IN
                              WS-AD-ACCT-IN
                              WS-AD-AMT-IN
                              WS-AD-TERM-IN
                              WS-AD-TRACE-IN
                              WS-AD-REASON-IN
                        END-UNSTRING
                        PERFORM REGISTER-DISPUTE-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE CLAIM-FILE
           END-IF.

       REGISTER-DISPUTE-PARA.
           IF WS-AD-TRACE-IN = SPACES
              OR FUNCTION TEST-NUMVAL(WS-AD-AMT-IN) NOT = 0
              DISPLAY "DISPUTE WITHOUT TRACE OR AMOUNT IGNORED: "
                      WS-AD-CARD-IN
           ELSE
              PERFORM FIND-DISPUTE-PARA
              IF WS-AD-FOUND = "Y"
                 ADD 1 TO WS-CTL-DUPLICATE
              ELSE
                 IF WS-DISPUTE-COUNT >= 5000
                    DISPLAY "DISPUTE REGISTER CAPACITY "
                            "EXCEEDED AT 5000 - RUN STOPPED"
                    MOVE 20 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-DISPUTE-COUNT
                 ADD 1 TO WS-CTL-NEW
                 SET WS-AD-IDX TO WS-DISPUTE-COUNT
                 MOVE WS-AD-TRACE-IN   TO WS-AD-TRACE (WS-AD-IDX)
                 MOVE WS-AD-CARD-IN    TO WS-AD-CARD (WS-AD-IDX)
                 MOVE WS-AD-ACCT-IN    TO WS-AD-ACCT (WS-AD-IDX)
                 COMPUTE WS-AD-AMT (WS-AD-IDX) =
                         FUNCTION NUMVAL(WS-AD-AMT-IN)
                 MOVE WS-AD-TERM-IN    TO WS-AD-TERM (WS-AD-IDX)
                 MOVE WS-RUN-DATE      TO WS-AD-OPENED (WS-AD-IDX)
                 MOVE WS-INTAKE-SOURCE TO WS-AD-SOURCE (WS-AD-IDX)
                 MOVE "N"              TO WS-AD-DEBITED (WS-AD-IDX)
                 MOVE "O"              TO WS-AD-STATUS (WS-AD-IDX)
                 MOVE SPACES           TO WS-AD-CLOSED (WS-AD-IDX)
                 MOVE 0                TO WS-AD-COMP-DAYS (WS-AD-IDX)
                 MOVE 0                TO WS-AD-COMP-AMT (WS-AD-IDX)
                 MOVE WS-AD-REASON-IN  TO WS-AD-REASON (WS-AD-IDX)
              END-IF
           END-IF.

       FIND-DISPUTE-PARA.
           MOVE "N" TO WS-AD-FOUND
           SET WS-AD-IDX TO 1
           PERFORM UNTIL WS-AD-IDX > WS-DISPUTE-COUNT
                      OR WS-AD-FOUND = "Y"
              IF WS-AD-TRACE (WS-AD-IDX) = WS-AD-TRACE-IN
                 MOVE "Y" TO WS-AD-FOUND
                 SET WS-FOUND-AD-IDX TO WS-AD-IDX
              END-IF
              SET WS-AD-IDX UP BY 1
           END-PERFORM.

       LOAD-ADJUSTMENTS-PARA.
           MOVE 0 TO WS-ADJUST-COUNT
           OPEN INPUT ADJUST-FILE
           IF ADJUST-FILE-STATUS = "00"
              PERFORM UNTIL ADJUST-FILE-STATUS NOT = "00"
                 READ ADJUST-FILE
                   AT END
                     MOVE "10" TO ADJUST-FILE-STATUS
                   NOT AT END
                     IF ADJUST-REC(1:5) NOT = "TRACE"
                        IF WS-ADJUST-COUNT >= 5000
                           DISPLAY "SWITCH ADJUSTMENT TABLE CAPACITY "
                                   "EXCEEDED AT 5000 - RUN STOPPED"
                           MOVE 20 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-ADJUST-COUNT
                        SET WS-AJ-IDX TO WS-ADJUST-COUNT
                        MOVE SPACES TO WS-AJ-AMT-IN
                        UNSTRING ADJUST-REC DELIMITED BY ","
                        INTO  WS-AJ-TRACE-IN
                              WS-AJ-OUTCOME-IN
                              WS-AJ-AMT-IN
                        END-UNSTRING
                        MOVE WS-AJ-TRACE-IN
                             TO WS-AJ-TRACE (WS-AJ-IDX)
                        MOVE FUNCTION UPPER-CASE(WS-AJ-OUTCOME-IN)
                             TO WS-AJ-OUTCOME (WS-AJ-IDX)
                        MOVE 0 TO WS-AJ-AMT (WS-AJ-IDX)
                        IF FUNCTION TEST-NUMVAL(WS-AJ-AMT-IN) = 0
                           COMPUTE WS-AJ-AMT (WS-AJ-IDX) =
                                   FUNCTION NUMVAL(WS-AJ-AMT-IN)
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE ADJUST-FILE
           ELSE
              DISPLAY "NO SWITCH ADJUSTMENT FILE THIS CYCLE, "
                      "DISPUTES AGE ONLY"
           END-IF.

       FIND-ADJUST-PARA.
           MOVE "N" TO WS-AJ-FOUND
           SET WS-AJ-IDX TO 1
           PERFORM UNTIL WS-AJ-IDX > WS-ADJUST-COUNT
                      OR WS-AJ-FOUND = "Y"
              IF WS-AJ-TRACE (WS-AJ-IDX) = WS-AD-TRACE (WS-AD-IDX)
                 MOVE "Y" TO WS-AJ-FOUND
                 SET WS-FOUND-AJ-IDX TO WS-AJ-IDX
              END-IF
              SET WS-AJ-IDX UP BY 1
           END-PERFORM.

       SCAN-HISTORY-PARA.
           OPEN INPUT TXNHIST-FILE
           IF TXNHIST-FILE-STATUS = "00"
              PERFORM UNTIL TXNHIST-FILE-STATUS NOT = "00"
                 READ TXNHIST-FILE
                   AT END
                     MOVE "10" TO TXNHIST-FILE-STATUS
                   NOT AT END
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
                     IF WS-TH-TYPE-IN = "ATM"
                        AND WS-TH-LINK-IN NOT = SPACES
                        PERFORM MARK-DEBITED-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE TXNHIST-FILE
           END-IF.

       MARK-DEBITED-PARA.
           SET WS-AD-IDX TO 1
           PERFORM UNTIL WS-AD-IDX > WS-DISPUTE-COUNT
              IF WS-AD-TRACE (WS-AD-IDX) = WS-TH-LINK-IN
                 AND WS-AD-DEBITED (WS-AD-IDX) NOT = "Y"
                 MOVE "Y" TO WS-AD-DEBITED (WS-AD-IDX)
                 IF WS-AD-ACCT (WS-AD-IDX) = SPACES
                    MOVE WS-TH-ACCT-IN TO WS-AD-ACCT (WS-AD-IDX)
                 END-IF
              END-IF
              SET WS-AD-IDX UP BY 1
           END-PERFORM.

       RESOLVE-CARD-PARA.
           SET WS-CL-IDX TO 1
           PERFORM UNTIL WS-CL-IDX > WS-CARD-COUNT
                      OR WS-AD-ACCT (WS-AD-IDX) NOT = SPACES
              IF WS-CL-CARD (WS-CL-IDX) = WS-AD-CARD (WS-AD-IDX)
                 MOVE WS-CL-ACCT (WS-CL-IDX) TO WS-AD-ACCT (WS-AD-IDX)
              END-IF
              SET WS-CL-IDX UP BY 1
           END-PERFORM.

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
              DISPLAY "DISPUTE CREDITS CANNOT BE POSTED - RUN STOPPED"
              PERFORM REWRITE-REGISTER-PARA
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

       WORK-DISPUTE-PARA.
           ADD 1 TO WS-CTL-WORKED
           IF WS-AD-ACCT (WS-AD-IDX) = SPACES
              PERFORM RESOLVE-CARD-PARA
           END-IF
           MOVE WS-AD-OPENED (WS-AD-IDX) TO WS-DATE-NUM
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-OVERDUE-DAYS = WS-AGE-DAYS - WS-TAT-DAYS
           PERFORM FIND-ADJUST-PARA
           IF WS-AJ-FOUND = "Y"
              SET WS-AJ-IDX TO WS-FOUND-AJ-IDX
              EVALUATE WS-AJ-OUTCOME (WS-AJ-IDX)
                 WHEN "FAILED"
                 WHEN "PARTIAL"
                    PERFORM CONFIRMED-FAILURE-PARA
                 WHEN OTHER
                    MOVE "R" TO WS-AD-STATUS (WS-AD-IDX)
                    MOVE WS-RUN-DATE TO WS-AD-CLOSED (WS-AD-IDX)
                    MOVE "SWITCH CONFIRMS CASH DISPENSED"
                         TO WS-AD-REASON (WS-AD-IDX)
                    ADD 1 TO WS-CTL-REJECTED
              END-EVALUATE
           ELSE
              IF WS-OVERDUE-DAYS > 0
                 IF WS-AD-STATUS (WS-AD-IDX) = "O"
                    MOVE "E" TO WS-AD-STATUS (WS-AD-IDX)
                    MOVE "TAT BREACHED - ESCALATED"
                         TO WS-AD-REASON (WS-AD-IDX)
                    ADD 1 TO WS-CTL-ESCALATED
                 END-IF
                 IF WS-AD-DEBITED (WS-AD-IDX) = "Y"
                    PERFORM PAY-COMPENSATION-PARA
                 END-IF
              END-IF
           END-IF.

       CONFIRMED-FAILURE-PARA.
           IF WS-AD-DEBITED (WS-AD-IDX) NOT = "Y"
              MOVE "R" TO WS-AD-STATUS (WS-AD-IDX)
              MOVE WS-RUN-DATE TO WS-AD-CLOSED (WS-AD-IDX)
              MOVE "ACCOUNT NEVER DEBITED" TO WS-AD-REASON (WS-AD-IDX)
              ADD 1 TO WS-CTL-REJECTED
           ELSE
              MOVE WS-AD-AMT (WS-AD-IDX) TO WS-CR-AMOUNT
              IF WS-AJ-OUTCOME (WS-AJ-IDX) = "PARTIAL"
                 AND WS-AJ-AMT (WS-AJ-IDX) > 0
                 AND WS-AJ-AMT (WS-AJ-IDX) < WS-CR-AMOUNT
                 MOVE WS-AJ-AMT (WS-AJ-IDX) TO WS-CR-AMOUNT
              END-IF
              MOVE "ATR" TO WS-CR-TYPE
              PERFORM CREDIT-ACCOUNT-PARA
              IF WS-POST-OK = "Y"
                 ADD 1 TO WS-CTL-CREDITED
                 ADD WS-CR-AMOUNT TO WS-TOT-CREDITED
                 IF WS-OVERDUE-DAYS > 0
                    PERFORM PAY-COMPENSATION-PARA
                 END-IF
                 MOVE "C" TO WS-AD-STATUS (WS-AD-IDX)
                 MOVE WS-RUN-DATE TO WS-AD-CLOSED (WS-AD-IDX)
                 MOVE "FAILED DISPENSE - RE-CREDITED"
                      TO WS-AD-REASON (WS-AD-IDX)
              END-IF
           END-IF.

       PAY-COMPENSATION-PARA.
           COMPUTE WS-COMP-NEW-DAYS =
                   WS-OVERDUE-DAYS - WS-AD-COMP-DAYS (WS-AD-IDX)
           IF WS-COMP-NEW-DAYS > 0
              COMPUTE WS-CR-AMOUNT =
                      WS-COMP-NEW-DAYS * WS-COMP-PER-DAY
              MOVE "ATC" TO WS-CR-TYPE
              PERFORM CREDIT-ACCOUNT-PARA
              IF WS-POST-OK = "Y"
                 ADD WS-COMP-NEW-DAYS TO WS-AD-COMP-DAYS (WS-AD-IDX)
                 ADD WS-CR-AMOUNT TO WS-AD-COMP-AMT (WS-AD-IDX)
                 ADD WS-CR-AMOUNT TO WS-TOT-COMP
              END-IF
           END-IF.

       CREDIT-ACCOUNT-PARA.
           MOVE "N" TO WS-POST-OK
           IF WS-AD-ACCT (WS-AD-IDX) = SPACES
              MOVE "CARD NOT LINKED TO ACCOUNT"
                   TO WS-AD-REASON (WS-AD-IDX)
           ELSE
              MOVE WS-AD-ACCT (WS-AD-IDX) TO AM-ACCT-NUM
              READ ACCTMST-FILE
                INVALID KEY
                  MOVE "ACCOUNT NOT FOUND FOR CREDIT"
                       TO WS-AD-REASON (WS-AD-IDX)
                NOT INVALID KEY
                  IF AM-STATUS = "C"
                     MOVE "ACCOUNT CLOSED - REFER BRANCH"
                          TO WS-AD-REASON (WS-AD-IDX)
                  ELSE
                     MOVE "Y" TO WS-POST-OK
                  END-IF
              END-READ
           END-IF
           IF WS-POST-OK = "Y"
              MOVE "Y" TO WS-BAL-ON-FILE
              MOVE WS-AD-ACCT (WS-AD-IDX) TO BAL-ACCT-NUM
              READ ACCTBAL-FILE
                INVALID KEY
                  MOVE "N" TO WS-BAL-ON-FILE
                  MOVE WS-AD-ACCT (WS-AD-IDX) TO BAL-ACCT-NUM
                  MOVE AM-DEPOSIT  TO BAL-CURR-BAL
                  MOVE SPACES      TO BAL-LAST-TXN-DATE
                  MOVE 0           TO BAL-TXN-COUNT
                  MOVE 0           TO BAL-UNCLEARED
              END-READ
              ADD WS-CR-AMOUNT TO BAL-CURR-BAL
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
              PERFORM WRITE-HISTORY-PARA
           END-IF.

       WRITE-HISTORY-PARA.
           ADD 1 TO WS-REF-SEQ
           MOVE WS-CYCLE-ID TO WS-PR-CYCLE
           MOVE WS-REF-SEQ  TO WS-PR-SEQ
           MOVE WS-RUN-DATE             TO TH-DATE
           MOVE WS-AD-ACCT (WS-AD-IDX)  TO TH-ACCT-NUM
           MOVE WS-CR-TYPE              TO TH-TXN-TYPE
           MOVE WS-CR-AMOUNT            TO TH-AMOUNT
           MOVE BAL-CURR-BAL            TO TH-BALANCE
           MOVE WS-CYCLE-ID             TO TH-CYCLE
           MOVE WS-POST-REF             TO TH-REF
           MOVE WS-AD-TRACE (WS-AD-IDX) TO TH-LINK-REF
           WRITE TXNHIST-REC FROM WS-HIST-LINE
           IF TXNHISTX-FILE-STATUS = "00"
              MOVE WS-AD-ACCT (WS-AD-IDX)  TO TX-ACCT-NUM
              MOVE WS-RUN-DATE             TO TX-DATE
              MOVE WS-CYCLE-ID             TO TX-CYCLE
              COMPUTE WS-IDX-SEQ = 95000000 + WS-REF-SEQ
              MOVE WS-IDX-SEQ              TO TX-SEQ
              MOVE WS-CR-TYPE              TO TX-TXN-TYPE
              MOVE WS-CR-AMOUNT            TO TX-AMOUNT
              MOVE BAL-CURR-BAL            TO TX-BALANCE
              MOVE WS-POST-REF             TO TX-REF
              MOVE WS-AD-TRACE (WS-AD-IDX) TO TX-LINK-REF
              WRITE TXNHISTX-REC
                INVALID KEY
                  DISPLAY "INDEXED HISTORY WRITE FAILED: "
                          TX-KEY
              END-WRITE
           END-IF.

       WRITE-AGING-REPORT-PARA.
           OPEN OUTPUT AGING-FILE
           IF AGING-FILE-STATUS NOT = "00"
              DISPLAY "DISPUTE AGING REPORT OPEN FAILED, STATUS="
                      AGING-FILE-STATUS
              MOVE 28 TO RETURN-CODE
           ELSE
              MOVE WS-RUN-DATE TO WS-AH-DATE
              WRITE AGING-REC FROM WH-AGING-HDR1
              WRITE AGING-REC FROM WH-AGING-HDR2
              SET WS-AD-IDX TO 1
              PERFORM UNTIL WS-AD-IDX > WS-DISPUTE-COUNT
                 IF WS-AD-STATUS (WS-AD-IDX) = "O"
                    OR WS-AD-STATUS (WS-AD-IDX) = "E"
                    PERFORM AGING-LINE-PARA
                 END-IF
                 SET WS-AD-IDX UP BY 1
              END-PERFORM
              MOVE SPACES TO AGING-REC
              WRITE AGING-REC
              MOVE "WITHIN TAT"        TO WS-AB-LABEL
              MOVE WS-BKT-CNT-TAT      TO WS-AB-COUNT
              MOVE WS-BKT-AMT-TAT      TO WS-AB-AMT
              WRITE AGING-REC FROM WS-AGING-BUCKET
              MOVE "PAST TAT UP TO 10 DAYS" TO WS-AB-LABEL
              MOVE WS-BKT-CNT-10       TO WS-AB-COUNT
              MOVE WS-BKT-AMT-10       TO WS-AB-AMT
              WRITE AGING-REC FROM WS-AGING-BUCKET
              MOVE "11-30 DAYS"        TO WS-AB-LABEL
              MOVE WS-BKT-CNT-30       TO WS-AB-COUNT
              MOVE WS-BKT-AMT-30       TO WS-AB-AMT
              WRITE AGING-REC FROM WS-AGING-BUCKET
              MOVE "OVER 30 DAYS"      TO WS-AB-LABEL
              MOVE WS-BKT-CNT-30P      TO WS-AB-COUNT
              MOVE WS-BKT-AMT-30P      TO WS-AB-AMT
              WRITE AGING-REC FROM WS-AGING-BUCKET
              CLOSE AGING-FILE
           END-IF.

       AGING-LINE-PARA.
           ADD 1 TO WS-CTL-OPEN
           MOVE WS-AD-OPENED (WS-AD-IDX) TO WS-DATE-NUM
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           EVALUATE TRUE
              WHEN WS-AGE-DAYS <= WS-TAT-DAYS
                 ADD 1 TO WS-BKT-CNT-TAT
                 ADD WS-AD-AMT (WS-AD-IDX) TO WS-BKT-AMT-TAT
              WHEN WS-AGE-DAYS <= 10
                 ADD 1 TO WS-BKT-CNT-10
                 ADD WS-AD-AMT (WS-AD-IDX) TO WS-BKT-AMT-10
              WHEN WS-AGE-DAYS <= 30
                 ADD 1 TO WS-BKT-CNT-30
                 ADD WS-AD-AMT (WS-AD-IDX) TO WS-BKT-AMT-30
              WHEN OTHER
                 ADD 1 TO WS-BKT-CNT-30P
                 ADD WS-AD-AMT (WS-AD-IDX) TO WS-BKT-AMT-30P
           END-EVALUATE
           MOVE WS-AD-TRACE (WS-AD-IDX)     TO WS-AG-TRACE
           MOVE WS-AD-ACCT (WS-AD-IDX)      TO WS-AG-ACCT
           MOVE WS-AD-AMT (WS-AD-IDX)       TO WS-AG-AMT
           MOVE WS-AD-OPENED (WS-AD-IDX)    TO WS-AG-OPENED
           MOVE WS-AGE-DAYS                 TO WS-AG-AGE
           IF WS-AD-STATUS (WS-AD-IDX) = "E"
              MOVE "ESCALATED" TO WS-AG-STATUS
           ELSE
              MOVE "OPEN"      TO WS-AG-STATUS
           END-IF
           MOVE WS-AD-COMP-AMT (WS-AD-IDX)  TO WS-AG-COMP
           MOVE WS-AD-REASON (WS-AD-IDX)    TO WS-AG-REASON
           WRITE AGING-REC FROM WS-AGING-DETAIL.

       REWRITE-REGISTER-PARA.
           OPEN OUTPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
              DISPLAY "DISPUTE REGISTER REWRITE FAILED, STATUS="
                      REGISTER-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-AD-IDX TO 1
              PERFORM UNTIL WS-AD-IDX > WS-DISPUTE-COUNT
                 MOVE 0 TO WS-AGE-DAYS
                 IF WS-AD-CLOSED (WS-AD-IDX) NUMERIC
                    MOVE WS-AD-CLOSED (WS-AD-IDX) TO WS-DATE-NUM
                    COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 END-IF
                 IF (WS-AD-STATUS (WS-AD-IDX) = "C"
                     OR WS-AD-STATUS (WS-AD-IDX) = "R")
                    AND WS-AGE-DAYS > WS-KEEP-CLOSED-DAYS
                    ADD 1 TO WS-CTL-PURGED
                 ELSE
                    MOVE WS-AD-TRACE (WS-AD-IDX)     TO AD-TRACE
                    MOVE WS-AD-CARD (WS-AD-IDX)      TO AD-CARD
                    MOVE WS-AD-ACCT (WS-AD-IDX)      TO AD-ACCT
                    MOVE WS-AD-AMT (WS-AD-IDX)       TO AD-AMT
                    MOVE WS-AD-TERM (WS-AD-IDX)      TO AD-TERM
                    MOVE WS-AD-OPENED (WS-AD-IDX)    TO AD-OPENED
                    MOVE WS-AD-SOURCE (WS-AD-IDX)    TO AD-SOURCE
                    MOVE WS-AD-DEBITED (WS-AD-IDX)   TO AD-DEBITED
                    MOVE WS-AD-STATUS (WS-AD-IDX)    TO AD-STATUS
                    MOVE WS-AD-CLOSED (WS-AD-IDX)    TO AD-CLOSED
                    MOVE WS-AD-COMP-DAYS (WS-AD-IDX) TO AD-COMP-DAYS
                    MOVE WS-AD-COMP-AMT (WS-AD-IDX)  TO AD-COMP-AMT
                    MOVE WS-AD-REASON (WS-AD-IDX)    TO AD-REASON
                    WRITE REGISTER-REC FROM WS-REGISTER-LINE
                 END-IF
                 SET WS-AD-IDX UP BY 1
              END-PERFORM
              CLOSE REGISTER-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "ATMDISP"          TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-WORKED      TO WS-OPL-IN-COUNT
           MOVE WS-CTL-RESOLVED    TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-ESCALATED   TO WS-OPL-REJ-COUNT
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
