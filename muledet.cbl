       IDENTIFICATION DIVISION.
       PROGRAM-ID. muledet.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE  ASSIGN TO "ACCT-JOURNAL.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS JRNL-FILE-STATUS.

           SELECT HIST-FILE  ASSIGN TO "ACCTCREAT-HIST.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS HIST-FILE-STATUS.

           SELECT TXNHIST-FILE  ASSIGN TO "TXN-HISTORY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TXNHIST-FILE-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO "ACCOUNT-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AM-ACCT-NUM
                               ALTERNATE RECORD KEY IS AM-PAN
                                   WITH DUPLICATES
                               FILE STATUS IS ACCTMST-FILE-STATUS.

           SELECT HOLD-FILE  ASSIGN TO "ACCOUNT-HOLD-QUEUE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT CASE-FILE  ASSIGN TO "MULE-CASE-FILE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CASE-FILE-STATUS.

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
       FD   JRNL-FILE  RECORD CONTAINS 786 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 JRNL-REC.
          COPY ACCTJRNL.

       FD   HIST-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 HIST-REC                PIC X(40).

       FD   TXNHIST-FILE  RECORD CONTAINS 84 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNHIST-REC             PIC X(84).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   HOLD-FILE  RECORD CONTAINS 337 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 HOLD-REC                PIC X(337).

       FD   CASE-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CASE-REC                PIC X(120).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       WORKING-STORAGE SECTION.
       01 JRNL-FILE-STATUS     PIC X(02).
       01 HIST-FILE-STATUS     PIC X(02).
       01 TXNHIST-FILE-STATUS  PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 HOLD-FILE-STATUS     PIC X(02).
       01 CASE-FILE-STATUS     PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 WS-RUN-DATE          PIC X(08).
       01 WS-RUN-DATE-NUM      PIC 9(08).
       01 WS-WINDOW-DAYS       PIC 9(03) VALUE 90.
       01 WS-WINDOW-START      PIC 9(08) VALUE 0.

       01 WS-MIN-CREDITS       PIC 9(09)V99 VALUE 50000.00.
       01 WS-PASS-HIGH         PIC 9(03) VALUE 90.
       01 WS-PASS-LOW          PIC 9(03) VALUE 75.
       01 WS-CPTY-HIGH         PIC 9(03) VALUE 10.
       01 WS-CPTY-LOW          PIC 9(03) VALUE 5.
       01 WS-QATM-HIGH         PIC 9(03) VALUE 3.
       01 WS-ATM-GAP-DAYS      PIC 9(03) VALUE 1.
       01 WS-SCORE-TRIGGER     PIC 9(03) VALUE 60.

       01 WS-JR-DATE-NUM       PIC 9(08) VALUE 0.
       01 WS-HS-DATE-IN        PIC X(08).
       01 WS-HS-CITY-IN        PIC X(20).
       01 WS-HS-COUNT-IN       PIC X(07).
       01 WS-HS-COUNT          PIC 9(07) VALUE 0.

       01 WS-TH-DATE-IN        PIC X(08).
       01 WS-TH-ACCT-IN        PIC X(14).
       01 WS-TH-TYPE-IN        PIC X(03).
       01 WS-TH-AMOUNT-IN      PIC X(12).
       01 WS-TH-BALANCE-IN     PIC X(12).
       01 WS-TH-CYCLE-IN       PIC X(04).
       01 WS-TH-REF-IN         PIC X(12).
       01 WS-TH-LINK-IN        PIC X(12).
       01 WS-TH-AMOUNT         PIC 9(09)V99 VALUE 0.
       01 WS-TH-DATE-NUM       PIC 9(08) VALUE 0.
       01 WS-TH-DATE-INT       PIC 9(07) VALUE 0.
       01 WS-DEBIT-TYPE        PIC X(01) VALUE "N".

       01 WS-NEW-TABLE.
          05 WS-NA-ENTRY OCCURS 5000 TIMES INDEXED BY WS-NA-IDX.
             10 WS-NA-ACCT       PIC X(14).
             10 WS-NA-OPEN       PIC 9(08).
             10 WS-NA-FROM       PIC 9(08).
             10 WS-NA-TXNS       PIC 9(05).
             10 WS-NA-CR         PIC 9(11)V99.
             10 WS-NA-DR         PIC 9(11)V99.
             10 WS-NA-CPTY       PIC 9(05).
             10 WS-NA-QATM       PIC 9(05).
             10 WS-NA-LAST-CR    PIC 9(07).
       01 WS-NEW-COUNT         PIC 9(04) VALUE 0.
       01 WS-NA-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-NA-IDX      PIC 9(04) VALUE 0.

       01 WS-PAIR-TABLE.
          05 WS-PR-ENTRY OCCURS 10000 TIMES INDEXED BY WS-PR-IDX
                                                  WS-PR-IDX2.
             10 WS-PR-NA-SUB     PIC 9(04).
             10 WS-PR-DATE       PIC X(08).
             10 WS-PR-LINK       PIC X(12).
             10 WS-PR-CPTY       PIC X(14).
       01 WS-PAIR-COUNT        PIC 9(05) VALUE 0.
       01 WS-PAIR-FULL         PIC X(01) VALUE "N".
       01 WS-CPTY-SEEN         PIC X(01) VALUE "N".

       01 WS-PASS-RATIO        PIC 9(05) VALUE 0.
       01 WS-SCORE             PIC 9(03) VALUE 0.
       01 WS-SCORE-DISP        PIC ZZ9.
       01 WS-ACTION            PIC X(24) VALUE SPACES.
       01 WS-BEFORE-IMAGE      PIC X(277) VALUE SPACES.

       01 WS-CTL-JRNL          PIC 9(07) VALUE 0.
       01 WS-CTL-HIST-OPENED   PIC 9(07) VALUE 0.
       01 WS-CTL-TXNS          PIC 9(07) VALUE 0.
       01 WS-CTL-PAIRED        PIC 9(07) VALUE 0.
       01 WS-CTL-HITS          PIC 9(05) VALUE 0.
       01 WS-CTL-FROZEN        PIC 9(05) VALUE 0.
       01 WS-CTL-NOT-FROZEN    PIC 9(05) VALUE 0.

       01 WS-HOLD-DETAIL.
          COPY HOLDQ.

       01 WH-HOLD-HEADER.
          05 FILLER PIC X(20) VALUE "CUST-NAME".
          05 FILLER PIC X(10) VALUE "PAN".
          05 FILLER PIC X(12) VALUE "AADHAR".
          05 FILLER PIC X(20) VALUE "CITY".
          05 FILLER PIC X(30) VALUE "HOLD-REASON".

       01 WH-CASE-HEADER.
          05 FILLER PIC X(16) VALUE "ACCOUNT".
          05 FILLER PIC X(10) VALUE "OPENED".
          05 FILLER PIC X(07) VALUE "SCORE".
          05 FILLER PIC X(07) VALUE "PASS%".
          05 FILLER PIC X(07) VALUE "CPTY".
          05 FILLER PIC X(07) VALUE "QATM".
          05 FILLER PIC X(16) VALUE "CREDITS".
          05 FILLER PIC X(16) VALUE "DEBITS".
          05 FILLER PIC X(24) VALUE "ACTION".

       01 WS-CASE-DETAIL.
          05 WS-CD-ACCT          PIC X(14).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-CD-OPEN          PIC X(08).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-CD-SCORE         PIC ZZ9.
          05 FILLER              PIC X(04) VALUE SPACES.
          05 WS-CD-PASS          PIC ZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-CD-CPTY          PIC ZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-CD-QATM          PIC ZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-CD-CR            PIC ZZZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-CD-DR            PIC ZZZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-CD-ACTION        PIC X(24).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE MULE ACCOUNT DETECTION PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - WS-WINDOW-DAYS).
           OPEN INPUT JRNL-FILE.
           IF JRNL-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT JOURNAL NOT FOUND, STATUS="
                      JRNL-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-NEW-ACCOUNT-PARA
                   UNTIL JRNL-FILE-STATUS NOT = "00".
           CLOSE JRNL-FILE.
           PERFORM COUNT-HIST-PARA.
           OPEN INPUT TXNHIST-FILE.
           IF TXNHIST-FILE-STATUS NOT = "00"
              DISPLAY "TRANSACTION HISTORY NOT FOUND, STATUS="
                      TXNHIST-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM SCAN-PARA
                   UNTIL TXNHIST-FILE-STATUS NOT = "00".
           CLOSE TXNHIST-FILE.
           IF WS-PAIR-COUNT > 0
              OPEN INPUT TXNHIST-FILE
              PERFORM PAIR-PARA
                      UNTIL TXNHIST-FILE-STATUS NOT = "00"
              CLOSE TXNHIST-FILE
              PERFORM COUNT-CPTY-PARA
           END-IF.
           OPEN I-O ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OPEN-HOLD-FILE-PARA.
           PERFORM OPEN-JRNL-FILE-PARA.
           OPEN OUTPUT CASE-FILE.
           WRITE CASE-REC FROM WH-CASE-HEADER.
           SET WS-NA-IDX TO 1.
           PERFORM SCORE-ONE-PARA
                   UNTIL WS-NA-IDX > WS-NEW-COUNT.
           CLOSE CASE-FILE.
           CLOSE JRNL-FILE.
           CLOSE HOLD-FILE.
           CLOSE ACCTMST-FILE.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "MULE DETECTION SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  JOURNAL ROWS READ  : " WS-CTL-JRNL.
           DISPLAY "  OPENED PER HISTORY : " WS-CTL-HIST-OPENED.
           DISPLAY "  ACCOUNTS WATCHED   : " WS-NEW-COUNT.
           DISPLAY "  HISTORY ROWS READ  : " WS-CTL-TXNS.
           DISPLAY "  TRANSFERS PAIRED   : " WS-CTL-PAIRED.
           DISPLAY "  SCORED ABOVE LIMIT : " WS-CTL-HITS.
           DISPLAY "  FROZEN AND HELD    : " WS-CTL-FROZEN.
           DISPLAY "  NOT OPEN, NOT HELD : " WS-CTL-NOT-FROZEN.

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

       LOAD-NEW-ACCOUNT-PARA.
           READ JRNL-FILE AT END
                MOVE "10" TO JRNL-FILE-STATUS
           END-READ.
           IF JRNL-FILE-STATUS = "00"
              AND JR-DATE NUMERIC
              ADD 1 TO WS-CTL-JRNL
              MOVE JR-DATE TO WS-JR-DATE-NUM
              IF JR-ACTION = "CREATE"
                 AND WS-JR-DATE-NUM >= WS-WINDOW-START
                 PERFORM FIND-NEW-PARA
                 IF WS-NA-FOUND NOT = "Y"
                    IF WS-NEW-COUNT >= 5000
                       DISPLAY "NEW ACCOUNT TABLE CAPACITY EXCEEDED "
                               "AT 5000 - RUN STOPPED"
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-NEW-COUNT
                    SET WS-NA-IDX TO WS-NEW-COUNT
                    MOVE JR-ACCT-NUM    TO WS-NA-ACCT (WS-NA-IDX)
                    MOVE WS-JR-DATE-NUM TO WS-NA-OPEN (WS-NA-IDX)
                    MOVE 0 TO WS-NA-FROM (WS-NA-IDX)
                    MOVE 0 TO WS-NA-TXNS (WS-NA-IDX)
                    MOVE 0 TO WS-NA-CR (WS-NA-IDX)
                    MOVE 0 TO WS-NA-DR (WS-NA-IDX)
                    MOVE 0 TO WS-NA-CPTY (WS-NA-IDX)
                    MOVE 0 TO WS-NA-QATM (WS-NA-IDX)
                    MOVE 0 TO WS-NA-LAST-CR (WS-NA-IDX)
                 END-IF
              ELSE
              IF JR-ACTION = "MULLFT"
                 PERFORM FIND-NEW-PARA
                 IF WS-NA-FOUND = "Y"
                    SET WS-NA-IDX TO WS-FOUND-NA-IDX
                    MOVE WS-JR-DATE-NUM TO WS-NA-FROM (WS-NA-IDX)
                 END-IF
              END-IF
              END-IF
           END-IF.
            EXIT.

       FIND-NEW-PARA.
           MOVE "N" TO WS-NA-FOUND
           SET WS-NA-IDX TO 1
           PERFORM UNTIL WS-NA-IDX > WS-NEW-COUNT
                      OR WS-NA-FOUND = "Y"
              IF WS-NA-ACCT (WS-NA-IDX) = JR-ACCT-NUM
                 MOVE "Y" TO WS-NA-FOUND
                 SET WS-FOUND-NA-IDX TO WS-NA-IDX
              END-IF
              SET WS-NA-IDX UP BY 1
           END-PERFORM.

       COUNT-HIST-PARA.
           OPEN INPUT HIST-FILE
           IF HIST-FILE-STATUS = "00"
              PERFORM UNTIL HIST-FILE-STATUS NOT = "00"
                 READ HIST-FILE
                   AT END
                     MOVE "10" TO HIST-FILE-STATUS
                   NOT AT END
                     UNSTRING HIST-REC DELIMITED BY ","
                     INTO     WS-HS-DATE-IN
                              WS-HS-CITY-IN
                              WS-HS-COUNT-IN
                     END-UNSTRING
                     IF WS-HS-DATE-IN NUMERIC
                        AND WS-HS-COUNT-IN NUMERIC
                        AND WS-HS-DATE-IN >= WS-WINDOW-START
                        MOVE WS-HS-COUNT-IN TO WS-HS-COUNT
                        ADD WS-HS-COUNT TO WS-CTL-HIST-OPENED
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE HIST-FILE
           ELSE
              DISPLAY "ACCOUNT CREATION HISTORY NOT FOUND, STATUS="
                      HIST-FILE-STATUS
           END-IF.

       SCAN-PARA.
           READ TXNHIST-FILE AT END
                MOVE "10" TO TXNHIST-FILE-STATUS
           END-READ.
           IF TXNHIST-FILE-STATUS = "00"
              ADD 1 TO WS-CTL-TXNS
              PERFORM SPLIT-TXN-PARA
              IF WS-TH-DATE-IN NUMERIC
                 MOVE WS-TH-DATE-IN TO WS-TH-DATE-NUM
                 IF WS-TH-DATE-NUM >= WS-WINDOW-START
                    PERFORM FIND-TXN-ACCT-PARA
                    IF WS-NA-FOUND = "Y"
                       SET WS-NA-IDX TO WS-FOUND-NA-IDX
                       IF WS-TH-DATE-NUM >= WS-NA-OPEN (WS-NA-IDX)
                          AND WS-TH-DATE-NUM > WS-NA-FROM (WS-NA-IDX)
                          PERFORM TALLY-ACCOUNT-PARA
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
            EXIT.

       SPLIT-TXN-PARA.
           MOVE SPACES TO WS-TH-REF-IN
           MOVE SPACES TO WS-TH-LINK-IN
           UNSTRING TXNHIST-REC DELIMITED BY ","
           INTO     WS-TH-DATE-IN
                    WS-TH-ACCT-IN
                    WS-TH-TYPE-IN
                    WS-TH-AMOUNT-IN
                    WS-TH-BALANCE-IN
                    WS-TH-CYCLE-IN
                    WS-TH-REF-IN
                    WS-TH-LINK-IN
           END-UNSTRING.

       FIND-TXN-ACCT-PARA.
           MOVE "N" TO WS-NA-FOUND
           SET WS-NA-IDX TO 1
           PERFORM UNTIL WS-NA-IDX > WS-NEW-COUNT
                      OR WS-NA-FOUND = "Y"
              IF WS-NA-ACCT (WS-NA-IDX) = WS-TH-ACCT-IN
                 MOVE "Y" TO WS-NA-FOUND
                 SET WS-FOUND-NA-IDX TO WS-NA-IDX
              END-IF
              SET WS-NA-IDX UP BY 1
           END-PERFORM.

       TALLY-ACCOUNT-PARA.
           COMPUTE WS-TH-AMOUNT = FUNCTION NUMVAL(WS-TH-AMOUNT-IN)
           COMPUTE WS-TH-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TH-DATE-NUM)
           ADD 1 TO WS-NA-TXNS (WS-NA-IDX)
           PERFORM CHECK-DEBIT-TYPE-PARA
           IF WS-DEBIT-TYPE = "Y"
              ADD WS-TH-AMOUNT TO WS-NA-DR (WS-NA-IDX)
              IF WS-TH-TYPE-IN = "ATM"
                 AND WS-NA-LAST-CR (WS-NA-IDX) > 0
                 AND WS-TH-DATE-INT - WS-NA-LAST-CR (WS-NA-IDX)
                     <= WS-ATM-GAP-DAYS
                 ADD 1 TO WS-NA-QATM (WS-NA-IDX)
              END-IF
           ELSE
              ADD WS-TH-AMOUNT TO WS-NA-CR (WS-NA-IDX)
              MOVE WS-TH-DATE-INT TO WS-NA-LAST-CR (WS-NA-IDX)
           END-IF
           IF (WS-TH-TYPE-IN = "TRO" OR WS-TH-TYPE-IN = "TRI")
              AND WS-TH-LINK-IN NOT = SPACES
              IF WS-PAIR-COUNT >= 10000
                 IF WS-PAIR-FULL NOT = "Y"
                    DISPLAY "TRANSFER PAIR TABLE FULL AT 10000 - "
                            "COUNTERPARTIES UNDERSTATED"
                    MOVE "Y" TO WS-PAIR-FULL
                 END-IF
              ELSE
                 ADD 1 TO WS-PAIR-COUNT
                 SET WS-PR-IDX TO WS-PAIR-COUNT
                 SET WS-PR-NA-SUB (WS-PR-IDX) TO WS-NA-IDX
                 MOVE WS-TH-DATE-IN TO WS-PR-DATE (WS-PR-IDX)
                 MOVE WS-TH-LINK-IN TO WS-PR-LINK (WS-PR-IDX)
                 MOVE SPACES        TO WS-PR-CPTY (WS-PR-IDX)
              END-IF
           END-IF.

       CHECK-DEBIT-TYPE-PARA.
           EVALUATE WS-TH-TYPE-IN
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

       PAIR-PARA.
           READ TXNHIST-FILE AT END
                MOVE "10" TO TXNHIST-FILE-STATUS
           END-READ.
           IF TXNHIST-FILE-STATUS = "00"
              PERFORM SPLIT-TXN-PARA
              IF (WS-TH-TYPE-IN = "TRO" OR WS-TH-TYPE-IN = "TRI")
                 AND WS-TH-DATE-IN NUMERIC
                 AND WS-TH-DATE-IN >= WS-WINDOW-START
                 SET WS-PR-IDX TO 1
                 PERFORM UNTIL WS-PR-IDX > WS-PAIR-COUNT
                    IF WS-PR-LINK (WS-PR-IDX) = WS-TH-REF-IN
                       AND WS-PR-DATE (WS-PR-IDX) = WS-TH-DATE-IN
                       AND WS-PR-CPTY (WS-PR-IDX) = SPACES
                       MOVE WS-TH-ACCT-IN TO WS-PR-CPTY (WS-PR-IDX)
                       ADD 1 TO WS-CTL-PAIRED
                    END-IF
                    SET WS-PR-IDX UP BY 1
                 END-PERFORM
              END-IF
           END-IF.
            EXIT.

       COUNT-CPTY-PARA.
           SET WS-PR-IDX TO 1
           PERFORM UNTIL WS-PR-IDX > WS-PAIR-COUNT
              IF WS-PR-CPTY (WS-PR-IDX) NOT = SPACES
                 MOVE "N" TO WS-CPTY-SEEN
                 SET WS-PR-IDX2 TO 1
                 PERFORM UNTIL WS-PR-IDX2 >= WS-PR-IDX
                            OR WS-CPTY-SEEN = "Y"
                    IF WS-PR-NA-SUB (WS-PR-IDX2)
                       = WS-PR-NA-SUB (WS-PR-IDX)
                       AND WS-PR-CPTY (WS-PR-IDX2)
                           = WS-PR-CPTY (WS-PR-IDX)
                       MOVE "Y" TO WS-CPTY-SEEN
                    END-IF
                    SET WS-PR-IDX2 UP BY 1
                 END-PERFORM
                 IF WS-CPTY-SEEN NOT = "Y"
                    SET WS-NA-IDX TO WS-PR-NA-SUB (WS-PR-IDX)
                    ADD 1 TO WS-NA-CPTY (WS-NA-IDX)
                 END-IF
              END-IF
              SET WS-PR-IDX UP BY 1
           END-PERFORM.

       OPEN-HOLD-FILE-PARA.
           OPEN EXTEND HOLD-FILE.
           IF HOLD-FILE-STATUS = "35"
              OPEN OUTPUT HOLD-FILE
              WRITE HOLD-REC FROM WH-HOLD-HEADER
              CLOSE HOLD-FILE
              OPEN EXTEND HOLD-FILE
           END-IF
           IF HOLD-FILE-STATUS NOT = "00"
              DISPLAY "HOLD QUEUE OPEN FAILED, STATUS="
                      HOLD-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.

       OPEN-JRNL-FILE-PARA.
           OPEN EXTEND JRNL-FILE.
           IF JRNL-FILE-STATUS = "35"
              OPEN OUTPUT JRNL-FILE
              CLOSE JRNL-FILE
              OPEN EXTEND JRNL-FILE
           END-IF
           IF JRNL-FILE-STATUS NOT = "00"
              DISPLAY "JOURNAL OPEN FAILED, STATUS="
                      JRNL-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.

       SCORE-ONE-PARA.
           MOVE 0 TO WS-SCORE
           MOVE 0 TO WS-PASS-RATIO
           IF WS-NA-CR (WS-NA-IDX) >= WS-MIN-CREDITS
              COMPUTE WS-PASS-RATIO =
                 WS-NA-DR (WS-NA-IDX) * 100 / WS-NA-CR (WS-NA-IDX)
                 ON SIZE ERROR
                    MOVE 99999 TO WS-PASS-RATIO
              END-COMPUTE
              IF WS-PASS-RATIO >= WS-PASS-HIGH
                 ADD 40 TO WS-SCORE
              ELSE
              IF WS-PASS-RATIO >= WS-PASS-LOW
                 ADD 25 TO WS-SCORE
              END-IF
              END-IF
              IF WS-NA-CPTY (WS-NA-IDX) >= WS-CPTY-HIGH
                 ADD 30 TO WS-SCORE
              ELSE
              IF WS-NA-CPTY (WS-NA-IDX) >= WS-CPTY-LOW
                 ADD 15 TO WS-SCORE
              END-IF
              END-IF
              IF WS-NA-QATM (WS-NA-IDX) >= WS-QATM-HIGH
                 ADD 30 TO WS-SCORE
              ELSE
              IF WS-NA-QATM (WS-NA-IDX) > 0
                 ADD 15 TO WS-SCORE
              END-IF
              END-IF
           END-IF
           IF WS-SCORE >= WS-SCORE-TRIGGER
              ADD 1 TO WS-CTL-HITS
              PERFORM FREEZE-SUSPECT-PARA
           END-IF
           SET WS-NA-IDX UP BY 1.
            EXIT.

       FREEZE-SUSPECT-PARA.
           MOVE WS-SCORE TO WS-SCORE-DISP
           MOVE WS-NA-ACCT (WS-NA-IDX) TO AM-ACCT-NUM
           READ ACCTMST-FILE
             INVALID KEY
               MOVE "NOT ON ACCOUNT MASTER" TO WS-ACTION
               ADD 1 TO WS-CTL-NOT-FROZEN
             NOT INVALID KEY
               IF AM-STATUS = "O"
                  MOVE ACCOUNT-MASTER-REC TO WS-BEFORE-IMAGE
                  MOVE "S" TO AM-STATUS
                  REWRITE ACCOUNT-MASTER-REC
                    INVALID KEY
                      DISPLAY "ACCOUNT MASTER REWRITE FAILED: "
                              AM-ACCT-NUM
                  END-REWRITE
                  MOVE WS-CYCLE-ID        TO JR-CYCLE
                  MOVE WS-RUN-DATE        TO JR-DATE
                  MOVE "MULFRZ"           TO JR-ACTION
                  MOVE AM-ACCT-NUM        TO JR-ACCT-NUM
                  MOVE WS-BEFORE-IMAGE    TO JR-BEFORE-IMAGE
                  MOVE ACCOUNT-MASTER-REC TO JR-AFTER-IMAGE
                  MOVE SPACES             TO JR-TXN-REC
                  STRING "SUSPECTED MULE SCORE " WS-SCORE-DISP
                         " OPENED " WS-NA-OPEN (WS-NA-IDX)
                         DELIMITED BY SIZE
                    INTO JR-TXN-REC
                  WRITE JRNL-REC
                  PERFORM HOLD-SUSPECT-PARA
                  MOVE "DEBITS FROZEN, HELD" TO WS-ACTION
                  ADD 1 TO WS-CTL-FROZEN
               ELSE
                  IF AM-STATUS = "S"
                     MOVE "ALREADY FROZEN" TO WS-ACTION
                  ELSE
                     MOVE SPACES TO WS-ACTION
                     STRING "NOT HELD - STATUS " AM-STATUS
                            DELIMITED BY SIZE
                       INTO WS-ACTION
                  END-IF
                  ADD 1 TO WS-CTL-NOT-FROZEN
               END-IF
           END-READ
           MOVE WS-NA-ACCT (WS-NA-IDX) TO WS-CD-ACCT
           MOVE WS-NA-OPEN (WS-NA-IDX) TO WS-CD-OPEN
           MOVE WS-SCORE               TO WS-CD-SCORE
           MOVE WS-PASS-RATIO          TO WS-CD-PASS
           MOVE WS-NA-CPTY (WS-NA-IDX) TO WS-CD-CPTY
           MOVE WS-NA-QATM (WS-NA-IDX) TO WS-CD-QATM
           MOVE WS-NA-CR (WS-NA-IDX)   TO WS-CD-CR
           MOVE WS-NA-DR (WS-NA-IDX)   TO WS-CD-DR
           MOVE WS-ACTION              TO WS-CD-ACTION
           WRITE CASE-REC FROM WS-CASE-DETAIL.

       HOLD-SUSPECT-PARA.
           MOVE AM-CUST          TO HQ-CUST
           MOVE AM-PAN           TO HQ-PAN
           MOVE AM-AADHAR        TO HQ-AADHAR
           MOVE AM-CITY          TO HQ-CITY
           MOVE SPACES           TO HQ-REASON
           STRING "SUSPECTED MULE - SCORE " WS-SCORE-DISP
                  DELIMITED BY SIZE
             INTO HQ-REASON
           MOVE SPACES           TO HQ-STREET
           MOVE SPACES           TO HQ-STATE
           MOVE SPACES           TO HQ-PINCODE
           MOVE AM-ACCTYPE       TO HQ-ACCTYPE
           MOVE SPACES           TO HQ-DEPOSIT
           MOVE SPACES           TO HQ-EMAIL
           MOVE SPACES           TO HQ-MOBILE
           MOVE AM-JOINT-NAME    TO HQ-JOINT-NAME
           MOVE AM-JOINT-PAN     TO HQ-JOINT-PAN
           MOVE AM-JOINT-AADHAR  TO HQ-JOINT-AADHAR
           MOVE AM-NOMINEE-NAME  TO HQ-NOMINEE-NAME
           MOVE AM-NOMINEE-RELN  TO HQ-NOMINEE-RELN
           MOVE "INR"            TO HQ-CURRENCY
           MOVE WS-RUN-DATE      TO HQ-HOLD-DATE
           MOVE WS-CYCLE-ID      TO HQ-HOLD-CYCLE
           MOVE AM-ACCT-NUM      TO HQ-ACCT-NUM
           WRITE HOLD-REC FROM WS-HOLD-DETAIL.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "MULEDET"          TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-TXNS        TO WS-OPL-IN-COUNT
           MOVE WS-CTL-FROZEN      TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-NOT-FROZEN  TO WS-OPL-REJ-COUNT
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
