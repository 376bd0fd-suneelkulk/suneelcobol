       IDENTIFICATION DIVISION.
       PROGRAM-ID. tellcash.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASHMV-FILE  ASSIGN TO "TELLER-CASH.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CASHMV-FILE-STATUS.

           SELECT BRNCHMST-FILE ASSIGN TO "BRANCH-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS BRNCHMST-FILE-STATUS.

           SELECT VAULT-FILE   ASSIGN TO "BRANCH-VAULT.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS VAULT-FILE-STATUS.

           SELECT CASHLIM-FILE ASSIGN TO "BRANCH-CASH-LIMIT.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CASHLIM-FILE-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO "ACCOUNT-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AM-ACCT-NUM
                               ALTERNATE RECORD KEY IS AM-PAN
                                   WITH DUPLICATES
                               FILE STATUS IS ACCTMST-FILE-STATUS.

           SELECT CASHTXN-FILE ASSIGN TO "TELLER-TXNS.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CASHTXN-FILE-STATUS.

           SELECT CASHLOG-FILE ASSIGN TO "TELLER-CASH-LOG.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CASHLOG-FILE-STATUS.

           SELECT CASHREJ-FILE ASSIGN TO "TELLER-CASH-REJECTS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CASHREJ-FILE-STATUS.

           SELECT BALRPT-FILE  ASSIGN TO "TELLER-BALANCE.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS BALRPT-FILE-STATUS.

           SELECT VLTALRT-FILE ASSIGN TO "VAULT-ALERTS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS VLTALRT-FILE-STATUS.

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
       FD   CASHMV-FILE  RECORD CONTAINS 150 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CASHMV-REC              PIC X(150).

       FD   BRNCHMST-FILE  RECORD CONTAINS 70 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 BRNCHMST-REC            PIC X(70).

       FD   VAULT-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 VAULT-REC               PIC X(100).

       FD   CASHLIM-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CASHLIM-REC             PIC X(30).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   CASHTXN-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CASHTXN-REC             PIC X(60).

       FD   CASHLOG-FILE  RECORD CONTAINS 140 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CASHLOG-REC             PIC X(140).

       FD   CASHREJ-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CASHREJ-REC             PIC X(100).

       FD   BALRPT-FILE  RECORD CONTAINS 132 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 BALRPT-REC              PIC X(132).

       FD   VLTALRT-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 VLTALRT-REC             PIC X(60).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 CASHMV-FILE-STATUS   PIC X(02).
       01 BRNCHMST-FILE-STATUS PIC X(02).
       01 VAULT-FILE-STATUS    PIC X(02).
       01 CASHLIM-FILE-STATUS  PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 WS-ACCTMST-OPEN      PIC X(01) VALUE "N".
       01 CASHTXN-FILE-STATUS  PIC X(02).
       01 CASHLOG-FILE-STATUS  PIC X(02).
       01 CASHREJ-FILE-STATUS  PIC X(02).
       01 BALRPT-FILE-STATUS   PIC X(02).
       01 VLTALRT-FILE-STATUS  PIC X(02).
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
       01 WS-ALREADY-DONE      PIC X(01) VALUE "N".
       01 WS-DEFAULT-LIMIT     PIC 9(11)V99 VALUE 5000000.00.

       01 WS-DENOM-VALUES.
          05 FILLER PIC 9(04) VALUE 2000.
          05 FILLER PIC 9(04) VALUE 0500.
          05 FILLER PIC 9(04) VALUE 0200.
          05 FILLER PIC 9(04) VALUE 0100.
          05 FILLER PIC 9(04) VALUE 0050.
          05 FILLER PIC 9(04) VALUE 0020.
          05 FILLER PIC 9(04) VALUE 0010.
          05 FILLER PIC 9(04) VALUE 0005.
          05 FILLER PIC 9(04) VALUE 0001.
       01 WS-DENOM-TABLE REDEFINES WS-DENOM-VALUES.
          05 WS-DENOM-VALUE OCCURS 9 TIMES INDEXED BY WS-DN-IDX
                                 PIC 9(04).

       01 WS-VAULT-TABLE.
          05 WS-VT-ENTRY OCCURS 200 TIMES INDEXED BY WS-VT-IDX.
             10 WS-VT-BRANCH     PIC X(03).
             10 WS-VT-ACTIVE     PIC X(01).
             10 WS-VT-LIMIT      PIC 9(11)V99.
             10 WS-VT-OPEN-AMT   PIC 9(11)V99.
             10 WS-VT-ISSUED     PIC 9(11)V99.
             10 WS-VT-RETURNED   PIC 9(11)V99.
             10 WS-VT-CHEST-IN   PIC 9(11)V99.
             10 WS-VT-CHEST-OUT  PIC 9(11)V99.
             10 WS-VT-COUNT      PIC 9(07) OCCURS 9 TIMES.
       01 WS-VAULT-COUNT       PIC 9(03) VALUE 0.
       01 WS-VT-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-VT-IDX      PIC 9(03) VALUE 0.
       01 WS-VP-BRANCH-IN      PIC X(03).
       01 WS-VP-DATE-IN        PIC X(08).
       01 WS-VP-COUNT-IN       PIC X(07) OCCURS 9 TIMES.
       01 WS-VP-TOTAL-IN       PIC X(15).
       01 WS-VAULT-LINE.
          COPY VAULTPOS.

       01 WS-BR-CODE-IN        PIC X(03).
       01 WS-CL-BRANCH-IN      PIC X(03).
       01 WS-CL-LIMIT-IN       PIC X(15).

       01 WS-TELLER-TABLE.
          05 WS-TL-ENTRY OCCURS 500 TIMES INDEXED BY WS-TL-IDX.
             10 WS-TL-BRANCH     PIC X(03).
             10 WS-TL-TELLER     PIC X(06).
             10 WS-TL-ISSUED     PIC 9(11)V99.
             10 WS-TL-RECEIPTS   PIC 9(11)V99.
             10 WS-TL-PAYMENTS   PIC 9(11)V99.
             10 WS-TL-RETURNED   PIC 9(11)V99.
             10 WS-TL-CLOSED     PIC X(01).
             10 WS-TL-HOLD       PIC 9(07) OCCURS 9 TIMES.
             10 WS-TL-BACK       PIC 9(07) OCCURS 9 TIMES.
       01 WS-TELLER-COUNT      PIC 9(03) VALUE 0.
       01 WS-TL-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-TL-IDX      PIC 9(03) VALUE 0.

       01 WS-TC-TYPE-IN        PIC X(06).
       01 WS-TC-BRANCH-IN      PIC X(03).
       01 WS-TC-TELLER-IN      PIC X(06).
       01 WS-TC-REF-IN         PIC X(12).
       01 WS-TC-ACCT-IN        PIC X(14).
       01 WS-TC-AMOUNT-IN      PIC X(12).
       01 WS-TC-DENOM-IN       PIC X(07) OCCURS 9 TIMES.
       01 WS-TC-COUNT          PIC 9(07) OCCURS 9 TIMES.
       01 WS-TC-AMOUNT         PIC 9(11)V99 VALUE 0.
       01 WS-DENOM-SUM         PIC 9(11)V99 VALUE 0.
       01 WS-MV-VALID          PIC X(01) VALUE "Y".
       01 WS-REJ-TEXT          PIC X(30) VALUE SPACES.
       01 WS-EXPECT-AMT        PIC 9(11)V99 VALUE 0.
       01 WS-OVER-SHORT        PIC S9(11)V99 VALUE 0.
       01 WS-CLOSE-AMT         PIC 9(11)V99 VALUE 0.
       01 WS-EXCESS-AMT        PIC 9(11)V99 VALUE 0.

       01 WS-CTL-IN-COUNT      PIC 9(07) VALUE 0.
       01 WS-CTL-ACCEPTED      PIC 9(07) VALUE 0.
       01 WS-CTL-REJECTED      PIC 9(07) VALUE 0.
       01 WS-CTL-POSTED        PIC 9(07) VALUE 0.
       01 WS-CTL-UNBALANCED    PIC 9(07) VALUE 0.
       01 WS-CTL-NOT-CLOSED    PIC 9(07) VALUE 0.
       01 WS-CTL-ALERTS        PIC 9(07) VALUE 0.
       01 WS-TOT-RECEIPTS      PIC 9(11)V99 VALUE 0.
       01 WS-TOT-PAYMENTS      PIC 9(11)V99 VALUE 0.

       01 WS-TRAILER-LABEL     PIC X(07) VALUE SPACES.
       01 WS-TRAILER-COUNT-IN  PIC X(07) VALUE SPACES.
       01 WS-TRAILER-COUNT     PIC 9(07) VALUE 0.

       01 WS-CASHTXN-LINE.
          05 WS-CT-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CT-TYPE          PIC X(03).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-CT-AMT           PIC 9(09).99.

       01 WS-CASHTXN-TRAILER.
          05 FILLER              PIC X(08) VALUE "TRAILER,".
          05 WS-CT-TRL-CNT       PIC 9(07).

       01 WS-CASHLOG-LINE.
          05 WS-LG-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-LG-BRANCH        PIC X(03).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-LG-TELLER        PIC X(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-LG-TYPE          PIC X(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-LG-REF           PIC X(12).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-LG-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-LG-AMT           PIC 9(09).99.
          05 WS-LG-DENOM OCCURS 9 TIMES.
             10 WS-LG-SEP        PIC X(01).
             10 WS-LG-COUNT      PIC 9(07).

       01 WS-CASHREJ-LINE.
          05 WS-RJ-TYPE          PIC X(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RJ-BRANCH        PIC X(03).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RJ-TELLER        PIC X(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RJ-REF           PIC X(12).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RJ-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RJ-AMOUNT        PIC X(12).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RJ-TEXT          PIC X(30).

       01 WS-VLTALRT-LINE.
          05 WS-VA-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-VA-BRANCH        PIC X(03).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-VA-CASH          PIC 9(11).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-VA-LIMIT         PIC 9(11).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-VA-EXCESS        PIC 9(11).99.

       01 WH-BALRPT-HDR1.
          05 FILLER PIC X(25) VALUE "TELLER CASH BALANCING - ".
          05 WS-BH-DATE          PIC X(08).
       01 WH-BALRPT-HDR2.
          05 FILLER PIC X(08) VALUE "BRANCH".
          05 FILLER PIC X(08) VALUE "TELLER".
          05 FILLER PIC X(15) VALUE "ISSUED".
          05 FILLER PIC X(15) VALUE "RECEIPTS".
          05 FILLER PIC X(15) VALUE "PAYMENTS".
          05 FILLER PIC X(15) VALUE "EXPECTED".
          05 FILLER PIC X(15) VALUE "RETURNED".
          05 FILLER PIC X(16) VALUE "OVER/(SHORT)".
          05 FILLER PIC X(14) VALUE "STATUS".
       01 WS-BALRPT-DETAIL.
          05 WS-BD-BRANCH        PIC X(03).
          05 FILLER              PIC X(05) VALUE SPACES.
          05 WS-BD-TELLER        PIC X(06).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BD-ISSUED        PIC ZZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BD-RECEIPTS      PIC ZZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BD-PAYMENTS      PIC ZZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BD-EXPECTED      PIC ZZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BD-RETURNED      PIC ZZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BD-OVER-SHORT    PIC -(10)9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BD-STATUS        PIC X(14).
       01 WS-BALRPT-DENOM.
          05 FILLER              PIC X(16) VALUE SPACES.
          05 FILLER              PIC X(08) VALUE "DENOM ".
          05 WS-BN-VALUE         PIC ZZZ9.
          05 FILLER              PIC X(12) VALUE "  EXPECTED ".
          05 WS-BN-EXPECTED      PIC ZZZZZZ9.
          05 FILLER              PIC X(12) VALUE "  RETURNED ".
          05 WS-BN-RETURNED      PIC ZZZZZZ9.
       01 WH-BALRPT-HDR3.
          05 FILLER PIC X(40) VALUE "BRANCH VAULT POSITION".
       01 WH-BALRPT-HDR4.
          05 FILLER PIC X(08) VALUE "BRANCH".
          05 FILLER PIC X(15) VALUE "OPENING".
          05 FILLER PIC X(15) VALUE "ISSUED".
          05 FILLER PIC X(15) VALUE "RETURNED".
          05 FILLER PIC X(15) VALUE "CHEST IN".
          05 FILLER PIC X(15) VALUE "CHEST OUT".
          05 FILLER PIC X(15) VALUE "CLOSING".
          05 FILLER PIC X(15) VALUE "INSURED LIMIT".
          05 FILLER PIC X(14) VALUE "ALERT".
       01 WS-BALRPT-VAULT.
          05 WS-BV-BRANCH        PIC X(03).
          05 FILLER              PIC X(03) VALUE SPACES.
          05 WS-BV-OPENING       PIC ZZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BV-ISSUED        PIC ZZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BV-RETURNED      PIC ZZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BV-CHEST-IN      PIC ZZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BV-CHEST-OUT     PIC ZZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BV-CLOSING       PIC ZZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BV-LIMIT         PIC ZZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-BV-ALERT         PIC X(14).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE TELLER CASH PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-VAULT-PARA.
           PERFORM LOAD-BRANCH-MASTER-PARA.
           PERFORM LOAD-LIMITS-PARA.
           IF WS-ALREADY-DONE = "Y"
              DISPLAY "VAULT POSITION ALREADY ROLLED TO "
                      WS-RUN-DATE ", NOT ROLLED AGAIN"
           ELSE
              OPEN INPUT ACCTMST-FILE
              IF ACCTMST-FILE-STATUS = "00"
                 MOVE "Y" TO WS-ACCTMST-OPEN
              ELSE
                 DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                         ACCTMST-FILE-STATUS
                 DISPLAY "ALL CUSTOMER CASH MOVEMENTS WILL BE "
                         "REJECTED"
              END-IF
              OPEN OUTPUT CASHREJ-FILE
              OPEN EXTEND CASHLOG-FILE
              IF CASHLOG-FILE-STATUS = "35"
                 OPEN OUTPUT CASHLOG-FILE
                 CLOSE CASHLOG-FILE
                 OPEN EXTEND CASHLOG-FILE
              END-IF
              PERFORM TAKE-MOVEMENTS-PARA
              CLOSE CASHLOG-FILE
              CLOSE CASHREJ-FILE
              IF WS-ACCTMST-OPEN = "Y"
                 CLOSE ACCTMST-FILE
              END-IF
              PERFORM WRITE-BALANCE-REPORT-PARA
              PERFORM REWRITE-VAULT-PARA
           END-IF.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "TELLER CASH SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  MOVEMENTS READ     : " WS-CTL-IN-COUNT.
           DISPLAY "  MOVEMENTS ACCEPTED : " WS-CTL-ACCEPTED.
           DISPLAY "  MOVEMENTS REJECTED : " WS-CTL-REJECTED.
           DISPLAY "  POSTINGS RAISED    : " WS-CTL-POSTED.
           DISPLAY "  CASH RECEIPTS      : " WS-TOT-RECEIPTS.
           DISPLAY "  CASH PAYMENTS      : " WS-TOT-PAYMENTS.
           DISPLAY "  TELLERS UNBALANCED : " WS-CTL-UNBALANCED.
           DISPLAY "  TELLERS NOT CLOSED : " WS-CTL-NOT-CLOSED.
           DISPLAY "  VAULT LIMIT ALERTS : " WS-CTL-ALERTS.

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

       LOAD-VAULT-PARA.
           MOVE 0 TO WS-VAULT-COUNT
           MOVE "N" TO WS-ALREADY-DONE
           OPEN INPUT VAULT-FILE
           IF VAULT-FILE-STATUS = "00"
              PERFORM UNTIL VAULT-FILE-STATUS NOT = "00"
                 READ VAULT-FILE
                   AT END
                     MOVE "10" TO VAULT-FILE-STATUS
                   NOT AT END
                     IF WS-VAULT-COUNT >= 200
                        DISPLAY "VAULT TABLE CAPACITY EXCEEDED "
                                "AT 200 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-VAULT-COUNT
                     SET WS-VT-IDX TO WS-VAULT-COUNT
                     UNSTRING VAULT-REC DELIMITED BY ","
                     INTO     WS-VP-BRANCH-IN
                              WS-VP-DATE-IN
                              WS-VP-COUNT-IN (1)
                              WS-VP-COUNT-IN (2)
                              WS-VP-COUNT-IN (3)
                              WS-VP-COUNT-IN (4)
                              WS-VP-COUNT-IN (5)
                              WS-VP-COUNT-IN (6)
                              WS-VP-COUNT-IN (7)
                              WS-VP-COUNT-IN (8)
                              WS-VP-COUNT-IN (9)
                              WS-VP-TOTAL-IN
                     END-UNSTRING
                     PERFORM TAKE-VAULT-ROW-PARA
                     IF WS-VP-DATE-IN NOT < WS-RUN-DATE
                        MOVE "Y" TO WS-ALREADY-DONE
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE VAULT-FILE
           ELSE
              DISPLAY "NO VAULT POSITION FILE, VAULTS START EMPTY"
           END-IF.

       TAKE-VAULT-ROW-PARA.
           MOVE WS-VP-BRANCH-IN TO WS-VT-BRANCH (WS-VT-IDX)
           MOVE "N" TO WS-VT-ACTIVE (WS-VT-IDX)
           MOVE WS-DEFAULT-LIMIT TO WS-VT-LIMIT (WS-VT-IDX)
           MOVE 0 TO WS-VT-OPEN-AMT (WS-VT-IDX)
                     WS-VT-ISSUED (WS-VT-IDX)
                     WS-VT-RETURNED (WS-VT-IDX)
                     WS-VT-CHEST-IN (WS-VT-IDX)
                     WS-VT-CHEST-OUT (WS-VT-IDX)
           SET WS-DN-IDX TO 1
           PERFORM UNTIL WS-DN-IDX > 9
              MOVE 0 TO WS-VT-COUNT (WS-VT-IDX, WS-DN-IDX)
              IF WS-VP-COUNT-IN (WS-DN-IDX) NUMERIC
                 MOVE WS-VP-COUNT-IN (WS-DN-IDX)
                      TO WS-VT-COUNT (WS-VT-IDX, WS-DN-IDX)
              END-IF
              COMPUTE WS-VT-OPEN-AMT (WS-VT-IDX) =
                      WS-VT-OPEN-AMT (WS-VT-IDX) +
                      WS-VT-COUNT (WS-VT-IDX, WS-DN-IDX) *
                      WS-DENOM-VALUE (WS-DN-IDX)
              SET WS-DN-IDX UP BY 1
           END-PERFORM.

       LOAD-BRANCH-MASTER-PARA.
           OPEN INPUT BRNCHMST-FILE
           IF BRNCHMST-FILE-STATUS = "00"
              PERFORM UNTIL BRNCHMST-FILE-STATUS NOT = "00"
                 READ BRNCHMST-FILE
                   AT END
                     MOVE "10" TO BRNCHMST-FILE-STATUS
                   NOT AT END
                     UNSTRING BRNCHMST-REC DELIMITED BY ","
                     INTO     WS-BR-CODE-IN
                     END-UNSTRING
                     MOVE WS-BR-CODE-IN TO WS-TC-BRANCH-IN
                     PERFORM FIND-VAULT-PARA
                     IF WS-VT-FOUND NOT = "Y"
                        IF WS-VAULT-COUNT >= 200
                           DISPLAY "VAULT TABLE CAPACITY EXCEEDED "
                                   "AT 200 - RUN STOPPED"
                           MOVE 20 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-VAULT-COUNT
                        SET WS-VT-IDX TO WS-VAULT-COUNT
                        MOVE WS-BR-CODE-IN TO WS-VP-BRANCH-IN
                        MOVE SPACES TO WS-VP-COUNT-IN (1)
                                       WS-VP-COUNT-IN (2)
                                       WS-VP-COUNT-IN (3)
                                       WS-VP-COUNT-IN (4)
                                       WS-VP-COUNT-IN (5)
                                       WS-VP-COUNT-IN (6)
                                       WS-VP-COUNT-IN (7)
                                       WS-VP-COUNT-IN (8)
                                       WS-VP-COUNT-IN (9)
                        PERFORM TAKE-VAULT-ROW-PARA
                        SET WS-FOUND-VT-IDX TO WS-VT-IDX
                     END-IF
                     SET WS-VT-IDX TO WS-FOUND-VT-IDX
                     MOVE "Y" TO WS-VT-ACTIVE (WS-VT-IDX)
                 END-READ
              END-PERFORM
              CLOSE BRNCHMST-FILE
           ELSE
              DISPLAY "BRANCH MASTER NOT FOUND, CASH MOVEMENTS "
                      "CANNOT BE VALIDATED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-LIMITS-PARA.
           OPEN INPUT CASHLIM-FILE
           IF CASHLIM-FILE-STATUS = "00"
              PERFORM UNTIL CASHLIM-FILE-STATUS NOT = "00"
                 READ CASHLIM-FILE
                   AT END
                     MOVE "10" TO CASHLIM-FILE-STATUS
                   NOT AT END
                     UNSTRING CASHLIM-REC DELIMITED BY ","
                     INTO     WS-CL-BRANCH-IN
                              WS-CL-LIMIT-IN
                     END-UNSTRING
                     MOVE WS-CL-BRANCH-IN TO WS-TC-BRANCH-IN
                     PERFORM FIND-VAULT-PARA
                     IF WS-VT-FOUND = "Y"
                        AND FUNCTION TEST-NUMVAL(WS-CL-LIMIT-IN) = 0
                        SET WS-VT-IDX TO WS-FOUND-VT-IDX
                        COMPUTE WS-VT-LIMIT (WS-VT-IDX) =
                                FUNCTION NUMVAL(WS-CL-LIMIT-IN)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE CASHLIM-FILE
           ELSE
              DISPLAY "NO BRANCH CASH LIMITS, DEFAULT INSURED "
                      "LIMIT APPLIED: " WS-DEFAULT-LIMIT
           END-IF.

       FIND-VAULT-PARA.
           MOVE "N" TO WS-VT-FOUND
           SET WS-VT-IDX TO 1
           PERFORM UNTIL WS-VT-IDX > WS-VAULT-COUNT
                      OR WS-VT-FOUND = "Y"
              IF WS-VT-BRANCH (WS-VT-IDX) = WS-TC-BRANCH-IN
                 MOVE "Y" TO WS-VT-FOUND
                 SET WS-FOUND-VT-IDX TO WS-VT-IDX
              END-IF
              SET WS-VT-IDX UP BY 1
           END-PERFORM.

       FIND-TELLER-PARA.
           MOVE "N" TO WS-TL-FOUND
           SET WS-TL-IDX TO 1
           PERFORM UNTIL WS-TL-IDX > WS-TELLER-COUNT
                      OR WS-TL-FOUND = "Y"
              IF WS-TL-BRANCH (WS-TL-IDX) = WS-TC-BRANCH-IN
                 AND WS-TL-TELLER (WS-TL-IDX) = WS-TC-TELLER-IN
                 MOVE "Y" TO WS-TL-FOUND
                 SET WS-FOUND-TL-IDX TO WS-TL-IDX
              END-IF
              SET WS-TL-IDX UP BY 1
           END-PERFORM.

       TAKE-MOVEMENTS-PARA.
           OPEN OUTPUT CASHTXN-FILE
           IF CASHTXN-FILE-STATUS NOT = "00"
              DISPLAY "TELLER POSTING FEED OPEN FAILED, STATUS="
                      CASHTXN-FILE-STATUS
              MOVE 28 TO RETURN-CODE
           ELSE
              OPEN INPUT CASHMV-FILE
              IF CASHMV-FILE-STATUS NOT = "00"
                 DISPLAY "NO TELLER CASH MOVEMENTS THIS CYCLE, "
                         "STATUS=" CASHMV-FILE-STATUS
              ELSE
                 MOVE "N" TO EOF
                 PERFORM MOVEMENT-ONE-PARA UNTIL EOF = "Y"
                 CLOSE CASHMV-FILE
              END-IF
              MOVE WS-CTL-POSTED TO WS-CT-TRL-CNT
              WRITE CASHTXN-REC FROM WS-CASHTXN-TRAILER
              CLOSE CASHTXN-FILE
           END-IF.

       MOVEMENT-ONE-PARA.
           READ CASHMV-FILE AT END
                MOVE "Y" TO EOF
           END-READ.
           IF EOF NOT = "Y"
             IF CASHMV-REC(1:7) = "TRAILER"
               PERFORM CHECK-TRAILER-PARA
               MOVE "Y" TO EOF
             ELSE
             IF CASHMV-REC(1:4) = "TYPE"
               CONTINUE
             ELSE
               ADD 1 TO WS-CTL-IN-COUNT
               MOVE SPACES TO WS-TC-REF-IN WS-TC-ACCT-IN
                              WS-TC-AMOUNT-IN
               MOVE SPACES TO WS-TC-DENOM-IN (1) WS-TC-DENOM-IN (2)
                              WS-TC-DENOM-IN (3) WS-TC-DENOM-IN (4)
                              WS-TC-DENOM-IN (5) WS-TC-DENOM-IN (6)
                              WS-TC-DENOM-IN (7) WS-TC-DENOM-IN (8)
                              WS-TC-DENOM-IN (9)
               UNSTRING CASHMV-REC DELIMITED BY ","
               INTO     WS-TC-TYPE-IN
                        WS-TC-BRANCH-IN
                        WS-TC-TELLER-IN
                        WS-TC-REF-IN
                        WS-TC-ACCT-IN
                        WS-TC-AMOUNT-IN
                        WS-TC-DENOM-IN (1)
                        WS-TC-DENOM-IN (2)
                        WS-TC-DENOM-IN (3)
                        WS-TC-DENOM-IN (4)
                        WS-TC-DENOM-IN (5)
                        WS-TC-DENOM-IN (6)
                        WS-TC-DENOM-IN (7)
                        WS-TC-DENOM-IN (8)
                        WS-TC-DENOM-IN (9)
               END-UNSTRING
               PERFORM VALIDATE-MOVEMENT-PARA
               IF WS-MV-VALID = "Y"
                  EVALUATE WS-TC-TYPE-IN
                     WHEN "ISSUE"
                        PERFORM APPLY-ISSUE-PARA
                     WHEN "RECV"
                        PERFORM APPLY-RECEIPT-PARA
                     WHEN "PAY"
                        PERFORM APPLY-PAYMENT-PARA
                     WHEN "RETURN"
                        PERFORM APPLY-RETURN-PARA
                     WHEN OTHER
                        PERFORM APPLY-CHEST-PARA
                  END-EVALUATE
               END-IF
               IF WS-MV-VALID = "Y"
                  ADD 1 TO WS-CTL-ACCEPTED
                  PERFORM WRITE-CASH-LOG-PARA
               END-IF
             END-IF
             END-IF
           END-IF.
            EXIT.

       VALIDATE-MOVEMENT-PARA.
           MOVE "Y" TO WS-MV-VALID
           IF WS-TC-TYPE-IN NOT = "ISSUE" AND
              WS-TC-TYPE-IN NOT = "RECV" AND
              WS-TC-TYPE-IN NOT = "PAY" AND
              WS-TC-TYPE-IN NOT = "RETURN" AND
              WS-TC-TYPE-IN NOT = "CHESTI" AND
              WS-TC-TYPE-IN NOT = "CHESTO"
              MOVE "UNKNOWN MOVEMENT TYPE" TO WS-REJ-TEXT
              PERFORM REJECT-MOVEMENT-PARA
           END-IF
           IF WS-MV-VALID = "Y"
              PERFORM FIND-VAULT-PARA
              IF WS-VT-FOUND NOT = "Y"
                 MOVE "BRANCH NOT ON BRANCH MASTER" TO WS-REJ-TEXT
                 PERFORM REJECT-MOVEMENT-PARA
              ELSE
                 SET WS-VT-IDX TO WS-FOUND-VT-IDX
                 IF WS-VT-ACTIVE (WS-VT-IDX) NOT = "Y"
                    MOVE "BRANCH NOT ON BRANCH MASTER"
                                                 TO WS-REJ-TEXT
                    PERFORM REJECT-MOVEMENT-PARA
                 END-IF
              END-IF
           END-IF
           IF WS-MV-VALID = "Y"
              PERFORM PARSE-DENOMS-PARA
           END-IF
           IF WS-MV-VALID = "Y"
              AND WS-TC-TYPE-IN NOT = "CHESTI"
              AND WS-TC-TYPE-IN NOT = "CHESTO"
              IF WS-TC-TELLER-IN = SPACES
                 MOVE "TELLER ID MISSING" TO WS-REJ-TEXT
                 PERFORM REJECT-MOVEMENT-PARA
              ELSE
                 PERFORM FIND-TELLER-PARA
                 IF WS-TL-FOUND = "Y"
                    SET WS-TL-IDX TO WS-FOUND-TL-IDX
                    IF WS-TL-CLOSED (WS-TL-IDX) = "Y"
                       MOVE "TELLER ALREADY CLOSED FOR DAY"
                                                 TO WS-REJ-TEXT
                       PERFORM REJECT-MOVEMENT-PARA
                    END-IF
                 ELSE
                    IF WS-TC-TYPE-IN NOT = "ISSUE"
                       MOVE "NO OPENING CASH ISSUED TO TELLER"
                                                 TO WS-REJ-TEXT
                       PERFORM REJECT-MOVEMENT-PARA
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-MV-VALID = "Y"
              AND (WS-TC-TYPE-IN = "RECV" OR WS-TC-TYPE-IN = "PAY")
              PERFORM CHECK-ACCOUNT-PARA
           END-IF.

       PARSE-DENOMS-PARA.
           MOVE 0 TO WS-DENOM-SUM
           SET WS-DN-IDX TO 1
           PERFORM UNTIL WS-DN-IDX > 9
              MOVE 0 TO WS-TC-COUNT (WS-DN-IDX)
              IF WS-TC-DENOM-IN (WS-DN-IDX) NOT = SPACES
                 IF FUNCTION TEST-NUMVAL(WS-TC-DENOM-IN (WS-DN-IDX))
                    = 0
                    COMPUTE WS-TC-COUNT (WS-DN-IDX) =
                       FUNCTION NUMVAL(WS-TC-DENOM-IN (WS-DN-IDX))
                 ELSE
                    MOVE "N" TO WS-MV-VALID
                 END-IF
              END-IF
              COMPUTE WS-DENOM-SUM = WS-DENOM-SUM +
                      WS-TC-COUNT (WS-DN-IDX) *
                      WS-DENOM-VALUE (WS-DN-IDX)
              SET WS-DN-IDX UP BY 1
           END-PERFORM
           IF WS-MV-VALID NOT = "Y"
              MOVE "Y" TO WS-MV-VALID
              MOVE "INVALID DENOMINATION COUNT" TO WS-REJ-TEXT
              PERFORM REJECT-MOVEMENT-PARA
           ELSE
              MOVE WS-DENOM-SUM TO WS-TC-AMOUNT
              IF WS-TC-AMOUNT-IN NOT = SPACES
                 IF FUNCTION TEST-NUMVAL(WS-TC-AMOUNT-IN) NOT = 0
                    MOVE "INVALID AMOUNT" TO WS-REJ-TEXT
                    PERFORM REJECT-MOVEMENT-PARA
                 ELSE
                    COMPUTE WS-TC-AMOUNT =
                            FUNCTION NUMVAL(WS-TC-AMOUNT-IN)
                    IF WS-TC-AMOUNT NOT = WS-DENOM-SUM
                       MOVE "DENOMINATIONS DO NOT MATCH AMOUNT"
                                                 TO WS-REJ-TEXT
                       PERFORM REJECT-MOVEMENT-PARA
                    END-IF
                 END-IF
              ELSE
                 IF WS-TC-TYPE-IN = "RECV" OR WS-TC-TYPE-IN = "PAY"
                    MOVE "INVALID AMOUNT" TO WS-REJ-TEXT
                    PERFORM REJECT-MOVEMENT-PARA
                 END-IF
              END-IF
           END-IF
           IF WS-MV-VALID = "Y"
              AND WS-TC-AMOUNT = 0
              AND WS-TC-TYPE-IN NOT = "RETURN"
              MOVE "INVALID AMOUNT" TO WS-REJ-TEXT
              PERFORM REJECT-MOVEMENT-PARA
           END-IF.

       CHECK-ACCOUNT-PARA.
           IF WS-ACCTMST-OPEN NOT = "Y"
              MOVE "ACCOUNT NOT FOUND" TO WS-REJ-TEXT
              PERFORM REJECT-MOVEMENT-PARA
           ELSE
              MOVE WS-TC-ACCT-IN TO AM-ACCT-NUM
              READ ACCTMST-FILE
                INVALID KEY
                  MOVE "ACCOUNT NOT FOUND" TO WS-REJ-TEXT
                  PERFORM REJECT-MOVEMENT-PARA
              END-READ
           END-IF
           IF WS-MV-VALID = "Y"
              EVALUATE AM-STATUS
                 WHEN "C"
                    MOVE "ACCOUNT CLOSED" TO WS-REJ-TEXT
                    PERFORM REJECT-MOVEMENT-PARA
                 WHEN "F"
                    IF WS-TC-TYPE-IN = "PAY"
                       MOVE "ACCOUNT FROZEN FOR COMPLIANCE"
                                                 TO WS-REJ-TEXT
                       PERFORM REJECT-MOVEMENT-PARA
                    END-IF
                 WHEN "M"
                    IF WS-TC-TYPE-IN = "PAY"
                       MOVE "ACCOUNT HOLDER DECEASED" TO WS-REJ-TEXT
                       PERFORM REJECT-MOVEMENT-PARA
                    END-IF
                 WHEN "K"
                    IF WS-TC-TYPE-IN = "PAY"
                       MOVE "KYC EXPIRED - DEBITS BLOCKED"
                                                 TO WS-REJ-TEXT
                       PERFORM REJECT-MOVEMENT-PARA
                    END-IF
                 WHEN "S"
                    IF WS-TC-TYPE-IN = "PAY"
                       MOVE "DEBITS FROZEN PENDING REVIEW"
                                                 TO WS-REJ-TEXT
                       PERFORM REJECT-MOVEMENT-PARA
                    END-IF
              END-EVALUATE
           END-IF.

       APPLY-ISSUE-PARA.
           SET WS-VT-IDX TO WS-FOUND-VT-IDX
           SET WS-DN-IDX TO 1
           PERFORM UNTIL WS-DN-IDX > 9
              IF WS-TC-COUNT (WS-DN-IDX) >
                 WS-VT-COUNT (WS-VT-IDX, WS-DN-IDX)
                 MOVE "N" TO WS-MV-VALID
              END-IF
              SET WS-DN-IDX UP BY 1
           END-PERFORM
           IF WS-MV-VALID NOT = "Y"
              MOVE "Y" TO WS-MV-VALID
              MOVE "VAULT SHORT OF DENOMINATION" TO WS-REJ-TEXT
              PERFORM REJECT-MOVEMENT-PARA
           ELSE
              IF WS-TL-FOUND NOT = "Y"
                 IF WS-TELLER-COUNT >= 500
                    MOVE "TELLER TABLE FULL" TO WS-REJ-TEXT
                    PERFORM REJECT-MOVEMENT-PARA
                 ELSE
                    ADD 1 TO WS-TELLER-COUNT
                    SET WS-TL-IDX TO WS-TELLER-COUNT
                    SET WS-FOUND-TL-IDX TO WS-TL-IDX
                    MOVE WS-TC-BRANCH-IN TO WS-TL-BRANCH (WS-TL-IDX)
                    MOVE WS-TC-TELLER-IN TO WS-TL-TELLER (WS-TL-IDX)
                    MOVE 0 TO WS-TL-ISSUED (WS-TL-IDX)
                              WS-TL-RECEIPTS (WS-TL-IDX)
                              WS-TL-PAYMENTS (WS-TL-IDX)
                              WS-TL-RETURNED (WS-TL-IDX)
                    MOVE "N" TO WS-TL-CLOSED (WS-TL-IDX)
                    SET WS-DN-IDX TO 1
                    PERFORM UNTIL WS-DN-IDX > 9
                       MOVE 0 TO WS-TL-HOLD (WS-TL-IDX, WS-DN-IDX)
                                 WS-TL-BACK (WS-TL-IDX, WS-DN-IDX)
                       SET WS-DN-IDX UP BY 1
                    END-PERFORM
                 END-IF
              END-IF
           END-IF
           IF WS-MV-VALID = "Y"
              SET WS-TL-IDX TO WS-FOUND-TL-IDX
              SET WS-DN-IDX TO 1
              PERFORM UNTIL WS-DN-IDX > 9
                 SUBTRACT WS-TC-COUNT (WS-DN-IDX)
                     FROM WS-VT-COUNT (WS-VT-IDX, WS-DN-IDX)
                 ADD WS-TC-COUNT (WS-DN-IDX)
                  TO WS-TL-HOLD (WS-TL-IDX, WS-DN-IDX)
                 SET WS-DN-IDX UP BY 1
              END-PERFORM
              ADD WS-TC-AMOUNT TO WS-TL-ISSUED (WS-TL-IDX)
              ADD WS-TC-AMOUNT TO WS-VT-ISSUED (WS-VT-IDX)
           END-IF.

       APPLY-RECEIPT-PARA.
           SET WS-TL-IDX TO WS-FOUND-TL-IDX
           SET WS-DN-IDX TO 1
           PERFORM UNTIL WS-DN-IDX > 9
              ADD WS-TC-COUNT (WS-DN-IDX)
               TO WS-TL-HOLD (WS-TL-IDX, WS-DN-IDX)
              SET WS-DN-IDX UP BY 1
           END-PERFORM
           ADD WS-TC-AMOUNT TO WS-TL-RECEIPTS (WS-TL-IDX)
           ADD WS-TC-AMOUNT TO WS-TOT-RECEIPTS
           MOVE "DEP" TO WS-CT-TYPE
           PERFORM WRITE-POSTING-PARA.

       APPLY-PAYMENT-PARA.
           SET WS-TL-IDX TO WS-FOUND-TL-IDX
           SET WS-DN-IDX TO 1
           PERFORM UNTIL WS-DN-IDX > 9
              IF WS-TC-COUNT (WS-DN-IDX) >
                 WS-TL-HOLD (WS-TL-IDX, WS-DN-IDX)
                 MOVE "N" TO WS-MV-VALID
              END-IF
              SET WS-DN-IDX UP BY 1
           END-PERFORM
           IF WS-MV-VALID NOT = "Y"
              MOVE "Y" TO WS-MV-VALID
              MOVE "TELLER SHORT OF DENOMINATION" TO WS-REJ-TEXT
              PERFORM REJECT-MOVEMENT-PARA
           ELSE
              SET WS-DN-IDX TO 1
              PERFORM UNTIL WS-DN-IDX > 9
                 SUBTRACT WS-TC-COUNT (WS-DN-IDX)
                     FROM WS-TL-HOLD (WS-TL-IDX, WS-DN-IDX)
                 SET WS-DN-IDX UP BY 1
              END-PERFORM
              ADD WS-TC-AMOUNT TO WS-TL-PAYMENTS (WS-TL-IDX)
              ADD WS-TC-AMOUNT TO WS-TOT-PAYMENTS
              MOVE "WDL" TO WS-CT-TYPE
              PERFORM WRITE-POSTING-PARA
           END-IF.

       APPLY-RETURN-PARA.
           SET WS-TL-IDX TO WS-FOUND-TL-IDX
           SET WS-VT-IDX TO WS-FOUND-VT-IDX
           SET WS-DN-IDX TO 1
           PERFORM UNTIL WS-DN-IDX > 9
              MOVE WS-TC-COUNT (WS-DN-IDX)
                TO WS-TL-BACK (WS-TL-IDX, WS-DN-IDX)
              ADD WS-TC-COUNT (WS-DN-IDX)
               TO WS-VT-COUNT (WS-VT-IDX, WS-DN-IDX)
              SET WS-DN-IDX UP BY 1
           END-PERFORM
           MOVE WS-TC-AMOUNT TO WS-TL-RETURNED (WS-TL-IDX)
           MOVE "Y" TO WS-TL-CLOSED (WS-TL-IDX)
           ADD WS-TC-AMOUNT TO WS-VT-RETURNED (WS-VT-IDX).

       APPLY-CHEST-PARA.
           SET WS-VT-IDX TO WS-FOUND-VT-IDX
           IF WS-TC-TYPE-IN = "CHESTO"
              SET WS-DN-IDX TO 1
              PERFORM UNTIL WS-DN-IDX > 9
                 IF WS-TC-COUNT (WS-DN-IDX) >
                    WS-VT-COUNT (WS-VT-IDX, WS-DN-IDX)
                    MOVE "N" TO WS-MV-VALID
                 END-IF
                 SET WS-DN-IDX UP BY 1
              END-PERFORM
              IF WS-MV-VALID NOT = "Y"
                 MOVE "Y" TO WS-MV-VALID
                 MOVE "VAULT SHORT OF DENOMINATION" TO WS-REJ-TEXT
                 PERFORM REJECT-MOVEMENT-PARA
              ELSE
                 SET WS-DN-IDX TO 1
                 PERFORM UNTIL WS-DN-IDX > 9
                    SUBTRACT WS-TC-COUNT (WS-DN-IDX)
                        FROM WS-VT-COUNT (WS-VT-IDX, WS-DN-IDX)
                    SET WS-DN-IDX UP BY 1
                 END-PERFORM
                 ADD WS-TC-AMOUNT TO WS-VT-CHEST-OUT (WS-VT-IDX)
              END-IF
           ELSE
              SET WS-DN-IDX TO 1
              PERFORM UNTIL WS-DN-IDX > 9
                 ADD WS-TC-COUNT (WS-DN-IDX)
                  TO WS-VT-COUNT (WS-VT-IDX, WS-DN-IDX)
                 SET WS-DN-IDX UP BY 1
              END-PERFORM
              ADD WS-TC-AMOUNT TO WS-VT-CHEST-IN (WS-VT-IDX)
           END-IF.

       WRITE-POSTING-PARA.
           MOVE WS-TC-ACCT-IN TO WS-CT-ACCT
           MOVE WS-TC-AMOUNT  TO WS-CT-AMT
           WRITE CASHTXN-REC FROM WS-CASHTXN-LINE
           ADD 1 TO WS-CTL-POSTED.

       REJECT-MOVEMENT-PARA.
           MOVE "N" TO WS-MV-VALID
           ADD 1 TO WS-CTL-REJECTED
           MOVE WS-TC-TYPE-IN   TO WS-RJ-TYPE
           MOVE WS-TC-BRANCH-IN TO WS-RJ-BRANCH
           MOVE WS-TC-TELLER-IN TO WS-RJ-TELLER
           MOVE WS-TC-REF-IN    TO WS-RJ-REF
           MOVE WS-TC-ACCT-IN   TO WS-RJ-ACCT
           MOVE WS-TC-AMOUNT-IN TO WS-RJ-AMOUNT
           MOVE WS-REJ-TEXT     TO WS-RJ-TEXT
           WRITE CASHREJ-REC FROM WS-CASHREJ-LINE.

       WRITE-CASH-LOG-PARA.
           MOVE WS-RUN-DATE     TO WS-LG-DATE
           MOVE WS-TC-BRANCH-IN TO WS-LG-BRANCH
           MOVE WS-TC-TELLER-IN TO WS-LG-TELLER
           MOVE WS-TC-TYPE-IN   TO WS-LG-TYPE
           MOVE WS-TC-REF-IN    TO WS-LG-REF
           MOVE WS-TC-ACCT-IN   TO WS-LG-ACCT
           MOVE WS-TC-AMOUNT    TO WS-LG-AMT
           SET WS-DN-IDX TO 1
           PERFORM UNTIL WS-DN-IDX > 9
              MOVE "," TO WS-LG-SEP (WS-DN-IDX)
              MOVE WS-TC-COUNT (WS-DN-IDX) TO WS-LG-COUNT (WS-DN-IDX)
              SET WS-DN-IDX UP BY 1
           END-PERFORM
           WRITE CASHLOG-REC FROM WS-CASHLOG-LINE.

       CHECK-TRAILER-PARA.
           UNSTRING CASHMV-REC DELIMITED BY ","
           INTO     WS-TRAILER-LABEL
                    WS-TRAILER-COUNT-IN
           END-UNSTRING
           MOVE WS-TRAILER-COUNT-IN TO WS-TRAILER-COUNT
           IF WS-TRAILER-COUNT NOT = WS-CTL-IN-COUNT
              DISPLAY "TRAILER RECORD COUNT MISMATCH - EXPECTED "
                      WS-TRAILER-COUNT " GOT " WS-CTL-IN-COUNT
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY "TRAILER RECORD COUNT RECONCILED: "
                      WS-TRAILER-COUNT
           END-IF.

       WRITE-BALANCE-REPORT-PARA.
           OPEN OUTPUT BALRPT-FILE
           IF BALRPT-FILE-STATUS NOT = "00"
              DISPLAY "TELLER BALANCE REPORT OPEN FAILED, STATUS="
                      BALRPT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
           ELSE
              MOVE WS-RUN-DATE TO WS-BH-DATE
              WRITE BALRPT-REC FROM WH-BALRPT-HDR1
              WRITE BALRPT-REC FROM WH-BALRPT-HDR2
              SET WS-TL-IDX TO 1
              PERFORM UNTIL WS-TL-IDX > WS-TELLER-COUNT
                 PERFORM REPORT-TELLER-PARA
                 SET WS-TL-IDX UP BY 1
              END-PERFORM
              MOVE SPACES TO BALRPT-REC
              WRITE BALRPT-REC
              WRITE BALRPT-REC FROM WH-BALRPT-HDR3
              WRITE BALRPT-REC FROM WH-BALRPT-HDR4
              OPEN EXTEND VLTALRT-FILE
              IF VLTALRT-FILE-STATUS = "35"
                 OPEN OUTPUT VLTALRT-FILE
                 CLOSE VLTALRT-FILE
                 OPEN EXTEND VLTALRT-FILE
              END-IF
              SET WS-VT-IDX TO 1
              PERFORM UNTIL WS-VT-IDX > WS-VAULT-COUNT
                 IF WS-VT-ACTIVE (WS-VT-IDX) = "Y"
                    PERFORM REPORT-VAULT-PARA
                 END-IF
                 SET WS-VT-IDX UP BY 1
              END-PERFORM
              CLOSE VLTALRT-FILE
              CLOSE BALRPT-FILE
           END-IF.

       REPORT-TELLER-PARA.
           COMPUTE WS-EXPECT-AMT = WS-TL-ISSUED (WS-TL-IDX)
                                 + WS-TL-RECEIPTS (WS-TL-IDX)
                                 - WS-TL-PAYMENTS (WS-TL-IDX)
           MOVE WS-TL-BRANCH (WS-TL-IDX)   TO WS-BD-BRANCH
           MOVE WS-TL-TELLER (WS-TL-IDX)   TO WS-BD-TELLER
           MOVE WS-TL-ISSUED (WS-TL-IDX)   TO WS-BD-ISSUED
           MOVE WS-TL-RECEIPTS (WS-TL-IDX) TO WS-BD-RECEIPTS
           MOVE WS-TL-PAYMENTS (WS-TL-IDX) TO WS-BD-PAYMENTS
           MOVE WS-EXPECT-AMT              TO WS-BD-EXPECTED
           MOVE WS-TL-RETURNED (WS-TL-IDX) TO WS-BD-RETURNED
           IF WS-TL-CLOSED (WS-TL-IDX) NOT = "Y"
              MOVE 0 TO WS-OVER-SHORT
              MOVE "NOT CLOSED" TO WS-BD-STATUS
              ADD 1 TO WS-CTL-NOT-CLOSED
              DISPLAY "TELLER CASH NOT RETURNED TO VAULT: "
                      WS-TL-BRANCH (WS-TL-IDX) " "
                      WS-TL-TELLER (WS-TL-IDX)
           ELSE
              COMPUTE WS-OVER-SHORT = WS-TL-RETURNED (WS-TL-IDX)
                                    - WS-EXPECT-AMT
              EVALUATE TRUE
                 WHEN WS-OVER-SHORT > 0
                    MOVE "OVERAGE" TO WS-BD-STATUS
                    ADD 1 TO WS-CTL-UNBALANCED
                 WHEN WS-OVER-SHORT < 0
                    MOVE "SHORTAGE" TO WS-BD-STATUS
                    ADD 1 TO WS-CTL-UNBALANCED
                 WHEN OTHER
                    MOVE "BALANCED" TO WS-BD-STATUS
              END-EVALUATE
           END-IF
           MOVE WS-OVER-SHORT TO WS-BD-OVER-SHORT
           WRITE BALRPT-REC FROM WS-BALRPT-DETAIL
           IF WS-TL-CLOSED (WS-TL-IDX) = "Y"
              SET WS-DN-IDX TO 1
              PERFORM UNTIL WS-DN-IDX > 9
                 IF WS-TL-BACK (WS-TL-IDX, WS-DN-IDX) NOT =
                    WS-TL-HOLD (WS-TL-IDX, WS-DN-IDX)
                    MOVE WS-DENOM-VALUE (WS-DN-IDX) TO WS-BN-VALUE
                    MOVE WS-TL-HOLD (WS-TL-IDX, WS-DN-IDX)
                                                 TO WS-BN-EXPECTED
                    MOVE WS-TL-BACK (WS-TL-IDX, WS-DN-IDX)
                                                 TO WS-BN-RETURNED
                    WRITE BALRPT-REC FROM WS-BALRPT-DENOM
                 END-IF
                 SET WS-DN-IDX UP BY 1
              END-PERFORM
           END-IF.

       REPORT-VAULT-PARA.
           MOVE 0 TO WS-CLOSE-AMT
           SET WS-DN-IDX TO 1
           PERFORM UNTIL WS-DN-IDX > 9
              COMPUTE WS-CLOSE-AMT = WS-CLOSE-AMT +
                      WS-VT-COUNT (WS-VT-IDX, WS-DN-IDX) *
                      WS-DENOM-VALUE (WS-DN-IDX)
              SET WS-DN-IDX UP BY 1
           END-PERFORM
           MOVE WS-VT-BRANCH (WS-VT-IDX)    TO WS-BV-BRANCH
           MOVE WS-VT-OPEN-AMT (WS-VT-IDX)  TO WS-BV-OPENING
           MOVE WS-VT-ISSUED (WS-VT-IDX)    TO WS-BV-ISSUED
           MOVE WS-VT-RETURNED (WS-VT-IDX)  TO WS-BV-RETURNED
           MOVE WS-VT-CHEST-IN (WS-VT-IDX)  TO WS-BV-CHEST-IN
           MOVE WS-VT-CHEST-OUT (WS-VT-IDX) TO WS-BV-CHEST-OUT
           MOVE WS-CLOSE-AMT                TO WS-BV-CLOSING
           MOVE WS-VT-LIMIT (WS-VT-IDX)     TO WS-BV-LIMIT
           MOVE SPACES TO WS-BV-ALERT
           IF WS-CLOSE-AMT > WS-VT-LIMIT (WS-VT-IDX)
              MOVE "OVER LIMIT" TO WS-BV-ALERT
              ADD 1 TO WS-CTL-ALERTS
              COMPUTE WS-EXCESS-AMT =
                      WS-CLOSE-AMT - WS-VT-LIMIT (WS-VT-IDX)
              DISPLAY "VAULT CASH ABOVE INSURED LIMIT, BRANCH "
                      WS-VT-BRANCH (WS-VT-IDX) " EXCESS "
                      WS-EXCESS-AMT
              IF VLTALRT-FILE-STATUS = "00"
                 MOVE WS-RUN-DATE              TO WS-VA-DATE
                 MOVE WS-VT-BRANCH (WS-VT-IDX) TO WS-VA-BRANCH
                 MOVE WS-CLOSE-AMT             TO WS-VA-CASH
                 MOVE WS-VT-LIMIT (WS-VT-IDX)  TO WS-VA-LIMIT
                 MOVE WS-EXCESS-AMT            TO WS-VA-EXCESS
                 WRITE VLTALRT-REC FROM WS-VLTALRT-LINE
              END-IF
           END-IF
           WRITE BALRPT-REC FROM WS-BALRPT-VAULT.

       REWRITE-VAULT-PARA.
           OPEN OUTPUT VAULT-FILE
           IF VAULT-FILE-STATUS NOT = "00"
              DISPLAY "VAULT POSITION REWRITE FAILED, STATUS="
                      VAULT-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-VT-IDX TO 1
              PERFORM UNTIL WS-VT-IDX > WS-VAULT-COUNT
                 MOVE WS-VT-BRANCH (WS-VT-IDX) TO VP-BRANCH
                 MOVE WS-RUN-DATE              TO VP-DATE
                 MOVE 0 TO WS-CLOSE-AMT
                 SET WS-DN-IDX TO 1
                 PERFORM UNTIL WS-DN-IDX > 9
                    MOVE "," TO VP-SEP (WS-DN-IDX)
                    MOVE WS-VT-COUNT (WS-VT-IDX, WS-DN-IDX)
                      TO VP-COUNT (WS-DN-IDX)
                    COMPUTE WS-CLOSE-AMT = WS-CLOSE-AMT +
                            WS-VT-COUNT (WS-VT-IDX, WS-DN-IDX) *
                            WS-DENOM-VALUE (WS-DN-IDX)
                    SET WS-DN-IDX UP BY 1
                 END-PERFORM
                 MOVE WS-CLOSE-AMT TO VP-TOTAL
                 WRITE VAULT-REC FROM WS-VAULT-LINE
                 SET WS-VT-IDX UP BY 1
              END-PERFORM
              CLOSE VAULT-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "TELLCASH"         TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-IN-COUNT    TO WS-OPL-IN-COUNT
           MOVE WS-CTL-ACCEPTED    TO WS-OPL-OUT-COUNT
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
