       IDENTIFICATION DIVISION.
       PROGRAM-ID. loancert.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMST-FILE ASSIGN TO "LOAN-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LOANMST-FILE-STATUS.

           SELECT LOANSCH-FILE ASSIGN TO "LOAN-SCHEDULE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LOANSCH-FILE-STATUS.

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

           SELECT CERT-FILE  ASSIGN TO "LOAN-CERTIFICATES.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CERT-FILE-STATUS.

           SELECT KEY-FILE    ASSIGN TO "CRYPTO-KEY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS KEY-FILE-STATUS.

           SELECT RUNCTL-FILE  ASSIGN TO "RUN-CONTROL.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   LOANMST-FILE  RECORD CONTAINS 200 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANMST-REC             PIC X(200).

       FD   LOANSCH-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANSCH-REC             PIC X(120).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   CUSTMST-FILE  RECORD CONTAINS 205 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CUST-MASTER-REC.
          COPY CUSTMST.

       FD   CERT-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CERT-REC                PIC X(80).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   KEY-FILE  RECORD CONTAINS 20 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 KEY-REC                 PIC X(20).

       WORKING-STORAGE SECTION.
       01 LOANMST-FILE-STATUS  PIC X(02).
       01 LOANSCH-FILE-STATUS  PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 CERT-FILE-STATUS     PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 WS-RUN-DATE          PIC X(08).
       01 WS-RUN-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-RUN-SPLIT REDEFINES WS-RUN-DATE-NUM.
          05 WS-RUN-YY         PIC 9(04).
          05 WS-RUN-MM         PIC 9(02).
          05 WS-RUN-DD         PIC 9(02).
       01 WS-FY-START-YY       PIC 9(04) VALUE 0.
       01 WS-FY-FROM           PIC 9(08) VALUE 0.
       01 WS-FY-TO             PIC 9(08) VALUE 0.
       01 WS-PAID-NUM          PIC 9(08) VALUE 0.

       01 WS-AM-PAN            PIC X(10).
       01 WS-AM-PAN-CLR        PIC X(10).
       01 KEY-FILE-STATUS      PIC X(02).
       01 WS-CRYPTO-KEY        PIC X(16) VALUE SPACES.
       01 WS-F60-SURROGATE     PIC X(01) VALUE "N".
       01 WS-CR-PARMS.
          05 WS-CR-FUNC         PIC X(01).
          05 WS-CR-KEY          PIC X(16).
          05 WS-CR-PAN-IN       PIC X(10).
          05 WS-CR-PAN-OUT      PIC X(10).
          05 WS-CR-AADHAR-IN    PIC X(12).
          05 WS-CR-AADHAR-OUT   PIC X(12).

       01 WS-LOAN-TABLE.
          05 WS-LN-ENTRY OCCURS 1000 TIMES INDEXED BY WS-LN-IDX.
             10 WS-LN-ACCT       PIC X(14).
             10 WS-LN-SAVINGS    PIC X(14).
             10 WS-LN-PRINCIPAL  PIC 9(09)V99.
             10 WS-LN-OPEN       PIC X(08).
             10 WS-LN-FY-PRIN    PIC 9(09)V99.
             10 WS-LN-FY-INT     PIC 9(09)V99.
       01 WS-LOAN-COUNT        PIC 9(04) VALUE 0.
       01 WS-LN-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-LN-IDX      PIC 9(04) VALUE 0.

       01 WS-LM-ACCT-IN        PIC X(14).
       01 WS-LM-SAVINGS-IN     PIC X(14).
       01 WS-LM-PRIN-IN        PIC X(12).
       01 WS-LM-RATE-IN        PIC X(05).
       01 WS-LM-TERM-IN        PIC X(03).
       01 WS-LM-EMI-IN         PIC X(12).
       01 WS-LM-OPEN-IN        PIC X(08).

       01 WS-SC-ACCT-IN        PIC X(14).
       01 WS-SC-INST-IN        PIC X(03).
       01 WS-SC-DUE-IN         PIC X(08).
       01 WS-SC-EMI-IN         PIC X(12).
       01 WS-SC-PRIN-IN        PIC X(12).
       01 WS-SC-INT-IN         PIC X(12).
       01 WS-SC-STATUS-IN      PIC X(01).
       01 WS-SC-PENAL-IN       PIC X(10).
       01 WS-SC-PEN-DATE-IN    PIC X(08).
       01 WS-SC-PAID-DATE-IN   PIC X(08).

       01 WS-CTL-ROWS          PIC 9(07) VALUE 0.
       01 WS-TOT-PRIN          PIC 9(11)V99 VALUE 0.
       01 WS-TOT-INT           PIC 9(11)V99 VALUE 0.

       01 WS-CERT-SEQ          PIC 9(05) VALUE 0.
       01 WS-LINE-COUNT        PIC 9(03) VALUE 0.
       01 WS-PAGE-LINES        PIC 9(03) VALUE 24.

       01 WS-MK-PARMS.
          05 WS-MK-PAN-IN       PIC X(10).
          05 WS-MK-PAN-OUT      PIC X(10).
          05 WS-MK-AADHAR-IN    PIC X(12).
          05 WS-MK-AADHAR-OUT   PIC X(12).

       01 WH-LETTERHEAD1        PIC X(44) VALUE
          "            SUNEEL BANK OF INDIA            ".
       01 WH-LETTERHEAD2        PIC X(44) VALUE
          "      CERTIFICATE OF LOAN REPAYMENT         ".
       01 WH-RULE-LINE          PIC X(70) VALUE ALL "-".

       01 WS-CERT-NO-LINE.
          05 FILLER              PIC X(24) VALUE
             "CERTIFICATE NUMBER   :  ".
          05 WS-CT-SEQ           PIC 9(05).
       01 WS-FY-LINE.
          05 FILLER              PIC X(24) VALUE
             "FINANCIAL YEAR       :  ".
          05 WS-CT-FY            PIC 9(04).
          05 FILLER              PIC X(01) VALUE "-".
          05 WS-CT-FY2           PIC 9(04).
       01 WS-NAME-LINE.
          05 FILLER              PIC X(24) VALUE
             "BORROWER NAME        :  ".
          05 WS-CT-CUST          PIC X(20).
       01 WS-PAN-LINE.
          05 FILLER              PIC X(24) VALUE
             "PAN                  :  ".
          05 WS-CT-PAN           PIC X(10).
       01 WS-LOAN-LINE.
          05 FILLER              PIC X(24) VALUE
             "LOAN ACCOUNT         :  ".
          05 WS-CT-LOAN          PIC X(14).
       01 WS-SANCTION-LINE.
          05 FILLER              PIC X(24) VALUE
             "AMOUNT SANCTIONED    :  ".
          05 WS-CT-SANCTION      PIC ZZZZZZZZ9.99.
          05 FILLER              PIC X(06) VALUE "  ON  ".
          05 WS-CT-OPEN          PIC X(08).
       01 WS-PRIN-LINE.
          05 FILLER              PIC X(24) VALUE
             "PRINCIPAL REPAID     :  ".
          05 WS-CT-PRIN          PIC ZZZZZZZZ9.99.
       01 WS-INT-LINE.
          05 FILLER              PIC X(24) VALUE
             "INTEREST PAID        :  ".
          05 WS-CT-INT           PIC ZZZZZZZZ9.99.
       01 WS-TOTAL-LINE.
          05 FILLER              PIC X(24) VALUE
             "TOTAL REPAID         :  ".
          05 WS-CT-TOTAL         PIC ZZZZZZZZ9.99.
       01 WS-DATE-LINE.
          05 FILLER              PIC X(07) VALUE "DATE : ".
          05 WS-CT-DATE          PIC X(08).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE LOAN REPAYMENT CERTIFICATE PROGRAM".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-KEY-PARA.
           PERFORM SET-FY-PARA.
           PERFORM LOAD-LOANS-PARA.
           IF WS-LOAN-COUNT = 0
              DISPLAY "NO LOANS ON FILE, NO CERTIFICATES"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT LOANSCH-FILE.
           IF LOANSCH-FILE-STATUS NOT = "00"
              DISPLAY "LOAN SCHEDULE NOT FOUND, STATUS="
                      LOANSCH-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM SCAN-SCHEDULE-PARA
                   UNTIL LOANSCH-FILE-STATUS NOT = "00".
           CLOSE LOANSCH-FILE.
           OPEN INPUT ACCTMST-FILE.
           OPEN INPUT CUSTMST-FILE.
           OPEN OUTPUT CERT-FILE.
           IF CERT-FILE-STATUS NOT = "00"
              DISPLAY "CERTIFICATE FILE OPEN FAILED, STATUS="
                      CERT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET WS-LN-IDX TO 1.
           PERFORM CERT-ONE-PARA
                   UNTIL WS-LN-IDX > WS-LOAN-COUNT.
           CLOSE CERT-FILE.
           IF CUSTMST-FILE-STATUS = "00"
              CLOSE CUSTMST-FILE
           END-IF.
           IF ACCTMST-FILE-STATUS = "00"
              CLOSE ACCTMST-FILE
           END-IF.
           DISPLAY "LOAN CERTIFICATE SUMMARY - FY " WS-FY-FROM
                   " TO " WS-FY-TO.
           DISPLAY "  INSTALLMENTS COUNTED : " WS-CTL-ROWS.
           DISPLAY "  PRINCIPAL REPAID     : " WS-TOT-PRIN.
           DISPLAY "  INTEREST PAID        : " WS-TOT-INT.
           DISPLAY "  CERTIFICATES PRODUCED: " WS-CERT-SEQ.

           STOP RUN.

       LOAD-KEY-PARA.
           OPEN INPUT KEY-FILE
           IF KEY-FILE-STATUS = "00"
              READ KEY-FILE
                NOT AT END
                  MOVE KEY-REC(1:16) TO WS-CRYPTO-KEY
              END-READ
              CLOSE KEY-FILE
           END-IF.

       DECIPHER-PAN-PARA.
           MOVE WS-AM-PAN TO WS-AM-PAN-CLR
           MOVE "N" TO WS-F60-SURROGATE
           IF WS-AM-PAN(1:3) = "F60"
              AND WS-AM-PAN(4:6) NUMERIC
              AND WS-AM-PAN(10:1) = "F"
              MOVE "Y" TO WS-F60-SURROGATE
           END-IF
           IF WS-CRYPTO-KEY NOT = SPACES
              AND WS-F60-SURROGATE NOT = "Y"
              MOVE "D"           TO WS-CR-FUNC
              MOVE WS-CRYPTO-KEY TO WS-CR-KEY
              MOVE WS-AM-PAN     TO WS-CR-PAN-IN
              MOVE SPACES        TO WS-CR-AADHAR-IN
              CALL "cryptid" USING WS-CR-PARMS
              MOVE WS-CR-PAN-OUT TO WS-AM-PAN-CLR
           END-IF.

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

       SET-FY-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           IF WS-RUN-MM >= 4
              COMPUTE WS-FY-START-YY = WS-RUN-YY - 1
           ELSE
              COMPUTE WS-FY-START-YY = WS-RUN-YY - 2
           END-IF
           COMPUTE WS-FY-FROM = WS-FY-START-YY * 10000 + 0401
           COMPUTE WS-FY-TO = (WS-FY-START-YY + 1) * 10000 + 0331
           DISPLAY "CERTIFYING REPAYMENTS FROM " WS-FY-FROM
                   " TO " WS-FY-TO.

       LOAD-LOANS-PARA.
           MOVE 0 TO WS-LOAN-COUNT
           OPEN INPUT LOANMST-FILE
           IF LOANMST-FILE-STATUS = "00"
              PERFORM UNTIL LOANMST-FILE-STATUS NOT = "00"
                 READ LOANMST-FILE
                   AT END
                     MOVE "10" TO LOANMST-FILE-STATUS
                   NOT AT END
                     IF WS-LOAN-COUNT >= 1000
                        DISPLAY "LOAN MASTER TABLE CAPACITY "
                                "EXCEEDED AT 1000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-LOAN-COUNT
                     SET WS-LN-IDX TO WS-LOAN-COUNT
                     UNSTRING LOANMST-REC DELIMITED BY ","
                     INTO  WS-LM-ACCT-IN
                           WS-LM-SAVINGS-IN
                           WS-LM-PRIN-IN
                           WS-LM-RATE-IN
                           WS-LM-TERM-IN
                           WS-LM-EMI-IN
                           WS-LM-OPEN-IN
                     END-UNSTRING
                     MOVE WS-LM-ACCT-IN
                          TO WS-LN-ACCT (WS-LN-IDX)
                     MOVE WS-LM-SAVINGS-IN
                          TO WS-LN-SAVINGS (WS-LN-IDX)
                     COMPUTE WS-LN-PRINCIPAL (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-PRIN-IN)
                     MOVE WS-LM-OPEN-IN
                          TO WS-LN-OPEN (WS-LN-IDX)
                     MOVE 0 TO WS-LN-FY-PRIN (WS-LN-IDX)
                               WS-LN-FY-INT (WS-LN-IDX)
                 END-READ
              END-PERFORM
              CLOSE LOANMST-FILE
           ELSE
              DISPLAY "LOAN MASTER NOT FOUND"
           END-IF.

       SCAN-SCHEDULE-PARA.
           READ LOANSCH-FILE AT END
                MOVE "10" TO LOANSCH-FILE-STATUS
           END-READ.
           IF LOANSCH-FILE-STATUS = "00"
              MOVE SPACES TO WS-SC-PAID-DATE-IN
              UNSTRING LOANSCH-REC DELIMITED BY ","
              INTO  WS-SC-ACCT-IN
                    WS-SC-INST-IN
                    WS-SC-DUE-IN
                    WS-SC-EMI-IN
                    WS-SC-PRIN-IN
                    WS-SC-INT-IN
                    WS-SC-STATUS-IN
                    WS-SC-PENAL-IN
                    WS-SC-PEN-DATE-IN
                    WS-SC-PAID-DATE-IN
              END-UNSTRING
              IF WS-SC-STATUS-IN = "P"
                 IF WS-SC-PAID-DATE-IN = SPACES
                    OR WS-SC-PAID-DATE-IN = "00000000"
                    MOVE WS-SC-DUE-IN TO WS-PAID-NUM
                 ELSE
                    MOVE WS-SC-PAID-DATE-IN TO WS-PAID-NUM
                 END-IF
                 IF WS-PAID-NUM >= WS-FY-FROM
                    AND WS-PAID-NUM <= WS-FY-TO
                    PERFORM FIND-LOAN-PARA
                    IF WS-LN-FOUND = "Y"
                       PERFORM ADD-REPAYMENT-PARA
                    END-IF
                 END-IF
              END-IF
           END-IF.
            EXIT.

       FIND-LOAN-PARA.
           MOVE "N" TO WS-LN-FOUND
           SET WS-LN-IDX TO 1
           PERFORM UNTIL WS-LN-IDX > WS-LOAN-COUNT
                      OR WS-LN-FOUND = "Y"
              IF WS-LN-ACCT (WS-LN-IDX) = WS-SC-ACCT-IN
                 MOVE "Y" TO WS-LN-FOUND
                 SET WS-FOUND-LN-IDX TO WS-LN-IDX
              END-IF
              SET WS-LN-IDX UP BY 1
           END-PERFORM.

       ADD-REPAYMENT-PARA.
           SET WS-LN-IDX TO WS-FOUND-LN-IDX
           ADD 1 TO WS-CTL-ROWS
           COMPUTE WS-LN-FY-PRIN (WS-LN-IDX) =
                   WS-LN-FY-PRIN (WS-LN-IDX)
                 + FUNCTION NUMVAL(WS-SC-PRIN-IN)
           COMPUTE WS-LN-FY-INT (WS-LN-IDX) =
                   WS-LN-FY-INT (WS-LN-IDX)
                 + FUNCTION NUMVAL(WS-SC-INT-IN).

       CERT-ONE-PARA.
           IF WS-LN-FY-PRIN (WS-LN-IDX) > 0
              OR WS-LN-FY-INT (WS-LN-IDX) > 0
              PERFORM PRINT-CERT-PARA
           END-IF
           SET WS-LN-IDX UP BY 1.
            EXIT.

       PRINT-CERT-PARA.
           ADD 1 TO WS-CERT-SEQ
           ADD WS-LN-FY-PRIN (WS-LN-IDX) TO WS-TOT-PRIN
           ADD WS-LN-FY-INT (WS-LN-IDX)  TO WS-TOT-INT
           MOVE 0 TO WS-LINE-COUNT
           WRITE CERT-REC FROM WH-RULE-LINE
           WRITE CERT-REC FROM WH-LETTERHEAD1
           WRITE CERT-REC FROM WH-LETTERHEAD2
           WRITE CERT-REC FROM WH-RULE-LINE
           ADD 4 TO WS-LINE-COUNT
           MOVE WS-RUN-DATE TO WS-CT-DATE
           WRITE CERT-REC FROM WS-DATE-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-CERT-SEQ TO WS-CT-SEQ
           WRITE CERT-REC FROM WS-CERT-NO-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-FY-START-YY TO WS-CT-FY
           COMPUTE WS-CT-FY2 = WS-FY-START-YY + 1
           WRITE CERT-REC FROM WS-FY-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE "CUSTOMER NOT ON CIF " TO WS-CT-CUST
           MOVE SPACES TO WS-AM-PAN
           IF ACCTMST-FILE-STATUS = "00"
              MOVE WS-LN-SAVINGS (WS-LN-IDX) TO AM-ACCT-NUM
              READ ACCTMST-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE AM-PAN TO WS-AM-PAN
              END-READ
           END-IF
           IF CUSTMST-FILE-STATUS = "00"
              AND WS-AM-PAN NOT = SPACES
              MOVE WS-AM-PAN TO CM-PAN
              READ CUSTMST-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE CM-CUST TO WS-CT-CUST
              END-READ
           END-IF
           WRITE CERT-REC FROM WS-NAME-LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM DECIPHER-PAN-PARA
           MOVE WS-AM-PAN-CLR TO WS-MK-PAN-IN
           MOVE SPACES        TO WS-MK-AADHAR-IN
           CALL "maskid" USING WS-MK-PARMS
           MOVE WS-MK-PAN-OUT TO WS-CT-PAN
           WRITE CERT-REC FROM WS-PAN-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LN-ACCT (WS-LN-IDX) TO WS-CT-LOAN
           WRITE CERT-REC FROM WS-LOAN-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LN-PRINCIPAL (WS-LN-IDX) TO WS-CT-SANCTION
           MOVE WS-LN-OPEN (WS-LN-IDX)      TO WS-CT-OPEN
           WRITE CERT-REC FROM WS-SANCTION-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LN-FY-PRIN (WS-LN-IDX) TO WS-CT-PRIN
           WRITE CERT-REC FROM WS-PRIN-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LN-FY-INT (WS-LN-IDX) TO WS-CT-INT
           WRITE CERT-REC FROM WS-INT-LINE
           ADD 1 TO WS-LINE-COUNT
           COMPUTE WS-CT-TOTAL = WS-LN-FY-PRIN (WS-LN-IDX)
                               + WS-LN-FY-INT (WS-LN-IDX)
           WRITE CERT-REC FROM WS-TOTAL-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO CERT-REC
           WRITE CERT-REC
           MOVE "CERTIFIED THAT THE ABOVE AMOUNTS WERE RECEIVED FROM"
                TO CERT-REC
           WRITE CERT-REC
           MOVE "THE BORROWER TOWARDS THE LOAN DURING THE YEAR."
                TO CERT-REC
           WRITE CERT-REC
           ADD 3 TO WS-LINE-COUNT
           MOVE "FOR SUNEEL BANK OF INDIA" TO CERT-REC
           WRITE CERT-REC
           ADD 1 TO WS-LINE-COUNT
           MOVE "AUTHORISED SIGNATORY" TO CERT-REC
           WRITE CERT-REC
           ADD 1 TO WS-LINE-COUNT
           PERFORM PAGE-FILL-PARA.

       PAGE-FILL-PARA.
           PERFORM UNTIL WS-LINE-COUNT >= WS-PAGE-LINES
              MOVE SPACES TO CERT-REC
              WRITE CERT-REC
              ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
