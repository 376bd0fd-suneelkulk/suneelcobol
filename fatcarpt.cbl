       IDENTIFICATION DIVISION.
       PROGRAM-ID. fatcarpt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXRES-FILE ASSIGN TO "CUST-TAXRES.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TAXRES-FILE-STATUS.

           SELECT YTD-FILE  ASSIGN TO "INT-PAID-YTD.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS YTD-FILE-STATUS.

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

           SELECT ACCTBAL-FILE  ASSIGN TO "ACCT-BALANCE.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BAL-ACCT-NUM
                               FILE STATUS IS ACCTBAL-FILE-STATUS.

           SELECT RETURN-FILE  ASSIGN TO "FATCA-CRS-RETURN.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RETURN-FILE-STATUS.

           SELECT INDICIA-FILE  ASSIGN TO "FATCA-INDICIA.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS INDICIA-FILE-STATUS.

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
       FD   TAXRES-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TAXRES-REC              PIC X(100).

       FD   YTD-FILE  RECORD CONTAINS 50 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 YTD-REC                 PIC X(50).

       FD   CUSTMST-FILE  RECORD CONTAINS 205 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CUST-MASTER-REC.
          COPY CUSTMST.

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
          COPY ACCTBAL.

       FD   RETURN-FILE  RECORD CONTAINS 130 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RETURN-REC              PIC X(130).

       FD   INDICIA-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 INDICIA-REC             PIC X(100).

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
       01 TAXRES-FILE-STATUS   PIC X(02).
       01 YTD-FILE-STATUS      PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 ACCTBAL-FILE-STATUS  PIC X(02).
       01 RETURN-FILE-STATUS   PIC X(02).
       01 INDICIA-FILE-STATUS  PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".

       01 WS-RUN-DATE          PIC X(08).
       01 WS-REPORT-YEAR       PIC X(04).
       01 WS-REPORT-YY         PIC 9(04) VALUE 0.
       01 WS-SCAN-EOF          PIC X(01) VALUE "N".

       01 WS-TAXRES-TABLE.
          05 WS-TR-ENTRY OCCURS 5000 TIMES INDEXED BY WS-TR-IDX.
             10 WS-TR-PAN        PIC X(10).
             10 WS-TR-CERT-DATE  PIC X(08).
             10 WS-TR-JURIS OCCURS 3 TIMES INDEXED BY WS-TJ-IDX.
                15 WS-TR-COUNTRY PIC X(02).
                15 WS-TR-TIN     PIC X(20).
       01 WS-TAXRES-COUNT      PIC 9(04) VALUE 0.
       01 WS-TR-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-TR-IDX      PIC 9(04) VALUE 0.

       01 WS-TR-LINE-IN.
          05 WS-TR-PAN-IN        PIC X(10).
          05 WS-TR-CERT-DATE-IN  PIC X(08).
          05 WS-TR-JURIS-IN OCCURS 3 TIMES.
             10 WS-TR-COUNTRY-IN PIC X(02).
             10 WS-TR-TIN-IN     PIC X(20).

       01 WS-INT-TABLE.
          05 WS-IN-ENTRY OCCURS 10000 TIMES INDEXED BY WS-IN-IDX.
             10 WS-IN-ACCT       PIC X(14).
             10 WS-IN-AMOUNT     PIC 9(09)V99.
       01 WS-INT-COUNT         PIC 9(05) VALUE 0.
       01 WS-YT-ACCT-IN        PIC X(14).
       01 WS-YT-YEAR-IN        PIC X(04).
       01 WS-YT-AMOUNT-IN      PIC X(12).

       01 WS-SUBJ-TABLE.
          05 WS-SB-ENTRY OCCURS 10000 TIMES INDEXED BY WS-SB-IDX.
             10 WS-SB-PAN        PIC X(10).
             10 WS-SB-CUST       PIC X(20).
             10 WS-SB-JURIS      PIC X(02).
             10 WS-SB-TIN        PIC X(20).
             10 WS-SB-STATUS     PIC X(12).
       01 WS-SUBJ-COUNT        PIC 9(05) VALUE 0.

       01 WS-RPT-TABLE.
          05 WS-RP-ENTRY OCCURS 10000 TIMES INDEXED BY WS-RP-IDX.
             10 WS-RP-SB-IDX     PIC 9(05).
             10 WS-RP-ACCT       PIC X(14).
             10 WS-RP-BAL        PIC 9(09)V99.
             10 WS-RP-INT        PIC 9(09)V99.
       01 WS-RPT-COUNT         PIC 9(05) VALUE 0.

       01 WS-JURIS-TABLE.
          05 WS-JU-ENTRY OCCURS 300 TIMES INDEXED BY WS-JU-IDX
                                                  WS-JU-IDX2.
             10 WS-JU-CODE       PIC X(02).
       01 WS-JURIS-COUNT       PIC 9(03) VALUE 0.
       01 WS-JU-FOUND          PIC X(01) VALUE "N".
       01 WS-JU-HOLD           PIC X(02).
       01 WS-CUR-JURIS         PIC X(02).

       01 WS-ADDR-PARTS.
          05 WS-ADDR-PART OCCURS 4 TIMES PIC X(90).
       01 WS-ADDR-PART-COUNT   PIC 9(01) VALUE 0.
       01 WS-ADDR-PIN          PIC X(90).
       01 WS-IND-ADDR          PIC X(01) VALUE "N".
       01 WS-IND-MOBILE        PIC X(01) VALUE "N".
       01 WS-FOREIGN-FOUND     PIC X(01) VALUE "N".

       01 WS-ACCT-BAL          PIC 9(09)V99 VALUE 0.
       01 WS-ACCT-INT          PIC 9(09)V99 VALUE 0.
       01 WS-JU-ACCTS          PIC 9(07) VALUE 0.
       01 WS-JU-BAL            PIC 9(11)V99 VALUE 0.
       01 WS-JU-INT            PIC 9(11)V99 VALUE 0.

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

       01 WS-CTL-CIFS          PIC 9(07) VALUE 0.
       01 WS-CTL-SELF-CERT     PIC 9(07) VALUE 0.
       01 WS-CTL-INDICIA       PIC 9(07) VALUE 0.
       01 WS-CTL-ACCTS         PIC 9(07) VALUE 0.

       01 WS-RETURN-HDR.
          05 FILLER              PIC X(04) VALUE "HDR,".
          05 WS-RH-YEAR          PIC X(04).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RH-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RH-CYCLE         PIC X(04).

       01 WS-RETURN-DETAIL.
          05 FILLER              PIC X(04) VALUE "CRS,".
          05 WS-RD-YEAR          PIC X(04).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RD-JURIS         PIC X(02).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RD-PAN           PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RD-CUST          PIC X(20).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RD-TIN           PIC X(20).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RD-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RD-BAL           PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RD-INT           PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RD-STATUS        PIC X(12).

       01 WS-RETURN-TRAILER.
          05 FILLER              PIC X(04) VALUE "TRL,".
          05 WS-RT-YEAR          PIC X(04).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RT-JURIS         PIC X(02).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RT-COUNT         PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RT-BAL           PIC 9(11).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RT-INT           PIC 9(11).99.

       01 WH-INDICIA-HDR1.
          05 FILLER PIC X(44) VALUE
             "FATCA/CRS INDICIA WITHOUT SELF-CERTIFICATION".
          05 FILLER PIC X(01) VALUE SPACES.
          05 WS-IH-DATE          PIC X(08).
       01 WH-INDICIA-HDR2.
          05 FILLER PIC X(12) VALUE "PAN".
          05 FILLER PIC X(22) VALUE "CUSTOMER".
          05 FILLER PIC X(18) VALUE "INDICIA".
          05 FILLER PIC X(12) VALUE "MOBILE".
          05 FILLER PIC X(20) VALUE "ADDRESS ENDING".
       01 WS-INDICIA-DETAIL.
          05 WS-ID-PAN           PIC X(10).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ID-CUST          PIC X(20).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ID-INDICIA       PIC X(16).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ID-MOBILE        PIC X(10).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ID-ADDR-END      PIC X(30).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE FATCA/CRS ANNUAL RETURN PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE(1:4) TO WS-REPORT-YY.
           IF WS-RUN-DATE(5:4) NOT = "1231"
              SUBTRACT 1 FROM WS-REPORT-YY
           END-IF.
           MOVE WS-REPORT-YY TO WS-REPORT-YEAR.
           DISPLAY "REPORTING CALENDAR YEAR " WS-REPORT-YEAR.
           PERFORM LOAD-KEY-PARA.
           PERFORM LOAD-TAXRES-PARA.
           PERFORM LOAD-INTEREST-PARA.
           OPEN INPUT CUSTMST-FILE.
           IF CUSTMST-FILE-STATUS NOT = "00"
              DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS="
                      CUSTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT INDICIA-FILE.
           IF INDICIA-FILE-STATUS NOT = "00"
              DISPLAY "INDICIA REPORT OPEN FAILED, STATUS="
                      INDICIA-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-IH-DATE.
           WRITE INDICIA-REC FROM WH-INDICIA-HDR1.
           WRITE INDICIA-REC FROM WH-INDICIA-HDR2.
           PERFORM SCAN-CUSTOMERS-PARA.
           CLOSE INDICIA-FILE.
           CLOSE CUSTMST-FILE.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT ACCTBAL-FILE.
           IF ACCTBAL-FILE-STATUS NOT = "00"
              DISPLAY "BALANCE FILE NOT AVAILABLE, BALANCES TAKEN "
                      "FROM ACCOUNT MASTER, STATUS="
                      ACCTBAL-FILE-STATUS
           END-IF.
           PERFORM SCAN-ACCOUNTS-PARA.
           IF ACCTBAL-FILE-STATUS = "00"
              CLOSE ACCTBAL-FILE
           END-IF.
           CLOSE ACCTMST-FILE.
           OPEN OUTPUT RETURN-FILE.
           IF RETURN-FILE-STATUS NOT = "00"
              DISPLAY "FATCA/CRS RETURN OPEN FAILED, STATUS="
                      RETURN-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-REPORT-YEAR TO WS-RH-YEAR.
           MOVE WS-RUN-DATE    TO WS-RH-DATE.
           MOVE WS-CYCLE-ID    TO WS-RH-CYCLE.
           WRITE RETURN-REC FROM WS-RETURN-HDR.
           PERFORM SORT-JURIS-PARA.
           SET WS-JU-IDX TO 1.
           PERFORM WRITE-JURIS-PARA
                   UNTIL WS-JU-IDX > WS-JURIS-COUNT.
           CLOSE RETURN-FILE.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "FATCA/CRS RETURN SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  CUSTOMERS SCREENED    : " WS-CTL-CIFS.
           DISPLAY "  SELF-CERT REPORTABLE  : " WS-CTL-SELF-CERT.
           DISPLAY "  INDICIA, NO SELF-CERT : " WS-CTL-INDICIA.
           DISPLAY "  ACCOUNTS REPORTED     : " WS-CTL-ACCTS.
           DISPLAY "  JURISDICTIONS         : " WS-JURIS-COUNT.

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

       LOAD-TAXRES-PARA.
           MOVE 0 TO WS-TAXRES-COUNT
           OPEN INPUT TAXRES-FILE
           IF TAXRES-FILE-STATUS = "00"
              PERFORM UNTIL TAXRES-FILE-STATUS NOT = "00"
                 READ TAXRES-FILE
                   AT END
                     MOVE "10" TO TAXRES-FILE-STATUS
                   NOT AT END
                     IF WS-TAXRES-COUNT >= 5000
                        DISPLAY "TAX RESIDENCY TABLE CAPACITY "
                                "EXCEEDED AT 5000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-TAXRES-COUNT
                     SET WS-TR-IDX TO WS-TAXRES-COUNT
                     MOVE SPACES TO WS-TR-LINE-IN
                     UNSTRING TAXRES-REC DELIMITED BY ","
                     INTO  WS-TR-PAN-IN
                           WS-TR-CERT-DATE-IN
                           WS-TR-COUNTRY-IN (1)
                           WS-TR-TIN-IN (1)
                           WS-TR-COUNTRY-IN (2)
                           WS-TR-TIN-IN (2)
                           WS-TR-COUNTRY-IN (3)
                           WS-TR-TIN-IN (3)
                     END-UNSTRING
                     MOVE WS-TR-LINE-IN TO WS-TR-ENTRY (WS-TR-IDX)
                 END-READ
              END-PERFORM
              CLOSE TAXRES-FILE
           ELSE
              DISPLAY "NO TAX RESIDENCY REGISTER, ALL CUSTOMERS "
                      "TREATED AS UNCERTIFIED"
           END-IF.

       LOAD-INTEREST-PARA.
           MOVE 0 TO WS-INT-COUNT
           OPEN INPUT YTD-FILE
           IF YTD-FILE-STATUS = "00"
              PERFORM UNTIL YTD-FILE-STATUS NOT = "00"
                 READ YTD-FILE
                   AT END
                     MOVE "10" TO YTD-FILE-STATUS
                   NOT AT END
                     UNSTRING YTD-REC DELIMITED BY ","
                     INTO  WS-YT-ACCT-IN
                           WS-YT-YEAR-IN
                           WS-YT-AMOUNT-IN
                     END-UNSTRING
                     IF WS-YT-YEAR-IN = WS-REPORT-YEAR
                        IF WS-INT-COUNT >= 10000
                           DISPLAY "INTEREST TABLE CAPACITY "
                                   "EXCEEDED AT 10000 - RUN STOPPED"
                           MOVE 20 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-INT-COUNT
                        SET WS-IN-IDX TO WS-INT-COUNT
                        MOVE WS-YT-ACCT-IN TO WS-IN-ACCT (WS-IN-IDX)
                        COMPUTE WS-IN-AMOUNT (WS-IN-IDX) =
                                FUNCTION NUMVAL(WS-YT-AMOUNT-IN)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE YTD-FILE
           ELSE
              DISPLAY "NO INTEREST YEAR-TO-DATE FILE, INTEREST "
                      "REPORTED AS ZERO"
           END-IF.

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
              ADD 1 TO WS-CTL-CIFS
              PERFORM FIND-TAXRES-PARA
              IF WS-TR-FOUND = "Y"
                 PERFORM ADD-CERTIFIED-PARA
              ELSE
                 PERFORM CHECK-INDICIA-PARA
                 IF WS-IND-ADDR = "Y" OR WS-IND-MOBILE = "Y"
                    PERFORM ADD-UNDOCUMENTED-PARA
                 END-IF
              END-IF
           END-IF.
            EXIT.

       FIND-TAXRES-PARA.
           MOVE "N" TO WS-TR-FOUND
           SET WS-TR-IDX TO 1
           PERFORM UNTIL WS-TR-IDX > WS-TAXRES-COUNT
                      OR WS-TR-FOUND = "Y"
              IF WS-TR-PAN (WS-TR-IDX) = CM-PAN
                 MOVE "Y" TO WS-TR-FOUND
                 SET WS-FOUND-TR-IDX TO WS-TR-IDX
              END-IF
              SET WS-TR-IDX UP BY 1
           END-PERFORM.

       ADD-CERTIFIED-PARA.
           SET WS-TR-IDX TO WS-FOUND-TR-IDX
           MOVE "N" TO WS-FOREIGN-FOUND
           SET WS-TJ-IDX TO 1
           PERFORM UNTIL WS-TJ-IDX > 3
              IF WS-TR-COUNTRY (WS-TR-IDX, WS-TJ-IDX) NOT = SPACES
                 AND WS-TR-COUNTRY (WS-TR-IDX, WS-TJ-IDX) NOT = "IN"
                 MOVE "Y" TO WS-FOREIGN-FOUND
                 PERFORM ADD-SUBJECT-PARA
                 MOVE WS-TR-COUNTRY (WS-TR-IDX, WS-TJ-IDX)
                      TO WS-SB-JURIS (WS-SB-IDX)
                 MOVE WS-TR-TIN (WS-TR-IDX, WS-TJ-IDX)
                      TO WS-SB-TIN (WS-SB-IDX)
                 MOVE "SELF-CERT"  TO WS-SB-STATUS (WS-SB-IDX)
              END-IF
              SET WS-TJ-IDX UP BY 1
           END-PERFORM
           IF WS-FOREIGN-FOUND = "Y"
              ADD 1 TO WS-CTL-SELF-CERT
           END-IF.

       ADD-UNDOCUMENTED-PARA.
           ADD 1 TO WS-CTL-INDICIA
           PERFORM ADD-SUBJECT-PARA
           MOVE "XX"           TO WS-SB-JURIS (WS-SB-IDX)
           MOVE SPACES         TO WS-SB-TIN (WS-SB-IDX)
           MOVE "UNDOCUMENTED" TO WS-SB-STATUS (WS-SB-IDX)
           MOVE CM-PAN TO WS-PAN
           PERFORM DECIPHER-PAN-PARA
           MOVE WS-PAN         TO WS-MK-PAN-IN
           MOVE SPACES         TO WS-MK-AADHAR-IN
           CALL "maskid" USING WS-MK-PARMS
           MOVE WS-MK-PAN-OUT  TO WS-ID-PAN
           MOVE CM-CUST        TO WS-ID-CUST
           IF WS-IND-ADDR = "Y" AND WS-IND-MOBILE = "Y"
              MOVE "ADDRESS+MOBILE" TO WS-ID-INDICIA
           ELSE
           IF WS-IND-ADDR = "Y"
              MOVE "FOREIGN ADDRESS" TO WS-ID-INDICIA
           ELSE
              MOVE "FOREIGN MOBILE" TO WS-ID-INDICIA
           END-IF
           END-IF
           MOVE CM-MOBILE      TO WS-ID-MOBILE
           MOVE WS-ADDR-PIN    TO WS-ID-ADDR-END
           WRITE INDICIA-REC FROM WS-INDICIA-DETAIL.

       ADD-SUBJECT-PARA.
           IF WS-SUBJ-COUNT >= 10000
              DISPLAY "REPORTABLE PERSON TABLE CAPACITY EXCEEDED "
                      "AT 10000 - RUN STOPPED"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-SUBJ-COUNT
           SET WS-SB-IDX TO WS-SUBJ-COUNT
           MOVE CM-PAN  TO WS-SB-PAN (WS-SB-IDX)
           MOVE CM-CUST TO WS-SB-CUST (WS-SB-IDX).

       CHECK-INDICIA-PARA.
           MOVE "N" TO WS-IND-ADDR WS-IND-MOBILE
           MOVE SPACES TO WS-ADDR-PARTS WS-ADDR-PIN
           MOVE 0 TO WS-ADDR-PART-COUNT
           IF CM-ADDR NOT = SPACES
              UNSTRING CM-ADDR DELIMITED BY " - "
              INTO     WS-ADDR-PART (1)
                       WS-ADDR-PART (2)
                       WS-ADDR-PART (3)
                       WS-ADDR-PART (4)
              TALLYING IN WS-ADDR-PART-COUNT
              END-UNSTRING
              IF WS-ADDR-PART-COUNT < 2
                 MOVE "Y" TO WS-IND-ADDR
                 MOVE CM-ADDR(61:30) TO WS-ADDR-PIN
              ELSE
                 MOVE WS-ADDR-PART (WS-ADDR-PART-COUNT)
                      TO WS-ADDR-PIN
                 IF WS-ADDR-PIN(1:6) NOT NUMERIC
                    OR WS-ADDR-PIN(7:84) NOT = SPACES
                    MOVE "Y" TO WS-IND-ADDR
                 END-IF
              END-IF
           END-IF
           IF CM-MOBILE NOT = SPACES
              IF CM-MOBILE NOT NUMERIC
                 OR CM-MOBILE(1:1) < "6"
                 MOVE "Y" TO WS-IND-MOBILE
              END-IF
           END-IF.

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
              PERFORM GET-BALANCE-PARA
              SET WS-SB-IDX TO 1
              PERFORM UNTIL WS-SB-IDX > WS-SUBJ-COUNT
                 IF WS-SB-PAN (WS-SB-IDX) = AM-PAN
                    PERFORM ADD-REPORT-PARA
                 END-IF
                 SET WS-SB-IDX UP BY 1
              END-PERFORM
           END-IF.
            EXIT.

       GET-BALANCE-PARA.
           MOVE AM-DEPOSIT TO WS-ACCT-BAL
           IF ACCTBAL-FILE-STATUS = "00"
              MOVE AM-ACCT-NUM TO BAL-ACCT-NUM
              READ ACCTBAL-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE BAL-CURR-BAL TO WS-ACCT-BAL
              END-READ
           END-IF
           MOVE 0 TO WS-ACCT-INT
           SET WS-IN-IDX TO 1
           PERFORM UNTIL WS-IN-IDX > WS-INT-COUNT
              IF WS-IN-ACCT (WS-IN-IDX) = AM-ACCT-NUM
                 ADD WS-IN-AMOUNT (WS-IN-IDX) TO WS-ACCT-INT
              END-IF
              SET WS-IN-IDX UP BY 1
           END-PERFORM.

       ADD-REPORT-PARA.
           IF WS-RPT-COUNT >= 10000
              DISPLAY "REPORTABLE ACCOUNT TABLE CAPACITY EXCEEDED "
                      "AT 10000 - RUN STOPPED"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-RPT-COUNT
           SET WS-RP-IDX TO WS-RPT-COUNT
           SET WS-RP-SB-IDX (WS-RP-IDX) TO WS-SB-IDX
           MOVE AM-ACCT-NUM TO WS-RP-ACCT (WS-RP-IDX)
           MOVE WS-ACCT-BAL TO WS-RP-BAL (WS-RP-IDX)
           MOVE WS-ACCT-INT TO WS-RP-INT (WS-RP-IDX)
           ADD 1 TO WS-CTL-ACCTS
           MOVE WS-SB-JURIS (WS-SB-IDX) TO WS-CUR-JURIS
           PERFORM ADD-JURIS-PARA.

       ADD-JURIS-PARA.
           MOVE "N" TO WS-JU-FOUND
           SET WS-JU-IDX TO 1
           PERFORM UNTIL WS-JU-IDX > WS-JURIS-COUNT
                      OR WS-JU-FOUND = "Y"
              IF WS-JU-CODE (WS-JU-IDX) = WS-CUR-JURIS
                 MOVE "Y" TO WS-JU-FOUND
              END-IF
              SET WS-JU-IDX UP BY 1
           END-PERFORM
           IF WS-JU-FOUND NOT = "Y"
              IF WS-JURIS-COUNT < 300
                 ADD 1 TO WS-JURIS-COUNT
                 SET WS-JU-IDX TO WS-JURIS-COUNT
                 MOVE WS-CUR-JURIS TO WS-JU-CODE (WS-JU-IDX)
              ELSE
                 DISPLAY "JURISDICTION TABLE FULL - RUN STOPPED"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       SORT-JURIS-PARA.
           SET WS-JU-IDX TO 1
           PERFORM UNTIL WS-JU-IDX >= WS-JURIS-COUNT
              SET WS-JU-IDX2 TO WS-JU-IDX
              SET WS-JU-IDX2 UP BY 1
              PERFORM UNTIL WS-JU-IDX2 > WS-JURIS-COUNT
                 IF WS-JU-CODE (WS-JU-IDX2) < WS-JU-CODE (WS-JU-IDX)
                    MOVE WS-JU-CODE (WS-JU-IDX) TO WS-JU-HOLD
                    MOVE WS-JU-CODE (WS-JU-IDX2)
                         TO WS-JU-CODE (WS-JU-IDX)
                    MOVE WS-JU-HOLD TO WS-JU-CODE (WS-JU-IDX2)
                 END-IF
                 SET WS-JU-IDX2 UP BY 1
              END-PERFORM
              SET WS-JU-IDX UP BY 1
           END-PERFORM.

       WRITE-JURIS-PARA.
           MOVE WS-JU-CODE (WS-JU-IDX) TO WS-CUR-JURIS
           MOVE 0 TO WS-JU-ACCTS WS-JU-BAL WS-JU-INT
           SET WS-RP-IDX TO 1
           PERFORM UNTIL WS-RP-IDX > WS-RPT-COUNT
              SET WS-SB-IDX TO WS-RP-SB-IDX (WS-RP-IDX)
              IF WS-SB-JURIS (WS-SB-IDX) = WS-CUR-JURIS
                 PERFORM WRITE-DETAIL-PARA
              END-IF
              SET WS-RP-IDX UP BY 1
           END-PERFORM
           MOVE WS-REPORT-YEAR TO WS-RT-YEAR
           MOVE WS-CUR-JURIS   TO WS-RT-JURIS
           MOVE WS-JU-ACCTS    TO WS-RT-COUNT
           MOVE WS-JU-BAL      TO WS-RT-BAL
           MOVE WS-JU-INT      TO WS-RT-INT
           WRITE RETURN-REC FROM WS-RETURN-TRAILER
           SET WS-JU-IDX UP BY 1.

       WRITE-DETAIL-PARA.
           MOVE WS-SB-PAN (WS-SB-IDX) TO WS-PAN
           PERFORM DECIPHER-PAN-PARA
           MOVE WS-REPORT-YEAR           TO WS-RD-YEAR
           MOVE WS-CUR-JURIS             TO WS-RD-JURIS
           MOVE WS-PAN                   TO WS-RD-PAN
           MOVE WS-SB-CUST (WS-SB-IDX)   TO WS-RD-CUST
           MOVE WS-SB-TIN (WS-SB-IDX)    TO WS-RD-TIN
           MOVE WS-RP-ACCT (WS-RP-IDX)   TO WS-RD-ACCT
           MOVE WS-RP-BAL (WS-RP-IDX)    TO WS-RD-BAL
           MOVE WS-RP-INT (WS-RP-IDX)    TO WS-RD-INT
           MOVE WS-SB-STATUS (WS-SB-IDX) TO WS-RD-STATUS
           WRITE RETURN-REC FROM WS-RETURN-DETAIL
           ADD 1 TO WS-JU-ACCTS
           ADD WS-RP-BAL (WS-RP-IDX) TO WS-JU-BAL
           ADD WS-RP-INT (WS-RP-IDX) TO WS-JU-INT.

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

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "FATCARPT"         TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-CIFS        TO WS-OPL-IN-COUNT
           MOVE WS-CTL-ACCTS       TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-INDICIA     TO WS-OPL-REJ-COUNT
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
