       IDENTIFICATION DIVISION.
       PROGRAM-ID. kycupd.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KYCMST-FILE ASSIGN TO "CUST-KYC.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS KYCMST-FILE-STATUS.

           SELECT UPDATE-FILE ASSIGN TO "KYC-UPDATE.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS UPDATE-FILE-STATUS.

           SELECT AUDIT-FILE  ASSIGN TO "KYC-AUDIT.LOG"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS AUDIT-FILE-STATUS.

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
       FD   KYCMST-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 KYCMST-REC              PIC X(60).

       FD   UPDATE-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 UPDATE-REC              PIC X(60).

       FD   AUDIT-FILE  RECORD CONTAINS 110 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 AUDIT-REC               PIC X(110).

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

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   KEY-FILE  RECORD CONTAINS 20 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 KEY-REC                 PIC X(20).

       WORKING-STORAGE SECTION.
       01 KYCMST-FILE-STATUS   PIC X(02).
       01 UPDATE-FILE-STATUS   PIC X(02).
       01 AUDIT-FILE-STATUS    PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 XREF-FILE-STATUS     PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 JRNL-FILE-STATUS     PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".

       01 EOF                  PIC X(01) VALUE "N".
       01 WS-XREF-EOF          PIC X(01) VALUE "N".
       01 WS-RUN-DATE          PIC X(08).
       01 WS-BEFORE-IMAGE      PIC X(277) VALUE SPACES.

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

       01 WS-UP-PAN-IN         PIC X(10).
       01 WS-UP-DATE-IN        PIC X(08).
       01 WS-UP-RISK-IN        PIC X(01).
       01 WS-UP-MAKER-IN       PIC X(10).

       01 WS-DATE-VALID        PIC X(01) VALUE "Y".
       01 WS-WAS-FROZEN        PIC X(01) VALUE "N".
       01 WS-DUE-DATE          PIC X(08).
       01 WS-DUE-YY            PIC 9(04) VALUE 0.
       01 WS-RENEW-YEARS       PIC 9(02) VALUE 0.
       01 WS-ACCTS-LIFTED      PIC 9(05) VALUE 0.

       01 WS-CTL-UPDATED       PIC 9(05) VALUE 0.
       01 WS-CTL-LIFTED        PIC 9(05) VALUE 0.
       01 WS-CTL-ACCT-LIFTED   PIC 9(05) VALUE 0.
       01 WS-CTL-REFUSED       PIC 9(05) VALUE 0.

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

       01 WS-AUDIT-LINE.
          05 WS-AU-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-ACTION        PIC X(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-PAN           PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-MAKER         PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-RESULT        PIC X(30).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE KYC UPDATE PROGRAM".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-KEY-PARA.
           PERFORM OPEN-AUDIT-PARA.
           PERFORM LOAD-KYC-PARA.
           OPEN INPUT CUSTMST-FILE.
           IF CUSTMST-FILE-STATUS NOT = "00"
              DISPLAY "CUSTOMER MASTER NOT AVAILABLE, CIF CHECKS "
                      "SKIPPED, STATUS=" CUSTMST-FILE-STATUS
           END-IF.
           OPEN INPUT XREF-FILE.
           OPEN I-O ACCTMST-FILE.
           PERFORM OPEN-JRNL-FILE-PARA.
           PERFORM TAKE-UPDATES-PARA.
           CLOSE JRNL-FILE.
           IF ACCTMST-FILE-STATUS = "00"
              CLOSE ACCTMST-FILE
           END-IF.
           IF XREF-FILE-STATUS = "00"
              CLOSE XREF-FILE
           END-IF.
           IF CUSTMST-FILE-STATUS = "00"
              CLOSE CUSTMST-FILE
           END-IF.
           PERFORM REWRITE-KYC-PARA.
           CLOSE AUDIT-FILE.
           DISPLAY "KYC UPDATE SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  KYC DATES RECORDED  : " WS-CTL-UPDATED.
           DISPLAY "  FREEZES LIFTED      : " WS-CTL-LIFTED.
           DISPLAY "  ACCOUNTS REOPENED   : " WS-CTL-ACCT-LIFTED.
           DISPLAY "  SUBMISSIONS REFUSED : " WS-CTL-REFUSED.

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

       OPEN-AUDIT-PARA.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
              CLOSE AUDIT-FILE
              OPEN EXTEND AUDIT-FILE
           END-IF
           IF AUDIT-FILE-STATUS NOT = "00"
              DISPLAY "AUDIT TRAIL UNAVAILABLE - MAINTENANCE "
                      "REFUSED, STATUS=" AUDIT-FILE-STATUS
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-AUDIT-PARA.
           MOVE WS-RUN-DATE TO WS-AU-DATE
           WRITE AUDIT-REC FROM WS-AUDIT-LINE.

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

       TAKE-UPDATES-PARA.
           OPEN INPUT UPDATE-FILE
           IF UPDATE-FILE-STATUS NOT = "00"
              DISPLAY "NO KYC UPDATE SUBMISSIONS THIS RUN"
           ELSE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ UPDATE-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      IF UPDATE-REC(1:3) NOT = "PAN"
                         MOVE SPACES TO WS-UP-MAKER-IN
                         UNSTRING UPDATE-REC DELIMITED BY ","
                         INTO WS-UP-PAN-IN
                              WS-UP-DATE-IN
                              WS-UP-RISK-IN
                              WS-UP-MAKER-IN
                         END-UNSTRING
                         PERFORM UPDATE-ONE-PARA
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE UPDATE-FILE
           END-IF.

       UPDATE-ONE-PARA.
           MOVE WS-UP-PAN-IN   TO WS-AU-PAN
           MOVE WS-UP-MAKER-IN TO WS-AU-MAKER
           MOVE "KYCUPD"       TO WS-AU-ACTION
           IF WS-UP-MAKER-IN = SPACES
              ADD 1 TO WS-CTL-REFUSED
              DISPLAY "KYC UPDATE WITHOUT MAKER ID REFUSED: "
                      WS-UP-PAN-IN
           ELSE
              PERFORM VALIDATE-DATE-PARA
              IF WS-DATE-VALID NOT = "Y"
                 MOVE "INVALID OR EXPIRED KYC DATE" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
              ELSE
              IF WS-UP-RISK-IN NOT = "H" AND NOT = "M"
                                 AND NOT = "L"
                 MOVE "RISK CATEGORY NOT H/M/L" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
              ELSE
                 PERFORM ENCIPHER-PAN-PARA
                 PERFORM CHECK-CIF-PARA
                 IF WS-KY-FOUND NOT = "Y"
                    MOVE "PAN NOT ON CUSTOMER MASTER" TO WS-AU-RESULT
                    PERFORM REFUSE-PARA
                 ELSE
                    PERFORM STORE-KYC-PARA
                 END-IF
              END-IF
              END-IF
           END-IF.

       REFUSE-PARA.
           ADD 1 TO WS-CTL-REFUSED
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "KYC UPDATE REFUSED: " WS-UP-PAN-IN " "
                   WS-AU-RESULT.

       VALIDATE-DATE-PARA.
           MOVE "Y" TO WS-DATE-VALID
           IF WS-UP-DATE-IN NOT NUMERIC
              MOVE "N" TO WS-DATE-VALID
           ELSE
           IF WS-UP-DATE-IN(5:2) < "01" OR WS-UP-DATE-IN(5:2) > "12"
              OR WS-UP-DATE-IN(7:2) < "01"
              OR WS-UP-DATE-IN(7:2) > "31"
              MOVE "N" TO WS-DATE-VALID
           ELSE
           IF WS-UP-DATE-IN > WS-RUN-DATE
              MOVE "N" TO WS-DATE-VALID
           ELSE
              PERFORM CHECK-RENEWAL-PARA
           END-IF
           END-IF
           END-IF.

       CHECK-RENEWAL-PARA.
           EVALUATE WS-UP-RISK-IN
             WHEN "H"
                  MOVE 2  TO WS-RENEW-YEARS
             WHEN "M"
                  MOVE 8  TO WS-RENEW-YEARS
             WHEN OTHER
                  MOVE 10 TO WS-RENEW-YEARS
           END-EVALUATE
           MOVE WS-UP-DATE-IN TO WS-DUE-DATE
           MOVE WS-DUE-DATE(1:4) TO WS-DUE-YY
           ADD WS-RENEW-YEARS TO WS-DUE-YY
           MOVE WS-DUE-YY TO WS-DUE-DATE(1:4)
           IF WS-DUE-DATE <= WS-RUN-DATE
              MOVE "N" TO WS-DATE-VALID
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

       ENCIPHER-PAN-PARA.
           MOVE "N" TO WS-F60-SURROGATE
           IF WS-UP-PAN-IN(1:3) = "F60"
              AND WS-UP-PAN-IN(4:6) NUMERIC
              AND WS-UP-PAN-IN(10:1) = "F"
              MOVE "Y" TO WS-F60-SURROGATE
           END-IF
           IF WS-CRYPTO-KEY NOT = SPACES
              AND WS-F60-SURROGATE NOT = "Y"
              MOVE "E"           TO WS-CR-FUNC
              MOVE WS-CRYPTO-KEY TO WS-CR-KEY
              MOVE WS-UP-PAN-IN  TO WS-CR-PAN-IN
              MOVE SPACES        TO WS-CR-AADHAR-IN
              CALL "cryptid" USING WS-CR-PARMS
              MOVE WS-CR-PAN-OUT TO WS-UP-PAN-IN
           END-IF.

       CHECK-CIF-PARA.
           MOVE "Y" TO WS-KY-FOUND
           IF CUSTMST-FILE-STATUS = "00"
              MOVE WS-UP-PAN-IN TO CM-PAN
              READ CUSTMST-FILE
                INVALID KEY
                  MOVE "N" TO WS-KY-FOUND
              END-READ
           END-IF.

       STORE-KYC-PARA.
           MOVE "N" TO WS-KY-FOUND
           SET WS-KY-IDX TO 1
           PERFORM UNTIL WS-KY-IDX > WS-KYC-COUNT
                      OR WS-KY-FOUND = "Y"
              IF WS-KY-PAN (WS-KY-IDX) = WS-UP-PAN-IN
                 MOVE "Y" TO WS-KY-FOUND
                 SET WS-FOUND-KY-IDX TO WS-KY-IDX
              END-IF
              SET WS-KY-IDX UP BY 1
           END-PERFORM
           IF WS-KY-FOUND NOT = "Y"
              IF WS-KYC-COUNT < 5000
                 ADD 1 TO WS-KYC-COUNT
                 SET WS-KY-IDX TO WS-KYC-COUNT
                 SET WS-FOUND-KY-IDX TO WS-KY-IDX
                 MOVE SPACES TO WS-KY-STATUS (WS-KY-IDX)
                 MOVE "Y" TO WS-KY-FOUND
              ELSE
                 ADD 1 TO WS-CTL-REFUSED
                 DISPLAY "KYC REGISTER FULL, UPDATE DROPPED: "
                         WS-UP-PAN-IN
                 MOVE 20 TO RETURN-CODE
              END-IF
           END-IF
           IF WS-KY-FOUND = "Y"
              SET WS-KY-IDX TO WS-FOUND-KY-IDX
              MOVE "N" TO WS-WAS-FROZEN
              IF WS-KY-STATUS (WS-KY-IDX) = "F"
                 MOVE "Y" TO WS-WAS-FROZEN
              END-IF
              ADD 1 TO WS-CTL-UPDATED
              MOVE WS-UP-PAN-IN  TO WS-KY-PAN (WS-KY-IDX)
              MOVE WS-UP-DATE-IN TO WS-KY-DATE (WS-KY-IDX)
              MOVE WS-UP-RISK-IN TO WS-KY-RISK (WS-KY-IDX)
              PERFORM COMPUTE-DUE-PARA
              MOVE "A"           TO WS-KY-STATUS (WS-KY-IDX)
              MOVE 0             TO WS-KY-STAGE (WS-KY-IDX)
              MOVE "KYC DATE RECORDED" TO WS-AU-RESULT
              IF WS-WAS-FROZEN = "Y"
                 PERFORM LIFT-FREEZE-PARA
              END-IF
              PERFORM WRITE-AUDIT-PARA
           END-IF.

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
           MOVE WS-DUE-DATE TO WS-KY-DUE (WS-KY-IDX).

       LIFT-FREEZE-PARA.
           IF XREF-FILE-STATUS NOT = "00"
              OR ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT FILES NOT AVAILABLE, FREEZE NOT "
                      "LIFTED FOR: " WS-UP-PAN-IN
              MOVE "F" TO WS-KY-STATUS (WS-KY-IDX)
              MOVE "KYC RECORDED, FREEZE KEPT" TO WS-AU-RESULT
           ELSE
              MOVE 0 TO WS-ACCTS-LIFTED
              MOVE LOW-VALUES TO XR-ACCT-NUM
              START XREF-FILE KEY NOT < XR-ACCT-NUM
                INVALID KEY
                  MOVE "10" TO XREF-FILE-STATUS
              END-START
              MOVE "N" TO WS-XREF-EOF
              PERFORM LIFT-XREF-PARA UNTIL WS-XREF-EOF = "Y"
              MOVE SPACES TO WS-KY-FRZ-DATE (WS-KY-IDX)
              ADD 1 TO WS-CTL-LIFTED
              ADD WS-ACCTS-LIFTED TO WS-CTL-ACCT-LIFTED
              MOVE "KYC RECORDED, FREEZE LIFTED" TO WS-AU-RESULT
              DISPLAY "KYC FREEZE LIFTED, ACCOUNTS REOPENED: "
                      WS-ACCTS-LIFTED
           END-IF.

       LIFT-XREF-PARA.
           READ XREF-FILE NEXT AT END
                MOVE "Y" TO WS-XREF-EOF
           END-READ.
           IF WS-XREF-EOF NOT = "Y"
              IF XR-PAN = WS-UP-PAN-IN
                 PERFORM LIFT-ACCOUNT-PARA
              END-IF
           END-IF.
            EXIT.

       LIFT-ACCOUNT-PARA.
           MOVE XR-ACCT-NUM TO AM-ACCT-NUM
           READ ACCTMST-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF AM-STATUS = "K"
                  MOVE ACCOUNT-MASTER-REC TO WS-BEFORE-IMAGE
                  MOVE "O" TO AM-STATUS
                  REWRITE ACCOUNT-MASTER-REC
                    INVALID KEY
                      DISPLAY "ACCOUNT MASTER REWRITE FAILED: "
                              AM-ACCT-NUM
                  END-REWRITE
                  MOVE WS-CYCLE-ID        TO JR-CYCLE
                  MOVE WS-RUN-DATE        TO JR-DATE
                  MOVE "KYCLFT"           TO JR-ACTION
                  MOVE AM-ACCT-NUM        TO JR-ACCT-NUM
                  MOVE WS-BEFORE-IMAGE    TO JR-BEFORE-IMAGE
                  MOVE ACCOUNT-MASTER-REC TO JR-AFTER-IMAGE
                  MOVE UPDATE-REC         TO JR-TXN-REC
                  WRITE JRNL-REC
                  ADD 1 TO WS-ACCTS-LIFTED
               END-IF
           END-READ.

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
