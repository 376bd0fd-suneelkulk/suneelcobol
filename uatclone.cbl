       IDENTIFICATION DIVISION.
       PROGRAM-ID. uatclone.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE   ASSIGN TO "UAT-CLONE-PARM.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PARM-FILE-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO "ACCOUNT-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS AM-ACCT-NUM
                               ALTERNATE RECORD KEY IS AM-PAN
                                   WITH DUPLICATES
                               FILE STATUS IS ACCTMST-FILE-STATUS.

           SELECT UATMST-FILE ASSIGN TO "ACCOUNT-MASTER.UAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS UM-ACCT-NUM
                               ALTERNATE RECORD KEY IS UM-PAN
                                   WITH DUPLICATES
                               FILE STATUS IS UATMST-FILE-STATUS.

           SELECT CUSTMST-FILE  ASSIGN TO "CUST-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CM-PAN
                               FILE STATUS IS CUSTMST-FILE-STATUS.

           SELECT UATCIF-FILE ASSIGN TO "CUST-MASTER.UAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS UC-PAN
                               FILE STATUS IS UATCIF-FILE-STATUS.

           SELECT XREF-FILE  ASSIGN TO "ACCT-XREF.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS XR-ACCT-NUM
                               FILE STATUS IS XREF-FILE-STATUS.

           SELECT UATXRF-FILE ASSIGN TO "ACCT-XREF.UAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS UX-ACCT-NUM
                               FILE STATUS IS UATXRF-FILE-STATUS.

           SELECT ACCTBAL-FILE  ASSIGN TO "ACCT-BALANCE.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS BAL-ACCT-NUM
                               FILE STATUS IS ACCTBAL-FILE-STATUS.

           SELECT UATBAL-FILE ASSIGN TO "ACCT-BALANCE.UAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS UB-ACCT-NUM
                               FILE STATUS IS UATBAL-FILE-STATUS.

           SELECT TXNHIST-FILE  ASSIGN TO "TXN-HISTORY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TXNHIST-FILE-STATUS.

           SELECT UATHIST-FILE ASSIGN TO "TXN-HISTORY.UAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS UATHIST-FILE-STATUS.

           SELECT TDMST-FILE  ASSIGN TO "TD-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TDMST-FILE-STATUS.

           SELECT UATTD-FILE  ASSIGN TO "TD-MASTER.UAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS UATTD-FILE-STATUS.

           SELECT LOANMST-FILE ASSIGN TO "LOAN-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LOANMST-FILE-STATUS.

           SELECT UATLN-FILE  ASSIGN TO "LOAN-MASTER.UAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS UATLN-FILE-STATUS.

           SELECT LOTS-FILE   ASSIGN TO "NINJA-LOTS.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LOTS-FILE-STATUS.

           SELECT UATLOT-FILE ASSIGN TO "NINJA-LOTS.UAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS UATLOT-FILE-STATUS.

           SELECT BANKLINK-FILE ASSIGN TO "NINJA-BANK-LINK.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS BANKLINK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   PARM-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PARM-REC                PIC X(40).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   UATMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 UAT-MASTER-REC.
          05 UM-ACCT-NUM        PIC X(14).
          05 UM-CUST            PIC X(20).
          05 UM-PAN             PIC X(10).
          05 UM-REST            PIC X(233).

       FD   CUSTMST-FILE  RECORD CONTAINS 205 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CUST-MASTER-REC.
          COPY CUSTMST.

       FD   UATCIF-FILE  RECORD CONTAINS 205 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 UAT-CIF-REC.
          05 UC-PAN             PIC X(10).
          05 UC-REST            PIC X(195).

       FD   XREF-FILE  RECORD CONTAINS 24 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-XREF-REC.
          COPY ACCTXREF.

       FD   UATXRF-FILE  RECORD CONTAINS 24 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 UAT-XREF-REC.
          05 UX-ACCT-NUM        PIC X(14).
          05 UX-PAN             PIC X(10).

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
          COPY ACCTBAL.

       FD   UATBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 UAT-BALANCE-REC.
          05 UB-ACCT-NUM        PIC X(14).
          05 UB-REST            PIC X(37).

       FD   TXNHIST-FILE  RECORD CONTAINS 84 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNHIST-REC.
          COPY TXNHIST.

       FD   UATHIST-FILE  RECORD CONTAINS 84 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 UATHIST-REC             PIC X(84).

       FD   TDMST-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TDMST-REC.
          COPY TDMST.

       FD   UATTD-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 UATTD-REC               PIC X(120).

       FD   LOANMST-FILE  RECORD CONTAINS 200 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANMST-REC.
          COPY LOANMST.

       FD   UATLN-FILE  RECORD CONTAINS 200 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 UATLN-REC               PIC X(200).

       FD   LOTS-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOTS-REC                PIC X(60).

       FD   UATLOT-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 UATLOT-REC              PIC X(60).

       FD   BANKLINK-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 BANKLINK-REC            PIC X(30).

       WORKING-STORAGE SECTION.
       01 PARM-FILE-STATUS     PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 UATMST-FILE-STATUS   PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 UATCIF-FILE-STATUS   PIC X(02).
       01 XREF-FILE-STATUS     PIC X(02).
       01 UATXRF-FILE-STATUS   PIC X(02).
       01 ACCTBAL-FILE-STATUS  PIC X(02).
       01 UATBAL-FILE-STATUS   PIC X(02).
       01 TXNHIST-FILE-STATUS  PIC X(02).
       01 UATHIST-FILE-STATUS  PIC X(02).
       01 TDMST-FILE-STATUS    PIC X(02).
       01 UATTD-FILE-STATUS    PIC X(02).
       01 LOANMST-FILE-STATUS  PIC X(02).
       01 UATLN-FILE-STATUS    PIC X(02).
       01 LOTS-FILE-STATUS     PIC X(02).
       01 UATLOT-FILE-STATUS   PIC X(02).
       01 BANKLINK-FILE-STATUS PIC X(02).

       01 EOF                  PIC X(01) VALUE "N".
       01 WS-RUN-DATE          PIC X(08).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-MASK-KEY          PIC X(16) VALUE SPACES.

       01 WS-CK-PAN            PIC X(10) VALUE SPACES.
       01 WS-F60-SURROGATE     PIC X(01) VALUE "N".
       01 WS-CR-PARMS.
          05 WS-CR-FUNC         PIC X(01).
          05 WS-CR-KEY          PIC X(16).
          05 WS-CR-PAN-IN       PIC X(10).
          05 WS-CR-PAN-OUT      PIC X(10).
          05 WS-CR-AADHAR-IN    PIC X(12).
          05 WS-CR-AADHAR-OUT   PIC X(12).

       01 WS-SAMPLING          PIC X(01) VALUE "N".
       01 WS-DEFAULT-RATE      PIC 9(03) VALUE 100.
       01 WS-PARM-ERRORS       PIC 9(03) VALUE 0.
       01 WS-PM-BRANCH-IN      PIC X(11).
       01 WS-PM-RATE-IN        PIC X(05).
       01 WS-PM-RATE           PIC 9(03) VALUE 0.
       01 WS-BRANCH-TABLE.
          05 WS-BR-ENTRY OCCURS 500 TIMES INDEXED BY WS-BR-IDX.
             10 WS-BR-IFSC       PIC X(11).
             10 WS-BR-RATE       PIC 9(03).
             10 WS-BR-SEEN       PIC 9(07).
             10 WS-BR-KEPT       PIC 9(07).
       01 WS-BRANCH-COUNT      PIC 9(03) VALUE 0.
       01 WS-BR-FOUND          PIC X(01) VALUE "N".
       01 WS-BR-TARGET         PIC 9(07) VALUE 0.

       01 WS-LINK-TABLE.
          05 WS-LK-ENTRY OCCURS 500 TIMES INDEXED BY WS-LK-IDX.
             10 WS-LK-OWNER      PIC X(08).
             10 WS-LK-ACCT       PIC X(14).
       01 WS-LINK-COUNT        PIC 9(03) VALUE 0.
       01 WS-LK-OWNER-IN       PIC X(08).
       01 WS-LK-ACCT-IN        PIC X(14).
       01 WS-LT-OWNER          PIC X(08).

       01 WS-LOOK-ACCT         PIC X(14) VALUE SPACES.
       01 WS-SELECTED          PIC X(01) VALUE "N".

       01 WS-MASK-TAG          PIC X(10) VALUE SPACES.
       01 WS-MASK-NAME         PIC X(20) VALUE SPACES.
       01 WS-MASK-ADDR-IN      PIC X(90) VALUE SPACES.
       01 WS-MASK-ADDR-OUT     PIC X(90) VALUE SPACES.
       01 WS-MASK-STREET       PIC X(90) VALUE SPACES.
       01 WS-MASK-PTR          PIC 9(03) VALUE 1.
       01 WS-MOBILE-SEQ        PIC 9(08) VALUE 0.

       01 WS-CNT-MST-IN        PIC 9(07) VALUE 0.
       01 WS-CNT-MST-OUT       PIC 9(07) VALUE 0.
       01 WS-CNT-CIF-IN        PIC 9(07) VALUE 0.
       01 WS-CNT-CIF-OUT       PIC 9(07) VALUE 0.
       01 WS-CNT-XRF-IN        PIC 9(07) VALUE 0.
       01 WS-CNT-XRF-OUT       PIC 9(07) VALUE 0.
       01 WS-CNT-BAL-IN        PIC 9(07) VALUE 0.
       01 WS-CNT-BAL-OUT       PIC 9(07) VALUE 0.
       01 WS-CNT-HIST-IN       PIC 9(07) VALUE 0.
       01 WS-CNT-HIST-OUT      PIC 9(07) VALUE 0.
       01 WS-CNT-TD-IN         PIC 9(07) VALUE 0.
       01 WS-CNT-TD-OUT        PIC 9(07) VALUE 0.
       01 WS-CNT-LN-IN         PIC 9(07) VALUE 0.
       01 WS-CNT-LN-OUT        PIC 9(07) VALUE 0.
       01 WS-CNT-LOT-IN        PIC 9(07) VALUE 0.
       01 WS-CNT-LOT-OUT       PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE MASKED UAT COPY UTILITY".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-DATE WS-START-TIME DELIMITED BY SIZE
             INTO WS-MASK-KEY
           END-STRING.
           PERFORM LOAD-SAMPLE-PARM-PARA.
           PERFORM CLONE-MASTER-PARA.
           OPEN INPUT UATMST-FILE.
           IF UATMST-FILE-STATUS NOT = "00"
              DISPLAY "UAT ACCOUNT MASTER NOT READABLE, STATUS="
                      UATMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM CLONE-CIF-PARA.
           PERFORM CLONE-XREF-PARA.
           PERFORM CLONE-BALANCE-PARA.
           PERFORM CLONE-HISTORY-PARA.
           PERFORM CLONE-TD-PARA.
           PERFORM CLONE-LOAN-PARA.
           PERFORM LOAD-BANK-LINKS-PARA.
           PERFORM CLONE-LOTS-PARA.
           CLOSE UATMST-FILE.
           DISPLAY "UAT COPY COMPLETE - UAT DATASETS WRITTEN".
           IF WS-SAMPLING = "Y"
              DISPLAY "  SAMPLED BY BRANCH, DEFAULT RATE "
                      WS-DEFAULT-RATE " PERCENT"
           END-IF.
           DISPLAY "  ACCOUNT MASTER READ/COPIED : " WS-CNT-MST-IN
                   " / " WS-CNT-MST-OUT.
           DISPLAY "  CUSTOMER MASTER READ/COPIED: " WS-CNT-CIF-IN
                   " / " WS-CNT-CIF-OUT.
           DISPLAY "  XREF READ/COPIED           : " WS-CNT-XRF-IN
                   " / " WS-CNT-XRF-OUT.
           DISPLAY "  BALANCES READ/COPIED       : " WS-CNT-BAL-IN
                   " / " WS-CNT-BAL-OUT.
           DISPLAY "  TXN HISTORY READ/COPIED    : " WS-CNT-HIST-IN
                   " / " WS-CNT-HIST-OUT.
           DISPLAY "  TD MASTER READ/COPIED      : " WS-CNT-TD-IN
                   " / " WS-CNT-TD-OUT.
           DISPLAY "  LOAN MASTER READ/COPIED    : " WS-CNT-LN-IN
                   " / " WS-CNT-LN-OUT.
           DISPLAY "  NINJA LOTS READ/COPIED     : " WS-CNT-LOT-IN
                   " / " WS-CNT-LOT-OUT.
           DISPLAY "MASKING KEY IS NOT RETAINED - IDENTITIES CANNOT "
                   "BE RECOVERED FROM THE UAT SET".

           STOP RUN.

       LOAD-SAMPLE-PARM-PARA.
           MOVE "N" TO WS-SAMPLING
           MOVE 0   TO WS-BRANCH-COUNT
           MOVE 0   TO WS-PARM-ERRORS
           OPEN INPUT PARM-FILE
           IF PARM-FILE-STATUS NOT = "00"
              DISPLAY "NO SAMPLING PARAMETERS, FULL COPY TAKEN"
           ELSE
              PERFORM UNTIL PARM-FILE-STATUS NOT = "00"
                 READ PARM-FILE
                   AT END
                     MOVE "10" TO PARM-FILE-STATUS
                   NOT AT END
                     IF PARM-REC(1:6) NOT = "BRANCH"
                        AND PARM-REC NOT = SPACES
                        PERFORM ADD-SAMPLE-RATE-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE PARM-FILE
              IF WS-PARM-ERRORS > 0
                 DISPLAY "SAMPLING PARAMETERS INVALID - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-DEFAULT-RATE < 100
                 MOVE "Y" TO WS-SAMPLING
              END-IF
              SET WS-BR-IDX TO 1
              PERFORM UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                 IF WS-BR-RATE (WS-BR-IDX) < 100
                    MOVE "Y" TO WS-SAMPLING
                 END-IF
                 SET WS-BR-IDX UP BY 1
              END-PERFORM
           END-IF.

       ADD-SAMPLE-RATE-PARA.
           MOVE SPACES TO WS-PM-BRANCH-IN WS-PM-RATE-IN
           UNSTRING PARM-REC DELIMITED BY ","
           INTO     WS-PM-BRANCH-IN
                    WS-PM-RATE-IN
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-PM-RATE-IN) NOT = 0
              DISPLAY "SAMPLE RATE FOR " WS-PM-BRANCH-IN
                      " IS NOT NUMERIC"
              ADD 1 TO WS-PARM-ERRORS
           ELSE
              COMPUTE WS-PM-RATE = FUNCTION NUMVAL(WS-PM-RATE-IN)
              IF WS-PM-RATE > 100
                 DISPLAY "SAMPLE RATE FOR " WS-PM-BRANCH-IN
                         " MUST BE 0-100 PERCENT"
                 ADD 1 TO WS-PARM-ERRORS
              ELSE
                 IF WS-PM-BRANCH-IN = "DEFAULT"
                    MOVE WS-PM-RATE TO WS-DEFAULT-RATE
                 ELSE
                    PERFORM FIND-BRANCH-PARA
                    MOVE WS-PM-RATE TO WS-BR-RATE (WS-BR-IDX)
                 END-IF
              END-IF
           END-IF.

       FIND-BRANCH-PARA.
           MOVE "N" TO WS-BR-FOUND
           SET WS-BR-IDX TO 1
           PERFORM UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                      OR WS-BR-FOUND = "Y"
              IF WS-BR-IFSC (WS-BR-IDX) = WS-PM-BRANCH-IN
                 MOVE "Y" TO WS-BR-FOUND
              ELSE
                 SET WS-BR-IDX UP BY 1
              END-IF
           END-PERFORM
           IF WS-BR-FOUND NOT = "Y"
              IF WS-BRANCH-COUNT >= 500
                 DISPLAY "BRANCH SAMPLE TABLE CAPACITY EXCEEDED AT "
                         "500 ENTRIES - RUN STOPPED"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-BRANCH-COUNT
              SET WS-BR-IDX TO WS-BRANCH-COUNT
              MOVE WS-PM-BRANCH-IN TO WS-BR-IFSC (WS-BR-IDX)
              MOVE WS-DEFAULT-RATE TO WS-BR-RATE (WS-BR-IDX)
              MOVE 0 TO WS-BR-SEEN (WS-BR-IDX)
              MOVE 0 TO WS-BR-KEPT (WS-BR-IDX)
           END-IF.

       SAMPLE-ACCOUNT-PARA.
           MOVE "Y" TO WS-SELECTED
           IF WS-SAMPLING = "Y"
              MOVE AM-IFSC TO WS-PM-BRANCH-IN
              PERFORM FIND-BRANCH-PARA
              ADD 1 TO WS-BR-SEEN (WS-BR-IDX)
              COMPUTE WS-BR-TARGET =
                 (WS-BR-SEEN (WS-BR-IDX) * WS-BR-RATE (WS-BR-IDX)
                  + 99) / 100
              IF WS-BR-KEPT (WS-BR-IDX) < WS-BR-TARGET
                 ADD 1 TO WS-BR-KEPT (WS-BR-IDX)
              ELSE
                 MOVE "N" TO WS-SELECTED
              END-IF
           END-IF.

       CHECK-SURROGATE-PARA.
           MOVE "N" TO WS-F60-SURROGATE
           IF WS-CK-PAN(1:3) = "F60"
              AND WS-CK-PAN(4:6) NUMERIC
              AND WS-CK-PAN(10:1) = "F"
              MOVE "Y" TO WS-F60-SURROGATE
           END-IF.

       MASK-IDS-PARA.
           MOVE "E"         TO WS-CR-FUNC
           MOVE WS-MASK-KEY TO WS-CR-KEY
           MOVE WS-CR-PAN-IN TO WS-CK-PAN
           PERFORM CHECK-SURROGATE-PARA
           CALL "cryptid" USING WS-CR-PARMS
           IF WS-F60-SURROGATE = "Y"
              MOVE WS-CR-PAN-IN TO WS-CR-PAN-OUT
           END-IF.

       MASK-NAME-PARA.
           MOVE SPACES TO WS-MASK-NAME
           STRING "UAT CUST " WS-MASK-TAG DELIMITED BY SIZE
             INTO WS-MASK-NAME
           END-STRING.

       MASK-ADDRESS-PARA.
           MOVE SPACES TO WS-MASK-ADDR-OUT
           IF WS-MASK-ADDR-IN NOT = SPACES
              MOVE 1 TO WS-MASK-PTR
              MOVE SPACES TO WS-MASK-STREET
              UNSTRING WS-MASK-ADDR-IN DELIMITED BY ", "
              INTO     WS-MASK-STREET
              WITH POINTER WS-MASK-PTR
              END-UNSTRING
              IF WS-MASK-PTR > 90
                 STRING "UAT HOUSE " WS-MASK-TAG DELIMITED BY SIZE
                   INTO WS-MASK-ADDR-OUT
                 END-STRING
              ELSE
                 STRING "UAT HOUSE " WS-MASK-TAG ", "
                        WS-MASK-ADDR-IN(WS-MASK-PTR:)
                        DELIMITED BY SIZE
                   INTO WS-MASK-ADDR-OUT
                 END-STRING
              END-IF
           END-IF.

       CLONE-MASTER-PARA.
           OPEN INPUT ACCTMST-FILE
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT UATMST-FILE
           IF UATMST-FILE-STATUS NOT = "00"
              DISPLAY "UAT ACCOUNT MASTER OPEN FAILED, STATUS="
                      UATMST-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO EOF
           PERFORM UNTIL EOF = "Y"
              READ ACCTMST-FILE AT END
                   MOVE "Y" TO EOF
                NOT AT END
                   ADD 1 TO WS-CNT-MST-IN
                   PERFORM SAMPLE-ACCOUNT-PARA
                   IF WS-SELECTED = "Y"
                      PERFORM MASK-MASTER-PARA
                      MOVE ACCOUNT-MASTER-REC TO UAT-MASTER-REC
                      WRITE UAT-MASTER-REC
                        INVALID KEY
                          DISPLAY "UAT MASTER WRITE FAILED: "
                                  UM-ACCT-NUM
                        NOT INVALID KEY
                          ADD 1 TO WS-CNT-MST-OUT
                      END-WRITE
                   END-IF
              END-READ
           END-PERFORM
           CLOSE UATMST-FILE
           CLOSE ACCTMST-FILE.

       MASK-MASTER-PARA.
           MOVE AM-PAN    TO WS-CR-PAN-IN
           MOVE AM-AADHAR TO WS-CR-AADHAR-IN
           PERFORM MASK-IDS-PARA
           MOVE WS-CR-PAN-OUT    TO AM-PAN
           MOVE WS-CR-AADHAR-OUT TO AM-AADHAR
           MOVE AM-PAN TO WS-MASK-TAG
           PERFORM MASK-NAME-PARA
           MOVE WS-MASK-NAME TO AM-CUST
           MOVE AM-ADDR TO WS-MASK-ADDR-IN
           PERFORM MASK-ADDRESS-PARA
           MOVE WS-MASK-ADDR-OUT TO AM-ADDR
           IF AM-JOINT-NAME NOT = SPACES
              OR AM-JOINT-PAN NOT = SPACES
              MOVE AM-JOINT-PAN    TO WS-CR-PAN-IN
              MOVE AM-JOINT-AADHAR TO WS-CR-AADHAR-IN
              PERFORM MASK-IDS-PARA
              MOVE WS-CR-PAN-OUT    TO AM-JOINT-PAN
              MOVE WS-CR-AADHAR-OUT TO AM-JOINT-AADHAR
              IF AM-JOINT-PAN NOT = SPACES
                 MOVE AM-JOINT-PAN TO WS-MASK-TAG
                 PERFORM MASK-NAME-PARA
                 MOVE WS-MASK-NAME TO AM-JOINT-NAME
              ELSE
                 MOVE SPACES TO AM-JOINT-NAME
                 STRING "UAT JOINT " AM-ACCT-NUM(5:10)
                        DELIMITED BY SIZE
                   INTO AM-JOINT-NAME
                 END-STRING
              END-IF
           END-IF
           IF AM-NOMINEE-NAME NOT = SPACES
              MOVE SPACES TO AM-NOMINEE-NAME
              STRING "UAT NOMINEE " AM-ACCT-NUM(7:8)
                     DELIMITED BY SIZE
                INTO AM-NOMINEE-NAME
              END-STRING
           END-IF.

       LOOK-UP-ACCOUNT-PARA.
           MOVE "Y" TO WS-SELECTED
           IF WS-SAMPLING = "Y"
              MOVE WS-LOOK-ACCT TO UM-ACCT-NUM
              READ UATMST-FILE KEY IS UM-ACCT-NUM
                INVALID KEY
                  MOVE "N" TO WS-SELECTED
              END-READ
           END-IF.

       CLONE-CIF-PARA.
           OPEN INPUT CUSTMST-FILE
           IF CUSTMST-FILE-STATUS NOT = "00"
              DISPLAY "CUSTOMER MASTER NOT AVAILABLE, SKIPPED"
           ELSE
              OPEN OUTPUT UATCIF-FILE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ CUSTMST-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      ADD 1 TO WS-CNT-CIF-IN
                      MOVE CM-PAN    TO WS-CR-PAN-IN
                      MOVE CM-AADHAR TO WS-CR-AADHAR-IN
                      PERFORM MASK-IDS-PARA
                      MOVE WS-CR-PAN-OUT    TO CM-PAN
                      MOVE WS-CR-AADHAR-OUT TO CM-AADHAR
                      MOVE "Y" TO WS-SELECTED
                      IF WS-SAMPLING = "Y"
                         MOVE CM-PAN TO UM-PAN
                         READ UATMST-FILE KEY IS UM-PAN
                           INVALID KEY
                             MOVE "N" TO WS-SELECTED
                         END-READ
                      END-IF
                      IF WS-SELECTED = "Y"
                         PERFORM MASK-CIF-PARA
                         MOVE CUST-MASTER-REC TO UAT-CIF-REC
                         WRITE UAT-CIF-REC
                           INVALID KEY
                             DISPLAY "UAT CIF WRITE FAILED: " UC-PAN
                           NOT INVALID KEY
                             ADD 1 TO WS-CNT-CIF-OUT
                         END-WRITE
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE UATCIF-FILE
              CLOSE CUSTMST-FILE
           END-IF.

       MASK-CIF-PARA.
           MOVE CM-PAN TO WS-MASK-TAG
           PERFORM MASK-NAME-PARA
           MOVE WS-MASK-NAME TO CM-CUST
           MOVE CM-ADDR TO WS-MASK-ADDR-IN
           PERFORM MASK-ADDRESS-PARA
           MOVE WS-MASK-ADDR-OUT TO CM-ADDR
           IF CM-EMAIL NOT = SPACES
              MOVE SPACES TO CM-EMAIL
              STRING "uat."
                     FUNCTION LOWER-CASE(WS-MASK-TAG)
                     "@example.invalid"
                     DELIMITED BY SIZE
                INTO CM-EMAIL
              END-STRING
           END-IF
           IF CM-MOBILE NOT = SPACES
              ADD 1 TO WS-MOBILE-SEQ
              MOVE SPACES TO CM-MOBILE
              STRING "90" WS-MOBILE-SEQ DELIMITED BY SIZE
                INTO CM-MOBILE
              END-STRING
           END-IF.

       CLONE-XREF-PARA.
           OPEN INPUT XREF-FILE
           IF XREF-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT XREF NOT AVAILABLE, SKIPPED"
           ELSE
              OPEN OUTPUT UATXRF-FILE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ XREF-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      ADD 1 TO WS-CNT-XRF-IN
                      MOVE XR-ACCT-NUM TO WS-LOOK-ACCT
                      PERFORM LOOK-UP-ACCOUNT-PARA
                      IF WS-SELECTED = "Y"
                         MOVE XR-PAN TO WS-CR-PAN-IN
                         MOVE SPACES TO WS-CR-AADHAR-IN
                         PERFORM MASK-IDS-PARA
                         MOVE WS-CR-PAN-OUT TO XR-PAN
                         MOVE ACCT-XREF-REC TO UAT-XREF-REC
                         WRITE UAT-XREF-REC
                           INVALID KEY
                             DISPLAY "UAT XREF WRITE FAILED: "
                                     UX-ACCT-NUM
                           NOT INVALID KEY
                             ADD 1 TO WS-CNT-XRF-OUT
                         END-WRITE
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE UATXRF-FILE
              CLOSE XREF-FILE
           END-IF.

       CLONE-BALANCE-PARA.
           OPEN INPUT ACCTBAL-FILE
           IF ACCTBAL-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT BALANCE FILE NOT AVAILABLE, SKIPPED"
           ELSE
              OPEN OUTPUT UATBAL-FILE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ ACCTBAL-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      ADD 1 TO WS-CNT-BAL-IN
                      MOVE BAL-ACCT-NUM TO WS-LOOK-ACCT
                      PERFORM LOOK-UP-ACCOUNT-PARA
                      IF WS-SELECTED = "Y"
                         MOVE ACCT-BALANCE-REC TO UAT-BALANCE-REC
                         WRITE UAT-BALANCE-REC
                           INVALID KEY
                             DISPLAY "UAT BALANCE WRITE FAILED: "
                                     UB-ACCT-NUM
                           NOT INVALID KEY
                             ADD 1 TO WS-CNT-BAL-OUT
                         END-WRITE
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE UATBAL-FILE
              CLOSE ACCTBAL-FILE
           END-IF.

       CLONE-HISTORY-PARA.
           OPEN INPUT TXNHIST-FILE
           IF TXNHIST-FILE-STATUS NOT = "00"
              DISPLAY "TXN HISTORY NOT AVAILABLE, SKIPPED"
           ELSE
              OPEN OUTPUT UATHIST-FILE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ TXNHIST-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      ADD 1 TO WS-CNT-HIST-IN
                      MOVE TH-ACCT-NUM TO WS-LOOK-ACCT
                      PERFORM LOOK-UP-ACCOUNT-PARA
                      IF WS-SELECTED = "Y"
                         WRITE UATHIST-REC FROM TXNHIST-REC
                         ADD 1 TO WS-CNT-HIST-OUT
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE UATHIST-FILE
              CLOSE TXNHIST-FILE
           END-IF.

       CLONE-TD-PARA.
           OPEN INPUT TDMST-FILE
           IF TDMST-FILE-STATUS NOT = "00"
              DISPLAY "TD MASTER NOT AVAILABLE, SKIPPED"
           ELSE
              OPEN OUTPUT UATTD-FILE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ TDMST-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      ADD 1 TO WS-CNT-TD-IN
                      IF TD-LINKED NOT = SPACES
                         MOVE TD-LINKED TO WS-LOOK-ACCT
                      ELSE
                         MOVE TD-ACCT   TO WS-LOOK-ACCT
                      END-IF
                      PERFORM LOOK-UP-ACCOUNT-PARA
                      IF WS-SELECTED = "Y"
                         WRITE UATTD-REC FROM TDMST-REC
                         ADD 1 TO WS-CNT-TD-OUT
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE UATTD-FILE
              CLOSE TDMST-FILE
           END-IF.

       CLONE-LOAN-PARA.
           OPEN INPUT LOANMST-FILE
           IF LOANMST-FILE-STATUS NOT = "00"
              DISPLAY "LOAN MASTER NOT AVAILABLE, SKIPPED"
           ELSE
              OPEN OUTPUT UATLN-FILE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ LOANMST-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      ADD 1 TO WS-CNT-LN-IN
                      IF LN-SAVINGS NOT = SPACES
                         MOVE LN-SAVINGS TO WS-LOOK-ACCT
                      ELSE
                         MOVE LN-ACCT    TO WS-LOOK-ACCT
                      END-IF
                      PERFORM LOOK-UP-ACCOUNT-PARA
                      IF WS-SELECTED = "Y"
                         WRITE UATLN-REC FROM LOANMST-REC
                         ADD 1 TO WS-CNT-LN-OUT
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE UATLN-FILE
              CLOSE LOANMST-FILE
           END-IF.

       LOAD-BANK-LINKS-PARA.
           MOVE 0 TO WS-LINK-COUNT
           OPEN INPUT BANKLINK-FILE
           IF BANKLINK-FILE-STATUS = "00"
              PERFORM UNTIL BANKLINK-FILE-STATUS NOT = "00"
                 READ BANKLINK-FILE
                   AT END
                     MOVE "10" TO BANKLINK-FILE-STATUS
                   NOT AT END
                     IF WS-LINK-COUNT >= 500
                        DISPLAY "OWNER LINK TABLE CAPACITY EXCEEDED "
                                "AT 500 ENTRIES - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-LINK-COUNT
                     SET WS-LK-IDX TO WS-LINK-COUNT
                     MOVE SPACES TO WS-LK-OWNER-IN WS-LK-ACCT-IN
                     UNSTRING BANKLINK-REC DELIMITED BY ","
                     INTO WS-LK-OWNER-IN
                          WS-LK-ACCT-IN
                     END-UNSTRING
                     MOVE WS-LK-OWNER-IN TO WS-LK-OWNER (WS-LK-IDX)
                     MOVE WS-LK-ACCT-IN  TO WS-LK-ACCT (WS-LK-IDX)
                 END-READ
              END-PERFORM
              CLOSE BANKLINK-FILE
           END-IF.

       CLONE-LOTS-PARA.
           OPEN INPUT LOTS-FILE
           IF LOTS-FILE-STATUS NOT = "00"
              DISPLAY "NINJA LOTS NOT AVAILABLE, SKIPPED"
           ELSE
              OPEN OUTPUT UATLOT-FILE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ LOTS-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      ADD 1 TO WS-CNT-LOT-IN
                      PERFORM SELECT-LOT-PARA
                      IF WS-SELECTED = "Y"
                         WRITE UATLOT-REC FROM LOTS-REC
                         ADD 1 TO WS-CNT-LOT-OUT
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE UATLOT-FILE
              CLOSE LOTS-FILE
           END-IF.

       SELECT-LOT-PARA.
           MOVE "Y" TO WS-SELECTED
           IF WS-SAMPLING = "Y"
              MOVE SPACES TO WS-LK-OWNER-IN WS-LT-OWNER
              UNSTRING LOTS-REC DELIMITED BY ","
              INTO WS-LK-OWNER-IN WS-LK-OWNER-IN WS-LK-OWNER-IN
                   WS-LK-OWNER-IN WS-LT-OWNER
              END-UNSTRING
              SET WS-LK-IDX TO 1
              PERFORM UNTIL WS-LK-IDX > WS-LINK-COUNT
                 IF WS-LK-OWNER (WS-LK-IDX) = WS-LT-OWNER
                    AND WS-LT-OWNER NOT = SPACES
                    MOVE WS-LK-ACCT (WS-LK-IDX) TO WS-LOOK-ACCT
                    PERFORM LOOK-UP-ACCOUNT-PARA
                    SET WS-LK-IDX TO WS-LINK-COUNT
                 END-IF
                 SET WS-LK-IDX UP BY 1
              END-PERFORM
           END-IF.
