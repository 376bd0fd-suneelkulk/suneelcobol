       IDENTIFICATION DIVISION.
       PROGRAM-ID. bureauext.
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

           SELECT DOBMST-FILE ASSIGN TO "CUST-DOB.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS DOBMST-FILE-STATUS.

           SELECT BUREAU-FILE  ASSIGN TO "CREDIT-BUREAU.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS BUREAU-FILE-STATUS.

           SELECT REJECT-FILE  ASSIGN TO "BUREAU-REJECTS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS REJECT-FILE-STATUS.

           SELECT KEY-FILE    ASSIGN TO "CRYPTO-KEY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS KEY-FILE-STATUS.

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

       FD   DOBMST-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 DOBMST-REC              PIC X(60).

       FD   BUREAU-FILE  RECORD CONTAINS 200 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 BUREAU-REC              PIC X(200).

       FD   REJECT-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 REJECT-REC              PIC X(100).

       FD   KEY-FILE  RECORD CONTAINS 20 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 KEY-REC                 PIC X(20).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 LOANMST-FILE-STATUS  PIC X(02).
       01 LOANSCH-FILE-STATUS  PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 DOBMST-FILE-STATUS   PIC X(02).
       01 BUREAU-FILE-STATUS   PIC X(02).
       01 REJECT-FILE-STATUS   PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.

       01 WS-RUN-DATE          PIC X(08).
       01 WS-RUN-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-RUN-SPLIT REDEFINES WS-RUN-DATE-NUM.
          05 WS-RUN-YY         PIC 9(04).
          05 WS-RUN-MM         PIC 9(02).
          05 WS-RUN-DD         PIC 9(02).
       01 WS-CLOSE-CUTOFF      PIC 9(08) VALUE 0.
       01 WS-CUT-SPLIT REDEFINES WS-CLOSE-CUTOFF.
          05 WS-CUT-YY         PIC 9(04).
          05 WS-CUT-MM         PIC 9(02).
          05 WS-CUT-DD         PIC 9(02).
       01 WS-DUE-NUM           PIC 9(08) VALUE 0.
       01 WS-DPD               PIC S9(05) VALUE 0.

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
             10 WS-LN-RATE       PIC 9(02)V99.
             10 WS-LN-TERM       PIC 9(03).
             10 WS-LN-EMI        PIC 9(09)V99.
             10 WS-LN-OPEN       PIC X(08).
             10 WS-LN-OUTSTAND   PIC 9(09)V99.
             10 WS-LN-STATUS     PIC X(01).
             10 WS-LN-CLASS      PIC X(01).
             10 WS-LN-CLOSE-DATE PIC X(08).
             10 WS-LN-OLDEST-DUE PIC 9(08).
             10 WS-LN-OVD-AMT    PIC 9(09)V99.
             10 WS-LN-LAST-PAID  PIC X(08).
       01 WS-LOAN-COUNT        PIC 9(04) VALUE 0.
       01 WS-LN-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-LN-IDX      PIC 9(04) VALUE 0.

       01 WS-DOB-TABLE.
          05 WS-DB-ENTRY OCCURS 5000 TIMES INDEXED BY WS-DB-IDX.
             10 WS-DB-PAN        PIC X(10).
             10 WS-DB-DOB        PIC X(08).
       01 WS-DOB-COUNT         PIC 9(04) VALUE 0.
       01 WS-DB-FOUND          PIC X(01) VALUE "N".
       01 WS-DB-PAN-IN         PIC X(10).
       01 WS-DB-DOB-IN         PIC X(08).

       01 WS-LM-ACCT-IN        PIC X(14).
       01 WS-LM-SAVINGS-IN     PIC X(14).
       01 WS-LM-PRIN-IN        PIC X(12).
       01 WS-LM-RATE-IN        PIC X(05).
       01 WS-LM-TERM-IN        PIC X(03).
       01 WS-LM-EMI-IN         PIC X(12).
       01 WS-LM-OPEN-IN        PIC X(08).
       01 WS-LM-OUT-IN         PIC X(12).
       01 WS-LM-OVER-IN        PIC X(03).
       01 WS-LM-STATUS-IN      PIC X(01).
       01 WS-LM-CLASS-IN       PIC X(01).
       01 WS-LM-NPA-DATE-IN    PIC X(08).
       01 WS-LM-PROV-IN        PIC X(12).
       01 WS-LM-SUSP-IN        PIC X(12).
       01 WS-LM-CLOSE-IN       PIC X(08).

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

       01 WS-REPORT-OK         PIC X(01) VALUE "N".
       01 WS-BORROWER-NAME     PIC X(20).
       01 WS-BORROWER-DOB      PIC X(08).
       01 WS-BORROWER-CITY     PIC X(20).
       01 WS-BORROWER-ADDR     PIC X(90).

       01 WS-CTL-LOANS         PIC 9(05) VALUE 0.
       01 WS-CTL-REPORTED      PIC 9(07) VALUE 0.
       01 WS-CTL-SEGMENTS      PIC 9(07) VALUE 0.
       01 WS-CTL-REJECTED      PIC 9(05) VALUE 0.
       01 WS-TOT-OUTSTAND      PIC 9(13) VALUE 0.

       01 WS-HD-SEG.
          05 FILLER              PIC X(02) VALUE "HD".
          05 FILLER              PIC X(10) VALUE "SUNEELBANK".
          05 WS-HD-DATE          PIC X(08).
          05 WS-HD-CYCLE         PIC X(04).
          05 FILLER              PIC X(04) VALUE "CB01".
          05 FILLER              PIC X(172) VALUE SPACES.

       01 WS-PN-SEG.
          05 FILLER              PIC X(02) VALUE "PN".
          05 WS-PN-ACCT          PIC X(14).
          05 WS-PN-NAME          PIC X(40).
          05 WS-PN-DOB           PIC X(08).
          05 WS-PN-CITY          PIC X(20).
          05 WS-PN-ADDR          PIC X(90).
          05 FILLER              PIC X(26) VALUE SPACES.

       01 WS-ID-SEG.
          05 FILLER              PIC X(02) VALUE "ID".
          05 WS-ID-ACCT          PIC X(14).
          05 FILLER              PIC X(02) VALUE "01".
          05 WS-ID-PAN           PIC X(10).
          05 FILLER              PIC X(172) VALUE SPACES.

       01 WS-TL-SEG.
          05 FILLER              PIC X(02) VALUE "TL".
          05 WS-TL-ACCT          PIC X(14).
          05 FILLER              PIC X(02) VALUE "05".
          05 WS-TL-OWNERSHIP     PIC X(01) VALUE "1".
          05 WS-TL-OPEN          PIC X(08).
          05 WS-TL-LAST-PAID     PIC X(08).
          05 WS-TL-CLOSE         PIC X(08).
          05 WS-TL-REPORT-DATE   PIC X(08).
          05 WS-TL-SANCTION      PIC 9(11).
          05 WS-TL-OUTSTAND      PIC 9(11).
          05 WS-TL-OVERDUE       PIC 9(11).
          05 WS-TL-DPD           PIC 9(03).
          05 WS-TL-ASSET-CLASS   PIC X(02).
          05 WS-TL-RATE          PIC 9(02)V99.
          05 WS-TL-TERM          PIC 9(03).
          05 WS-TL-EMI           PIC 9(11).
          05 WS-TL-STATUS        PIC X(02).
          05 FILLER              PIC X(71) VALUE SPACES.

       01 WS-TR-SEG.
          05 FILLER              PIC X(02) VALUE "TR".
          05 WS-TR-ACCOUNTS      PIC 9(07).
          05 WS-TR-SEGMENTS      PIC 9(07).
          05 WS-TR-OUTSTAND      PIC 9(13).
          05 WS-TR-REJECTS       PIC 9(05).
          05 FILLER              PIC X(166) VALUE SPACES.

       01 WS-REJ-LINE.
          05 WS-RJ-LOAN          PIC X(14).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-RJ-SAVINGS       PIC X(14).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-RJ-NAME          PIC X(20).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-RJ-REASON        PIC X(30).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE CREDIT BUREAU EXTRACT PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-KEY-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           MOVE WS-RUN-DATE-NUM TO WS-CLOSE-CUTOFF.
           MOVE 1 TO WS-CUT-DD.
           IF WS-CUT-MM = 1
              MOVE 12 TO WS-CUT-MM
              SUBTRACT 1 FROM WS-CUT-YY
           ELSE
              SUBTRACT 1 FROM WS-CUT-MM
           END-IF.
           PERFORM LOAD-LOANS-PARA.
           IF WS-LOAN-COUNT = 0
              DISPLAY "NO LOANS ON FILE, NOTHING TO REPORT"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-SCHEDULE-PARA.
           PERFORM LOAD-DOB-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUSTMST-FILE.
           OPEN OUTPUT BUREAU-FILE.
           IF BUREAU-FILE-STATUS NOT = "00"
              DISPLAY "BUREAU FILE OPEN FAILED, STATUS="
                      BUREAU-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           MOVE WS-RUN-DATE TO WS-HD-DATE.
           MOVE WS-CYCLE-ID TO WS-HD-CYCLE.
           WRITE BUREAU-REC FROM WS-HD-SEG.
           SET WS-LN-IDX TO 1.
           PERFORM REPORT-ONE-PARA
                   UNTIL WS-LN-IDX > WS-LOAN-COUNT.
           MOVE WS-CTL-REPORTED TO WS-TR-ACCOUNTS.
           MOVE WS-CTL-SEGMENTS TO WS-TR-SEGMENTS.
           MOVE WS-TOT-OUTSTAND TO WS-TR-OUTSTAND.
           MOVE WS-CTL-REJECTED TO WS-TR-REJECTS.
           WRITE BUREAU-REC FROM WS-TR-SEG.
           CLOSE BUREAU-FILE.
           CLOSE REJECT-FILE.
           IF CUSTMST-FILE-STATUS = "00"
              CLOSE CUSTMST-FILE
           END-IF.
           CLOSE ACCTMST-FILE.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "CREDIT BUREAU EXTRACT SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  LOANS ON FILE     : " WS-LOAN-COUNT.
           DISPLAY "  IN SCOPE          : " WS-CTL-LOANS.
           DISPLAY "  ACCOUNTS REPORTED : " WS-CTL-REPORTED.
           DISPLAY "  SEGMENTS WRITTEN  : " WS-CTL-SEGMENTS.
           DISPLAY "  REJECTED          : " WS-CTL-REJECTED.
           DISPLAY "  TOTAL OUTSTANDING : " WS-TOT-OUTSTAND.

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
                     MOVE SPACES TO WS-LM-CLASS-IN
                                    WS-LM-CLOSE-IN
                     UNSTRING LOANMST-REC DELIMITED BY ","
                     INTO  WS-LM-ACCT-IN
                           WS-LM-SAVINGS-IN
                           WS-LM-PRIN-IN
                           WS-LM-RATE-IN
                           WS-LM-TERM-IN
                           WS-LM-EMI-IN
                           WS-LM-OPEN-IN
                           WS-LM-OUT-IN
                           WS-LM-OVER-IN
                           WS-LM-STATUS-IN
                           WS-LM-CLASS-IN
                           WS-LM-NPA-DATE-IN
                           WS-LM-PROV-IN
                           WS-LM-SUSP-IN
                           WS-LM-CLOSE-IN
                     END-UNSTRING
                     MOVE WS-LM-ACCT-IN
                          TO WS-LN-ACCT (WS-LN-IDX)
                     MOVE WS-LM-SAVINGS-IN
                          TO WS-LN-SAVINGS (WS-LN-IDX)
                     COMPUTE WS-LN-PRINCIPAL (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-PRIN-IN)
                     COMPUTE WS-LN-RATE (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-RATE-IN)
                     COMPUTE WS-LN-TERM (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-TERM-IN)
                     COMPUTE WS-LN-EMI (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-EMI-IN)
                     MOVE WS-LM-OPEN-IN
                          TO WS-LN-OPEN (WS-LN-IDX)
                     COMPUTE WS-LN-OUTSTAND (WS-LN-IDX) =
                             FUNCTION NUMVAL(WS-LM-OUT-IN)
                     MOVE WS-LM-STATUS-IN
                          TO WS-LN-STATUS (WS-LN-IDX)
                     IF WS-LM-CLASS-IN = SPACES
                        MOVE "S" TO WS-LN-CLASS (WS-LN-IDX)
                     ELSE
                        MOVE WS-LM-CLASS-IN
                             TO WS-LN-CLASS (WS-LN-IDX)
                     END-IF
                     IF WS-LM-CLOSE-IN = SPACES
                        MOVE "00000000" TO WS-LN-CLOSE-DATE (WS-LN-IDX)
                     ELSE
                        MOVE WS-LM-CLOSE-IN
                             TO WS-LN-CLOSE-DATE (WS-LN-IDX)
                     END-IF
                     MOVE 0 TO WS-LN-OLDEST-DUE (WS-LN-IDX)
                               WS-LN-OVD-AMT (WS-LN-IDX)
                     MOVE "00000000" TO WS-LN-LAST-PAID (WS-LN-IDX)
                 END-READ
              END-PERFORM
              CLOSE LOANMST-FILE
           ELSE
              DISPLAY "LOAN MASTER NOT FOUND"
           END-IF.

       LOAD-SCHEDULE-PARA.
           OPEN INPUT LOANSCH-FILE
           IF LOANSCH-FILE-STATUS = "00"
              PERFORM UNTIL LOANSCH-FILE-STATUS NOT = "00"
                 READ LOANSCH-FILE
                   AT END
                     MOVE "10" TO LOANSCH-FILE-STATUS
                   NOT AT END
                     MOVE "0"    TO WS-SC-PENAL-IN
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
                     IF WS-SC-STATUS-IN = "O" OR "P"
                        PERFORM FIND-LOAN-PARA
                        IF WS-LN-FOUND = "Y"
                           PERFORM AGE-ROW-PARA
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE LOANSCH-FILE
           ELSE
              DISPLAY "LOAN SCHEDULE NOT FOUND, DPD REPORTED AS ZERO"
           END-IF.

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

       AGE-ROW-PARA.
           SET WS-LN-IDX TO WS-FOUND-LN-IDX
           IF WS-SC-STATUS-IN = "O"
              MOVE WS-SC-DUE-IN TO WS-DUE-NUM
              IF WS-LN-OLDEST-DUE (WS-LN-IDX) = 0
                 OR WS-DUE-NUM < WS-LN-OLDEST-DUE (WS-LN-IDX)
                 MOVE WS-DUE-NUM TO WS-LN-OLDEST-DUE (WS-LN-IDX)
              END-IF
              COMPUTE WS-LN-OVD-AMT (WS-LN-IDX) =
                      WS-LN-OVD-AMT (WS-LN-IDX)
                    + FUNCTION NUMVAL(WS-SC-EMI-IN)
                    + FUNCTION NUMVAL(WS-SC-PENAL-IN)
           ELSE
              IF WS-SC-PAID-DATE-IN = SPACES
                 OR WS-SC-PAID-DATE-IN = "00000000"
                 MOVE WS-SC-DUE-IN TO WS-SC-PAID-DATE-IN
              END-IF
              IF WS-SC-PAID-DATE-IN > WS-LN-LAST-PAID (WS-LN-IDX)
                 MOVE WS-SC-PAID-DATE-IN TO WS-LN-LAST-PAID (WS-LN-IDX)
              END-IF
           END-IF.

       LOAD-DOB-PARA.
           MOVE 0 TO WS-DOB-COUNT
           OPEN INPUT DOBMST-FILE
           IF DOBMST-FILE-STATUS = "00"
              PERFORM UNTIL DOBMST-FILE-STATUS NOT = "00"
                 READ DOBMST-FILE
                   AT END
                     MOVE "10" TO DOBMST-FILE-STATUS
                   NOT AT END
                     IF WS-DOB-COUNT < 5000
                        ADD 1 TO WS-DOB-COUNT
                        SET WS-DB-IDX TO WS-DOB-COUNT
                        UNSTRING DOBMST-REC DELIMITED BY ","
                        INTO  WS-DB-PAN-IN
                              WS-DB-DOB-IN
                        END-UNSTRING
                        MOVE WS-DB-PAN-IN TO WS-DB-PAN (WS-DB-IDX)
                        MOVE WS-DB-DOB-IN TO WS-DB-DOB (WS-DB-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE DOBMST-FILE
           ELSE
              DISPLAY "DOB REGISTER NOT FOUND, DATES OF BIRTH BLANK"
           END-IF.

       FIND-DOB-PARA.
           MOVE "N" TO WS-DB-FOUND
           MOVE SPACES TO WS-BORROWER-DOB
           SET WS-DB-IDX TO 1
           PERFORM UNTIL WS-DB-IDX > WS-DOB-COUNT
                      OR WS-DB-FOUND = "Y"
              IF WS-DB-PAN (WS-DB-IDX) = WS-AM-PAN
                 MOVE "Y" TO WS-DB-FOUND
                 MOVE WS-DB-DOB (WS-DB-IDX) TO WS-BORROWER-DOB
              END-IF
              SET WS-DB-IDX UP BY 1
           END-PERFORM.

       REPORT-ONE-PARA.
           IF WS-LN-STATUS (WS-LN-IDX) = "A"
              OR (WS-LN-STATUS (WS-LN-IDX) = "C"
                  AND WS-LN-CLOSE-DATE (WS-LN-IDX) NOT = "00000000"
                  AND WS-LN-CLOSE-DATE (WS-LN-IDX) >= WS-CLOSE-CUTOFF)
              ADD 1 TO WS-CTL-LOANS
              PERFORM GET-BORROWER-PARA
              IF WS-REPORT-OK = "Y"
                 PERFORM WRITE-SEGMENTS-PARA
              END-IF
           END-IF
           SET WS-LN-IDX UP BY 1.
            EXIT.

       GET-BORROWER-PARA.
           MOVE "Y" TO WS-REPORT-OK
           MOVE SPACES TO WS-AM-PAN WS-BORROWER-NAME WS-BORROWER-CITY
                          WS-BORROWER-ADDR WS-BORROWER-DOB
           MOVE WS-LN-SAVINGS (WS-LN-IDX) TO AM-ACCT-NUM
           READ ACCTMST-FILE
             INVALID KEY
               MOVE "LINKED ACCOUNT NOT ON MASTER" TO WS-RJ-REASON
               MOVE "N" TO WS-REPORT-OK
             NOT INVALID KEY
               MOVE AM-PAN  TO WS-AM-PAN
               MOVE AM-CUST TO WS-BORROWER-NAME
               MOVE AM-CITY TO WS-BORROWER-CITY
               MOVE AM-ADDR TO WS-BORROWER-ADDR
           END-READ
           IF WS-REPORT-OK = "Y"
              IF CUSTMST-FILE-STATUS = "00"
                 AND WS-AM-PAN NOT = SPACES
                 MOVE WS-AM-PAN TO CM-PAN
                 READ CUSTMST-FILE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE CM-CUST TO WS-BORROWER-NAME
                     MOVE CM-CITY TO WS-BORROWER-CITY
                     MOVE CM-ADDR TO WS-BORROWER-ADDR
                 END-READ
              END-IF
              PERFORM DECIPHER-PAN-PARA
              EVALUATE TRUE
                 WHEN WS-AM-PAN = SPACES
                    MOVE "NO PAN ON ACCOUNT" TO WS-RJ-REASON
                    MOVE "N" TO WS-REPORT-OK
                 WHEN WS-F60-SURROGATE = "Y"
                    MOVE "FORM 60 CUSTOMER - NO PAN" TO WS-RJ-REASON
                    MOVE "N" TO WS-REPORT-OK
                 WHEN WS-BORROWER-NAME = SPACES
                    MOVE "BORROWER NAME MISSING" TO WS-RJ-REASON
                    MOVE "N" TO WS-REPORT-OK
              END-EVALUATE
           END-IF
           IF WS-REPORT-OK NOT = "Y"
              ADD 1 TO WS-CTL-REJECTED
              MOVE WS-LN-ACCT (WS-LN-IDX)    TO WS-RJ-LOAN
              MOVE WS-LN-SAVINGS (WS-LN-IDX) TO WS-RJ-SAVINGS
              MOVE WS-BORROWER-NAME          TO WS-RJ-NAME
              WRITE REJECT-REC FROM WS-REJ-LINE
           ELSE
              PERFORM FIND-DOB-PARA
           END-IF.

       WRITE-SEGMENTS-PARA.
           ADD 1 TO WS-CTL-REPORTED
           MOVE WS-LN-ACCT (WS-LN-IDX) TO WS-PN-ACCT
           MOVE WS-BORROWER-NAME       TO WS-PN-NAME
           MOVE WS-BORROWER-DOB        TO WS-PN-DOB
           MOVE WS-BORROWER-CITY       TO WS-PN-CITY
           MOVE WS-BORROWER-ADDR       TO WS-PN-ADDR
           WRITE BUREAU-REC FROM WS-PN-SEG
           MOVE WS-LN-ACCT (WS-LN-IDX) TO WS-ID-ACCT
           MOVE WS-AM-PAN-CLR          TO WS-ID-PAN
           WRITE BUREAU-REC FROM WS-ID-SEG
           MOVE WS-LN-ACCT (WS-LN-IDX)      TO WS-TL-ACCT
           MOVE WS-LN-OPEN (WS-LN-IDX)      TO WS-TL-OPEN
           MOVE WS-LN-LAST-PAID (WS-LN-IDX) TO WS-TL-LAST-PAID
           MOVE WS-LN-CLOSE-DATE (WS-LN-IDX) TO WS-TL-CLOSE
           MOVE WS-RUN-DATE                 TO WS-TL-REPORT-DATE
           COMPUTE WS-TL-SANCTION ROUNDED = WS-LN-PRINCIPAL (WS-LN-IDX)
           COMPUTE WS-TL-OUTSTAND ROUNDED = WS-LN-OUTSTAND (WS-LN-IDX)
           COMPUTE WS-TL-OVERDUE ROUNDED = WS-LN-OVD-AMT (WS-LN-IDX)
           COMPUTE WS-TL-EMI ROUNDED = WS-LN-EMI (WS-LN-IDX)
           MOVE WS-LN-RATE (WS-LN-IDX)      TO WS-TL-RATE
           MOVE WS-LN-TERM (WS-LN-IDX)      TO WS-TL-TERM
           MOVE 0 TO WS-DPD
           IF WS-LN-OLDEST-DUE (WS-LN-IDX) > 0
              COMPUTE WS-DPD =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
                 FUNCTION INTEGER-OF-DATE(WS-LN-OLDEST-DUE (WS-LN-IDX))
              IF WS-DPD < 0
                 MOVE 0 TO WS-DPD
              END-IF
              IF WS-DPD > 999
                 MOVE 999 TO WS-DPD
              END-IF
           END-IF
           MOVE WS-DPD TO WS-TL-DPD
           EVALUATE WS-LN-CLASS (WS-LN-IDX)
              WHEN "B"
                 MOVE "02" TO WS-TL-ASSET-CLASS
              WHEN "D"
                 MOVE "03" TO WS-TL-ASSET-CLASS
              WHEN "L"
                 MOVE "04" TO WS-TL-ASSET-CLASS
              WHEN OTHER
                 MOVE "01" TO WS-TL-ASSET-CLASS
           END-EVALUATE
           IF WS-LN-STATUS (WS-LN-IDX) = "C"
              MOVE "CL" TO WS-TL-STATUS
           ELSE
              MOVE "AC" TO WS-TL-STATUS
           END-IF
           WRITE BUREAU-REC FROM WS-TL-SEG
           ADD 3 TO WS-CTL-SEGMENTS
           ADD WS-TL-OUTSTAND TO WS-TOT-OUTSTAND.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "BUREAUEXT"        TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-LOANS       TO WS-OPL-IN-COUNT
           MOVE WS-CTL-REPORTED    TO WS-OPL-OUT-COUNT
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
