       IDENTIFICATION DIVISION.
       PROGRAM-ID. cdqscore.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMST-FILE  ASSIGN TO "CUST-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS CM-PAN
                               FILE STATUS IS CUSTMST-FILE-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO "ACCOUNT-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AM-ACCT-NUM
                               ALTERNATE RECORD KEY IS AM-PAN
                                   WITH DUPLICATES
                               FILE STATUS IS ACCTMST-FILE-STATUS.

           SELECT STATUS-FILE  ASSIGN TO "NOTIFY-STATUS.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS STATUS-FILE-STATUS.

           SELECT PINST-FILE  ASSIGN TO "PIN-STATE.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PINST-FILE-STATUS.

           SELECT PINMST-FILE  ASSIGN TO "PINCODE-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PINMST-FILE-STATUS.

           SELECT SCORE-FILE  ASSIGN TO "CONTACT-DQ-SCORECARD.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS SCORE-FILE-STATUS.

           SELECT WORK-FILE  ASSIGN TO "CONTACT-DQ-WORKLIST.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS WORK-FILE-STATUS.

           SELECT CAMPAIGN-FILE ASSIGN TO "CONTACT-DQ-CAMPAIGN.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CAMPAIGN-FILE-STATUS.

           SELECT NOTIFY-FILE  ASSIGN TO "NOTIFICATION-QUEUE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS NOTIFY-FILE-STATUS.

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
       FD   CUSTMST-FILE  RECORD CONTAINS 205 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CUST-MASTER-REC.
          COPY CUSTMST.

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   STATUS-FILE  RECORD CONTAINS 110 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 STATUS-REC              PIC X(110).

       FD   PINST-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PINST-REC               PIC X(30).

       FD   PINMST-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PINMST-REC              PIC X(120).

       FD   SCORE-FILE  RECORD CONTAINS 132 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 SCORE-REC               PIC X(132).

       FD   WORK-FILE  RECORD CONTAINS 90 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 WORK-REC                PIC X(90).

       FD   CAMPAIGN-FILE  RECORD CONTAINS 124 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CAMPAIGN-REC            PIC X(124).

       FD   NOTIFY-FILE  RECORD CONTAINS 124 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 NOTIFY-REC.
          05 NF-CUST              PIC X(20).
          05 NF-EMAIL             PIC X(40).
          05 NF-MOBILE            PIC X(10).
          05 NF-ACCNUM            PIC X(14).
          05 NF-MESSAGE           PIC X(40).

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
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 STATUS-FILE-STATUS   PIC X(02).
       01 PINST-FILE-STATUS    PIC X(02).
       01 PINMST-FILE-STATUS   PIC X(02).
       01 SCORE-FILE-STATUS    PIC X(02).
       01 WORK-FILE-STATUS     PIC X(02).
       01 CAMPAIGN-FILE-STATUS PIC X(02).
       01 NOTIFY-FILE-STATUS   PIC X(02).
       01 KEY-FILE-STATUS      PIC X(02).
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
       01 WS-XREF-EOF          PIC X(01) VALUE "N".
       01 WS-FAIL-LIMIT        PIC 9(02) VALUE 2.
       01 WS-CAMPAIGN-MSG      PIC X(40) VALUE
          "PLEASE UPDATE YOUR CONTACT DETAILS".

       01 WS-CRYPTO-KEY        PIC X(16) VALUE SPACES.
       01 WS-F60-SURROGATE     PIC X(01) VALUE "N".
       01 WS-CR-PARMS.
          05 WS-CR-FUNC         PIC X(01).
          05 WS-CR-KEY          PIC X(16).
          05 WS-CR-PAN-IN       PIC X(10).
          05 WS-CR-PAN-OUT      PIC X(10).
          05 WS-CR-AADHAR-IN    PIC X(12).
          05 WS-CR-AADHAR-OUT   PIC X(12).
       01 WS-AM-PAN            PIC X(10).
       01 WS-AM-PAN-CLR        PIC X(10).
       01 WS-MK-PARMS.
          05 WS-MK-PAN-IN       PIC X(10).
          05 WS-MK-PAN-OUT      PIC X(10).
          05 WS-MK-AADHAR-IN    PIC X(12).
          05 WS-MK-AADHAR-OUT   PIC X(12).

       01 WS-CIF-TABLE.
          05 WS-CF-ENTRY OCCURS 10000 TIMES INDEXED BY WS-CF-IDX.
             10 WS-CF-PAN        PIC X(10).
             10 WS-CF-CUST       PIC X(20).
             10 WS-CF-AADHAR     PIC X(12).
             10 WS-CF-EMAIL      PIC X(40).
             10 WS-CF-MOBILE     PIC X(10).
             10 WS-CF-EMAIL-ST   PIC X(01).
             10 WS-CF-MOBILE-ST  PIC X(01).
             10 WS-CF-ADDR-ST    PIC X(01).
             10 WS-CF-SHARED     PIC X(01).
             10 WS-CF-EMAIL-FAIL PIC X(01).
             10 WS-CF-SMS-FAIL   PIC X(01).
             10 WS-CF-ACTIVE     PIC X(01).
             10 WS-CF-IFSC       PIC X(11).
             10 WS-CF-ACCT       PIC X(14).
       01 WS-CIF-COUNT         PIC 9(05) VALUE 0.
       01 WS-CMP-I             PIC 9(05) VALUE 0.
       01 WS-CMP-J             PIC 9(05) VALUE 0.
       01 WS-RELATED           PIC X(01) VALUE "N".

       01 WS-PAIR-TABLE.
          05 WS-JP-ENTRY OCCURS 10000 TIMES INDEXED BY WS-JP-IDX.
             10 WS-JP-PAN        PIC X(10).
             10 WS-JP-JOINT      PIC X(10).
       01 WS-PAIR-COUNT        PIC 9(05) VALUE 0.

       01 WS-FAIL-TABLE.
          05 WS-FL-ENTRY OCCURS 2000 TIMES INDEXED BY WS-FL-IDX.
             10 WS-FL-ACCT       PIC X(14).
             10 WS-FL-CHANNEL    PIC X(05).
       01 WS-FAIL-COUNT        PIC 9(04) VALUE 0.
       01 WS-ST-ACCT-IN        PIC X(14).
       01 WS-ST-CHANNEL-IN     PIC X(05).
       01 WS-ST-CUST-IN        PIC X(20).
       01 WS-ST-MESSAGE-IN     PIC X(40).
       01 WS-ST-STATUS-IN      PIC X(07).
       01 WS-ST-DATE-IN        PIC X(08).
       01 WS-ST-CYCLE-IN       PIC X(04).
       01 WS-ST-ATT-IN         PIC X(02).

       01 WS-PIN-TABLE.
          05 WS-PS-ENTRY OCCURS 200 TIMES INDEXED BY WS-PS-IDX.
             10 WS-PS-PREFIX     PIC X(02).
             10 WS-PS-STATE      PIC X(20).
       01 WS-PIN-COUNT         PIC 9(03) VALUE 0.
       01 WS-PS-FOUND          PIC X(01) VALUE "N".
       01 WS-PS-PREFIX-IN      PIC X(02).
       01 WS-PS-STATE-IN       PIC X(20).

       01 WS-PM-TABLE.
          05 WS-PM-ENTRY OCCURS 5000 TIMES INDEXED BY WS-PM-IDX.
             10 WS-PM-CODE       PIC X(06).
             10 WS-PM-STATE      PIC X(20).
       01 WS-PM-COUNT          PIC 9(04) VALUE 0.
       01 WS-PM-FOUND          PIC X(01) VALUE "N".
       01 WS-PM-CODE-IN        PIC X(06).
       01 WS-PM-PO-IN          PIC X(30).
       01 WS-PM-DIST-IN        PIC X(30).
       01 WS-PM-STATE-IN       PIC X(20).
       01 WS-PM-STATE-CMP      PIC X(20).

       01 WS-ADDR-FIELDS.
          COPY WSADDR.
       01 WS-ADDR-WORK         PIC X(90).
       01 WS-ADDR-HOLD         PIC X(90).
       01 WS-WORK-LEN          PIC 9(03) VALUE 0.
       01 WS-SCAN-POS          PIC 9(03) VALUE 0.
       01 WS-DASH-POS          PIC 9(03) VALUE 0.
       01 WS-COMMA-POS         PIC 9(03) VALUE 0.

       01 WS-EM-LEN            PIC 9(02) VALUE 0.
       01 WS-DOM-LEN           PIC 9(02) VALUE 0.
       01 WS-AT-POS            PIC 9(02) VALUE 0.
       01 WS-AT-COUNT          PIC 9(02) VALUE 0.
       01 WS-SP-COUNT          PIC 9(02) VALUE 0.
       01 WS-DOT-COUNT         PIC 9(02) VALUE 0.
       01 WS-SAME-COUNT        PIC 9(02) VALUE 0.
       01 WS-FIRST-DIGIT       PIC X(01).
       01 WS-ISSUES            PIC 9(02) VALUE 0.
       01 WS-USE-EMAIL         PIC X(40).
       01 WS-USE-MOBILE        PIC X(10).

       01 WS-BRANCH-TABLE.
          05 WS-BR-ENTRY OCCURS 200 TIMES INDEXED BY WS-BR-IDX.
             10 WS-BR-IFSC       PIC X(11).
             10 WS-BR-CIFS       PIC 9(05).
             10 WS-BR-EMAIL      PIC 9(05).
             10 WS-BR-MOBILE     PIC 9(05).
             10 WS-BR-SHARED     PIC 9(05).
             10 WS-BR-ADDR       PIC 9(05).
             10 WS-BR-DLVFAIL    PIC 9(05).
             10 WS-BR-UNREACH    PIC 9(05).
             10 WS-BR-CLEAN      PIC 9(05).
       01 WS-BRANCH-COUNT      PIC 9(03) VALUE 0.
       01 WS-BR-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-BR-IDX      PIC 9(03) VALUE 0.

       01 WS-CTL-CIFS          PIC 9(07) VALUE 0.
       01 WS-CTL-INACTIVE      PIC 9(07) VALUE 0.
       01 WS-CTL-SCORED        PIC 9(07) VALUE 0.
       01 WS-CTL-EMAIL         PIC 9(07) VALUE 0.
       01 WS-CTL-MOBILE        PIC 9(07) VALUE 0.
       01 WS-CTL-SHARED        PIC 9(07) VALUE 0.
       01 WS-CTL-ADDR          PIC 9(07) VALUE 0.
       01 WS-CTL-DLVFAIL       PIC 9(07) VALUE 0.
       01 WS-CTL-UNREACH       PIC 9(07) VALUE 0.
       01 WS-CTL-CLEAN         PIC 9(07) VALUE 0.
       01 WS-CTL-WORKLIST      PIC 9(07) VALUE 0.
       01 WS-CTL-CAMPAIGN      PIC 9(07) VALUE 0.

       01 WS-WORK-LINE.
          05 WS-WK-IFSC          PIC X(11).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WK-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WK-CUST          PIC X(20).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WK-PAN           PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WK-ISSUE         PIC X(30).

       01 WH-SCORE-HDR1.
          05 FILLER PIC X(33) VALUE
             "CONTACT DATA QUALITY SCORECARD - ".
          05 WS-SH-MONTH         PIC X(06).
          05 FILLER PIC X(10) VALUE "  RUN ON ".
          05 WS-SH-DATE          PIC X(08).
       01 WH-SCORE-HDR2.
          05 FILLER PIC X(13) VALUE "BRANCH".
          05 FILLER PIC X(09) VALUE "    CIFS".
          05 FILLER PIC X(09) VALUE "   EMAIL".
          05 FILLER PIC X(09) VALUE "  MOBILE".
          05 FILLER PIC X(09) VALUE "  SHARED".
          05 FILLER PIC X(09) VALUE " ADDRESS".
          05 FILLER PIC X(09) VALUE "DLV FAIL".
          05 FILLER PIC X(09) VALUE " UNREACH".
          05 FILLER PIC X(09) VALUE "   CLEAN".
          05 FILLER PIC X(07) VALUE " SCORE%".
       01 WS-SCORE-DETAIL.
          05 WS-SD-IFSC          PIC X(11).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-SD-CIFS          PIC ZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-SD-EMAIL         PIC ZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-SD-MOBILE        PIC ZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-SD-SHARED        PIC ZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-SD-ADDR          PIC ZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-SD-DLVFAIL       PIC ZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-SD-UNREACH       PIC ZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-SD-CLEAN         PIC ZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-SD-SCORE         PIC ZZ9.9.
       01 WS-SCORE-PCT         PIC 9(03)V9 VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE CONTACT DATA QUALITY PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-KEY-PARA.
           PERFORM LOAD-PIN-MASTER-PARA.
           PERFORM LOAD-PIN-STATE-PARA.
           PERFORM LOAD-FAILURES-PARA.
           OPEN INPUT CUSTMST-FILE.
           IF CUSTMST-FILE-STATUS NOT = "00"
              DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS="
                      CUSTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "N" TO EOF.
           PERFORM LOAD-CIF-PARA UNTIL EOF = "Y".
           CLOSE CUSTMST-FILE.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET WS-CF-IDX TO 1.
           PERFORM UNTIL WS-CF-IDX > WS-CIF-COUNT
              PERFORM SCAN-ACCOUNTS-PARA
              SET WS-CF-IDX UP BY 1
           END-PERFORM.
           CLOSE ACCTMST-FILE.
           PERFORM VARYING WS-CMP-I FROM 1 BY 1
                   UNTIL WS-CMP-I >= WS-CIF-COUNT
              IF WS-CF-MOBILE-ST (WS-CMP-I) = "O"
                 AND WS-CF-ACTIVE (WS-CMP-I) = "Y"
                 PERFORM VARYING WS-CMP-J FROM 1 BY 1
                         UNTIL WS-CMP-J > WS-CIF-COUNT
                    IF WS-CMP-J > WS-CMP-I
                       AND WS-CF-MOBILE (WS-CMP-J) =
                           WS-CF-MOBILE (WS-CMP-I)
                       AND WS-CF-ACTIVE (WS-CMP-J) = "Y"
                       PERFORM COMPARE-PAIR-PARA
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           OPEN OUTPUT WORK-FILE.
           IF WORK-FILE-STATUS NOT = "00"
              DISPLAY "REMEDIATION WORKLIST OPEN FAILED, STATUS="
                      WORK-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CAMPAIGN-FILE.
           IF CAMPAIGN-FILE-STATUS NOT = "00"
              DISPLAY "CAMPAIGN FILE OPEN FAILED, STATUS="
                      CAMPAIGN-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM OPEN-NOTIFY-PARA.
           SET WS-CF-IDX TO 1.
           PERFORM UNTIL WS-CF-IDX > WS-CIF-COUNT
              IF WS-CF-ACTIVE (WS-CF-IDX) = "Y"
                 PERFORM SCORE-CIF-PARA
              ELSE
                 ADD 1 TO WS-CTL-INACTIVE
              END-IF
              SET WS-CF-IDX UP BY 1
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE CAMPAIGN-FILE.
           CLOSE NOTIFY-FILE.
           PERFORM WRITE-SCORECARD-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "CONTACT DATA QUALITY SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  CIF RECORDS READ     : " WS-CTL-CIFS.
           DISPLAY "  NO LIVE ACCOUNT      : " WS-CTL-INACTIVE.
           DISPLAY "  CIFS SCORED          : " WS-CTL-SCORED.
           DISPLAY "  EMAIL MISSING/BAD    : " WS-CTL-EMAIL.
           DISPLAY "  MOBILE MISSING/BAD   : " WS-CTL-MOBILE.
           DISPLAY "  MOBILE SHARED        : " WS-CTL-SHARED.
           DISPLAY "  ADDRESS PIN/STATE    : " WS-CTL-ADDR.
           DISPLAY "  REPEATED DLV FAILURE : " WS-CTL-DLVFAIL.
           DISPLAY "  NO USABLE CHANNEL    : " WS-CTL-UNREACH.
           DISPLAY "  CLEAN                : " WS-CTL-CLEAN.
           DISPLAY "  WORKLIST LINES       : " WS-CTL-WORKLIST.
           DISPLAY "  CAMPAIGN NOTICES     : " WS-CTL-CAMPAIGN.

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

       LOAD-PIN-STATE-PARA.
           MOVE 0 TO WS-PIN-COUNT
           OPEN INPUT PINST-FILE
           IF PINST-FILE-STATUS = "00"
              PERFORM UNTIL PINST-FILE-STATUS NOT = "00"
                 READ PINST-FILE
                   AT END
                     MOVE "10" TO PINST-FILE-STATUS
                   NOT AT END
                     IF PINST-REC(1:2) NUMERIC
                        AND WS-PIN-COUNT < 200
                        UNSTRING PINST-REC DELIMITED BY ","
                        INTO     WS-PS-PREFIX-IN
                                 WS-PS-STATE-IN
                        END-UNSTRING
                        ADD 1 TO WS-PIN-COUNT
                        SET WS-PS-IDX TO WS-PIN-COUNT
                        MOVE WS-PS-PREFIX-IN TO WS-PS-PREFIX (WS-PS-IDX)
                        MOVE WS-PS-STATE-IN  TO WS-PS-STATE (WS-PS-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE PINST-FILE
           ELSE
              DISPLAY "PIN-STATE TABLE NOT FOUND, PINCODE FORMAT "
                      "CHECKED WITHOUT STATE MATCH"
           END-IF.

       LOAD-PIN-MASTER-PARA.
           MOVE 0 TO WS-PM-COUNT
           OPEN INPUT PINMST-FILE
           IF PINMST-FILE-STATUS = "00"
              PERFORM UNTIL PINMST-FILE-STATUS NOT = "00"
                 READ PINMST-FILE
                   AT END
                     MOVE "10" TO PINMST-FILE-STATUS
                   NOT AT END
                     IF WS-PM-COUNT >= 5000
                        DISPLAY "PINCODE TABLE CAPACITY EXCEEDED AT "
                                "5000 ENTRIES - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     UNSTRING PINMST-REC DELIMITED BY ","
                     INTO     WS-PM-CODE-IN
                              WS-PM-PO-IN
                              WS-PM-DIST-IN
                              WS-PM-STATE-IN
                     END-UNSTRING
                     ADD 1 TO WS-PM-COUNT
                     SET WS-PM-IDX TO WS-PM-COUNT
                     MOVE WS-PM-CODE-IN  TO WS-PM-CODE (WS-PM-IDX)
                     MOVE WS-PM-STATE-IN TO WS-PM-STATE (WS-PM-IDX)
                 END-READ
              END-PERFORM
              CLOSE PINMST-FILE
              DISPLAY "PINCODE MASTER LOADED, PINCODES CHECKED "
                      "EXACTLY: " WS-PM-COUNT
           END-IF.

       LOAD-FAILURES-PARA.
           MOVE 0 TO WS-FAIL-COUNT
           OPEN INPUT STATUS-FILE
           IF STATUS-FILE-STATUS = "00"
              PERFORM UNTIL STATUS-FILE-STATUS NOT = "00"
                 READ STATUS-FILE
                   AT END
                     MOVE "10" TO STATUS-FILE-STATUS
                   NOT AT END
                     MOVE SPACES TO WS-ST-ATT-IN
                     UNSTRING STATUS-REC DELIMITED BY ","
                     INTO     WS-ST-ACCT-IN
                              WS-ST-CHANNEL-IN
                              WS-ST-CUST-IN
                              WS-ST-MESSAGE-IN
                              WS-ST-STATUS-IN
                              WS-ST-DATE-IN
                              WS-ST-CYCLE-IN
                              WS-ST-ATT-IN
                     END-UNSTRING
                     IF WS-ST-STATUS-IN = "FAILED"
                        AND WS-ST-ATT-IN NUMERIC
                        AND WS-ST-ATT-IN >= WS-FAIL-LIMIT
                        AND WS-FAIL-COUNT < 2000
                        ADD 1 TO WS-FAIL-COUNT
                        SET WS-FL-IDX TO WS-FAIL-COUNT
                        MOVE WS-ST-ACCT-IN    TO WS-FL-ACCT (WS-FL-IDX)
                        MOVE WS-ST-CHANNEL-IN
                             TO WS-FL-CHANNEL (WS-FL-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE STATUS-FILE
           ELSE
              DISPLAY "NOTIFICATION STATUS FILE NOT FOUND, DELIVERY "
                      "FAILURES NOT SCORED"
           END-IF.

       LOAD-CIF-PARA.
           READ CUSTMST-FILE AT END
                MOVE "Y" TO EOF
           END-READ.
           IF EOF NOT = "Y"
              IF WS-CIF-COUNT >= 10000
                 DISPLAY "CIF TABLE CAPACITY EXCEEDED AT 10000 - "
                         "RUN STOPPED"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CTL-CIFS
              ADD 1 TO WS-CIF-COUNT
              SET WS-CF-IDX TO WS-CIF-COUNT
              MOVE CM-PAN        TO WS-CF-PAN (WS-CF-IDX)
              MOVE CM-CUST       TO WS-CF-CUST (WS-CF-IDX)
              MOVE CM-AADHAR     TO WS-CF-AADHAR (WS-CF-IDX)
              MOVE CM-EMAIL      TO WS-CF-EMAIL (WS-CF-IDX)
              MOVE CM-MOBILE     TO WS-CF-MOBILE (WS-CF-IDX)
              MOVE "N"    TO WS-CF-SHARED (WS-CF-IDX)
              MOVE "N"    TO WS-CF-EMAIL-FAIL (WS-CF-IDX)
              MOVE "N"    TO WS-CF-SMS-FAIL (WS-CF-IDX)
              MOVE "N"    TO WS-CF-ACTIVE (WS-CF-IDX)
              MOVE SPACES TO WS-CF-IFSC (WS-CF-IDX)
              MOVE SPACES TO WS-CF-ACCT (WS-CF-IDX)
              PERFORM CHECK-EMAIL-PARA
              PERFORM CHECK-MOBILE-PARA
              PERFORM CHECK-ADDRESS-PARA
           END-IF.
            EXIT.

       CHECK-EMAIL-PARA.
           MOVE "O" TO WS-CF-EMAIL-ST (WS-CF-IDX)
           IF CM-EMAIL = SPACES
              MOVE "M" TO WS-CF-EMAIL-ST (WS-CF-IDX)
           ELSE
              MOVE 40 TO WS-EM-LEN
              PERFORM UNTIL WS-EM-LEN < 2
                         OR CM-EMAIL(WS-EM-LEN:1) NOT = SPACE
                 SUBTRACT 1 FROM WS-EM-LEN
              END-PERFORM
              MOVE 0 TO WS-AT-COUNT WS-SP-COUNT WS-AT-POS WS-DOT-COUNT
              INSPECT CM-EMAIL(1:WS-EM-LEN)
                      TALLYING WS-AT-COUNT FOR ALL "@"
                               WS-SP-COUNT FOR ALL SPACE
              INSPECT CM-EMAIL
                      TALLYING WS-AT-POS FOR CHARACTERS
                               BEFORE INITIAL "@"
              IF WS-AT-COUNT NOT = 1 OR WS-SP-COUNT > 0
                 OR WS-AT-POS = 0
                 OR WS-AT-POS + 2 >= WS-EM-LEN
                 MOVE "B" TO WS-CF-EMAIL-ST (WS-CF-IDX)
              ELSE
                 COMPUTE WS-DOM-LEN = WS-EM-LEN - WS-AT-POS - 1
                 INSPECT CM-EMAIL(WS-AT-POS + 2:WS-DOM-LEN)
                         TALLYING WS-DOT-COUNT FOR ALL "."
                 IF WS-DOT-COUNT = 0
                    OR CM-EMAIL(WS-AT-POS + 2:1) = "."
                    OR CM-EMAIL(WS-EM-LEN:1) = "."
                    MOVE "B" TO WS-CF-EMAIL-ST (WS-CF-IDX)
                 END-IF
              END-IF
           END-IF.

       CHECK-MOBILE-PARA.
           MOVE "O" TO WS-CF-MOBILE-ST (WS-CF-IDX)
           IF CM-MOBILE = SPACES
              MOVE "M" TO WS-CF-MOBILE-ST (WS-CF-IDX)
           ELSE
           IF CM-MOBILE NOT NUMERIC
              OR CM-MOBILE(1:1) < "6"
              MOVE "B" TO WS-CF-MOBILE-ST (WS-CF-IDX)
           ELSE
              MOVE CM-MOBILE(1:1) TO WS-FIRST-DIGIT
              MOVE 0 TO WS-SAME-COUNT
              INSPECT CM-MOBILE TALLYING WS-SAME-COUNT
                      FOR ALL WS-FIRST-DIGIT
              IF WS-SAME-COUNT = 10
                 MOVE "B" TO WS-CF-MOBILE-ST (WS-CF-IDX)
              END-IF
           END-IF
           END-IF.

       CHECK-ADDRESS-PARA.
           MOVE "O" TO WS-CF-ADDR-ST (WS-CF-IDX)
           PERFORM SPLIT-ADDR-PARA
           IF WS-ADDR-PINCODE NOT NUMERIC
              OR WS-ADDR-PINCODE(1:1) = "0"
              MOVE "P" TO WS-CF-ADDR-ST (WS-CF-IDX)
           ELSE
              IF WS-PM-COUNT > 0
                 MOVE FUNCTION UPPER-CASE(WS-ADDR-STATE)
                                       TO WS-PM-STATE-CMP
                 MOVE "N" TO WS-PM-FOUND
                 SET WS-PM-IDX TO 1
                 PERFORM UNTIL WS-PM-IDX > WS-PM-COUNT
                            OR WS-PM-FOUND = "Y"
                    IF WS-PM-CODE (WS-PM-IDX) = WS-ADDR-PINCODE
                       MOVE "Y" TO WS-PM-FOUND
                       IF WS-PM-STATE (WS-PM-IDX) NOT = WS-PM-STATE-CMP
                          MOVE "S" TO WS-CF-ADDR-ST (WS-CF-IDX)
                       END-IF
                    END-IF
                    SET WS-PM-IDX UP BY 1
                 END-PERFORM
                 IF WS-PM-FOUND NOT = "Y"
                    MOVE "P" TO WS-CF-ADDR-ST (WS-CF-IDX)
                 END-IF
              ELSE
              IF WS-PIN-COUNT > 0
                 MOVE "N" TO WS-PS-FOUND
                 SET WS-PS-IDX TO 1
                 PERFORM UNTIL WS-PS-IDX > WS-PIN-COUNT
                            OR WS-PS-FOUND = "Y"
                    IF WS-PS-PREFIX (WS-PS-IDX) = WS-ADDR-PINCODE(1:2)
                       AND WS-PS-STATE (WS-PS-IDX) = WS-ADDR-STATE
                       MOVE "Y" TO WS-PS-FOUND
                    END-IF
                    SET WS-PS-IDX UP BY 1
                 END-PERFORM
                 IF WS-PS-FOUND NOT = "Y"
                    MOVE "S" TO WS-CF-ADDR-ST (WS-CF-IDX)
                 END-IF
              END-IF
              END-IF
           END-IF.

       SPLIT-ADDR-PARA.
           MOVE SPACES TO WS-ADDR-STREET WS-ADDR-STATE
                          WS-ADDR-PINCODE
           MOVE CM-ADDR TO WS-ADDR-WORK
           MOVE 88 TO WS-SCAN-POS
           MOVE 0  TO WS-DASH-POS
           PERFORM UNTIL WS-SCAN-POS < 1 OR WS-DASH-POS > 0
              IF WS-ADDR-WORK(WS-SCAN-POS:3) = " - "
                 MOVE WS-SCAN-POS TO WS-DASH-POS
              END-IF
              SUBTRACT 1 FROM WS-SCAN-POS
           END-PERFORM
           IF WS-DASH-POS < 2
              MOVE CM-ADDR TO WS-ADDR-STREET
           ELSE
              MOVE WS-ADDR-WORK(WS-DASH-POS + 3:6) TO WS-ADDR-PINCODE
              COMPUTE WS-WORK-LEN = WS-DASH-POS - 1
              MOVE WS-ADDR-WORK(1:WS-WORK-LEN) TO WS-ADDR-HOLD
              MOVE WS-ADDR-HOLD TO WS-ADDR-WORK
              PERFORM FIND-LAST-COMMA-PARA
              IF WS-COMMA-POS = 0
                 MOVE WS-ADDR-WORK TO WS-ADDR-STREET
              ELSE
                 MOVE WS-ADDR-WORK(WS-COMMA-POS + 2:)
                      TO WS-ADDR-STATE
                 COMPUTE WS-WORK-LEN = WS-COMMA-POS - 1
                 MOVE WS-ADDR-WORK(1:WS-WORK-LEN) TO WS-ADDR-HOLD
                 MOVE WS-ADDR-HOLD TO WS-ADDR-WORK
                 PERFORM FIND-LAST-COMMA-PARA
                 IF WS-COMMA-POS = 0
                    MOVE WS-ADDR-WORK TO WS-ADDR-STREET
                 ELSE
                    COMPUTE WS-WORK-LEN = WS-COMMA-POS - 1
                    MOVE WS-ADDR-WORK(1:WS-WORK-LEN)
                         TO WS-ADDR-STREET
                 END-IF
              END-IF
           END-IF.

       FIND-LAST-COMMA-PARA.
           MOVE WS-WORK-LEN TO WS-SCAN-POS
           MOVE 0 TO WS-COMMA-POS
           PERFORM UNTIL WS-SCAN-POS < 2 OR WS-COMMA-POS > 0
              IF WS-ADDR-WORK(WS-SCAN-POS:2) = ", "
                 MOVE WS-SCAN-POS TO WS-COMMA-POS
              END-IF
              SUBTRACT 1 FROM WS-SCAN-POS
           END-PERFORM.

       SCAN-ACCOUNTS-PARA.
           MOVE WS-CF-PAN (WS-CF-IDX) TO AM-PAN
           MOVE "N" TO WS-XREF-EOF
           START ACCTMST-FILE KEY = AM-PAN
             INVALID KEY
               MOVE "Y" TO WS-XREF-EOF
           END-START
           PERFORM UNTIL WS-XREF-EOF = "Y"
              READ ACCTMST-FILE NEXT
                AT END
                  MOVE "Y" TO WS-XREF-EOF
                NOT AT END
                  IF AM-PAN NOT = WS-CF-PAN (WS-CF-IDX)
                     MOVE "Y" TO WS-XREF-EOF
                  ELSE
                     PERFORM TAKE-ACCOUNT-PARA
                  END-IF
              END-READ
           END-PERFORM.

       TAKE-ACCOUNT-PARA.
           IF AM-STATUS NOT = "C" AND AM-STATUS NOT = "M"
              AND AM-STATUS NOT = "U"
              IF WS-CF-ACTIVE (WS-CF-IDX) NOT = "Y"
                 MOVE "Y"         TO WS-CF-ACTIVE (WS-CF-IDX)
                 MOVE AM-IFSC     TO WS-CF-IFSC (WS-CF-IDX)
                 MOVE AM-ACCT-NUM TO WS-CF-ACCT (WS-CF-IDX)
              END-IF
           END-IF
           IF AM-JOINT-PAN NOT = SPACES
              IF WS-PAIR-COUNT < 10000
                 ADD 1 TO WS-PAIR-COUNT
                 SET WS-JP-IDX TO WS-PAIR-COUNT
                 MOVE AM-PAN       TO WS-JP-PAN (WS-JP-IDX)
                 MOVE AM-JOINT-PAN TO WS-JP-JOINT (WS-JP-IDX)
              END-IF
           END-IF
           SET WS-FL-IDX TO 1
           PERFORM UNTIL WS-FL-IDX > WS-FAIL-COUNT
              IF WS-FL-ACCT (WS-FL-IDX) = AM-ACCT-NUM
                 IF WS-FL-CHANNEL (WS-FL-IDX) = "EMAIL"
                    MOVE "Y" TO WS-CF-EMAIL-FAIL (WS-CF-IDX)
                 END-IF
                 IF WS-FL-CHANNEL (WS-FL-IDX) = "SMS"
                    MOVE "Y" TO WS-CF-SMS-FAIL (WS-CF-IDX)
                 END-IF
              END-IF
              SET WS-FL-IDX UP BY 1
           END-PERFORM.

       COMPARE-PAIR-PARA.
           MOVE "N" TO WS-RELATED
           IF WS-CF-AADHAR (WS-CMP-I) NOT = SPACES
              AND WS-CF-AADHAR (WS-CMP-I) = WS-CF-AADHAR (WS-CMP-J)
              MOVE "Y" TO WS-RELATED
           END-IF
           SET WS-JP-IDX TO 1
           PERFORM UNTIL WS-JP-IDX > WS-PAIR-COUNT
                      OR WS-RELATED = "Y"
              IF (WS-JP-PAN (WS-JP-IDX) = WS-CF-PAN (WS-CMP-I)
                  AND WS-JP-JOINT (WS-JP-IDX) = WS-CF-PAN (WS-CMP-J))
                 OR (WS-JP-PAN (WS-JP-IDX) = WS-CF-PAN (WS-CMP-J)
                  AND WS-JP-JOINT (WS-JP-IDX) = WS-CF-PAN (WS-CMP-I))
                 MOVE "Y" TO WS-RELATED
              END-IF
              SET WS-JP-IDX UP BY 1
           END-PERFORM
           IF WS-RELATED NOT = "Y"
              MOVE "Y" TO WS-CF-SHARED (WS-CMP-I)
              MOVE "Y" TO WS-CF-SHARED (WS-CMP-J)
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

       SCORE-CIF-PARA.
           ADD 1 TO WS-CTL-SCORED
           PERFORM FIND-BRANCH-PARA
           MOVE 0 TO WS-ISSUES
           MOVE WS-CF-PAN (WS-CF-IDX) TO WS-AM-PAN
           PERFORM DECIPHER-PAN-PARA
           MOVE WS-AM-PAN-CLR TO WS-MK-PAN-IN
           MOVE SPACES        TO WS-MK-AADHAR-IN
           CALL "maskid" USING WS-MK-PARMS
           MOVE WS-CF-IFSC (WS-CF-IDX) TO WS-WK-IFSC
           MOVE WS-CF-ACCT (WS-CF-IDX) TO WS-WK-ACCT
           MOVE WS-CF-CUST (WS-CF-IDX) TO WS-WK-CUST
           MOVE WS-MK-PAN-OUT          TO WS-WK-PAN
           MOVE WS-CF-EMAIL (WS-CF-IDX)  TO WS-USE-EMAIL
           MOVE WS-CF-MOBILE (WS-CF-IDX) TO WS-USE-MOBILE
           IF WS-CF-EMAIL-ST (WS-CF-IDX) NOT = "O"
              ADD 1 TO WS-CTL-EMAIL
              ADD 1 TO WS-BR-EMAIL (WS-BR-IDX)
              MOVE SPACES TO WS-USE-EMAIL
              IF WS-CF-EMAIL-ST (WS-CF-IDX) = "M"
                 MOVE "EMAIL MISSING" TO WS-WK-ISSUE
              ELSE
                 MOVE "EMAIL MALFORMED" TO WS-WK-ISSUE
              END-IF
              PERFORM WRITE-WORKLIST-PARA
           END-IF
           IF WS-CF-MOBILE-ST (WS-CF-IDX) NOT = "O"
              ADD 1 TO WS-CTL-MOBILE
              ADD 1 TO WS-BR-MOBILE (WS-BR-IDX)
              MOVE SPACES TO WS-USE-MOBILE
              IF WS-CF-MOBILE-ST (WS-CF-IDX) = "M"
                 MOVE "MOBILE MISSING" TO WS-WK-ISSUE
              ELSE
                 MOVE "MOBILE MALFORMED" TO WS-WK-ISSUE
              END-IF
              PERFORM WRITE-WORKLIST-PARA
           END-IF
           IF WS-CF-SHARED (WS-CF-IDX) = "Y"
              ADD 1 TO WS-CTL-SHARED
              ADD 1 TO WS-BR-SHARED (WS-BR-IDX)
              MOVE SPACES TO WS-USE-MOBILE
              MOVE "MOBILE SHARED WITH OTHER CIF" TO WS-WK-ISSUE
              PERFORM WRITE-WORKLIST-PARA
           END-IF
           IF WS-CF-ADDR-ST (WS-CF-IDX) NOT = "O"
              ADD 1 TO WS-CTL-ADDR
              ADD 1 TO WS-BR-ADDR (WS-BR-IDX)
              IF WS-CF-ADDR-ST (WS-CF-IDX) = "P"
                 MOVE "PINCODE MISSING OR INVALID" TO WS-WK-ISSUE
              ELSE
                 MOVE "PINCODE DOES NOT MATCH STATE" TO WS-WK-ISSUE
              END-IF
              PERFORM WRITE-WORKLIST-PARA
           END-IF
           IF WS-CF-EMAIL-FAIL (WS-CF-IDX) = "Y"
              OR WS-CF-SMS-FAIL (WS-CF-IDX) = "Y"
              ADD 1 TO WS-CTL-DLVFAIL
              ADD 1 TO WS-BR-DLVFAIL (WS-BR-IDX)
              IF WS-CF-EMAIL-FAIL (WS-CF-IDX) = "Y"
                 MOVE SPACES TO WS-USE-EMAIL
                 MOVE "EMAIL DELIVERY FAILING" TO WS-WK-ISSUE
                 PERFORM WRITE-WORKLIST-PARA
              END-IF
              IF WS-CF-SMS-FAIL (WS-CF-IDX) = "Y"
                 MOVE SPACES TO WS-USE-MOBILE
                 MOVE "SMS DELIVERY FAILING" TO WS-WK-ISSUE
                 PERFORM WRITE-WORKLIST-PARA
              END-IF
           END-IF
           IF WS-ISSUES = 0
              ADD 1 TO WS-CTL-CLEAN
              ADD 1 TO WS-BR-CLEAN (WS-BR-IDX)
           ELSE
              IF WS-USE-EMAIL = SPACES AND WS-USE-MOBILE = SPACES
                 ADD 1 TO WS-CTL-UNREACH
                 ADD 1 TO WS-BR-UNREACH (WS-BR-IDX)
                 MOVE "NO USABLE CHANNEL - CONTACT" TO WS-WK-ISSUE
                 PERFORM WRITE-WORKLIST-PARA
              ELSE
                 MOVE WS-CF-CUST (WS-CF-IDX) TO NF-CUST
                 MOVE WS-USE-EMAIL           TO NF-EMAIL
                 MOVE WS-USE-MOBILE          TO NF-MOBILE
                 MOVE WS-CF-ACCT (WS-CF-IDX) TO NF-ACCNUM
                 MOVE WS-CAMPAIGN-MSG        TO NF-MESSAGE
                 WRITE CAMPAIGN-REC FROM NOTIFY-REC
                 WRITE NOTIFY-REC
                 ADD 1 TO WS-CTL-CAMPAIGN
              END-IF
           END-IF.

       WRITE-WORKLIST-PARA.
           ADD 1 TO WS-ISSUES
           ADD 1 TO WS-CTL-WORKLIST
           WRITE WORK-REC FROM WS-WORK-LINE.

       FIND-BRANCH-PARA.
           MOVE "N" TO WS-BR-FOUND
           SET WS-BR-IDX TO 1
           PERFORM UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                      OR WS-BR-FOUND = "Y"
              IF WS-BR-IFSC (WS-BR-IDX) = WS-CF-IFSC (WS-CF-IDX)
                 MOVE "Y" TO WS-BR-FOUND
                 SET WS-FOUND-BR-IDX TO WS-BR-IDX
              END-IF
              SET WS-BR-IDX UP BY 1
           END-PERFORM
           IF WS-BR-FOUND NOT = "Y"
              IF WS-BRANCH-COUNT < 200
                 ADD 1 TO WS-BRANCH-COUNT
                 MOVE WS-BRANCH-COUNT TO WS-FOUND-BR-IDX
              ELSE
                 DISPLAY "BRANCH TABLE CAPACITY EXCEEDED AT 200 - "
                         "RUN STOPPED"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-BR-IDX TO WS-FOUND-BR-IDX
              MOVE WS-CF-IFSC (WS-CF-IDX) TO WS-BR-IFSC (WS-BR-IDX)
              MOVE 0 TO WS-BR-CIFS (WS-BR-IDX)
                        WS-BR-EMAIL (WS-BR-IDX)
                        WS-BR-MOBILE (WS-BR-IDX)
                        WS-BR-SHARED (WS-BR-IDX)
                        WS-BR-ADDR (WS-BR-IDX)
                        WS-BR-DLVFAIL (WS-BR-IDX)
                        WS-BR-UNREACH (WS-BR-IDX)
                        WS-BR-CLEAN (WS-BR-IDX)
           END-IF
           SET WS-BR-IDX TO WS-FOUND-BR-IDX
           ADD 1 TO WS-BR-CIFS (WS-BR-IDX).

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

       WRITE-SCORECARD-PARA.
           OPEN OUTPUT SCORE-FILE
           IF SCORE-FILE-STATUS NOT = "00"
              DISPLAY "SCORECARD OPEN FAILED, STATUS="
                      SCORE-FILE-STATUS
              MOVE 28 TO RETURN-CODE
           ELSE
              MOVE WS-RUN-DATE(1:6) TO WS-SH-MONTH
              MOVE WS-RUN-DATE      TO WS-SH-DATE
              WRITE SCORE-REC FROM WH-SCORE-HDR1
              WRITE SCORE-REC FROM WH-SCORE-HDR2
              SET WS-BR-IDX TO 1
              PERFORM UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                 MOVE WS-BR-IFSC (WS-BR-IDX)    TO WS-SD-IFSC
                 MOVE WS-BR-CIFS (WS-BR-IDX)    TO WS-SD-CIFS
                 MOVE WS-BR-EMAIL (WS-BR-IDX)   TO WS-SD-EMAIL
                 MOVE WS-BR-MOBILE (WS-BR-IDX)  TO WS-SD-MOBILE
                 MOVE WS-BR-SHARED (WS-BR-IDX)  TO WS-SD-SHARED
                 MOVE WS-BR-ADDR (WS-BR-IDX)    TO WS-SD-ADDR
                 MOVE WS-BR-DLVFAIL (WS-BR-IDX) TO WS-SD-DLVFAIL
                 MOVE WS-BR-UNREACH (WS-BR-IDX) TO WS-SD-UNREACH
                 MOVE WS-BR-CLEAN (WS-BR-IDX)   TO WS-SD-CLEAN
                 COMPUTE WS-SCORE-PCT ROUNDED =
                    WS-BR-CLEAN (WS-BR-IDX) * 100 /
                    WS-BR-CIFS (WS-BR-IDX)
                 MOVE WS-SCORE-PCT TO WS-SD-SCORE
                 WRITE SCORE-REC FROM WS-SCORE-DETAIL
                 SET WS-BR-IDX UP BY 1
              END-PERFORM
              MOVE SPACES TO SCORE-REC
              WRITE SCORE-REC
              MOVE "TOTAL"        TO WS-SD-IFSC
              MOVE WS-CTL-SCORED  TO WS-SD-CIFS
              MOVE WS-CTL-EMAIL   TO WS-SD-EMAIL
              MOVE WS-CTL-MOBILE  TO WS-SD-MOBILE
              MOVE WS-CTL-SHARED  TO WS-SD-SHARED
              MOVE WS-CTL-ADDR    TO WS-SD-ADDR
              MOVE WS-CTL-DLVFAIL TO WS-SD-DLVFAIL
              MOVE WS-CTL-UNREACH TO WS-SD-UNREACH
              MOVE WS-CTL-CLEAN   TO WS-SD-CLEAN
              MOVE 0 TO WS-SCORE-PCT
              IF WS-CTL-SCORED > 0
                 COMPUTE WS-SCORE-PCT ROUNDED =
                    WS-CTL-CLEAN * 100 / WS-CTL-SCORED
              END-IF
              MOVE WS-SCORE-PCT TO WS-SD-SCORE
              WRITE SCORE-REC FROM WS-SCORE-DETAIL
              CLOSE SCORE-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "CDQSCORE"         TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-CIFS        TO WS-OPL-IN-COUNT
           MOVE WS-CTL-CAMPAIGN    TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-WORKLIST    TO WS-OPL-REJ-COUNT
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
