        IDENTIFICATION DIVISION.
        PROGRAM-ID. ninjaipo.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ISSUE-FILE   ASSIGN TO "NINJA-IPO-ISSUES.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS ISSUE-FILE-STATUS.

            SELECT APPLY-FILE   ASSIGN TO "NINJA-IPO-APPLY.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS APPLY-FILE-STATUS.

            SELECT ALLOT-FILE   ASSIGN TO "NINJA-IPO-ALLOT.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS ALLOT-FILE-STATUS.

            SELECT APPS-FILE    ASSIGN TO "NINJA-IPO-APPS.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS APPS-FILE-STATUS.

            SELECT LIEN-FILE    ASSIGN TO "LIEN-FILE.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS LIEN-FILE-STATUS.

            SELECT AUDIT-FILE   ASSIGN TO "LIEN-AUDIT.LOG"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS AUDIT-FILE-STATUS.

            SELECT LOTS-FILE    ASSIGN TO "NINJA-LOTS.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS LOTS-FILE-STATUS.

            SELECT BANKLINK-FILE ASSIGN TO "NINJA-BANK-LINK.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS BANKLINK-FILE-STATUS.

            SELECT ACCTMST-FILE ASSIGN TO "ACCOUNT-MASTER.DAT"
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

            SELECT IPOTXN-FILE  ASSIGN TO "NINJA-IPO-TXNS.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS IPOTXN-FILE-STATUS.

            SELECT IPORPT-FILE  ASSIGN TO "NINJA-IPO.RPT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS IPORPT-FILE-STATUS.

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
        FD   ISSUE-FILE  RECORD CONTAINS 100 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 ISSUE-REC            PIC X(100).

        FD   APPLY-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 APPLY-REC            PIC X(80).

        FD   ALLOT-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 ALLOT-REC            PIC X(80).

        FD   APPS-FILE  RECORD CONTAINS 120 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 APPS-REC             PIC X(120).

        FD   LIEN-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 LIEN-REC             PIC X(80).

        FD   AUDIT-FILE  RECORD CONTAINS 110 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 AUDIT-REC            PIC X(110).

        FD   LOTS-FILE  RECORD CONTAINS 60 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 LOTS-REC             PIC X(60).

        FD   BANKLINK-FILE  RECORD CONTAINS 30 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 BANKLINK-REC         PIC X(30).

        FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 ACCOUNT-MASTER-REC.
           COPY ACCTMST.

        FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 ACCT-BALANCE-REC.
           COPY ACCTBAL.

        FD   IPOTXN-FILE  RECORD CONTAINS 40 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 IPOTXN-REC           PIC X(40).

        FD   IPORPT-FILE  RECORD CONTAINS 132 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 IPORPT-REC           PIC X(132).

        FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 RUNCTL-REC           PIC X(15).

        FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 OPSLOG-REC           PIC X(66).

        WORKING-STORAGE SECTION.
        01 ISSUE-FILE-STATUS    PIC X(02).
        01 APPLY-FILE-STATUS    PIC X(02).
        01 ALLOT-FILE-STATUS    PIC X(02).
        01 APPS-FILE-STATUS     PIC X(02).
        01 LIEN-FILE-STATUS     PIC X(02).
        01 AUDIT-FILE-STATUS    PIC X(02).
        01 LOTS-FILE-STATUS     PIC X(02).
        01 BANKLINK-FILE-STATUS PIC X(02).
        01 ACCTMST-FILE-STATUS  PIC X(02).
        01 ACCTBAL-FILE-STATUS  PIC X(02).
        01 IPOTXN-FILE-STATUS   PIC X(02).
        01 IPORPT-FILE-STATUS   PIC X(02).
        01 RUNCTL-FILE-STATUS   PIC X(02).
        01 OPSLOG-FILE-STATUS   PIC X(02).
        01 WS-RUN-CTL-IN.
           COPY RUNCTL.
        01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
        01 WS-RUN-DATE          PIC X(08).
        01 WS-START-TIME        PIC 9(08) VALUE 0.
        01 WS-OPSLOG-LINE.
           COPY OPSLOG.

        01 EOF                  PIC X(01) VALUE "N".
        01 WS-BANK-OK           PIC X(01) VALUE "N".

        01 WS-ISSUE-TABLE.
           05 WS-IS-ENTRY OCCURS 100 TIMES INDEXED BY WS-IS-IDX.
              10 WS-IS-ISSUE    PIC X(08).
              10 WS-IS-SYMBOL   PIC X(10).
              10 WS-IS-LOW      PIC 9(07)V99.
              10 WS-IS-HIGH     PIC 9(07)V99.
              10 WS-IS-LOT      PIC 9(05).
              10 WS-IS-OPEN     PIC X(08).
              10 WS-IS-CLOSE    PIC X(08).
              10 WS-IS-REFUND   PIC X(08).
        01 WS-ISSUE-COUNT       PIC 9(03) VALUE 0.
        01 WS-IS-FOUND          PIC X(01) VALUE "N".
        01 WS-FOUND-IS-IDX      PIC 9(03) VALUE 0.
        01 WS-IS-ISSUE-IN       PIC X(08).
        01 WS-IS-SYMBOL-IN      PIC X(10).
        01 WS-IS-LOW-IN         PIC X(10).
        01 WS-IS-HIGH-IN        PIC X(10).
        01 WS-IS-LOT-IN         PIC X(06).
        01 WS-IS-OPEN-IN        PIC X(08).
        01 WS-IS-CLOSE-IN       PIC X(08).
        01 WS-IS-REFUND-IN      PIC X(08).

        01 WS-APP-TABLE.
           05 WS-AP-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AP-IDX.
              10 WS-AP-ISSUE    PIC X(08).
              10 WS-AP-OWNER    PIC X(08).
              10 WS-AP-ACCT     PIC X(14).
              10 WS-AP-SHARES   PIC 9(07).
              10 WS-AP-PRICE    PIC 9(07)V99.
              10 WS-AP-BLOCKED  PIC 9(09)V99.
              10 WS-AP-DATE     PIC X(08).
              10 WS-AP-STATUS   PIC X(01).
              10 WS-AP-ALLOTTED PIC 9(07).
              10 WS-AP-DEBITED  PIC 9(09)V99.
              10 WS-AP-CLOSED   PIC X(08).
        01 WS-APP-COUNT         PIC 9(04) VALUE 0.
        01 WS-AP-FOUND          PIC X(01) VALUE "N".
        01 WS-FOUND-AP-IDX      PIC 9(04) VALUE 0.
        01 WS-AP-ISSUE-IN       PIC X(08).
        01 WS-AP-OWNER-IN       PIC X(08).
        01 WS-AP-ACCT-IN        PIC X(14).
        01 WS-AP-SHARES-IN      PIC X(07).
        01 WS-AP-PRICE-IN       PIC X(10).
        01 WS-AP-BLOCKED-IN     PIC X(12).
        01 WS-AP-DATE-IN        PIC X(08).
        01 WS-AP-STATUS-IN      PIC X(01).
        01 WS-AP-ALLOTTED-IN    PIC X(07).
        01 WS-AP-DEBITED-IN     PIC X(12).
        01 WS-AP-CLOSED-IN      PIC X(08).

        01 WS-LIEN-TABLE.
           05 WS-LI-ENTRY OCCURS 2000 TIMES INDEXED BY WS-LI-IDX.
              10 WS-LI-ACCT       PIC X(14).
              10 WS-LI-AMOUNT     PIC 9(09)V99.
              10 WS-LI-REASON     PIC X(30).
              10 WS-LI-AUTH       PIC X(12).
              10 WS-LI-EXPIRY     PIC X(08).
        01 WS-LIEN-COUNT        PIC 9(04) VALUE 0.
        01 WS-LI-FOUND          PIC X(01) VALUE "N".
        01 WS-LI-ACCT-IN        PIC X(14).
        01 WS-LI-AMOUNT-IN      PIC X(12).
        01 WS-LI-REASON-IN      PIC X(30).
        01 WS-LI-AUTH-IN        PIC X(12).
        01 WS-LI-EXPIRY-IN      PIC X(08).
        01 WS-LIEN-TOTAL        PIC 9(11)V99 VALUE 0.
        01 WS-HOLD-TOTAL        PIC 9(11)V99 VALUE 0.
        01 WS-AVAIL-BAL         PIC 9(11)V99 VALUE 0.

        01 WS-ASBA-AUTH.
           05 FILLER             PIC X(04) VALUE "ASBA".
           05 WS-AA-ISSUE        PIC X(08).
        01 WS-ASBA-REASON.
           05 FILLER             PIC X(09) VALUE "ASBA IPO ".
           05 WS-AR-ISSUE        PIC X(08).
           05 FILLER             PIC X(13) VALUE SPACES.

        01 WS-LINK-TABLE.
           05 WS-LK-ENTRY OCCURS 200 TIMES INDEXED BY WS-LK-IDX.
              10 WS-LK-OWNER    PIC X(08).
              10 WS-LK-ACCT     PIC X(14).
        01 WS-LINK-COUNT        PIC 9(03) VALUE 0.
        01 WS-LK-OWNER-IN       PIC X(08).
        01 WS-LK-ACCT-IN        PIC X(14).
        01 WS-LK-FOUND          PIC X(01) VALUE "N".
        01 WS-LINK-ACCT         PIC X(14) VALUE SPACES.
        01 WS-ACCT-OK           PIC X(01) VALUE "N".

        01 WS-RQ-OWNER-IN       PIC X(08).
        01 WS-RQ-ISSUE-IN       PIC X(08).
        01 WS-RQ-SHARES-IN      PIC X(08).
        01 WS-RQ-PRICE-IN       PIC X(10).
        01 WS-RQ-SHARES         PIC 9(07) VALUE 0.
        01 WS-RQ-PRICE          PIC 9(07)V99 VALUE 0.
        01 WS-RQ-AMOUNT         PIC 9(09)V99 VALUE 0.
        01 WS-RQ-LOTS           PIC 9(07) VALUE 0.
        01 WS-RQ-REM            PIC 9(05) VALUE 0.
        01 WS-RQ-RESULT         PIC X(40) VALUE SPACES.
        01 WS-RELEASED          PIC 9(09)V99 VALUE 0.

        01 WS-CTL-APPLY-READ    PIC 9(07) VALUE 0.
        01 WS-CTL-BLOCKED       PIC 9(05) VALUE 0.
        01 WS-CTL-REFUSED       PIC 9(05) VALUE 0.
        01 WS-CTL-ALLOT-READ    PIC 9(07) VALUE 0.
        01 WS-CTL-ALLOTTED      PIC 9(05) VALUE 0.
        01 WS-CTL-NOT-ALLOTTED  PIC 9(05) VALUE 0.
        01 WS-CTL-REFUNDED      PIC 9(05) VALUE 0.
        01 WS-CTL-LOTS          PIC 9(05) VALUE 0.
        01 WS-CTL-OPEN          PIC 9(05) VALUE 0.
        01 WS-TOT-BLOCKED       PIC 9(11)V99 VALUE 0.
        01 WS-TOT-DEBITED       PIC 9(11)V99 VALUE 0.
        01 WS-TOT-RELEASED      PIC 9(11)V99 VALUE 0.
        01 WS-TOT-OPEN          PIC 9(11)V99 VALUE 0.

        01 WS-APPS-LINE.
           05 WS-AL-ISSUE        PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-AL-OWNER        PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-AL-ACCT         PIC X(14).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-AL-SHARES       PIC 9(07).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-AL-PRICE        PIC 9(07).99.
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-AL-BLOCKED      PIC 9(09).99.
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-AL-DATE         PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-AL-STATUS       PIC X(01).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-AL-ALLOTTED     PIC 9(07).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-AL-DEBITED      PIC 9(09).99.
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-AL-CLOSED       PIC X(08).

        01 WS-LIEN-LINE.
           05 WS-WL-ACCT          PIC X(14).
           05 FILLER              PIC X(01) VALUE ",".
           05 WS-WL-AMOUNT        PIC 9(09).99.
           05 FILLER              PIC X(01) VALUE ",".
           05 WS-WL-REASON        PIC X(30).
           05 FILLER              PIC X(01) VALUE ",".
           05 WS-WL-AUTH          PIC X(12).
           05 FILLER              PIC X(01) VALUE ",".
           05 WS-WL-EXPIRY        PIC X(08).

        01 WS-AUDIT-LINE.
           05 WS-AU-DATE          PIC X(08).
           05 FILLER              PIC X(01) VALUE ",".
           05 WS-AU-ACTION        PIC X(07).
           05 FILLER              PIC X(01) VALUE ",".
           05 WS-AU-ACCT          PIC X(14).
           05 FILLER              PIC X(01) VALUE ",".
           05 WS-AU-AUTH          PIC X(12).
           05 FILLER              PIC X(01) VALUE ",".
           05 WS-AU-MAKER         PIC X(10) VALUE "NINJAIPO".
           05 FILLER              PIC X(01) VALUE ",".
           05 WS-AU-RESULT        PIC X(30).

        01 WS-LOT-LINE.
           05 WS-LL-STOCK        PIC X(10).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-LL-DATE         PIC 9(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-LL-SHARES       PIC S9(07)
                                 SIGN IS LEADING SEPARATE.
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-LL-PRICE        PIC 9(07).99.
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-LL-OWNER        PIC X(08).

        01 WS-IPOTXN-LINE.
           05 WS-IT-ACCT         PIC X(14).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-IT-TYPE         PIC X(03).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-IT-AMT          PIC 9(09).99.

        01 WS-IPOTXN-TRAILER.
           05 FILLER             PIC X(08) VALUE "TRAILER,".
           05 WS-IT-TRL-CNT      PIC 9(07).

        01 WH-IPORPT-HDR1.
           05 FILLER PIC X(38) VALUE
              "IPO ASBA APPLICATIONS AND ALLOTMENT - ".
           05 WS-RH-DATE         PIC X(08).
           05 FILLER PIC X(08) VALUE " CYCLE ".
           05 WS-RH-CYCLE        PIC X(04).
        01 WH-IPORPT-HDR2.
           05 FILLER PIC X(10) VALUE "ACTION".
           05 FILLER PIC X(10) VALUE "ISSUE".
           05 FILLER PIC X(10) VALUE "OWNER".
           05 FILLER PIC X(16) VALUE "BANK ACCOUNT".
           05 FILLER PIC X(09) VALUE "SHARES".
           05 FILLER PIC X(15) VALUE "AMOUNT".
           05 FILLER PIC X(40) VALUE "RESULT".
        01 WS-IPORPT-DETAIL.
           05 WS-ID-ACTION       PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-ID-ISSUE        PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-ID-OWNER        PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-ID-ACCT         PIC X(14).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-ID-SHARES       PIC ZZZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-ID-AMOUNT       PIC ZZZZZZZZZ9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-ID-RESULT       PIC X(40).
        01 WS-IPORPT-TOTAL.
           05 WS-IR-LABEL        PIC X(30).
           05 WS-IR-COUNT        PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-IR-AMOUNT       PIC ZZZZZZZZZZ9.99.

        PROCEDURE DIVISION.
            DISPLAY "THIS IS THE NINJA IPO ASBA PROGRAM".
            ACCEPT WS-START-TIME FROM TIME.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM LOAD-RUN-CONTROL-PARA.
            PERFORM LOAD-ISSUES-PARA.
            IF WS-ISSUE-COUNT = 0
               DISPLAY "NO IPO ISSUES ON FILE, NOTHING TO PROCESS"
               MOVE 12 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            PERFORM LOAD-BANK-LINKS-PARA.
            PERFORM LOAD-APPS-PARA.
            PERFORM LOAD-LIENS-PARA.
            OPEN OUTPUT IPORPT-FILE.
            IF IPORPT-FILE-STATUS NOT = "00"
               DISPLAY "IPO REPORT OPEN FAILED, STATUS="
                       IPORPT-FILE-STATUS
               MOVE 28 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            OPEN OUTPUT IPOTXN-FILE.
            IF IPOTXN-FILE-STATUS NOT = "00"
               DISPLAY "IPO POSTING FEED OPEN FAILED, STATUS="
                       IPOTXN-FILE-STATUS
               CLOSE IPORPT-FILE
               MOVE 28 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            PERFORM OPEN-AUDIT-PARA.
            MOVE WS-RUN-DATE TO WS-RH-DATE.
            MOVE WS-CYCLE-ID TO WS-RH-CYCLE.
            WRITE IPORPT-REC FROM WH-IPORPT-HDR1.
            WRITE IPORPT-REC FROM WH-IPORPT-HDR2.
            PERFORM OPEN-BANK-FILES-PARA.
            PERFORM TAKE-APPLICATIONS-PARA.
            IF WS-BANK-OK = "Y"
               CLOSE ACCTMST-FILE
               CLOSE ACCTBAL-FILE
            END-IF.
            PERFORM TAKE-ALLOTMENTS-PARA.
            SET WS-AP-IDX TO 1.
            PERFORM REFUND-SWEEP-PARA
                    UNTIL WS-AP-IDX > WS-APP-COUNT.
            MOVE WS-CTL-ALLOTTED TO WS-IT-TRL-CNT.
            WRITE IPOTXN-REC FROM WS-IPOTXN-TRAILER.
            CLOSE IPOTXN-FILE.
            CLOSE AUDIT-FILE.
            PERFORM WRITE-TOTALS-PARA.
            CLOSE IPORPT-FILE.
            PERFORM REWRITE-LIENS-PARA.
            PERFORM REWRITE-APPS-PARA.
            PERFORM APPEND-OPSLOG-PARA.
            DISPLAY "IPO ASBA SUMMARY - CYCLE " WS-CYCLE-ID.
            DISPLAY "  APPLICATIONS READ : " WS-CTL-APPLY-READ.
            DISPLAY "  FUNDS BLOCKED     : " WS-CTL-BLOCKED.
            DISPLAY "  REFUSED           : " WS-CTL-REFUSED.
            DISPLAY "  ALLOTMENTS READ   : " WS-CTL-ALLOT-READ.
            DISPLAY "  ALLOTTED          : " WS-CTL-ALLOTTED.
            DISPLAY "  NOT ALLOTTED      : " WS-CTL-NOT-ALLOTTED.
            DISPLAY "  REFUND DATE RELEASE: " WS-CTL-REFUNDED.
            DISPLAY "  LOTS CREATED      : " WS-CTL-LOTS.
            DISPLAY "  STILL BLOCKED     : " WS-CTL-OPEN.
            IF WS-CTL-REFUSED > 0
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
            END-IF.

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

        LOAD-ISSUES-PARA.
            MOVE 0 TO WS-ISSUE-COUNT
            OPEN INPUT ISSUE-FILE
            IF ISSUE-FILE-STATUS = "00"
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                  READ ISSUE-FILE AT END
                       MOVE "Y" TO EOF
                    NOT AT END
                       IF ISSUE-REC(1:5) NOT = "ISSUE"
                          PERFORM TAKE-ISSUE-PARA
                       END-IF
                  END-READ
               END-PERFORM
               CLOSE ISSUE-FILE
            ELSE
               DISPLAY "NO IPO ISSUE FILE, STATUS=" ISSUE-FILE-STATUS
            END-IF.

        TAKE-ISSUE-PARA.
            MOVE SPACES TO WS-IS-REFUND-IN
            UNSTRING ISSUE-REC DELIMITED BY ","
            INTO WS-IS-ISSUE-IN
                 WS-IS-SYMBOL-IN
                 WS-IS-LOW-IN
                 WS-IS-HIGH-IN
                 WS-IS-LOT-IN
                 WS-IS-OPEN-IN
                 WS-IS-CLOSE-IN
                 WS-IS-REFUND-IN
            END-UNSTRING
            IF FUNCTION TEST-NUMVAL(WS-IS-LOW-IN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-IS-HIGH-IN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-IS-LOT-IN) NOT = 0
               OR WS-IS-REFUND-IN = SPACES
               DISPLAY "IPO ISSUE ROW INCOMPLETE, SKIPPED: "
                       WS-IS-ISSUE-IN
            ELSE
               IF WS-ISSUE-COUNT >= 100
                  DISPLAY "IPO ISSUE TABLE CAPACITY EXCEEDED AT "
                          "100 - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-ISSUE-COUNT
               SET WS-IS-IDX TO WS-ISSUE-COUNT
               MOVE WS-IS-ISSUE-IN  TO WS-IS-ISSUE (WS-IS-IDX)
               MOVE WS-IS-SYMBOL-IN TO WS-IS-SYMBOL (WS-IS-IDX)
               COMPUTE WS-IS-LOW (WS-IS-IDX) =
                       FUNCTION NUMVAL(WS-IS-LOW-IN)
               COMPUTE WS-IS-HIGH (WS-IS-IDX) =
                       FUNCTION NUMVAL(WS-IS-HIGH-IN)
               COMPUTE WS-IS-LOT (WS-IS-IDX) =
                       FUNCTION NUMVAL(WS-IS-LOT-IN)
               IF WS-IS-LOT (WS-IS-IDX) = 0
                  MOVE 1 TO WS-IS-LOT (WS-IS-IDX)
               END-IF
               MOVE WS-IS-OPEN-IN   TO WS-IS-OPEN (WS-IS-IDX)
               MOVE WS-IS-CLOSE-IN  TO WS-IS-CLOSE (WS-IS-IDX)
               MOVE WS-IS-REFUND-IN TO WS-IS-REFUND (WS-IS-IDX)
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
                      IF WS-LINK-COUNT < 200
                         ADD 1 TO WS-LINK-COUNT
                         SET WS-LK-IDX TO WS-LINK-COUNT
                         UNSTRING BANKLINK-REC DELIMITED BY ","
                         INTO WS-LK-OWNER-IN
                              WS-LK-ACCT-IN
                         END-UNSTRING
                         MOVE WS-LK-OWNER-IN
                              TO WS-LK-OWNER (WS-LK-IDX)
                         MOVE WS-LK-ACCT-IN
                              TO WS-LK-ACCT (WS-LK-IDX)
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE BANKLINK-FILE
            ELSE
               DISPLAY "NO OWNER BANK LINKAGE FILE, IPO "
                       "APPLICATIONS CANNOT BE ACCEPTED"
            END-IF.

        LOAD-APPS-PARA.
            MOVE 0 TO WS-APP-COUNT
            OPEN INPUT APPS-FILE
            IF APPS-FILE-STATUS = "00"
               PERFORM UNTIL APPS-FILE-STATUS NOT = "00"
                  READ APPS-FILE
                    AT END
                      MOVE "10" TO APPS-FILE-STATUS
                    NOT AT END
                      IF WS-APP-COUNT >= 2000
                         DISPLAY "IPO APPLICATION TABLE CAPACITY "
                                 "EXCEEDED AT 2000 - RUN STOPPED"
                         MOVE 20 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-APP-COUNT
                      SET WS-AP-IDX TO WS-APP-COUNT
                      UNSTRING APPS-REC DELIMITED BY ","
                      INTO WS-AP-ISSUE-IN
                           WS-AP-OWNER-IN
                           WS-AP-ACCT-IN
                           WS-AP-SHARES-IN
                           WS-AP-PRICE-IN
                           WS-AP-BLOCKED-IN
                           WS-AP-DATE-IN
                           WS-AP-STATUS-IN
                           WS-AP-ALLOTTED-IN
                           WS-AP-DEBITED-IN
                           WS-AP-CLOSED-IN
                      END-UNSTRING
                      MOVE WS-AP-ISSUE-IN TO WS-AP-ISSUE (WS-AP-IDX)
                      MOVE WS-AP-OWNER-IN TO WS-AP-OWNER (WS-AP-IDX)
                      MOVE WS-AP-ACCT-IN  TO WS-AP-ACCT (WS-AP-IDX)
                      COMPUTE WS-AP-SHARES (WS-AP-IDX) =
                         FUNCTION NUMVAL(WS-AP-SHARES-IN)
                      COMPUTE WS-AP-PRICE (WS-AP-IDX) =
                         FUNCTION NUMVAL(WS-AP-PRICE-IN)
                      COMPUTE WS-AP-BLOCKED (WS-AP-IDX) =
                         FUNCTION NUMVAL(WS-AP-BLOCKED-IN)
                      MOVE WS-AP-DATE-IN  TO WS-AP-DATE (WS-AP-IDX)
                      MOVE WS-AP-STATUS-IN
                           TO WS-AP-STATUS (WS-AP-IDX)
                      COMPUTE WS-AP-ALLOTTED (WS-AP-IDX) =
                         FUNCTION NUMVAL(WS-AP-ALLOTTED-IN)
                      COMPUTE WS-AP-DEBITED (WS-AP-IDX) =
                         FUNCTION NUMVAL(WS-AP-DEBITED-IN)
                      MOVE WS-AP-CLOSED-IN
                           TO WS-AP-CLOSED (WS-AP-IDX)
                  END-READ
               END-PERFORM
               CLOSE APPS-FILE
            ELSE
               DISPLAY "NO IPO APPLICATION REGISTER, STARTING EMPTY"
            END-IF.

        LOAD-LIENS-PARA.
            MOVE 0 TO WS-LIEN-COUNT
            OPEN INPUT LIEN-FILE
            IF LIEN-FILE-STATUS = "00"
               PERFORM UNTIL LIEN-FILE-STATUS NOT = "00"
                  READ LIEN-FILE
                    AT END
                      MOVE "10" TO LIEN-FILE-STATUS
                    NOT AT END
                      IF WS-LIEN-COUNT >= 2000
                         DISPLAY "LIEN REGISTER TABLE CAPACITY "
                                 "EXCEEDED AT 2000 - RUN STOPPED"
                         MOVE 20 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-LIEN-COUNT
                      SET WS-LI-IDX TO WS-LIEN-COUNT
                      MOVE SPACES TO WS-LI-EXPIRY-IN
                      UNSTRING LIEN-REC DELIMITED BY ","
                      INTO  WS-LI-ACCT-IN
                            WS-LI-AMOUNT-IN
                            WS-LI-REASON-IN
                            WS-LI-AUTH-IN
                            WS-LI-EXPIRY-IN
                      END-UNSTRING
                      MOVE WS-LI-ACCT-IN
                           TO WS-LI-ACCT (WS-LI-IDX)
                      COMPUTE WS-LI-AMOUNT (WS-LI-IDX) =
                              FUNCTION NUMVAL(WS-LI-AMOUNT-IN)
                      MOVE WS-LI-REASON-IN
                           TO WS-LI-REASON (WS-LI-IDX)
                      MOVE WS-LI-AUTH-IN
                           TO WS-LI-AUTH (WS-LI-IDX)
                      MOVE WS-LI-EXPIRY-IN
                           TO WS-LI-EXPIRY (WS-LI-IDX)
                  END-READ
               END-PERFORM
               CLOSE LIEN-FILE
            ELSE
               DISPLAY "NO LIEN REGISTER, STARTING EMPTY"
            END-IF.

        OPEN-AUDIT-PARA.
            OPEN EXTEND AUDIT-FILE.
            IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
            END-IF
            IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "AUDIT TRAIL UNAVAILABLE - LIEN CHANGES "
                       "REFUSED, STATUS=" AUDIT-FILE-STATUS
               MOVE 20 TO RETURN-CODE
               STOP RUN
            END-IF.

        WRITE-AUDIT-PARA.
            MOVE WS-RUN-DATE TO WS-AU-DATE
            WRITE AUDIT-REC FROM WS-AUDIT-LINE.

        OPEN-BANK-FILES-PARA.
            MOVE "N" TO WS-BANK-OK
            OPEN INPUT ACCTMST-FILE
            IF ACCTMST-FILE-STATUS NOT = "00"
               DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                       ACCTMST-FILE-STATUS
            ELSE
               OPEN INPUT ACCTBAL-FILE
               IF ACCTBAL-FILE-STATUS NOT = "00"
                  DISPLAY "BALANCE FILE NOT AVAILABLE, STATUS="
                          ACCTBAL-FILE-STATUS
                  CLOSE ACCTMST-FILE
               ELSE
                  MOVE "Y" TO WS-BANK-OK
               END-IF
            END-IF
            IF WS-BANK-OK NOT = "Y"
               DISPLAY "FUNDS CANNOT BE CHECKED, IPO APPLICATIONS "
                       "WILL BE REFUSED THIS RUN"
            END-IF.

        TAKE-APPLICATIONS-PARA.
            OPEN INPUT APPLY-FILE
            IF APPLY-FILE-STATUS NOT = "00"
               DISPLAY "NO IPO APPLICATIONS THIS RUN"
            ELSE
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                  READ APPLY-FILE AT END
                       MOVE "Y" TO EOF
                    NOT AT END
                       IF APPLY-REC(1:5) NOT = "OWNER"
                          ADD 1 TO WS-CTL-APPLY-READ
                          MOVE SPACES TO WS-RQ-PRICE-IN
                          UNSTRING APPLY-REC DELIMITED BY ","
                          INTO WS-RQ-OWNER-IN
                               WS-RQ-ISSUE-IN
                               WS-RQ-SHARES-IN
                               WS-RQ-PRICE-IN
                          END-UNSTRING
                          PERFORM APPLY-ONE-PARA
                       END-IF
                  END-READ
               END-PERFORM
               CLOSE APPLY-FILE
            END-IF.

        APPLY-ONE-PARA.
            MOVE SPACES TO WS-LINK-ACCT
            MOVE 0 TO WS-RQ-SHARES WS-RQ-PRICE WS-RQ-AMOUNT
            PERFORM FIND-ISSUE-PARA
            IF WS-IS-FOUND NOT = "Y"
               MOVE "UNKNOWN IPO ISSUE" TO WS-RQ-RESULT
               PERFORM REFUSE-APPLICATION-PARA
            ELSE
            IF WS-RUN-DATE < WS-IS-OPEN (WS-FOUND-IS-IDX)
               OR WS-RUN-DATE > WS-IS-CLOSE (WS-FOUND-IS-IDX)
               MOVE "ISSUE NOT OPEN FOR BIDDING" TO WS-RQ-RESULT
               PERFORM REFUSE-APPLICATION-PARA
            ELSE
               PERFORM EDIT-BID-PARA
            END-IF
            END-IF.

        EDIT-BID-PARA.
            SET WS-IS-IDX TO WS-FOUND-IS-IDX
            IF FUNCTION TEST-NUMVAL(WS-RQ-SHARES-IN) = 0
               COMPUTE WS-RQ-SHARES = FUNCTION NUMVAL(WS-RQ-SHARES-IN)
            END-IF
            IF WS-RQ-PRICE-IN = "CUTOFF" OR WS-RQ-PRICE-IN = SPACES
               MOVE WS-IS-HIGH (WS-IS-IDX) TO WS-RQ-PRICE
            ELSE
               IF FUNCTION TEST-NUMVAL(WS-RQ-PRICE-IN) = 0
                  COMPUTE WS-RQ-PRICE =
                          FUNCTION NUMVAL(WS-RQ-PRICE-IN)
               END-IF
            END-IF
            COMPUTE WS-RQ-AMOUNT = WS-RQ-SHARES * WS-RQ-PRICE
            DIVIDE WS-RQ-SHARES BY WS-IS-LOT (WS-IS-IDX)
                   GIVING WS-RQ-LOTS REMAINDER WS-RQ-REM
            PERFORM FIND-APP-PARA
            IF WS-RQ-SHARES = 0 OR WS-RQ-REM NOT = 0
               MOVE "SHARES NOT A WHOLE NUMBER OF LOTS"
                    TO WS-RQ-RESULT
               PERFORM REFUSE-APPLICATION-PARA
            ELSE
            IF WS-RQ-PRICE < WS-IS-LOW (WS-IS-IDX)
               OR WS-RQ-PRICE > WS-IS-HIGH (WS-IS-IDX)
               MOVE "BID PRICE OUTSIDE PRICE BAND" TO WS-RQ-RESULT
               PERFORM REFUSE-APPLICATION-PARA
            ELSE
            IF WS-AP-FOUND = "Y"
               MOVE "OWNER ALREADY APPLIED FOR THIS ISSUE"
                    TO WS-RQ-RESULT
               PERFORM REFUSE-APPLICATION-PARA
            ELSE
               PERFORM FIND-LINK-PARA
               IF WS-LK-FOUND NOT = "Y"
                  MOVE "OWNER HAS NO LINKED BANK ACCOUNT"
                       TO WS-RQ-RESULT
                  PERFORM REFUSE-APPLICATION-PARA
               ELSE
               IF WS-BANK-OK NOT = "Y"
                  MOVE "BANK FILES UNAVAILABLE" TO WS-RQ-RESULT
                  PERFORM REFUSE-APPLICATION-PARA
               ELSE
                  PERFORM CHECK-FUNDS-PARA
               END-IF
               END-IF
            END-IF
            END-IF
            END-IF.

        CHECK-FUNDS-PARA.
            PERFORM CHECK-ACCOUNT-PARA
            IF WS-ACCT-OK NOT = "Y"
               MOVE "ACCOUNT NOT ELIGIBLE FOR ASBA" TO WS-RQ-RESULT
               PERFORM REFUSE-APPLICATION-PARA
            ELSE
               PERFORM COMPUTE-AVAIL-PARA
               IF WS-RQ-AMOUNT > WS-AVAIL-BAL
                  MOVE "INSUFFICIENT AVAILABLE BALANCE"
                       TO WS-RQ-RESULT
                  PERFORM REFUSE-APPLICATION-PARA
               ELSE
               IF WS-LIEN-COUNT >= 2000
                  OR WS-APP-COUNT >= 2000
                  DISPLAY "LIEN OR APPLICATION TABLE FULL, "
                          "APPLICATION DROPPED: " WS-RQ-OWNER-IN
                  MOVE 20 TO RETURN-CODE
                  MOVE "REGISTER FULL" TO WS-RQ-RESULT
                  PERFORM REFUSE-APPLICATION-PARA
               ELSE
                  PERFORM BLOCK-FUNDS-PARA
               END-IF
               END-IF
            END-IF.

        CHECK-ACCOUNT-PARA.
            MOVE "N" TO WS-ACCT-OK
            MOVE WS-LINK-ACCT TO AM-ACCT-NUM
            READ ACCTMST-FILE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF AM-STATUS NOT = "C"
                   MOVE "Y" TO WS-ACCT-OK
                END-IF
            END-READ
            IF WS-ACCT-OK = "Y"
               MOVE WS-LINK-ACCT TO BAL-ACCT-NUM
               READ ACCTBAL-FILE
                 INVALID KEY
                   MOVE "N" TO WS-ACCT-OK
               END-READ
            END-IF.

        COMPUTE-AVAIL-PARA.
            MOVE 0 TO WS-LIEN-TOTAL
            SET WS-LI-IDX TO 1
            PERFORM UNTIL WS-LI-IDX > WS-LIEN-COUNT
               IF WS-LI-ACCT (WS-LI-IDX) = WS-LINK-ACCT
                  AND (WS-LI-EXPIRY (WS-LI-IDX) = SPACES
                       OR WS-LI-EXPIRY (WS-LI-IDX) >= WS-RUN-DATE)
                  ADD WS-LI-AMOUNT (WS-LI-IDX) TO WS-LIEN-TOTAL
               END-IF
               SET WS-LI-IDX UP BY 1
            END-PERFORM
            COMPUTE WS-HOLD-TOTAL = WS-LIEN-TOTAL + BAL-UNCLEARED
            IF WS-HOLD-TOTAL > BAL-CURR-BAL
               MOVE 0 TO WS-AVAIL-BAL
            ELSE
               COMPUTE WS-AVAIL-BAL = BAL-CURR-BAL - WS-HOLD-TOTAL
            END-IF.

        BLOCK-FUNDS-PARA.
            MOVE WS-RQ-ISSUE-IN TO WS-AA-ISSUE WS-AR-ISSUE
            ADD 1 TO WS-LIEN-COUNT
            SET WS-LI-IDX TO WS-LIEN-COUNT
            MOVE WS-LINK-ACCT   TO WS-LI-ACCT (WS-LI-IDX)
            MOVE WS-RQ-AMOUNT   TO WS-LI-AMOUNT (WS-LI-IDX)
            MOVE WS-ASBA-REASON TO WS-LI-REASON (WS-LI-IDX)
            MOVE WS-ASBA-AUTH   TO WS-LI-AUTH (WS-LI-IDX)
            MOVE WS-IS-REFUND (WS-IS-IDX)
                 TO WS-LI-EXPIRY (WS-LI-IDX)
            ADD 1 TO WS-APP-COUNT
            SET WS-AP-IDX TO WS-APP-COUNT
            MOVE WS-RQ-ISSUE-IN TO WS-AP-ISSUE (WS-AP-IDX)
            MOVE WS-RQ-OWNER-IN TO WS-AP-OWNER (WS-AP-IDX)
            MOVE WS-LINK-ACCT   TO WS-AP-ACCT (WS-AP-IDX)
            MOVE WS-RQ-SHARES   TO WS-AP-SHARES (WS-AP-IDX)
            MOVE WS-RQ-PRICE    TO WS-AP-PRICE (WS-AP-IDX)
            MOVE WS-RQ-AMOUNT   TO WS-AP-BLOCKED (WS-AP-IDX)
            MOVE WS-RUN-DATE    TO WS-AP-DATE (WS-AP-IDX)
            MOVE "B"            TO WS-AP-STATUS (WS-AP-IDX)
            MOVE 0              TO WS-AP-ALLOTTED (WS-AP-IDX)
                                   WS-AP-DEBITED (WS-AP-IDX)
            MOVE SPACES         TO WS-AP-CLOSED (WS-AP-IDX)
            ADD 1 TO WS-CTL-BLOCKED
            ADD WS-RQ-AMOUNT TO WS-TOT-BLOCKED
            MOVE "PLACE"            TO WS-AU-ACTION
            MOVE WS-LINK-ACCT       TO WS-AU-ACCT
            MOVE WS-ASBA-AUTH       TO WS-AU-AUTH
            MOVE "ASBA LIEN PLACED" TO WS-AU-RESULT
            PERFORM WRITE-AUDIT-PARA
            MOVE "APPLY"            TO WS-ID-ACTION
            MOVE "FUNDS BLOCKED UNTIL ALLOTMENT" TO WS-ID-RESULT
            PERFORM WRITE-REQUEST-LINE-PARA.

        REFUSE-APPLICATION-PARA.
            ADD 1 TO WS-CTL-REFUSED
            DISPLAY "IPO APPLICATION REFUSED: " WS-RQ-OWNER-IN " "
                    WS-RQ-ISSUE-IN " " WS-RQ-RESULT
            MOVE "APPLY"      TO WS-ID-ACTION
            MOVE WS-RQ-RESULT TO WS-ID-RESULT
            PERFORM WRITE-REQUEST-LINE-PARA.

        WRITE-REQUEST-LINE-PARA.
            MOVE WS-RQ-ISSUE-IN TO WS-ID-ISSUE
            MOVE WS-RQ-OWNER-IN TO WS-ID-OWNER
            MOVE WS-LINK-ACCT   TO WS-ID-ACCT
            MOVE WS-RQ-SHARES   TO WS-ID-SHARES
            MOVE WS-RQ-AMOUNT   TO WS-ID-AMOUNT
            WRITE IPORPT-REC FROM WS-IPORPT-DETAIL.

        FIND-ISSUE-PARA.
            MOVE "N" TO WS-IS-FOUND
            SET WS-IS-IDX TO 1
            PERFORM UNTIL WS-IS-IDX > WS-ISSUE-COUNT
                       OR WS-IS-FOUND = "Y"
               IF WS-IS-ISSUE (WS-IS-IDX) = WS-RQ-ISSUE-IN
                  MOVE "Y" TO WS-IS-FOUND
                  SET WS-FOUND-IS-IDX TO WS-IS-IDX
               END-IF
               SET WS-IS-IDX UP BY 1
            END-PERFORM.

        FIND-APP-PARA.
            MOVE "N" TO WS-AP-FOUND
            SET WS-AP-IDX TO 1
            PERFORM UNTIL WS-AP-IDX > WS-APP-COUNT
                       OR WS-AP-FOUND = "Y"
               IF WS-AP-ISSUE (WS-AP-IDX) = WS-RQ-ISSUE-IN
                  AND WS-AP-OWNER (WS-AP-IDX) = WS-RQ-OWNER-IN
                  MOVE "Y" TO WS-AP-FOUND
                  SET WS-FOUND-AP-IDX TO WS-AP-IDX
               END-IF
               SET WS-AP-IDX UP BY 1
            END-PERFORM.

        FIND-LINK-PARA.
            MOVE "N" TO WS-LK-FOUND
            MOVE SPACES TO WS-LINK-ACCT
            SET WS-LK-IDX TO 1
            PERFORM UNTIL WS-LK-IDX > WS-LINK-COUNT
                       OR WS-LK-FOUND = "Y"
               IF WS-LK-OWNER (WS-LK-IDX) = WS-RQ-OWNER-IN
                  MOVE "Y" TO WS-LK-FOUND
                  MOVE WS-LK-ACCT (WS-LK-IDX) TO WS-LINK-ACCT
               END-IF
               SET WS-LK-IDX UP BY 1
            END-PERFORM.

        TAKE-ALLOTMENTS-PARA.
            OPEN INPUT ALLOT-FILE
            IF ALLOT-FILE-STATUS NOT = "00"
               DISPLAY "NO IPO ALLOTMENT FILE THIS RUN"
            ELSE
               OPEN EXTEND LOTS-FILE
               IF LOTS-FILE-STATUS = "35"
                  OPEN OUTPUT LOTS-FILE
                  CLOSE LOTS-FILE
                  OPEN EXTEND LOTS-FILE
               END-IF
               IF LOTS-FILE-STATUS NOT = "00"
                  DISPLAY "LOT FILE OPEN FAILED, ALLOTMENTS NOT "
                          "PROCESSED, STATUS=" LOTS-FILE-STATUS
                  MOVE 28 TO RETURN-CODE
               ELSE
                  MOVE "N" TO EOF
                  PERFORM UNTIL EOF = "Y"
                     READ ALLOT-FILE AT END
                          MOVE "Y" TO EOF
                       NOT AT END
                          IF ALLOT-REC(1:5) NOT = "ISSUE"
                             ADD 1 TO WS-CTL-ALLOT-READ
                             MOVE SPACES TO WS-RQ-PRICE-IN
                             UNSTRING ALLOT-REC DELIMITED BY ","
                             INTO WS-RQ-ISSUE-IN
                                  WS-RQ-OWNER-IN
                                  WS-RQ-SHARES-IN
                                  WS-RQ-PRICE-IN
                             END-UNSTRING
                             PERFORM ALLOT-ONE-PARA
                          END-IF
                     END-READ
                  END-PERFORM
                  CLOSE LOTS-FILE
               END-IF
               CLOSE ALLOT-FILE
            END-IF.

        ALLOT-ONE-PARA.
            MOVE SPACES TO WS-LINK-ACCT
            MOVE 0 TO WS-RQ-SHARES WS-RQ-PRICE WS-RQ-AMOUNT
            PERFORM FIND-ISSUE-PARA
            PERFORM FIND-APP-PARA
            IF WS-AP-FOUND = "Y"
               SET WS-AP-IDX TO WS-FOUND-AP-IDX
               MOVE WS-AP-ACCT (WS-AP-IDX) TO WS-LINK-ACCT
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-RQ-SHARES-IN) = 0
               COMPUTE WS-RQ-SHARES = FUNCTION NUMVAL(WS-RQ-SHARES-IN)
            END-IF
            IF FUNCTION TEST-NUMVAL(WS-RQ-PRICE-IN) = 0
               COMPUTE WS-RQ-PRICE = FUNCTION NUMVAL(WS-RQ-PRICE-IN)
            END-IF
            IF WS-IS-FOUND NOT = "Y" OR WS-AP-FOUND NOT = "Y"
               MOVE "NO APPLICATION ON REGISTER" TO WS-RQ-RESULT
               PERFORM REFUSE-ALLOTMENT-PARA
            ELSE
            IF WS-AP-STATUS (WS-AP-IDX) NOT = "B"
               MOVE "APPLICATION ALREADY CLOSED" TO WS-RQ-RESULT
               PERFORM REFUSE-ALLOTMENT-PARA
            ELSE
            IF FUNCTION TEST-NUMVAL(WS-RQ-SHARES-IN) NOT = 0
               OR WS-RQ-SHARES > WS-AP-SHARES (WS-AP-IDX)
               MOVE "ALLOTTED SHARES EXCEED BID" TO WS-RQ-RESULT
               PERFORM REFUSE-ALLOTMENT-PARA
            ELSE
            IF WS-RQ-SHARES > 0
               AND (WS-RQ-PRICE = 0
                    OR WS-RQ-PRICE > WS-AP-PRICE (WS-AP-IDX))
               MOVE "ALLOTMENT PRICE MISSING OR ABOVE BID"
                    TO WS-RQ-RESULT
               PERFORM REFUSE-ALLOTMENT-PARA
            ELSE
               IF WS-RQ-SHARES = 0
                  PERFORM NOT-ALLOTTED-PARA
               ELSE
                  PERFORM ALLOTTED-PARA
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

        ALLOTTED-PARA.
            SET WS-IS-IDX TO WS-FOUND-IS-IDX
            COMPUTE WS-RQ-AMOUNT = WS-RQ-SHARES * WS-RQ-PRICE
            PERFORM RELEASE-LIEN-PARA
            MOVE "A"          TO WS-AP-STATUS (WS-AP-IDX)
            MOVE WS-RQ-SHARES TO WS-AP-ALLOTTED (WS-AP-IDX)
            MOVE WS-RQ-AMOUNT TO WS-AP-DEBITED (WS-AP-IDX)
            MOVE WS-RUN-DATE  TO WS-AP-CLOSED (WS-AP-IDX)
            MOVE WS-LINK-ACCT TO WS-IT-ACCT
            MOVE "WDL"        TO WS-IT-TYPE
            MOVE WS-RQ-AMOUNT TO WS-IT-AMT
            WRITE IPOTXN-REC FROM WS-IPOTXN-LINE
            MOVE WS-IS-SYMBOL (WS-IS-IDX) TO WS-LL-STOCK
            MOVE WS-RUN-DATE  TO WS-LL-DATE
            MOVE WS-RQ-SHARES TO WS-LL-SHARES
            MOVE WS-RQ-PRICE  TO WS-LL-PRICE
            MOVE WS-RQ-OWNER-IN TO WS-LL-OWNER
            WRITE LOTS-REC FROM WS-LOT-LINE
            ADD 1 TO WS-CTL-ALLOTTED
            ADD 1 TO WS-CTL-LOTS
            ADD WS-RQ-AMOUNT TO WS-TOT-DEBITED
            COMPUTE WS-RELEASED =
                    WS-AP-BLOCKED (WS-AP-IDX) - WS-RQ-AMOUNT
            ADD WS-RELEASED TO WS-TOT-RELEASED
            MOVE "ALLOTTED, LIEN RELEASED" TO WS-AU-RESULT
            PERFORM WRITE-AUDIT-PARA
            MOVE "ALLOT"      TO WS-ID-ACTION
            MOVE "ALLOTTED, AMOUNT DEBITED, BALANCE FREED"
                 TO WS-ID-RESULT
            PERFORM WRITE-REQUEST-LINE-PARA.

        NOT-ALLOTTED-PARA.
            MOVE 0 TO WS-RQ-AMOUNT
            PERFORM RELEASE-LIEN-PARA
            MOVE "N"          TO WS-AP-STATUS (WS-AP-IDX)
            MOVE 0            TO WS-AP-ALLOTTED (WS-AP-IDX)
                                 WS-AP-DEBITED (WS-AP-IDX)
            MOVE WS-RUN-DATE  TO WS-AP-CLOSED (WS-AP-IDX)
            ADD 1 TO WS-CTL-NOT-ALLOTTED
            ADD WS-AP-BLOCKED (WS-AP-IDX) TO WS-TOT-RELEASED
            MOVE "NOT ALLOTTED, LIEN RELEASED" TO WS-AU-RESULT
            PERFORM WRITE-AUDIT-PARA
            MOVE "ALLOT"      TO WS-ID-ACTION
            MOVE "NOT ALLOTTED, FULL AMOUNT RELEASED"
                 TO WS-ID-RESULT
            PERFORM WRITE-REQUEST-LINE-PARA.

        REFUSE-ALLOTMENT-PARA.
            ADD 1 TO WS-CTL-REFUSED
            DISPLAY "IPO ALLOTMENT ROW REFUSED: " WS-RQ-OWNER-IN " "
                    WS-RQ-ISSUE-IN " " WS-RQ-RESULT
            MOVE "ALLOT"      TO WS-ID-ACTION
            MOVE WS-RQ-RESULT TO WS-ID-RESULT
            PERFORM WRITE-REQUEST-LINE-PARA.

        RELEASE-LIEN-PARA.
            MOVE WS-AP-ISSUE (WS-AP-IDX) TO WS-AA-ISSUE
            MOVE "N" TO WS-LI-FOUND
            SET WS-LI-IDX TO 1
            PERFORM UNTIL WS-LI-IDX > WS-LIEN-COUNT
                       OR WS-LI-FOUND = "Y"
               IF WS-LI-ACCT (WS-LI-IDX) = WS-AP-ACCT (WS-AP-IDX)
                  AND WS-LI-AUTH (WS-LI-IDX) = WS-ASBA-AUTH
                  AND WS-LI-AMOUNT (WS-LI-IDX)
                      = WS-AP-BLOCKED (WS-AP-IDX)
                  MOVE "Y" TO WS-LI-FOUND
                  PERFORM SHIFT-LIEN-DOWN-PARA
               ELSE
                  SET WS-LI-IDX UP BY 1
               END-IF
            END-PERFORM
            IF WS-LI-FOUND NOT = "Y"
               DISPLAY "ASBA LIEN ALREADY GONE FROM REGISTER: "
                       WS-AP-ACCT (WS-AP-IDX) " " WS-ASBA-AUTH
            END-IF
            MOVE "RELEASE"               TO WS-AU-ACTION
            MOVE WS-AP-ACCT (WS-AP-IDX)  TO WS-AU-ACCT
            MOVE WS-ASBA-AUTH            TO WS-AU-AUTH.

        SHIFT-LIEN-DOWN-PARA.
            PERFORM UNTIL WS-LI-IDX >= WS-LIEN-COUNT
               MOVE WS-LI-ENTRY (WS-LI-IDX + 1)
                 TO WS-LI-ENTRY (WS-LI-IDX)
               SET WS-LI-IDX UP BY 1
            END-PERFORM
            SUBTRACT 1 FROM WS-LIEN-COUNT
            SET WS-LI-IDX TO 1.

        REFUND-SWEEP-PARA.
            IF WS-AP-STATUS (WS-AP-IDX) = "B"
               MOVE WS-AP-ISSUE (WS-AP-IDX) TO WS-RQ-ISSUE-IN
               PERFORM FIND-ISSUE-PARA
               IF WS-IS-FOUND = "Y"
                  AND WS-RUN-DATE >= WS-IS-REFUND (WS-FOUND-IS-IDX)
                  PERFORM REFUND-APP-PARA
               ELSE
                  ADD 1 TO WS-CTL-OPEN
                  ADD WS-AP-BLOCKED (WS-AP-IDX) TO WS-TOT-OPEN
               END-IF
            END-IF
            SET WS-AP-IDX UP BY 1.
             EXIT.

        REFUND-APP-PARA.
            MOVE WS-AP-OWNER (WS-AP-IDX) TO WS-RQ-OWNER-IN
            MOVE WS-AP-ACCT (WS-AP-IDX)  TO WS-LINK-ACCT
            MOVE WS-AP-SHARES (WS-AP-IDX) TO WS-RQ-SHARES
            MOVE WS-AP-BLOCKED (WS-AP-IDX) TO WS-RQ-AMOUNT
            PERFORM RELEASE-LIEN-PARA
            MOVE "R"         TO WS-AP-STATUS (WS-AP-IDX)
            MOVE WS-RUN-DATE TO WS-AP-CLOSED (WS-AP-IDX)
            ADD 1 TO WS-CTL-REFUNDED
            ADD WS-AP-BLOCKED (WS-AP-IDX) TO WS-TOT-RELEASED
            MOVE "REFUND DATE, LIEN RELEASED" TO WS-AU-RESULT
            PERFORM WRITE-AUDIT-PARA
            MOVE "REFUND"    TO WS-ID-ACTION
            MOVE "NO ALLOTMENT BY REFUND DATE, RELEASED"
                 TO WS-ID-RESULT
            PERFORM WRITE-REQUEST-LINE-PARA.

        WRITE-TOTALS-PARA.
            MOVE SPACES TO IPORPT-REC
            WRITE IPORPT-REC
            MOVE "FUNDS BLOCKED THIS RUN      :" TO WS-IR-LABEL
            MOVE WS-CTL-BLOCKED  TO WS-IR-COUNT
            MOVE WS-TOT-BLOCKED  TO WS-IR-AMOUNT
            WRITE IPORPT-REC FROM WS-IPORPT-TOTAL
            MOVE "ALLOTTED AND DEBITED        :" TO WS-IR-LABEL
            MOVE WS-CTL-ALLOTTED TO WS-IR-COUNT
            MOVE WS-TOT-DEBITED  TO WS-IR-AMOUNT
            WRITE IPORPT-REC FROM WS-IPORPT-TOTAL
            COMPUTE WS-IR-COUNT = WS-CTL-NOT-ALLOTTED
                                + WS-CTL-REFUNDED
            MOVE "BLOCKS RELEASED (NOT USED)  :" TO WS-IR-LABEL
            MOVE WS-TOT-RELEASED TO WS-IR-AMOUNT
            WRITE IPORPT-REC FROM WS-IPORPT-TOTAL
            MOVE "APPLICATIONS STILL BLOCKED  :" TO WS-IR-LABEL
            MOVE WS-CTL-OPEN     TO WS-IR-COUNT
            MOVE WS-TOT-OPEN     TO WS-IR-AMOUNT
            WRITE IPORPT-REC FROM WS-IPORPT-TOTAL
            MOVE "REQUESTS REFUSED            :" TO WS-IR-LABEL
            MOVE WS-CTL-REFUSED  TO WS-IR-COUNT
            MOVE 0               TO WS-IR-AMOUNT
            WRITE IPORPT-REC FROM WS-IPORPT-TOTAL.

        REWRITE-LIENS-PARA.
            OPEN OUTPUT LIEN-FILE
            IF LIEN-FILE-STATUS NOT = "00"
               DISPLAY "LIEN FILE REWRITE FAILED, STATUS="
                       LIEN-FILE-STATUS
               MOVE 20 TO RETURN-CODE
            ELSE
               SET WS-LI-IDX TO 1
               PERFORM UNTIL WS-LI-IDX > WS-LIEN-COUNT
                  MOVE WS-LI-ACCT (WS-LI-IDX)   TO WS-WL-ACCT
                  MOVE WS-LI-AMOUNT (WS-LI-IDX) TO WS-WL-AMOUNT
                  MOVE WS-LI-REASON (WS-LI-IDX) TO WS-WL-REASON
                  MOVE WS-LI-AUTH (WS-LI-IDX)   TO WS-WL-AUTH
                  MOVE WS-LI-EXPIRY (WS-LI-IDX) TO WS-WL-EXPIRY
                  WRITE LIEN-REC FROM WS-LIEN-LINE
                  SET WS-LI-IDX UP BY 1
               END-PERFORM
               CLOSE LIEN-FILE
            END-IF.

        REWRITE-APPS-PARA.
            OPEN OUTPUT APPS-FILE
            IF APPS-FILE-STATUS NOT = "00"
               DISPLAY "IPO APPLICATION REGISTER REWRITE FAILED, "
                       "STATUS=" APPS-FILE-STATUS
               MOVE 20 TO RETURN-CODE
            ELSE
               SET WS-AP-IDX TO 1
               PERFORM UNTIL WS-AP-IDX > WS-APP-COUNT
                  MOVE WS-AP-ISSUE (WS-AP-IDX)    TO WS-AL-ISSUE
                  MOVE WS-AP-OWNER (WS-AP-IDX)    TO WS-AL-OWNER
                  MOVE WS-AP-ACCT (WS-AP-IDX)     TO WS-AL-ACCT
                  MOVE WS-AP-SHARES (WS-AP-IDX)   TO WS-AL-SHARES
                  MOVE WS-AP-PRICE (WS-AP-IDX)    TO WS-AL-PRICE
                  MOVE WS-AP-BLOCKED (WS-AP-IDX)  TO WS-AL-BLOCKED
                  MOVE WS-AP-DATE (WS-AP-IDX)     TO WS-AL-DATE
                  MOVE WS-AP-STATUS (WS-AP-IDX)   TO WS-AL-STATUS
                  MOVE WS-AP-ALLOTTED (WS-AP-IDX) TO WS-AL-ALLOTTED
                  MOVE WS-AP-DEBITED (WS-AP-IDX)  TO WS-AL-DEBITED
                  MOVE WS-AP-CLOSED (WS-AP-IDX)   TO WS-AL-CLOSED
                  WRITE APPS-REC FROM WS-APPS-LINE
                  SET WS-AP-IDX UP BY 1
               END-PERFORM
               CLOSE APPS-FILE
            END-IF.

        APPEND-OPSLOG-PARA.
            ACCEPT WS-OPL-END-TIME FROM TIME
            MOVE "NINJAIPO"           TO WS-OPL-PROGRAM
            MOVE WS-RUN-DATE          TO WS-OPL-DATE
            MOVE WS-CYCLE-ID          TO WS-OPL-CYCLE
            COMPUTE WS-OPL-IN-COUNT =
                    WS-CTL-APPLY-READ + WS-CTL-ALLOT-READ
            COMPUTE WS-OPL-OUT-COUNT =
                    WS-CTL-BLOCKED + WS-CTL-ALLOTTED
                  + WS-CTL-NOT-ALLOTTED + WS-CTL-REFUNDED
            MOVE WS-CTL-REFUSED       TO WS-OPL-REJ-COUNT
            MOVE WS-START-TIME        TO WS-OPL-START-TIME
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
