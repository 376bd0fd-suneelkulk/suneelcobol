        IDENTIFICATION DIVISION.
        PROGRAM-ID. ninjafut.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CONTRACT-FILE ASSIGN TO "NINJA-FUT-CONTRACTS.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS CONTRACT-FILE-STATUS.

            SELECT FTRADE-FILE  ASSIGN TO "NINJA-FUT-TRADES.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS FTRADE-FILE-STATUS.

            SELECT SETTLE-FILE  ASSIGN TO "NINJA-FUT-SETTLE.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS SETTLE-FILE-STATUS.

            SELECT POS-FILE     ASSIGN TO "NINJA-FUT-POS.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS POS-FILE-STATUS.

            SELECT MTM-FILE     ASSIGN TO "NINJA-FUT-MTM.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS MTM-FILE-STATUS.

            SELECT LIEN-FILE    ASSIGN TO "LIEN-FILE.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS LIEN-FILE-STATUS.

            SELECT AUDIT-FILE   ASSIGN TO "LIEN-AUDIT.LOG"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS AUDIT-FILE-STATUS.

            SELECT BANKLINK-FILE ASSIGN TO "NINJA-BANK-LINK.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS BANKLINK-FILE-STATUS.

            SELECT FUTRPT-FILE  ASSIGN TO "NINJA-FUT-MTM.RPT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS FUTRPT-FILE-STATUS.

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
        FD   CONTRACT-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 CONTRACT-REC         PIC X(80).

        FD   FTRADE-FILE  RECORD CONTAINS 60 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 FTRADE-REC           PIC X(60).

        FD   SETTLE-FILE  RECORD CONTAINS 60 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 SETTLE-REC           PIC X(60).

        FD   POS-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 POS-REC              PIC X(80).

        FD   MTM-FILE  RECORD CONTAINS 40 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 MTM-REC              PIC X(40).

        FD   LIEN-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 LIEN-REC             PIC X(80).

        FD   AUDIT-FILE  RECORD CONTAINS 110 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 AUDIT-REC            PIC X(110).

        FD   BANKLINK-FILE  RECORD CONTAINS 30 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 BANKLINK-REC         PIC X(30).

        FD   FUTRPT-FILE  RECORD CONTAINS 132 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 FUTRPT-REC           PIC X(132).

        FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 RUNCTL-REC           PIC X(15).

        FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 OPSLOG-REC           PIC X(66).

        WORKING-STORAGE SECTION.
        01 CONTRACT-FILE-STATUS PIC X(02).
        01 FTRADE-FILE-STATUS   PIC X(02).
        01 SETTLE-FILE-STATUS   PIC X(02).
        01 POS-FILE-STATUS      PIC X(02).
        01 MTM-FILE-STATUS      PIC X(02).
        01 LIEN-FILE-STATUS     PIC X(02).
        01 AUDIT-FILE-STATUS    PIC X(02).
        01 BANKLINK-FILE-STATUS PIC X(02).
        01 FUTRPT-FILE-STATUS   PIC X(02).
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
        01 WS-POS-ASOF          PIC X(08) VALUE SPACES.

        01 WS-CONTRACT-TABLE.
           05 WS-CT-ENTRY OCCURS 200 TIMES INDEXED BY WS-CT-IDX.
              10 WS-CT-CONTRACT PIC X(12).
              10 WS-CT-UNDERLY  PIC X(10).
              10 WS-CT-EXPIRY   PIC X(08).
              10 WS-CT-LOT      PIC 9(05).
              10 WS-CT-MARGIN   PIC 9(02)V99.
              10 WS-CT-SETTLE   PIC 9(07)V99.
              10 WS-CT-PRICED   PIC X(01).
        01 WS-CONTRACT-COUNT    PIC 9(03) VALUE 0.
        01 WS-CT-FOUND          PIC X(01) VALUE "N".
        01 WS-FOUND-CT-IDX      PIC 9(03) VALUE 0.
        01 WS-CT-CONTRACT-IN    PIC X(12).
        01 WS-CT-UNDERLY-IN     PIC X(10).
        01 WS-CT-EXPIRY-IN      PIC X(08).
        01 WS-CT-LOT-IN         PIC X(06).
        01 WS-CT-MARGIN-IN      PIC X(06).
        01 WS-DEFAULT-MARGIN    PIC 9(02)V99 VALUE 15.00.

        01 WS-SP-CONTRACT-IN    PIC X(12).
        01 WS-SP-DATE-IN        PIC X(08).
        01 WS-SP-PRICE-IN       PIC X(10).

        01 WS-POS-TABLE.
           05 WS-PS-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PS-IDX.
              10 WS-PS-OWNER    PIC X(08).
              10 WS-PS-CONTRACT PIC X(12).
              10 WS-PS-LOTS     PIC S9(05).
              10 WS-PS-VALUE    PIC S9(11)V99.
              10 WS-PS-CLOSED   PIC X(01).
        01 WS-POS-COUNT         PIC 9(04) VALUE 0.
        01 WS-PS-FOUND          PIC X(01) VALUE "N".
        01 WS-FOUND-PS-IDX      PIC 9(04) VALUE 0.
        01 WS-PS-OWNER-IN       PIC X(08).
        01 WS-PS-CONTRACT-IN    PIC X(12).
        01 WS-PS-LOTS-IN        PIC X(07).
        01 WS-PS-VALUE-IN       PIC X(16).

        01 WS-OWNER-TABLE.
           05 WS-OW-ENTRY OCCURS 200 TIMES INDEXED BY WS-OW-IDX.
              10 WS-OW-OWNER    PIC X(08).
              10 WS-OW-MTM      PIC S9(11)V99.
              10 WS-OW-MARGIN   PIC 9(11)V99.
        01 WS-OWNER-COUNT       PIC 9(03) VALUE 0.
        01 WS-OW-FOUND          PIC X(01) VALUE "N".
        01 WS-FOUND-OW-IDX      PIC 9(03) VALUE 0.

        01 WS-LINK-TABLE.
           05 WS-LK-ENTRY OCCURS 200 TIMES INDEXED BY WS-LK-IDX.
              10 WS-LK-OWNER    PIC X(08).
              10 WS-LK-ACCT     PIC X(14).
        01 WS-LINK-COUNT        PIC 9(03) VALUE 0.
        01 WS-LK-OWNER-IN       PIC X(08).
        01 WS-LK-ACCT-IN        PIC X(14).
        01 WS-LK-FOUND          PIC X(01) VALUE "N".
        01 WS-LINK-ACCT         PIC X(14) VALUE SPACES.

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
        01 WS-LI-OLD-ACCT       PIC X(14) VALUE SPACES.
        01 WS-LI-OLD-AMOUNT     PIC 9(09)V99 VALUE 0.

        01 WS-MARGIN-AUTH.
           05 FILLER             PIC X(04) VALUE "FUTM".
           05 WS-MA-OWNER        PIC X(08).
        01 WS-MARGIN-REASON     PIC X(30)
                                VALUE "FUTURES INITIAL MARGIN".

        01 WS-FT-DATE-IN        PIC X(08).
        01 WS-FT-CONTRACT-IN    PIC X(12).
        01 WS-FT-SIDE-IN        PIC X(04).
        01 WS-FT-LOTS-IN        PIC X(07).
        01 WS-FT-PRICE-IN       PIC X(10).
        01 WS-FT-OWNER-IN       PIC X(08).
        01 WS-FT-LOTS           PIC S9(05) VALUE 0.
        01 WS-FT-PRICE          PIC 9(07)V99 VALUE 0.
        01 WS-FT-VALUE          PIC S9(11)V99 VALUE 0.
        01 WS-FT-REASON         PIC X(40) VALUE SPACES.

        01 WS-NEW-VALUE         PIC S9(11)V99 VALUE 0.
        01 WS-MTM               PIC S9(11)V99 VALUE 0.
        01 WS-ABS-VALUE         PIC 9(11)V99 VALUE 0.
        01 WS-POS-MARGIN        PIC 9(11)V99 VALUE 0.
        01 WS-MARGIN-DUE        PIC 9(09)V99 VALUE 0.
        01 WS-ACTION            PIC X(40) VALUE SPACES.

        01 WS-CTL-TRADES-READ   PIC 9(07) VALUE 0.
        01 WS-CTL-TRADES        PIC 9(05) VALUE 0.
        01 WS-CTL-REJECTED      PIC 9(05) VALUE 0.
        01 WS-CTL-MARKED        PIC 9(05) VALUE 0.
        01 WS-CTL-UNMARKED      PIC 9(05) VALUE 0.
        01 WS-CTL-SQUARED       PIC 9(05) VALUE 0.
        01 WS-CTL-EXPIRED       PIC 9(05) VALUE 0.
        01 WS-CTL-MTM-OWNERS    PIC 9(05) VALUE 0.
        01 WS-CTL-NO-LINK       PIC 9(05) VALUE 0.
        01 WS-CTL-LIENS         PIC 9(05) VALUE 0.
        01 WS-TOT-PROFIT        PIC 9(11)V99 VALUE 0.
        01 WS-TOT-LOSS          PIC 9(11)V99 VALUE 0.
        01 WS-TOT-MARGIN        PIC 9(11)V99 VALUE 0.

        01 WS-POS-HEADER.
           05 FILLER             PIC X(05) VALUE "ASOF,".
           05 WS-PH-DATE         PIC X(08).

        01 WS-POS-LINE.
           05 WS-PL-OWNER        PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-PL-CONTRACT     PIC X(12).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-PL-LOTS         PIC S9(05)
                                 SIGN IS LEADING SEPARATE.
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-PL-VALUE        PIC -9(11).99.

        01 WS-MTM-LINE.
           05 WS-ML-DATE         PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-ML-OWNER        PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-ML-AMOUNT       PIC -9(11).99.

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
           05 WS-AU-MAKER         PIC X(10) VALUE "NINJAFUT".
           05 FILLER              PIC X(01) VALUE ",".
           05 WS-AU-RESULT        PIC X(30).

        01 WH-FUTRPT-HDR1.
           05 FILLER PIC X(30) VALUE
              "FUTURES MARK-TO-MARKET RUN -  ".
           05 WS-RH-DATE         PIC X(08).
           05 FILLER PIC X(08) VALUE " CYCLE ".
           05 WS-RH-CYCLE        PIC X(04).
        01 WH-FUTRPT-HDR2.
           05 FILLER PIC X(10) VALUE "OWNER".
           05 FILLER PIC X(14) VALUE "CONTRACT".
           05 FILLER PIC X(09) VALUE "   LOTS".
           05 FILLER PIC X(12) VALUE "     PRICE".
           05 FILLER PIC X(17) VALUE "       MTM / MGN".
           05 FILLER PIC X(40) VALUE "ACTION".
        01 WS-FUTRPT-DETAIL.
           05 WS-FD-OWNER        PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-FD-CONTRACT     PIC X(12).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-FD-LOTS         PIC -(06)9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-FD-PRICE        PIC Z(06)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-FD-AMOUNT       PIC -(11)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-FD-ACTION       PIC X(40).
        01 WS-FUTRPT-TOTAL.
           05 WS-FR-LABEL        PIC X(30).
           05 WS-FR-COUNT        PIC ZZZZ9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-FR-AMOUNT       PIC ZZZZZZZZZZ9.99.

        PROCEDURE DIVISION.
            DISPLAY "THIS IS THE NINJA FUTURES MARK-TO-MARKET PROGRAM".
            ACCEPT WS-START-TIME FROM TIME.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM LOAD-RUN-CONTROL-PARA.
            PERFORM LOAD-CONTRACTS-PARA.
            IF WS-CONTRACT-COUNT = 0
               DISPLAY "NO FUTURES CONTRACTS ON FILE, NOTHING TO MARK"
               MOVE 12 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            PERFORM LOAD-POSITIONS-PARA.
            IF WS-POS-ASOF NOT < WS-RUN-DATE
               DISPLAY "FUTURES ALREADY MARKED FOR " WS-POS-ASOF
                       ", NOT MARKED AGAIN"
               MOVE 8 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            PERFORM LOAD-SETTLE-PRICES-PARA.
            PERFORM LOAD-BANK-LINKS-PARA.
            PERFORM LOAD-LIENS-PARA.
            OPEN OUTPUT FUTRPT-FILE.
            IF FUTRPT-FILE-STATUS NOT = "00"
               DISPLAY "FUTURES REPORT OPEN FAILED, STATUS="
                       FUTRPT-FILE-STATUS
               MOVE 28 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            OPEN OUTPUT MTM-FILE.
            IF MTM-FILE-STATUS NOT = "00"
               DISPLAY "FUTURES MTM FEED OPEN FAILED, STATUS="
                       MTM-FILE-STATUS
               CLOSE FUTRPT-FILE
               MOVE 28 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            PERFORM OPEN-AUDIT-PARA.
            MOVE WS-RUN-DATE TO WS-RH-DATE.
            MOVE WS-CYCLE-ID TO WS-RH-CYCLE.
            WRITE FUTRPT-REC FROM WH-FUTRPT-HDR1.
            WRITE FUTRPT-REC FROM WH-FUTRPT-HDR2.
            PERFORM TAKE-TRADES-PARA.
            SET WS-PS-IDX TO 1.
            PERFORM MARK-POSITION-PARA
                    UNTIL WS-PS-IDX > WS-POS-COUNT.
            SET WS-OW-IDX TO 1.
            PERFORM SETTLE-OWNER-PARA
                    UNTIL WS-OW-IDX > WS-OWNER-COUNT.
            CLOSE MTM-FILE.
            CLOSE AUDIT-FILE.
            PERFORM WRITE-TOTALS-PARA.
            CLOSE FUTRPT-FILE.
            PERFORM REWRITE-LIENS-PARA.
            PERFORM REWRITE-POSITIONS-PARA.
            PERFORM APPEND-OPSLOG-PARA.
            DISPLAY "FUTURES MTM SUMMARY - CYCLE " WS-CYCLE-ID.
            DISPLAY "  TRADES READ       : " WS-CTL-TRADES-READ.
            DISPLAY "  TRADES APPLIED    : " WS-CTL-TRADES.
            DISPLAY "  TRADES REJECTED   : " WS-CTL-REJECTED.
            DISPLAY "  POSITIONS MARKED  : " WS-CTL-MARKED.
            DISPLAY "  NOT MARKED        : " WS-CTL-UNMARKED.
            DISPLAY "  SQUARED OFF       : " WS-CTL-SQUARED.
            DISPLAY "  EXPIRED           : " WS-CTL-EXPIRED.
            DISPLAY "  OWNERS WITH MTM   : " WS-CTL-MTM-OWNERS.
            DISPLAY "  MARGIN LIENS SET  : " WS-CTL-LIENS.
            DISPLAY "  OWNERS UNLINKED   : " WS-CTL-NO-LINK.
            IF (WS-CTL-REJECTED > 0
                OR WS-CTL-UNMARKED > 0
                OR WS-CTL-NO-LINK > 0)
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

        LOAD-CONTRACTS-PARA.
            MOVE 0 TO WS-CONTRACT-COUNT
            OPEN INPUT CONTRACT-FILE
            IF CONTRACT-FILE-STATUS = "00"
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                  READ CONTRACT-FILE AT END
                       MOVE "Y" TO EOF
                    NOT AT END
                       IF CONTRACT-REC(1:8) NOT = "CONTRACT"
                          PERFORM TAKE-CONTRACT-PARA
                       END-IF
                  END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
            ELSE
               DISPLAY "NO FUTURES CONTRACT FILE, STATUS="
                       CONTRACT-FILE-STATUS
            END-IF.

        TAKE-CONTRACT-PARA.
            MOVE SPACES TO WS-CT-MARGIN-IN
            UNSTRING CONTRACT-REC DELIMITED BY ","
            INTO WS-CT-CONTRACT-IN
                 WS-CT-UNDERLY-IN
                 WS-CT-EXPIRY-IN
                 WS-CT-LOT-IN
                 WS-CT-MARGIN-IN
            END-UNSTRING
            IF WS-CT-EXPIRY-IN NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(WS-CT-LOT-IN) NOT = 0
               DISPLAY "FUTURES CONTRACT ROW INCOMPLETE, SKIPPED: "
                       WS-CT-CONTRACT-IN
            ELSE
               IF WS-CONTRACT-COUNT >= 200
                  DISPLAY "FUTURES CONTRACT TABLE CAPACITY EXCEEDED "
                          "AT 200 - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-CONTRACT-COUNT
               SET WS-CT-IDX TO WS-CONTRACT-COUNT
               MOVE WS-CT-CONTRACT-IN TO WS-CT-CONTRACT (WS-CT-IDX)
               MOVE WS-CT-UNDERLY-IN  TO WS-CT-UNDERLY (WS-CT-IDX)
               MOVE WS-CT-EXPIRY-IN   TO WS-CT-EXPIRY (WS-CT-IDX)
               COMPUTE WS-CT-LOT (WS-CT-IDX) =
                       FUNCTION NUMVAL(WS-CT-LOT-IN)
               IF WS-CT-LOT (WS-CT-IDX) = 0
                  MOVE 1 TO WS-CT-LOT (WS-CT-IDX)
               END-IF
               IF WS-CT-MARGIN-IN = SPACES
                  OR FUNCTION TEST-NUMVAL(WS-CT-MARGIN-IN) NOT = 0
                  MOVE WS-DEFAULT-MARGIN TO WS-CT-MARGIN (WS-CT-IDX)
               ELSE
                  COMPUTE WS-CT-MARGIN (WS-CT-IDX) =
                          FUNCTION NUMVAL(WS-CT-MARGIN-IN)
               END-IF
               MOVE 0   TO WS-CT-SETTLE (WS-CT-IDX)
               MOVE "N" TO WS-CT-PRICED (WS-CT-IDX)
            END-IF.

        LOAD-SETTLE-PRICES-PARA.
            OPEN INPUT SETTLE-FILE
            IF SETTLE-FILE-STATUS = "00"
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                  READ SETTLE-FILE AT END
                       MOVE "Y" TO EOF
                    NOT AT END
                       IF SETTLE-REC(1:8) NOT = "CONTRACT"
                          PERFORM TAKE-SETTLE-PRICE-PARA
                       END-IF
                  END-READ
               END-PERFORM
               CLOSE SETTLE-FILE
            ELSE
               DISPLAY "NO SETTLEMENT PRICE FILE, OPEN POSITIONS "
                       "WILL NOT BE MARKED THIS RUN"
            END-IF.

        TAKE-SETTLE-PRICE-PARA.
            UNSTRING SETTLE-REC DELIMITED BY ","
            INTO WS-SP-CONTRACT-IN
                 WS-SP-DATE-IN
                 WS-SP-PRICE-IN
            END-UNSTRING
            IF WS-SP-DATE-IN = WS-RUN-DATE
               AND FUNCTION TEST-NUMVAL(WS-SP-PRICE-IN) = 0
               MOVE WS-SP-CONTRACT-IN TO WS-FT-CONTRACT-IN
               PERFORM FIND-CONTRACT-PARA
               IF WS-CT-FOUND = "Y"
                  SET WS-CT-IDX TO WS-FOUND-CT-IDX
                  COMPUTE WS-CT-SETTLE (WS-CT-IDX) =
                          FUNCTION NUMVAL(WS-SP-PRICE-IN)
                  MOVE "Y" TO WS-CT-PRICED (WS-CT-IDX)
               ELSE
                  DISPLAY "SETTLEMENT PRICE FOR UNKNOWN CONTRACT "
                          "IGNORED: " WS-SP-CONTRACT-IN
               END-IF
            END-IF.

        LOAD-POSITIONS-PARA.
            MOVE 0 TO WS-POS-COUNT
            MOVE "00000000" TO WS-POS-ASOF
            OPEN INPUT POS-FILE
            IF POS-FILE-STATUS = "00"
               PERFORM UNTIL POS-FILE-STATUS NOT = "00"
                  READ POS-FILE
                    AT END
                      MOVE "10" TO POS-FILE-STATUS
                    NOT AT END
                      IF POS-REC(1:5) = "ASOF,"
                         MOVE POS-REC(6:8) TO WS-POS-ASOF
                      ELSE
                         PERFORM TAKE-POSITION-PARA
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE POS-FILE
            ELSE
               DISPLAY "NO FUTURES POSITION FILE, STARTING EMPTY"
            END-IF.

        TAKE-POSITION-PARA.
            IF WS-POS-COUNT >= 2000
               DISPLAY "FUTURES POSITION TABLE CAPACITY EXCEEDED AT "
                       "2000 - RUN STOPPED"
               MOVE 20 TO RETURN-CODE
               STOP RUN
            END-IF
            UNSTRING POS-REC DELIMITED BY ","
            INTO WS-PS-OWNER-IN
                 WS-PS-CONTRACT-IN
                 WS-PS-LOTS-IN
                 WS-PS-VALUE-IN
            END-UNSTRING
            ADD 1 TO WS-POS-COUNT
            SET WS-PS-IDX TO WS-POS-COUNT
            MOVE WS-PS-OWNER-IN    TO WS-PS-OWNER (WS-PS-IDX)
            MOVE WS-PS-CONTRACT-IN TO WS-PS-CONTRACT (WS-PS-IDX)
            COMPUTE WS-PS-LOTS (WS-PS-IDX) =
                    FUNCTION NUMVAL(WS-PS-LOTS-IN)
            COMPUTE WS-PS-VALUE (WS-PS-IDX) =
                    FUNCTION NUMVAL(WS-PS-VALUE-IN)
            MOVE "N" TO WS-PS-CLOSED (WS-PS-IDX)
            MOVE WS-PS-OWNER-IN TO WS-FT-OWNER-IN
            PERFORM FIND-OWNER-PARA.

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
               DISPLAY "NO OWNER BANK LINKAGE FILE, FUTURES MARGIN "
                       "CANNOT BE BLOCKED"
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

        TAKE-TRADES-PARA.
            OPEN INPUT FTRADE-FILE
            IF FTRADE-FILE-STATUS NOT = "00"
               DISPLAY "NO FUTURES TRADES THIS RUN"
            ELSE
               MOVE "N" TO EOF
               PERFORM UNTIL EOF = "Y"
                  READ FTRADE-FILE AT END
                       MOVE "Y" TO EOF
                    NOT AT END
                       IF FTRADE-REC(1:4) NOT = "DATE"
                          ADD 1 TO WS-CTL-TRADES-READ
                          PERFORM APPLY-TRADE-PARA
                       END-IF
                  END-READ
               END-PERFORM
               CLOSE FTRADE-FILE
            END-IF.

        APPLY-TRADE-PARA.
            MOVE SPACES TO WS-FT-OWNER-IN
            UNSTRING FTRADE-REC DELIMITED BY ","
            INTO WS-FT-DATE-IN
                 WS-FT-CONTRACT-IN
                 WS-FT-SIDE-IN
                 WS-FT-LOTS-IN
                 WS-FT-PRICE-IN
                 WS-FT-OWNER-IN
            END-UNSTRING
            IF WS-FT-OWNER-IN = SPACES
               MOVE "HOUSE" TO WS-FT-OWNER-IN
            END-IF
            MOVE 0 TO WS-FT-LOTS WS-FT-PRICE
            PERFORM FIND-CONTRACT-PARA
            IF WS-FT-DATE-IN NOT = WS-RUN-DATE
               MOVE "TRADE DATE NOT THIS RUN DATE" TO WS-FT-REASON
               PERFORM REJECT-TRADE-PARA
            ELSE
            IF WS-CT-FOUND NOT = "Y"
               MOVE "CONTRACT NOT ON MASTER" TO WS-FT-REASON
               PERFORM REJECT-TRADE-PARA
            ELSE
            IF WS-CT-EXPIRY (WS-FOUND-CT-IDX) < WS-RUN-DATE
               MOVE "CONTRACT ALREADY EXPIRED" TO WS-FT-REASON
               PERFORM REJECT-TRADE-PARA
            ELSE
            IF WS-FT-SIDE-IN NOT = "BUY"
               AND WS-FT-SIDE-IN NOT = "SELL"
               MOVE "SIDE MUST BE BUY OR SELL" TO WS-FT-REASON
               PERFORM REJECT-TRADE-PARA
            ELSE
            IF FUNCTION TEST-NUMVAL(WS-FT-LOTS-IN) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-FT-PRICE-IN) NOT = 0
               MOVE "LOTS OR PRICE NOT NUMERIC" TO WS-FT-REASON
               PERFORM REJECT-TRADE-PARA
            ELSE
               COMPUTE WS-FT-LOTS = FUNCTION NUMVAL(WS-FT-LOTS-IN)
               COMPUTE WS-FT-PRICE = FUNCTION NUMVAL(WS-FT-PRICE-IN)
               IF WS-FT-LOTS NOT > 0 OR WS-FT-PRICE = 0
                  MOVE "LOTS AND PRICE MUST BE ABOVE ZERO"
                       TO WS-FT-REASON
                  PERFORM REJECT-TRADE-PARA
               ELSE
                  PERFORM BOOK-TRADE-PARA
               END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

        BOOK-TRADE-PARA.
            IF WS-FT-SIDE-IN = "SELL"
               COMPUTE WS-FT-LOTS = 0 - WS-FT-LOTS
            END-IF
            SET WS-CT-IDX TO WS-FOUND-CT-IDX
            COMPUTE WS-FT-VALUE =
                    WS-FT-LOTS * WS-CT-LOT (WS-CT-IDX) * WS-FT-PRICE
            PERFORM FIND-POSITION-PARA
            IF WS-PS-FOUND NOT = "Y"
               IF WS-POS-COUNT >= 2000
                  DISPLAY "FUTURES POSITION TABLE CAPACITY EXCEEDED "
                          "AT 2000 - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-POS-COUNT
               SET WS-PS-IDX TO WS-POS-COUNT
               SET WS-FOUND-PS-IDX TO WS-PS-IDX
               MOVE WS-FT-OWNER-IN    TO WS-PS-OWNER (WS-PS-IDX)
               MOVE WS-FT-CONTRACT-IN TO WS-PS-CONTRACT (WS-PS-IDX)
               MOVE 0   TO WS-PS-LOTS (WS-PS-IDX)
                           WS-PS-VALUE (WS-PS-IDX)
               MOVE "N" TO WS-PS-CLOSED (WS-PS-IDX)
            END-IF
            SET WS-PS-IDX TO WS-FOUND-PS-IDX
            ADD WS-FT-LOTS  TO WS-PS-LOTS (WS-PS-IDX)
            ADD WS-FT-VALUE TO WS-PS-VALUE (WS-PS-IDX)
            PERFORM FIND-OWNER-PARA
            ADD 1 TO WS-CTL-TRADES
            MOVE WS-FT-OWNER-IN    TO WS-FD-OWNER
            MOVE WS-FT-CONTRACT-IN TO WS-FD-CONTRACT
            MOVE WS-FT-LOTS        TO WS-FD-LOTS
            MOVE WS-FT-PRICE       TO WS-FD-PRICE
            MOVE 0                 TO WS-FD-AMOUNT
            MOVE SPACES            TO WS-FD-ACTION
            STRING "TRADE " WS-FT-SIDE-IN DELIMITED BY SIZE
                   INTO WS-FD-ACTION
            END-STRING
            WRITE FUTRPT-REC FROM WS-FUTRPT-DETAIL.

        REJECT-TRADE-PARA.
            ADD 1 TO WS-CTL-REJECTED
            DISPLAY "FUTURES TRADE REJECTED: " WS-FT-OWNER-IN " "
                    WS-FT-CONTRACT-IN " " WS-FT-REASON
            MOVE WS-FT-OWNER-IN    TO WS-FD-OWNER
            MOVE WS-FT-CONTRACT-IN TO WS-FD-CONTRACT
            MOVE WS-FT-LOTS        TO WS-FD-LOTS
            MOVE WS-FT-PRICE       TO WS-FD-PRICE
            MOVE 0                 TO WS-FD-AMOUNT
            MOVE SPACES            TO WS-FD-ACTION
            STRING "REJECTED: " WS-FT-REASON DELIMITED BY SIZE
                   INTO WS-FD-ACTION
            END-STRING
            WRITE FUTRPT-REC FROM WS-FUTRPT-DETAIL.

        FIND-CONTRACT-PARA.
            MOVE "N" TO WS-CT-FOUND
            SET WS-CT-IDX TO 1
            PERFORM UNTIL WS-CT-IDX > WS-CONTRACT-COUNT
                       OR WS-CT-FOUND = "Y"
               IF WS-CT-CONTRACT (WS-CT-IDX) = WS-FT-CONTRACT-IN
                  MOVE "Y" TO WS-CT-FOUND
                  SET WS-FOUND-CT-IDX TO WS-CT-IDX
               END-IF
               SET WS-CT-IDX UP BY 1
            END-PERFORM.

        FIND-POSITION-PARA.
            MOVE "N" TO WS-PS-FOUND
            SET WS-PS-IDX TO 1
            PERFORM UNTIL WS-PS-IDX > WS-POS-COUNT
                       OR WS-PS-FOUND = "Y"
               IF WS-PS-OWNER (WS-PS-IDX) = WS-FT-OWNER-IN
                  AND WS-PS-CONTRACT (WS-PS-IDX) = WS-FT-CONTRACT-IN
                  MOVE "Y" TO WS-PS-FOUND
                  SET WS-FOUND-PS-IDX TO WS-PS-IDX
               END-IF
               SET WS-PS-IDX UP BY 1
            END-PERFORM.

        FIND-OWNER-PARA.
            MOVE "N" TO WS-OW-FOUND
            SET WS-OW-IDX TO 1
            PERFORM UNTIL WS-OW-IDX > WS-OWNER-COUNT
                       OR WS-OW-FOUND = "Y"
               IF WS-OW-OWNER (WS-OW-IDX) = WS-FT-OWNER-IN
                  MOVE "Y" TO WS-OW-FOUND
                  SET WS-FOUND-OW-IDX TO WS-OW-IDX
               END-IF
               SET WS-OW-IDX UP BY 1
            END-PERFORM
            IF WS-OW-FOUND NOT = "Y"
               IF WS-OWNER-COUNT >= 200
                  DISPLAY "FUTURES OWNER TABLE CAPACITY EXCEEDED AT "
                          "200 - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-OWNER-COUNT
               SET WS-OW-IDX TO WS-OWNER-COUNT
               SET WS-FOUND-OW-IDX TO WS-OW-IDX
               MOVE WS-FT-OWNER-IN TO WS-OW-OWNER (WS-OW-IDX)
               MOVE 0 TO WS-OW-MTM (WS-OW-IDX)
                         WS-OW-MARGIN (WS-OW-IDX)
            END-IF
            SET WS-OW-IDX TO WS-FOUND-OW-IDX.

        MARK-POSITION-PARA.
            MOVE WS-PS-OWNER (WS-PS-IDX)    TO WS-FT-OWNER-IN
            MOVE WS-PS-CONTRACT (WS-PS-IDX) TO WS-FT-CONTRACT-IN
            SET WS-FOUND-PS-IDX TO WS-PS-IDX
            PERFORM FIND-CONTRACT-PARA
            SET WS-PS-IDX TO WS-FOUND-PS-IDX
            MOVE 0 TO WS-MTM
            MOVE 0 TO WS-FD-PRICE
            IF WS-PS-LOTS (WS-PS-IDX) = 0
               COMPUTE WS-MTM = 0 - WS-PS-VALUE (WS-PS-IDX)
               MOVE 0   TO WS-PS-VALUE (WS-PS-IDX)
               MOVE "Y" TO WS-PS-CLOSED (WS-PS-IDX)
               ADD 1 TO WS-CTL-SQUARED
               MOVE "SQUARED OFF, PROFIT OR LOSS REALISED"
                    TO WS-ACTION
            ELSE
            IF WS-CT-FOUND NOT = "Y"
               ADD 1 TO WS-CTL-UNMARKED
               MOVE "CONTRACT NOT ON MASTER - NOT MARKED"
                    TO WS-ACTION
            ELSE
            IF WS-CT-PRICED (WS-FOUND-CT-IDX) NOT = "Y"
               ADD 1 TO WS-CTL-UNMARKED
               MOVE "NO SETTLEMENT PRICE - NOT MARKED" TO WS-ACTION
            ELSE
               SET WS-CT-IDX TO WS-FOUND-CT-IDX
               COMPUTE WS-NEW-VALUE =
                       WS-PS-LOTS (WS-PS-IDX) * WS-CT-LOT (WS-CT-IDX)
                       * WS-CT-SETTLE (WS-CT-IDX)
               COMPUTE WS-MTM =
                       WS-NEW-VALUE - WS-PS-VALUE (WS-PS-IDX)
               MOVE WS-NEW-VALUE TO WS-PS-VALUE (WS-PS-IDX)
               MOVE WS-CT-SETTLE (WS-CT-IDX) TO WS-FD-PRICE
               IF WS-CT-EXPIRY (WS-CT-IDX) NOT > WS-RUN-DATE
                  MOVE 0   TO WS-PS-VALUE (WS-PS-IDX)
                  MOVE "Y" TO WS-PS-CLOSED (WS-PS-IDX)
                  ADD 1 TO WS-CTL-EXPIRED
                  MOVE "EXPIRED, CLOSED AT FINAL SETTLEMENT"
                       TO WS-ACTION
               ELSE
                  ADD 1 TO WS-CTL-MARKED
                  MOVE "MARKED TO SETTLEMENT PRICE" TO WS-ACTION
               END-IF
            END-IF
            END-IF
            END-IF
            PERFORM FIND-OWNER-PARA
            ADD WS-MTM TO WS-OW-MTM (WS-OW-IDX)
            MOVE WS-PS-OWNER (WS-FOUND-PS-IDX)    TO WS-FD-OWNER
            MOVE WS-PS-CONTRACT (WS-FOUND-PS-IDX) TO WS-FD-CONTRACT
            MOVE WS-PS-LOTS (WS-FOUND-PS-IDX)     TO WS-FD-LOTS
            MOVE WS-MTM                           TO WS-FD-AMOUNT
            MOVE WS-ACTION                        TO WS-FD-ACTION
            WRITE FUTRPT-REC FROM WS-FUTRPT-DETAIL
            SET WS-PS-IDX TO WS-FOUND-PS-IDX
            IF WS-PS-CLOSED (WS-PS-IDX) = "Y"
               MOVE 0 TO WS-PS-LOTS (WS-PS-IDX)
            ELSE
               IF WS-CT-FOUND = "Y"
                  IF WS-PS-VALUE (WS-PS-IDX) < 0
                     COMPUTE WS-ABS-VALUE =
                             0 - WS-PS-VALUE (WS-PS-IDX)
                  ELSE
                     MOVE WS-PS-VALUE (WS-PS-IDX) TO WS-ABS-VALUE
                  END-IF
                  COMPUTE WS-POS-MARGIN ROUNDED =
                          WS-ABS-VALUE * WS-CT-MARGIN (WS-FOUND-CT-IDX)
                          / 100
                  ADD WS-POS-MARGIN TO WS-OW-MARGIN (WS-OW-IDX)
               END-IF
            END-IF
            SET WS-PS-IDX UP BY 1.
             EXIT.

        SETTLE-OWNER-PARA.
            MOVE WS-OW-OWNER (WS-OW-IDX) TO WS-FT-OWNER-IN
            PERFORM FIND-LINK-PARA
            IF WS-OW-MTM (WS-OW-IDX) NOT = 0
               ADD 1 TO WS-CTL-MTM-OWNERS
               MOVE WS-RUN-DATE             TO WS-ML-DATE
               MOVE WS-OW-OWNER (WS-OW-IDX) TO WS-ML-OWNER
               MOVE WS-OW-MTM (WS-OW-IDX)   TO WS-ML-AMOUNT
               WRITE MTM-REC FROM WS-MTM-LINE
               IF WS-OW-MTM (WS-OW-IDX) > 0
                  ADD WS-OW-MTM (WS-OW-IDX) TO WS-TOT-PROFIT
               ELSE
                  SUBTRACT WS-OW-MTM (WS-OW-IDX) FROM WS-TOT-LOSS
               END-IF
            END-IF
            MOVE WS-OW-MARGIN (WS-OW-IDX) TO WS-MARGIN-DUE
            ADD WS-MARGIN-DUE TO WS-TOT-MARGIN
            PERFORM ADJUST-MARGIN-LIEN-PARA
            MOVE WS-OW-OWNER (WS-OW-IDX) TO WS-FD-OWNER
            MOVE "OWNER TOTAL"            TO WS-FD-CONTRACT
            MOVE 0                        TO WS-FD-LOTS
                                             WS-FD-PRICE
            MOVE WS-OW-MTM (WS-OW-IDX)    TO WS-FD-AMOUNT
            MOVE "NET MTM FOR SETTLEMENT" TO WS-FD-ACTION
            WRITE FUTRPT-REC FROM WS-FUTRPT-DETAIL
            MOVE WS-MARGIN-DUE            TO WS-FD-AMOUNT
            MOVE WS-ACTION                TO WS-FD-ACTION
            WRITE FUTRPT-REC FROM WS-FUTRPT-DETAIL
            SET WS-OW-IDX UP BY 1.
             EXIT.

        FIND-LINK-PARA.
            MOVE "N" TO WS-LK-FOUND
            MOVE SPACES TO WS-LINK-ACCT
            SET WS-LK-IDX TO 1
            PERFORM UNTIL WS-LK-IDX > WS-LINK-COUNT
                       OR WS-LK-FOUND = "Y"
               IF WS-LK-OWNER (WS-LK-IDX) = WS-FT-OWNER-IN
                  MOVE "Y" TO WS-LK-FOUND
                  MOVE WS-LK-ACCT (WS-LK-IDX) TO WS-LINK-ACCT
               END-IF
               SET WS-LK-IDX UP BY 1
            END-PERFORM.

        ADJUST-MARGIN-LIEN-PARA.
            MOVE WS-OW-OWNER (WS-OW-IDX) TO WS-MA-OWNER
            MOVE "N" TO WS-LI-FOUND
            MOVE SPACES TO WS-LI-OLD-ACCT
            MOVE 0 TO WS-LI-OLD-AMOUNT
            SET WS-LI-IDX TO 1
            PERFORM UNTIL WS-LI-IDX > WS-LIEN-COUNT
                       OR WS-LI-FOUND = "Y"
               IF WS-LI-AUTH (WS-LI-IDX) = WS-MARGIN-AUTH
                  MOVE "Y" TO WS-LI-FOUND
                  MOVE WS-LI-ACCT (WS-LI-IDX)   TO WS-LI-OLD-ACCT
                  MOVE WS-LI-AMOUNT (WS-LI-IDX) TO WS-LI-OLD-AMOUNT
               ELSE
                  SET WS-LI-IDX UP BY 1
               END-IF
            END-PERFORM
            IF WS-LI-FOUND = "Y"
               AND WS-LI-OLD-AMOUNT = WS-MARGIN-DUE
               AND WS-LI-OLD-ACCT = WS-LINK-ACCT
               MOVE "MARGIN LIEN UNCHANGED" TO WS-ACTION
            ELSE
               IF WS-LI-FOUND = "Y"
                  PERFORM SHIFT-LIEN-DOWN-PARA
                  MOVE "RELEASE"         TO WS-AU-ACTION
                  MOVE WS-LI-OLD-ACCT    TO WS-AU-ACCT
                  MOVE WS-MARGIN-AUTH    TO WS-AU-AUTH
                  IF WS-MARGIN-DUE = 0
                     MOVE "POSITIONS CLOSED, MARGIN FREED"
                          TO WS-AU-RESULT
                  ELSE
                     MOVE "MARGIN RESET TO OPEN POSITIONS"
                          TO WS-AU-RESULT
                  END-IF
                  PERFORM WRITE-AUDIT-PARA
                  MOVE "MARGIN LIEN RELEASED" TO WS-ACTION
               ELSE
                  MOVE "NO MARGIN REQUIRED" TO WS-ACTION
               END-IF
               IF WS-MARGIN-DUE > 0
                  IF WS-LINK-ACCT = SPACES
                     ADD 1 TO WS-CTL-NO-LINK
                     DISPLAY "OWNER WITHOUT BANK LINKAGE, FUTURES "
                             "MARGIN NOT BLOCKED: " WS-FT-OWNER-IN
                     MOVE "NO BANK LINK - MARGIN NOT BLOCKED"
                          TO WS-ACTION
                  ELSE
                     IF WS-LIEN-COUNT >= 2000
                        DISPLAY "LIEN REGISTER TABLE CAPACITY "
                                "EXCEEDED AT 2000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-LIEN-COUNT
                     SET WS-LI-IDX TO WS-LIEN-COUNT
                     MOVE WS-LINK-ACCT     TO WS-LI-ACCT (WS-LI-IDX)
                     MOVE WS-MARGIN-DUE    TO WS-LI-AMOUNT (WS-LI-IDX)
                     MOVE WS-MARGIN-REASON TO WS-LI-REASON (WS-LI-IDX)
                     MOVE WS-MARGIN-AUTH   TO WS-LI-AUTH (WS-LI-IDX)
                     MOVE SPACES           TO WS-LI-EXPIRY (WS-LI-IDX)
                     ADD 1 TO WS-CTL-LIENS
                     MOVE "PLACE"          TO WS-AU-ACTION
                     MOVE WS-LINK-ACCT     TO WS-AU-ACCT
                     MOVE WS-MARGIN-AUTH   TO WS-AU-AUTH
                     MOVE "FUTURES INITIAL MARGIN BLOCKED"
                          TO WS-AU-RESULT
                     PERFORM WRITE-AUDIT-PARA
                     MOVE "INITIAL MARGIN BLOCKED AS LIEN"
                          TO WS-ACTION
                  END-IF
               END-IF
            END-IF.

        SHIFT-LIEN-DOWN-PARA.
            PERFORM UNTIL WS-LI-IDX >= WS-LIEN-COUNT
               MOVE WS-LI-ENTRY (WS-LI-IDX + 1)
                 TO WS-LI-ENTRY (WS-LI-IDX)
               SET WS-LI-IDX UP BY 1
            END-PERFORM
            SUBTRACT 1 FROM WS-LIEN-COUNT
            SET WS-LI-IDX TO 1.

        WRITE-TOTALS-PARA.
            MOVE SPACES TO FUTRPT-REC
            WRITE FUTRPT-REC
            MOVE "TRADES APPLIED              :" TO WS-FR-LABEL
            MOVE WS-CTL-TRADES   TO WS-FR-COUNT
            MOVE 0               TO WS-FR-AMOUNT
            WRITE FUTRPT-REC FROM WS-FUTRPT-TOTAL
            MOVE "TRADES REJECTED             :" TO WS-FR-LABEL
            MOVE WS-CTL-REJECTED TO WS-FR-COUNT
            WRITE FUTRPT-REC FROM WS-FUTRPT-TOTAL
            MOVE "POSITIONS NOT MARKED        :" TO WS-FR-LABEL
            MOVE WS-CTL-UNMARKED TO WS-FR-COUNT
            WRITE FUTRPT-REC FROM WS-FUTRPT-TOTAL
            MOVE "EXPIRED AT FINAL SETTLEMENT :" TO WS-FR-LABEL
            MOVE WS-CTL-EXPIRED  TO WS-FR-COUNT
            WRITE FUTRPT-REC FROM WS-FUTRPT-TOTAL
            MOVE "MTM PROFIT TO BE CREDITED   :" TO WS-FR-LABEL
            MOVE WS-CTL-MTM-OWNERS TO WS-FR-COUNT
            MOVE WS-TOT-PROFIT   TO WS-FR-AMOUNT
            WRITE FUTRPT-REC FROM WS-FUTRPT-TOTAL
            MOVE "MTM LOSS TO BE DEBITED      :" TO WS-FR-LABEL
            MOVE WS-TOT-LOSS     TO WS-FR-AMOUNT
            WRITE FUTRPT-REC FROM WS-FUTRPT-TOTAL
            MOVE "INITIAL MARGIN REQUIRED     :" TO WS-FR-LABEL
            MOVE WS-CTL-LIENS    TO WS-FR-COUNT
            MOVE WS-TOT-MARGIN   TO WS-FR-AMOUNT
            WRITE FUTRPT-REC FROM WS-FUTRPT-TOTAL.

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

        REWRITE-POSITIONS-PARA.
            OPEN OUTPUT POS-FILE
            IF POS-FILE-STATUS NOT = "00"
               DISPLAY "FUTURES POSITION FILE REWRITE FAILED, "
                       "STATUS=" POS-FILE-STATUS
               MOVE 20 TO RETURN-CODE
            ELSE
               MOVE WS-RUN-DATE TO WS-PH-DATE
               WRITE POS-REC FROM WS-POS-HEADER
               SET WS-PS-IDX TO 1
               PERFORM UNTIL WS-PS-IDX > WS-POS-COUNT
                  IF WS-PS-CLOSED (WS-PS-IDX) NOT = "Y"
                     MOVE WS-PS-OWNER (WS-PS-IDX)    TO WS-PL-OWNER
                     MOVE WS-PS-CONTRACT (WS-PS-IDX) TO WS-PL-CONTRACT
                     MOVE WS-PS-LOTS (WS-PS-IDX)     TO WS-PL-LOTS
                     MOVE WS-PS-VALUE (WS-PS-IDX)    TO WS-PL-VALUE
                     WRITE POS-REC FROM WS-POS-LINE
                  END-IF
                  SET WS-PS-IDX UP BY 1
               END-PERFORM
               CLOSE POS-FILE
            END-IF.

        APPEND-OPSLOG-PARA.
            ACCEPT WS-OPL-END-TIME FROM TIME
            MOVE "NINJAFUT"           TO WS-OPL-PROGRAM
            MOVE WS-RUN-DATE          TO WS-OPL-DATE
            MOVE WS-CYCLE-ID          TO WS-OPL-CYCLE
            MOVE WS-CTL-TRADES-READ   TO WS-OPL-IN-COUNT
            COMPUTE WS-OPL-OUT-COUNT =
                    WS-CTL-MARKED + WS-CTL-SQUARED + WS-CTL-EXPIRED
            MOVE WS-CTL-REJECTED      TO WS-OPL-REJ-COUNT
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
