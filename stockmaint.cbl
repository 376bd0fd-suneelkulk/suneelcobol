       IDENTIFICATION DIVISION.
       PROGRAM-ID. stockmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCKMST-FILE ASSIGN TO "STOCK-MASTER.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS STOCKMST-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "STOCK-MASTER-PENDING.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PENDING-FILE-STATUS.

           SELECT MAINT-FILE  ASSIGN TO "STOCK-MAINT.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS MAINT-FILE-STATUS.

           SELECT APPROVE-FILE ASSIGN TO "STOCK-APPROVALS.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS APPROVE-FILE-STATUS.

           SELECT AUDIT-FILE  ASSIGN TO "STOCK-MASTER-AUDIT.LOG"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT EXCEPT-FILE ASSIGN TO "STOCK-PENDING-EXCEPTIONS.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS EXCEPT-FILE-STATUS.

           SELECT VERSION-FILE ASSIGN TO "STOCK-MASTER-VERSION.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS VERSION-FILE-STATUS.

           SELECT NINJAI-FILE ASSIGN TO "NINJAIN.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS NINJAI-FILE-STATUS.

           SELECT IMPACT-FILE ASSIGN TO "STOCK-SECTOR-IMPACT.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS IMPACT-FILE-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUN-CONTROL.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   STOCKMST-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 STOCKMST-REC            PIC X(80).

       FD   PENDING-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PENDING-REC             PIC X(120).

       FD   MAINT-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 MAINT-REC               PIC X(120).

       FD   APPROVE-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 APPROVE-REC             PIC X(40).

       FD   AUDIT-FILE  RECORD CONTAINS 140 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 AUDIT-REC               PIC X(140).

       FD   EXCEPT-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 EXCEPT-REC              PIC X(100).

       FD   VERSION-FILE  RECORD CONTAINS 13 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 VERSION-REC             PIC X(13).

       FD   NINJAI-FILE  RECORD CONTAINS 90 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 NINJAI-REC              PIC X(90).

       FD   IMPACT-FILE  RECORD CONTAINS 132 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 IMPACT-REC              PIC X(132).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       WORKING-STORAGE SECTION.
       01 STOCKMST-FILE-STATUS PIC X(02).
       01 PENDING-FILE-STATUS  PIC X(02).
       01 MAINT-FILE-STATUS    PIC X(02).
       01 APPROVE-FILE-STATUS  PIC X(02).
       01 AUDIT-FILE-STATUS    PIC X(02).
       01 EXCEPT-FILE-STATUS   PIC X(02).
       01 VERSION-FILE-STATUS  PIC X(02).
       01 NINJAI-FILE-STATUS   PIC X(02).
       01 IMPACT-FILE-STATUS   PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).

       01 EOF                  PIC X(01) VALUE "N".
       01 WS-RUN-DATE          PIC X(08).
       01 WS-RUN-DATE-NUM      PIC 9(08).
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-AGE-LIMIT         PIC 9(02) VALUE 3.
       01 WS-PEND-AGE          PIC S9(05) VALUE 0.
       01 WS-PEND-DATE-NUM     PIC 9(08) VALUE 0.

       01 WS-SM-HEADER         PIC X(80) VALUE SPACES.
       01 WS-SM-TABLE.
          05 WS-SM-ENTRY OCCURS 50000 TIMES INDEXED BY WS-SM-IDX.
             10 WS-SM-STOCK       PIC X(10).
             10 WS-SM-SECTOR      PIC X(12).
             10 WS-SM-ISIN        PIC X(12).
             10 WS-SM-EXSYM       PIC X(20).
             10 WS-SM-STATUS      PIC X(01).
             10 WS-SM-EXCHANGE    PIC X(04).
             10 WS-SM-LOT         PIC X(06).
             10 WS-SM-FACE        PIC X(08).
             10 WS-SM-LINE        PIC X(80).
       01 WS-SM-COUNT           PIC 9(05) VALUE 0.
       01 WS-SM-FOUND           PIC X(01) VALUE "N".
       01 WS-FOUND-SM-IDX       PIC 9(05) VALUE 0.
       01 WS-KEY-STOCK          PIC X(10).

       01 WS-PEND-TABLE.
          05 WS-PEND-ENTRY OCCURS 500 TIMES INDEXED BY WS-PEND-IDX.
             10 WS-PEND-ACTION    PIC X(08).
             10 WS-PEND-STOCK     PIC X(10).
             10 WS-PEND-ISIN      PIC X(12).
             10 WS-PEND-SECTOR    PIC X(12).
             10 WS-PEND-EXCHANGE  PIC X(04).
             10 WS-PEND-LOT       PIC X(06).
             10 WS-PEND-FACE      PIC X(08).
             10 WS-PEND-EXSYM     PIC X(20).
             10 WS-PEND-MAKER     PIC X(10).
             10 WS-PEND-DATE      PIC X(08).
             10 WS-PEND-DONE      PIC X(01).
       01 WS-PEND-COUNT         PIC 9(03) VALUE 0.
       01 WS-PEND-FOUND         PIC X(01) VALUE "N".

       01 WS-MNT-ACTION-IN      PIC X(08).
       01 WS-MNT-STOCK-IN       PIC X(10).
       01 WS-MNT-ISIN-IN        PIC X(12).
       01 WS-MNT-SECTOR-IN      PIC X(12).
       01 WS-MNT-EXCHANGE-IN    PIC X(04).
       01 WS-MNT-LOT-IN         PIC X(06).
       01 WS-MNT-FACE-IN        PIC X(08).
       01 WS-MNT-MAKER-IN       PIC X(10).
       01 WS-MNT-EXSYM-IN       PIC X(20).
       01 WS-MNT-OK             PIC X(01) VALUE "Y".
       01 WS-MNT-REASON         PIC X(40) VALUE SPACES.

       01 WS-APP-STOCK-IN       PIC X(10).
       01 WS-APP-DECISION-IN    PIC X(07).
       01 WS-APP-CHECKER-IN     PIC X(10).
       01 WS-APP-MATCHED        PIC X(01) VALUE "N".

       01 WS-ISIN-WORK          PIC X(12).
       01 WS-ISIN-VALID         PIC X(01) VALUE "N".
       01 WS-ISIN-DIGITS        PIC X(24).
       01 WS-ISIN-LEN           PIC 9(02) VALUE 0.
       01 WS-ISIN-CHAR          PIC X(01).
       01 WS-ISIN-I             PIC 9(02) VALUE 0.
       01 WS-ISIN-J             PIC 9(02) VALUE 0.
       01 WS-ISIN-POS           PIC 9(02) VALUE 0.
       01 WS-ISIN-DIGIT         PIC 9(02) VALUE 0.
       01 WS-ISIN-SUM           PIC 9(04) VALUE 0.
       01 WS-ISIN-CHECK         PIC 9(01) VALUE 0.
       01 WS-LETTER-VAL         PIC 9(02) VALUE 0.
       01 WS-ALPHABET           PIC X(26) VALUE
          "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-ALPHA-TABLE REDEFINES WS-ALPHABET.
          05 WS-ALPHA-CHAR OCCURS 26 TIMES INDEXED BY WS-ALPHA-IDX
                                  PIC X(01).

       01 WS-NI-STOCK-IN        PIC X(10).
       01 WS-NI-SHARES-IN       PIC X(10).
       01 WS-NI-BOUGHT-IN       PIC X(10).
       01 WS-NI-HIGH-IN         PIC X(10).
       01 WS-NI-LOW-IN          PIC X(10).
       01 WS-NI-CURRENT-IN      PIC X(10).
       01 WS-HOLD-TABLE.
          05 WS-HOLD-ENTRY OCCURS 50000 TIMES INDEXED BY WS-HOLD-IDX.
             10 WS-HOLD-STOCK     PIC X(10).
             10 WS-HOLD-SHARES    PIC 9(09).
             10 WS-HOLD-VALUE     PIC 9(13)V99.
       01 WS-HOLD-COUNT         PIC 9(05) VALUE 0.
       01 WS-HOLD-FOUND         PIC X(01) VALUE "N".
       01 WS-FOUND-HOLD-IDX     PIC 9(05) VALUE 0.
       01 WS-SECT-TABLE.
          05 WS-SECT-ENTRY OCCURS 500 TIMES INDEXED BY WS-SECT-IDX.
             10 WS-SECT-NAME      PIC X(12).
             10 WS-SECT-VALUE     PIC 9(13)V99.
       01 WS-SECT-COUNT         PIC 9(03) VALUE 0.
       01 WS-SECT-FOUND         PIC X(01) VALUE "N".
       01 WS-KEY-SECTOR         PIC X(12).
       01 WS-KEY-SECT-VALUE     PIC 9(13)V99 VALUE 0.

       01 WS-OLD-SECTOR         PIC X(12).
       01 WS-NEW-SECTOR         PIC X(12).
       01 WS-OLD-SECT-VALUE     PIC 9(13)V99 VALUE 0.
       01 WS-NEW-SECT-VALUE     PIC 9(13)V99 VALUE 0.
       01 WS-IMPACT-NOTE        PIC X(24) VALUE SPACES.

       01 WS-VERSION            PIC 9(05) VALUE 0.
       01 WS-VERSION-IN         PIC X(05).

       01 WS-CTL-SUBMITTED      PIC 9(05) VALUE 0.
       01 WS-CTL-APPROVED       PIC 9(05) VALUE 0.
       01 WS-CTL-REJECTED       PIC 9(05) VALUE 0.
       01 WS-CTL-REFUSED        PIC 9(05) VALUE 0.
       01 WS-CTL-INVALID        PIC 9(05) VALUE 0.
       01 WS-CTL-AGED           PIC 9(05) VALUE 0.
       01 WS-CTL-IMPACTS        PIC 9(05) VALUE 0.

       01 WS-AUDIT-LINE.
          05 WS-AU-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-ACTION        PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-STOCK         PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-MAKER         PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-CHECKER       PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-RESULT        PIC X(80).

       01 WS-PEND-LINE.
          05 WS-PL-ACTION        PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-STOCK         PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-ISIN          PIC X(12).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-SECTOR        PIC X(12).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-EXCHANGE      PIC X(04).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-LOT           PIC X(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-FACE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-EXSYM         PIC X(20).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-MAKER         PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PL-DATE          PIC X(08).

       01 WS-EXCEPT-LINE.
          05 WS-EX-STOCK         PIC X(10).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-EX-ACTION        PIC X(08).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-EX-MAKER         PIC X(10).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-EX-DATE          PIC X(08).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-EX-AGE           PIC ZZZZ9.

       01 WH-IMPACT-LINE1.
          05 FILLER PIC X(34) VALUE
             "STOCK MASTER SECTOR IMPACT REPORT ".
          05 FILLER PIC X(10) VALUE "RUN DATE: ".
          05 WH-IM-RUN-DATE      PIC X(08).
          05 FILLER PIC X(09) VALUE "  CYCLE: ".
          05 WH-IM-CYCLE         PIC X(04).
       01 WH-IMPACT-HEADER.
          05 FILLER PIC X(12) VALUE "STOCK".
          05 FILLER PIC X(10) VALUE "ACTION".
          05 FILLER PIC X(14) VALUE "OLD SECTOR".
          05 FILLER PIC X(14) VALUE "NEW SECTOR".
          05 FILLER PIC X(12) VALUE " SHARES HELD".
          05 FILLER PIC X(14) VALUE "  MARKET VALUE".
          05 FILLER PIC X(14) VALUE "  OLD SECT VAL".
          05 FILLER PIC X(14) VALUE "  NEW SECT VAL".
          05 FILLER PIC X(02) VALUE SPACES.
          05 FILLER PIC X(04) VALUE "NOTE".

       01 WS-IMPACT-DETAIL.
          05 WS-ID-STOCK         PIC X(10).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ID-ACTION        PIC X(08).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ID-OLD-SECTOR    PIC X(12).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ID-NEW-SECTOR    PIC X(12).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ID-SHARES        PIC ZZZ,ZZZ,ZZ9.
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-ID-VALUE         PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-ID-OLD-VALUE     PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-ID-NEW-VALUE     PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ID-NOTE          PIC X(24).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE STOCK MASTER MAKER-CHECKER MAINTENANCE".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           PERFORM OPEN-AUDIT-PARA.
           PERFORM LOAD-STOCKMST-PARA.
           PERFORM LOAD-HOLDINGS-PARA.
           PERFORM LOAD-PENDING-PARA.
           OPEN OUTPUT IMPACT-FILE.
           IF IMPACT-FILE-STATUS NOT = "00"
              DISPLAY "SECTOR IMPACT REPORT OPEN FAILED - MAINTENANCE "
                      "REFUSED, STATUS=" IMPACT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              CLOSE AUDIT-FILE
              STOP RUN
           END-IF.
           PERFORM WRITE-IMPACT-HEADER-PARA.
           PERFORM TAKE-SUBMISSIONS-PARA.
           PERFORM TAKE-APPROVALS-PARA.
           IF WS-CTL-APPROVED > 0
              PERFORM REWRITE-STOCKMST-PARA
           END-IF.
           PERFORM REWRITE-PENDING-PARA.
           IF WS-CTL-IMPACTS = 0
              MOVE "NO CHANGES TO CURRENTLY HELD SECTORS THIS RUN"
                   TO IMPACT-REC
              WRITE IMPACT-REC
           END-IF.
           CLOSE IMPACT-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY "STOCK MASTER MAINTENANCE SUMMARY - CYCLE "
                   WS-CYCLE-ID.
           DISPLAY "  SUBMITTED          : " WS-CTL-SUBMITTED.
           DISPLAY "  INVALID SUBMISSIONS: " WS-CTL-INVALID.
           DISPLAY "  APPROVED + APPLIED : " WS-CTL-APPROVED.
           DISPLAY "  REJECTED           : " WS-CTL-REJECTED.
           DISPLAY "  REFUSED (SAME OPR) : " WS-CTL-REFUSED.
           DISPLAY "  PENDING PAST LIMIT : " WS-CTL-AGED.
           DISPLAY "  HELD SECTOR IMPACTS: " WS-CTL-IMPACTS.

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

       LOAD-STOCKMST-PARA.
           MOVE 0 TO WS-SM-COUNT
           OPEN INPUT STOCKMST-FILE
           IF STOCKMST-FILE-STATUS = "00"
              PERFORM UNTIL STOCKMST-FILE-STATUS NOT = "00"
                 READ STOCKMST-FILE
                   AT END
                     MOVE "10" TO STOCKMST-FILE-STATUS
                   NOT AT END
                     IF FUNCTION UPPER-CASE(STOCKMST-REC(1:6)) =
                        "STOCK,"
                        MOVE STOCKMST-REC TO WS-SM-HEADER
                     ELSE
                     IF STOCKMST-REC NOT = SPACES
                        PERFORM STORE-STOCKMST-PARA
                     END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE STOCKMST-FILE
           ELSE
              DISPLAY "NO CURRENT STOCK MASTER, STARTING EMPTY"
           END-IF.

       STORE-STOCKMST-PARA.
           IF WS-SM-COUNT >= 50000
              DISPLAY "STOCK MASTER TABLE CAPACITY EXCEEDED AT "
                      "50000 ENTRIES - RUN STOPPED"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-SM-COUNT
           SET WS-SM-IDX TO WS-SM-COUNT
           MOVE SPACES TO WS-SM-ENTRY (WS-SM-IDX)
           UNSTRING STOCKMST-REC DELIMITED BY ","
           INTO     WS-SM-STOCK (WS-SM-IDX)
                    WS-SM-SECTOR (WS-SM-IDX)
                    WS-SM-ISIN (WS-SM-IDX)
                    WS-SM-EXSYM (WS-SM-IDX)
                    WS-SM-STATUS (WS-SM-IDX)
                    WS-SM-EXCHANGE (WS-SM-IDX)
                    WS-SM-LOT (WS-SM-IDX)
                    WS-SM-FACE (WS-SM-IDX)
           END-UNSTRING
           MOVE STOCKMST-REC TO WS-SM-LINE (WS-SM-IDX).

       FIND-STOCKMST-PARA.
           MOVE "N" TO WS-SM-FOUND
           SET WS-SM-IDX TO 1
           PERFORM UNTIL WS-SM-IDX > WS-SM-COUNT
                      OR WS-SM-FOUND = "Y"
              IF WS-SM-STOCK (WS-SM-IDX) = WS-KEY-STOCK
                 MOVE "Y" TO WS-SM-FOUND
                 MOVE WS-SM-IDX TO WS-FOUND-SM-IDX
              END-IF
              SET WS-SM-IDX UP BY 1
           END-PERFORM
           IF WS-SM-FOUND = "Y"
              SET WS-SM-IDX TO WS-FOUND-SM-IDX
           END-IF.

       LOAD-HOLDINGS-PARA.
           MOVE 0 TO WS-HOLD-COUNT
           OPEN INPUT NINJAI-FILE
           IF NINJAI-FILE-STATUS NOT = "00"
              DISPLAY "NO PORTFOLIO FILE, SECTOR IMPACT NOT ASSESSED"
           ELSE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ NINJAI-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      IF NINJAI-REC(1:5) NOT = "Stock"
                         PERFORM ADD-HOLDING-PARA
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE NINJAI-FILE
           END-IF
           PERFORM BUILD-SECTOR-TOTALS-PARA.

       ADD-HOLDING-PARA.
           MOVE SPACES TO WS-NI-STOCK-IN WS-NI-SHARES-IN
                          WS-NI-CURRENT-IN
           UNSTRING NINJAI-REC DELIMITED BY ","
           INTO     WS-NI-STOCK-IN
                    WS-NI-SHARES-IN
                    WS-NI-BOUGHT-IN
                    WS-NI-HIGH-IN
                    WS-NI-LOW-IN
                    WS-NI-CURRENT-IN
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(WS-NI-SHARES-IN) = 0
              AND FUNCTION TEST-NUMVAL(WS-NI-CURRENT-IN) = 0
              AND FUNCTION NUMVAL(WS-NI-SHARES-IN) > 0
              MOVE WS-NI-STOCK-IN TO WS-KEY-STOCK
              PERFORM FIND-HOLDING-PARA
              IF WS-HOLD-FOUND NOT = "Y"
                 IF WS-HOLD-COUNT >= 50000
                    DISPLAY "HOLDINGS TABLE CAPACITY EXCEEDED AT "
                            "50000 ENTRIES - RUN STOPPED"
                    MOVE 20 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-HOLD-COUNT
                 SET WS-HOLD-IDX TO WS-HOLD-COUNT
                 MOVE WS-KEY-STOCK TO WS-HOLD-STOCK (WS-HOLD-IDX)
                 MOVE 0 TO WS-HOLD-SHARES (WS-HOLD-IDX)
                 MOVE 0 TO WS-HOLD-VALUE (WS-HOLD-IDX)
              END-IF
              COMPUTE WS-HOLD-SHARES (WS-HOLD-IDX) =
                      WS-HOLD-SHARES (WS-HOLD-IDX) +
                      FUNCTION NUMVAL(WS-NI-SHARES-IN)
              COMPUTE WS-HOLD-VALUE (WS-HOLD-IDX) ROUNDED =
                      WS-HOLD-VALUE (WS-HOLD-IDX) +
                      FUNCTION NUMVAL(WS-NI-SHARES-IN) *
                      FUNCTION NUMVAL(WS-NI-CURRENT-IN)
           END-IF.

       FIND-HOLDING-PARA.
           MOVE "N" TO WS-HOLD-FOUND
           SET WS-HOLD-IDX TO 1
           PERFORM UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                      OR WS-HOLD-FOUND = "Y"
              IF WS-HOLD-STOCK (WS-HOLD-IDX) = WS-KEY-STOCK
                 MOVE "Y" TO WS-HOLD-FOUND
                 MOVE WS-HOLD-IDX TO WS-FOUND-HOLD-IDX
              END-IF
              SET WS-HOLD-IDX UP BY 1
           END-PERFORM
           IF WS-HOLD-FOUND = "Y"
              SET WS-HOLD-IDX TO WS-FOUND-HOLD-IDX
           END-IF.

       BUILD-SECTOR-TOTALS-PARA.
           MOVE 0 TO WS-SECT-COUNT
           SET WS-HOLD-IDX TO 1
           PERFORM UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
              MOVE WS-HOLD-STOCK (WS-HOLD-IDX) TO WS-KEY-STOCK
              PERFORM FIND-STOCKMST-PARA
              IF WS-SM-FOUND = "Y"
                 MOVE WS-SM-SECTOR (WS-SM-IDX) TO WS-KEY-SECTOR
              ELSE
                 MOVE "UNKNOWN" TO WS-KEY-SECTOR
              END-IF
              PERFORM FIND-SECTOR-PARA
              IF WS-SECT-FOUND NOT = "Y"
                 IF WS-SECT-COUNT < 500
                    ADD 1 TO WS-SECT-COUNT
                    SET WS-SECT-IDX TO WS-SECT-COUNT
                    MOVE WS-KEY-SECTOR TO WS-SECT-NAME (WS-SECT-IDX)
                    MOVE 0 TO WS-SECT-VALUE (WS-SECT-IDX)
                    MOVE "Y" TO WS-SECT-FOUND
                 ELSE
                    DISPLAY "SECTOR TABLE CAPACITY EXCEEDED AT 500 "
                            "ENTRIES - RUN STOPPED"
                    MOVE 20 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              ADD WS-HOLD-VALUE (WS-HOLD-IDX)
                  TO WS-SECT-VALUE (WS-SECT-IDX)
              SET WS-HOLD-IDX UP BY 1
           END-PERFORM.

       FIND-SECTOR-PARA.
           MOVE "N" TO WS-SECT-FOUND
           MOVE 0   TO WS-KEY-SECT-VALUE
           SET WS-SECT-IDX TO 1
           PERFORM UNTIL WS-SECT-IDX > WS-SECT-COUNT
                      OR WS-SECT-FOUND = "Y"
              IF WS-SECT-NAME (WS-SECT-IDX) = WS-KEY-SECTOR
                 MOVE "Y" TO WS-SECT-FOUND
                 MOVE WS-SECT-VALUE (WS-SECT-IDX)
                      TO WS-KEY-SECT-VALUE
              ELSE
                 SET WS-SECT-IDX UP BY 1
              END-IF
           END-PERFORM.

       LOAD-PENDING-PARA.
           MOVE 0 TO WS-PEND-COUNT
           OPEN INPUT PENDING-FILE
           IF PENDING-FILE-STATUS = "00"
              PERFORM UNTIL PENDING-FILE-STATUS NOT = "00"
                 READ PENDING-FILE
                   AT END
                     MOVE "10" TO PENDING-FILE-STATUS
                   NOT AT END
                     IF WS-PEND-COUNT < 500
                        ADD 1 TO WS-PEND-COUNT
                        SET WS-PEND-IDX TO WS-PEND-COUNT
                        UNSTRING PENDING-REC DELIMITED BY ","
                        INTO  WS-PEND-ACTION (WS-PEND-IDX)
                              WS-PEND-STOCK (WS-PEND-IDX)
                              WS-PEND-ISIN (WS-PEND-IDX)
                              WS-PEND-SECTOR (WS-PEND-IDX)
                              WS-PEND-EXCHANGE (WS-PEND-IDX)
                              WS-PEND-LOT (WS-PEND-IDX)
                              WS-PEND-FACE (WS-PEND-IDX)
                              WS-PEND-EXSYM (WS-PEND-IDX)
                              WS-PEND-MAKER (WS-PEND-IDX)
                              WS-PEND-DATE (WS-PEND-IDX)
                        END-UNSTRING
                        MOVE "N" TO WS-PEND-DONE (WS-PEND-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE PENDING-FILE
           END-IF.

       TAKE-SUBMISSIONS-PARA.
           OPEN INPUT MAINT-FILE
           IF MAINT-FILE-STATUS NOT = "00"
              DISPLAY "NO MAKER SUBMISSIONS THIS RUN"
           ELSE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ MAINT-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      MOVE SPACES TO WS-MNT-ACTION-IN WS-MNT-STOCK-IN
                                     WS-MNT-ISIN-IN WS-MNT-SECTOR-IN
                                     WS-MNT-EXCHANGE-IN WS-MNT-LOT-IN
                                     WS-MNT-FACE-IN WS-MNT-MAKER-IN
                                     WS-MNT-EXSYM-IN
                      UNSTRING MAINT-REC DELIMITED BY ","
                      INTO WS-MNT-ACTION-IN
                           WS-MNT-STOCK-IN
                           WS-MNT-ISIN-IN
                           WS-MNT-SECTOR-IN
                           WS-MNT-EXCHANGE-IN
                           WS-MNT-LOT-IN
                           WS-MNT-FACE-IN
                           WS-MNT-MAKER-IN
                           WS-MNT-EXSYM-IN
                      END-UNSTRING
                      PERFORM SUBMIT-ONE-PARA
                 END-READ
              END-PERFORM
              CLOSE MAINT-FILE
           END-IF.

       SUBMIT-ONE-PARA.
           IF WS-MNT-MAKER-IN = SPACES
              DISPLAY "SUBMISSION WITHOUT MAKER ID REFUSED: "
                      WS-MNT-STOCK-IN
           ELSE
           IF WS-MNT-ACTION-IN NOT = "ADD"
              AND WS-MNT-ACTION-IN NOT = "CHANGE"
              AND WS-MNT-ACTION-IN NOT = "DELIST"
              AND WS-MNT-ACTION-IN NOT = "SUSPEND"
              AND WS-MNT-ACTION-IN NOT = "RESUME"
              DISPLAY "UNKNOWN MAINTENANCE ACTION REFUSED: "
                      WS-MNT-ACTION-IN
           ELSE
           IF WS-PEND-COUNT >= 500
              DISPLAY "PENDING QUEUE FULL, SUBMISSION DROPPED: "
                      WS-MNT-STOCK-IN
              MOVE 20 TO RETURN-CODE
           ELSE
              PERFORM VALIDATE-SUBMISSION-PARA
              MOVE WS-MNT-STOCK-IN  TO WS-AU-STOCK
              MOVE WS-MNT-MAKER-IN  TO WS-AU-MAKER
              MOVE SPACES           TO WS-AU-CHECKER
              IF WS-MNT-OK NOT = "Y"
                 ADD 1 TO WS-CTL-INVALID
                 DISPLAY "SUBMISSION REFUSED FOR " WS-MNT-STOCK-IN
                         ": " WS-MNT-REASON
                 MOVE "INVALID"     TO WS-AU-ACTION
                 MOVE WS-MNT-REASON TO WS-AU-RESULT
                 PERFORM WRITE-AUDIT-PARA
              ELSE
                 ADD 1 TO WS-PEND-COUNT
                 ADD 1 TO WS-CTL-SUBMITTED
                 SET WS-PEND-IDX TO WS-PEND-COUNT
                 MOVE WS-MNT-ACTION-IN
                      TO WS-PEND-ACTION (WS-PEND-IDX)
                 MOVE WS-MNT-STOCK-IN TO WS-PEND-STOCK (WS-PEND-IDX)
                 MOVE WS-MNT-ISIN-IN  TO WS-PEND-ISIN (WS-PEND-IDX)
                 MOVE WS-MNT-SECTOR-IN
                      TO WS-PEND-SECTOR (WS-PEND-IDX)
                 MOVE WS-MNT-EXCHANGE-IN
                      TO WS-PEND-EXCHANGE (WS-PEND-IDX)
                 MOVE WS-MNT-LOT-IN   TO WS-PEND-LOT (WS-PEND-IDX)
                 MOVE WS-MNT-FACE-IN  TO WS-PEND-FACE (WS-PEND-IDX)
                 MOVE WS-MNT-EXSYM-IN TO WS-PEND-EXSYM (WS-PEND-IDX)
                 MOVE WS-MNT-MAKER-IN TO WS-PEND-MAKER (WS-PEND-IDX)
                 MOVE WS-RUN-DATE     TO WS-PEND-DATE (WS-PEND-IDX)
                 MOVE "N"             TO WS-PEND-DONE (WS-PEND-IDX)
                 MOVE "SUBMIT"        TO WS-AU-ACTION
                 MOVE SPACES          TO WS-AU-RESULT
                 STRING FUNCTION TRIM(WS-MNT-ACTION-IN)
                        " PENDING APPROVAL" DELIMITED BY SIZE
                   INTO WS-AU-RESULT
                 END-STRING
                 PERFORM WRITE-AUDIT-PARA
              END-IF
           END-IF
           END-IF
           END-IF.

       VALIDATE-SUBMISSION-PARA.
           MOVE "Y"    TO WS-MNT-OK
           MOVE SPACES TO WS-MNT-REASON
           MOVE WS-MNT-STOCK-IN TO WS-KEY-STOCK
           PERFORM FIND-STOCKMST-PARA
           PERFORM FIND-OPEN-PENDING-PARA
           IF WS-MNT-STOCK-IN = SPACES
              MOVE "N" TO WS-MNT-OK
              MOVE "MISSING STOCK SYMBOL" TO WS-MNT-REASON
           ELSE
           IF WS-PEND-FOUND = "Y"
              MOVE "N" TO WS-MNT-OK
              MOVE "CHANGE ALREADY PENDING FOR SCRIP" TO WS-MNT-REASON
           ELSE
           IF WS-MNT-ACTION-IN = "ADD"
              PERFORM VALIDATE-ADD-PARA
           ELSE
           IF WS-SM-FOUND NOT = "Y"
              MOVE "N" TO WS-MNT-OK
              MOVE "SCRIP NOT ON STOCK MASTER" TO WS-MNT-REASON
           ELSE
              EVALUATE WS-MNT-ACTION-IN
                 WHEN "CHANGE"
                    PERFORM VALIDATE-CHANGE-PARA
                 WHEN "DELIST"
                    IF WS-SM-STATUS (WS-SM-IDX) = "D"
                       MOVE "N" TO WS-MNT-OK
                       MOVE "SCRIP ALREADY DELISTED" TO WS-MNT-REASON
                    END-IF
                 WHEN "SUSPEND"
                    IF WS-SM-STATUS (WS-SM-IDX) = "D"
                       OR WS-SM-STATUS (WS-SM-IDX) = "S"
                       MOVE "N" TO WS-MNT-OK
                       MOVE "SCRIP NOT ACTIVE" TO WS-MNT-REASON
                    END-IF
                 WHEN "RESUME"
                    IF WS-SM-STATUS (WS-SM-IDX) NOT = "S"
                       MOVE "N" TO WS-MNT-OK
                       MOVE "SCRIP NOT SUSPENDED" TO WS-MNT-REASON
                    END-IF
              END-EVALUATE
           END-IF
           END-IF
           END-IF
           END-IF.

       VALIDATE-ADD-PARA.
           IF WS-SM-FOUND = "Y"
              MOVE "N" TO WS-MNT-OK
              MOVE "SCRIP ALREADY ON STOCK MASTER" TO WS-MNT-REASON
           ELSE
           IF WS-MNT-SECTOR-IN = SPACES
              MOVE "N" TO WS-MNT-OK
              MOVE "SECTOR REQUIRED FOR NEW SCRIP" TO WS-MNT-REASON
           ELSE
           IF WS-MNT-ISIN-IN = SPACES
              MOVE "N" TO WS-MNT-OK
              MOVE "ISIN REQUIRED FOR NEW SCRIP" TO WS-MNT-REASON
           ELSE
           IF WS-MNT-EXCHANGE-IN = SPACES
              MOVE "N" TO WS-MNT-OK
              MOVE "EXCHANGE REQUIRED FOR NEW SCRIP" TO WS-MNT-REASON
           ELSE
           IF WS-MNT-FACE-IN = SPACES
              MOVE "N" TO WS-MNT-OK
              MOVE "FACE VALUE REQUIRED FOR NEW SCRIP"
                   TO WS-MNT-REASON
           ELSE
              IF WS-MNT-LOT-IN = SPACES
                 MOVE "1" TO WS-MNT-LOT-IN
              END-IF
              PERFORM VALIDATE-FIELDS-PARA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       VALIDATE-CHANGE-PARA.
           IF WS-MNT-ISIN-IN = SPACES
              AND WS-MNT-SECTOR-IN = SPACES
              AND WS-MNT-EXCHANGE-IN = SPACES
              AND WS-MNT-LOT-IN = SPACES
              AND WS-MNT-FACE-IN = SPACES
              AND WS-MNT-EXSYM-IN = SPACES
              MOVE "N" TO WS-MNT-OK
              MOVE "NO FIELDS TO CHANGE" TO WS-MNT-REASON
           ELSE
              PERFORM VALIDATE-FIELDS-PARA
           END-IF.

       VALIDATE-FIELDS-PARA.
           IF WS-MNT-ISIN-IN NOT = SPACES
              MOVE WS-MNT-ISIN-IN TO WS-ISIN-WORK
              PERFORM VALIDATE-ISIN-PARA
              IF WS-ISIN-VALID NOT = "Y"
                 MOVE "N" TO WS-MNT-OK
                 MOVE "INVALID ISIN OR CHECK DIGIT" TO WS-MNT-REASON
              ELSE
                 PERFORM CHECK-ISIN-UNIQUE-PARA
              END-IF
           END-IF
           IF WS-MNT-OK = "Y"
              AND WS-MNT-EXCHANGE-IN NOT = SPACES
              AND WS-MNT-EXCHANGE-IN NOT = "NSE"
              AND WS-MNT-EXCHANGE-IN NOT = "BSE"
              MOVE "N" TO WS-MNT-OK
              MOVE "EXCHANGE MUST BE NSE OR BSE" TO WS-MNT-REASON
           END-IF
           IF WS-MNT-OK = "Y" AND WS-MNT-LOT-IN NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-MNT-LOT-IN) NOT = 0
                 MOVE "N" TO WS-MNT-OK
                 MOVE "NON-NUMERIC LOT SIZE" TO WS-MNT-REASON
              ELSE
              IF FUNCTION NUMVAL(WS-MNT-LOT-IN) < 1
                 OR FUNCTION NUMVAL(WS-MNT-LOT-IN) NOT =
                    FUNCTION INTEGER(FUNCTION NUMVAL(WS-MNT-LOT-IN))
                 MOVE "N" TO WS-MNT-OK
                 MOVE "LOT SIZE MUST BE A POSITIVE WHOLE NUMBER"
                      TO WS-MNT-REASON
              END-IF
              END-IF
           END-IF
           IF WS-MNT-OK = "Y" AND WS-MNT-FACE-IN NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-MNT-FACE-IN) NOT = 0
                 MOVE "N" TO WS-MNT-OK
                 MOVE "NON-NUMERIC FACE VALUE" TO WS-MNT-REASON
              ELSE
              IF FUNCTION NUMVAL(WS-MNT-FACE-IN) <= 0
                 MOVE "N" TO WS-MNT-OK
                 MOVE "FACE VALUE MUST BE POSITIVE" TO WS-MNT-REASON
              END-IF
              END-IF
           END-IF.

       VALIDATE-ISIN-PARA.
           MOVE "N" TO WS-ISIN-VALID
           IF WS-ISIN-WORK(1:2) IS ALPHABETIC-UPPER
              AND WS-ISIN-WORK(1:1) NOT = SPACE
              AND WS-ISIN-WORK(2:1) NOT = SPACE
              AND WS-ISIN-WORK(12:1) IS NUMERIC
              MOVE SPACES TO WS-ISIN-DIGITS
              MOVE 1 TO WS-ISIN-POS
              MOVE "Y" TO WS-ISIN-VALID
              PERFORM VARYING WS-ISIN-I FROM 1 BY 1
                      UNTIL WS-ISIN-I > 11
                 MOVE WS-ISIN-WORK(WS-ISIN-I:1) TO WS-ISIN-CHAR
                 IF WS-ISIN-CHAR IS NUMERIC
                    MOVE WS-ISIN-CHAR
                         TO WS-ISIN-DIGITS(WS-ISIN-POS:1)
                    ADD 1 TO WS-ISIN-POS
                 ELSE
                    MOVE 0 TO WS-LETTER-VAL
                    SET WS-ALPHA-IDX TO 1
                    PERFORM UNTIL WS-ALPHA-IDX > 26
                               OR WS-LETTER-VAL > 0
                       IF WS-ALPHA-CHAR (WS-ALPHA-IDX) = WS-ISIN-CHAR
                          SET WS-LETTER-VAL TO WS-ALPHA-IDX
                          ADD 9 TO WS-LETTER-VAL
                       END-IF
                       SET WS-ALPHA-IDX UP BY 1
                    END-PERFORM
                    IF WS-LETTER-VAL = 0
                       MOVE "N" TO WS-ISIN-VALID
                    ELSE
                       MOVE WS-LETTER-VAL
                            TO WS-ISIN-DIGITS(WS-ISIN-POS:2)
                       ADD 2 TO WS-ISIN-POS
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-ISIN-VALID = "Y"
              COMPUTE WS-ISIN-LEN = WS-ISIN-POS - 1
              MOVE 0 TO WS-ISIN-SUM
              PERFORM VARYING WS-ISIN-J FROM 1 BY 1
                      UNTIL WS-ISIN-J > WS-ISIN-LEN
                 COMPUTE WS-ISIN-POS = WS-ISIN-LEN - WS-ISIN-J + 1
                 MOVE WS-ISIN-DIGITS(WS-ISIN-POS:1) TO WS-ISIN-DIGIT
                 IF FUNCTION MOD(WS-ISIN-J, 2) = 1
                    COMPUTE WS-ISIN-DIGIT = WS-ISIN-DIGIT * 2
                    IF WS-ISIN-DIGIT > 9
                       SUBTRACT 9 FROM WS-ISIN-DIGIT
                    END-IF
                 END-IF
                 ADD WS-ISIN-DIGIT TO WS-ISIN-SUM
              END-PERFORM
              COMPUTE WS-ISIN-CHECK =
                      FUNCTION MOD(10 - FUNCTION MOD(WS-ISIN-SUM, 10),
                                   10)
              IF WS-ISIN-WORK(12:1) NOT = WS-ISIN-CHECK
                 MOVE "N" TO WS-ISIN-VALID
              END-IF
           END-IF.

       CHECK-ISIN-UNIQUE-PARA.
           SET WS-SM-IDX TO 1
           PERFORM UNTIL WS-SM-IDX > WS-SM-COUNT
                      OR WS-MNT-OK NOT = "Y"
              IF WS-SM-ISIN (WS-SM-IDX) = WS-MNT-ISIN-IN
                 AND WS-SM-STOCK (WS-SM-IDX) NOT = WS-MNT-STOCK-IN
                 MOVE "N" TO WS-MNT-OK
                 MOVE "ISIN ALREADY ON ANOTHER SCRIP" TO WS-MNT-REASON
              END-IF
              SET WS-SM-IDX UP BY 1
           END-PERFORM
           IF WS-SM-FOUND = "Y"
              SET WS-SM-IDX TO WS-FOUND-SM-IDX
           END-IF.

       FIND-OPEN-PENDING-PARA.
           MOVE "N" TO WS-PEND-FOUND
           SET WS-PEND-IDX TO 1
           PERFORM UNTIL WS-PEND-IDX > WS-PEND-COUNT
                      OR WS-PEND-FOUND = "Y"
              IF WS-PEND-STOCK (WS-PEND-IDX) = WS-MNT-STOCK-IN
                 AND WS-PEND-DONE (WS-PEND-IDX) = "N"
                 MOVE "Y" TO WS-PEND-FOUND
              END-IF
              SET WS-PEND-IDX UP BY 1
           END-PERFORM.

       TAKE-APPROVALS-PARA.
           OPEN INPUT APPROVE-FILE
           IF APPROVE-FILE-STATUS NOT = "00"
              DISPLAY "NO CHECKER APPROVALS THIS RUN"
           ELSE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ APPROVE-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      UNSTRING APPROVE-REC DELIMITED BY ","
                      INTO WS-APP-STOCK-IN
                           WS-APP-DECISION-IN
                           WS-APP-CHECKER-IN
                      END-UNSTRING
                      PERFORM APPROVE-ONE-PARA
                 END-READ
              END-PERFORM
              CLOSE APPROVE-FILE
           END-IF.

       APPROVE-ONE-PARA.
           MOVE "N" TO WS-APP-MATCHED
           SET WS-PEND-IDX TO 1
           PERFORM UNTIL WS-PEND-IDX > WS-PEND-COUNT
                      OR WS-APP-MATCHED = "Y"
              IF WS-PEND-STOCK (WS-PEND-IDX) = WS-APP-STOCK-IN
                 AND WS-PEND-DONE (WS-PEND-IDX) = "N"
                 MOVE "Y" TO WS-APP-MATCHED
                 PERFORM DECIDE-PENDING-PARA
              END-IF
              SET WS-PEND-IDX UP BY 1
           END-PERFORM
           IF WS-APP-MATCHED NOT = "Y"
              DISPLAY "APPROVAL WITHOUT PENDING ENTRY IGNORED: "
                      WS-APP-STOCK-IN
           END-IF.

       DECIDE-PENDING-PARA.
           MOVE WS-APP-STOCK-IN TO WS-AU-STOCK
           MOVE WS-PEND-MAKER (WS-PEND-IDX) TO WS-AU-MAKER
           MOVE WS-APP-CHECKER-IN TO WS-AU-CHECKER
           IF WS-APP-CHECKER-IN = SPACES OR
              WS-APP-CHECKER-IN = WS-PEND-MAKER (WS-PEND-IDX)
              ADD 1 TO WS-CTL-REFUSED
              MOVE "REFUSE" TO WS-AU-ACTION
              MOVE "CHECKER MUST DIFFER FROM MAKER"
                   TO WS-AU-RESULT
              PERFORM WRITE-AUDIT-PARA
           ELSE
           IF WS-APP-DECISION-IN = "APPROVE"
              MOVE "Y" TO WS-PEND-DONE (WS-PEND-IDX)
              PERFORM APPLY-PENDING-PARA
           ELSE
              ADD 1 TO WS-CTL-REJECTED
              MOVE "Y" TO WS-PEND-DONE (WS-PEND-IDX)
              MOVE "REJECT" TO WS-AU-ACTION
              MOVE "DISCARDED BY CHECKER" TO WS-AU-RESULT
              PERFORM WRITE-AUDIT-PARA
           END-IF
           END-IF.

       APPLY-PENDING-PARA.
           MOVE "Y" TO WS-MNT-OK
           IF WS-PEND-ISIN (WS-PEND-IDX) NOT = SPACES
              MOVE WS-PEND-ISIN (WS-PEND-IDX)  TO WS-MNT-ISIN-IN
              MOVE WS-PEND-STOCK (WS-PEND-IDX) TO WS-MNT-STOCK-IN
              MOVE "N" TO WS-SM-FOUND
              PERFORM CHECK-ISIN-UNIQUE-PARA
           END-IF
           MOVE WS-PEND-STOCK (WS-PEND-IDX) TO WS-KEY-STOCK
           PERFORM FIND-STOCKMST-PARA
           IF (WS-PEND-ACTION (WS-PEND-IDX) = "ADD"
               AND WS-SM-FOUND = "Y")
              OR (WS-PEND-ACTION (WS-PEND-IDX) NOT = "ADD"
               AND WS-SM-FOUND NOT = "Y")
              OR WS-MNT-OK NOT = "Y"
              ADD 1 TO WS-CTL-REJECTED
              MOVE "REJECT" TO WS-AU-ACTION
              MOVE "MASTER CHANGED SINCE SUBMISSION - NOT APPLIED"
                   TO WS-AU-RESULT
              PERFORM WRITE-AUDIT-PARA
           ELSE
              ADD 1 TO WS-CTL-APPROVED
              IF WS-SM-FOUND = "Y"
                 MOVE WS-SM-SECTOR (WS-SM-IDX) TO WS-OLD-SECTOR
                 MOVE "BEFORE" TO WS-AU-ACTION
                 MOVE WS-SM-LINE (WS-SM-IDX) TO WS-AU-RESULT
                 PERFORM WRITE-AUDIT-PARA
              ELSE
                 MOVE "UNKNOWN" TO WS-OLD-SECTOR
                 IF WS-SM-COUNT >= 50000
                    DISPLAY "STOCK MASTER TABLE CAPACITY EXCEEDED AT "
                            "50000 ENTRIES - RUN STOPPED"
                    MOVE 20 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-SM-COUNT
                 SET WS-SM-IDX TO WS-SM-COUNT
                 MOVE SPACES TO WS-SM-ENTRY (WS-SM-IDX)
                 MOVE WS-PEND-STOCK (WS-PEND-IDX)
                      TO WS-SM-STOCK (WS-SM-IDX)
                 MOVE "A" TO WS-SM-STATUS (WS-SM-IDX)
              END-IF
              EVALUATE WS-PEND-ACTION (WS-PEND-IDX)
                 WHEN "DELIST"
                    MOVE "D" TO WS-SM-STATUS (WS-SM-IDX)
                 WHEN "SUSPEND"
                    MOVE "S" TO WS-SM-STATUS (WS-SM-IDX)
                 WHEN "RESUME"
                    MOVE "A" TO WS-SM-STATUS (WS-SM-IDX)
                 WHEN OTHER
                    PERFORM APPLY-FIELDS-PARA
              END-EVALUATE
              PERFORM BUILD-MASTER-LINE-PARA
              MOVE WS-SM-SECTOR (WS-SM-IDX) TO WS-NEW-SECTOR
              MOVE "APPROVE" TO WS-AU-ACTION
              MOVE SPACES TO WS-AU-RESULT
              STRING FUNCTION TRIM(WS-PEND-ACTION (WS-PEND-IDX))
                     " APPLIED TO STOCK MASTER" DELIMITED BY SIZE
                INTO WS-AU-RESULT
              END-STRING
              PERFORM WRITE-AUDIT-PARA
              MOVE "AFTER" TO WS-AU-ACTION
              MOVE WS-SM-LINE (WS-SM-IDX) TO WS-AU-RESULT
              PERFORM WRITE-AUDIT-PARA
              PERFORM CHECK-IMPACT-PARA
           END-IF.

       APPLY-FIELDS-PARA.
           IF WS-PEND-SECTOR (WS-PEND-IDX) NOT = SPACES
              MOVE WS-PEND-SECTOR (WS-PEND-IDX)
                   TO WS-SM-SECTOR (WS-SM-IDX)
           END-IF
           IF WS-PEND-ISIN (WS-PEND-IDX) NOT = SPACES
              MOVE WS-PEND-ISIN (WS-PEND-IDX)
                   TO WS-SM-ISIN (WS-SM-IDX)
           END-IF
           IF WS-PEND-EXSYM (WS-PEND-IDX) NOT = SPACES
              MOVE WS-PEND-EXSYM (WS-PEND-IDX)
                   TO WS-SM-EXSYM (WS-SM-IDX)
           END-IF
           IF WS-PEND-EXCHANGE (WS-PEND-IDX) NOT = SPACES
              MOVE WS-PEND-EXCHANGE (WS-PEND-IDX)
                   TO WS-SM-EXCHANGE (WS-SM-IDX)
           END-IF
           IF WS-PEND-LOT (WS-PEND-IDX) NOT = SPACES
              MOVE WS-PEND-LOT (WS-PEND-IDX)
                   TO WS-SM-LOT (WS-SM-IDX)
           END-IF
           IF WS-PEND-FACE (WS-PEND-IDX) NOT = SPACES
              MOVE WS-PEND-FACE (WS-PEND-IDX)
                   TO WS-SM-FACE (WS-SM-IDX)
           END-IF.

       BUILD-MASTER-LINE-PARA.
           IF WS-SM-STATUS (WS-SM-IDX) = SPACES
              MOVE "A" TO WS-SM-STATUS (WS-SM-IDX)
           END-IF
           MOVE SPACES TO WS-SM-LINE (WS-SM-IDX)
           STRING FUNCTION TRIM(WS-SM-STOCK (WS-SM-IDX))
                                          DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SM-SECTOR (WS-SM-IDX))
                                          DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SM-ISIN (WS-SM-IDX))
                                          DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SM-EXSYM (WS-SM-IDX))
                                          DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  WS-SM-STATUS (WS-SM-IDX)
                                          DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SM-EXCHANGE (WS-SM-IDX))
                                          DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SM-LOT (WS-SM-IDX))
                                          DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SM-FACE (WS-SM-IDX))
                                          DELIMITED BY SIZE
             INTO WS-SM-LINE (WS-SM-IDX)
           END-STRING.

       CHECK-IMPACT-PARA.
           MOVE WS-PEND-STOCK (WS-PEND-IDX) TO WS-KEY-STOCK
           PERFORM FIND-HOLDING-PARA
           MOVE WS-OLD-SECTOR TO WS-KEY-SECTOR
           PERFORM FIND-SECTOR-PARA
           MOVE WS-KEY-SECT-VALUE TO WS-OLD-SECT-VALUE
           MOVE WS-NEW-SECTOR TO WS-KEY-SECTOR
           PERFORM FIND-SECTOR-PARA
           MOVE WS-KEY-SECT-VALUE TO WS-NEW-SECT-VALUE
           MOVE SPACES TO WS-IMPACT-NOTE
           IF WS-OLD-SECTOR NOT = WS-NEW-SECTOR
              IF WS-HOLD-FOUND = "Y"
                 MOVE "HELD SCRIP SECTOR CHANGE" TO WS-IMPACT-NOTE
              ELSE
              IF WS-PEND-ACTION (WS-PEND-IDX) NOT = "ADD"
                 AND (WS-OLD-SECT-VALUE > 0 OR WS-NEW-SECT-VALUE > 0)
                 MOVE "HELD SECTOR RECLASSIFIED" TO WS-IMPACT-NOTE
              END-IF
              END-IF
           ELSE
           IF WS-HOLD-FOUND = "Y"
              EVALUATE WS-PEND-ACTION (WS-PEND-IDX)
                 WHEN "DELIST"
                    MOVE "HELD SCRIP DELISTED" TO WS-IMPACT-NOTE
                 WHEN "SUSPEND"
                    MOVE "HELD SCRIP SUSPENDED" TO WS-IMPACT-NOTE
                 WHEN "RESUME"
                    MOVE "HELD SCRIP RESUMED" TO WS-IMPACT-NOTE
              END-EVALUATE
           END-IF
           END-IF
           IF WS-IMPACT-NOTE NOT = SPACES
              PERFORM WRITE-IMPACT-PARA
           END-IF.

       WRITE-IMPACT-HEADER-PARA.
           MOVE WS-RUN-DATE TO WH-IM-RUN-DATE
           MOVE WS-CYCLE-ID TO WH-IM-CYCLE
           WRITE IMPACT-REC FROM WH-IMPACT-LINE1
           MOVE SPACES TO IMPACT-REC
           WRITE IMPACT-REC
           WRITE IMPACT-REC FROM WH-IMPACT-HEADER.

       WRITE-IMPACT-PARA.
           ADD 1 TO WS-CTL-IMPACTS
           MOVE WS-PEND-STOCK (WS-PEND-IDX)  TO WS-ID-STOCK
           MOVE WS-PEND-ACTION (WS-PEND-IDX) TO WS-ID-ACTION
           MOVE WS-OLD-SECTOR                TO WS-ID-OLD-SECTOR
           MOVE WS-NEW-SECTOR                TO WS-ID-NEW-SECTOR
           IF WS-HOLD-FOUND = "Y"
              MOVE WS-HOLD-SHARES (WS-HOLD-IDX) TO WS-ID-SHARES
              MOVE WS-HOLD-VALUE (WS-HOLD-IDX)  TO WS-ID-VALUE
           ELSE
              MOVE 0 TO WS-ID-SHARES
              MOVE 0 TO WS-ID-VALUE
           END-IF
           MOVE WS-OLD-SECT-VALUE            TO WS-ID-OLD-VALUE
           MOVE WS-NEW-SECT-VALUE            TO WS-ID-NEW-VALUE
           MOVE WS-IMPACT-NOTE               TO WS-ID-NOTE
           WRITE IMPACT-REC FROM WS-IMPACT-DETAIL.

       REWRITE-STOCKMST-PARA.
           PERFORM NEXT-VERSION-PARA
           OPEN OUTPUT STOCKMST-FILE
           IF STOCKMST-FILE-STATUS NOT = "00"
              DISPLAY "STOCK MASTER REWRITE FAILED, STATUS="
                      STOCKMST-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              IF WS-SM-HEADER NOT = SPACES
                 WRITE STOCKMST-REC FROM WS-SM-HEADER
              END-IF
              SET WS-SM-IDX TO 1
              PERFORM UNTIL WS-SM-IDX > WS-SM-COUNT
                 WRITE STOCKMST-REC FROM WS-SM-LINE (WS-SM-IDX)
                 SET WS-SM-IDX UP BY 1
              END-PERFORM
              CLOSE STOCKMST-FILE
              MOVE "VERSION"  TO WS-AU-ACTION
              MOVE SPACES    TO WS-AU-STOCK WS-AU-MAKER WS-AU-CHECKER
              MOVE SPACES    TO WS-AU-RESULT
              STRING "STOCK MASTER VERSION " WS-VERSION
                     " EFFECTIVE " WS-RUN-DATE
                     DELIMITED BY SIZE
                INTO WS-AU-RESULT
              END-STRING
              PERFORM WRITE-AUDIT-PARA
           END-IF.

       NEXT-VERSION-PARA.
           MOVE 0 TO WS-VERSION
           OPEN INPUT VERSION-FILE
           IF VERSION-FILE-STATUS = "00"
              READ VERSION-FILE
                NOT AT END
                  MOVE VERSION-REC(1:5) TO WS-VERSION-IN
                  IF WS-VERSION-IN NUMERIC
                     MOVE WS-VERSION-IN TO WS-VERSION
                  END-IF
              END-READ
              CLOSE VERSION-FILE
           END-IF
           ADD 1 TO WS-VERSION
           OPEN OUTPUT VERSION-FILE
           IF VERSION-FILE-STATUS = "00"
              MOVE SPACES TO VERSION-REC
              MOVE WS-VERSION TO VERSION-REC(1:5)
              MOVE WS-RUN-DATE TO VERSION-REC(6:8)
              WRITE VERSION-REC
              CLOSE VERSION-FILE
           END-IF.

       REWRITE-PENDING-PARA.
           OPEN OUTPUT PENDING-FILE
           OPEN OUTPUT EXCEPT-FILE
           IF PENDING-FILE-STATUS NOT = "00"
              DISPLAY "PENDING FILE REWRITE FAILED, STATUS="
                      PENDING-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-PEND-IDX TO 1
              PERFORM UNTIL WS-PEND-IDX > WS-PEND-COUNT
                 IF WS-PEND-DONE (WS-PEND-IDX) = "N"
                    MOVE WS-PEND-ACTION (WS-PEND-IDX) TO WS-PL-ACTION
                    MOVE WS-PEND-STOCK (WS-PEND-IDX)  TO WS-PL-STOCK
                    MOVE WS-PEND-ISIN (WS-PEND-IDX)   TO WS-PL-ISIN
                    MOVE WS-PEND-SECTOR (WS-PEND-IDX) TO WS-PL-SECTOR
                    MOVE WS-PEND-EXCHANGE (WS-PEND-IDX)
                         TO WS-PL-EXCHANGE
                    MOVE WS-PEND-LOT (WS-PEND-IDX)    TO WS-PL-LOT
                    MOVE WS-PEND-FACE (WS-PEND-IDX)   TO WS-PL-FACE
                    MOVE WS-PEND-EXSYM (WS-PEND-IDX)  TO WS-PL-EXSYM
                    MOVE WS-PEND-MAKER (WS-PEND-IDX)  TO WS-PL-MAKER
                    MOVE WS-PEND-DATE (WS-PEND-IDX)   TO WS-PL-DATE
                    WRITE PENDING-REC FROM WS-PEND-LINE
                    PERFORM CHECK-PEND-AGE-PARA
                 END-IF
                 SET WS-PEND-IDX UP BY 1
              END-PERFORM
              CLOSE PENDING-FILE
           END-IF
           CLOSE EXCEPT-FILE.

       CHECK-PEND-AGE-PARA.
           IF WS-PEND-DATE (WS-PEND-IDX) NUMERIC
              MOVE WS-PEND-DATE (WS-PEND-IDX) TO WS-PEND-DATE-NUM
              COMPUTE WS-PEND-AGE =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
                 FUNCTION INTEGER-OF-DATE(WS-PEND-DATE-NUM)
              IF WS-PEND-AGE > WS-AGE-LIMIT
                 ADD 1 TO WS-CTL-AGED
                 MOVE WS-PEND-STOCK (WS-PEND-IDX)  TO WS-EX-STOCK
                 MOVE WS-PEND-ACTION (WS-PEND-IDX) TO WS-EX-ACTION
                 MOVE WS-PEND-MAKER (WS-PEND-IDX)  TO WS-EX-MAKER
                 MOVE WS-PEND-DATE (WS-PEND-IDX)   TO WS-EX-DATE
                 MOVE WS-PEND-AGE                  TO WS-EX-AGE
                 WRITE EXCEPT-REC FROM WS-EXCEPT-LINE
              END-IF
           END-IF.
