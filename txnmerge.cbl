       IDENTIFICATION DIVISION.
       PROGRAM-ID. txnmerge.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-FILE   ASSIGN TO "TXN-PARTITION.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PART-FILE-STATUS.

           SELECT PIECE-FILE  ASSIGN TO WS-PIECE-NAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PIECE-FILE-STATUS.

           SELECT TXNHIST-FILE  ASSIGN TO "TXN-HISTORY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TXNHIST-FILE-STATUS.

           SELECT JRNL-FILE  ASSIGN TO "ACCT-JOURNAL.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS JRNL-FILE-STATUS.

           SELECT SUSP-FILE   ASSIGN TO "TXN-SUSPENSE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS SUSP-FILE-STATUS.

           SELECT TXNREJ-FILE  ASSIGN TO "TXN-REJECTS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TXNREJ-FILE-STATUS.

           SELECT ODLIM-FILE  ASSIGN TO "OD-LIMITS.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS ODLIM-FILE-STATUS.

           SELECT SWEEP-FILE  ASSIGN TO "SWEEP-ENROLL.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS SWEEP-FILE-STATUS.

           SELECT FINGER-FILE ASSIGN TO "TXN-FINGERPRINTS.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS FINGER-FILE-STATUS.

           SELECT INPOS-FILE  ASSIGN TO "TXN-INTRADAY-POS.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS INPOS-FILE-STATUS.

           SELECT CTLRPT-FILE  ASSIGN TO "TXNPOST-CONTROL.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CTLRPT-FILE-STATUS.

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
       FD   PART-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PART-REC                PIC X(40).

       FD   PIECE-FILE  RECORD CONTAINS 800 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PIECE-REC               PIC X(800).

       FD   TXNHIST-FILE  RECORD CONTAINS 84 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNHIST-REC             PIC X(84).

       FD   JRNL-FILE  RECORD CONTAINS 786 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 JRNL-REC                PIC X(786).

       FD   SUSP-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 SUSP-REC                PIC X(100).

       FD   TXNREJ-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNREJ-REC              PIC X(80).

       FD   ODLIM-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ODLIM-REC               PIC X(60).

       FD   SWEEP-FILE  RECORD CONTAINS 45 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 SWEEP-REC               PIC X(45).

       FD   FINGER-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 FINGER-REC              PIC X(40).

       FD   INPOS-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 INPOS-REC               PIC X(40).

       FD   CTLRPT-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CTLRPT-REC              PIC X(80).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 PART-FILE-STATUS     PIC X(02).
       01 PIECE-FILE-STATUS    PIC X(02).
       01 TXNHIST-FILE-STATUS  PIC X(02).
       01 JRNL-FILE-STATUS     PIC X(02).
       01 SUSP-FILE-STATUS     PIC X(02).
       01 TXNREJ-FILE-STATUS   PIC X(02).
       01 ODLIM-FILE-STATUS    PIC X(02).
       01 SWEEP-FILE-STATUS    PIC X(02).
       01 FINGER-FILE-STATUS   PIC X(02).
       01 INPOS-FILE-STATUS    PIC X(02).
       01 CTLRPT-FILE-STATUS   PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.

       01 WS-RUN-DATE          PIC X(08).

       01 WS-PART-TABLE.
          05 WS-PT-ENTRY OCCURS 20 TIMES INDEXED BY WS-PT-IDX.
             10 WS-PT-ID         PIC X(02).
             10 WS-PT-LOW        PIC X(14).
             10 WS-PT-HIGH       PIC X(14).
       01 WS-PART-COUNT        PIC 9(02) VALUE 0.
       01 WS-PART-ERRORS       PIC 9(03) VALUE 0.
       01 WS-PT-ID-IN          PIC X(02).
       01 WS-PT-LOW-IN         PIC X(14).
       01 WS-PT-HIGH-IN        PIC X(14).
       01 WS-IN-RANGE          PIC X(01) VALUE "N".
       01 WS-RANGE-ACCT        PIC X(14) VALUE SPACES.

       01 WS-CTL-TABLE.
          05 WS-CT-ENTRY OCCURS 21 TIMES INDEXED BY WS-CT-IDX.
             10 WS-CT-SUFFIX     PIC X(03).
             10 WS-CT-ROWS       PIC 9(07).
             10 WS-CT-IN         PIC 9(07).
             10 WS-CT-POSTED     PIC 9(07).
             10 WS-CT-REJECTED   PIC 9(07).
             10 WS-CT-SUSPECTS   PIC 9(05).
             10 WS-CT-HELD       PIC 9(05).
             10 WS-CT-LEGS       PIC 9(07).
             10 WS-CT-FP-COUNT   PIC 9(07).
             10 WS-CT-FP-TOTAL   PIC 9(13)V99.
             10 WS-CT-RC         PIC 9(03).
             10 WS-CT-FP-MATCH   PIC X(01).
       01 WS-CT-COUNT          PIC 9(02) VALUE 0.
       01 WS-PC-SUFFIX-IN      PIC X(03).
       01 WS-PC-CYCLE-IN       PIC X(04).
       01 WS-PC-DATE-IN        PIC X(08).
       01 WS-PC-ROWS-IN        PIC X(07).
       01 WS-PC-IN-IN          PIC X(07).
       01 WS-PC-POSTED-IN      PIC X(07).
       01 WS-PC-REJ-IN         PIC X(07).
       01 WS-PC-SUSP-IN        PIC X(05).
       01 WS-PC-HELD-IN        PIC X(05).
       01 WS-PC-LEGS-IN        PIC X(07).
       01 WS-PC-FPC-IN         PIC X(07).
       01 WS-PC-FPT-IN         PIC X(16).
       01 WS-PC-RC-IN          PIC X(03).
       01 WS-PC-MATCH-IN       PIC X(01).
       01 WS-CTL-ERRORS        PIC 9(03) VALUE 0.

       01 WS-PIECE-NAME        PIC X(40) VALUE SPACES.
       01 WS-PIECE-STEM        PIC X(20) VALUE SPACES.
       01 WS-PIECE-SUFFIX      PIC X(03) VALUE SPACES.
       01 WS-PIECE-KIND        PIC X(01) VALUE SPACES.
       01 WS-PIECES-MISSING    PIC 9(03) VALUE 0.

       01 WS-KEEP-TABLE.
          05 WS-KP-ENTRY OCCURS 2000 TIMES INDEXED BY WS-KP-IDX.
             10 WS-KP-REC        PIC X(60).
       01 WS-KEEP-COUNT        PIC 9(04) VALUE 0.
       01 WS-RB-KIND           PIC X(01) VALUE SPACES.
       01 WS-RB-MASTER         PIC X(20) VALUE SPACES.
       01 WS-RB-OK             PIC X(01) VALUE "Y".
       01 WS-RB-ROWS           PIC 9(05) VALUE 0.

       01 WS-TOT-ROWS          PIC 9(07) VALUE 0.
       01 WS-TOT-IN            PIC 9(07) VALUE 0.
       01 WS-TOT-POSTED        PIC 9(07) VALUE 0.
       01 WS-TOT-REJECTED      PIC 9(07) VALUE 0.
       01 WS-TOT-SUSPECTS      PIC 9(07) VALUE 0.
       01 WS-TOT-HELD          PIC 9(07) VALUE 0.
       01 WS-TOT-LEGS-OUT      PIC 9(07) VALUE 0.
       01 WS-TOT-LEGS-IN       PIC 9(07) VALUE 0.
       01 WS-MRG-HIST          PIC 9(07) VALUE 0.
       01 WS-MRG-JRNL          PIC 9(07) VALUE 0.
       01 WS-MRG-SUSP          PIC 9(07) VALUE 0.
       01 WS-MRG-REJ           PIC 9(07) VALUE 0.
       01 WS-BREAKS            PIC 9(03) VALUE 0.
       01 WS-FP-SKIP           PIC X(01) VALUE "N".

       01 WS-FINGER-LINE.
          05 WS-FL-CYCLE         PIC X(04).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-FL-COUNT         PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-FL-TOTAL         PIC 9(13).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-FL-DATE          PIC X(08).

       01 WS-SEAL-BATCHES      PIC 9(04) VALUE 0.
       01 WS-SEAL-POSTED       PIC 9(07) VALUE 0.
       01 WS-IP-DATE-IN        PIC X(08).
       01 WS-IP-IN-IN          PIC X(07).
       01 WS-IP-POSTED-IN      PIC X(07).
       01 WS-IP-REJ-IN         PIC X(07).

       01 WH-TXNREJ-HEADER.
          05 FILLER PIC X(13) VALUE "ACCOUNT-NUM".
          05 FILLER PIC X(05) VALUE "TYPE".
          05 FILLER PIC X(12) VALUE "AMOUNT".
          05 FILLER PIC X(30) VALUE "REJECT-REASON".

       01 WS-RPT-LINE.
          05 WS-RP-LBL           PIC X(20).
          05 WS-RP-CNT           PIC 9(07).
       01 WS-PART-LINE.
          05 FILLER              PIC X(05) VALUE "PART ".
          05 WS-PL-SUFFIX        PIC X(03).
          05 FILLER              PIC X(06) VALUE " READ ".
          05 WS-PL-ROWS          PIC ZZZZZZ9.
          05 FILLER              PIC X(04) VALUE " IN ".
          05 WS-PL-IN            PIC ZZZZZZ9.
          05 FILLER              PIC X(06) VALUE " POST ".
          05 WS-PL-POSTED        PIC ZZZZZZ9.
          05 FILLER              PIC X(05) VALUE " REJ ".
          05 WS-PL-REJ           PIC ZZZZZZ9.
          05 FILLER              PIC X(05) VALUE " LEG ".
          05 WS-PL-LEGS          PIC ZZZZZZ9.
          05 FILLER              PIC X(04) VALUE " RC ".
          05 WS-PL-RC            PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE PARTITIONED POSTING MERGE PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-PARTITIONS-PARA.
           PERFORM LOAD-CONTROLS-PARA.
           IF WS-CTL-ERRORS > 0
              DISPLAY "PARTITION CONTROLS INCOMPLETE - " WS-CTL-ERRORS
                      " PROBLEMS, NOTHING MERGED"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM MERGE-PIECES-PARA.
           MOVE "O" TO WS-RB-KIND.
           PERFORM REBUILD-MASTER-PARA.
           MOVE "W" TO WS-RB-KIND.
           PERFORM REBUILD-MASTER-PARA.
           PERFORM APPEND-FINGERPRINT-PARA.
           PERFORM SEAL-DAY-PARA.
           PERFORM CHECK-COVERAGE-PARA.
           PERFORM WRITE-CONTROL-REPORT-PARA.
           PERFORM CLEAR-PIECES-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "TXNMERGE SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  PARTITIONS MERGED    : " WS-PART-COUNT.
           DISPLAY "  INPUT ROWS           : " WS-TOT-ROWS.
           DISPLAY "  ROWS IN PARTITIONS   : " WS-TOT-IN.
           DISPLAY "  POSTINGS             : " WS-TOT-POSTED.
           DISPLAY "  TRANSACTIONS REJECTED: " WS-TOT-REJECTED.
           DISPLAY "  TRF LEGS WRITTEN     : " WS-TOT-LEGS-OUT.
           DISPLAY "  TRF LEGS READ        : " WS-TOT-LEGS-IN.
           DISPLAY "  HISTORY ROWS MERGED  : " WS-MRG-HIST.
           DISPLAY "  JOURNAL ROWS MERGED  : " WS-MRG-JRNL.
           DISPLAY "  SUSPENSE ROWS MERGED : " WS-MRG-SUSP.
           DISPLAY "  REJECT ROWS MERGED   : " WS-MRG-REJ.
           IF WS-BREAKS > 0
              DISPLAY "PARTITION TOTALS DO NOT BALANCE - " WS-BREAKS
                      " BREAKS, SEE TXNPOST-CONTROL.RPT"
              MOVE 16 TO RETURN-CODE
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

       LOAD-PARTITIONS-PARA.
           MOVE 0 TO WS-PART-COUNT
           MOVE 0 TO WS-PART-ERRORS
           OPEN INPUT PART-FILE
           IF PART-FILE-STATUS NOT = "00"
              DISPLAY "PARTITION PARAMETER FILE NOT FOUND, STATUS="
                      PART-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL PART-FILE-STATUS NOT = "00"
              READ PART-FILE
                AT END
                  MOVE "10" TO PART-FILE-STATUS
                NOT AT END
                  IF PART-REC(1:9) NOT = "PARTITION"
                     AND PART-REC NOT = SPACES
                     PERFORM ADD-PARTITION-PARA
                  END-IF
              END-READ
           END-PERFORM
           CLOSE PART-FILE
           IF WS-PART-COUNT = 0
              DISPLAY "NO PARTITIONS DEFINED IN TXN-PARTITION.CSV"
              ADD 1 TO WS-PART-ERRORS
           END-IF
           IF WS-PART-ERRORS > 0
              DISPLAY "PARTITION PARAMETERS INVALID - RUN STOPPED"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       ADD-PARTITION-PARA.
           IF WS-PART-COUNT >= 20
              DISPLAY "PARTITION TABLE CAPACITY EXCEEDED AT 20 "
                      "ENTRIES - RUN STOPPED"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-PT-ID-IN WS-PT-LOW-IN WS-PT-HIGH-IN
           UNSTRING PART-REC DELIMITED BY ","
           INTO     WS-PT-ID-IN
                    WS-PT-LOW-IN
                    WS-PT-HIGH-IN
           END-UNSTRING
           ADD 1 TO WS-PART-COUNT
           SET WS-PT-IDX TO WS-PART-COUNT
           MOVE WS-PT-ID-IN   TO WS-PT-ID (WS-PT-IDX)
           MOVE WS-PT-LOW-IN  TO WS-PT-LOW (WS-PT-IDX)
           MOVE WS-PT-HIGH-IN TO WS-PT-HIGH (WS-PT-IDX)
           IF WS-PT-ID-IN NOT NUMERIC OR WS-PT-ID-IN = "00"
              OR WS-PT-ID-IN > "09"
              DISPLAY "PARTITION ID " WS-PT-ID-IN " MUST BE 01-09"
              ADD 1 TO WS-PART-ERRORS
           END-IF
           IF WS-PT-LOW-IN = SPACES OR WS-PT-HIGH-IN = SPACES
              OR WS-PT-LOW-IN > WS-PT-HIGH-IN
              DISPLAY "PARTITION " WS-PT-ID-IN
                      " HAS NO VALID ACCOUNT RANGE"
              ADD 1 TO WS-PART-ERRORS
           END-IF
           IF WS-PART-COUNT > 1
              IF WS-PT-ID-IN NOT > WS-PT-ID (WS-PT-IDX - 1)
                 OR WS-PT-LOW-IN NOT > WS-PT-HIGH (WS-PT-IDX - 1)
                 DISPLAY "PARTITION " WS-PT-ID-IN
                         " OVERLAPS OR IS OUT OF ORDER"
                 ADD 1 TO WS-PART-ERRORS
              END-IF
           END-IF.

       LOAD-CONTROLS-PARA.
           MOVE 0 TO WS-CT-COUNT
           MOVE 0 TO WS-CTL-ERRORS
           SET WS-PT-IDX TO 1
           PERFORM UNTIL WS-PT-IDX > WS-PART-COUNT
              MOVE SPACES TO WS-PIECE-SUFFIX
              STRING "P" WS-PT-ID (WS-PT-IDX) DELIMITED BY SIZE
                INTO WS-PIECE-SUFFIX
              END-STRING
              PERFORM READ-ONE-CONTROL-PARA
              SET WS-PT-IDX UP BY 1
           END-PERFORM
           MOVE "PLG" TO WS-PIECE-SUFFIX
           PERFORM READ-ONE-CONTROL-PARA.

       READ-ONE-CONTROL-PARA.
           ADD 1 TO WS-CT-COUNT
           SET WS-CT-IDX TO WS-CT-COUNT
           MOVE WS-PIECE-SUFFIX TO WS-CT-SUFFIX (WS-CT-IDX)
           MOVE 0   TO WS-CT-ROWS (WS-CT-IDX) WS-CT-IN (WS-CT-IDX)
                       WS-CT-POSTED (WS-CT-IDX)
                       WS-CT-REJECTED (WS-CT-IDX)
                       WS-CT-SUSPECTS (WS-CT-IDX)
                       WS-CT-HELD (WS-CT-IDX) WS-CT-LEGS (WS-CT-IDX)
                       WS-CT-FP-COUNT (WS-CT-IDX)
                       WS-CT-FP-TOTAL (WS-CT-IDX) WS-CT-RC (WS-CT-IDX)
           MOVE "N" TO WS-CT-FP-MATCH (WS-CT-IDX)
           MOVE SPACES TO WS-PIECE-NAME
           STRING "TXN-CONTROL." WS-PIECE-SUFFIX DELIMITED BY SIZE
             INTO WS-PIECE-NAME
           END-STRING
           MOVE SPACES TO WS-PC-CYCLE-IN WS-PC-DATE-IN
           OPEN INPUT PIECE-FILE
           IF PIECE-FILE-STATUS = "00"
              READ PIECE-FILE
                AT END
                  MOVE SPACES TO PIECE-REC
              END-READ
              CLOSE PIECE-FILE
              UNSTRING PIECE-REC DELIMITED BY ","
              INTO     WS-PC-SUFFIX-IN
                       WS-PC-CYCLE-IN
                       WS-PC-DATE-IN
                       WS-PC-ROWS-IN
                       WS-PC-IN-IN
                       WS-PC-POSTED-IN
                       WS-PC-REJ-IN
                       WS-PC-SUSP-IN
                       WS-PC-HELD-IN
                       WS-PC-LEGS-IN
                       WS-PC-FPC-IN
                       WS-PC-FPT-IN
                       WS-PC-RC-IN
                       WS-PC-MATCH-IN
              END-UNSTRING
           END-IF
           IF WS-PC-CYCLE-IN NOT = WS-CYCLE-ID
              OR WS-PC-DATE-IN NOT = WS-RUN-DATE
              DISPLAY "NO CONTROL FOR THIS CYCLE FROM PARTITION "
                      WS-PIECE-SUFFIX " - " WS-PIECE-NAME
              ADD 1 TO WS-CTL-ERRORS
           ELSE
              COMPUTE WS-CT-ROWS (WS-CT-IDX) =
                      FUNCTION NUMVAL(WS-PC-ROWS-IN)
              COMPUTE WS-CT-IN (WS-CT-IDX) =
                      FUNCTION NUMVAL(WS-PC-IN-IN)
              COMPUTE WS-CT-POSTED (WS-CT-IDX) =
                      FUNCTION NUMVAL(WS-PC-POSTED-IN)
              COMPUTE WS-CT-REJECTED (WS-CT-IDX) =
                      FUNCTION NUMVAL(WS-PC-REJ-IN)
              COMPUTE WS-CT-SUSPECTS (WS-CT-IDX) =
                      FUNCTION NUMVAL(WS-PC-SUSP-IN)
              COMPUTE WS-CT-HELD (WS-CT-IDX) =
                      FUNCTION NUMVAL(WS-PC-HELD-IN)
              COMPUTE WS-CT-LEGS (WS-CT-IDX) =
                      FUNCTION NUMVAL(WS-PC-LEGS-IN)
              COMPUTE WS-CT-FP-COUNT (WS-CT-IDX) =
                      FUNCTION NUMVAL(WS-PC-FPC-IN)
              COMPUTE WS-CT-FP-TOTAL (WS-CT-IDX) =
                      FUNCTION NUMVAL(WS-PC-FPT-IN)
              COMPUTE WS-CT-RC (WS-CT-IDX) =
                      FUNCTION NUMVAL(WS-PC-RC-IN)
              MOVE WS-PC-MATCH-IN TO WS-CT-FP-MATCH (WS-CT-IDX)
              IF WS-CT-RC (WS-CT-IDX) > 8
                 DISPLAY "PARTITION " WS-PIECE-SUFFIX
                         " ENDED WITH RC=" WS-CT-RC (WS-CT-IDX)
                         " - RERUN IT BEFORE MERGING"
                 ADD 1 TO WS-CTL-ERRORS
              END-IF
           END-IF.

       MERGE-PIECES-PARA.
           OPEN EXTEND TXNHIST-FILE.
           IF TXNHIST-FILE-STATUS = "35"
              OPEN OUTPUT TXNHIST-FILE
              CLOSE TXNHIST-FILE
              OPEN EXTEND TXNHIST-FILE
           END-IF
           OPEN EXTEND JRNL-FILE.
           IF JRNL-FILE-STATUS = "35"
              OPEN OUTPUT JRNL-FILE
              CLOSE JRNL-FILE
              OPEN EXTEND JRNL-FILE
           END-IF
           OPEN EXTEND SUSP-FILE.
           IF SUSP-FILE-STATUS = "35"
              OPEN OUTPUT SUSP-FILE
              CLOSE SUSP-FILE
              OPEN EXTEND SUSP-FILE
           END-IF
           OPEN OUTPUT TXNREJ-FILE.
           IF TXNHIST-FILE-STATUS NOT = "00"
              OR JRNL-FILE-STATUS NOT = "00"
              OR SUSP-FILE-STATUS NOT = "00"
              OR TXNREJ-FILE-STATUS NOT = "00"
              DISPLAY "MERGE OUTPUT OPEN FAILED, STATUS="
                      TXNHIST-FILE-STATUS " " JRNL-FILE-STATUS " "
                      SUSP-FILE-STATUS " " TXNREJ-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF
           WRITE TXNREJ-REC FROM WH-TXNREJ-HEADER
           SET WS-CT-IDX TO 1
           PERFORM UNTIL WS-CT-IDX > WS-CT-COUNT
              MOVE WS-CT-SUFFIX (WS-CT-IDX) TO WS-PIECE-SUFFIX
              MOVE "TXN-HISTORY."  TO WS-PIECE-STEM
              MOVE "H"             TO WS-PIECE-KIND
              PERFORM COPY-PIECE-PARA
              MOVE "ACCT-JOURNAL." TO WS-PIECE-STEM
              MOVE "J"             TO WS-PIECE-KIND
              PERFORM COPY-PIECE-PARA
              MOVE "TXN-SUSPENSE." TO WS-PIECE-STEM
              MOVE "S"             TO WS-PIECE-KIND
              PERFORM COPY-PIECE-PARA
              MOVE "TXN-REJECTS."  TO WS-PIECE-STEM
              MOVE "R"             TO WS-PIECE-KIND
              PERFORM COPY-PIECE-PARA
              SET WS-CT-IDX UP BY 1
           END-PERFORM
           CLOSE TXNHIST-FILE
           CLOSE JRNL-FILE
           CLOSE SUSP-FILE
           CLOSE TXNREJ-FILE.

       COPY-PIECE-PARA.
           MOVE SPACES TO WS-PIECE-NAME
           STRING WS-PIECE-STEM   DELIMITED BY SPACE
                  WS-PIECE-SUFFIX DELIMITED BY SIZE
             INTO WS-PIECE-NAME
           END-STRING
           OPEN INPUT PIECE-FILE
           IF PIECE-FILE-STATUS NOT = "00"
              DISPLAY "PARTITION OUTPUT NOT PRESENT: " WS-PIECE-NAME
              ADD 1 TO WS-PIECES-MISSING
           ELSE
              PERFORM UNTIL PIECE-FILE-STATUS NOT = "00"
                 READ PIECE-FILE
                   AT END
                     MOVE "10" TO PIECE-FILE-STATUS
                   NOT AT END
                     EVALUATE WS-PIECE-KIND
                        WHEN "H"
                           WRITE TXNHIST-REC FROM PIECE-REC
                           ADD 1 TO WS-MRG-HIST
                        WHEN "J"
                           WRITE JRNL-REC FROM PIECE-REC
                           ADD 1 TO WS-MRG-JRNL
                        WHEN "S"
                           WRITE SUSP-REC FROM PIECE-REC
                           ADD 1 TO WS-MRG-SUSP
                        WHEN "R"
                           IF PIECE-REC(1:11) NOT = "ACCOUNT-NUM"
                              WRITE TXNREJ-REC FROM PIECE-REC
                              ADD 1 TO WS-MRG-REJ
                           END-IF
                     END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE PIECE-FILE
           END-IF.

       REBUILD-MASTER-PARA.
           MOVE "Y" TO WS-RB-OK
           MOVE 0   TO WS-KEEP-COUNT
           MOVE 0   TO WS-RB-ROWS
           IF WS-RB-KIND = "O"
              MOVE "OD-LIMITS."    TO WS-PIECE-STEM
              MOVE "OD-LIMITS.DAT" TO WS-RB-MASTER
              OPEN INPUT ODLIM-FILE
              IF ODLIM-FILE-STATUS NOT = "00"
                 MOVE "N" TO WS-RB-OK
              END-IF
           ELSE
              MOVE "SWEEP-ENROLL." TO WS-PIECE-STEM
              MOVE "SWEEP-ENROLL.DAT" TO WS-RB-MASTER
              OPEN INPUT SWEEP-FILE
              IF SWEEP-FILE-STATUS NOT = "00"
                 MOVE "N" TO WS-RB-OK
              END-IF
           END-IF
           IF WS-RB-OK = "Y"
              PERFORM KEEP-OUTSIDE-ROWS-PARA
              SET WS-CT-IDX TO 1
              PERFORM UNTIL WS-CT-IDX >= WS-CT-COUNT
                 MOVE SPACES TO WS-PIECE-NAME
                 STRING WS-PIECE-STEM DELIMITED BY SPACE
                        WS-CT-SUFFIX (WS-CT-IDX) DELIMITED BY SIZE
                   INTO WS-PIECE-NAME
                 END-STRING
                 OPEN INPUT PIECE-FILE
                 IF PIECE-FILE-STATUS = "00"
                    CLOSE PIECE-FILE
                 ELSE
                    MOVE "N" TO WS-RB-OK
                    DISPLAY "PARTITION OUTPUT NOT PRESENT: "
                            WS-PIECE-NAME
                 END-IF
                 SET WS-CT-IDX UP BY 1
              END-PERFORM
              IF WS-RB-OK NOT = "Y"
                 DISPLAY WS-RB-MASTER " NOT REBUILT - "
                         "PARTITION COPIES INCOMPLETE"
                 ADD 1 TO WS-PIECES-MISSING
              ELSE
                 PERFORM WRITE-REBUILT-MASTER-PARA
              END-IF
           END-IF.

       KEEP-OUTSIDE-ROWS-PARA.
           PERFORM UNTIL WS-RB-OK NOT = "Y"
              IF WS-RB-KIND = "O"
                 READ ODLIM-FILE
                   AT END
                     MOVE "E" TO WS-RB-OK
                   NOT AT END
                     MOVE ODLIM-REC TO PIECE-REC
                 END-READ
              ELSE
                 READ SWEEP-FILE
                   AT END
                     MOVE "E" TO WS-RB-OK
                   NOT AT END
                     MOVE SWEEP-REC TO PIECE-REC
                 END-READ
              END-IF
              IF WS-RB-OK = "Y"
                 MOVE PIECE-REC(1:14) TO WS-RANGE-ACCT
                 PERFORM CHECK-ANY-RANGE-PARA
                 IF WS-IN-RANGE NOT = "Y"
                    IF WS-KEEP-COUNT >= 2000
                       DISPLAY "UNPARTITIONED ROW TABLE CAPACITY "
                               "EXCEEDED AT 2000 - RUN STOPPED"
                       MOVE 20 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-KEEP-COUNT
                    SET WS-KP-IDX TO WS-KEEP-COUNT
                    MOVE PIECE-REC TO WS-KP-REC (WS-KP-IDX)
                 END-IF
              END-IF
           END-PERFORM
           MOVE "Y" TO WS-RB-OK
           IF WS-RB-KIND = "O"
              CLOSE ODLIM-FILE
           ELSE
              CLOSE SWEEP-FILE
           END-IF.

       CHECK-ANY-RANGE-PARA.
           MOVE "N" TO WS-IN-RANGE
           SET WS-PT-IDX TO 1
           PERFORM UNTIL WS-PT-IDX > WS-PART-COUNT
                      OR WS-IN-RANGE = "Y"
              IF WS-RANGE-ACCT >= WS-PT-LOW (WS-PT-IDX)
                 AND WS-RANGE-ACCT <= WS-PT-HIGH (WS-PT-IDX)
                 MOVE "Y" TO WS-IN-RANGE
              END-IF
              SET WS-PT-IDX UP BY 1
           END-PERFORM.

       WRITE-REBUILT-MASTER-PARA.
           IF WS-RB-KIND = "O"
              OPEN OUTPUT ODLIM-FILE
              MOVE ODLIM-FILE-STATUS TO PIECE-FILE-STATUS
           ELSE
              OPEN OUTPUT SWEEP-FILE
              MOVE SWEEP-FILE-STATUS TO PIECE-FILE-STATUS
           END-IF
           IF PIECE-FILE-STATUS NOT = "00"
              DISPLAY WS-RB-MASTER " REWRITE FAILED, STATUS="
                      PIECE-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-KP-IDX TO 1
              PERFORM UNTIL WS-KP-IDX > WS-KEEP-COUNT
                 MOVE WS-KP-REC (WS-KP-IDX) TO PIECE-REC
                 PERFORM WRITE-MASTER-ROW-PARA
                 SET WS-KP-IDX UP BY 1
              END-PERFORM
              SET WS-CT-IDX TO 1
              PERFORM UNTIL WS-CT-IDX >= WS-CT-COUNT
                 MOVE SPACES TO WS-PIECE-NAME
                 STRING WS-PIECE-STEM DELIMITED BY SPACE
                        WS-CT-SUFFIX (WS-CT-IDX) DELIMITED BY SIZE
                   INTO WS-PIECE-NAME
                 END-STRING
                 OPEN INPUT PIECE-FILE
                 PERFORM UNTIL PIECE-FILE-STATUS NOT = "00"
                    READ PIECE-FILE
                      AT END
                        MOVE "10" TO PIECE-FILE-STATUS
                      NOT AT END
                        PERFORM WRITE-MASTER-ROW-PARA
                    END-READ
                 END-PERFORM
                 CLOSE PIECE-FILE
                 SET WS-CT-IDX UP BY 1
              END-PERFORM
              IF WS-RB-KIND = "O"
                 CLOSE ODLIM-FILE
              ELSE
                 CLOSE SWEEP-FILE
              END-IF
              DISPLAY WS-RB-MASTER " REBUILT - " WS-RB-ROWS
                      " ROWS"
           END-IF.

       WRITE-MASTER-ROW-PARA.
           ADD 1 TO WS-RB-ROWS
           IF WS-RB-KIND = "O"
              WRITE ODLIM-REC FROM PIECE-REC
           ELSE
              WRITE SWEEP-REC FROM PIECE-REC
           END-IF.

       APPEND-FINGERPRINT-PARA.
           MOVE "N" TO WS-FP-SKIP
           SET WS-CT-IDX TO 1
           PERFORM UNTIL WS-CT-IDX > WS-CT-COUNT
              IF WS-CT-FP-MATCH (WS-CT-IDX) = "Y"
                 MOVE "Y" TO WS-FP-SKIP
              END-IF
              SET WS-CT-IDX UP BY 1
           END-PERFORM
           IF WS-FP-SKIP NOT = "Y"
              OPEN EXTEND FINGER-FILE
              IF FINGER-FILE-STATUS = "35"
                 OPEN OUTPUT FINGER-FILE
                 CLOSE FINGER-FILE
                 OPEN EXTEND FINGER-FILE
              END-IF
              IF FINGER-FILE-STATUS = "00"
                 SET WS-CT-IDX TO 1
                 MOVE WS-CYCLE-ID               TO WS-FL-CYCLE
                 MOVE WS-CT-FP-COUNT (WS-CT-IDX) TO WS-FL-COUNT
                 MOVE WS-CT-FP-TOTAL (WS-CT-IDX) TO WS-FL-TOTAL
                 MOVE WS-RUN-DATE               TO WS-FL-DATE
                 WRITE FINGER-REC FROM WS-FINGER-LINE
                 CLOSE FINGER-FILE
              END-IF
           END-IF.

       SEAL-DAY-PARA.
           MOVE 0 TO WS-SEAL-BATCHES
           MOVE 0 TO WS-SEAL-POSTED
           OPEN INPUT INPOS-FILE
           IF INPOS-FILE-STATUS = "00"
              PERFORM UNTIL INPOS-FILE-STATUS NOT = "00"
                 READ INPOS-FILE
                   AT END
                     MOVE "10" TO INPOS-FILE-STATUS
                   NOT AT END
                     UNSTRING INPOS-REC DELIMITED BY ","
                     INTO WS-IP-DATE-IN
                          WS-IP-IN-IN
                          WS-IP-POSTED-IN
                          WS-IP-REJ-IN
                     END-UNSTRING
                     IF WS-IP-DATE-IN = WS-RUN-DATE
                        ADD 1 TO WS-SEAL-BATCHES
                        COMPUTE WS-SEAL-POSTED = WS-SEAL-POSTED +
                           FUNCTION NUMVAL(WS-IP-POSTED-IN)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE INPOS-FILE
              IF WS-SEAL-BATCHES > 0
                 DISPLAY "DAY SEALED - INTRADAY MINI-BATCHES: "
                         WS-SEAL-BATCHES
                         " POSTINGS: " WS-SEAL-POSTED
                 OPEN OUTPUT INPOS-FILE
                 IF INPOS-FILE-STATUS = "00"
                    CLOSE INPOS-FILE
                 END-IF
              END-IF
           END-IF.

       CHECK-COVERAGE-PARA.
           MOVE 0 TO WS-BREAKS
           SET WS-CT-IDX TO 1
           MOVE WS-CT-ROWS (WS-CT-IDX) TO WS-TOT-ROWS
           PERFORM UNTIL WS-CT-IDX > WS-CT-COUNT
              IF WS-CT-SUFFIX (WS-CT-IDX) = "PLG"
                 MOVE WS-CT-IN (WS-CT-IDX) TO WS-TOT-LEGS-IN
              ELSE
                 ADD WS-CT-IN (WS-CT-IDX)   TO WS-TOT-IN
                 ADD WS-CT-LEGS (WS-CT-IDX) TO WS-TOT-LEGS-OUT
                 IF WS-CT-ROWS (WS-CT-IDX) NOT = WS-TOT-ROWS
                    DISPLAY "PARTITION " WS-CT-SUFFIX (WS-CT-IDX)
                            " READ " WS-CT-ROWS (WS-CT-IDX)
                            " INPUT ROWS, EXPECTED " WS-TOT-ROWS
                    ADD 1 TO WS-BREAKS
                 END-IF
              END-IF
              ADD WS-CT-POSTED (WS-CT-IDX)   TO WS-TOT-POSTED
              ADD WS-CT-REJECTED (WS-CT-IDX) TO WS-TOT-REJECTED
              ADD WS-CT-SUSPECTS (WS-CT-IDX) TO WS-TOT-SUSPECTS
              ADD WS-CT-HELD (WS-CT-IDX)     TO WS-TOT-HELD
              SET WS-CT-IDX UP BY 1
           END-PERFORM
           IF WS-TOT-IN NOT = WS-TOT-ROWS
              DISPLAY "ROWS IN PARTITIONS " WS-TOT-IN
                      " DO NOT COVER INPUT ROWS " WS-TOT-ROWS
              ADD 1 TO WS-BREAKS
           END-IF
           IF WS-TOT-LEGS-OUT NOT = WS-TOT-LEGS-IN
              DISPLAY "TRF LEGS WRITTEN " WS-TOT-LEGS-OUT
                      " NOT EQUAL TO LEGS READ " WS-TOT-LEGS-IN
              ADD 1 TO WS-BREAKS
           END-IF
           IF WS-MRG-REJ NOT = WS-TOT-REJECTED
              DISPLAY "REJECT ROWS MERGED " WS-MRG-REJ
                      " NOT EQUAL TO REJECTS COUNTED "
                      WS-TOT-REJECTED
              ADD 1 TO WS-BREAKS
           END-IF
           IF WS-MRG-HIST NOT = WS-TOT-POSTED
              DISPLAY "HISTORY ROWS MERGED " WS-MRG-HIST
                      " NOT EQUAL TO POSTINGS COUNTED "
                      WS-TOT-POSTED
              ADD 1 TO WS-BREAKS
           END-IF
           IF WS-PIECES-MISSING > 0
              ADD WS-PIECES-MISSING TO WS-BREAKS
           END-IF.

       WRITE-CONTROL-REPORT-PARA.
           OPEN OUTPUT CTLRPT-FILE
           IF CTLRPT-FILE-STATUS NOT = "00"
              DISPLAY "POSTING CONTROL REPORT OPEN FAILED, STATUS="
                      CTLRPT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
           ELSE
              MOVE SPACES TO CTLRPT-REC
              STRING "TXN POSTING CONTROL - MERGED PARTITIONS - "
                     "DATE " WS-RUN-DATE
                     DELIMITED BY SIZE
                INTO CTLRPT-REC
              END-STRING
              WRITE CTLRPT-REC
              MOVE SPACES TO CTLRPT-REC
              STRING "CYCLE ID           :" WS-CYCLE-ID
                     DELIMITED BY SIZE
                INTO CTLRPT-REC
              END-STRING
              WRITE CTLRPT-REC
              MOVE "PARTITIONS         :" TO WS-RP-LBL
              MOVE WS-PART-COUNT          TO WS-RP-CNT
              WRITE CTLRPT-REC FROM WS-RPT-LINE
              MOVE "INPUT ROWS         :" TO WS-RP-LBL
              MOVE WS-TOT-ROWS            TO WS-RP-CNT
              WRITE CTLRPT-REC FROM WS-RPT-LINE
              MOVE "ROWS IN PARTITIONS :" TO WS-RP-LBL
              MOVE WS-TOT-IN              TO WS-RP-CNT
              WRITE CTLRPT-REC FROM WS-RPT-LINE
              MOVE "POSTINGS           :" TO WS-RP-LBL
              MOVE WS-TOT-POSTED          TO WS-RP-CNT
              WRITE CTLRPT-REC FROM WS-RPT-LINE
              MOVE "RECORDS REJECTED   :" TO WS-RP-LBL
              MOVE WS-TOT-REJECTED        TO WS-RP-CNT
              WRITE CTLRPT-REC FROM WS-RPT-LINE
              MOVE "SUSPECTED DUPS     :" TO WS-RP-LBL
              MOVE WS-TOT-SUSPECTS        TO WS-RP-CNT
              WRITE CTLRPT-REC FROM WS-RPT-LINE
              MOVE "HELD FOR AUTHORITY :" TO WS-RP-LBL
              MOVE WS-TOT-HELD            TO WS-RP-CNT
              WRITE CTLRPT-REC FROM WS-RPT-LINE
              MOVE "TRF LEGS WRITTEN   :" TO WS-RP-LBL
              MOVE WS-TOT-LEGS-OUT        TO WS-RP-CNT
              WRITE CTLRPT-REC FROM WS-RPT-LINE
              MOVE "TRF LEGS READ      :" TO WS-RP-LBL
              MOVE WS-TOT-LEGS-IN         TO WS-RP-CNT
              WRITE CTLRPT-REC FROM WS-RPT-LINE
              MOVE "HISTORY ROWS MERGED:" TO WS-RP-LBL
              MOVE WS-MRG-HIST            TO WS-RP-CNT
              WRITE CTLRPT-REC FROM WS-RPT-LINE
              MOVE "REJECT ROWS MERGED :" TO WS-RP-LBL
              MOVE WS-MRG-REJ             TO WS-RP-CNT
              WRITE CTLRPT-REC FROM WS-RPT-LINE
              MOVE "MERGE BREAKS       :" TO WS-RP-LBL
              MOVE WS-BREAKS              TO WS-RP-CNT
              WRITE CTLRPT-REC FROM WS-RPT-LINE
              MOVE SPACES TO CTLRPT-REC
              WRITE CTLRPT-REC
              SET WS-CT-IDX TO 1
              PERFORM UNTIL WS-CT-IDX > WS-CT-COUNT
                 MOVE WS-CT-SUFFIX (WS-CT-IDX)   TO WS-PL-SUFFIX
                 MOVE WS-CT-ROWS (WS-CT-IDX)     TO WS-PL-ROWS
                 MOVE WS-CT-IN (WS-CT-IDX)       TO WS-PL-IN
                 MOVE WS-CT-POSTED (WS-CT-IDX)   TO WS-PL-POSTED
                 MOVE WS-CT-REJECTED (WS-CT-IDX) TO WS-PL-REJ
                 MOVE WS-CT-LEGS (WS-CT-IDX)     TO WS-PL-LEGS
                 MOVE WS-CT-RC (WS-CT-IDX)       TO WS-PL-RC
                 WRITE CTLRPT-REC FROM WS-PART-LINE
                 SET WS-CT-IDX UP BY 1
              END-PERFORM
              CLOSE CTLRPT-FILE
           END-IF.

       CLEAR-PIECES-PARA.
           SET WS-CT-IDX TO 1
           PERFORM UNTIL WS-CT-IDX > WS-CT-COUNT
              MOVE WS-CT-SUFFIX (WS-CT-IDX) TO WS-PIECE-SUFFIX
              MOVE "TXN-HISTORY."  TO WS-PIECE-STEM
              PERFORM CLEAR-ONE-PIECE-PARA
              MOVE "ACCT-JOURNAL." TO WS-PIECE-STEM
              PERFORM CLEAR-ONE-PIECE-PARA
              MOVE "TXN-SUSPENSE." TO WS-PIECE-STEM
              PERFORM CLEAR-ONE-PIECE-PARA
              MOVE "TXN-REJECTS."  TO WS-PIECE-STEM
              PERFORM CLEAR-ONE-PIECE-PARA
              MOVE "TXN-CONTROL."  TO WS-PIECE-STEM
              PERFORM CLEAR-ONE-PIECE-PARA
              IF WS-CT-SUFFIX (WS-CT-IDX) NOT = "PLG"
                 MOVE "TRF-LEG."      TO WS-PIECE-STEM
                 PERFORM CLEAR-ONE-PIECE-PARA
                 MOVE "OD-LIMITS."    TO WS-PIECE-STEM
                 PERFORM CLEAR-ONE-PIECE-PARA
                 MOVE "SWEEP-ENROLL." TO WS-PIECE-STEM
                 PERFORM CLEAR-ONE-PIECE-PARA
              END-IF
              SET WS-CT-IDX UP BY 1
           END-PERFORM.

       CLEAR-ONE-PIECE-PARA.
           MOVE SPACES TO WS-PIECE-NAME
           STRING WS-PIECE-STEM   DELIMITED BY SPACE
                  WS-PIECE-SUFFIX DELIMITED BY SIZE
             INTO WS-PIECE-NAME
           END-STRING
           OPEN INPUT PIECE-FILE
           IF PIECE-FILE-STATUS = "00"
              CLOSE PIECE-FILE
              OPEN OUTPUT PIECE-FILE
              IF PIECE-FILE-STATUS = "00"
                 CLOSE PIECE-FILE
              END-IF
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "TXNPOST"          TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-TOT-IN          TO WS-OPL-IN-COUNT
           MOVE WS-TOT-POSTED      TO WS-OPL-OUT-COUNT
           MOVE WS-TOT-REJECTED    TO WS-OPL-REJ-COUNT
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
