                               RECORD KEY IS BAL-ACCT-NUM
                               FILE STATUS IS ACCTBAL-FILE-STATUS.

           SELECT TXNHIST-FILE  ASSIGN TO WS-TXNHIST-NAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TXNHIST-FILE-STATUS.
                               RECORD KEY IS TX-KEY
                               FILE STATUS IS TXNHISTX-FILE-STATUS.

           SELECT TXNREJ-FILE  ASSIGN TO WS-TXNREJ-NAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TXNREJ-FILE-STATUS.


           SELECT JRNL-FILE  ASSIGN TO WS-JRNL-NAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS JRNL-FILE-STATUS.

           SELECT SUSP-FILE   ASSIGN TO WS-SUSP-NAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS SUSP-FILE-STATUS.
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LIEN-FILE-STATUS.

           SELECT SWEEP-FILE  ASSIGN TO WS-SWEEP-NAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS SWEEP-FILE-STATUS.

           SELECT ODLIM-FILE  ASSIGN TO WS-ODLIM-NAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS ODLIM-FILE-STATUS.

           SELECT OPMODE-FILE ASSIGN TO "ACCT-OPMODE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS OPMODE-FILE-STATUS.

           SELECT MAND-FILE   ASSIGN TO "MANDATE-HOLDER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS MAND-FILE-STATUS.

           SELECT PART-FILE   ASSIGN TO "TXN-PARTITION.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PART-FILE-STATUS.

           SELECT LEG-FILE    ASSIGN TO WS-LEG-NAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LEG-FILE-STATUS.

           SELECT PCTL-FILE   ASSIGN TO WS-PCTL-NAME
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PCTL-FILE-STATUS.

           SELECT RUNCTL-FILE  ASSIGN TO "RUN-CONTROL.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
       01 JRNL-REC.
          COPY ACCTJRNL.

       FD   SUSP-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 SUSP-REC                PIC X(100).

       FD   FINGER-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ODLIM-REC               PIC X(60).

       FD   OPMODE-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPMODE-REC              PIC X(30).

       FD   MAND-FILE  RECORD CONTAINS 150 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 MAND-REC                PIC X(150).

       FD   PART-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PART-REC                PIC X(40).

       FD   LEG-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LEG-REC                 PIC X(60).

       FD   PCTL-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PCTL-REC                PIC X(100).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 WS-PRE-TYPE-IN       PIC X(03).
       01 WS-PRE-AMT-IN        PIC X(12).
       01 WS-PRE-TARGET-IN     PIC X(14).
       01 WS-PRE-SIGNER-IN     PIC X(10).
       01 WS-FINGER-LINE.
          05 WS-FL-CYCLE         PIC X(04).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-SU-REASON        PIC X(30).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-SU-CYCLE         PIC X(04).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-SU-TARGET        PIC X(14).

       01 WS-TXN-ACCT-IN       PIC X(14) VALUE SPACES.
       01 WS-TXN-TYPE-IN       PIC X(03) VALUE SPACES.
       01 WS-TXN-AMOUNT-IN     PIC X(12) VALUE SPACES.
       01 WS-TXN-TARGET-IN     PIC X(14) VALUE SPACES.
       01 WS-TXN-SIGNER-IN     PIC X(10) VALUE SPACES.
       01 WS-TXN-AMOUNT        PIC 9(09)V99 VALUE ZERO.
       01 WS-TXN-VALID         PIC X(01) VALUE "Y".
       01 WS-NEW-BALANCE       PIC 9(09)V99 VALUE ZERO.
             10 WS-LI-EXPIRY     PIC X(08).
       01 WS-LIEN-COUNT        PIC 9(04) VALUE 0.
       01 WS-LIEN-TOTAL        PIC 9(09)V99 VALUE 0.
       01 WS-HOLD-TOTAL        PIC 9(10)V99 VALUE 0.
       01 WS-AVAIL-BAL         PIC 9(09)V99 VALUE 0.
       01 WS-LI-ACCT-IN        PIC X(14).
       01 WS-LI-AMOUNT-IN      PIC X(12).
       01 WS-LI-AUTH-IN        PIC X(12).
       01 WS-LI-EXPIRY-IN      PIC X(08).

       01 OPMODE-FILE-STATUS   PIC X(02).
       01 WS-MODE-TABLE.
          05 WS-OM-ENTRY OCCURS 20000 TIMES INDEXED BY WS-OM-IDX.
             10 WS-OM-ACCT       PIC X(14).
             10 WS-OM-MODE       PIC X(01).
       01 WS-MODE-COUNT        PIC 9(05) VALUE 0.
       01 WS-OM-FOUND          PIC X(01) VALUE "N".
       01 WS-OM-ACCT-IN        PIC X(14).
       01 WS-OM-MODE-IN        PIC X(01).

       01 MAND-FILE-STATUS     PIC X(02).
       01 WS-MAND-TABLE.
          05 WS-MH-ENTRY OCCURS 5000 TIMES INDEXED BY WS-MH-IDX.
             10 WS-MH-ACCT       PIC X(14).
             10 WS-MH-REF        PIC X(10).
             10 WS-MH-SIGN       PIC X(01).
             10 WS-MH-FROM       PIC X(08).
             10 WS-MH-TO         PIC X(08).
             10 WS-MH-LIMIT      PIC 9(09)V99.
             10 WS-MH-STATUS     PIC X(01).
       01 WS-MAND-COUNT        PIC 9(04) VALUE 0.
       01 WS-FOUND-MH-IDX      PIC 9(04) VALUE 0.
       01 WS-MH-ACCT-IN        PIC X(14).
       01 WS-MH-REF-IN         PIC X(10).
       01 WS-MH-NAME-IN        PIC X(30).
       01 WS-MH-PAN-IN         PIC X(10).
       01 WS-MH-TYPE-IN        PIC X(01).
       01 WS-MH-SIGN-IN        PIC X(01).
       01 WS-MH-FROM-IN        PIC X(08).
       01 WS-MH-TO-IN          PIC X(08).
       01 WS-MH-LIMIT-IN       PIC X(12).
       01 WS-MH-STATUS-IN      PIC X(01).
       01 WS-AUTH-MODE         PIC X(01) VALUE SPACES.
       01 WS-AUTH-JOINT-NAME   PIC X(30) VALUE SPACES.
       01 WS-AUTH-MH-STATUS    PIC X(01) VALUE SPACES.
       01 WS-AUTH-REASON       PIC X(30) VALUE SPACES.
       01 WS-CTL-AUTH-HELD     PIC 9(05) VALUE 0.

       01 SWEEP-FILE-STATUS    PIC X(02).
       01 WS-SWEEP-TABLE.
          05 WS-SW-ENTRY OCCURS 2000 TIMES INDEXED BY WS-SW-IDX.
          05 WS-TREJ-REASON      PIC X(30) VALUE SPACES.
          05 WS-TREJ-CYCLE       PIC X(04) VALUE SPACES.

       01 WS-TXNHIST-NAME      PIC X(40) VALUE "TXN-HISTORY.DAT".
       01 WS-TXNREJ-NAME       PIC X(40) VALUE "TXN-REJECTS.TXT".
       01 WS-JRNL-NAME         PIC X(40) VALUE "ACCT-JOURNAL.DAT".
       01 WS-SUSP-NAME         PIC X(40) VALUE "TXN-SUSPENSE.TXT".
       01 WS-SWEEP-NAME        PIC X(40) VALUE "SWEEP-ENROLL.DAT".
       01 WS-ODLIM-NAME        PIC X(40) VALUE "OD-LIMITS.DAT".
       01 WS-LEG-NAME          PIC X(40) VALUE SPACES.
       01 WS-PCTL-NAME         PIC X(40) VALUE SPACES.

       01 PART-FILE-STATUS     PIC X(02).
       01 LEG-FILE-STATUS      PIC X(02).
       01 PCTL-FILE-STATUS     PIC X(02).
       01 WS-PART-ENV          PIC X(04) VALUE SPACES.
       01 WS-PART-MODE         PIC X(01) VALUE "S".
       01 WS-PART-ID           PIC X(02) VALUE SPACES.
       01 WS-PART-SUFFIX       PIC X(03) VALUE SPACES.
       01 WS-PART-LOW          PIC X(14) VALUE SPACES.
       01 WS-PART-HIGH         PIC X(14) VALUE SPACES.
       01 WS-PART-ERRORS       PIC 9(03) VALUE 0.
       01 WS-PART-SEQ-BASE     PIC 9(08) VALUE 0.
       01 WS-PART-TABLE.
          05 WS-PT-ENTRY OCCURS 20 TIMES INDEXED BY WS-PT-IDX.
             10 WS-PT-ID         PIC X(02).
             10 WS-PT-LOW        PIC X(14).
             10 WS-PT-HIGH       PIC X(14).
       01 WS-PART-COUNT        PIC 9(02) VALUE 0.
       01 WS-PT-ID-IN          PIC X(02).
       01 WS-PT-LOW-IN         PIC X(14).
       01 WS-PT-HIGH-IN        PIC X(14).
       01 WS-IN-RANGE          PIC X(01) VALUE "Y".
       01 WS-RANGE-ACCT        PIC X(14) VALUE SPACES.
       01 WS-FILE-ROWS         PIC 9(07) VALUE 0.
       01 WS-CTL-FILE-ROWS     PIC 9(07) VALUE 0.
       01 WS-CTL-OUTSIDE       PIC 9(07) VALUE 0.
       01 WS-CTL-LEGS-OUT      PIC 9(07) VALUE 0.
       01 WS-LEG-TRO-IN        PIC X(08).
       01 WS-LEG-TRI-IN        PIC X(08).
       01 WS-LEG-LINE.
          05 WS-LG-TARGET        PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-LG-AMOUNT        PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-LG-TRO-SEQ       PIC 9(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-LG-TRI-SEQ       PIC 9(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-LG-SOURCE        PIC X(14).
       01 WS-LEG-TRAILER.
          05 FILLER              PIC X(08) VALUE "TRAILER,".
          05 WS-LT-COUNT         PIC 9(07).
       01 WS-PCTL-LINE.
          05 WS-PC-SUFFIX        PIC X(03).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PC-CYCLE         PIC X(04).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PC-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PC-ROWS          PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PC-IN            PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PC-POSTED        PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PC-REJECTED      PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PC-SUSPECTS      PIC 9(05).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PC-HELD          PIC 9(05).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PC-LEGS          PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PC-FP-COUNT      PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PC-FP-TOTAL      PIC 9(13).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PC-RC            PIC 9(03).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-PC-FP-MATCH      PIC X(01).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE TRANSACTION POSTING PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM SET-PARTITION-PARA.
           PERFORM BUILD-FILE-LIST-PARA.
           IF WS-FILE-COUNT = 0
              DISPLAY "NO POSTING FILES THIS RUN"
           PERFORM LOAD-OD-LIMITS-PARA.
           PERFORM LOAD-SWEEP-PARA.
           PERFORM LOAD-LIENS-PARA.
           PERFORM LOAD-MODES-PARA.
           PERFORM LOAD-MANDATES-PARA.
           PERFORM LOAD-FINGERPRINTS-PARA.
           IF WS-PART-MODE = "S"
              PERFORM OPEN-SUSP-FILE-PARA
              PERFORM OPEN-TXNHIST-FILE-PARA
              PERFORM OPEN-TXNHISTX-FILE-PARA
              PERFORM OPEN-JRNL-FILE-PARA
           ELSE
              PERFORM OPEN-PARTITION-FILES-PARA
              PERFORM OPEN-TXNHISTX-FILE-PARA
           END-IF.
           OPEN OUTPUT TXNREJ-FILE.
           WRITE TXNREJ-REC FROM WH-TXNREJ-HEADER.
           PERFORM PROCESS-ONE-FILE-PARA
           CLOSE JRNL-FILE.
           CLOSE TXNREJ-FILE.
           CLOSE SUSP-FILE.
           IF WS-PART-MODE = "P"
              MOVE WS-CTL-LEGS-OUT TO WS-LT-COUNT
              WRITE LEG-REC FROM WS-LEG-TRAILER
              CLOSE LEG-FILE
           END-IF.
           IF WS-PART-MODE NOT = "L"
              PERFORM REWRITE-OD-LIMITS-PARA
              PERFORM REWRITE-SWEEP-PARA
           END-IF.
           IF WS-PART-MODE = "S"
              IF WS-INTRADAY = "Y"
                 PERFORM UPDATE-POSITION-PARA
              ELSE
                 PERFORM SEAL-DAY-PARA
              END-IF
           END-IF.
           DISPLAY "TXNPOST RUN SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  FILES PROCESSED      : " WS-FILE-COUNT.
           DISPLAY "  TRANSACTIONS POSTED  : " WS-CTL-POSTED-COUNT.
           DISPLAY "  TRANSACTIONS REJECTED: " WS-CTL-REJECT-COUNT.
           DISPLAY "  SUSPECTED DUPLICATES : " WS-CTL-SUSPECTS.
           DISPLAY "  HELD FOR AUTHORITY   : " WS-CTL-AUTH-HELD.
           IF WS-PART-MODE NOT = "S"
              DISPLAY "  PARTITION            : " WS-PART-SUFFIX
              DISPLAY "  ROWS OUTSIDE RANGE   : " WS-CTL-OUTSIDE
              DISPLAY "  TRF LEGS WRITTEN     : " WS-CTL-LEGS-OUT
              PERFORM WRITE-PART-CONTROL-PARA
           END-IF.
           PERFORM APPEND-OPSLOG-PARA.

           STOP RUN.
       BUILD-FILE-LIST-PARA.
           MOVE 0 TO WS-FILE-COUNT
           MOVE "N" TO WS-INTRADAY
           IF WS-PART-MODE = "L"
              SET WS-PT-IDX TO 1
              PERFORM UNTIL WS-PT-IDX > WS-PART-COUNT
                 ADD 1 TO WS-FILE-COUNT
                 SET WS-FL-IDX TO WS-FILE-COUNT
                 MOVE SPACES TO WS-FL-NAME (WS-FL-IDX)
                 STRING "TRF-LEG.P" WS-PT-ID (WS-PT-IDX)
                        DELIMITED BY SIZE
                   INTO WS-FL-NAME (WS-FL-IDX)
                 END-STRING
                 SET WS-PT-IDX UP BY 1
              END-PERFORM
              DISPLAY "TRF SECOND LEG - " WS-FILE-COUNT
                      " PARTITION LEG FILES QUEUED"
           ELSE
           IF WS-RC-MODE-IN = "I"
              MOVE "Y" TO WS-INTRADAY
              OPEN INPUT INLIST-FILE
              MOVE 1 TO WS-FILE-COUNT
              SET WS-FL-IDX TO 1
              MOVE "TXN-FILE.CSV" TO WS-FL-NAME (WS-FL-IDX)
           END-IF
           END-IF.

       PROCESS-ONE-FILE-PARA.
           MOVE 0 TO WS-FILE-IN-COUNT
           MOVE 0 TO WS-FILE-POSTED
           MOVE 0 TO WS-FILE-REJECTED
           MOVE 0 TO WS-FILE-ROWS
           IF WS-PART-MODE = "L"
              MOVE "N" TO WS-FG-MATCH
           ELSE
              PERFORM FINGERPRINT-FILE-PARA
           END-IF
           IF WS-FG-MATCH = "Y"
              DISPLAY "FILE FINGERPRINT MATCHES A RECENT CYCLE - "
                      "ALL ROWS DIVERTED TO SUSPENSE: "
                 MOVE 12 TO RETURN-CODE
              ELSE
                 MOVE "N" TO EOF
                 IF WS-PART-MODE = "L"
                    PERFORM POST-LEG-PARA UNTIL EOF = "Y"
                 ELSE
                    PERFORM POST-TXN-PARA UNTIL EOF = "Y"
                 END-IF
                 CLOSE TXNIN-FILE
                 IF WS-PART-MODE = "S"
                    PERFORM APPEND-FINGERPRINT-PARA
                 END-IF
                 DISPLAY "MINI-BATCH " WS-TXNIN-NAME
                 DISPLAY "  READ " WS-FILE-IN-COUNT
                         " POSTED " WS-FILE-POSTED
                      IF TXNIN-REC(1:7) NOT = "TRAILER"
                         AND TXNIN-REC(1:11) NOT = "ACCOUNT-NUM"
                         MOVE SPACES TO WS-PRE-TARGET-IN
                                        WS-PRE-SIGNER-IN
                         UNSTRING TXNIN-REC DELIMITED BY ","
                         INTO WS-PRE-ACCT-IN
                              WS-PRE-TYPE-IN
                              WS-PRE-AMT-IN
                              WS-PRE-TARGET-IN
                              WS-PRE-SIGNER-IN
                         END-UNSTRING
                         IF WS-PRE-TARGET-IN(1:8) NOT = "RELEASED"
                            AND WS-PRE-SIGNER-IN NOT = "RELEASED"
                            ADD 1 TO WS-PRE-COUNT
                            IF FUNCTION TEST-NUMVAL
                               (WS-PRE-AMT-IN) = 0
                   NOT AT END
                      IF TXNIN-REC(1:7) NOT = "TRAILER"
                         AND TXNIN-REC(1:11) NOT = "ACCOUNT-NUM"
                         MOVE SPACES TO WS-PRE-TARGET-IN
                         UNSTRING TXNIN-REC DELIMITED BY ","
                         INTO WS-PRE-ACCT-IN
                              WS-PRE-TYPE-IN
                              WS-PRE-AMT-IN
                              WS-PRE-TARGET-IN
                         END-UNSTRING
                         MOVE WS-PRE-ACCT-IN TO WS-RANGE-ACCT
                         PERFORM CHECK-RANGE-PARA
                      END-IF
                      IF TXNIN-REC(1:7) NOT = "TRAILER"
                         AND TXNIN-REC(1:11) NOT = "ACCOUNT-NUM"
                         AND WS-IN-RANGE = "Y"
                         ADD 1 TO WS-CTL-SUSPECTS
                         MOVE WS-PRE-TARGET-IN TO WS-SU-TARGET
                         MOVE WS-PRE-ACCT-IN TO WS-SU-ACCT
                         MOVE WS-PRE-TYPE-IN TO WS-SU-TYPE
                         MOVE WS-PRE-AMT-IN  TO WS-SU-AMOUNT
           MOVE WS-TXN-AMOUNT-IN TO WS-SU-AMOUNT
           MOVE "SUSPECTED DUPLICATE MOVEMENT" TO WS-SU-REASON
           MOVE WS-CYCLE-ID      TO WS-SU-CYCLE
           MOVE WS-TXN-TARGET-IN TO WS-SU-TARGET
           WRITE SUSP-REC FROM WS-SUSP-DETAIL.

       HOLD-FOR-AUTHORITY-PARA.
           MOVE "N" TO WS-TXN-VALID
           ADD 1 TO WS-CTL-AUTH-HELD
           MOVE WS-TXN-ACCT-IN   TO WS-SU-ACCT
           MOVE WS-TXN-TYPE-IN   TO WS-SU-TYPE
           MOVE WS-TXN-AMOUNT-IN TO WS-SU-AMOUNT
           MOVE WS-AUTH-REASON   TO WS-SU-REASON
           MOVE WS-CYCLE-ID      TO WS-SU-CYCLE
           MOVE WS-TXN-TARGET-IN TO WS-SU-TARGET
           WRITE SUSP-REC FROM WS-SUSP-DETAIL.

       APPEND-BATCH-OPSLOG-PARA.
                      "DATE AND DEFAULT CYCLE ID"
           END-IF.

       SET-PARTITION-PARA.
           MOVE "S" TO WS-PART-MODE
           ACCEPT WS-PART-ENV FROM ENVIRONMENT "TXNPOST_PARTITION"
           IF WS-PART-ENV NOT = SPACES
              IF WS-RC-MODE-IN = "I"
                 DISPLAY "PARTITIONED POSTING IS NOT AVAILABLE IN "
                         "INTRADAY MODE - RUN STOPPED"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM LOAD-PARTITIONS-PARA
              IF WS-PART-ENV = "LEG"
                 MOVE "L"   TO WS-PART-MODE
                 MOVE "PLG" TO WS-PART-SUFFIX
              ELSE
                 MOVE SPACES TO WS-PART-ID
                 SET WS-PT-IDX TO 1
                 PERFORM UNTIL WS-PT-IDX > WS-PART-COUNT
                            OR WS-PART-ID NOT = SPACES
                    IF WS-PT-ID (WS-PT-IDX) = WS-PART-ENV(1:2)
                       AND WS-PART-ENV(3:2) = SPACES
                       MOVE WS-PT-ID (WS-PT-IDX)   TO WS-PART-ID
                       MOVE WS-PT-LOW (WS-PT-IDX)  TO WS-PART-LOW
                       MOVE WS-PT-HIGH (WS-PT-IDX) TO WS-PART-HIGH
                    END-IF
                    SET WS-PT-IDX UP BY 1
                 END-PERFORM
                 IF WS-PART-ID = SPACES
                    DISPLAY "PARTITION " WS-PART-ENV
                            " NOT DEFINED IN TXN-PARTITION.CSV - "
                            "RUN STOPPED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE "P" TO WS-PART-MODE
                 STRING "P" WS-PART-ID DELIMITED BY SIZE
                   INTO WS-PART-SUFFIX
                 END-STRING
                 COMPUTE WS-PART-SEQ-BASE =
                         FUNCTION NUMVAL(WS-PART-ID) * 1000000
                 DISPLAY "PARTITIONED POSTING - PARTITION "
                         WS-PART-ID " ACCOUNTS " WS-PART-LOW
                         " TO " WS-PART-HIGH
              END-IF
           END-IF.

       LOAD-PARTITIONS-PARA.
           MOVE 0 TO WS-PART-COUNT
           MOVE 0 TO WS-PART-ERRORS
           OPEN INPUT PART-FILE
           IF PART-FILE-STATUS NOT = "00"
              DISPLAY "PARTITION PARAMETER FILE NOT FOUND, STATUS="
                      PART-FILE-STATUS
              MOVE 16 TO RETURN-CODE
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

       CHECK-RANGE-PARA.
           MOVE "Y" TO WS-IN-RANGE
           IF WS-PART-MODE = "P"
              IF WS-RANGE-ACCT < WS-PART-LOW
                 OR WS-RANGE-ACCT > WS-PART-HIGH
                 MOVE "N" TO WS-IN-RANGE
              END-IF
           END-IF.

       OPEN-PARTITION-FILES-PARA.
           MOVE SPACES TO WS-TXNHIST-NAME WS-JRNL-NAME
                          WS-SUSP-NAME WS-TXNREJ-NAME
           STRING "TXN-HISTORY." WS-PART-SUFFIX DELIMITED BY SIZE
             INTO WS-TXNHIST-NAME
           END-STRING
           STRING "ACCT-JOURNAL." WS-PART-SUFFIX DELIMITED BY SIZE
             INTO WS-JRNL-NAME
           END-STRING
           STRING "TXN-SUSPENSE." WS-PART-SUFFIX DELIMITED BY SIZE
             INTO WS-SUSP-NAME
           END-STRING
           STRING "TXN-REJECTS." WS-PART-SUFFIX DELIMITED BY SIZE
             INTO WS-TXNREJ-NAME
           END-STRING
           OPEN OUTPUT TXNHIST-FILE
           OPEN OUTPUT JRNL-FILE
           OPEN OUTPUT SUSP-FILE
           IF TXNHIST-FILE-STATUS NOT = "00"
              OR JRNL-FILE-STATUS NOT = "00"
              OR SUSP-FILE-STATUS NOT = "00"
              DISPLAY "PARTITION OUTPUT OPEN FAILED, STATUS="
                      TXNHIST-FILE-STATUS " " JRNL-FILE-STATUS
                      " " SUSP-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-PART-MODE = "P"
              MOVE SPACES TO WS-LEG-NAME
              STRING "TRF-LEG." WS-PART-SUFFIX DELIMITED BY SIZE
                INTO WS-LEG-NAME
              END-STRING
              OPEN OUTPUT LEG-FILE
              IF LEG-FILE-STATUS NOT = "00"
                 DISPLAY "TRF LEG FILE OPEN FAILED, STATUS="
                         LEG-FILE-STATUS
                 MOVE 28 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       WRITE-TRF-LEG-PARA.
           ADD 1 TO WS-REF-SEQ
           MOVE WS-TXN-TARGET-IN TO WS-LG-TARGET
           MOVE WS-TXN-AMOUNT    TO WS-LG-AMOUNT
           COMPUTE WS-LG-TRO-SEQ = WS-REF-SEQ - 1
           MOVE WS-REF-SEQ       TO WS-LG-TRI-SEQ
           MOVE WS-TXN-ACCT-IN   TO WS-LG-SOURCE
           WRITE LEG-REC FROM WS-LEG-LINE
           ADD 1 TO WS-CTL-LEGS-OUT.

       POST-LEG-PARA.
           READ TXNIN-FILE AT END
                MOVE "Y" TO EOF
           END-READ.
           IF EOF NOT = "Y"
             IF TXNIN-REC(1:7) = "TRAILER"
               PERFORM CHECK-TRAILER-PARA
               MOVE "Y" TO EOF
             ELSE
               ADD 1 TO WS-FILE-ROWS
               ADD 1 TO WS-CTL-FILE-ROWS
               ADD 1 TO WS-CTL-IN-COUNT
               ADD 1 TO WS-FILE-IN-COUNT
               MOVE SPACES TO WS-TXN-TARGET-IN
                              WS-TXN-SIGNER-IN
               UNSTRING TXNIN-REC DELIMITED BY ","
               INTO     WS-TXN-ACCT-IN
                        WS-TXN-AMOUNT-IN
                        WS-LEG-TRO-IN
                        WS-LEG-TRI-IN
                        WS-TXN-TARGET-IN
               END-UNSTRING
               MOVE "TRI" TO WS-TXN-TYPE-IN
               PERFORM APPLY-LEG-PARA
             END-IF
           END-IF.
            EXIT.

       APPLY-LEG-PARA.
           MOVE "Y" TO WS-TXN-VALID
           COMPUTE WS-TXN-AMOUNT = FUNCTION NUMVAL(WS-TXN-AMOUNT-IN)
           MOVE WS-TXN-ACCT-IN TO AM-ACCT-NUM
           READ ACCTMST-FILE
             INVALID KEY
               MOVE "TRF SECOND LEG TARGET MISSING" TO WS-TREJ-REASON
               PERFORM WRITE-TXN-REJECT-PARA
             NOT INVALID KEY
               IF AM-STATUS = "C" OR AM-STATUS = "F"
                  OR AM-STATUS = "U"
                  MOVE "TRF SECOND LEG TARGET BLOCKED"
                                      TO WS-TREJ-REASON
                  PERFORM WRITE-TXN-REJECT-PARA
               END-IF
           END-READ
           IF WS-TXN-VALID = "Y"
              MOVE WS-TXN-ACCT-IN TO WS-POST-ACCT
              MOVE WS-TXN-AMOUNT  TO WS-POST-AMT
              PERFORM READ-BALANCE-PARA
              MOVE "TRI" TO WS-POST-TYPE
              MOVE WS-CYCLE-ID TO WS-RB-CYCLE
              COMPUTE WS-RB-SEQ = FUNCTION NUMVAL(WS-LEG-TRO-IN)
              MOVE WS-REF-BUILD TO WS-POST-LINK
              COMPUTE WS-REF-SEQ = FUNCTION NUMVAL(WS-LEG-TRI-IN) - 1
              COMPUTE WS-NEW-BALANCE = BAL-CURR-BAL + WS-TXN-AMOUNT
              PERFORM UPDATE-BALANCE-PARA
              MOVE ACCOUNT-MASTER-REC TO WS-BEFORE-IMAGE
              MOVE "TRFIN"  TO WS-JRNL-ACTION
              PERFORM WRITE-JOURNAL-PARA
           ELSE
              MOVE WS-TXN-ACCT-IN   TO WS-SU-ACCT
              MOVE WS-TXN-TYPE-IN   TO WS-SU-TYPE
              MOVE WS-TXN-AMOUNT-IN TO WS-SU-AMOUNT
              MOVE "TRF SECOND LEG NOT CREDITED" TO WS-SU-REASON
              MOVE WS-CYCLE-ID      TO WS-SU-CYCLE
              MOVE WS-TXN-TARGET-IN TO WS-SU-TARGET
              WRITE SUSP-REC FROM WS-SUSP-DETAIL
           END-IF.

       WRITE-PART-CONTROL-PARA.
           MOVE SPACES TO WS-PCTL-NAME
           STRING "TXN-CONTROL." WS-PART-SUFFIX DELIMITED BY SIZE
             INTO WS-PCTL-NAME
           END-STRING
           MOVE WS-PART-SUFFIX      TO WS-PC-SUFFIX
           MOVE WS-CYCLE-ID         TO WS-PC-CYCLE
           MOVE WS-RUN-DATE         TO WS-PC-DATE
           MOVE WS-CTL-FILE-ROWS    TO WS-PC-ROWS
           MOVE WS-CTL-IN-COUNT     TO WS-PC-IN
           MOVE WS-CTL-POSTED-COUNT TO WS-PC-POSTED
           MOVE WS-CTL-REJECT-COUNT TO WS-PC-REJECTED
           MOVE WS-CTL-SUSPECTS     TO WS-PC-SUSPECTS
           MOVE WS-CTL-AUTH-HELD    TO WS-PC-HELD
           MOVE WS-CTL-LEGS-OUT     TO WS-PC-LEGS
           MOVE WS-PRE-COUNT        TO WS-PC-FP-COUNT
           MOVE WS-PRE-TOTAL        TO WS-PC-FP-TOTAL
           MOVE RETURN-CODE         TO WS-PC-RC
           MOVE WS-FG-MATCH         TO WS-PC-FP-MATCH
           OPEN OUTPUT PCTL-FILE
           IF PCTL-FILE-STATUS = "00"
              WRITE PCTL-REC FROM WS-PCTL-LINE
              CLOSE PCTL-FILE
           ELSE
              DISPLAY "PARTITION CONTROL WRITE FAILED, STATUS="
                      PCTL-FILE-STATUS
              MOVE 28 TO RETURN-CODE
           END-IF.

       OPEN-ACCTMST-FILE-PARA.
           OPEN I-O ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
                 END-READ
              END-PERFORM
              CLOSE TXNHIST-FILE
           END-IF
           IF WS-PART-MODE = "P"
              AND WS-REF-SEQ < WS-PART-SEQ-BASE
              MOVE WS-PART-SEQ-BASE TO WS-REF-SEQ
           END-IF.

       TAKE-REF-ROW-PARA.
              AND WS-TH-REF-IN(5:8) NUMERIC
              MOVE WS-TH-REF-IN TO WS-REF-BUILD
              IF WS-RB-SEQ > WS-REF-SEQ
                 AND (WS-PART-MODE NOT = "P"
                      OR (WS-RB-SEQ >= WS-PART-SEQ-BASE
                          AND WS-RB-SEQ < WS-PART-SEQ-BASE + 1000000))
                 MOVE WS-RB-SEQ TO WS-REF-SEQ
              END-IF
           END-IF

       REWRITE-OD-LIMITS-PARA.
           IF WS-OD-LOADED = "Y"
              IF WS-PART-MODE = "P"
                 MOVE SPACES TO WS-ODLIM-NAME
                 STRING "OD-LIMITS." WS-PART-SUFFIX DELIMITED BY SIZE
                   INTO WS-ODLIM-NAME
                 END-STRING
              END-IF
              OPEN OUTPUT ODLIM-FILE
              IF ODLIM-FILE-STATUS NOT = "00"
                 DISPLAY "OD LIMIT FILE REWRITE FAILED, STATUS="
              ELSE
                 SET WS-OD-IDX TO 1
                 PERFORM UNTIL WS-OD-IDX > WS-OD-COUNT
                    MOVE WS-OD-ACCT (WS-OD-IDX) TO WS-RANGE-ACCT
                    PERFORM CHECK-RANGE-PARA
                    IF WS-IN-RANGE = "Y"
                       MOVE WS-OD-ACCT (WS-OD-IDX)   TO WS-OL-ACCT
                       MOVE WS-OD-LIMIT (WS-OD-IDX)  TO WS-OL-LIMIT
                       MOVE WS-OD-EXPIRY (WS-OD-IDX) TO WS-OL-EXPIRY
                       MOVE WS-OD-REVIEW (WS-OD-IDX) TO WS-OL-REVIEW
                       MOVE WS-OD-DRAWN (WS-OD-IDX)  TO WS-OL-DRAWN
                       WRITE ODLIM-REC FROM WS-ODLIM-LINE
                    END-IF
                    SET WS-OD-IDX UP BY 1
                 END-PERFORM
                 CLOSE ODLIM-FILE
             IF TXNIN-REC(1:11) = "ACCOUNT-NUM"
               CONTINUE
             ELSE
               ADD 1 TO WS-FILE-ROWS
               ADD 1 TO WS-CTL-FILE-ROWS
               MOVE SPACES TO WS-TXN-TARGET-IN
                              WS-TXN-SIGNER-IN
               UNSTRING TXNIN-REC DELIMITED BY ","
               INTO     WS-TXN-ACCT-IN
                        WS-TXN-TYPE-IN
                        WS-TXN-AMOUNT-IN
                        WS-TXN-TARGET-IN
                        WS-TXN-SIGNER-IN
               END-UNSTRING
               MOVE WS-TXN-ACCT-IN TO WS-RANGE-ACCT
               PERFORM CHECK-RANGE-PARA
               IF WS-IN-RANGE NOT = "Y"
                  ADD 1 TO WS-CTL-OUTSIDE
               ELSE
                  ADD 1 TO WS-CTL-IN-COUNT
                  ADD 1 TO WS-FILE-IN-COUNT
                  PERFORM VALIDATE-TXN-PARA
                  IF WS-TXN-VALID = "Y"
                     PERFORM APPLY-TXN-PARA
                  END-IF
               END-IF
             END-IF
             END-IF
                     MOVE "ACCOUNT NOT FOUND" TO WS-TREJ-REASON
                     PERFORM WRITE-TXN-REJECT-PARA
                   NOT INVALID KEY
                     MOVE AM-JOINT-NAME TO WS-AUTH-JOINT-NAME
                     IF AM-STATUS = "C"
                        MOVE "ACCOUNT CLOSED" TO WS-TREJ-REASON
                        PERFORM WRITE-TXN-REJECT-PARA
                        MOVE "ACCOUNT ESCHEATED UNCLAIMED"
                                            TO WS-TREJ-REASON
                        PERFORM WRITE-TXN-REJECT-PARA
                     ELSE
                     IF AM-STATUS = "K"
                        AND WS-TXN-TYPE-IN NOT = "DEP"
                        MOVE "KYC EXPIRED - DEBITS BLOCKED"
                                            TO WS-TREJ-REASON
                        PERFORM WRITE-TXN-REJECT-PARA
                     ELSE
                     IF AM-STATUS = "S"
                        AND WS-TXN-TYPE-IN NOT = "DEP"
                        MOVE "DEBITS FROZEN PENDING REVIEW"
                                            TO WS-TREJ-REASON
                        PERFORM WRITE-TXN-REJECT-PARA
                     END-IF
                     END-IF
                     END-IF
                     END-IF
                     END-IF
                 IF WS-TXN-VALID = "Y" AND WS-TXN-TYPE-IN = "REV"
                    PERFORM VALIDATE-REV-PARA
                 END-IF
                 IF WS-TXN-VALID = "Y"
                    AND (WS-TXN-TYPE-IN = "WDL"
                         OR WS-TXN-TYPE-IN = "TRF")
                    AND WS-TXN-TARGET-IN(1:8) NOT = "RELEASED"
                    AND WS-TXN-SIGNER-IN NOT = "RELEASED"
                    PERFORM CHECK-AUTHORITY-PARA
                 END-IF
              END-IF
           END-IF
           END-IF.

       CHECK-AUTHORITY-PARA.
           MOVE SPACES TO WS-AUTH-REASON
           IF WS-AUTH-JOINT-NAME = SPACES
              MOVE "S" TO WS-AUTH-MODE
           ELSE
              MOVE "E" TO WS-AUTH-MODE
           END-IF
           MOVE "N" TO WS-OM-FOUND
           SET WS-OM-IDX TO 1
           PERFORM UNTIL WS-OM-IDX > WS-MODE-COUNT
                      OR WS-OM-FOUND = "Y"
              IF WS-OM-ACCT (WS-OM-IDX) = WS-TXN-ACCT-IN
                 MOVE WS-OM-MODE (WS-OM-IDX) TO WS-AUTH-MODE
                 MOVE "Y" TO WS-OM-FOUND
              END-IF
              SET WS-OM-IDX UP BY 1
           END-PERFORM
           IF WS-TXN-SIGNER-IN = SPACES
              OR WS-TXN-SIGNER-IN = "FIRST"
              IF WS-AUTH-MODE = "J"
                 MOVE "JOINT AUTHORITY REQUIRED" TO WS-AUTH-REASON
                 PERFORM HOLD-FOR-AUTHORITY-PARA
              END-IF
           ELSE
           IF WS-TXN-SIGNER-IN = "SECOND"
              OR WS-TXN-SIGNER-IN = "JOINT"
              IF WS-AUTH-JOINT-NAME = SPACES
                 MOVE "NO SECOND HOLDER ON ACCOUNT" TO WS-TREJ-REASON
                 PERFORM WRITE-TXN-REJECT-PARA
              ELSE
              IF WS-TXN-SIGNER-IN = "SECOND"
                 AND WS-AUTH-MODE = "S"
                 MOVE "SIGNER NOT AUTHORISED" TO WS-TREJ-REASON
                 PERFORM WRITE-TXN-REJECT-PARA
              ELSE
              IF WS-TXN-SIGNER-IN = "SECOND"
                 AND WS-AUTH-MODE = "J"
                 MOVE "JOINT AUTHORITY REQUIRED" TO WS-AUTH-REASON
                 PERFORM HOLD-FOR-AUTHORITY-PARA
              ELSE
              IF WS-TXN-SIGNER-IN = "SECOND"
                 AND WS-AUTH-MODE = "F"
                 MOVE "FIRST HOLDER AUTHORITY REQUIRED"
                                     TO WS-AUTH-REASON
                 PERFORM HOLD-FOR-AUTHORITY-PARA
              END-IF
              END-IF
              END-IF
              END-IF
           ELSE
              PERFORM CHECK-MANDATE-PARA
           END-IF
           END-IF.

       CHECK-MANDATE-PARA.
           MOVE SPACES TO WS-AUTH-MH-STATUS
           SET WS-MH-IDX TO 1
           PERFORM UNTIL WS-MH-IDX > WS-MAND-COUNT
                      OR WS-AUTH-MH-STATUS = "A"
              IF WS-MH-ACCT (WS-MH-IDX) = WS-TXN-ACCT-IN
                 AND WS-MH-REF (WS-MH-IDX) = WS-TXN-SIGNER-IN
                 MOVE WS-MH-STATUS (WS-MH-IDX) TO WS-AUTH-MH-STATUS
                 SET WS-FOUND-MH-IDX TO WS-MH-IDX
              END-IF
              SET WS-MH-IDX UP BY 1
           END-PERFORM
           IF WS-AUTH-MH-STATUS = SPACES
              MOVE "SIGNER NOT AUTHORISED" TO WS-TREJ-REASON
              PERFORM WRITE-TXN-REJECT-PARA
           ELSE
           IF WS-AUTH-MH-STATUS NOT = "A"
              MOVE "MANDATE REVOKED OR EXPIRED" TO WS-TREJ-REASON
              PERFORM WRITE-TXN-REJECT-PARA
           ELSE
              SET WS-MH-IDX TO WS-FOUND-MH-IDX
              IF WS-MH-FROM (WS-MH-IDX) > WS-RUN-DATE
                 OR (WS-MH-TO (WS-MH-IDX) NOT = SPACES
                     AND WS-MH-TO (WS-MH-IDX) < WS-RUN-DATE)
                 MOVE "MANDATE NOT IN FORCE" TO WS-TREJ-REASON
                 PERFORM WRITE-TXN-REJECT-PARA
              ELSE
              IF WS-MH-LIMIT (WS-MH-IDX) > 0
                 AND WS-TXN-AMOUNT > WS-MH-LIMIT (WS-MH-IDX)
                 MOVE "ABOVE MANDATE LIMIT" TO WS-TREJ-REASON
                 PERFORM WRITE-TXN-REJECT-PARA
              ELSE
              IF WS-MH-SIGN (WS-MH-IDX) = "J"
                 MOVE "MANDATE NEEDS JOINT SIGNATURE"
                                     TO WS-AUTH-REASON
                 PERFORM HOLD-FOR-AUTHORITY-PARA
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF.
              END-IF
              SET WS-LI-IDX UP BY 1
           END-PERFORM
           COMPUTE WS-HOLD-TOTAL = WS-LIEN-TOTAL + BAL-UNCLEARED
           IF WS-HOLD-TOTAL > BAL-CURR-BAL
              MOVE 0 TO WS-AVAIL-BAL
           ELSE
              COMPUTE WS-AVAIL-BAL = BAL-CURR-BAL - WS-HOLD-TOTAL
           END-IF.

       LOAD-LIENS-PARA.

       REWRITE-SWEEP-PARA.
           IF WS-SWEEP-LOADED = "Y"
              IF WS-PART-MODE = "P"
                 MOVE SPACES TO WS-SWEEP-NAME
                 STRING "SWEEP-ENROLL." WS-PART-SUFFIX
                        DELIMITED BY SIZE
                   INTO WS-SWEEP-NAME
                 END-STRING
              END-IF
              OPEN OUTPUT SWEEP-FILE
              IF SWEEP-FILE-STATUS NOT = "00"
                 DISPLAY "SWEEP ENROLLMENT REWRITE FAILED, STATUS="
              ELSE
                 SET WS-SW-IDX TO 1
                 PERFORM UNTIL WS-SW-IDX > WS-SWEEP-COUNT
                    MOVE WS-SW-ACCT (WS-SW-IDX) TO WS-RANGE-ACCT
                    PERFORM CHECK-RANGE-PARA
                    IF WS-IN-RANGE = "Y"
                       MOVE WS-SW-ACCT (WS-SW-IDX)   TO WS-SE-ACCT
                       MOVE WS-SW-THRESHOLD (WS-SW-IDX)
                                                  TO WS-SE-THRESHOLD
                       MOVE WS-SW-HOLDING (WS-SW-IDX)
                                                  TO WS-SE-HOLDING
                       WRITE SWEEP-REC FROM WS-SWEEP-LINE
                    END-IF
                    SET WS-SW-IDX UP BY 1
                 END-PERFORM
                 CLOSE SWEEP-FILE
              END-IF
           END-IF.

       LOAD-MODES-PARA.
           MOVE 0 TO WS-MODE-COUNT
           OPEN INPUT OPMODE-FILE
           IF OPMODE-FILE-STATUS = "00"
              PERFORM UNTIL OPMODE-FILE-STATUS NOT = "00"
                 READ OPMODE-FILE
                   AT END
                     MOVE "10" TO OPMODE-FILE-STATUS
                   NOT AT END
                     IF WS-MODE-COUNT >= 20000
                        DISPLAY "OPERATING MODE TABLE CAPACITY "
                                "EXCEEDED AT 20000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-MODE-COUNT
                     SET WS-OM-IDX TO WS-MODE-COUNT
                     UNSTRING OPMODE-REC DELIMITED BY ","
                     INTO  WS-OM-ACCT-IN
                           WS-OM-MODE-IN
                     END-UNSTRING
                     MOVE WS-OM-ACCT-IN TO WS-OM-ACCT (WS-OM-IDX)
                     MOVE WS-OM-MODE-IN TO WS-OM-MODE (WS-OM-IDX)
                 END-READ
              END-PERFORM
              CLOSE OPMODE-FILE
           END-IF.

       LOAD-MANDATES-PARA.
           MOVE 0 TO WS-MAND-COUNT
           OPEN INPUT MAND-FILE
           IF MAND-FILE-STATUS = "00"
              PERFORM UNTIL MAND-FILE-STATUS NOT = "00"
                 READ MAND-FILE
                   AT END
                     MOVE "10" TO MAND-FILE-STATUS
                   NOT AT END
                     IF WS-MAND-COUNT >= 5000
                        DISPLAY "MANDATE HOLDER TABLE CAPACITY "
                                "EXCEEDED AT 5000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-MAND-COUNT
                     SET WS-MH-IDX TO WS-MAND-COUNT
                     UNSTRING MAND-REC DELIMITED BY ","
                     INTO  WS-MH-ACCT-IN
                           WS-MH-REF-IN
                           WS-MH-NAME-IN
                           WS-MH-PAN-IN
                           WS-MH-TYPE-IN
                           WS-MH-SIGN-IN
                           WS-MH-FROM-IN
                           WS-MH-TO-IN
                           WS-MH-LIMIT-IN
                           WS-MH-STATUS-IN
                     END-UNSTRING
                     MOVE WS-MH-ACCT-IN   TO WS-MH-ACCT (WS-MH-IDX)
                     MOVE WS-MH-REF-IN    TO WS-MH-REF (WS-MH-IDX)
                     MOVE WS-MH-SIGN-IN   TO WS-MH-SIGN (WS-MH-IDX)
                     MOVE WS-MH-FROM-IN   TO WS-MH-FROM (WS-MH-IDX)
                     MOVE WS-MH-TO-IN     TO WS-MH-TO (WS-MH-IDX)
                     COMPUTE WS-MH-LIMIT (WS-MH-IDX) =
                             FUNCTION NUMVAL(WS-MH-LIMIT-IN)
                     MOVE WS-MH-STATUS-IN TO WS-MH-STATUS (WS-MH-IDX)
                 END-READ
              END-PERFORM
              CLOSE MAND-FILE
           END-IF.

       TRY-OVERDRAFT-PARA.
           PERFORM FIND-OD-LIMIT-PARA
           IF WS-OD-FOUND = "Y"
               MOVE AM-DEPOSIT     TO BAL-CURR-BAL
               MOVE SPACES         TO BAL-LAST-TXN-DATE
               MOVE 0              TO BAL-TXN-COUNT
               MOVE 0              TO BAL-UNCLEARED
           END-READ.

       APPLY-TRF-PARA.
              MOVE ACCOUNT-MASTER-REC TO WS-BEFORE-IMAGE
              MOVE "TRFOUT" TO WS-JRNL-ACTION
              PERFORM WRITE-JOURNAL-PARA
              MOVE WS-TXN-TARGET-IN TO WS-RANGE-ACCT
              PERFORM CHECK-RANGE-PARA
           END-IF
           IF WS-TXN-VALID = "Y" AND WS-IN-RANGE NOT = "Y"
              PERFORM WRITE-TRF-LEG-PARA
           END-IF
           IF WS-TXN-VALID = "Y" AND WS-IN-RANGE = "Y"
              MOVE WS-TXN-TARGET-IN TO AM-ACCT-NUM
              READ ACCTMST-FILE
                INVALID KEY
                    WS-TRAILER-COUNT-IN
           END-UNSTRING
           MOVE WS-TRAILER-COUNT-IN TO WS-TRAILER-COUNT
           IF WS-TRAILER-COUNT NOT = WS-FILE-ROWS
              DISPLAY "TRAILER RECORD COUNT MISMATCH - EXPECTED "
                      WS-TRAILER-COUNT " GOT " WS-FILE-ROWS
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY "TRAILER RECORD COUNT RECONCILED: "
                      WS-FILE-ROWS
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "TXNPOST"          TO WS-OPL-PROGRAM
           IF WS-PART-MODE NOT = "S"
              MOVE WS-PART-SUFFIX  TO WS-OPL-PROGRAM(8:3)
           END-IF
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-IN-COUNT    TO WS-OPL-IN-COUNT
