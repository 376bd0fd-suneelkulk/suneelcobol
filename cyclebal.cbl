                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS JRNL-FILE-STATUS.

           SELECT TPCTL-FILE  ASSIGN TO "TXNPOST-CONTROL.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TPCTL-FILE-STATUS.

           SELECT TXNREJ-FILE  ASSIGN TO "TXN-REJECTS.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TXNREJ-FILE-STATUS.

           SELECT OPSLOG-FILE  ASSIGN TO "OPS-LOG.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
       01 JRNL-REC.
          COPY ACCTJRNL.

       FD   TPCTL-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TPCTL-REC               PIC X(80).

       FD   TXNREJ-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TXNREJ-REC              PIC X(80).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 WS-OPL-OUT-SAVE      PIC 9(07) VALUE 0.
       01 WS-OPL-REJ-SAVE      PIC 9(07) VALUE 0.

       01 TPCTL-FILE-STATUS    PIC X(02).
       01 TXNREJ-FILE-STATUS   PIC X(02).
       01 WS-TP-SEEN           PIC X(01) VALUE "N".
       01 WS-TP-ROWS           PIC 9(07) VALUE 0.
       01 WS-TP-SLICES         PIC 9(07) VALUE 0.
       01 WS-TP-POSTED         PIC 9(07) VALUE 0.
       01 WS-TP-REJECTED       PIC 9(07) VALUE 0.
       01 WS-TP-LEGS-OUT       PIC 9(07) VALUE 0.
       01 WS-TP-LEGS-IN        PIC 9(07) VALUE 0.
       01 WS-TP-HIST           PIC 9(07) VALUE 0.
       01 WS-CNT-TXNREJ        PIC 9(07) VALUE 0.
       01 WS-TPL-FOUND         PIC X(01) VALUE "N".
       01 WS-TPL-IN-SAVE       PIC 9(07) VALUE 0.
       01 WS-TPL-OUT-SAVE      PIC 9(07) VALUE 0.
       01 WS-TPL-REJ-SAVE      PIC 9(07) VALUE 0.

       01 WS-CHECK-LINE.
          05 WS-CK-NAME          PIC X(40).
          05 WS-CK-LEFT          PIC ZZZZZZ9.
           PERFORM COUNT-LEDGER-PARA.
           PERFORM COUNT-JOURNAL-PARA.
           PERFORM COUNT-HOLDDISP-PARA.
           PERFORM READ-POSTING-CONTROL-PARA.
           PERFORM READ-OPSLOG-PARA.
           PERFORM WRITE-VERDICT-PARA.
           IF WS-CHECKS-FAILED > 0
              CLOSE HDACCT-FILE
           END-IF.

       READ-POSTING-CONTROL-PARA.
           OPEN INPUT TPCTL-FILE
           IF TPCTL-FILE-STATUS = "00"
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ TPCTL-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      EVALUATE TPCTL-REC(1:20)
                         WHEN "CYCLE ID           :"
                            IF TPCTL-REC(21:4) = WS-CYCLE-ID
                               MOVE "Y" TO WS-TP-SEEN
                            END-IF
                         WHEN "INPUT ROWS         :"
                            MOVE TPCTL-REC(21:7) TO WS-PARSE-NUM
                            COMPUTE WS-TP-ROWS =
                               FUNCTION NUMVAL(WS-PARSE-NUM)
                         WHEN "ROWS IN PARTITIONS :"
                            MOVE TPCTL-REC(21:7) TO WS-PARSE-NUM
                            COMPUTE WS-TP-SLICES =
                               FUNCTION NUMVAL(WS-PARSE-NUM)
                         WHEN "POSTINGS           :"
                            MOVE TPCTL-REC(21:7) TO WS-PARSE-NUM
                            COMPUTE WS-TP-POSTED =
                               FUNCTION NUMVAL(WS-PARSE-NUM)
                         WHEN "RECORDS REJECTED   :"
                            MOVE TPCTL-REC(21:7) TO WS-PARSE-NUM
                            COMPUTE WS-TP-REJECTED =
                               FUNCTION NUMVAL(WS-PARSE-NUM)
                         WHEN "TRF LEGS WRITTEN   :"
                            MOVE TPCTL-REC(21:7) TO WS-PARSE-NUM
                            COMPUTE WS-TP-LEGS-OUT =
                               FUNCTION NUMVAL(WS-PARSE-NUM)
                         WHEN "TRF LEGS READ      :"
                            MOVE TPCTL-REC(21:7) TO WS-PARSE-NUM
                            COMPUTE WS-TP-LEGS-IN =
                               FUNCTION NUMVAL(WS-PARSE-NUM)
                         WHEN "HISTORY ROWS MERGED:"
                            MOVE TPCTL-REC(21:7) TO WS-PARSE-NUM
                            COMPUTE WS-TP-HIST =
                               FUNCTION NUMVAL(WS-PARSE-NUM)
                      END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE TPCTL-FILE
           END-IF
           IF WS-TP-SEEN = "Y"
              OPEN INPUT TXNREJ-FILE
              IF TXNREJ-FILE-STATUS = "00"
                 MOVE "N" TO EOF
                 PERFORM UNTIL EOF = "Y"
                    READ TXNREJ-FILE AT END
                         MOVE "Y" TO EOF
                      NOT AT END
                         IF TXNREJ-REC(62:4) = WS-CYCLE-ID
                            ADD 1 TO WS-CNT-TXNREJ
                         END-IF
                    END-READ
                 END-PERFORM
                 CLOSE TXNREJ-FILE
              END-IF
           END-IF.

       READ-OPSLOG-PARA.
           OPEN INPUT OPSLOG-FILE
           IF OPSLOG-FILE-STATUS = "00"
                         MOVE WS-OPL-OUT-COUNT TO WS-OPL-OUT-SAVE
                         MOVE WS-OPL-REJ-COUNT TO WS-OPL-REJ-SAVE
                      END-IF
                      IF WS-OPL-PROGRAM = "TXNPOST"
                         AND WS-OPL-CYCLE = WS-CYCLE-ID
                         MOVE "Y" TO WS-TPL-FOUND
                         MOVE WS-OPL-IN-COUNT  TO WS-TPL-IN-SAVE
                         MOVE WS-OPL-OUT-COUNT TO WS-TPL-OUT-SAVE
                         MOVE WS-OPL-REJ-COUNT TO WS-TPL-REJ-SAVE
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE OPSLOG-FILE
                 WRITE BALRPT-REC
                 ADD 1 TO WS-CHECKS-FAILED
              END-IF
              IF WS-TP-SEEN = "Y"
                 PERFORM WRITE-POSTING-CHECKS-PARA
              END-IF
              IF WS-CNT-LEDGER < WS-CTL-CREATED
                 MOVE "LEDGER ENTRIES FOR DATE FEWER THAN CREATES"
                      TO BALRPT-REC
              WRITE BALRPT-REC
              CLOSE BALRPT-FILE
           END-IF.

       WRITE-POSTING-CHECKS-PARA.
           MOVE "POSTING INPUT ROWS VS PARTITION SLICES :"
                TO WS-CK-NAME
           MOVE WS-TP-ROWS   TO WS-CK-LEFT
           MOVE WS-TP-SLICES TO WS-CK-RIGHT
           PERFORM CHECK-PAIR-PARA
           MOVE "TRF LEGS WRITTEN VS TRF LEGS READ      :"
                TO WS-CK-NAME
           MOVE WS-TP-LEGS-OUT TO WS-CK-LEFT
           MOVE WS-TP-LEGS-IN  TO WS-CK-RIGHT
           PERFORM CHECK-PAIR-PARA
           MOVE "POSTINGS VS HISTORY ROWS MERGED        :"
                TO WS-CK-NAME
           MOVE WS-TP-POSTED TO WS-CK-LEFT
           MOVE WS-TP-HIST   TO WS-CK-RIGHT
           PERFORM CHECK-PAIR-PARA
           MOVE "POSTING REJECTED VS TXN-REJECTS ROWS   :"
                TO WS-CK-NAME
           MOVE WS-TP-REJECTED TO WS-CK-LEFT
           MOVE WS-CNT-TXNREJ  TO WS-CK-RIGHT
           PERFORM CHECK-PAIR-PARA
           MOVE "TXNPOST OPSLOG IN VS PARTITION SLICES  :"
                TO WS-CK-NAME
           MOVE WS-TPL-IN-SAVE TO WS-CK-LEFT
           MOVE WS-TP-SLICES   TO WS-CK-RIGHT
           PERFORM CHECK-PAIR-PARA
           MOVE "TXNPOST OPSLOG OUT VS POSTINGS         :"
                TO WS-CK-NAME
           MOVE WS-TPL-OUT-SAVE TO WS-CK-LEFT
           MOVE WS-TP-POSTED    TO WS-CK-RIGHT
           PERFORM CHECK-PAIR-PARA
           MOVE "TXNPOST OPSLOG REJ VS POSTING REJECTED :"
                TO WS-CK-NAME
           MOVE WS-TPL-REJ-SAVE TO WS-CK-LEFT
           MOVE WS-TP-REJECTED  TO WS-CK-RIGHT
           PERFORM CHECK-PAIR-PARA
           IF WS-TPL-FOUND NOT = "Y"
              MOVE "NO TXNPOST OPS-LOG LINE FOR THIS CYCLE"
                   TO BALRPT-REC
              WRITE BALRPT-REC
              ADD 1 TO WS-CHECKS-FAILED
           END-IF.
