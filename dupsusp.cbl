                               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   SUSP-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 SUSP-REC                PIC X(100).

       FD   RELEASE-FILE  RECORD CONTAINS 50 CHARACTERS
                         LABEL RECORDS ARE STANDARD.
             10 WS-SP-AMOUNT     PIC X(12).
             10 WS-SP-REASON     PIC X(30).
             10 WS-SP-CYCLE      PIC X(04).
             10 WS-SP-TARGET     PIC X(14).
             10 WS-SP-DONE       PIC X(01).
       01 WS-SUSP-COUNT        PIC 9(04) VALUE 0.
       01 WS-SP-ACCT-IN        PIC X(14).
       01 WS-SP-AMT-IN         PIC X(12).
       01 WS-SP-REASON-IN      PIC X(30).
       01 WS-SP-CYCLE-IN       PIC X(04).
       01 WS-SP-TARGET-IN      PIC X(14).

       01 WS-RL-ACCT-IN        PIC X(14).
       01 WS-RL-AMT-IN         PIC X(12).
          05 WS-RT-AMOUNT        PIC X(12).
          05 FILLER              PIC X(09) VALUE ",RELEASED".

       01 WS-RELTRF-LINE.
          05 WS-RF-ACCT          PIC X(14).
          05 FILLER              PIC X(04) VALUE ",TRF".
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RF-AMOUNT        PIC X(12).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RF-TARGET        PIC X(14).
          05 FILLER              PIC X(09) VALUE ",RELEASED".

       01 WS-RELTXN-TRAILER.
          05 FILLER              PIC X(08) VALUE "TRAILER,".
          05 WS-RT-TRL-CNT       PIC 9(07).
          05 WS-WS-REASON        PIC X(30).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WS-CYCLE         PIC X(04).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WS-TARGET        PIC X(14).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE SUSPENSE QUEUE RELEASE PROGRAM".
                     END-IF
                     ADD 1 TO WS-SUSP-COUNT
                     SET WS-SP-IDX TO WS-SUSP-COUNT
                     MOVE SPACES TO WS-SP-TARGET-IN
                     UNSTRING SUSP-REC DELIMITED BY ","
                     INTO WS-SP-ACCT-IN
                          WS-SP-TYPE-IN
                          WS-SP-AMT-IN
                          WS-SP-REASON-IN
                          WS-SP-CYCLE-IN
                          WS-SP-TARGET-IN
                     END-UNSTRING
                     MOVE WS-SP-ACCT-IN
                          TO WS-SP-ACCT (WS-SP-IDX)
                          TO WS-SP-REASON (WS-SP-IDX)
                     MOVE WS-SP-CYCLE-IN
                          TO WS-SP-CYCLE (WS-SP-IDX)
                     MOVE WS-SP-TARGET-IN
                          TO WS-SP-TARGET (WS-SP-IDX)
                     MOVE "N" TO WS-SP-DONE (WS-SP-IDX)
                 END-READ
              END-PERFORM
           MOVE "Y" TO WS-SP-DONE (WS-SP-IDX)
           IF WS-RL-DECISION-IN = "RELEASE"
              ADD 1 TO WS-CTL-RELEASED
              IF WS-SP-TYPE (WS-SP-IDX) = "TRF"
                 MOVE WS-SP-ACCT (WS-SP-IDX)   TO WS-RF-ACCT
                 MOVE WS-SP-AMOUNT (WS-SP-IDX) TO WS-RF-AMOUNT
                 MOVE WS-SP-TARGET (WS-SP-IDX) TO WS-RF-TARGET
                 WRITE RELTXN-REC FROM WS-RELTRF-LINE
              ELSE
                 MOVE WS-SP-ACCT (WS-SP-IDX)   TO WS-RT-ACCT
                 MOVE WS-SP-TYPE (WS-SP-IDX)   TO WS-RT-TYPE
                 MOVE WS-SP-AMOUNT (WS-SP-IDX) TO WS-RT-AMOUNT
                 WRITE RELTXN-REC FROM WS-RELTXN-LINE
              END-IF
           ELSE
              ADD 1 TO WS-CTL-CONFIRMED
              MOVE WS-SP-ACCT (WS-SP-IDX)   TO WS-DR-ACCT
                    MOVE WS-SP-AMOUNT (WS-SP-IDX) TO WS-WS-AMOUNT
                    MOVE WS-SP-REASON (WS-SP-IDX) TO WS-WS-REASON
                    MOVE WS-SP-CYCLE (WS-SP-IDX)  TO WS-WS-CYCLE
                    MOVE WS-SP-TARGET (WS-SP-IDX) TO WS-WS-TARGET
                    WRITE SUSP-REC FROM WS-SUSP-LINE
                 END-IF
                 SET WS-SP-IDX UP BY 1
