       01 WS-ACCT-DONE          PIC X(01) VALUE "N".
       01 WS-NINJA-DONE         PIC X(01) VALUE "N".

       01 WS-RC-PARM-TABLE.
          05 WS-RC-PARM-LINE OCCURS 20 TIMES INDEXED BY WS-RC-PARM-IDX
                                 PIC X(15).
       01 WS-RC-PARM-COUNT      PIC 9(02) VALUE 0.

       01 WS-NEW-RUNCTL.
          05 WS-NEW-DATE         PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
                MOVE WS-RC-DATE-IN  TO WS-CURR-DATE
                MOVE WS-RC-CYCLE-IN TO WS-CURR-CYCLE
           END-READ
           MOVE 0 TO WS-RC-PARM-COUNT
           PERFORM UNTIL RUNCTL-FILE-STATUS NOT = "00"
              READ RUNCTL-FILE
                AT END
                  MOVE "10" TO RUNCTL-FILE-STATUS
                NOT AT END
                  IF RUNCTL-REC NOT = SPACES
                     IF WS-RC-PARM-COUNT < 20
                        ADD 1 TO WS-RC-PARM-COUNT
                        SET WS-RC-PARM-IDX TO WS-RC-PARM-COUNT
                        MOVE RUNCTL-REC
                             TO WS-RC-PARM-LINE (WS-RC-PARM-IDX)
                     ELSE
                        DISPLAY "RUN CONTROL PARAMETER DROPPED, "
                                "TABLE FULL: " RUNCTL-REC
                     END-IF
                  END-IF
              END-READ
           END-PERFORM
           CLOSE RUNCTL-FILE.

       LOAD-HOLIDAYS-PARA.
           OPEN OUTPUT RUNCTL-FILE
           IF RUNCTL-FILE-STATUS = "00"
              WRITE RUNCTL-REC FROM WS-NEW-RUNCTL
              SET WS-RC-PARM-IDX TO 1
              PERFORM UNTIL WS-RC-PARM-IDX > WS-RC-PARM-COUNT
                 WRITE RUNCTL-REC FROM WS-RC-PARM-LINE (WS-RC-PARM-IDX)
                 SET WS-RC-PARM-IDX UP BY 1
              END-PERFORM
              CLOSE RUNCTL-FILE
           ELSE
              DISPLAY "RUN CONTROL REWRITE FAILED, STATUS="
