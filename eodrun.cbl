       IDENTIFICATION DIVISION.
       PROGRAM-ID. eodrun.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-FILE  ASSIGN TO "EOD-STREAM.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS STREAM-FILE-STATUS.

           SELECT CKPT-FILE  ASSIGN TO "EOD-STREAM.CKP"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CKPT-FILE-STATUS.

           SELECT PLAN-FILE  ASSIGN TO "EOD-PLAN.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PLAN-FILE-STATUS.

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
       FD   STREAM-FILE  RECORD CONTAINS 140 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 STREAM-REC              PIC X(140).

       FD   CKPT-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CKPT-REC                PIC X(60).

       FD   PLAN-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PLAN-REC                PIC X(100).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 STREAM-FILE-STATUS   PIC X(02).
       01 CKPT-FILE-STATUS     PIC X(02).
       01 PLAN-FILE-STATUS     PIC X(02).
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
       01 WS-WORK-INT          PIC 9(08) VALUE 0.
       01 WS-WORK-DATE         PIC 9(08) VALUE 0.
       01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
          05 FILLER             PIC X(06).
          05 WS-WORK-DAY        PIC X(02).
       01 WS-MONTH-END         PIC X(01) VALUE "N".

       01 WS-MODE-ENV          PIC X(10) VALUE SPACES.
       01 WS-PLAN-ONLY         PIC X(01) VALUE "N".
       01 WS-BIN-DIR           PIC X(40) VALUE SPACES.
       01 WS-COMMAND           PIC X(80) VALUE SPACES.
       01 WS-SYS-RC            PIC S9(09) COMP-5 VALUE 0.
       01 WS-STEP-RC           PIC 9(03) VALUE 0.
       01 WS-HIGH-RC           PIC 9(03) VALUE 0.

       01 WS-ST-TABLE.
          05 WS-ST-ENTRY OCCURS 50 TIMES INDEXED BY WS-ST-IDX.
             10 WS-ST-STEP        PIC X(08).
             10 WS-ST-PROGRAM     PIC X(10).
             10 WS-ST-PRED-COUNT  PIC 9(01).
             10 WS-ST-PRED        PIC X(08) OCCURS 5 TIMES
                                  INDEXED BY WS-PR-IDX.
             10 WS-ST-PRED-LIST   PIC X(40).
             10 WS-ST-MAXRC       PIC 9(03).
             10 WS-ST-WHEN        PIC X(08).
             10 WS-ST-DESC        PIC X(40).
             10 WS-ST-STATUS      PIC X(01).
             10 WS-ST-RC          PIC 9(03).
             10 WS-ST-BEGIN       PIC 9(08).
             10 WS-ST-END         PIC 9(08).
             10 WS-ST-PRIOR       PIC X(01).
       01 WS-ST-COUNT          PIC 9(02) VALUE 0.
       01 WS-CHK-IDX           PIC 9(02) VALUE 0.
       01 WS-PRED-FOUND        PIC X(01) VALUE "N".
       01 WS-PRED-BLOCKED      PIC X(01) VALUE "N".
       01 WS-BLOCK-STEP        PIC X(08) VALUE SPACES.
       01 WS-DEF-ERRORS        PIC 9(03) VALUE 0.

       01 WS-IN-STEP           PIC X(08).
       01 WS-IN-PROGRAM        PIC X(10).
       01 WS-IN-PREDS          PIC X(40).
       01 WS-IN-MAXRC          PIC X(03).
       01 WS-IN-WHEN           PIC X(08).
       01 WS-IN-DESC           PIC X(40).

       01 WS-CK-DATE-IN        PIC X(08).
       01 WS-CK-CYCLE-IN       PIC X(04).
       01 WS-CK-STEP-IN        PIC X(08).
       01 WS-CK-STATUS-IN      PIC X(01).
       01 WS-CK-RC-IN          PIC X(03).
       01 WS-CK-BEGIN-IN       PIC X(08).
       01 WS-CK-END-IN         PIC X(08).
       01 WS-CKPT-LINE.
          05 WS-CK-DATE         PIC X(08).
          05 FILLER             PIC X(01) VALUE ",".
          05 WS-CK-CYCLE        PIC X(04).
          05 FILLER             PIC X(01) VALUE ",".
          05 WS-CK-STEP         PIC X(08).
          05 FILLER             PIC X(01) VALUE ",".
          05 WS-CK-STATUS       PIC X(01).
          05 FILLER             PIC X(01) VALUE ",".
          05 WS-CK-RC           PIC 9(03).
          05 FILLER             PIC X(01) VALUE ",".
          05 WS-CK-BEGIN        PIC 9(08).
          05 FILLER             PIC X(01) VALUE ",".
          05 WS-CK-END          PIC 9(08).

       01 WS-CTL-SCHEDULED     PIC 9(03) VALUE 0.
       01 WS-CTL-PRIOR         PIC 9(03) VALUE 0.
       01 WS-CTL-RUN           PIC 9(03) VALUE 0.
       01 WS-CTL-COMPLETE      PIC 9(03) VALUE 0.
       01 WS-CTL-FAILED        PIC 9(03) VALUE 0.
       01 WS-CTL-BYPASSED      PIC 9(03) VALUE 0.
       01 WS-CTL-NOT-DUE       PIC 9(03) VALUE 0.

       01 WH-PLAN-TITLE.
          05 FILLER            PIC X(24)
                               VALUE "END-OF-DAY JOB STREAM - ".
          05 FILLER            PIC X(14) VALUE "BUSINESS DATE ".
          05 WH-PT-DATE        PIC X(08).
          05 FILLER            PIC X(07) VALUE " CYCLE ".
          05 WH-PT-CYCLE       PIC X(04).
       01 WH-PLAN-HEADER.
          05 FILLER PIC X(05) VALUE "SEQ".
          05 FILLER PIC X(09) VALUE "STEP".
          05 FILLER PIC X(11) VALUE "PROGRAM".
          05 FILLER PIC X(28) VALUE "PREDECESSORS".
          05 FILLER PIC X(06) VALUE "MAXRC".
          05 FILLER PIC X(09) VALUE "WHEN".
          05 FILLER PIC X(32) VALUE "ACTION / RESULT".
       01 WS-PLAN-LINE.
          05 WS-PL-SEQ         PIC Z9.
          05 FILLER            PIC X(03) VALUE SPACES.
          05 WS-PL-STEP        PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-PL-PROGRAM     PIC X(10).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-PL-PREDS       PIC X(27).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-PL-MAXRC       PIC ZZ9.
          05 FILLER            PIC X(03) VALUE SPACES.
          05 WS-PL-WHEN        PIC X(08).
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-PL-ACTION      PIC X(32).
       01 WS-RESULT-TEXT.
          05 WS-RT-LABEL       PIC X(12).
          05 WS-RT-RC-LABEL    PIC X(03).
          05 WS-RT-RC          PIC ZZ9.
          05 FILLER            PIC X(01) VALUE SPACES.
          05 WS-RT-BEGIN       PIC 9(06).
          05 WS-RT-DASH        PIC X(01).
          05 WS-RT-END         PIC 9(06).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE END-OF-DAY JOB STREAM DRIVER".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           ACCEPT WS-MODE-ENV FROM ENVIRONMENT "EODRUN_MODE".
           IF WS-MODE-ENV = "PLAN"
              MOVE "Y" TO WS-PLAN-ONLY
           END-IF.
           ACCEPT WS-BIN-DIR FROM ENVIRONMENT "EODRUN_BINDIR".
           IF WS-BIN-DIR = SPACES
              MOVE "./" TO WS-BIN-DIR
           END-IF.
           PERFORM SET-CALENDAR-PARA.
           PERFORM LOAD-STREAM-PARA.
           PERFORM VALIDATE-STREAM-PARA.
           IF WS-DEF-ERRORS > 0
              DISPLAY "JOB STREAM DEFINITION HAS " WS-DEF-ERRORS
                      " ERRORS - NOTHING RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-CHECKPOINT-PARA.
           PERFORM SCHEDULE-PARA.
           OPEN OUTPUT PLAN-FILE.
           IF PLAN-FILE-STATUS NOT = "00"
              DISPLAY "PLAN REPORT OPEN FAILED, STATUS="
                      PLAN-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM WRITE-PLAN-PARA.
           IF WS-PLAN-ONLY = "Y"
              CLOSE PLAN-FILE
              DISPLAY "PLAN ONLY - " WS-CTL-SCHEDULED
                      " STEPS WOULD RUN, SEE EOD-PLAN.RPT"
              STOP RUN
           END-IF.
           IF WS-CTL-SCHEDULED = 0
              DISPLAY "ALL STEPS ALREADY COMPLETE FOR BUSINESS DATE "
                      WS-RUN-DATE " CYCLE " WS-CYCLE-ID
           END-IF.
           SET WS-ST-IDX TO 1.
           PERFORM UNTIL WS-ST-IDX > WS-ST-COUNT
              IF WS-ST-STATUS (WS-ST-IDX) = "P"
                 PERFORM CHECK-PREDECESSORS-PARA
                 IF WS-PRED-BLOCKED = "Y"
                    MOVE "B" TO WS-ST-STATUS (WS-ST-IDX)
                    MOVE 0   TO WS-ST-RC (WS-ST-IDX)
                    ADD 1 TO WS-CTL-BYPASSED
                    DISPLAY "STEP " WS-ST-STEP (WS-ST-IDX)
                            " BYPASSED - PREDECESSOR "
                            WS-BLOCK-STEP " DID NOT COMPLETE"
                 ELSE
                    PERFORM RUN-STEP-PARA
                 END-IF
                 PERFORM SAVE-CHECKPOINT-PARA
              END-IF
              SET WS-ST-IDX UP BY 1
           END-PERFORM.
           PERFORM WRITE-RESULTS-PARA.
           CLOSE PLAN-FILE.
           PERFORM APPEND-DRIVER-OPSLOG-PARA.
           DISPLAY "EOD JOB STREAM SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  STEPS DEFINED        : " WS-ST-COUNT.
           DISPLAY "  DONE IN EARLIER RUN  : " WS-CTL-PRIOR.
           DISPLAY "  NOT DUE TODAY        : " WS-CTL-NOT-DUE.
           DISPLAY "  STEPS RUN            : " WS-CTL-RUN.
           DISPLAY "  STEPS COMPLETED      : " WS-CTL-COMPLETE.
           DISPLAY "  STEPS FAILED         : " WS-CTL-FAILED.
           DISPLAY "  STEPS BYPASSED       : " WS-CTL-BYPASSED.
           IF WS-CTL-FAILED > 0 OR WS-CTL-BYPASSED > 0
              DISPLAY "STREAM INCOMPLETE - CORRECT THE FAILED STEP "
                      "AND RERUN TO RESUME"
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE WS-HIGH-RC TO RETURN-CODE
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

       SET-CALENDAR-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(
                                 WS-RUN-DATE-NUM) + 1
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           IF WS-WORK-DAY = "01"
              MOVE "Y" TO WS-MONTH-END
           ELSE
              MOVE "N" TO WS-MONTH-END
           END-IF.

       LOAD-STREAM-PARA.
           MOVE 0 TO WS-ST-COUNT
           OPEN INPUT STREAM-FILE
           IF STREAM-FILE-STATUS NOT = "00"
              DISPLAY "JOB STREAM DEFINITION NOT FOUND, STATUS="
                      STREAM-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL STREAM-FILE-STATUS NOT = "00"
              READ STREAM-FILE
                AT END
                  MOVE "10" TO STREAM-FILE-STATUS
                NOT AT END
                  IF STREAM-REC(1:4) NOT = "STEP"
                     AND STREAM-REC NOT = SPACES
                     PERFORM ADD-STEP-PARA
                  END-IF
              END-READ
           END-PERFORM
           CLOSE STREAM-FILE.

       ADD-STEP-PARA.
           IF WS-ST-COUNT >= 50
              DISPLAY "JOB STREAM CAPACITY EXCEEDED AT 50 STEPS - "
                      "RUN STOPPED"
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-IN-STEP WS-IN-PROGRAM WS-IN-PREDS
                          WS-IN-MAXRC WS-IN-WHEN WS-IN-DESC
           UNSTRING STREAM-REC DELIMITED BY ","
           INTO     WS-IN-STEP
                    WS-IN-PROGRAM
                    WS-IN-PREDS
                    WS-IN-MAXRC
                    WS-IN-WHEN
                    WS-IN-DESC
           END-UNSTRING
           ADD 1 TO WS-ST-COUNT
           SET WS-ST-IDX TO WS-ST-COUNT
           MOVE WS-IN-STEP    TO WS-ST-STEP (WS-ST-IDX)
           MOVE WS-IN-PROGRAM TO WS-ST-PROGRAM (WS-ST-IDX)
           MOVE WS-IN-PREDS   TO WS-ST-PRED-LIST (WS-ST-IDX)
           MOVE SPACES        TO WS-ST-PRED (WS-ST-IDX, 1)
                                 WS-ST-PRED (WS-ST-IDX, 2)
                                 WS-ST-PRED (WS-ST-IDX, 3)
                                 WS-ST-PRED (WS-ST-IDX, 4)
                                 WS-ST-PRED (WS-ST-IDX, 5)
           UNSTRING WS-IN-PREDS DELIMITED BY ALL SPACE
           INTO     WS-ST-PRED (WS-ST-IDX, 1)
                    WS-ST-PRED (WS-ST-IDX, 2)
                    WS-ST-PRED (WS-ST-IDX, 3)
                    WS-ST-PRED (WS-ST-IDX, 4)
                    WS-ST-PRED (WS-ST-IDX, 5)
           END-UNSTRING
           MOVE 0 TO WS-ST-PRED-COUNT (WS-ST-IDX)
           SET WS-PR-IDX TO 1
           PERFORM UNTIL WS-PR-IDX > 5
              IF WS-ST-PRED (WS-ST-IDX, WS-PR-IDX) NOT = SPACES
                 ADD 1 TO WS-ST-PRED-COUNT (WS-ST-IDX)
              END-IF
              SET WS-PR-IDX UP BY 1
           END-PERFORM
           IF WS-IN-MAXRC = SPACES
              MOVE 0 TO WS-ST-MAXRC (WS-ST-IDX)
           ELSE
              MOVE FUNCTION NUMVAL(WS-IN-MAXRC)
                                  TO WS-ST-MAXRC (WS-ST-IDX)
           END-IF
           IF WS-IN-WHEN = SPACES
              MOVE "DAILY" TO WS-ST-WHEN (WS-ST-IDX)
           ELSE
              MOVE WS-IN-WHEN TO WS-ST-WHEN (WS-ST-IDX)
           END-IF
           MOVE WS-IN-DESC TO WS-ST-DESC (WS-ST-IDX)
           MOVE "P"        TO WS-ST-STATUS (WS-ST-IDX)
           MOVE "N"        TO WS-ST-PRIOR (WS-ST-IDX)
           MOVE 0          TO WS-ST-RC (WS-ST-IDX)
           MOVE 0          TO WS-ST-BEGIN (WS-ST-IDX)
           MOVE 0          TO WS-ST-END (WS-ST-IDX).

       VALIDATE-STREAM-PARA.
           MOVE 0 TO WS-DEF-ERRORS
           SET WS-ST-IDX TO 1
           PERFORM UNTIL WS-ST-IDX > WS-ST-COUNT
              IF WS-ST-STEP (WS-ST-IDX) = SPACES
                 OR WS-ST-PROGRAM (WS-ST-IDX) = SPACES
                 DISPLAY "STREAM LINE " WS-ST-IDX
                         " HAS NO STEP NAME OR PROGRAM"
                 ADD 1 TO WS-DEF-ERRORS
              END-IF
              IF WS-ST-WHEN (WS-ST-IDX) NOT = "DAILY"
                 AND WS-ST-WHEN (WS-ST-IDX) NOT = "MONTHEND"
                 DISPLAY "STEP " WS-ST-STEP (WS-ST-IDX)
                         " HAS UNKNOWN GATING CONDITION "
                         WS-ST-WHEN (WS-ST-IDX)
                 ADD 1 TO WS-DEF-ERRORS
              END-IF
              SET WS-PR-IDX TO 1
              PERFORM UNTIL WS-PR-IDX > WS-ST-PRED-COUNT (WS-ST-IDX)
                 PERFORM FIND-EARLIER-STEP-PARA
                 IF WS-PRED-FOUND NOT = "Y"
                    DISPLAY "STEP " WS-ST-STEP (WS-ST-IDX)
                            " PREDECESSOR "
                            WS-ST-PRED (WS-ST-IDX, WS-PR-IDX)
                            " IS NOT DEFINED EARLIER IN THE STREAM"
                    ADD 1 TO WS-DEF-ERRORS
                 END-IF
                 SET WS-PR-IDX UP BY 1
              END-PERFORM
              SET WS-ST-IDX UP BY 1
           END-PERFORM.

       FIND-EARLIER-STEP-PARA.
           MOVE "N" TO WS-PRED-FOUND
           MOVE 1   TO WS-CHK-IDX
           PERFORM UNTIL WS-CHK-IDX >= WS-ST-IDX
                      OR WS-PRED-FOUND = "Y"
              IF WS-ST-STEP (WS-CHK-IDX) =
                 WS-ST-PRED (WS-ST-IDX, WS-PR-IDX)
                 MOVE "Y" TO WS-PRED-FOUND
              ELSE
                 ADD 1 TO WS-CHK-IDX
              END-IF
           END-PERFORM.

       LOAD-CHECKPOINT-PARA.
           OPEN INPUT CKPT-FILE
           IF CKPT-FILE-STATUS = "00"
              PERFORM UNTIL CKPT-FILE-STATUS NOT = "00"
                 READ CKPT-FILE
                   AT END
                     MOVE "10" TO CKPT-FILE-STATUS
                   NOT AT END
                     UNSTRING CKPT-REC DELIMITED BY ","
                     INTO     WS-CK-DATE-IN
                              WS-CK-CYCLE-IN
                              WS-CK-STEP-IN
                              WS-CK-STATUS-IN
                              WS-CK-RC-IN
                              WS-CK-BEGIN-IN
                              WS-CK-END-IN
                     END-UNSTRING
                     IF WS-CK-DATE-IN = WS-RUN-DATE
                        AND WS-CK-CYCLE-IN = WS-CYCLE-ID
                        AND WS-CK-STATUS-IN = "C"
                        PERFORM APPLY-CHECKPOINT-PARA
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE CKPT-FILE
              IF WS-CTL-PRIOR > 0
                 DISPLAY "RESTARTING STREAM - " WS-CTL-PRIOR
                         " STEPS ALREADY COMPLETE FOR THIS CYCLE"
              END-IF
           END-IF.

       APPLY-CHECKPOINT-PARA.
           SET WS-ST-IDX TO 1
           PERFORM UNTIL WS-ST-IDX > WS-ST-COUNT
              IF WS-ST-STEP (WS-ST-IDX) = WS-CK-STEP-IN
                 AND WS-ST-PRIOR (WS-ST-IDX) = "N"
                 MOVE "C" TO WS-ST-STATUS (WS-ST-IDX)
                 MOVE "Y" TO WS-ST-PRIOR (WS-ST-IDX)
                 MOVE WS-CK-RC-IN    TO WS-ST-RC (WS-ST-IDX)
                 MOVE WS-CK-BEGIN-IN TO WS-ST-BEGIN (WS-ST-IDX)
                 MOVE WS-CK-END-IN   TO WS-ST-END (WS-ST-IDX)
                 ADD 1 TO WS-CTL-PRIOR
              END-IF
              SET WS-ST-IDX UP BY 1
           END-PERFORM.

       SCHEDULE-PARA.
           MOVE 0 TO WS-CTL-SCHEDULED
           SET WS-ST-IDX TO 1
           PERFORM UNTIL WS-ST-IDX > WS-ST-COUNT
              IF WS-ST-STATUS (WS-ST-IDX) = "P"
                 IF WS-ST-WHEN (WS-ST-IDX) = "MONTHEND"
                    AND WS-MONTH-END NOT = "Y"
                    MOVE "N" TO WS-ST-STATUS (WS-ST-IDX)
                    ADD 1 TO WS-CTL-NOT-DUE
                 ELSE
                    ADD 1 TO WS-CTL-SCHEDULED
                 END-IF
              END-IF
              SET WS-ST-IDX UP BY 1
           END-PERFORM.

       WRITE-PLAN-PARA.
           MOVE WS-RUN-DATE TO WH-PT-DATE
           MOVE WS-CYCLE-ID TO WH-PT-CYCLE
           WRITE PLAN-REC FROM WH-PLAN-TITLE
           IF WS-MONTH-END = "Y"
              MOVE "MONTH-END BUSINESS DATE - MONTHEND STEPS ARE DUE"
                   TO PLAN-REC
           ELSE
              MOVE "ORDINARY BUSINESS DATE - MONTHEND STEPS NOT DUE"
                   TO PLAN-REC
           END-IF
           WRITE PLAN-REC
           IF WS-CTL-PRIOR > 0
              MOVE SPACES TO PLAN-REC
              STRING "RESTART - "          DELIMITED BY SIZE
                     WS-CTL-PRIOR          DELIMITED BY SIZE
                     " STEPS COMPLETED IN AN EARLIER RUN ARE NOT "
                                           DELIMITED BY SIZE
                     "RE-RUN"              DELIMITED BY SIZE
                INTO PLAN-REC
              END-STRING
              WRITE PLAN-REC
           END-IF
           MOVE SPACES TO PLAN-REC
           WRITE PLAN-REC
           MOVE "PLANNED SEQUENCE:" TO PLAN-REC
           WRITE PLAN-REC
           WRITE PLAN-REC FROM WH-PLAN-HEADER
           SET WS-ST-IDX TO 1
           PERFORM UNTIL WS-ST-IDX > WS-ST-COUNT
              PERFORM BUILD-PLAN-LINE-PARA
              EVALUATE WS-ST-STATUS (WS-ST-IDX)
                 WHEN "C"
                    MOVE "SKIP - COMPLETED EARLIER" TO WS-PL-ACTION
                 WHEN "N"
                    MOVE "SKIP - NOT DUE TODAY"     TO WS-PL-ACTION
                 WHEN OTHER
                    MOVE "RUN"                      TO WS-PL-ACTION
              END-EVALUATE
              WRITE PLAN-REC FROM WS-PLAN-LINE
              SET WS-ST-IDX UP BY 1
           END-PERFORM.

       BUILD-PLAN-LINE-PARA.
           MOVE WS-ST-IDX                   TO WS-PL-SEQ
           MOVE WS-ST-STEP (WS-ST-IDX)      TO WS-PL-STEP
           MOVE WS-ST-PROGRAM (WS-ST-IDX)   TO WS-PL-PROGRAM
           MOVE WS-ST-PRED-LIST (WS-ST-IDX) TO WS-PL-PREDS
           MOVE WS-ST-MAXRC (WS-ST-IDX)     TO WS-PL-MAXRC
           MOVE WS-ST-WHEN (WS-ST-IDX)      TO WS-PL-WHEN.

       CHECK-PREDECESSORS-PARA.
           MOVE "N"    TO WS-PRED-BLOCKED
           MOVE SPACES TO WS-BLOCK-STEP
           SET WS-PR-IDX TO 1
           PERFORM UNTIL WS-PR-IDX > WS-ST-PRED-COUNT (WS-ST-IDX)
                      OR WS-PRED-BLOCKED = "Y"
              PERFORM FIND-EARLIER-STEP-PARA
              IF WS-PRED-FOUND = "Y"
                 IF WS-ST-STATUS (WS-CHK-IDX) NOT = "C"
                    AND WS-ST-STATUS (WS-CHK-IDX) NOT = "N"
                    MOVE "Y" TO WS-PRED-BLOCKED
                    MOVE WS-ST-STEP (WS-CHK-IDX) TO WS-BLOCK-STEP
                 END-IF
              END-IF
              SET WS-PR-IDX UP BY 1
           END-PERFORM.

       RUN-STEP-PARA.
           MOVE SPACES TO WS-COMMAND
           STRING FUNCTION TRIM(WS-BIN-DIR)     DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(
                     FUNCTION TRIM(WS-ST-PROGRAM (WS-ST-IDX)))
                                                DELIMITED BY SIZE
             INTO WS-COMMAND
           END-STRING
           ACCEPT WS-ST-BEGIN (WS-ST-IDX) FROM TIME
           DISPLAY "STEP " WS-ST-STEP (WS-ST-IDX) " STARTED - "
                   WS-ST-PROGRAM (WS-ST-IDX)
           ADD 1 TO WS-CTL-RUN
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-SYS-RC
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-ST-END (WS-ST-IDX) FROM TIME
           IF WS-SYS-RC > 65535 OR WS-SYS-RC < 0
              MOVE 999 TO WS-STEP-RC
           ELSE
              COMPUTE WS-STEP-RC = WS-SYS-RC / 256
              IF WS-STEP-RC = 0 AND WS-SYS-RC > 0
                 MOVE 999 TO WS-STEP-RC
              END-IF
           END-IF
           MOVE WS-STEP-RC TO WS-ST-RC (WS-ST-IDX)
           IF WS-STEP-RC > WS-ST-MAXRC (WS-ST-IDX)
              MOVE "F" TO WS-ST-STATUS (WS-ST-IDX)
              ADD 1 TO WS-CTL-FAILED
              DISPLAY "STEP " WS-ST-STEP (WS-ST-IDX) " FAILED - RC="
                      WS-STEP-RC " ABOVE LIMIT "
                      WS-ST-MAXRC (WS-ST-IDX)
           ELSE
              MOVE "C" TO WS-ST-STATUS (WS-ST-IDX)
              ADD 1 TO WS-CTL-COMPLETE
              IF WS-STEP-RC > WS-HIGH-RC
                 MOVE WS-STEP-RC TO WS-HIGH-RC
              END-IF
              DISPLAY "STEP " WS-ST-STEP (WS-ST-IDX)
                      " COMPLETED - RC=" WS-STEP-RC
           END-IF
           PERFORM APPEND-STEP-OPSLOG-PARA.

       SAVE-CHECKPOINT-PARA.
           OPEN OUTPUT CKPT-FILE
           IF CKPT-FILE-STATUS = "00"
              SET WS-CHK-IDX TO WS-ST-IDX
              SET WS-ST-IDX TO 1
              PERFORM UNTIL WS-ST-IDX > WS-ST-COUNT
                 MOVE WS-RUN-DATE                TO WS-CK-DATE
                 MOVE WS-CYCLE-ID                TO WS-CK-CYCLE
                 MOVE WS-ST-STEP (WS-ST-IDX)     TO WS-CK-STEP
                 MOVE WS-ST-STATUS (WS-ST-IDX)   TO WS-CK-STATUS
                 MOVE WS-ST-RC (WS-ST-IDX)       TO WS-CK-RC
                 MOVE WS-ST-BEGIN (WS-ST-IDX)    TO WS-CK-BEGIN
                 MOVE WS-ST-END (WS-ST-IDX)      TO WS-CK-END
                 WRITE CKPT-REC FROM WS-CKPT-LINE
                 SET WS-ST-IDX UP BY 1
              END-PERFORM
              CLOSE CKPT-FILE
              SET WS-ST-IDX TO WS-CHK-IDX
           ELSE
              DISPLAY "STREAM CHECKPOINT WRITE FAILED, STATUS="
                      CKPT-FILE-STATUS " - A RERUN WILL REPEAT STEPS"
              MOVE 20 TO RETURN-CODE
           END-IF.

       WRITE-RESULTS-PARA.
           MOVE SPACES TO PLAN-REC
           WRITE PLAN-REC
           MOVE "RESULTS:" TO PLAN-REC
           WRITE PLAN-REC
           WRITE PLAN-REC FROM WH-PLAN-HEADER
           SET WS-ST-IDX TO 1
           PERFORM UNTIL WS-ST-IDX > WS-ST-COUNT
              PERFORM BUILD-PLAN-LINE-PARA
              MOVE SPACES TO WS-RESULT-TEXT
              EVALUATE WS-ST-STATUS (WS-ST-IDX)
                 WHEN "C"
                    IF WS-ST-PRIOR (WS-ST-IDX) = "Y"
                       MOVE "EARLIER RUN" TO WS-RT-LABEL
                    ELSE
                       MOVE "COMPLETED"   TO WS-RT-LABEL
                    END-IF
                 WHEN "F"
                    MOVE "FAILED"         TO WS-RT-LABEL
                 WHEN "B"
                    MOVE "BYPASSED"       TO WS-RT-LABEL
                 WHEN "N"
                    MOVE "NOT DUE"        TO WS-RT-LABEL
                 WHEN OTHER
                    MOVE "NOT RUN"        TO WS-RT-LABEL
              END-EVALUATE
              IF WS-ST-STATUS (WS-ST-IDX) = "C"
                 OR WS-ST-STATUS (WS-ST-IDX) = "F"
                 MOVE "RC="                   TO WS-RT-RC-LABEL
                 MOVE WS-ST-RC (WS-ST-IDX)    TO WS-RT-RC
                 MOVE WS-ST-BEGIN (WS-ST-IDX) (1:6) TO WS-RT-BEGIN
                 MOVE "-"                     TO WS-RT-DASH
                 MOVE WS-ST-END (WS-ST-IDX) (1:6)   TO WS-RT-END
              END-IF
              MOVE WS-RESULT-TEXT TO WS-PL-ACTION
              WRITE PLAN-REC FROM WS-PLAN-LINE
              SET WS-ST-IDX UP BY 1
           END-PERFORM.

       APPEND-STEP-OPSLOG-PARA.
           MOVE WS-ST-STEP (WS-ST-IDX)  TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE             TO WS-OPL-DATE
           MOVE WS-CYCLE-ID             TO WS-OPL-CYCLE
           MOVE 1                       TO WS-OPL-IN-COUNT
           IF WS-ST-STATUS (WS-ST-IDX) = "C"
              MOVE 1 TO WS-OPL-OUT-COUNT
           ELSE
              MOVE 0 TO WS-OPL-OUT-COUNT
           END-IF
           MOVE WS-ST-RC (WS-ST-IDX)    TO WS-OPL-REJ-COUNT
           MOVE WS-ST-BEGIN (WS-ST-IDX) TO WS-OPL-START-TIME
           MOVE WS-ST-END (WS-ST-IDX)   TO WS-OPL-END-TIME
           PERFORM WRITE-OPSLOG-PARA.

       APPEND-DRIVER-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "EODRUN"           TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-SCHEDULED   TO WS-OPL-IN-COUNT
           MOVE WS-CTL-COMPLETE    TO WS-OPL-OUT-COUNT
           COMPUTE WS-OPL-REJ-COUNT = WS-CTL-FAILED + WS-CTL-BYPASSED
           MOVE WS-START-TIME      TO WS-OPL-START-TIME
           PERFORM WRITE-OPSLOG-PARA.

       WRITE-OPSLOG-PARA.
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
