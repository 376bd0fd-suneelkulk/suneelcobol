       IDENTIFICATION DIVISION.
       PROGRAM-ID. srvrtn.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-FILE ASSIGN TO "SR-CATEGORY.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CATEGORY-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "SERVICE-REQUEST.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT RETURN-FILE  ASSIGN TO "COMPLAINTS-RETURN.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RETURN-FILE-STATUS.

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
       FD   CATEGORY-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CATEGORY-REC            PIC X(60).

       FD   REGISTER-FILE  RECORD CONTAINS 250 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 REGISTER-REC            PIC X(250).

       FD   RETURN-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RETURN-REC              PIC X(100).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 CATEGORY-FILE-STATUS PIC X(02).
       01 REGISTER-FILE-STATUS PIC X(02).
       01 RETURN-FILE-STATUS   PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.

       01 WS-RUN-DATE          PIC X(08).
       01 WS-RUN-MM            PIC 9(02) VALUE 0.
       01 WS-REPORT-YY         PIC 9(04) VALUE 0.
       01 WS-REPORT-QTR        PIC 9(01) VALUE 0.
       01 WS-REPORT-PERIOD.
          05 WS-RP-YEAR          PIC 9(04).
          05 FILLER              PIC X(01) VALUE "Q".
          05 WS-RP-QTR           PIC 9(01).
       01 WS-QTR-START.
          05 WS-QS-YEAR          PIC 9(04).
          05 WS-QS-MONTH         PIC 9(02).
          05 WS-QS-DAY           PIC 9(02).
       01 WS-QTR-END.
          05 WS-QE-YEAR          PIC 9(04).
          05 WS-QE-MONTH         PIC 9(02).
          05 WS-QE-DAY           PIC 9(02).

       01 WS-CATEGORY-TABLE.
          05 WS-CT-ENTRY OCCURS 50 TIMES INDEXED BY WS-CT-IDX.
             10 WS-CT-CODE       PIC X(04).
             10 WS-CT-DESC       PIC X(30).
             10 WS-CT-TYPE       PIC X(01).
             10 WS-CT-OPENING    PIC 9(07).
             10 WS-CT-RECEIVED   PIC 9(07).
             10 WS-CT-DISPOSED   PIC 9(07).
             10 WS-CT-CLOSING    PIC 9(07).
             10 WS-CT-BEYOND-TAT PIC 9(07).
       01 WS-CAT-COUNT         PIC 9(02) VALUE 0.
       01 WS-CT-FOUND          PIC X(01) VALUE "N".
       01 WS-CT-CODE-IN        PIC X(04).
       01 WS-CT-DESC-IN        PIC X(30).
       01 WS-CT-TYPE-IN        PIC X(01).
       01 WS-CT-TAT-IN         PIC X(03).

       01 WS-SR-TICKET-IN      PIC X(16).
       01 WS-SR-PAN-IN         PIC X(10).
       01 WS-SR-ACCT-IN        PIC X(14).
       01 WS-SR-IFSC-IN        PIC X(11).
       01 WS-SR-CATEGORY-IN    PIC X(04).
       01 WS-SR-CHANNEL-IN     PIC X(01).
       01 WS-SR-OPENED-IN      PIC X(08).
       01 WS-SR-DUE-IN         PIC X(08).
       01 WS-SR-STATUS-IN      PIC X(01).
       01 WS-SR-ESC-LEVEL-IN   PIC X(01).
       01 WS-SR-ESC-DATE-IN    PIC X(08).
       01 WS-SR-CLOSED-IN      PIC X(08).

       01 WS-CTL-TICKETS       PIC 9(07) VALUE 0.
       01 WS-CTL-COMPLAINTS    PIC 9(07) VALUE 0.
       01 WS-CTL-LINES         PIC 9(07) VALUE 0.
       01 WS-TOT-OPENING       PIC 9(07) VALUE 0.
       01 WS-TOT-RECEIVED      PIC 9(07) VALUE 0.
       01 WS-TOT-DISPOSED      PIC 9(07) VALUE 0.
       01 WS-TOT-CLOSING       PIC 9(07) VALUE 0.
       01 WS-TOT-BEYOND-TAT    PIC 9(07) VALUE 0.

       01 WS-RETURN-HDR.
          05 FILLER              PIC X(04) VALUE "HDR,".
          05 WS-RH-PERIOD        PIC X(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RH-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RH-CYCLE         PIC X(04).

       01 WS-RETURN-DETAIL.
          05 FILLER              PIC X(04) VALUE "CMP,".
          05 WS-RD-PERIOD        PIC X(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RD-CODE          PIC X(04).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RD-DESC          PIC X(30).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RD-OPENING       PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RD-RECEIVED      PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RD-DISPOSED      PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RD-CLOSING       PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RD-BEYOND-TAT    PIC 9(07).

       01 WS-RETURN-TRAILER.
          05 FILLER              PIC X(04) VALUE "TRL,".
          05 WS-RT-PERIOD        PIC X(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RT-LINES         PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RT-OPENING       PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RT-RECEIVED      PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RT-DISPOSED      PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RT-CLOSING       PIC 9(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-RT-BEYOND-TAT    PIC 9(07).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE QUARTERLY COMPLAINTS RETURN PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM SET-PERIOD-PARA.
           DISPLAY "REPORTING QUARTER " WS-REPORT-PERIOD
                   " FROM " WS-QTR-START " TO " WS-QTR-END.
           PERFORM LOAD-CATEGORIES-PARA.
           IF WS-CAT-COUNT = 0
              DISPLAY "SERVICE REQUEST CATEGORY FILE MISSING OR "
                      "EMPTY - RUN STOPPED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT REGISTER-FILE.
           IF REGISTER-FILE-STATUS NOT = "00"
              DISPLAY "SERVICE REQUEST REGISTER NOT FOUND, STATUS="
                      REGISTER-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL REGISTER-FILE-STATUS NOT = "00"
              READ REGISTER-FILE
                AT END
                  MOVE "10" TO REGISTER-FILE-STATUS
                NOT AT END
                  PERFORM COUNT-TICKET-PARA
              END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.
           OPEN OUTPUT RETURN-FILE.
           IF RETURN-FILE-STATUS NOT = "00"
              DISPLAY "COMPLAINTS RETURN OPEN FAILED, STATUS="
                      RETURN-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-REPORT-PERIOD TO WS-RH-PERIOD.
           MOVE WS-RUN-DATE      TO WS-RH-DATE.
           MOVE WS-CYCLE-ID      TO WS-RH-CYCLE.
           WRITE RETURN-REC FROM WS-RETURN-HDR.
           SET WS-CT-IDX TO 1.
           PERFORM UNTIL WS-CT-IDX > WS-CAT-COUNT
              IF WS-CT-TYPE (WS-CT-IDX) = "C"
                 PERFORM WRITE-CATEGORY-PARA
              END-IF
              SET WS-CT-IDX UP BY 1
           END-PERFORM.
           MOVE WS-REPORT-PERIOD  TO WS-RT-PERIOD.
           MOVE WS-CTL-LINES      TO WS-RT-LINES.
           MOVE WS-TOT-OPENING    TO WS-RT-OPENING.
           MOVE WS-TOT-RECEIVED   TO WS-RT-RECEIVED.
           MOVE WS-TOT-DISPOSED   TO WS-RT-DISPOSED.
           MOVE WS-TOT-CLOSING    TO WS-RT-CLOSING.
           MOVE WS-TOT-BEYOND-TAT TO WS-RT-BEYOND-TAT.
           WRITE RETURN-REC FROM WS-RETURN-TRAILER.
           CLOSE RETURN-FILE.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "COMPLAINTS RETURN SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  TICKETS READ          : " WS-CTL-TICKETS.
           DISPLAY "  COMPLAINTS IN SCOPE   : " WS-CTL-COMPLAINTS.
           DISPLAY "  PENDING AT START      : " WS-TOT-OPENING.
           DISPLAY "  RECEIVED IN QUARTER   : " WS-TOT-RECEIVED.
           DISPLAY "  DISPOSED IN QUARTER   : " WS-TOT-DISPOSED.
           DISPLAY "  PENDING AT END        : " WS-TOT-CLOSING.
           DISPLAY "  PENDING BEYOND TAT    : " WS-TOT-BEYOND-TAT.

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

       SET-PERIOD-PARA.
           MOVE WS-RUN-DATE(1:4) TO WS-REPORT-YY
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM
           IF WS-RUN-DATE(5:4) = "0331" OR WS-RUN-DATE(5:4) = "0630"
              OR WS-RUN-DATE(5:4) = "0930"
              OR WS-RUN-DATE(5:4) = "1231"
              COMPUTE WS-REPORT-QTR = WS-RUN-MM / 3
           ELSE
              COMPUTE WS-REPORT-QTR = (WS-RUN-MM - 1) / 3
              IF WS-REPORT-QTR = 0
                 MOVE 4 TO WS-REPORT-QTR
                 SUBTRACT 1 FROM WS-REPORT-YY
              END-IF
           END-IF
           MOVE WS-REPORT-YY  TO WS-RP-YEAR
           MOVE WS-REPORT-QTR TO WS-RP-QTR
           MOVE WS-REPORT-YY  TO WS-QS-YEAR
           MOVE WS-REPORT-YY  TO WS-QE-YEAR
           COMPUTE WS-QS-MONTH = (WS-REPORT-QTR - 1) * 3 + 1
           MOVE 1 TO WS-QS-DAY
           COMPUTE WS-QE-MONTH = WS-REPORT-QTR * 3
           IF WS-REPORT-QTR = 2 OR WS-REPORT-QTR = 3
              MOVE 30 TO WS-QE-DAY
           ELSE
              MOVE 31 TO WS-QE-DAY
           END-IF.

       LOAD-CATEGORIES-PARA.
           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT CATEGORY-FILE
           IF CATEGORY-FILE-STATUS = "00"
              PERFORM UNTIL CATEGORY-FILE-STATUS NOT = "00"
                 READ CATEGORY-FILE
                   AT END
                     MOVE "10" TO CATEGORY-FILE-STATUS
                   NOT AT END
                     IF CATEGORY-REC(1:8) NOT = "CATEGORY"
                        AND WS-CAT-COUNT < 50
                        UNSTRING CATEGORY-REC DELIMITED BY ","
                        INTO  WS-CT-CODE-IN
                              WS-CT-DESC-IN
                              WS-CT-TYPE-IN
                              WS-CT-TAT-IN
                        END-UNSTRING
                        ADD 1 TO WS-CAT-COUNT
                        SET WS-CT-IDX TO WS-CAT-COUNT
                        MOVE WS-CT-CODE-IN TO WS-CT-CODE (WS-CT-IDX)
                        MOVE WS-CT-DESC-IN TO WS-CT-DESC (WS-CT-IDX)
                        MOVE WS-CT-TYPE-IN TO WS-CT-TYPE (WS-CT-IDX)
                        MOVE 0 TO WS-CT-OPENING (WS-CT-IDX)
                                  WS-CT-RECEIVED (WS-CT-IDX)
                                  WS-CT-DISPOSED (WS-CT-IDX)
                                  WS-CT-CLOSING (WS-CT-IDX)
                                  WS-CT-BEYOND-TAT (WS-CT-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE CATEGORY-FILE
           END-IF.

       COUNT-TICKET-PARA.
           ADD 1 TO WS-CTL-TICKETS
           MOVE SPACES TO WS-SR-CLOSED-IN
           UNSTRING REGISTER-REC DELIMITED BY ","
           INTO  WS-SR-TICKET-IN
                 WS-SR-PAN-IN
                 WS-SR-ACCT-IN
                 WS-SR-IFSC-IN
                 WS-SR-CATEGORY-IN
                 WS-SR-CHANNEL-IN
                 WS-SR-OPENED-IN
                 WS-SR-DUE-IN
                 WS-SR-STATUS-IN
                 WS-SR-ESC-LEVEL-IN
                 WS-SR-ESC-DATE-IN
                 WS-SR-CLOSED-IN
           END-UNSTRING
           MOVE "N" TO WS-CT-FOUND
           SET WS-CT-IDX TO 1
           PERFORM UNTIL WS-CT-IDX > WS-CAT-COUNT
                      OR WS-CT-FOUND = "Y"
              IF WS-CT-CODE (WS-CT-IDX) = WS-SR-CATEGORY-IN
                 MOVE "Y" TO WS-CT-FOUND
              ELSE
                 SET WS-CT-IDX UP BY 1
              END-IF
           END-PERFORM
           IF WS-CT-FOUND = "Y"
              AND WS-CT-TYPE (WS-CT-IDX) = "C"
              AND WS-SR-OPENED-IN <= WS-QTR-END
              ADD 1 TO WS-CTL-COMPLAINTS
              IF WS-SR-OPENED-IN < WS-QTR-START
                 AND (WS-SR-CLOSED-IN = SPACES
                      OR WS-SR-CLOSED-IN >= WS-QTR-START)
                 ADD 1 TO WS-CT-OPENING (WS-CT-IDX)
              END-IF
              IF WS-SR-OPENED-IN >= WS-QTR-START
                 ADD 1 TO WS-CT-RECEIVED (WS-CT-IDX)
              END-IF
              IF WS-SR-CLOSED-IN NOT = SPACES
                 AND WS-SR-CLOSED-IN >= WS-QTR-START
                 AND WS-SR-CLOSED-IN <= WS-QTR-END
                 ADD 1 TO WS-CT-DISPOSED (WS-CT-IDX)
              END-IF
              IF WS-SR-CLOSED-IN = SPACES
                 OR WS-SR-CLOSED-IN > WS-QTR-END
                 ADD 1 TO WS-CT-CLOSING (WS-CT-IDX)
                 IF WS-SR-DUE-IN < WS-QTR-END
                    ADD 1 TO WS-CT-BEYOND-TAT (WS-CT-IDX)
                 END-IF
              END-IF
           END-IF.

       WRITE-CATEGORY-PARA.
           MOVE WS-REPORT-PERIOD TO WS-RD-PERIOD
           MOVE WS-CT-CODE (WS-CT-IDX)       TO WS-RD-CODE
           MOVE WS-CT-DESC (WS-CT-IDX)       TO WS-RD-DESC
           MOVE WS-CT-OPENING (WS-CT-IDX)    TO WS-RD-OPENING
           MOVE WS-CT-RECEIVED (WS-CT-IDX)   TO WS-RD-RECEIVED
           MOVE WS-CT-DISPOSED (WS-CT-IDX)   TO WS-RD-DISPOSED
           MOVE WS-CT-CLOSING (WS-CT-IDX)    TO WS-RD-CLOSING
           MOVE WS-CT-BEYOND-TAT (WS-CT-IDX) TO WS-RD-BEYOND-TAT
           WRITE RETURN-REC FROM WS-RETURN-DETAIL
           ADD 1 TO WS-CTL-LINES
           ADD WS-CT-OPENING (WS-CT-IDX)    TO WS-TOT-OPENING
           ADD WS-CT-RECEIVED (WS-CT-IDX)   TO WS-TOT-RECEIVED
           ADD WS-CT-DISPOSED (WS-CT-IDX)   TO WS-TOT-DISPOSED
           ADD WS-CT-CLOSING (WS-CT-IDX)    TO WS-TOT-CLOSING
           ADD WS-CT-BEYOND-TAT (WS-CT-IDX) TO WS-TOT-BEYOND-TAT.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "SRVRTN"           TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-TICKETS     TO WS-OPL-IN-COUNT
           MOVE WS-CTL-LINES       TO WS-OPL-OUT-COUNT
           MOVE 0                  TO WS-OPL-REJ-COUNT
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
