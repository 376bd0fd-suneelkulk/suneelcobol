                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS BENCH-FILE-STATUS.

            SELECT BENCHHIST-FILE ASSIGN TO "NINJA-BENCH-HIST.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS BENCHHIST-FILE-STATUS.

            SELECT MFEXT-FILE   ASSIGN TO "NINJA-MF.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS MFEXT-FILE-STATUS.

            SELECT CORPACT-FILE ASSIGN TO "CORP-ACTIONS.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
        DATA DIVISION.
        FILE SECTION.
        FD   NINJAI-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.
                          
        01 NINJAI-REC           PIC X(90).
        
        FD   NINJAO-FILE  RECORD CONTAINS 300 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 NINJAO-REC           PIC X(300).


        01 LIMITS-REC             PIC X(40).

        FD   STOCKMST-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 STOCKMST-REC           PIC X(80).

        FD   FX-FILE  RECORD CONTAINS 20 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 BENCH-REC              PIC X(50).

        FD   BENCHHIST-FILE  RECORD CONTAINS 40 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 BENCHHIST-REC          PIC X(40).

        FD   MFEXT-FILE  RECORD CONTAINS 160 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 MFEXT-REC              PIC X(160).

        FD   CORPACT-FILE  RECORD CONTAINS 60 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 RUNCTL-FILE-STATUS    PIC X(02).
        01 CORPACT-FILE-STATUS   PIC X(02).
        01 BENCH-FILE-STATUS     PIC X(02).
        01 BENCHHIST-FILE-STATUS PIC X(02).
        01 MFEXT-FILE-STATUS     PIC X(02).
        01 NINJAEXT-FILE-STATUS  PIC X(02).
        01 SUSPECT-FILE-STATUS   PIC X(02).
        01 SECLIM-FILE-STATUS    PIC X(02).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-NH-PRICE        PIC 9(07).99.

        01 WS-BH-LINE.
           05 WS-BH-DATE         PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-BH-NAME         PIC X(12).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-BH-LEVEL        PIC 9(09).99.
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-BH-CYCLE        PIC X(04).

        01 WS-CURR-OWNER         PIC X(08) VALUE SPACES.
        01 WS-OWN-INVESTED       PIC S9(11)V99 VALUE 0.
        01 WS-OWN-CURRENT        PIC S9(11)V99 VALUE 0.
           05 FILLER             PIC X(06) VALUE " GAIN ".
           05 WS-OT-GAIN         PIC -(10)9.99.

        01 WS-MF-OWNER-IN        PIC X(08).
        01 WS-MF-SCHEME-IN       PIC X(10).
        01 WS-MF-FOLIO-IN        PIC X(15).
        01 WS-MF-CAT-IN          PIC X(06).
        01 WS-MF-UNITS-IN        PIC X(13).
        01 WS-MF-NAV-IN          PIC X(12).
        01 WS-MF-NAVDATE-IN      PIC X(08).
        01 WS-MF-COST-IN         PIC X(16).
        01 WS-MF-VALUE-IN        PIC X(16).
        01 WS-MF-GAIN-IN         PIC X(16).
        01 WS-MF-TABLE.
           05 WS-MF-ENTRY OCCURS 100 TIMES INDEXED BY WS-MF-IDX.
              10 WS-MF-OWNER     PIC X(08).
              10 WS-MF-INVESTED  PIC S9(11)V99.
              10 WS-MF-CURRENT   PIC S9(11)V99.
              10 WS-MF-GAIN      PIC S9(11)V99.
              10 WS-MF-SHOWN     PIC X(01).
        01 WS-MF-COUNT           PIC 9(03) VALUE 0.
        01 WS-MF-FOUND           PIC X(01) VALUE "N".
        01 WS-OWNER-MF-LINE.
           05 FILLER             PIC X(10) VALUE "MF TOTAL ".
           05 WS-OM-OWNER        PIC X(08).
           05 FILLER             PIC X(11) VALUE " INVESTED ".
           05 WS-OM-INVESTED     PIC -(10)9.99.
           05 FILLER             PIC X(09) VALUE " CURRENT ".
           05 WS-OM-CURRENT      PIC -(10)9.99.
           05 FILLER             PIC X(06) VALUE " GAIN ".
           05 WS-OM-GAIN         PIC -(10)9.99.
        01 WS-OWNER-ALL-LINE.
           05 FILLER             PIC X(10) VALUE "COMBINED ".
           05 WS-OA-OWNER        PIC X(08).
           05 FILLER             PIC X(11) VALUE " INVESTED ".
           05 WS-OA-INVESTED     PIC -(10)9.99.
           05 FILLER             PIC X(09) VALUE " CURRENT ".
           05 WS-OA-CURRENT      PIC -(10)9.99.
           05 FILLER             PIC X(06) VALUE " GAIN ".
           05 WS-OA-GAIN         PIC -(10)9.99.

        01 WS-OWNER-LIST.
           05 WS-OL-ENTRY OCCURS 20 TIMES INDEXED BY WS-OL-IDX.
              10 WS-OL-OWNER     PIC X(08).
            PERFORM LOAD-PRIOR-PRICES-PARA.
            PERFORM LOAD-STOCKMST-PARA.
            PERFORM LOAD-FX-PARA.
            PERFORM LOAD-MF-PARA.
            OPEN INPUT NINJAI-FILE.
            IF FILE-STATUS = "00"
               DISPLAY " SUCCESSFUL OPEN OF INPUT FILE"
                  PERFORM CHECK-CONCENTRATION-PARA
                  PERFORM WRITE-ALERT-NOTIFY-PARA
                  PERFORM APPEND-HISTORY-PARA
                  PERFORM APPEND-BENCH-HISTORY-PARA
                  PERFORM APPEND-OPSLOG-PARA
                  PERFORM DISPLAY-CONTROL-COUNTS-PARA
                  CLOSE NINJAREJ-FILE
               DISPLAY "FX RATES FILE NOT FOUND, USING RATE 1.0"
            END-IF.

        LOAD-MF-PARA.
            MOVE 0 TO WS-MF-COUNT
            OPEN INPUT MFEXT-FILE
            IF MFEXT-FILE-STATUS = "00"
               PERFORM UNTIL MFEXT-FILE-STATUS NOT = "00"
                  READ MFEXT-FILE
                    AT END
                      MOVE "10" TO MFEXT-FILE-STATUS
                    NOT AT END
                      PERFORM TAKE-MF-PARA
                  END-READ
               END-PERFORM
               CLOSE MFEXT-FILE
            ELSE
               DISPLAY "NO MUTUAL FUND EXTRACT, EQUITY TOTALS ONLY"
            END-IF.

        TAKE-MF-PARA.
            UNSTRING MFEXT-REC DELIMITED BY ","
            INTO     WS-MF-OWNER-IN
                     WS-MF-SCHEME-IN
                     WS-MF-FOLIO-IN
                     WS-MF-CAT-IN
                     WS-MF-UNITS-IN
                     WS-MF-NAV-IN
                     WS-MF-NAVDATE-IN
                     WS-MF-COST-IN
                     WS-MF-VALUE-IN
                     WS-MF-GAIN-IN
            END-UNSTRING
            MOVE WS-MF-OWNER-IN TO WS-CURR-OWNER
            PERFORM FIND-MF-OWNER-PARA
            IF WS-MF-FOUND NOT = "Y"
               IF WS-MF-COUNT >= 100
                  DISPLAY "MF OWNER TABLE CAPACITY EXCEEDED AT "
                          "100 OWNERS - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-MF-COUNT
               SET WS-MF-IDX TO WS-MF-COUNT
               MOVE WS-MF-OWNER-IN TO WS-MF-OWNER (WS-MF-IDX)
               MOVE 0 TO WS-MF-INVESTED (WS-MF-IDX)
                         WS-MF-CURRENT (WS-MF-IDX)
                         WS-MF-GAIN (WS-MF-IDX)
               MOVE "N" TO WS-MF-SHOWN (WS-MF-IDX)
            END-IF
            COMPUTE WS-MF-INVESTED (WS-MF-IDX) =
                    WS-MF-INVESTED (WS-MF-IDX) +
                    FUNCTION NUMVAL(WS-MF-COST-IN)
            COMPUTE WS-MF-CURRENT (WS-MF-IDX) =
                    WS-MF-CURRENT (WS-MF-IDX) +
                    FUNCTION NUMVAL(WS-MF-VALUE-IN)
            COMPUTE WS-MF-GAIN (WS-MF-IDX) =
                    WS-MF-GAIN (WS-MF-IDX) +
                    FUNCTION NUMVAL(WS-MF-GAIN-IN)
            MOVE SPACES TO WS-CURR-OWNER.

        CHECK-FX-PARA.
            MOVE "N"     TO WS-FX-FOUND
            MOVE 1.0000  TO WS-FX-RATE
            END-PERFORM
            IF WS-CURR-OWNER NOT = SPACES
               PERFORM WRITE-OWNER-TRAILER-PARA
            END-IF
            PERFORM WRITE-MF-ONLY-OWNERS-PARA.

        WRITE-EXT-DETAIL-PARA.
            MOVE WS-PT-STOCK (WS-PORT-IDX)     TO WS-XD-STOCK
            MOVE WS-OWN-INVESTED TO WS-OT-INVESTED
            MOVE WS-OWN-CURRENT  TO WS-OT-CURRENT
            MOVE WS-OWN-GAIN     TO WS-OT-GAIN
            WRITE NINJAO-REC FROM WS-OWNER-TRL-LINE
            PERFORM FIND-MF-OWNER-PARA
            IF WS-MF-FOUND = "Y"
               PERFORM WRITE-OWNER-MF-PARA
               MOVE WS-CURR-OWNER TO WS-OA-OWNER
               COMPUTE WS-OA-INVESTED =
                       WS-OWN-INVESTED + WS-MF-INVESTED (WS-MF-IDX)
               COMPUTE WS-OA-CURRENT =
                       WS-OWN-CURRENT + WS-MF-CURRENT (WS-MF-IDX)
               COMPUTE WS-OA-GAIN =
                       WS-OWN-GAIN + WS-MF-GAIN (WS-MF-IDX)
               WRITE NINJAO-REC FROM WS-OWNER-ALL-LINE
            END-IF.

        WRITE-OWNER-MF-PARA.
            MOVE "Y" TO WS-MF-SHOWN (WS-MF-IDX)
            MOVE WS-MF-OWNER (WS-MF-IDX)    TO WS-OM-OWNER
            MOVE WS-MF-INVESTED (WS-MF-IDX) TO WS-OM-INVESTED
            MOVE WS-MF-CURRENT (WS-MF-IDX)  TO WS-OM-CURRENT
            MOVE WS-MF-GAIN (WS-MF-IDX)     TO WS-OM-GAIN
            WRITE NINJAO-REC FROM WS-OWNER-MF-LINE.

        WRITE-MF-ONLY-OWNERS-PARA.
            PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                       UNTIL WS-MF-IDX > WS-MF-COUNT
               IF WS-MF-SHOWN (WS-MF-IDX) NOT = "Y"
                  MOVE SPACES TO NINJAO-REC
                  WRITE NINJAO-REC
                  MOVE WS-MF-OWNER (WS-MF-IDX) TO WS-OH-OWNER
                  WRITE NINJAO-REC FROM WS-OWNER-HDR-LINE
                  PERFORM WRITE-OWNER-MF-PARA
               END-IF
            END-PERFORM.

        FIND-MF-OWNER-PARA.
            MOVE "N" TO WS-MF-FOUND
            SET WS-MF-IDX TO 1
            PERFORM UNTIL WS-MF-IDX > WS-MF-COUNT
                       OR WS-MF-FOUND = "Y"
               IF WS-MF-OWNER (WS-MF-IDX) = WS-CURR-OWNER
                  MOVE "Y" TO WS-MF-FOUND
               ELSE
                  SET WS-MF-IDX UP BY 1
               END-IF
            END-PERFORM.

        ACCUMULATE-SECTOR-PARA.
            PERFORM FIND-SECTOR-AGG-PARA
               MOVE 28 TO RETURN-CODE
            END-IF.

        APPEND-BENCH-HISTORY-PARA.
            IF WS-BENCH-LOADED = "Y"
               OPEN EXTEND BENCHHIST-FILE
               IF BENCHHIST-FILE-STATUS = "35"
                  OPEN OUTPUT BENCHHIST-FILE
                  CLOSE BENCHHIST-FILE
                  OPEN EXTEND BENCHHIST-FILE
               END-IF
               IF BENCHHIST-FILE-STATUS = "00"
                  MOVE WS-RUN-DATE   TO WS-BH-DATE
                  MOVE WS-BENCH-NAME TO WS-BH-NAME
                  MOVE WS-BENCH-CURR TO WS-BH-LEVEL
                  MOVE WS-CYCLE-ID   TO WS-BH-CYCLE
                  WRITE BENCHHIST-REC FROM WS-BH-LINE
                  CLOSE BENCHHIST-FILE
               ELSE
                  DISPLAY "BENCHMARK HISTORY OPEN FAILED, STATUS="
                          BENCHHIST-FILE-STATUS
               END-IF
            END-IF.

        APPEND-OPSLOG-PARA.
            ACCEPT WS-OPL-END-TIME FROM TIME
            MOVE "INTRO1"             TO WS-OPL-PROGRAM
