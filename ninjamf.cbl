        IDENTIFICATION DIVISION.
        PROGRAM-ID. ninjamf.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MFHOLD-FILE  ASSIGN TO "NINJA-MF-HOLDINGS.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS MFHOLD-FILE-STATUS.

            SELECT MFNAV-FILE   ASSIGN TO "NINJA-MF-NAV.CSV"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS MFNAV-FILE-STATUS.

            SELECT MFRPT-FILE   ASSIGN TO "NINJA-MF-VALUATION.RPT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS MFRPT-FILE-STATUS.

            SELECT MFEXT-FILE   ASSIGN TO "NINJA-MF.DAT"
                                ORGANIZATION IS LINE SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS MFEXT-FILE-STATUS.

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
        FD   MFHOLD-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 MFHOLD-REC           PIC X(80).

        FD   MFNAV-FILE  RECORD CONTAINS 120 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 MFNAV-REC            PIC X(120).

        FD   MFRPT-FILE  RECORD CONTAINS 132 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 MFRPT-REC            PIC X(132).

        FD   MFEXT-FILE  RECORD CONTAINS 160 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 MFEXT-REC            PIC X(160).

        FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 RUNCTL-REC           PIC X(15).

        FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 OPSLOG-REC           PIC X(66).

        WORKING-STORAGE SECTION.
        01 MFHOLD-FILE-STATUS    PIC X(02).
        01 MFNAV-FILE-STATUS     PIC X(02).
        01 MFRPT-FILE-STATUS     PIC X(02).
        01 MFEXT-FILE-STATUS     PIC X(02).
        01 RUNCTL-FILE-STATUS    PIC X(02).
        01 OPSLOG-FILE-STATUS    PIC X(02).

        01 WS-RUN-DATE           PIC X(08).
        01 WS-RUN-DATE-NUM       PIC 9(08) VALUE 0.
        01 WS-RUN-DAY            PIC 9(07) VALUE 0.
        01 WS-CYCLE-ID           PIC X(04) VALUE "0001".
        01 WS-START-TIME         PIC 9(08) VALUE 0.
        01 WS-RUN-CTL-IN.
           COPY RUNCTL.
        01 WS-OPSLOG-LINE.
           COPY OPSLOG.

        01 WS-EQUITY-LONG-DAYS   PIC 9(04) VALUE 365.
        01 WS-DEBT-LONG-DAYS     PIC 9(04) VALUE 1095.
        01 WS-EQ-RATE-SHORT      PIC V999 VALUE .150.
        01 WS-EQ-RATE-LONG       PIC V999 VALUE .100.
        01 WS-DT-RATE-SHORT      PIC V999 VALUE .300.
        01 WS-DT-RATE-LONG       PIC V999 VALUE .200.
        01 WS-STALE-DAYS         PIC 9(02) VALUE 3.

        01 WS-NV-SCHEME-IN       PIC X(10).
        01 WS-NV-NAME-IN         PIC X(40).
        01 WS-NV-CAT-IN          PIC X(10).
        01 WS-NV-NAV-IN          PIC X(14).
        01 WS-NV-DATE-IN         PIC X(08).
        01 WS-NAV-TABLE.
           05 WS-NV-ENTRY OCCURS 5000 TIMES INDEXED BY WS-NV-IDX.
              10 WS-NV-SCHEME    PIC X(10).
              10 WS-NV-NAME      PIC X(40).
              10 WS-NV-CAT       PIC X(06).
              10 WS-NV-NAV       PIC 9(07)V9999.
              10 WS-NV-DATE      PIC X(08).
        01 WS-NAV-COUNT          PIC 9(04) VALUE 0.
        01 WS-NV-FOUND           PIC X(01) VALUE "N".
        01 WS-FOUND-NV-IDX       PIC 9(04) VALUE 0.

        01 WS-MH-SCHEME-IN       PIC X(10).
        01 WS-MH-FOLIO-IN        PIC X(15).
        01 WS-MH-UNITS-IN        PIC X(14).
        01 WS-MH-COST-IN         PIC X(14).
        01 WS-MH-DATE-IN         PIC X(08).
        01 WS-MH-OWNER-IN        PIC X(08).
        01 WS-MH-REASON          PIC X(30) VALUE SPACES.
        01 WS-HOLD-TABLE.
           05 WS-MH-ENTRY OCCURS 5000 TIMES INDEXED BY WS-MH-IDX.
              10 WS-MH-OWNER     PIC X(08).
              10 WS-MH-SCHEME    PIC X(10).
              10 WS-MH-FOLIO     PIC X(15).
              10 WS-MH-UNITS     PIC 9(09)V999.
              10 WS-MH-AVG-COST  PIC 9(07)V9999.
              10 WS-MH-DATE      PIC 9(08).
              10 WS-MH-CAT       PIC X(06).
              10 WS-MH-NAV       PIC 9(07)V9999.
              10 WS-MH-NAV-DATE  PIC X(08).
              10 WS-MH-COST      PIC S9(13)V99.
              10 WS-MH-VALUE     PIC S9(13)V99.
              10 WS-MH-GAIN      PIC S9(13)V99.
              10 WS-MH-TERM      PIC X(05).
              10 WS-MH-TAX       PIC S9(11)V99.
              10 WS-MH-FLAG      PIC X(07).
        01 WS-HOLD-COUNT         PIC 9(04) VALUE 0.
        01 WS-HOLD-DAYS          PIC S9(07) VALUE 0.
        01 WS-NAV-AGE            PIC S9(07) VALUE 0.

        01 WS-REJECT-TABLE.
           05 WS-RJ-ENTRY OCCURS 100 TIMES INDEXED BY WS-RJ-IDX.
              10 WS-RJ-REC       PIC X(60).
              10 WS-RJ-REASON    PIC X(30).
        01 WS-REJECT-COUNT       PIC 9(03) VALUE 0.

        01 WS-OWNER-TABLE.
           05 WS-OW-ENTRY OCCURS 100 TIMES INDEXED BY WS-OW-IDX.
              10 WS-OW-OWNER     PIC X(08).
        01 WS-OWNER-COUNT        PIC 9(03) VALUE 0.
        01 WS-OW-FOUND           PIC X(01) VALUE "N".

        01 WS-SUM-TABLE.
           05 WS-SU-ENTRY OCCURS 2 TIMES.
              10 WS-SU-EQ-COST   PIC S9(15)V99.
              10 WS-SU-EQ-VALUE  PIC S9(15)V99.
              10 WS-SU-EQ-GAIN   PIC S9(15)V99.
              10 WS-SU-EQ-TAX    PIC S9(13)V99.
              10 WS-SU-DT-COST   PIC S9(15)V99.
              10 WS-SU-DT-VALUE  PIC S9(15)V99.
              10 WS-SU-DT-GAIN   PIC S9(15)V99.
              10 WS-SU-DT-TAX    PIC S9(13)V99.
              10 WS-SU-TT-COST   PIC S9(15)V99.
              10 WS-SU-TT-VALUE  PIC S9(15)V99.
              10 WS-SU-TT-GAIN   PIC S9(15)V99.
              10 WS-SU-TT-TAX    PIC S9(13)V99.
        01 WS-SUB-S              PIC 9(01) VALUE 0.

        01 WS-CTL-HOLD-READ      PIC 9(07) VALUE 0.
        01 WS-CTL-NAV-READ       PIC 9(07) VALUE 0.
        01 WS-CTL-NAV-BAD        PIC 9(07) VALUE 0.
        01 WS-CTL-REJECTED       PIC 9(07) VALUE 0.
        01 WS-CTL-VALUED         PIC 9(07) VALUE 0.
        01 WS-CTL-NO-NAV         PIC 9(07) VALUE 0.
        01 WS-CTL-STALE          PIC 9(07) VALUE 0.
        01 WS-CTL-EXTRACT        PIC 9(07) VALUE 0.

        01 WS-MF-EXT-LINE.
           05 WS-MX-OWNER        PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-MX-SCHEME       PIC X(10).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-MX-FOLIO        PIC X(15).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-MX-CAT          PIC X(06).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-MX-UNITS        PIC 9(09).999.
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-MX-NAV          PIC 9(07).9999.
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-MX-NAV-DATE     PIC X(08).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-MX-COST         PIC -(12)9.99.
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-MX-VALUE        PIC -(12)9.99.
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-MX-GAIN         PIC -(12)9.99.
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-MX-TERM         PIC X(05).
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-MX-TAX          PIC -(10)9.99.
           05 FILLER             PIC X(01) VALUE ",".
           05 WS-MX-FLAG         PIC X(07).

        01 WS-MF-TITLE-LINE.
           05 FILLER             PIC X(32) VALUE
              "NINJA MUTUAL FUND VALUATION".
           05 FILLER             PIC X(10) VALUE "RUN DATE: ".
           05 WS-MT-DATE         PIC X(08).
           05 FILLER             PIC X(09) VALUE "  CYCLE: ".
           05 WS-MT-CYCLE        PIC X(04).
        01 WS-MF-OWNER-LINE.
           05 FILLER             PIC X(08) VALUE "OWNER : ".
           05 WS-MO-OWNER        PIC X(08).
        01 WH-MF-HDR.
           05 FILLER PIC X(11) VALUE "SCHEME".
           05 FILLER PIC X(16) VALUE "FOLIO".
           05 FILLER PIC X(07) VALUE "CAT".
           05 FILLER PIC X(14) VALUE "        UNITS".
           05 FILLER PIC X(13) VALUE "         NAV".
           05 FILLER PIC X(15) VALUE "          COST".
           05 FILLER PIC X(15) VALUE "         VALUE".
           05 FILLER PIC X(15) VALUE "          GAIN".
           05 FILLER PIC X(06) VALUE "TERM".
           05 FILLER PIC X(13) VALUE "     TAX EST".
           05 FILLER PIC X(07) VALUE "FLAG".
        01 WS-MF-DETAIL.
           05 WS-MD-SCHEME       PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-MD-FOLIO        PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-MD-CAT          PIC X(06).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-MD-UNITS        PIC Z(08)9.999.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-MD-NAV          PIC Z(06)9.9999.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-MD-COST         PIC -(10)9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-MD-VALUE        PIC -(10)9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-MD-GAIN         PIC -(10)9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-MD-TERM         PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-MD-TAX          PIC -(8)9.99.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-MD-FLAG         PIC X(07).
        01 WS-MF-SUM-LINE.
           05 WS-MS-LABEL        PIC X(20).
           05 FILLER             PIC X(06) VALUE "COST ".
           05 WS-MS-COST         PIC -(12)9.99.
           05 FILLER             PIC X(08) VALUE "  VALUE ".
           05 WS-MS-VALUE        PIC -(12)9.99.
           05 FILLER             PIC X(07) VALUE "  GAIN ".
           05 WS-MS-GAIN         PIC -(12)9.99.
           05 FILLER             PIC X(10) VALUE "  TAX EST ".
           05 WS-MS-TAX          PIC -(10)9.99.
        01 WS-MF-REJ-LINE.
           05 WS-MR-REASON       PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-MR-REC          PIC X(60).
        01 WS-MF-COUNT-LINE.
           05 WS-MC-LABEL        PIC X(30).
           05 WS-MC-COUNT        PIC ZZZZZZ9.

        PROCEDURE DIVISION.
            DISPLAY "THIS IS THE NINJA MUTUAL FUND VALUATION PROGRAM".
            ACCEPT WS-START-TIME FROM TIME.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM LOAD-RUN-CONTROL-PARA.
            MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
            COMPUTE WS-RUN-DAY =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
            PERFORM LOAD-NAV-PARA.
            IF WS-NAV-COUNT = 0
               DISPLAY "NO SCHEME NAVS ON FILE, NO MF VALUATION"
               MOVE 12 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            PERFORM LOAD-HOLDINGS-PARA.
            IF WS-HOLD-COUNT = 0
               DISPLAY "NO MUTUAL FUND HOLDINGS ON FILE, NO VALUATION"
               MOVE 8 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            OPEN OUTPUT MFRPT-FILE.
            IF MFRPT-FILE-STATUS NOT = "00"
               DISPLAY "MF VALUATION REPORT OPEN FAILED, STATUS="
                       MFRPT-FILE-STATUS
               MOVE 28 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            OPEN OUTPUT MFEXT-FILE.
            IF MFEXT-FILE-STATUS NOT = "00"
               DISPLAY "MF EXTRACT OPEN FAILED, STATUS="
                       MFEXT-FILE-STATUS
               CLOSE MFRPT-FILE
               MOVE 28 TO RETURN-CODE
               PERFORM APPEND-OPSLOG-PARA
               STOP RUN
            END-IF.
            MOVE WS-RUN-DATE TO WS-MT-DATE.
            MOVE WS-CYCLE-ID TO WS-MT-CYCLE.
            WRITE MFRPT-REC FROM WS-MF-TITLE-LINE.
            INITIALIZE WS-SUM-TABLE.
            PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                       UNTIL WS-OW-IDX > WS-OWNER-COUNT
               PERFORM VALUE-OWNER-PARA
            END-PERFORM.
            MOVE SPACES TO MFRPT-REC.
            WRITE MFRPT-REC.
            MOVE "ALL OWNERS:" TO MFRPT-REC.
            WRITE MFRPT-REC.
            MOVE 2 TO WS-SUB-S.
            PERFORM WRITE-SUMMARY-PARA.
            PERFORM WRITE-REPORT-TOTALS-PARA.
            CLOSE MFRPT-FILE.
            CLOSE MFEXT-FILE.
            PERFORM APPEND-OPSLOG-PARA.
            PERFORM DISPLAY-CONTROL-COUNTS-PARA.
            IF WS-CTL-REJECTED > 0 OR WS-CTL-NO-NAV > 0
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

        LOAD-NAV-PARA.
            MOVE 0 TO WS-NAV-COUNT
            OPEN INPUT MFNAV-FILE
            IF MFNAV-FILE-STATUS = "00"
               PERFORM UNTIL MFNAV-FILE-STATUS NOT = "00"
                  READ MFNAV-FILE
                    AT END
                      MOVE "10" TO MFNAV-FILE-STATUS
                    NOT AT END
                      IF MFNAV-REC(1:6) NOT = "SCHEME"
                         PERFORM TAKE-NAV-PARA
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE MFNAV-FILE
            ELSE
               DISPLAY "MF NAV FILE NOT FOUND, STATUS="
                       MFNAV-FILE-STATUS
            END-IF.

        TAKE-NAV-PARA.
            ADD 1 TO WS-CTL-NAV-READ
            MOVE SPACES TO WS-NV-SCHEME-IN WS-NV-NAME-IN WS-NV-CAT-IN
                           WS-NV-NAV-IN WS-NV-DATE-IN
            UNSTRING MFNAV-REC DELIMITED BY ","
            INTO     WS-NV-SCHEME-IN
                     WS-NV-NAME-IN
                     WS-NV-CAT-IN
                     WS-NV-NAV-IN
                     WS-NV-DATE-IN
            END-UNSTRING
            IF WS-NV-SCHEME-IN = SPACES
               OR (WS-NV-CAT-IN NOT = "EQUITY"
                   AND WS-NV-CAT-IN NOT = "DEBT")
               OR FUNCTION TEST-NUMVAL(WS-NV-NAV-IN) NOT = 0
               OR WS-NV-DATE-IN IS NOT NUMERIC
               ADD 1 TO WS-CTL-NAV-BAD
               DISPLAY "MF NAV ROW IGNORED: " MFNAV-REC(1:60)
            ELSE
               IF FUNCTION NUMVAL(WS-NV-NAV-IN) NOT > 0
                  ADD 1 TO WS-CTL-NAV-BAD
                  DISPLAY "MF NAV ROW IGNORED: " MFNAV-REC(1:60)
               ELSE
                  PERFORM STORE-NAV-PARA
               END-IF
            END-IF.

        STORE-NAV-PARA.
            PERFORM FIND-NAV-PARA
            IF WS-NV-FOUND = "Y"
               SET WS-NV-IDX TO WS-FOUND-NV-IDX
               IF WS-NV-DATE-IN NOT < WS-NV-DATE (WS-NV-IDX)
                  PERFORM MOVE-NAV-PARA
               END-IF
            ELSE
               IF WS-NAV-COUNT >= 5000
                  DISPLAY "MF NAV TABLE CAPACITY EXCEEDED AT "
                          "5000 SCHEMES - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-NAV-COUNT
               SET WS-NV-IDX TO WS-NAV-COUNT
               MOVE WS-NV-SCHEME-IN TO WS-NV-SCHEME (WS-NV-IDX)
               PERFORM MOVE-NAV-PARA
            END-IF.

        MOVE-NAV-PARA.
            MOVE WS-NV-NAME-IN   TO WS-NV-NAME (WS-NV-IDX)
            MOVE WS-NV-CAT-IN    TO WS-NV-CAT (WS-NV-IDX)
            COMPUTE WS-NV-NAV (WS-NV-IDX) =
                    FUNCTION NUMVAL(WS-NV-NAV-IN)
            MOVE WS-NV-DATE-IN   TO WS-NV-DATE (WS-NV-IDX).

        FIND-NAV-PARA.
            MOVE "N" TO WS-NV-FOUND
            SET WS-NV-IDX TO 1
            PERFORM UNTIL WS-NV-IDX > WS-NAV-COUNT
                       OR WS-NV-FOUND = "Y"
               IF WS-NV-SCHEME (WS-NV-IDX) = WS-NV-SCHEME-IN
                  MOVE "Y" TO WS-NV-FOUND
                  SET WS-FOUND-NV-IDX TO WS-NV-IDX
               END-IF
               SET WS-NV-IDX UP BY 1
            END-PERFORM.

        LOAD-HOLDINGS-PARA.
            MOVE 0 TO WS-HOLD-COUNT
            OPEN INPUT MFHOLD-FILE
            IF MFHOLD-FILE-STATUS = "00"
               PERFORM UNTIL MFHOLD-FILE-STATUS NOT = "00"
                  READ MFHOLD-FILE
                    AT END
                      MOVE "10" TO MFHOLD-FILE-STATUS
                    NOT AT END
                      IF MFHOLD-REC(1:6) NOT = "SCHEME"
                         PERFORM TAKE-HOLDING-PARA
                      END-IF
                  END-READ
               END-PERFORM
               CLOSE MFHOLD-FILE
            ELSE
               DISPLAY "MF HOLDINGS FILE NOT FOUND, STATUS="
                       MFHOLD-FILE-STATUS
            END-IF.

        TAKE-HOLDING-PARA.
            ADD 1 TO WS-CTL-HOLD-READ
            MOVE SPACES TO WS-MH-SCHEME-IN WS-MH-FOLIO-IN
                           WS-MH-UNITS-IN WS-MH-COST-IN
                           WS-MH-DATE-IN WS-MH-OWNER-IN
                           WS-MH-REASON
            UNSTRING MFHOLD-REC DELIMITED BY ","
            INTO     WS-MH-SCHEME-IN
                     WS-MH-FOLIO-IN
                     WS-MH-UNITS-IN
                     WS-MH-COST-IN
                     WS-MH-DATE-IN
                     WS-MH-OWNER-IN
            END-UNSTRING
            IF WS-MH-OWNER-IN = SPACES
               MOVE "HOUSE" TO WS-MH-OWNER-IN
            END-IF
            EVALUATE TRUE
               WHEN WS-MH-SCHEME-IN = SPACES
                  MOVE "MISSING SCHEME CODE" TO WS-MH-REASON
               WHEN WS-MH-FOLIO-IN = SPACES
                  MOVE "MISSING FOLIO NUMBER" TO WS-MH-REASON
               WHEN FUNCTION TEST-NUMVAL(WS-MH-UNITS-IN) NOT = 0
                  MOVE "UNITS NOT NUMERIC" TO WS-MH-REASON
               WHEN FUNCTION TEST-NUMVAL(WS-MH-COST-IN) NOT = 0
                  MOVE "AVERAGE COST NOT NUMERIC" TO WS-MH-REASON
               WHEN WS-MH-DATE-IN IS NOT NUMERIC
                  MOVE "PURCHASE DATE INVALID" TO WS-MH-REASON
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            IF WS-MH-REASON = SPACES
               EVALUATE TRUE
                  WHEN FUNCTION NUMVAL(WS-MH-UNITS-IN) NOT > 0
                     MOVE "UNITS NOT POSITIVE" TO WS-MH-REASON
                  WHEN FUNCTION NUMVAL(WS-MH-COST-IN) < 0
                     MOVE "AVERAGE COST NEGATIVE" TO WS-MH-REASON
                  WHEN FUNCTION TEST-DATE-YYYYMMDD
                          (FUNCTION NUMVAL(WS-MH-DATE-IN)) NOT = 0
                     MOVE "PURCHASE DATE INVALID" TO WS-MH-REASON
                  WHEN WS-MH-DATE-IN > WS-RUN-DATE
                     MOVE "PURCHASE DATE AFTER RUN DATE"
                          TO WS-MH-REASON
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF
            IF WS-MH-REASON NOT = SPACES
               PERFORM REJECT-HOLDING-PARA
            ELSE
               PERFORM ADD-HOLDING-PARA
            END-IF.

        REJECT-HOLDING-PARA.
            ADD 1 TO WS-CTL-REJECTED
            IF WS-REJECT-COUNT < 100
               ADD 1 TO WS-REJECT-COUNT
               SET WS-RJ-IDX TO WS-REJECT-COUNT
               MOVE MFHOLD-REC(1:60) TO WS-RJ-REC (WS-RJ-IDX)
               MOVE WS-MH-REASON     TO WS-RJ-REASON (WS-RJ-IDX)
            END-IF.

        ADD-HOLDING-PARA.
            IF WS-HOLD-COUNT >= 5000
               DISPLAY "MF HOLDING TABLE CAPACITY EXCEEDED AT "
                       "5000 HOLDINGS - RUN STOPPED"
               MOVE 20 TO RETURN-CODE
               STOP RUN
            END-IF
            ADD 1 TO WS-HOLD-COUNT
            SET WS-MH-IDX TO WS-HOLD-COUNT
            MOVE WS-MH-OWNER-IN  TO WS-MH-OWNER (WS-MH-IDX)
            MOVE WS-MH-SCHEME-IN TO WS-MH-SCHEME (WS-MH-IDX)
            MOVE WS-MH-FOLIO-IN  TO WS-MH-FOLIO (WS-MH-IDX)
            COMPUTE WS-MH-UNITS (WS-MH-IDX) =
                    FUNCTION NUMVAL(WS-MH-UNITS-IN)
            COMPUTE WS-MH-AVG-COST (WS-MH-IDX) =
                    FUNCTION NUMVAL(WS-MH-COST-IN)
            MOVE WS-MH-DATE-IN   TO WS-MH-DATE (WS-MH-IDX)
            PERFORM VALUE-HOLDING-PARA
            PERFORM ADD-OWNER-PARA.

        VALUE-HOLDING-PARA.
            COMPUTE WS-MH-COST (WS-MH-IDX) ROUNDED =
                    WS-MH-UNITS (WS-MH-IDX) *
                    WS-MH-AVG-COST (WS-MH-IDX)
            COMPUTE WS-HOLD-DAYS = WS-RUN-DAY -
                    FUNCTION INTEGER-OF-DATE(WS-MH-DATE (WS-MH-IDX))
            MOVE WS-MH-SCHEME (WS-MH-IDX) TO WS-NV-SCHEME-IN
            PERFORM FIND-NAV-PARA
            MOVE SPACES TO WS-MH-FLAG (WS-MH-IDX)
            IF WS-NV-FOUND NOT = "Y"
               ADD 1 TO WS-CTL-NO-NAV
               MOVE SPACES TO WS-MH-CAT (WS-MH-IDX)
                              WS-MH-NAV-DATE (WS-MH-IDX)
                              WS-MH-TERM (WS-MH-IDX)
               MOVE 0 TO WS-MH-NAV (WS-MH-IDX)
               MOVE WS-MH-COST (WS-MH-IDX) TO WS-MH-VALUE (WS-MH-IDX)
               MOVE 0 TO WS-MH-GAIN (WS-MH-IDX)
               MOVE 0 TO WS-MH-TAX (WS-MH-IDX)
               MOVE "NO NAV" TO WS-MH-FLAG (WS-MH-IDX)
            ELSE
               PERFORM VALUE-AT-NAV-PARA
            END-IF.

        VALUE-AT-NAV-PARA.
            ADD 1 TO WS-CTL-VALUED
            SET WS-NV-IDX TO WS-FOUND-NV-IDX
            MOVE WS-NV-CAT (WS-NV-IDX)  TO WS-MH-CAT (WS-MH-IDX)
            MOVE WS-NV-NAV (WS-NV-IDX)  TO WS-MH-NAV (WS-MH-IDX)
            MOVE WS-NV-DATE (WS-NV-IDX) TO WS-MH-NAV-DATE (WS-MH-IDX)
            COMPUTE WS-NAV-AGE = WS-RUN-DAY -
                    FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-NV-DATE (WS-NV-IDX)))
            IF WS-NAV-AGE > WS-STALE-DAYS
               ADD 1 TO WS-CTL-STALE
               MOVE "STALE" TO WS-MH-FLAG (WS-MH-IDX)
            END-IF
            COMPUTE WS-MH-VALUE (WS-MH-IDX) ROUNDED =
                    WS-MH-UNITS (WS-MH-IDX) * WS-MH-NAV (WS-MH-IDX)
            COMPUTE WS-MH-GAIN (WS-MH-IDX) =
                    WS-MH-VALUE (WS-MH-IDX) - WS-MH-COST (WS-MH-IDX)
            IF WS-MH-CAT (WS-MH-IDX) = "EQUITY"
               IF WS-HOLD-DAYS > WS-EQUITY-LONG-DAYS
                  MOVE "LONG"  TO WS-MH-TERM (WS-MH-IDX)
               ELSE
                  MOVE "SHORT" TO WS-MH-TERM (WS-MH-IDX)
               END-IF
            ELSE
               IF WS-HOLD-DAYS > WS-DEBT-LONG-DAYS
                  MOVE "LONG"  TO WS-MH-TERM (WS-MH-IDX)
               ELSE
                  MOVE "SHORT" TO WS-MH-TERM (WS-MH-IDX)
               END-IF
            END-IF
            MOVE 0 TO WS-MH-TAX (WS-MH-IDX)
            IF WS-MH-GAIN (WS-MH-IDX) > 0
               EVALUATE WS-MH-CAT (WS-MH-IDX)
                  ALSO WS-MH-TERM (WS-MH-IDX)
                  WHEN "EQUITY" ALSO "LONG"
                     COMPUTE WS-MH-TAX (WS-MH-IDX) ROUNDED =
                        WS-MH-GAIN (WS-MH-IDX) * WS-EQ-RATE-LONG
                  WHEN "EQUITY" ALSO "SHORT"
                     COMPUTE WS-MH-TAX (WS-MH-IDX) ROUNDED =
                        WS-MH-GAIN (WS-MH-IDX) * WS-EQ-RATE-SHORT
                  WHEN "DEBT" ALSO "LONG"
                     COMPUTE WS-MH-TAX (WS-MH-IDX) ROUNDED =
                        WS-MH-GAIN (WS-MH-IDX) * WS-DT-RATE-LONG
                  WHEN OTHER
                     COMPUTE WS-MH-TAX (WS-MH-IDX) ROUNDED =
                        WS-MH-GAIN (WS-MH-IDX) * WS-DT-RATE-SHORT
               END-EVALUATE
            END-IF.

        ADD-OWNER-PARA.
            MOVE "N" TO WS-OW-FOUND
            SET WS-OW-IDX TO 1
            PERFORM UNTIL WS-OW-IDX > WS-OWNER-COUNT
                       OR WS-OW-FOUND = "Y"
               IF WS-OW-OWNER (WS-OW-IDX) = WS-MH-OWNER-IN
                  MOVE "Y" TO WS-OW-FOUND
               END-IF
               SET WS-OW-IDX UP BY 1
            END-PERFORM
            IF WS-OW-FOUND NOT = "Y"
               IF WS-OWNER-COUNT >= 100
                  DISPLAY "MF OWNER TABLE CAPACITY EXCEEDED AT "
                          "100 OWNERS - RUN STOPPED"
                  MOVE 20 TO RETURN-CODE
                  STOP RUN
               END-IF
               ADD 1 TO WS-OWNER-COUNT
               SET WS-OW-IDX TO WS-OWNER-COUNT
               MOVE WS-MH-OWNER-IN TO WS-OW-OWNER (WS-OW-IDX)
            END-IF.

        VALUE-OWNER-PARA.
            MOVE 0 TO WS-SU-EQ-COST (1) WS-SU-EQ-VALUE (1)
                      WS-SU-EQ-GAIN (1) WS-SU-EQ-TAX (1)
                      WS-SU-DT-COST (1) WS-SU-DT-VALUE (1)
                      WS-SU-DT-GAIN (1) WS-SU-DT-TAX (1)
                      WS-SU-TT-COST (1) WS-SU-TT-VALUE (1)
                      WS-SU-TT-GAIN (1) WS-SU-TT-TAX (1)
            MOVE SPACES TO MFRPT-REC
            WRITE MFRPT-REC
            MOVE WS-OW-OWNER (WS-OW-IDX) TO WS-MO-OWNER
            WRITE MFRPT-REC FROM WS-MF-OWNER-LINE
            WRITE MFRPT-REC FROM WH-MF-HDR
            PERFORM VARYING WS-MH-IDX FROM 1 BY 1
                       UNTIL WS-MH-IDX > WS-HOLD-COUNT
               IF WS-MH-OWNER (WS-MH-IDX) = WS-OW-OWNER (WS-OW-IDX)
                  PERFORM WRITE-HOLDING-PARA
                  MOVE 1 TO WS-SUB-S
                  PERFORM ADD-TO-SUMMARY-PARA
                  MOVE 2 TO WS-SUB-S
                  PERFORM ADD-TO-SUMMARY-PARA
               END-IF
            END-PERFORM
            MOVE 1 TO WS-SUB-S
            PERFORM WRITE-SUMMARY-PARA.

        WRITE-HOLDING-PARA.
            MOVE WS-MH-SCHEME (WS-MH-IDX)   TO WS-MD-SCHEME
            MOVE WS-MH-FOLIO (WS-MH-IDX)    TO WS-MD-FOLIO
            MOVE WS-MH-CAT (WS-MH-IDX)      TO WS-MD-CAT
            MOVE WS-MH-UNITS (WS-MH-IDX)    TO WS-MD-UNITS
            MOVE WS-MH-NAV (WS-MH-IDX)      TO WS-MD-NAV
            MOVE WS-MH-COST (WS-MH-IDX)     TO WS-MD-COST
            MOVE WS-MH-VALUE (WS-MH-IDX)    TO WS-MD-VALUE
            MOVE WS-MH-GAIN (WS-MH-IDX)     TO WS-MD-GAIN
            MOVE WS-MH-TERM (WS-MH-IDX)     TO WS-MD-TERM
            MOVE WS-MH-TAX (WS-MH-IDX)      TO WS-MD-TAX
            MOVE WS-MH-FLAG (WS-MH-IDX)     TO WS-MD-FLAG
            WRITE MFRPT-REC FROM WS-MF-DETAIL
            MOVE WS-MH-OWNER (WS-MH-IDX)    TO WS-MX-OWNER
            MOVE WS-MH-SCHEME (WS-MH-IDX)   TO WS-MX-SCHEME
            MOVE WS-MH-FOLIO (WS-MH-IDX)    TO WS-MX-FOLIO
            MOVE WS-MH-CAT (WS-MH-IDX)      TO WS-MX-CAT
            MOVE WS-MH-UNITS (WS-MH-IDX)    TO WS-MX-UNITS
            MOVE WS-MH-NAV (WS-MH-IDX)      TO WS-MX-NAV
            MOVE WS-MH-NAV-DATE (WS-MH-IDX) TO WS-MX-NAV-DATE
            MOVE WS-MH-COST (WS-MH-IDX)     TO WS-MX-COST
            MOVE WS-MH-VALUE (WS-MH-IDX)    TO WS-MX-VALUE
            MOVE WS-MH-GAIN (WS-MH-IDX)     TO WS-MX-GAIN
            MOVE WS-MH-TERM (WS-MH-IDX)     TO WS-MX-TERM
            MOVE WS-MH-TAX (WS-MH-IDX)      TO WS-MX-TAX
            MOVE WS-MH-FLAG (WS-MH-IDX)     TO WS-MX-FLAG
            WRITE MFEXT-REC FROM WS-MF-EXT-LINE
            ADD 1 TO WS-CTL-EXTRACT.

        ADD-TO-SUMMARY-PARA.
            IF WS-MH-CAT (WS-MH-IDX) = "EQUITY"
               ADD WS-MH-COST (WS-MH-IDX)  TO WS-SU-EQ-COST (WS-SUB-S)
               ADD WS-MH-VALUE (WS-MH-IDX) TO WS-SU-EQ-VALUE (WS-SUB-S)
               ADD WS-MH-GAIN (WS-MH-IDX)  TO WS-SU-EQ-GAIN (WS-SUB-S)
               ADD WS-MH-TAX (WS-MH-IDX)   TO WS-SU-EQ-TAX (WS-SUB-S)
            END-IF
            IF WS-MH-CAT (WS-MH-IDX) = "DEBT"
               ADD WS-MH-COST (WS-MH-IDX)  TO WS-SU-DT-COST (WS-SUB-S)
               ADD WS-MH-VALUE (WS-MH-IDX) TO WS-SU-DT-VALUE (WS-SUB-S)
               ADD WS-MH-GAIN (WS-MH-IDX)  TO WS-SU-DT-GAIN (WS-SUB-S)
               ADD WS-MH-TAX (WS-MH-IDX)   TO WS-SU-DT-TAX (WS-SUB-S)
            END-IF
            ADD WS-MH-COST (WS-MH-IDX)  TO WS-SU-TT-COST (WS-SUB-S)
            ADD WS-MH-VALUE (WS-MH-IDX) TO WS-SU-TT-VALUE (WS-SUB-S)
            ADD WS-MH-GAIN (WS-MH-IDX)  TO WS-SU-TT-GAIN (WS-SUB-S)
            ADD WS-MH-TAX (WS-MH-IDX)   TO WS-SU-TT-TAX (WS-SUB-S).

        WRITE-SUMMARY-PARA.
            MOVE "  EQUITY SCHEMES"          TO WS-MS-LABEL
            MOVE WS-SU-EQ-COST (WS-SUB-S)    TO WS-MS-COST
            MOVE WS-SU-EQ-VALUE (WS-SUB-S)   TO WS-MS-VALUE
            MOVE WS-SU-EQ-GAIN (WS-SUB-S)    TO WS-MS-GAIN
            MOVE WS-SU-EQ-TAX (WS-SUB-S)     TO WS-MS-TAX
            WRITE MFRPT-REC FROM WS-MF-SUM-LINE
            MOVE "  DEBT SCHEMES"            TO WS-MS-LABEL
            MOVE WS-SU-DT-COST (WS-SUB-S)    TO WS-MS-COST
            MOVE WS-SU-DT-VALUE (WS-SUB-S)   TO WS-MS-VALUE
            MOVE WS-SU-DT-GAIN (WS-SUB-S)    TO WS-MS-GAIN
            MOVE WS-SU-DT-TAX (WS-SUB-S)     TO WS-MS-TAX
            WRITE MFRPT-REC FROM WS-MF-SUM-LINE
            MOVE "  TOTAL MF"                TO WS-MS-LABEL
            MOVE WS-SU-TT-COST (WS-SUB-S)    TO WS-MS-COST
            MOVE WS-SU-TT-VALUE (WS-SUB-S)   TO WS-MS-VALUE
            MOVE WS-SU-TT-GAIN (WS-SUB-S)    TO WS-MS-GAIN
            MOVE WS-SU-TT-TAX (WS-SUB-S)     TO WS-MS-TAX
            WRITE MFRPT-REC FROM WS-MF-SUM-LINE.

        WRITE-REPORT-TOTALS-PARA.
            IF WS-REJECT-COUNT > 0
               MOVE SPACES TO MFRPT-REC
               WRITE MFRPT-REC
               MOVE "REJECTED HOLDING RECORDS:" TO MFRPT-REC
               WRITE MFRPT-REC
               PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
                          UNTIL WS-RJ-IDX > WS-REJECT-COUNT
                  MOVE WS-RJ-REASON (WS-RJ-IDX) TO WS-MR-REASON
                  MOVE WS-RJ-REC (WS-RJ-IDX)    TO WS-MR-REC
                  WRITE MFRPT-REC FROM WS-MF-REJ-LINE
               END-PERFORM
            END-IF
            MOVE SPACES TO MFRPT-REC
            WRITE MFRPT-REC
            MOVE "SCHEME NAVS LOADED         :" TO WS-MC-LABEL
            MOVE WS-NAV-COUNT        TO WS-MC-COUNT
            WRITE MFRPT-REC FROM WS-MF-COUNT-LINE
            MOVE "NAV ROWS IGNORED           :" TO WS-MC-LABEL
            MOVE WS-CTL-NAV-BAD      TO WS-MC-COUNT
            WRITE MFRPT-REC FROM WS-MF-COUNT-LINE
            MOVE "HOLDING RECORDS READ       :" TO WS-MC-LABEL
            MOVE WS-CTL-HOLD-READ    TO WS-MC-COUNT
            WRITE MFRPT-REC FROM WS-MF-COUNT-LINE
            MOVE "HOLDINGS VALUED AT NAV     :" TO WS-MC-LABEL
            MOVE WS-CTL-VALUED       TO WS-MC-COUNT
            WRITE MFRPT-REC FROM WS-MF-COUNT-LINE
            MOVE "HOLDINGS WITHOUT NAV       :" TO WS-MC-LABEL
            MOVE WS-CTL-NO-NAV       TO WS-MC-COUNT
            WRITE MFRPT-REC FROM WS-MF-COUNT-LINE
            MOVE "HOLDINGS ON STALE NAV      :" TO WS-MC-LABEL
            MOVE WS-CTL-STALE        TO WS-MC-COUNT
            WRITE MFRPT-REC FROM WS-MF-COUNT-LINE
            MOVE "HOLDING RECORDS REJECTED   :" TO WS-MC-LABEL
            MOVE WS-CTL-REJECTED     TO WS-MC-COUNT
            WRITE MFRPT-REC FROM WS-MF-COUNT-LINE.

        APPEND-OPSLOG-PARA.
            ACCEPT WS-OPL-END-TIME FROM TIME
            MOVE "NINJAMF"            TO WS-OPL-PROGRAM
            MOVE WS-RUN-DATE          TO WS-OPL-DATE
            MOVE WS-CYCLE-ID          TO WS-OPL-CYCLE
            MOVE WS-CTL-HOLD-READ     TO WS-OPL-IN-COUNT
            MOVE WS-CTL-EXTRACT       TO WS-OPL-OUT-COUNT
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

        DISPLAY-CONTROL-COUNTS-PARA.
            DISPLAY "NINJA MUTUAL FUND VALUATION SUMMARY - RUN DATE "
                    WS-RUN-DATE
            DISPLAY "  SCHEME NAVS LOADED      : " WS-NAV-COUNT
            DISPLAY "  NAV ROWS IGNORED        : " WS-CTL-NAV-BAD
            DISPLAY "  HOLDING RECORDS READ    : " WS-CTL-HOLD-READ
            DISPLAY "  HOLDINGS VALUED AT NAV  : " WS-CTL-VALUED
            DISPLAY "  HOLDINGS WITHOUT NAV    : " WS-CTL-NO-NAV
            DISPLAY "  HOLDINGS ON STALE NAV   : " WS-CTL-STALE
            DISPLAY "  HOLDING RECORDS REJECTED: " WS-CTL-REJECTED
            DISPLAY "  EXTRACT RECORDS WRITTEN : " WS-CTL-EXTRACT.
