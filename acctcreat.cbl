                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS BRNCHMST-FILE-STATUS.

           SELECT PINMST-FILE  ASSIGN TO "PINCODE-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PINMST-FILE-STATUS.

           SELECT KEY-FILE    ASSIGN TO "CRYPTO-KEY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
          05 WL-ADDR             PIC X(90).
          05 WL-ACCNUM           PIC X(14).

       FD   CTYEXC-FILE  RECORD CONTAINS 98 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CTYEXC-REC.
          05 CE-RAW-CITY          PIC X(20).
          05 CE-NORM-CITY         PIC X(20).
          05 CE-PINCODE           PIC X(08).
          05 CE-STATE             PIC X(20).
          05 CE-REASON            PIC X(30).

       FD   LEDGER-FILE  RECORD CONTAINS 56 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 WATCHLIST-REC           PIC X(60).

       FD   HOLD-FILE  RECORD CONTAINS 337 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 HOLD-REC                PIC X(337).

       FD   PROCKEY-FILE  RECORD CONTAINS 21 CHARACTERS
                         LABEL RECORDS ARE STANDARD.
       01 JRNL-REC.
          COPY ACCTJRNL.

       FD   ACCTBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.

       01 BRNCHMST-REC            PIC X(70).

       FD   PINMST-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PINMST-REC              PIC X(120).

       FD   KEY-FILE  RECORD CONTAINS 20 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 WH-CTYEXC-HEADER.
          05 FILLER PIC X(20) VALUE "RAW CITY VALUE".
          05 FILLER PIC X(20) VALUE "NORMALIZED CITY".
          05 FILLER PIC X(08) VALUE "PINCODE".
          05 FILLER PIC X(20) VALUE "STATE".
          05 FILLER PIC X(30) VALUE "EXCEPTION".

       01 WS-CITY-RAW          PIC X(20) VALUE SPACES.

       01 WS-CTL-LINE8.
          05 FILLER            PIC X(20) VALUE "FX INR VALUE       :".
          05 WS-CTL-L8-AMT     PIC ZZZZZZZZZZ9.99.
       01 WS-CTL-LINE9.
          05 FILLER            PIC X(20) VALUE "PINCODE EXCEPTIONS :".
          05 WS-CTL-L9-CNT     PIC ZZZZZZ9.
       01 WS-CTL-LINE10.
          05 FILLER            PIC X(20) VALUE "CATCHMENT BRANCHES :".
          05 WS-CTL-L10-CNT    PIC ZZZZZZ9.

       01 WS-CAP-NAME          PIC X(16) VALUE SPACES.
       01 WS-CAP-USED          PIC 9(07) VALUE 0.
       01 WS-BRANCH-VALID       PIC X(01) VALUE "Y".
       01 WS-EFF-BRANCH         PIC X(03) VALUE SPACES.
       01 WS-FOUND-BRNCH-IDX    PIC 9(03) VALUE 0.
       01 PINMST-FILE-STATUS    PIC X(02).
       01 WS-PIN-TABLE.
          05 WS-PIN-ENTRY OCCURS 5000 TIMES INDEXED BY WS-PIN-IDX.
             10 WS-PIN-TAB-CODE    PIC X(06).
             10 WS-PIN-TAB-PO      PIC X(30).
             10 WS-PIN-TAB-DIST    PIC X(30).
             10 WS-PIN-TAB-STATE   PIC X(20).
             10 WS-PIN-TAB-CITY    PIC X(20).
             10 WS-PIN-TAB-BRNCH   PIC X(03).
       01 WS-PIN-COUNT          PIC 9(04) VALUE 0.
       01 WS-PIN-LOADED         PIC X(01) VALUE "N".
       01 WS-PIN-FOUND          PIC X(01) VALUE "N".
       01 WS-PIN-VALID          PIC X(01) VALUE "Y".
       01 WS-PIN-ISSUE          PIC X(30) VALUE SPACES.
       01 WS-PIN-STATE          PIC X(20) VALUE SPACES.
       01 WS-PIN-BRANCH         PIC X(03) VALUE SPACES.
       01 WS-FOUND-PIN-IDX      PIC 9(04) VALUE 0.
       01 WS-PIN-POLICY         PIC X(06) VALUE "REJECT".
       01 WS-CATCHMENT-USED     PIC X(01) VALUE "N".
       01 WS-CTL-PINEXC-COUNT   PIC 9(07) VALUE 0.
       01 WS-CTL-CATCH-COUNT    PIC 9(07) VALUE 0.
       01 WS-CITY-CREATED-TAB.
          05 WS-CITY-CREATED-CNT OCCURS 50 TIMES PIC 9(07) VALUE 0.
       01 WS-FOUND-CITY-IDX     PIC 9(03).
           PERFORM LOAD-CITY-MASTER-PARA.
           PERFORM LOAD-PRODUCT-MASTER-PARA.
           PERFORM LOAD-BRANCH-MASTER-PARA.
           PERFORM LOAD-PIN-MASTER-PARA.
           PERFORM LOAD-WATCHLIST-PARA.
           PERFORM LOAD-FX-PARA.
           PERFORM LOAD-PROCESSED-KEYS-PARA.
              WRITE CTLRPT-REC FROM WS-CTL-LINE7
              MOVE WS-CTL-FX-INR TO WS-CTL-L8-AMT
              WRITE CTLRPT-REC FROM WS-CTL-LINE8
              IF WS-PIN-LOADED = "Y"
                 MOVE WS-CTL-PINEXC-COUNT TO WS-CTL-L9-CNT
                 WRITE CTLRPT-REC FROM WS-CTL-LINE9
                 MOVE WS-CTL-CATCH-COUNT TO WS-CTL-L10-CNT
                 WRITE CTLRPT-REC FROM WS-CTL-LINE10
              END-IF
              MOVE SPACES TO CTLRPT-REC
              WRITE CTLRPT-REC
              MOVE "SOURCE FILE BREAKDOWN:" TO CTLRPT-REC
           MOVE WS-BRNCH-COUNT   TO WS-CAP-USED
           MOVE 200              TO WS-CAP-LIMIT
           PERFORM WRITE-CAP-LINE-PARA
           MOVE "PINCODE TABLE"   TO WS-CAP-NAME
           MOVE WS-PIN-COUNT     TO WS-CAP-USED
           MOVE 5000             TO WS-CAP-LIMIT
           PERFORM WRITE-CAP-LINE-PARA
           MOVE "WATCHLIST TABLE" TO WS-CAP-NAME
           MOVE WS-WATCH-COUNT   TO WS-CAP-USED
           MOVE 500              TO WS-CAP-LIMIT
           IF WS-CITY-FOUND NOT = "Y"
              MOVE WS-CITY-RAW  TO CE-RAW-CITY
              MOVE WS-CITY      TO CE-NORM-CITY
              MOVE WS-ADDR-PINCODE TO CE-PINCODE
              MOVE WS-ADDR-STATE   TO CE-STATE
              MOVE "CITY NOT ON CITY MASTER" TO CE-REASON
              WRITE CTYEXC-REC
           END-IF.

           END-IF.

       FIND-BRANCH-PARA.
           MOVE "N" TO WS-CATCHMENT-USED
           IF WS-BRANCH-IN = SPACES
              IF WS-PIN-BRANCH NOT = SPACES
                 MOVE WS-PIN-BRANCH TO WS-EFF-BRANCH
                 MOVE "Y" TO WS-CATCHMENT-USED
              ELSE
                 MOVE WK-BRNCH TO WS-EFF-BRANCH
              END-IF
           ELSE
              MOVE WS-BRANCH-IN TO WS-EFF-BRANCH
           END-IF
              SET WS-BRNCH-IDX UP BY 1
           END-PERFORM.

       LOAD-PIN-MASTER-PARA.
           MOVE 0   TO WS-PIN-COUNT
           MOVE "N" TO WS-PIN-LOADED
           OPEN INPUT PINMST-FILE
           IF PINMST-FILE-STATUS = "00"
              PERFORM UNTIL PINMST-FILE-STATUS NOT = "00"
                 READ PINMST-FILE
                   AT END
                     MOVE "10" TO PINMST-FILE-STATUS
                   NOT AT END
                     IF WS-PIN-COUNT >= 5000
                        DISPLAY "PINCODE TABLE CAPACITY EXCEEDED AT "
                                "5000 ENTRIES - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-PIN-COUNT
                     SET WS-PIN-IDX TO WS-PIN-COUNT
                     UNSTRING PINMST-REC DELIMITED BY ","
                     INTO     WS-PIN-TAB-CODE (WS-PIN-IDX)
                              WS-PIN-TAB-PO (WS-PIN-IDX)
                              WS-PIN-TAB-DIST (WS-PIN-IDX)
                              WS-PIN-TAB-STATE (WS-PIN-IDX)
                              WS-PIN-TAB-CITY (WS-PIN-IDX)
                              WS-PIN-TAB-BRNCH (WS-PIN-IDX)
                     END-UNSTRING
                 END-READ
              END-PERFORM
              CLOSE PINMST-FILE
              IF WS-PIN-COUNT > 0
                 MOVE "Y" TO WS-PIN-LOADED
              END-IF
           ELSE
              DISPLAY "PINCODE MASTER NOT FOUND, ADDRESS PINCODES "
                      "NOT VALIDATED"
           END-IF
           ACCEPT WS-PIN-POLICY FROM ENVIRONMENT "ACCTCREAT_PINCHECK"
           IF WS-PIN-POLICY NOT = "QUEUE"
              MOVE "REJECT" TO WS-PIN-POLICY
           END-IF
           IF WS-PIN-LOADED = "Y"
              DISPLAY "PINCODE MISMATCH POLICY: " WS-PIN-POLICY
           END-IF.

       FIND-PINCODE-PARA.
           MOVE "N"    TO WS-PIN-FOUND
           MOVE "N"    TO WS-CATCHMENT-USED
           MOVE SPACES TO WS-PIN-BRANCH
           IF WS-PIN-LOADED = "Y"
              SET WS-PIN-IDX TO 1
              PERFORM UNTIL WS-PIN-IDX > WS-PIN-COUNT
                         OR WS-PIN-FOUND = "Y"
                 IF WS-PIN-TAB-CODE (WS-PIN-IDX) = WS-ADDR-PINCODE
                    MOVE "Y" TO WS-PIN-FOUND
                    SET WS-FOUND-PIN-IDX TO WS-PIN-IDX
                    IF WS-PIN-TAB-CITY (WS-PIN-IDX) = WS-CITY
                       MOVE WS-PIN-TAB-BRNCH (WS-PIN-IDX)
                                             TO WS-PIN-BRANCH
                    END-IF
                 END-IF
                 SET WS-PIN-IDX UP BY 1
              END-PERFORM
           END-IF.

       CHECK-PINCODE-PARA.
           MOVE "Y"    TO WS-PIN-VALID
           MOVE SPACES TO WS-PIN-ISSUE
           IF WS-PIN-LOADED = "Y" AND WS-CITY-FOUND = "Y"
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADDR-STATE))
                                         TO WS-PIN-STATE
              IF WS-PIN-FOUND NOT = "Y"
                 IF WS-ADDR-PINCODE = SPACES
                    MOVE "PINCODE MISSING" TO WS-PIN-ISSUE
                 ELSE
                    MOVE "PINCODE NOT ON PINCODE MASTER"
                                         TO WS-PIN-ISSUE
                 END-IF
              ELSE
                 SET WS-PIN-IDX TO WS-FOUND-PIN-IDX
                 IF WS-PIN-TAB-STATE (WS-PIN-IDX) NOT = WS-PIN-STATE
                    MOVE "PINCODE DOES NOT MATCH STATE"
                                         TO WS-PIN-ISSUE
                 ELSE
                 IF WS-PIN-TAB-CITY (WS-PIN-IDX) NOT = WS-CITY
                    MOVE "PINCODE DOES NOT MATCH CITY"
                                         TO WS-PIN-ISSUE
                 END-IF
                 END-IF
              END-IF
              IF WS-PIN-ISSUE NOT = SPACES
                 ADD 1 TO WS-CTL-PINEXC-COUNT
                 MOVE WS-CITY-RAW     TO CE-RAW-CITY
                 MOVE WS-CITY         TO CE-NORM-CITY
                 MOVE WS-ADDR-PINCODE TO CE-PINCODE
                 MOVE WS-ADDR-STATE   TO CE-STATE
                 MOVE WS-PIN-ISSUE    TO CE-REASON
                 WRITE CTYEXC-REC
                 IF WS-PIN-POLICY NOT = "QUEUE"
                    MOVE "N" TO WS-PIN-VALID
                 END-IF
              END-IF
           END-IF.

       LOAD-FX-PARA.
           MOVE 0 TO WS-FX-COUNT
           OPEN INPUT FX-FILE
           MOVE WS-CURRENCY-IN   TO HQ-CURRENCY
           MOVE WS-RUN-DATE      TO HQ-HOLD-DATE
           MOVE WS-CYCLE-ID      TO HQ-HOLD-CYCLE
           MOVE SPACES           TO HQ-ACCT-NUM
           IF WS-VALIDATE-ONLY = "Y"
              DISPLAY "PRE-EDIT WOULD HOLD FOR REVIEW: "
                      WS-MK-PAN-OUT
                MOVE WS-CITY TO WS-CITY-RAW
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CITY))
                                         TO WS-CITY
                PERFORM FIND-PINCODE-PARA
                PERFORM FIND-CITY-PARA
                PERFORM CHECK-PINCODE-PARA
                PERFORM VALIDATE-ACCTYPE-PARA
                PERFORM BUILD-FULL-ADDR-PARA
                IF WS-CITY-FOUND = "Y" AND WS-ACCTYPE-VALID = "Y"
                   AND WS-BRANCH-VALID = "Y" AND WS-PIN-VALID = "Y"
                   MOVE WS-CITY      TO AM-CITY
                   MOVE WS-FULL-ADDR TO AM-ADDR
                   MOVE WS-ACCTYPE   TO AM-ACCTYPE
                   PERFORM PROPAGATE-ADDR-PARA
                   ADD 1 TO WS-CTL-CHANGE-COUNT
                ELSE
                   IF WS-PIN-VALID NOT = "Y"
                      MOVE WS-PIN-ISSUE      TO WS-REJ-REASON
                   ELSE
                      MOVE "INVALID CITY TYPE OR BRANCH"
                                             TO WS-REJ-REASON
                   END-IF
                   PERFORM WRITE-REJECT-PARA
                END-IF
           END-READ
               PERFORM BUILD-FULL-ADDR-PARA
               PERFORM VALIDATE-PAN-PARA
               PERFORM VALIDATE-AADHAR-PARA
               PERFORM FIND-PINCODE-PARA
               PERFORM FIND-CITY-PARA
               PERFORM CHECK-PINCODE-PARA
               PERFORM VALIDATE-ACCTYPE-PARA
               PERFORM VALIDATE-DEPOSIT-PARA
               PERFORM CHECK-DUPLICATE-PARA
                  MOVE "UNKNOWN BRANCH FOR CITY" TO WS-REJ-REASON
                  PERFORM WRITE-REJECT-PARA
               ELSE
               IF WS-PIN-VALID NOT = "Y"
                  DISPLAY "ADDRESS PINCODE MISMATCH, NOT CREATED: "
                          WS-ADDR-PINCODE
                  MOVE WS-PIN-ISSUE TO WS-REJ-REASON
                  PERFORM WRITE-REJECT-PARA
               ELSE
               IF WS-ACCTYPE-VALID NOT = "Y"
                  DISPLAY "UNKNOWN ACCOUNT TYPE, NOT CREATED: "
                          WS-ACCTYPE
                  IF WS-BRNCH-LOADED = "Y"
                     ADD 1 TO WS-BRNCH-CREATED (WS-FOUND-BRNCH-IDX)
                  END-IF
                  IF WS-CATCHMENT-USED = "Y"
                     ADD 1 TO WS-CTL-CATCH-COUNT
                  END-IF
                  MOVE WS-ACCNUM  TO AM-ACCT-NUM
                  MOVE WS-CUST    TO AM-CUST
                  MOVE WS-PAN     TO AM-PAN
               END-IF
               END-IF
               END-IF
               END-IF
               WHEN OTHER
                  DISPLAY "UNKNOWN TRANSACTION CODE, NOT PROCESSED: "
                          WS-TXN-CODE
