       IDENTIFICATION DIVISION.
       PROGRAM-ID. nachmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "NACH-MANDATE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS MANDATE-FILE-STATUS.

           SELECT MAINT-FILE  ASSIGN TO "NACH-MAINT.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS MAINT-FILE-STATUS.

           SELECT AUDIT-FILE  ASSIGN TO "NACH-AUDIT.LOG"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO "ACCOUNT-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AM-ACCT-NUM
                               ALTERNATE RECORD KEY IS AM-PAN
                                   WITH DUPLICATES
                               FILE STATUS IS ACCTMST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   MANDATE-FILE  RECORD CONTAINS 110 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 MANDATE-REC             PIC X(110).

       FD   MAINT-FILE  RECORD CONTAINS 130 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 MAINT-REC               PIC X(130).

       FD   AUDIT-FILE  RECORD CONTAINS 110 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 AUDIT-REC               PIC X(110).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       WORKING-STORAGE SECTION.
       01 MANDATE-FILE-STATUS  PIC X(02).
       01 MAINT-FILE-STATUS    PIC X(02).
       01 AUDIT-FILE-STATUS    PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).

       01 EOF                  PIC X(01) VALUE "N".
       01 WS-RUN-DATE          PIC X(08).

       01 WS-MANDATE-TABLE.
          05 WS-MD-ENTRY OCCURS 20000 TIMES INDEXED BY WS-MD-IDX.
             10 WS-MD-UMRN       PIC X(20).
             10 WS-MD-ACCT       PIC X(14).
             10 WS-MD-UTILITY    PIC X(18).
             10 WS-MD-MAX-AMT    PIC 9(09)V99.
             10 WS-MD-FREQ       PIC X(01).
             10 WS-MD-START      PIC X(08).
             10 WS-MD-END        PIC X(08).
             10 WS-MD-STATUS     PIC X(01).
             10 WS-MD-LAST-DEBIT PIC X(08).
       01 WS-MANDATE-COUNT     PIC 9(05) VALUE 0.
       01 WS-MD-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-MD-IDX      PIC 9(05) VALUE 0.

       01 WS-MD-UMRN-IN        PIC X(20).
       01 WS-MD-ACCT-IN        PIC X(14).
       01 WS-MD-UTILITY-IN     PIC X(18).
       01 WS-MD-MAX-AMT-IN     PIC X(12).
       01 WS-MD-FREQ-IN        PIC X(01).
       01 WS-MD-START-IN       PIC X(08).
       01 WS-MD-END-IN         PIC X(08).
       01 WS-MD-STATUS-IN      PIC X(01).
       01 WS-MD-LAST-DEBIT-IN  PIC X(08).

       01 WS-MNT-ACTION-IN     PIC X(08).
       01 WS-MNT-UMRN-IN       PIC X(20).
       01 WS-MNT-ACCT-IN       PIC X(14).
       01 WS-MNT-UTILITY-IN    PIC X(18).
       01 WS-MNT-AMOUNT-IN     PIC X(12).
       01 WS-MNT-FREQ-IN       PIC X(01).
       01 WS-MNT-START-IN      PIC X(08).
       01 WS-MNT-END-IN        PIC X(08).
       01 WS-MNT-MAKER-IN      PIC X(10).
       01 WS-MNT-AMOUNT        PIC 9(09)V99 VALUE 0.
       01 WS-ACCT-OK           PIC X(01) VALUE "N".
       01 WS-FREQ-OK           PIC X(01) VALUE "N".

       01 WS-CTL-REGISTERED    PIC 9(05) VALUE 0.
       01 WS-CTL-AMENDED       PIC 9(05) VALUE 0.
       01 WS-CTL-CANCELLED     PIC 9(05) VALUE 0.
       01 WS-CTL-REFUSED       PIC 9(05) VALUE 0.

       01 WS-MANDATE-LINE.
          COPY MANDATE.

       01 WS-AUDIT-LINE.
          05 WS-AU-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-ACTION        PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-UMRN          PIC X(20).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-MAKER         PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-RESULT        PIC X(30).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE NACH MANDATE MAINTENANCE".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-AUDIT-PARA.
           PERFORM LOAD-MANDATES-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT MASTER NOT AVAILABLE, ACCOUNT EDITS "
                      "SKIPPED, STATUS=" ACCTMST-FILE-STATUS
           END-IF.
           PERFORM TAKE-SUBMISSIONS-PARA.
           IF ACCTMST-FILE-STATUS = "00"
              CLOSE ACCTMST-FILE
           END-IF.
           PERFORM REWRITE-MANDATES-PARA.
           CLOSE AUDIT-FILE.
           DISPLAY "NACH MANDATE MAINTENANCE SUMMARY".
           DISPLAY "  MANDATES REGISTERED : " WS-CTL-REGISTERED.
           DISPLAY "  MANDATES AMENDED    : " WS-CTL-AMENDED.
           DISPLAY "  MANDATES CANCELLED  : " WS-CTL-CANCELLED.
           DISPLAY "  SUBMISSIONS REFUSED : " WS-CTL-REFUSED.

           STOP RUN.

       OPEN-AUDIT-PARA.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
              CLOSE AUDIT-FILE
              OPEN EXTEND AUDIT-FILE
           END-IF
           IF AUDIT-FILE-STATUS NOT = "00"
              DISPLAY "AUDIT TRAIL UNAVAILABLE - MAINTENANCE "
                      "REFUSED, STATUS=" AUDIT-FILE-STATUS
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-AUDIT-PARA.
           MOVE WS-RUN-DATE      TO WS-AU-DATE
           MOVE WS-MNT-ACTION-IN TO WS-AU-ACTION
           MOVE WS-MNT-UMRN-IN   TO WS-AU-UMRN
           MOVE WS-MNT-ACCT-IN   TO WS-AU-ACCT
           MOVE WS-MNT-MAKER-IN  TO WS-AU-MAKER
           WRITE AUDIT-REC FROM WS-AUDIT-LINE.

       REFUSE-PARA.
           ADD 1 TO WS-CTL-REFUSED
           DISPLAY "MANDATE SUBMISSION REFUSED: " WS-MNT-UMRN-IN
                   " - " WS-AU-RESULT
           PERFORM WRITE-AUDIT-PARA.

       LOAD-MANDATES-PARA.
           MOVE 0 TO WS-MANDATE-COUNT
           OPEN INPUT MANDATE-FILE
           IF MANDATE-FILE-STATUS = "00"
              PERFORM UNTIL MANDATE-FILE-STATUS NOT = "00"
                 READ MANDATE-FILE
                   AT END
                     MOVE "10" TO MANDATE-FILE-STATUS
                   NOT AT END
                     IF WS-MANDATE-COUNT >= 20000
                        DISPLAY "MANDATE TABLE CAPACITY "
                                "EXCEEDED AT 20000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-MANDATE-COUNT
                     SET WS-MD-IDX TO WS-MANDATE-COUNT
                     MOVE SPACES TO WS-MD-LAST-DEBIT-IN
                     UNSTRING MANDATE-REC DELIMITED BY ","
                     INTO  WS-MD-UMRN-IN
                           WS-MD-ACCT-IN
                           WS-MD-UTILITY-IN
                           WS-MD-MAX-AMT-IN
                           WS-MD-FREQ-IN
                           WS-MD-START-IN
                           WS-MD-END-IN
                           WS-MD-STATUS-IN
                           WS-MD-LAST-DEBIT-IN
                     END-UNSTRING
                     MOVE WS-MD-UMRN-IN TO WS-MD-UMRN (WS-MD-IDX)
                     MOVE WS-MD-ACCT-IN TO WS-MD-ACCT (WS-MD-IDX)
                     MOVE WS-MD-UTILITY-IN
                          TO WS-MD-UTILITY (WS-MD-IDX)
                     COMPUTE WS-MD-MAX-AMT (WS-MD-IDX) =
                             FUNCTION NUMVAL(WS-MD-MAX-AMT-IN)
                     MOVE WS-MD-FREQ-IN  TO WS-MD-FREQ (WS-MD-IDX)
                     MOVE WS-MD-START-IN TO WS-MD-START (WS-MD-IDX)
                     MOVE WS-MD-END-IN   TO WS-MD-END (WS-MD-IDX)
                     MOVE WS-MD-STATUS-IN
                          TO WS-MD-STATUS (WS-MD-IDX)
                     MOVE WS-MD-LAST-DEBIT-IN
                          TO WS-MD-LAST-DEBIT (WS-MD-IDX)
                 END-READ
              END-PERFORM
              CLOSE MANDATE-FILE
           ELSE
              DISPLAY "NO MANDATE MASTER YET, STARTING EMPTY"
           END-IF.

       TAKE-SUBMISSIONS-PARA.
           OPEN INPUT MAINT-FILE
           IF MAINT-FILE-STATUS NOT = "00"
              DISPLAY "NO MAINTENANCE SUBMISSIONS THIS RUN"
           ELSE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ MAINT-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      MOVE SPACES TO WS-MNT-UTILITY-IN
                                     WS-MNT-AMOUNT-IN
                                     WS-MNT-FREQ-IN
                                     WS-MNT-START-IN
                                     WS-MNT-END-IN
                                     WS-MNT-MAKER-IN
                      UNSTRING MAINT-REC DELIMITED BY ","
                      INTO WS-MNT-ACTION-IN
                           WS-MNT-UMRN-IN
                           WS-MNT-ACCT-IN
                           WS-MNT-UTILITY-IN
                           WS-MNT-AMOUNT-IN
                           WS-MNT-FREQ-IN
                           WS-MNT-START-IN
                           WS-MNT-END-IN
                           WS-MNT-MAKER-IN
                      END-UNSTRING
                      PERFORM SUBMIT-ONE-PARA
                 END-READ
              END-PERFORM
              CLOSE MAINT-FILE
           END-IF.

       SUBMIT-ONE-PARA.
           IF WS-MNT-MAKER-IN = SPACES
              MOVE "NO MAKER ID" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-MNT-UMRN-IN = SPACES
              MOVE "NO MANDATE REFERENCE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              PERFORM FIND-MANDATE-PARA
              EVALUATE WS-MNT-ACTION-IN
                 WHEN "REGISTER"
                    PERFORM REGISTER-MANDATE-PARA
                 WHEN "AMEND"
                    PERFORM AMEND-MANDATE-PARA
                 WHEN "CANCEL"
                    PERFORM CANCEL-MANDATE-PARA
                 WHEN OTHER
                    MOVE "UNKNOWN MAINTENANCE ACTION" TO WS-AU-RESULT
                    PERFORM REFUSE-PARA
              END-EVALUATE
           END-IF
           END-IF.

       FIND-MANDATE-PARA.
           MOVE "N" TO WS-MD-FOUND
           SET WS-MD-IDX TO 1
           PERFORM UNTIL WS-MD-IDX > WS-MANDATE-COUNT
                      OR WS-MD-FOUND = "Y"
              IF WS-MD-UMRN (WS-MD-IDX) = WS-MNT-UMRN-IN
                 MOVE "Y" TO WS-MD-FOUND
                 SET WS-FOUND-MD-IDX TO WS-MD-IDX
              END-IF
              SET WS-MD-IDX UP BY 1
           END-PERFORM.

       CHECK-ACCOUNT-PARA.
           MOVE "Y" TO WS-ACCT-OK
           IF ACCTMST-FILE-STATUS = "00"
              MOVE WS-MNT-ACCT-IN TO AM-ACCT-NUM
              READ ACCTMST-FILE
                INVALID KEY
                  MOVE "N" TO WS-ACCT-OK
                NOT INVALID KEY
                  IF AM-STATUS = "C"
                     MOVE "N" TO WS-ACCT-OK
                  END-IF
              END-READ
           END-IF.

       CHECK-FREQ-PARA.
           MOVE "Y" TO WS-FREQ-OK
           IF WS-MNT-FREQ-IN NOT = "M" AND
              WS-MNT-FREQ-IN NOT = "Q" AND
              WS-MNT-FREQ-IN NOT = "H" AND
              WS-MNT-FREQ-IN NOT = "Y" AND
              WS-MNT-FREQ-IN NOT = "A"
              MOVE "N" TO WS-FREQ-OK
           END-IF.

       REGISTER-MANDATE-PARA.
           PERFORM CHECK-ACCOUNT-PARA
           PERFORM CHECK-FREQ-PARA
           MOVE 0 TO WS-MNT-AMOUNT
           IF FUNCTION TEST-NUMVAL(WS-MNT-AMOUNT-IN) = 0
              COMPUTE WS-MNT-AMOUNT = FUNCTION NUMVAL(WS-MNT-AMOUNT-IN)
           END-IF
           IF WS-MD-FOUND = "Y"
              MOVE "MANDATE ALREADY REGISTERED" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-ACCT-OK NOT = "Y"
              MOVE "ACCOUNT NOT ELIGIBLE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-MNT-UTILITY-IN = SPACES
              MOVE "NO UTILITY CODE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-MNT-AMOUNT = 0
              MOVE "INVALID MAXIMUM AMOUNT" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-FREQ-OK NOT = "Y"
              MOVE "UNKNOWN FREQUENCY" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-MNT-START-IN NOT NUMERIC
              OR (WS-MNT-END-IN NOT = SPACES
                  AND (WS-MNT-END-IN NOT NUMERIC
                       OR WS-MNT-END-IN < WS-MNT-START-IN))
              MOVE "INVALID VALIDITY PERIOD" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-MANDATE-COUNT >= 20000
              MOVE "MANDATE TABLE FULL" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
              MOVE 20 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-MANDATE-COUNT
              SET WS-MD-IDX TO WS-MANDATE-COUNT
              MOVE WS-MNT-UMRN-IN    TO WS-MD-UMRN (WS-MD-IDX)
              MOVE WS-MNT-ACCT-IN    TO WS-MD-ACCT (WS-MD-IDX)
              MOVE WS-MNT-UTILITY-IN TO WS-MD-UTILITY (WS-MD-IDX)
              MOVE WS-MNT-AMOUNT     TO WS-MD-MAX-AMT (WS-MD-IDX)
              MOVE WS-MNT-FREQ-IN    TO WS-MD-FREQ (WS-MD-IDX)
              MOVE WS-MNT-START-IN   TO WS-MD-START (WS-MD-IDX)
              MOVE WS-MNT-END-IN     TO WS-MD-END (WS-MD-IDX)
              MOVE "A"               TO WS-MD-STATUS (WS-MD-IDX)
              MOVE SPACES            TO WS-MD-LAST-DEBIT (WS-MD-IDX)
              ADD 1 TO WS-CTL-REGISTERED
              MOVE "MANDATE REGISTERED" TO WS-AU-RESULT
              PERFORM WRITE-AUDIT-PARA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       AMEND-MANDATE-PARA.
           IF WS-MD-FOUND NOT = "Y"
              MOVE "MANDATE NOT ON FILE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              SET WS-MD-IDX TO WS-FOUND-MD-IDX
              MOVE WS-MD-ACCT (WS-MD-IDX) TO WS-MNT-ACCT-IN
              IF WS-MD-STATUS (WS-MD-IDX) NOT = "A"
                 MOVE "MANDATE ALREADY CANCELLED" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
              ELSE
                 IF WS-MNT-FREQ-IN = SPACES
                    MOVE WS-MD-FREQ (WS-MD-IDX) TO WS-MNT-FREQ-IN
                 END-IF
                 IF WS-MNT-END-IN = SPACES
                    MOVE WS-MD-END (WS-MD-IDX) TO WS-MNT-END-IN
                 END-IF
                 MOVE 0 TO WS-MNT-AMOUNT
                 IF WS-MNT-AMOUNT-IN = SPACES
                    MOVE WS-MD-MAX-AMT (WS-MD-IDX) TO WS-MNT-AMOUNT
                 ELSE
                    IF FUNCTION TEST-NUMVAL(WS-MNT-AMOUNT-IN) = 0
                       COMPUTE WS-MNT-AMOUNT =
                               FUNCTION NUMVAL(WS-MNT-AMOUNT-IN)
                    END-IF
                 END-IF
                 PERFORM CHECK-FREQ-PARA
                 IF WS-MNT-AMOUNT = 0
                    MOVE "INVALID MAXIMUM AMOUNT" TO WS-AU-RESULT
                    PERFORM REFUSE-PARA
                 ELSE
                 IF WS-FREQ-OK NOT = "Y"
                    MOVE "UNKNOWN FREQUENCY" TO WS-AU-RESULT
                    PERFORM REFUSE-PARA
                 ELSE
                 IF WS-MNT-END-IN NOT = SPACES
                    AND (WS-MNT-END-IN NOT NUMERIC
                         OR WS-MNT-END-IN < WS-MD-START (WS-MD-IDX))
                    MOVE "INVALID VALIDITY PERIOD" TO WS-AU-RESULT
                    PERFORM REFUSE-PARA
                 ELSE
                    MOVE WS-MNT-AMOUNT  TO WS-MD-MAX-AMT (WS-MD-IDX)
                    MOVE WS-MNT-FREQ-IN TO WS-MD-FREQ (WS-MD-IDX)
                    MOVE WS-MNT-END-IN  TO WS-MD-END (WS-MD-IDX)
                    IF WS-MNT-UTILITY-IN NOT = SPACES
                       MOVE WS-MNT-UTILITY-IN
                            TO WS-MD-UTILITY (WS-MD-IDX)
                    END-IF
                    ADD 1 TO WS-CTL-AMENDED
                    MOVE "MANDATE AMENDED" TO WS-AU-RESULT
                    PERFORM WRITE-AUDIT-PARA
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.

       CANCEL-MANDATE-PARA.
           IF WS-MD-FOUND NOT = "Y"
              MOVE "MANDATE NOT ON FILE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              SET WS-MD-IDX TO WS-FOUND-MD-IDX
              MOVE WS-MD-ACCT (WS-MD-IDX) TO WS-MNT-ACCT-IN
              IF WS-MD-STATUS (WS-MD-IDX) NOT = "A"
                 MOVE "MANDATE ALREADY CANCELLED" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
              ELSE
                 MOVE "C" TO WS-MD-STATUS (WS-MD-IDX)
                 ADD 1 TO WS-CTL-CANCELLED
                 MOVE "MANDATE CANCELLED" TO WS-AU-RESULT
                 PERFORM WRITE-AUDIT-PARA
              END-IF
           END-IF.

       REWRITE-MANDATES-PARA.
           OPEN OUTPUT MANDATE-FILE
           IF MANDATE-FILE-STATUS NOT = "00"
              DISPLAY "MANDATE MASTER REWRITE FAILED, STATUS="
                      MANDATE-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-MD-IDX TO 1
              PERFORM UNTIL WS-MD-IDX > WS-MANDATE-COUNT
                 MOVE WS-MD-UMRN (WS-MD-IDX)       TO MD-UMRN
                 MOVE WS-MD-ACCT (WS-MD-IDX)       TO MD-ACCT
                 MOVE WS-MD-UTILITY (WS-MD-IDX)    TO MD-UTILITY
                 MOVE WS-MD-MAX-AMT (WS-MD-IDX)    TO MD-MAX-AMT
                 MOVE WS-MD-FREQ (WS-MD-IDX)       TO MD-FREQ
                 MOVE WS-MD-START (WS-MD-IDX)      TO MD-START
                 MOVE WS-MD-END (WS-MD-IDX)        TO MD-END
                 MOVE WS-MD-STATUS (WS-MD-IDX)     TO MD-STATUS
                 MOVE WS-MD-LAST-DEBIT (WS-MD-IDX) TO MD-LAST-DEBIT
                 WRITE MANDATE-REC FROM WS-MANDATE-LINE
                 SET WS-MD-IDX UP BY 1
              END-PERFORM
              CLOSE MANDATE-FILE
           END-IF.
