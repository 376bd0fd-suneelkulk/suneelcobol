       IDENTIFICATION DIVISION.
       PROGRAM-ID. tdloan.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDMST-FILE  ASSIGN TO "TD-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TDMST-FILE-STATUS.

           SELECT ODLIM-FILE  ASSIGN TO "OD-LIMITS.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS ODLIM-FILE-STATUS.

           SELECT MAINT-FILE  ASSIGN TO "TD-LOAN.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS MAINT-FILE-STATUS.

           SELECT AUDIT-FILE  ASSIGN TO "TD-AUDIT.LOG"
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

           SELECT PRODMST-FILE ASSIGN TO "PRODUCT-MASTER.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PRODMST-FILE-STATUS.

           SELECT RUNCTL-FILE  ASSIGN TO "RUN-CONTROL.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   TDMST-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TDMST-REC               PIC X(120).

       FD   ODLIM-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ODLIM-REC               PIC X(60).

       FD   MAINT-FILE  RECORD CONTAINS 70 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 MAINT-REC               PIC X(70).

       FD   AUDIT-FILE  RECORD CONTAINS 110 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 AUDIT-REC               PIC X(110).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   PRODMST-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PRODMST-REC             PIC X(40).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       WORKING-STORAGE SECTION.
       01 TDMST-FILE-STATUS    PIC X(02).
       01 ODLIM-FILE-STATUS    PIC X(02).
       01 MAINT-FILE-STATUS    PIC X(02).
       01 AUDIT-FILE-STATUS    PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 PRODMST-FILE-STATUS  PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".

       01 EOF                  PIC X(01) VALUE "N".
       01 WS-RUN-DATE          PIC X(08).
       01 WS-RUN-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-DATE-NUM          PIC 9(08) VALUE 0.
       01 WS-DAYS-HELD         PIC S9(05) VALUE 0.

       01 WS-PRD-NAME-IN       PIC X(11) VALUE SPACES.
       01 WS-PRD-DIGIT-IN      PIC X(01) VALUE SPACES.
       01 WS-PRD-MINBAL-IN     PIC X(12) VALUE SPACES.
       01 WS-PRD-GL-IN         PIC X(06) VALUE SPACES.
       01 WS-PRD-RATE-IN       PIC X(06) VALUE SPACES.
       01 WS-PRD-FREQ-IN       PIC X(01) VALUE SPACES.
       01 WS-PRD-MARGIN-IN     PIC X(06) VALUE SPACES.
       01 WS-MAX-MARGIN        PIC 9(03)V99 VALUE 90.00.

       01 WS-TD-TABLE.
          05 WS-TD-ENTRY OCCURS 2000 TIMES INDEXED BY WS-TD-IDX.
             10 WS-TD-ACCT       PIC X(14).
             10 WS-TD-PRINCIPAL  PIC 9(09)V99.
             10 WS-TD-RATE       PIC 9(02)V99.
             10 WS-TD-TENURE     PIC 9(03).
             10 WS-TD-OPEN       PIC X(08).
             10 WS-TD-MATURITY   PIC X(08).
             10 WS-TD-INSTR      PIC X(01).
             10 WS-TD-LINKED     PIC X(14).
             10 WS-TD-STATUS     PIC X(01).
             10 WS-TD-LIEN       PIC X(01).
             10 WS-TD-LOAN-ACCT  PIC X(14).
       01 WS-TD-COUNT          PIC 9(04) VALUE 0.
       01 WS-TD-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-TD-IDX      PIC 9(04) VALUE 0.

       01 WS-TL-ACCT-IN        PIC X(14).
       01 WS-TL-PRIN-IN        PIC X(12).
       01 WS-TL-RATE-IN        PIC X(05).
       01 WS-TL-TENURE-IN      PIC X(03).
       01 WS-TL-OPEN-IN        PIC X(08).
       01 WS-TL-MAT-IN         PIC X(08).
       01 WS-TL-INSTR-IN       PIC X(01).
       01 WS-TL-LINKED-IN      PIC X(14).
       01 WS-TL-STATUS-IN      PIC X(01).
       01 WS-TL-LIEN-IN        PIC X(01).
       01 WS-TL-LOAN-IN        PIC X(14).

       01 WS-OD-TABLE.
          05 WS-OD-ENTRY OCCURS 2000 TIMES INDEXED BY WS-OD-IDX.
             10 WS-OD-ACCT       PIC X(14).
             10 WS-OD-LIMIT      PIC 9(09)V99.
             10 WS-OD-EXPIRY     PIC X(08).
             10 WS-OD-REVIEW     PIC X(08).
             10 WS-OD-DRAWN      PIC 9(09)V99.
       01 WS-OD-COUNT          PIC 9(04) VALUE 0.
       01 WS-OD-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-OD-IDX      PIC 9(04) VALUE 0.

       01 WS-OD-ACCT-IN        PIC X(14).
       01 WS-OD-LIMIT-IN       PIC X(12).
       01 WS-OD-EXPIRY-IN      PIC X(08).
       01 WS-OD-REVIEW-IN      PIC X(08).
       01 WS-OD-DRAWN-IN       PIC X(12).

       01 WS-MNT-ACTION-IN     PIC X(06).
       01 WS-MNT-ACCT-IN       PIC X(14).
       01 WS-MNT-BORROW-IN     PIC X(14).
       01 WS-MNT-MARGIN-IN     PIC X(06).
       01 WS-MNT-MAKER-IN      PIC X(10).
       01 WS-ACCT-OK           PIC X(01) VALUE "N".
       01 WS-TD-PAN            PIC X(10).
       01 WS-BORROW-ACCT       PIC X(14).
       01 WS-MARGIN            PIC 9(03)V99 VALUE 0.
       01 WS-ACCRUED           PIC 9(09)V99 VALUE 0.
       01 WS-DRAWING-LIMIT     PIC 9(09)V99 VALUE 0.

       01 WS-CTL-GRANTED       PIC 9(05) VALUE 0.
       01 WS-CTL-CLOSED        PIC 9(05) VALUE 0.
       01 WS-CTL-REFUSED       PIC 9(05) VALUE 0.
       01 WS-TOT-LIMITS        PIC 9(11)V99 VALUE 0.

       01 WS-TD-LINE.
          COPY TDMST.

       01 WS-ODLIM-LINE.
          05 WS-OL-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-OL-LIMIT         PIC 9(09).99.
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-OL-EXPIRY        PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-OL-REVIEW        PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-OL-DRAWN         PIC 9(09).99.

       01 WS-AUDIT-LINE.
          05 WS-AU-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-ACTION        PIC X(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-MAKER         PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-RESULT        PIC X(30).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-BORROW        PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-LIMIT         PIC 9(09).99.

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE LOAN AGAINST DEPOSIT PROGRAM".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           PERFORM LOAD-TD-MARGIN-PARA.
           PERFORM OPEN-AUDIT-PARA.
           PERFORM LOAD-TD-PARA.
           IF WS-TD-COUNT = 0
              DISPLAY "NO TERM DEPOSITS ON REGISTER, NOTHING TO DO"
              CLOSE AUDIT-FILE
              STOP RUN
           END-IF.
           PERFORM LOAD-OD-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM TAKE-SUBMISSIONS-PARA.
           CLOSE ACCTMST-FILE.
           PERFORM REWRITE-TD-PARA.
           PERFORM REWRITE-OD-PARA.
           CLOSE AUDIT-FILE.
           DISPLAY "LOAN AGAINST DEPOSIT SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  FACILITIES GRANTED  : " WS-CTL-GRANTED.
           DISPLAY "  FACILITIES CLOSED   : " WS-CTL-CLOSED.
           DISPLAY "  SUBMISSIONS REFUSED : " WS-CTL-REFUSED.
           DISPLAY "  LIMITS SANCTIONED   : " WS-TOT-LIMITS.

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

       LOAD-TD-MARGIN-PARA.
           OPEN INPUT PRODMST-FILE
           IF PRODMST-FILE-STATUS = "00"
              PERFORM UNTIL PRODMST-FILE-STATUS NOT = "00"
                 READ PRODMST-FILE
                   AT END
                     MOVE "10" TO PRODMST-FILE-STATUS
                   NOT AT END
                     MOVE SPACES TO WS-PRD-MARGIN-IN
                     UNSTRING PRODMST-REC DELIMITED BY ","
                     INTO     WS-PRD-NAME-IN
                              WS-PRD-DIGIT-IN
                              WS-PRD-MINBAL-IN
                              WS-PRD-GL-IN
                              WS-PRD-RATE-IN
                              WS-PRD-FREQ-IN
                              WS-PRD-MARGIN-IN
                     END-UNSTRING
                     IF WS-PRD-NAME-IN = "TERMDEP"
                        AND WS-PRD-MARGIN-IN NOT = SPACES
                        COMPUTE WS-MAX-MARGIN =
                                FUNCTION NUMVAL(WS-PRD-MARGIN-IN)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODMST-FILE
           ELSE
              DISPLAY "PRODUCT MASTER NOT FOUND, USING BUILT-IN "
                      "LOAN MARGIN"
           END-IF.

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
           MOVE WS-RUN-DATE     TO WS-AU-DATE
           MOVE WS-MNT-ACCT-IN  TO WS-AU-ACCT
           MOVE WS-MNT-MAKER-IN TO WS-AU-MAKER
           WRITE AUDIT-REC FROM WS-AUDIT-LINE.

       LOAD-TD-PARA.
           MOVE 0 TO WS-TD-COUNT
           OPEN INPUT TDMST-FILE
           IF TDMST-FILE-STATUS = "00"
              PERFORM UNTIL TDMST-FILE-STATUS NOT = "00"
                 READ TDMST-FILE
                   AT END
                     MOVE "10" TO TDMST-FILE-STATUS
                   NOT AT END
                     IF WS-TD-COUNT >= 2000
                        DISPLAY "TD REGISTER TABLE CAPACITY "
                                "EXCEEDED AT 2000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-TD-COUNT
                     SET WS-TD-IDX TO WS-TD-COUNT
                     MOVE SPACES TO WS-TL-LIEN-IN WS-TL-LOAN-IN
                     UNSTRING TDMST-REC DELIMITED BY ","
                     INTO  WS-TL-ACCT-IN
                           WS-TL-PRIN-IN
                           WS-TL-RATE-IN
                           WS-TL-TENURE-IN
                           WS-TL-OPEN-IN
                           WS-TL-MAT-IN
                           WS-TL-INSTR-IN
                           WS-TL-LINKED-IN
                           WS-TL-STATUS-IN
                           WS-TL-LIEN-IN
                           WS-TL-LOAN-IN
                     END-UNSTRING
                     MOVE WS-TL-ACCT-IN
                          TO WS-TD-ACCT (WS-TD-IDX)
                     COMPUTE WS-TD-PRINCIPAL (WS-TD-IDX) =
                             FUNCTION NUMVAL(WS-TL-PRIN-IN)
                     COMPUTE WS-TD-RATE (WS-TD-IDX) =
                             FUNCTION NUMVAL(WS-TL-RATE-IN)
                     COMPUTE WS-TD-TENURE (WS-TD-IDX) =
                             FUNCTION NUMVAL(WS-TL-TENURE-IN)
                     MOVE WS-TL-OPEN-IN
                          TO WS-TD-OPEN (WS-TD-IDX)
                     MOVE WS-TL-MAT-IN
                          TO WS-TD-MATURITY (WS-TD-IDX)
                     MOVE WS-TL-INSTR-IN
                          TO WS-TD-INSTR (WS-TD-IDX)
                     MOVE WS-TL-LINKED-IN
                          TO WS-TD-LINKED (WS-TD-IDX)
                     MOVE WS-TL-STATUS-IN
                          TO WS-TD-STATUS (WS-TD-IDX)
                     IF WS-TL-LIEN-IN = "Y"
                        MOVE "Y" TO WS-TD-LIEN (WS-TD-IDX)
                     ELSE
                        MOVE "N" TO WS-TD-LIEN (WS-TD-IDX)
                     END-IF
                     MOVE WS-TL-LOAN-IN
                          TO WS-TD-LOAN-ACCT (WS-TD-IDX)
                 END-READ
              END-PERFORM
              CLOSE TDMST-FILE
           ELSE
              DISPLAY "TERM DEPOSIT REGISTER NOT FOUND"
           END-IF.

       LOAD-OD-PARA.
           MOVE 0 TO WS-OD-COUNT
           OPEN INPUT ODLIM-FILE
           IF ODLIM-FILE-STATUS = "00"
              PERFORM UNTIL ODLIM-FILE-STATUS NOT = "00"
                 READ ODLIM-FILE
                   AT END
                     MOVE "10" TO ODLIM-FILE-STATUS
                   NOT AT END
                     IF WS-OD-COUNT >= 2000
                        DISPLAY "OD LIMIT TABLE CAPACITY "
                                "EXCEEDED AT 2000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-OD-COUNT
                     SET WS-OD-IDX TO WS-OD-COUNT
                     MOVE SPACES TO WS-OD-DRAWN-IN
                     UNSTRING ODLIM-REC DELIMITED BY ","
                     INTO  WS-OD-ACCT-IN
                           WS-OD-LIMIT-IN
                           WS-OD-EXPIRY-IN
                           WS-OD-REVIEW-IN
                           WS-OD-DRAWN-IN
                     END-UNSTRING
                     MOVE WS-OD-ACCT-IN
                          TO WS-OD-ACCT (WS-OD-IDX)
                     COMPUTE WS-OD-LIMIT (WS-OD-IDX) =
                             FUNCTION NUMVAL(WS-OD-LIMIT-IN)
                     MOVE WS-OD-EXPIRY-IN
                          TO WS-OD-EXPIRY (WS-OD-IDX)
                     MOVE WS-OD-REVIEW-IN
                          TO WS-OD-REVIEW (WS-OD-IDX)
                     IF WS-OD-DRAWN-IN = SPACES
                        MOVE 0 TO WS-OD-DRAWN (WS-OD-IDX)
                     ELSE
                        COMPUTE WS-OD-DRAWN (WS-OD-IDX) =
                                FUNCTION NUMVAL(WS-OD-DRAWN-IN)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE ODLIM-FILE
           ELSE
              DISPLAY "NO OVERDRAFT LIMIT FILE, STARTING EMPTY"
           END-IF.

       TAKE-SUBMISSIONS-PARA.
           OPEN INPUT MAINT-FILE
           IF MAINT-FILE-STATUS NOT = "00"
              DISPLAY "NO LOAN AGAINST DEPOSIT REQUESTS THIS RUN"
           ELSE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ MAINT-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      MOVE SPACES TO WS-MNT-BORROW-IN
                                     WS-MNT-MARGIN-IN
                                     WS-MNT-MAKER-IN
                      UNSTRING MAINT-REC DELIMITED BY ","
                      INTO WS-MNT-ACTION-IN
                           WS-MNT-ACCT-IN
                           WS-MNT-BORROW-IN
                           WS-MNT-MARGIN-IN
                           WS-MNT-MAKER-IN
                      END-UNSTRING
                      PERFORM SUBMIT-ONE-PARA
                 END-READ
              END-PERFORM
              CLOSE MAINT-FILE
           END-IF.

       SUBMIT-ONE-PARA.
           IF WS-MNT-MAKER-IN = SPACES
              ADD 1 TO WS-CTL-REFUSED
              DISPLAY "SUBMISSION WITHOUT MAKER ID REFUSED: "
                      WS-MNT-ACCT-IN
           ELSE
              PERFORM FIND-TD-PARA
              IF WS-TD-FOUND NOT = "Y"
                 ADD 1 TO WS-CTL-REFUSED
                 DISPLAY "NO ACTIVE TERM DEPOSIT, REQUEST REFUSED: "
                         WS-MNT-ACCT-IN
              ELSE
                 SET WS-TD-IDX TO WS-FOUND-TD-IDX
                 EVALUATE WS-MNT-ACTION-IN
                    WHEN "GRANT"
                       PERFORM APPLY-GRANT-PARA
                    WHEN "CLOSE"
                       PERFORM APPLY-CLOSE-PARA
                    WHEN OTHER
                       ADD 1 TO WS-CTL-REFUSED
                       DISPLAY "UNKNOWN MAINTENANCE ACTION REFUSED: "
                               WS-MNT-ACTION-IN
                 END-EVALUATE
              END-IF
           END-IF.

       FIND-TD-PARA.
           MOVE "N" TO WS-TD-FOUND
           SET WS-TD-IDX TO 1
           PERFORM UNTIL WS-TD-IDX > WS-TD-COUNT
                      OR WS-TD-FOUND = "Y"
              IF WS-TD-ACCT (WS-TD-IDX) = WS-MNT-ACCT-IN
                 AND WS-TD-STATUS (WS-TD-IDX) = "A"
                 MOVE "Y" TO WS-TD-FOUND
                 SET WS-FOUND-TD-IDX TO WS-TD-IDX
              END-IF
              SET WS-TD-IDX UP BY 1
           END-PERFORM.

       FIND-OD-PARA.
           MOVE "N" TO WS-OD-FOUND
           SET WS-OD-IDX TO 1
           PERFORM UNTIL WS-OD-IDX > WS-OD-COUNT
                      OR WS-OD-FOUND = "Y"
              IF WS-OD-ACCT (WS-OD-IDX) = WS-BORROW-ACCT
                 MOVE "Y" TO WS-OD-FOUND
                 SET WS-FOUND-OD-IDX TO WS-OD-IDX
              END-IF
              SET WS-OD-IDX UP BY 1
           END-PERFORM.

       CHECK-ACCOUNT-PARA.
           MOVE "N" TO WS-ACCT-OK
           MOVE SPACES TO WS-TD-PAN
           MOVE WS-TD-ACCT (WS-TD-IDX) TO AM-ACCT-NUM
           READ ACCTMST-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE AM-PAN TO WS-TD-PAN
           END-READ
           MOVE WS-BORROW-ACCT TO AM-ACCT-NUM
           READ ACCTMST-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF AM-STATUS = "O" AND AM-ACCTYPE = "CURRENT"
                  AND AM-PAN = WS-TD-PAN
                  AND WS-TD-PAN NOT = SPACES
                  MOVE "Y" TO WS-ACCT-OK
               END-IF
           END-READ.

       APPLY-GRANT-PARA.
           IF WS-MNT-BORROW-IN = SPACES
              MOVE WS-TD-LINKED (WS-TD-IDX) TO WS-BORROW-ACCT
           ELSE
              MOVE WS-MNT-BORROW-IN TO WS-BORROW-ACCT
           END-IF
           MOVE WS-MAX-MARGIN TO WS-MARGIN
           IF WS-MNT-MARGIN-IN NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-MNT-MARGIN-IN) = 0
              COMPUTE WS-MARGIN = FUNCTION NUMVAL(WS-MNT-MARGIN-IN)
           END-IF
           IF WS-TD-LIEN (WS-TD-IDX) = "Y"
              ADD 1 TO WS-CTL-REFUSED
              DISPLAY "DEPOSIT ALREADY UNDER LIEN, GRANT REFUSED: "
                      WS-MNT-ACCT-IN
           ELSE
           IF WS-MNT-MARGIN-IN NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-MNT-MARGIN-IN) NOT = 0
              ADD 1 TO WS-CTL-REFUSED
              DISPLAY "NON-NUMERIC MARGIN REFUSED: " WS-MNT-ACCT-IN
           ELSE
           IF WS-MARGIN = 0 OR WS-MARGIN > WS-MAX-MARGIN
              ADD 1 TO WS-CTL-REFUSED
              DISPLAY "MARGIN OUTSIDE PRODUCT LIMIT, REFUSED: "
                      WS-MNT-ACCT-IN
           ELSE
              PERFORM CHECK-ACCOUNT-PARA
              PERFORM FIND-OD-PARA
              IF WS-ACCT-OK NOT = "Y"
                 ADD 1 TO WS-CTL-REFUSED
                 DISPLAY "BORROWING ACCOUNT NOT AN OPEN CURRENT "
                         "ACCOUNT OF THE DEPOSITOR: " WS-BORROW-ACCT
              ELSE
              IF WS-OD-FOUND = "Y"
                 ADD 1 TO WS-CTL-REFUSED
                 DISPLAY "BORROWING ACCOUNT ALREADY HAS A LIMIT, "
                         "GRANT REFUSED: " WS-BORROW-ACCT
              ELSE
              IF WS-OD-COUNT >= 2000
                 ADD 1 TO WS-CTL-REFUSED
                 DISPLAY "SANCTION TABLE FULL, GRANT DROPPED: "
                         WS-MNT-ACCT-IN
                 MOVE 20 TO RETURN-CODE
              ELSE
                 PERFORM COMPUTE-LIMIT-PARA
                 ADD 1 TO WS-OD-COUNT
                 ADD 1 TO WS-CTL-GRANTED
                 ADD WS-DRAWING-LIMIT TO WS-TOT-LIMITS
                 SET WS-OD-IDX TO WS-OD-COUNT
                 MOVE WS-BORROW-ACCT   TO WS-OD-ACCT (WS-OD-IDX)
                 MOVE WS-DRAWING-LIMIT TO WS-OD-LIMIT (WS-OD-IDX)
                 MOVE WS-TD-MATURITY (WS-TD-IDX)
                                       TO WS-OD-EXPIRY (WS-OD-IDX)
                                          WS-OD-REVIEW (WS-OD-IDX)
                 MOVE 0                TO WS-OD-DRAWN (WS-OD-IDX)
                 MOVE "Y"            TO WS-TD-LIEN (WS-TD-IDX)
                 MOVE WS-BORROW-ACCT TO WS-TD-LOAN-ACCT (WS-TD-IDX)
                 MOVE "GRANT"          TO WS-AU-ACTION
                 MOVE "LIEN MARKED, LIMIT SANCTIONED" TO WS-AU-RESULT
                 MOVE WS-BORROW-ACCT   TO WS-AU-BORROW
                 MOVE WS-DRAWING-LIMIT TO WS-AU-LIMIT
                 PERFORM WRITE-AUDIT-PARA
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF.

       COMPUTE-LIMIT-PARA.
           MOVE WS-TD-OPEN (WS-TD-IDX) TO WS-DATE-NUM
           COMPUTE WS-DAYS-HELD =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-DAYS-HELD < 0
              MOVE 0 TO WS-DAYS-HELD
           END-IF
           COMPUTE WS-ACCRUED ROUNDED =
              WS-TD-PRINCIPAL (WS-TD-IDX) * WS-TD-RATE (WS-TD-IDX)
              * WS-DAYS-HELD / 365 / 100
           COMPUTE WS-DRAWING-LIMIT ROUNDED =
              (WS-TD-PRINCIPAL (WS-TD-IDX) + WS-ACCRUED)
              * WS-MARGIN / 100.

       APPLY-CLOSE-PARA.
           MOVE WS-TD-LOAN-ACCT (WS-TD-IDX) TO WS-BORROW-ACCT
           IF WS-TD-LIEN (WS-TD-IDX) NOT = "Y"
              ADD 1 TO WS-CTL-REFUSED
              DISPLAY "DEPOSIT NOT UNDER LIEN, CLOSE IGNORED: "
                      WS-MNT-ACCT-IN
           ELSE
              PERFORM FIND-OD-PARA
              IF WS-OD-FOUND = "Y"
                 AND WS-OD-DRAWN (WS-FOUND-OD-IDX) > 0
                 ADD 1 TO WS-CTL-REFUSED
                 DISPLAY "LOAN OUTSTANDING, LIEN RETAINED: "
                         WS-MNT-ACCT-IN
              ELSE
                 IF WS-OD-FOUND = "Y"
                    SET WS-OD-IDX TO WS-FOUND-OD-IDX
                    PERFORM SHIFT-OD-DOWN-PARA
                 END-IF
                 ADD 1 TO WS-CTL-CLOSED
                 MOVE "N"    TO WS-TD-LIEN (WS-TD-IDX)
                 MOVE SPACES TO WS-TD-LOAN-ACCT (WS-TD-IDX)
                 MOVE "CLOSE"          TO WS-AU-ACTION
                 MOVE "LIMIT WITHDRAWN, LIEN RELEASED" TO WS-AU-RESULT
                 MOVE WS-BORROW-ACCT   TO WS-AU-BORROW
                 MOVE 0                TO WS-AU-LIMIT
                 PERFORM WRITE-AUDIT-PARA
              END-IF
           END-IF.

       SHIFT-OD-DOWN-PARA.
           PERFORM UNTIL WS-OD-IDX >= WS-OD-COUNT
              MOVE WS-OD-ENTRY (WS-OD-IDX + 1)
                TO WS-OD-ENTRY (WS-OD-IDX)
              SET WS-OD-IDX UP BY 1
           END-PERFORM
           SUBTRACT 1 FROM WS-OD-COUNT
           SET WS-OD-IDX TO 1.

       REWRITE-TD-PARA.
           OPEN OUTPUT TDMST-FILE
           IF TDMST-FILE-STATUS NOT = "00"
              DISPLAY "TERM DEPOSIT REGISTER REWRITE FAILED, STATUS="
                      TDMST-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-TD-IDX TO 1
              PERFORM UNTIL WS-TD-IDX > WS-TD-COUNT
                 MOVE WS-TD-ACCT (WS-TD-IDX)      TO TD-ACCT
                 MOVE WS-TD-PRINCIPAL (WS-TD-IDX) TO TD-PRINCIPAL
                 MOVE WS-TD-RATE (WS-TD-IDX)      TO TD-RATE
                 MOVE WS-TD-TENURE (WS-TD-IDX)    TO TD-TENURE
                 MOVE WS-TD-OPEN (WS-TD-IDX)      TO TD-OPEN
                 MOVE WS-TD-MATURITY (WS-TD-IDX)  TO TD-MATURITY
                 MOVE WS-TD-INSTR (WS-TD-IDX)     TO TD-INSTR
                 MOVE WS-TD-LINKED (WS-TD-IDX)    TO TD-LINKED
                 MOVE WS-TD-STATUS (WS-TD-IDX)    TO TD-STATUS
                 MOVE WS-TD-LIEN (WS-TD-IDX)      TO TD-LIEN
                 MOVE WS-TD-LOAN-ACCT (WS-TD-IDX) TO TD-LOAN-ACCT
                 WRITE TDMST-REC FROM WS-TD-LINE
                 SET WS-TD-IDX UP BY 1
              END-PERFORM
              CLOSE TDMST-FILE
           END-IF.

       REWRITE-OD-PARA.
           OPEN OUTPUT ODLIM-FILE
           IF ODLIM-FILE-STATUS NOT = "00"
              DISPLAY "OD LIMIT FILE REWRITE FAILED, STATUS="
                      ODLIM-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-OD-IDX TO 1
              PERFORM UNTIL WS-OD-IDX > WS-OD-COUNT
                 MOVE WS-OD-ACCT (WS-OD-IDX)   TO WS-OL-ACCT
                 MOVE WS-OD-LIMIT (WS-OD-IDX)  TO WS-OL-LIMIT
                 MOVE WS-OD-EXPIRY (WS-OD-IDX) TO WS-OL-EXPIRY
                 MOVE WS-OD-REVIEW (WS-OD-IDX) TO WS-OL-REVIEW
                 MOVE WS-OD-DRAWN (WS-OD-IDX)  TO WS-OL-DRAWN
                 WRITE ODLIM-REC FROM WS-ODLIM-LINE
                 SET WS-OD-IDX UP BY 1
              END-PERFORM
              CLOSE ODLIM-FILE
           END-IF.
