       IDENTIFICATION DIVISION.
       PROGRAM-ID. rdmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RDMST-FILE  ASSIGN TO "RD-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RDMST-FILE-STATUS.

           SELECT RDSCH-FILE  ASSIGN TO "RD-SCHEDULE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RDSCH-FILE-STATUS.

           SELECT MAINT-FILE  ASSIGN TO "RD-MAINT.CSV"
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
       FD   RDMST-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RDMST-REC               PIC X(120).

       FD   RDSCH-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RDSCH-REC               PIC X(80).

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
       01 RDMST-FILE-STATUS    PIC X(02).
       01 RDSCH-FILE-STATUS    PIC X(02).
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

       01 WS-PRD-NAME-IN       PIC X(11) VALUE SPACES.
       01 WS-PRD-DIGIT-IN      PIC X(01) VALUE SPACES.
       01 WS-PRD-MINBAL-IN     PIC X(12) VALUE SPACES.
       01 WS-PRD-GL-IN         PIC X(06) VALUE SPACES.
       01 WS-PRD-RATE-IN       PIC X(06) VALUE SPACES.
       01 WS-RD-RATE           PIC 9(02)V99 VALUE 7.00.
       01 WS-RD-MIN-INST       PIC 9(07)V99 VALUE 500.00.
       01 WS-RD-MAX-TENURE     PIC 9(03) VALUE 120.

       01 WS-RD-TABLE.
          05 WS-RD-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RD-IDX.
             10 WS-RD-ACCT       PIC X(14).
       01 WS-RD-COUNT          PIC 9(04) VALUE 0.
       01 WS-RD-FOUND          PIC X(01) VALUE "N".
       01 WS-RL-ACCT-IN        PIC X(14).

       01 WS-MNT-ACTION-IN     PIC X(06).
       01 WS-MNT-ACCT-IN       PIC X(14).
       01 WS-MNT-INST-IN       PIC X(12).
       01 WS-MNT-TENURE-IN     PIC X(03).
       01 WS-MNT-LINKED-IN     PIC X(14).
       01 WS-MNT-MAKER-IN      PIC X(10).
       01 WS-INSTALMENT        PIC 9(07)V99 VALUE 0.
       01 WS-TENURE            PIC 9(03) VALUE 0.
       01 WS-ACCT-OK           PIC X(01) VALUE "N".
       01 WS-LINKED-OK         PIC X(01) VALUE "N".

       01 WS-MAT-INT           PIC 9(08) VALUE 0.
       01 WS-MAT-SPLIT REDEFINES WS-MAT-INT.
          05 WS-MAT-YY         PIC 9(04).
          05 WS-MAT-MM         PIC 9(02).
          05 WS-MAT-DD         PIC 9(02).
       01 WS-MONTH-DAYS        PIC 9(02) VALUE 0.
       01 WS-YEAR-REM          PIC 9(04) VALUE 0.
       01 WS-ADD-MONTHS        PIC 9(03) VALUE 0.
       01 WS-MONTH-SEQ         PIC 9(06) VALUE 0.
       01 WS-TEN-I             PIC 9(03) VALUE 0.

       01 WS-CTL-ADDED         PIC 9(05) VALUE 0.
       01 WS-CTL-REFUSED       PIC 9(05) VALUE 0.
       01 WS-CTL-SCHED         PIC 9(07) VALUE 0.

       01 WS-RD-LINE.
          COPY RDMST.

       01 WS-RDSCH-LINE.
          COPY RDSCH.

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

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE RECURRING DEPOSIT REGISTER MAINTENANCE".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-RD-PRODUCT-PARA.
           PERFORM LOAD-RD-ACCTS-PARA.
           PERFORM OPEN-AUDIT-PARA.
           PERFORM OPEN-RDMST-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM TAKE-SUBMISSIONS-PARA.
           CLOSE ACCTMST-FILE.
           CLOSE RDMST-FILE.
           CLOSE RDSCH-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY "RECURRING DEPOSIT MAINTENANCE SUMMARY".
           DISPLAY "  DEPOSITS REGISTERED : " WS-CTL-ADDED.
           DISPLAY "  INSTALMENTS SCHEDULED: " WS-CTL-SCHED.
           DISPLAY "  SUBMISSIONS REFUSED : " WS-CTL-REFUSED.

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

       LOAD-RD-PRODUCT-PARA.
           OPEN INPUT PRODMST-FILE
           IF PRODMST-FILE-STATUS = "00"
              PERFORM UNTIL PRODMST-FILE-STATUS NOT = "00"
                 READ PRODMST-FILE
                   AT END
                     MOVE "10" TO PRODMST-FILE-STATUS
                   NOT AT END
                     UNSTRING PRODMST-REC DELIMITED BY ","
                     INTO     WS-PRD-NAME-IN
                              WS-PRD-DIGIT-IN
                              WS-PRD-MINBAL-IN
                              WS-PRD-GL-IN
                              WS-PRD-RATE-IN
                     END-UNSTRING
                     IF WS-PRD-NAME-IN = "RECURDEP"
                        COMPUTE WS-RD-RATE =
                                FUNCTION NUMVAL(WS-PRD-RATE-IN)
                        COMPUTE WS-RD-MIN-INST =
                                FUNCTION NUMVAL(WS-PRD-MINBAL-IN)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODMST-FILE
           ELSE
              DISPLAY "PRODUCT MASTER NOT FOUND, USING BUILT-IN "
                      "RECURRING DEPOSIT RATE"
           END-IF.

       LOAD-RD-ACCTS-PARA.
           MOVE 0 TO WS-RD-COUNT
           OPEN INPUT RDMST-FILE
           IF RDMST-FILE-STATUS = "00"
              PERFORM UNTIL RDMST-FILE-STATUS NOT = "00"
                 READ RDMST-FILE
                   AT END
                     MOVE "10" TO RDMST-FILE-STATUS
                   NOT AT END
                     IF WS-RD-COUNT < 2000
                        ADD 1 TO WS-RD-COUNT
                        SET WS-RD-IDX TO WS-RD-COUNT
                        UNSTRING RDMST-REC DELIMITED BY ","
                        INTO WS-RL-ACCT-IN
                        END-UNSTRING
                        MOVE WS-RL-ACCT-IN TO WS-RD-ACCT (WS-RD-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE RDMST-FILE
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

       OPEN-RDMST-PARA.
           OPEN EXTEND RDMST-FILE.
           IF RDMST-FILE-STATUS = "35"
              OPEN OUTPUT RDMST-FILE
              CLOSE RDMST-FILE
              OPEN EXTEND RDMST-FILE
           END-IF
           IF RDMST-FILE-STATUS NOT = "00"
              DISPLAY "RECURRING DEPOSIT REGISTER OPEN FAILED, "
                      "STATUS=" RDMST-FILE-STATUS
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND RDSCH-FILE.
           IF RDSCH-FILE-STATUS = "35"
              OPEN OUTPUT RDSCH-FILE
              CLOSE RDSCH-FILE
              OPEN EXTEND RDSCH-FILE
           END-IF
           IF RDSCH-FILE-STATUS NOT = "00"
              DISPLAY "RECURRING DEPOSIT SCHEDULE OPEN FAILED, "
                      "STATUS=" RDSCH-FILE-STATUS
              MOVE 20 TO RETURN-CODE
              STOP RUN
           END-IF.

       WRITE-AUDIT-PARA.
           MOVE WS-RUN-DATE TO WS-AU-DATE
           WRITE AUDIT-REC FROM WS-AUDIT-LINE.

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
                      MOVE SPACES TO WS-MNT-MAKER-IN
                      UNSTRING MAINT-REC DELIMITED BY ","
                      INTO WS-MNT-ACTION-IN
                           WS-MNT-ACCT-IN
                           WS-MNT-INST-IN
                           WS-MNT-TENURE-IN
                           WS-MNT-LINKED-IN
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
           IF WS-MNT-ACTION-IN NOT = "ADD"
              ADD 1 TO WS-CTL-REFUSED
              DISPLAY "UNKNOWN MAINTENANCE ACTION REFUSED: "
                      WS-MNT-ACTION-IN
           ELSE
           IF FUNCTION TEST-NUMVAL(WS-MNT-TENURE-IN) NOT = 0
              OR FUNCTION TEST-NUMVAL(WS-MNT-INST-IN) NOT = 0
              ADD 1 TO WS-CTL-REFUSED
              DISPLAY "NON-NUMERIC INSTALMENT OR TENURE REFUSED: "
                      WS-MNT-ACCT-IN
           ELSE
              COMPUTE WS-TENURE = FUNCTION NUMVAL(WS-MNT-TENURE-IN)
              COMPUTE WS-INSTALMENT =
                      FUNCTION NUMVAL(WS-MNT-INST-IN)
              PERFORM FIND-RD-PARA
              IF WS-TENURE = 0 OR WS-TENURE > WS-RD-MAX-TENURE
                 ADD 1 TO WS-CTL-REFUSED
                 DISPLAY "TENURE OUTSIDE PERMITTED RANGE REFUSED: "
                         WS-MNT-ACCT-IN
              ELSE
              IF WS-INSTALMENT < WS-RD-MIN-INST
                 ADD 1 TO WS-CTL-REFUSED
                 DISPLAY "INSTALMENT BELOW PRODUCT MINIMUM REFUSED: "
                         WS-MNT-ACCT-IN
              ELSE
              IF WS-RD-FOUND = "Y"
                 ADD 1 TO WS-CTL-REFUSED
                 DISPLAY "DEPOSIT ALREADY ON REGISTER, REFUSED: "
                         WS-MNT-ACCT-IN
              ELSE
                 PERFORM CHECK-ACCOUNT-PARA
                 IF WS-ACCT-OK NOT = "Y"
                    ADD 1 TO WS-CTL-REFUSED
                    DISPLAY "NOT AN OPEN RECURRING DEPOSIT ACCOUNT: "
                            WS-MNT-ACCT-IN
                 ELSE
                 IF WS-LINKED-OK NOT = "Y"
                    ADD 1 TO WS-CTL-REFUSED
                    DISPLAY "LINKED ACCOUNT NOT AN OPEN SAVINGS "
                            "ACCOUNT: " WS-MNT-LINKED-IN
                 ELSE
                    PERFORM REGISTER-RD-PARA
                 END-IF
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF.

       FIND-RD-PARA.
           MOVE "N" TO WS-RD-FOUND
           SET WS-RD-IDX TO 1
           PERFORM UNTIL WS-RD-IDX > WS-RD-COUNT
                      OR WS-RD-FOUND = "Y"
              IF WS-RD-ACCT (WS-RD-IDX) = WS-MNT-ACCT-IN
                 MOVE "Y" TO WS-RD-FOUND
              END-IF
              SET WS-RD-IDX UP BY 1
           END-PERFORM.

       CHECK-ACCOUNT-PARA.
           MOVE "N" TO WS-ACCT-OK
           MOVE "N" TO WS-LINKED-OK
           MOVE WS-MNT-ACCT-IN TO AM-ACCT-NUM
           READ ACCTMST-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF AM-STATUS = "O" AND AM-ACCTYPE = "RECURDEP"
                  MOVE "Y" TO WS-ACCT-OK
               END-IF
           END-READ
           MOVE WS-MNT-LINKED-IN TO AM-ACCT-NUM
           READ ACCTMST-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF AM-STATUS = "O" AND AM-ACCTYPE = "SAVINGS"
                  MOVE "Y" TO WS-LINKED-OK
               END-IF
           END-READ.

       REGISTER-RD-PARA.
           ADD 1 TO WS-CTL-ADDED
           MOVE WS-TENURE TO WS-ADD-MONTHS
           PERFORM ADD-MONTHS-PARA
           MOVE WS-MNT-ACCT-IN   TO RD-ACCT
           MOVE WS-INSTALMENT    TO RD-INSTALMENT
           MOVE WS-RD-RATE       TO RD-RATE
           MOVE WS-TENURE        TO RD-TENURE
           MOVE WS-RUN-DATE      TO RD-OPEN
           MOVE WS-MAT-INT       TO RD-MATURITY
           MOVE WS-MNT-LINKED-IN TO RD-LINKED
           MOVE 0                TO RD-PAID-CNT
           MOVE 0                TO RD-MISSED-CNT
           MOVE 0                TO RD-PAID-AMT
           MOVE 0                TO RD-PENALTY
           MOVE "A"              TO RD-STATUS
           WRITE RDMST-REC FROM WS-RD-LINE
           PERFORM VARYING WS-TEN-I FROM 1 BY 1
                   UNTIL WS-TEN-I > WS-TENURE
              COMPUTE WS-ADD-MONTHS = WS-TEN-I - 1
              PERFORM ADD-MONTHS-PARA
              MOVE WS-MNT-ACCT-IN TO RS-ACCT
              MOVE WS-TEN-I       TO RS-INST
              MOVE WS-MAT-INT     TO RS-DUE
              MOVE WS-INSTALMENT  TO RS-AMT
              MOVE "D"            TO RS-STATUS
              MOVE 0              TO RS-PENALTY
              MOVE "00000000"     TO RS-PAID-DATE
              WRITE RDSCH-REC FROM WS-RDSCH-LINE
              ADD 1 TO WS-CTL-SCHED
           END-PERFORM
           IF WS-RD-COUNT < 2000
              ADD 1 TO WS-RD-COUNT
              SET WS-RD-IDX TO WS-RD-COUNT
              MOVE WS-MNT-ACCT-IN TO WS-RD-ACCT (WS-RD-IDX)
           END-IF
           MOVE "ADD"            TO WS-AU-ACTION
           MOVE WS-MNT-ACCT-IN   TO WS-AU-ACCT
           MOVE WS-MNT-MAKER-IN  TO WS-AU-MAKER
           MOVE "RECURRING DEPOSIT REGISTERED" TO WS-AU-RESULT
           PERFORM WRITE-AUDIT-PARA.

       ADD-MONTHS-PARA.
           MOVE WS-RUN-DATE TO WS-MAT-INT
           COMPUTE WS-MONTH-SEQ =
                   WS-MAT-YY * 12 + WS-MAT-MM - 1 + WS-ADD-MONTHS
           DIVIDE WS-MONTH-SEQ BY 12 GIVING WS-MAT-YY
                  REMAINDER WS-MAT-MM
           ADD 1 TO WS-MAT-MM
           PERFORM CLAMP-MONTH-END-PARA.

       CLAMP-MONTH-END-PARA.
           EVALUATE WS-MAT-MM
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 2
                 COMPUTE WS-YEAR-REM = FUNCTION MOD(WS-MAT-YY, 4)
                 IF WS-YEAR-REM = 0
                    MOVE 29 TO WS-MONTH-DAYS
                 ELSE
                    MOVE 28 TO WS-MONTH-DAYS
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE
           IF WS-MAT-DD > WS-MONTH-DAYS
              MOVE WS-MONTH-DAYS TO WS-MAT-DD
           END-IF.
