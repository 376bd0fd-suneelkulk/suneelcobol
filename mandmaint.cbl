       IDENTIFICATION DIVISION.
       PROGRAM-ID. mandmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAND-FILE   ASSIGN TO "MANDATE-HOLDER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS MAND-FILE-STATUS.

           SELECT OPMODE-FILE ASSIGN TO "ACCT-OPMODE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS OPMODE-FILE-STATUS.

           SELECT MAINT-FILE  ASSIGN TO "MANDATE-MAINT.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS MAINT-FILE-STATUS.

           SELECT AUDIT-FILE  ASSIGN TO "MANDATE-AUDIT.LOG"
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

           SELECT KEY-FILE    ASSIGN TO "CRYPTO-KEY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS KEY-FILE-STATUS.

           SELECT RUNCTL-FILE  ASSIGN TO "RUN-CONTROL.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   MAND-FILE  RECORD CONTAINS 150 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 MAND-REC                PIC X(150).

       FD   OPMODE-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPMODE-REC              PIC X(30).

       FD   MAINT-FILE  RECORD CONTAINS 200 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 MAINT-REC               PIC X(200).

       FD   AUDIT-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 AUDIT-REC               PIC X(100).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   KEY-FILE  RECORD CONTAINS 20 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 KEY-REC                 PIC X(20).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       WORKING-STORAGE SECTION.
       01 MAND-FILE-STATUS     PIC X(02).
       01 OPMODE-FILE-STATUS   PIC X(02).
       01 MAINT-FILE-STATUS    PIC X(02).
       01 AUDIT-FILE-STATUS    PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 WS-RUN-DATE          PIC X(08).
       01 EOF                  PIC X(01) VALUE "N".

       01 WS-MAND-TABLE.
          05 WS-MH-ENTRY OCCURS 5000 TIMES INDEXED BY WS-MH-IDX.
             10 WS-MH-ACCT       PIC X(14).
             10 WS-MH-REF        PIC X(10).
             10 WS-MH-NAME       PIC X(30).
             10 WS-MH-PAN        PIC X(10).
             10 WS-MH-TYPE       PIC X(01).
             10 WS-MH-SIGN       PIC X(01).
             10 WS-MH-FROM       PIC X(08).
             10 WS-MH-TO         PIC X(08).
             10 WS-MH-LIMIT      PIC 9(09)V99.
             10 WS-MH-STATUS     PIC X(01).
             10 WS-MH-STAT-DATE  PIC X(08).
       01 WS-MAND-COUNT        PIC 9(04) VALUE 0.
       01 WS-MH-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-MH-IDX      PIC 9(04) VALUE 0.
       01 WS-DEATH-PAN         PIC X(10) VALUE SPACES.

       01 WS-MH-ACCT-IN        PIC X(14).
       01 WS-MH-REF-IN         PIC X(10).
       01 WS-MH-NAME-IN        PIC X(30).
       01 WS-MH-PAN-IN         PIC X(10).
       01 WS-MH-TYPE-IN        PIC X(01).
       01 WS-MH-SIGN-IN        PIC X(01).
       01 WS-MH-FROM-IN        PIC X(08).
       01 WS-MH-TO-IN          PIC X(08).
       01 WS-MH-LIMIT-IN       PIC X(12).
       01 WS-MH-STATUS-IN      PIC X(01).
       01 WS-MH-STAT-DATE-IN   PIC X(08).

       01 WS-MODE-TABLE.
          05 WS-OM-ENTRY OCCURS 20000 TIMES INDEXED BY WS-OM-IDX.
             10 WS-OM-ACCT       PIC X(14).
             10 WS-OM-MODE       PIC X(01).
             10 WS-OM-DATE       PIC X(08).
       01 WS-MODE-COUNT        PIC 9(05) VALUE 0.
       01 WS-OM-FOUND          PIC X(01) VALUE "N".
       01 WS-OM-ACCT-IN        PIC X(14).
       01 WS-OM-MODE-IN        PIC X(01).
       01 WS-OM-DATE-IN        PIC X(08).

       01 KEY-FILE-STATUS      PIC X(02).
       01 WS-CRYPTO-KEY        PIC X(16) VALUE SPACES.
       01 WS-F60-SURROGATE     PIC X(01) VALUE "N".
       01 WS-CR-PARMS.
          05 WS-CR-FUNC         PIC X(01).
          05 WS-CR-KEY          PIC X(16).
          05 WS-CR-PAN-IN       PIC X(10).
          05 WS-CR-PAN-OUT      PIC X(10).
          05 WS-CR-AADHAR-IN    PIC X(12).
          05 WS-CR-AADHAR-OUT   PIC X(12).

       01 WS-MNT-ACTION-IN     PIC X(06).
       01 WS-MNT-ACCT-IN       PIC X(14).
       01 WS-MNT-REF-IN        PIC X(10).
       01 WS-MNT-NAME-IN       PIC X(30).
       01 WS-MNT-PAN-IN        PIC X(10).
       01 WS-MNT-TYPE-IN       PIC X(01).
       01 WS-MNT-SIGN-IN       PIC X(01).
       01 WS-MNT-FROM-IN       PIC X(08).
       01 WS-MNT-TO-IN         PIC X(08).
       01 WS-MNT-LIMIT-IN      PIC X(12).
       01 WS-MNT-MAKER-IN      PIC X(10).
       01 WS-MNT-LIMIT         PIC 9(09)V99 VALUE 0.
       01 WS-ACCT-OK           PIC X(01) VALUE "N".
       01 WS-ACCT-JOINT        PIC X(01) VALUE "N".
       01 WS-MAND-VALID        PIC X(01) VALUE "Y".
       01 WS-XREF-EOF          PIC X(01) VALUE "N".
       01 WS-HOLDER-DEAD       PIC X(01) VALUE "N".
       01 WS-ACCTMST-OPEN      PIC X(01) VALUE "N".

       01 WS-CTL-ADDED         PIC 9(05) VALUE 0.
       01 WS-CTL-REVOKED       PIC 9(05) VALUE 0.
       01 WS-CTL-DECEASED      PIC 9(05) VALUE 0.
       01 WS-CTL-MODES         PIC 9(05) VALUE 0.
       01 WS-CTL-EXPIRED       PIC 9(05) VALUE 0.
       01 WS-CTL-LAPSED        PIC 9(05) VALUE 0.
       01 WS-CTL-REFUSED       PIC 9(05) VALUE 0.

       01 WS-MAND-LINE.
          COPY MANDHLD.

       01 WS-OPMODE-LINE.
          COPY OPMODE.

       01 WS-AUDIT-LINE.
          05 WS-AU-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-ACTION        PIC X(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-REF           PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-MAKER         PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-RESULT        PIC X(30).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE MANDATE HOLDER MAINTENANCE PROGRAM".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-KEY-PARA.
           PERFORM OPEN-AUDIT-PARA.
           PERFORM LOAD-MANDATES-PARA.
           PERFORM LOAD-MODES-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS = "00"
              MOVE "Y" TO WS-ACCTMST-OPEN
           ELSE
              DISPLAY "ACCOUNT MASTER NOT AVAILABLE, ACCOUNT EDITS "
                      "AND DEATH CHECKS SKIPPED, STATUS="
                      ACCTMST-FILE-STATUS
           END-IF.
           PERFORM TAKE-SUBMISSIONS-PARA.
           PERFORM REVIEW-MANDATES-PARA.
           IF WS-ACCTMST-OPEN = "Y"
              CLOSE ACCTMST-FILE
           END-IF.
           PERFORM REWRITE-MANDATES-PARA.
           PERFORM REWRITE-MODES-PARA.
           CLOSE AUDIT-FILE.
           DISPLAY "MANDATE HOLDER MAINTENANCE SUMMARY - CYCLE "
                   WS-CYCLE-ID.
           DISPLAY "  MANDATES ADDED      : " WS-CTL-ADDED.
           DISPLAY "  MANDATES REVOKED    : " WS-CTL-REVOKED.
           DISPLAY "  HOLDER DEATHS       : " WS-CTL-DECEASED.
           DISPLAY "  MODES OF OPERATION  : " WS-CTL-MODES.
           DISPLAY "  EXPIRED THIS RUN    : " WS-CTL-EXPIRED.
           DISPLAY "  LAPSED ON DEATH     : " WS-CTL-LAPSED.
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

       LOAD-KEY-PARA.
           OPEN INPUT KEY-FILE
           IF KEY-FILE-STATUS = "00"
              READ KEY-FILE
                NOT AT END
                  MOVE KEY-REC(1:16) TO WS-CRYPTO-KEY
              END-READ
              CLOSE KEY-FILE
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
           MOVE WS-RUN-DATE      TO WS-AU-DATE
           MOVE WS-MNT-ACTION-IN TO WS-AU-ACTION
           MOVE WS-MNT-ACCT-IN   TO WS-AU-ACCT
           MOVE WS-MNT-REF-IN    TO WS-AU-REF
           MOVE WS-MNT-MAKER-IN  TO WS-AU-MAKER
           WRITE AUDIT-REC FROM WS-AUDIT-LINE.

       REFUSE-PARA.
           ADD 1 TO WS-CTL-REFUSED
           DISPLAY "MANDATE SUBMISSION REFUSED: " WS-MNT-ACCT-IN
                   " " WS-MNT-REF-IN " - " WS-AU-RESULT
           PERFORM WRITE-AUDIT-PARA.

       LOAD-MANDATES-PARA.
           MOVE 0 TO WS-MAND-COUNT
           OPEN INPUT MAND-FILE
           IF MAND-FILE-STATUS = "00"
              PERFORM UNTIL MAND-FILE-STATUS NOT = "00"
                 READ MAND-FILE
                   AT END
                     MOVE "10" TO MAND-FILE-STATUS
                   NOT AT END
                     IF WS-MAND-COUNT >= 5000
                        DISPLAY "MANDATE HOLDER TABLE CAPACITY "
                                "EXCEEDED AT 5000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-MAND-COUNT
                     SET WS-MH-IDX TO WS-MAND-COUNT
                     MOVE SPACES TO WS-MH-STAT-DATE-IN
                     UNSTRING MAND-REC DELIMITED BY ","
                     INTO  WS-MH-ACCT-IN
                           WS-MH-REF-IN
                           WS-MH-NAME-IN
                           WS-MH-PAN-IN
                           WS-MH-TYPE-IN
                           WS-MH-SIGN-IN
                           WS-MH-FROM-IN
                           WS-MH-TO-IN
                           WS-MH-LIMIT-IN
                           WS-MH-STATUS-IN
                           WS-MH-STAT-DATE-IN
                     END-UNSTRING
                     MOVE WS-MH-ACCT-IN   TO WS-MH-ACCT (WS-MH-IDX)
                     MOVE WS-MH-REF-IN    TO WS-MH-REF (WS-MH-IDX)
                     MOVE WS-MH-NAME-IN   TO WS-MH-NAME (WS-MH-IDX)
                     MOVE WS-MH-PAN-IN    TO WS-MH-PAN (WS-MH-IDX)
                     MOVE WS-MH-TYPE-IN   TO WS-MH-TYPE (WS-MH-IDX)
                     MOVE WS-MH-SIGN-IN   TO WS-MH-SIGN (WS-MH-IDX)
                     MOVE WS-MH-FROM-IN   TO WS-MH-FROM (WS-MH-IDX)
                     MOVE WS-MH-TO-IN     TO WS-MH-TO (WS-MH-IDX)
                     COMPUTE WS-MH-LIMIT (WS-MH-IDX) =
                             FUNCTION NUMVAL(WS-MH-LIMIT-IN)
                     MOVE WS-MH-STATUS-IN TO WS-MH-STATUS (WS-MH-IDX)
                     MOVE WS-MH-STAT-DATE-IN
                          TO WS-MH-STAT-DATE (WS-MH-IDX)
                 END-READ
              END-PERFORM
              CLOSE MAND-FILE
           ELSE
              DISPLAY "NO MANDATE HOLDER REGISTER YET, STARTING EMPTY"
           END-IF.

       LOAD-MODES-PARA.
           MOVE 0 TO WS-MODE-COUNT
           OPEN INPUT OPMODE-FILE
           IF OPMODE-FILE-STATUS = "00"
              PERFORM UNTIL OPMODE-FILE-STATUS NOT = "00"
                 READ OPMODE-FILE
                   AT END
                     MOVE "10" TO OPMODE-FILE-STATUS
                   NOT AT END
                     IF WS-MODE-COUNT >= 20000
                        DISPLAY "OPERATING MODE TABLE CAPACITY "
                                "EXCEEDED AT 20000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-MODE-COUNT
                     SET WS-OM-IDX TO WS-MODE-COUNT
                     UNSTRING OPMODE-REC DELIMITED BY ","
                     INTO  WS-OM-ACCT-IN
                           WS-OM-MODE-IN
                           WS-OM-DATE-IN
                     END-UNSTRING
                     MOVE WS-OM-ACCT-IN TO WS-OM-ACCT (WS-OM-IDX)
                     MOVE WS-OM-MODE-IN TO WS-OM-MODE (WS-OM-IDX)
                     MOVE WS-OM-DATE-IN TO WS-OM-DATE (WS-OM-IDX)
                 END-READ
              END-PERFORM
              CLOSE OPMODE-FILE
           END-IF.

       TAKE-SUBMISSIONS-PARA.
           OPEN INPUT MAINT-FILE
           IF MAINT-FILE-STATUS NOT = "00"
              DISPLAY "NO MANDATE SUBMISSIONS THIS RUN"
           ELSE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ MAINT-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      IF MAINT-REC(1:6) NOT = "ACTION"
                         MOVE SPACES TO WS-MNT-NAME-IN
                                        WS-MNT-PAN-IN
                                        WS-MNT-TYPE-IN
                                        WS-MNT-SIGN-IN
                                        WS-MNT-FROM-IN
                                        WS-MNT-TO-IN
                                        WS-MNT-LIMIT-IN
                                        WS-MNT-MAKER-IN
                         UNSTRING MAINT-REC DELIMITED BY ","
                         INTO WS-MNT-ACTION-IN
                              WS-MNT-ACCT-IN
                              WS-MNT-REF-IN
                              WS-MNT-NAME-IN
                              WS-MNT-PAN-IN
                              WS-MNT-TYPE-IN
                              WS-MNT-SIGN-IN
                              WS-MNT-FROM-IN
                              WS-MNT-TO-IN
                              WS-MNT-LIMIT-IN
                              WS-MNT-MAKER-IN
                         END-UNSTRING
                         PERFORM SUBMIT-ONE-PARA
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE MAINT-FILE
           END-IF.

       SUBMIT-ONE-PARA.
           IF WS-MNT-MAKER-IN = SPACES
              MOVE "NO MAKER ID" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-MNT-REF-IN = SPACES
              MOVE "NO HOLDER REFERENCE OR MODE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              PERFORM FIND-MANDATE-PARA
              EVALUATE WS-MNT-ACTION-IN
                 WHEN "ADD"
                    PERFORM ADD-MANDATE-PARA
                 WHEN "REVOKE"
                    PERFORM REVOKE-MANDATE-PARA
                 WHEN "DEATH"
                    PERFORM HOLDER-DEATH-PARA
                 WHEN "MODE"
                    PERFORM SET-MODE-PARA
                 WHEN OTHER
                    MOVE "UNKNOWN MAINTENANCE ACTION" TO WS-AU-RESULT
                    PERFORM REFUSE-PARA
              END-EVALUATE
           END-IF
           END-IF.

       FIND-MANDATE-PARA.
           MOVE "N" TO WS-MH-FOUND
           SET WS-MH-IDX TO 1
           PERFORM UNTIL WS-MH-IDX > WS-MAND-COUNT
                      OR WS-MH-FOUND = "Y"
              IF WS-MH-ACCT (WS-MH-IDX) = WS-MNT-ACCT-IN
                 AND WS-MH-REF (WS-MH-IDX) = WS-MNT-REF-IN
                 AND WS-MH-STATUS (WS-MH-IDX) = "A"
                 MOVE "Y" TO WS-MH-FOUND
                 SET WS-FOUND-MH-IDX TO WS-MH-IDX
              END-IF
              SET WS-MH-IDX UP BY 1
           END-PERFORM.

       CHECK-ACCOUNT-PARA.
           MOVE "Y" TO WS-ACCT-OK
           MOVE "Y" TO WS-ACCT-JOINT
           IF WS-ACCTMST-OPEN = "Y"
              MOVE WS-MNT-ACCT-IN TO AM-ACCT-NUM
              READ ACCTMST-FILE
                INVALID KEY
                  MOVE "N" TO WS-ACCT-OK
                NOT INVALID KEY
                  IF AM-STATUS = "C" OR AM-STATUS = "M"
                     OR AM-STATUS = "U"
                     MOVE "N" TO WS-ACCT-OK
                  END-IF
                  IF AM-JOINT-NAME = SPACES
                     MOVE "N" TO WS-ACCT-JOINT
                  END-IF
              END-READ
           END-IF.

       VALIDATE-MANDATE-PARA.
           MOVE "Y" TO WS-MAND-VALID
           MOVE 0 TO WS-MNT-LIMIT
           IF WS-MNT-SIGN-IN = SPACES
              MOVE "S" TO WS-MNT-SIGN-IN
           END-IF
           IF WS-MNT-FROM-IN = SPACES
              MOVE WS-RUN-DATE TO WS-MNT-FROM-IN
           END-IF
           IF WS-MNT-REF-IN = "FIRST" OR WS-MNT-REF-IN = "SECOND"
              OR WS-MNT-REF-IN = "JOINT"
              OR WS-MNT-REF-IN = "RELEASED"
              MOVE "N" TO WS-MAND-VALID
              MOVE "HOLDER REFERENCE IS RESERVED" TO WS-AU-RESULT
           ELSE
           IF WS-MH-FOUND = "Y"
              MOVE "N" TO WS-MAND-VALID
              MOVE "HOLDER REF ALREADY IN USE" TO WS-AU-RESULT
           ELSE
           IF WS-MNT-NAME-IN = SPACES
              MOVE "N" TO WS-MAND-VALID
              MOVE "HOLDER NAME REQUIRED" TO WS-AU-RESULT
           ELSE
           IF WS-MNT-TYPE-IN NOT = "P" AND WS-MNT-TYPE-IN NOT = "M"
              MOVE "N" TO WS-MAND-VALID
              MOVE "TYPE NOT P OR M" TO WS-AU-RESULT
           ELSE
           IF WS-MNT-SIGN-IN NOT = "S" AND WS-MNT-SIGN-IN NOT = "J"
              MOVE "N" TO WS-MAND-VALID
              MOVE "SIGNING NOT S OR J" TO WS-AU-RESULT
           ELSE
           IF WS-MNT-FROM-IN NOT NUMERIC
              OR (WS-MNT-TO-IN NOT = SPACES
                  AND (WS-MNT-TO-IN NOT NUMERIC
                       OR WS-MNT-TO-IN < WS-MNT-FROM-IN))
              MOVE "N" TO WS-MAND-VALID
              MOVE "VALIDITY DATES INVALID" TO WS-AU-RESULT
           ELSE
           IF WS-MNT-LIMIT-IN NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-MNT-LIMIT-IN) NOT = 0
              MOVE "N" TO WS-MAND-VALID
              MOVE "LIMIT NOT NUMERIC" TO WS-AU-RESULT
           ELSE
              IF WS-MNT-LIMIT-IN NOT = SPACES
                 COMPUTE WS-MNT-LIMIT =
                         FUNCTION NUMVAL(WS-MNT-LIMIT-IN)
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       ADD-MANDATE-PARA.
           PERFORM CHECK-ACCOUNT-PARA
           IF WS-ACCT-OK NOT = "Y"
              MOVE "ACCOUNT NOT ELIGIBLE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              PERFORM VALIDATE-MANDATE-PARA
              IF WS-MAND-VALID NOT = "Y"
                 PERFORM REFUSE-PARA
              ELSE
              IF WS-MAND-COUNT >= 5000
                 MOVE "MANDATE HOLDER TABLE FULL" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
                 MOVE 20 TO RETURN-CODE
              ELSE
                 IF WS-MNT-PAN-IN NOT = SPACES
                    PERFORM ENCIPHER-PAN-PARA
                 END-IF
                 ADD 1 TO WS-MAND-COUNT
                 SET WS-MH-IDX TO WS-MAND-COUNT
                 MOVE WS-MNT-ACCT-IN  TO WS-MH-ACCT (WS-MH-IDX)
                 MOVE WS-MNT-REF-IN   TO WS-MH-REF (WS-MH-IDX)
                 MOVE WS-MNT-NAME-IN  TO WS-MH-NAME (WS-MH-IDX)
                 MOVE WS-MNT-PAN-IN   TO WS-MH-PAN (WS-MH-IDX)
                 MOVE WS-MNT-TYPE-IN  TO WS-MH-TYPE (WS-MH-IDX)
                 MOVE WS-MNT-SIGN-IN  TO WS-MH-SIGN (WS-MH-IDX)
                 MOVE WS-MNT-FROM-IN  TO WS-MH-FROM (WS-MH-IDX)
                 MOVE WS-MNT-TO-IN    TO WS-MH-TO (WS-MH-IDX)
                 MOVE WS-MNT-LIMIT    TO WS-MH-LIMIT (WS-MH-IDX)
                 MOVE "A"             TO WS-MH-STATUS (WS-MH-IDX)
                 MOVE WS-RUN-DATE     TO WS-MH-STAT-DATE (WS-MH-IDX)
                 ADD 1 TO WS-CTL-ADDED
                 MOVE "MANDATE REGISTERED" TO WS-AU-RESULT
                 PERFORM WRITE-AUDIT-PARA
              END-IF
              END-IF
           END-IF.

       REVOKE-MANDATE-PARA.
           IF WS-MH-FOUND NOT = "Y"
              MOVE "NO ACTIVE MANDATE ON FILE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              SET WS-MH-IDX TO WS-FOUND-MH-IDX
              MOVE "R"         TO WS-MH-STATUS (WS-MH-IDX)
              MOVE WS-RUN-DATE TO WS-MH-STAT-DATE (WS-MH-IDX)
              ADD 1 TO WS-CTL-REVOKED
              MOVE "MANDATE REVOKED" TO WS-AU-RESULT
              PERFORM WRITE-AUDIT-PARA
           END-IF.

       HOLDER-DEATH-PARA.
           IF WS-MH-FOUND NOT = "Y"
              MOVE "NO ACTIVE MANDATE ON FILE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              SET WS-MH-IDX TO WS-FOUND-MH-IDX
              MOVE WS-MH-PAN (WS-MH-IDX) TO WS-DEATH-PAN
              MOVE "D"         TO WS-MH-STATUS (WS-MH-IDX)
              MOVE WS-RUN-DATE TO WS-MH-STAT-DATE (WS-MH-IDX)
              ADD 1 TO WS-CTL-DECEASED
              MOVE "HOLDER DECEASED - REVOKED" TO WS-AU-RESULT
              PERFORM WRITE-AUDIT-PARA
              IF WS-DEATH-PAN NOT = SPACES
                 SET WS-MH-IDX TO 1
                 PERFORM UNTIL WS-MH-IDX > WS-MAND-COUNT
                    IF WS-MH-PAN (WS-MH-IDX) = WS-DEATH-PAN
                       AND WS-MH-STATUS (WS-MH-IDX) = "A"
                       MOVE "D"         TO WS-MH-STATUS (WS-MH-IDX)
                       MOVE WS-RUN-DATE
                            TO WS-MH-STAT-DATE (WS-MH-IDX)
                       ADD 1 TO WS-CTL-DECEASED
                       MOVE WS-MH-ACCT (WS-MH-IDX) TO WS-MNT-ACCT-IN
                       MOVE WS-MH-REF (WS-MH-IDX)  TO WS-MNT-REF-IN
                       PERFORM WRITE-AUDIT-PARA
                    END-IF
                    SET WS-MH-IDX UP BY 1
                 END-PERFORM
              END-IF
           END-IF.

       SET-MODE-PARA.
           MOVE WS-MNT-REF-IN(1:1) TO WS-OM-MODE-IN
           PERFORM CHECK-ACCOUNT-PARA
           IF WS-ACCT-OK NOT = "Y"
              MOVE "ACCOUNT NOT ELIGIBLE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-OM-MODE-IN NOT = "E" AND WS-OM-MODE-IN NOT = "J"
              AND WS-OM-MODE-IN NOT = "F" AND WS-OM-MODE-IN NOT = "S"
              MOVE "MODE NOT E J F OR S" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-OM-MODE-IN NOT = "S" AND WS-ACCT-JOINT NOT = "Y"
              MOVE "NO JOINT HOLDER ON ACCOUNT" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              MOVE "N" TO WS-OM-FOUND
              SET WS-OM-IDX TO 1
              PERFORM UNTIL WS-OM-IDX > WS-MODE-COUNT
                         OR WS-OM-FOUND = "Y"
                 IF WS-OM-ACCT (WS-OM-IDX) = WS-MNT-ACCT-IN
                    MOVE "Y" TO WS-OM-FOUND
                 ELSE
                    SET WS-OM-IDX UP BY 1
                 END-IF
              END-PERFORM
              IF WS-OM-FOUND NOT = "Y"
                 AND WS-MODE-COUNT >= 20000
                 MOVE "OPERATING MODE TABLE FULL" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
                 MOVE 20 TO RETURN-CODE
              ELSE
                 IF WS-OM-FOUND NOT = "Y"
                    ADD 1 TO WS-MODE-COUNT
                    SET WS-OM-IDX TO WS-MODE-COUNT
                    MOVE WS-MNT-ACCT-IN TO WS-OM-ACCT (WS-OM-IDX)
                 END-IF
                 MOVE WS-OM-MODE-IN TO WS-OM-MODE (WS-OM-IDX)
                 MOVE WS-RUN-DATE   TO WS-OM-DATE (WS-OM-IDX)
                 ADD 1 TO WS-CTL-MODES
                 MOVE "MODE OF OPERATION SET" TO WS-AU-RESULT
                 PERFORM WRITE-AUDIT-PARA
              END-IF
           END-IF
           END-IF
           END-IF.

       REVIEW-MANDATES-PARA.
           MOVE "SYSTEM" TO WS-MNT-MAKER-IN
           SET WS-MH-IDX TO 1
           PERFORM UNTIL WS-MH-IDX > WS-MAND-COUNT
              IF WS-MH-STATUS (WS-MH-IDX) = "A"
                 PERFORM REVIEW-ONE-PARA
              END-IF
              SET WS-MH-IDX UP BY 1
           END-PERFORM.

       REVIEW-ONE-PARA.
           MOVE WS-MH-ACCT (WS-MH-IDX) TO WS-MNT-ACCT-IN
           MOVE WS-MH-REF (WS-MH-IDX)  TO WS-MNT-REF-IN
           IF WS-MH-TO (WS-MH-IDX) NOT = SPACES
              AND WS-MH-TO (WS-MH-IDX) < WS-RUN-DATE
              MOVE "E"         TO WS-MH-STATUS (WS-MH-IDX)
              MOVE WS-RUN-DATE TO WS-MH-STAT-DATE (WS-MH-IDX)
              ADD 1 TO WS-CTL-EXPIRED
              MOVE "EXPIRE"    TO WS-MNT-ACTION-IN
              MOVE "MANDATE EXPIRED" TO WS-AU-RESULT
              PERFORM WRITE-AUDIT-PARA
           ELSE
           IF WS-ACCTMST-OPEN = "Y"
              MOVE WS-MH-ACCT (WS-MH-IDX) TO AM-ACCT-NUM
              READ ACCTMST-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF AM-STATUS = "M" OR AM-STATUS = "C"
                     MOVE "P"         TO WS-MH-STATUS (WS-MH-IDX)
                     MOVE WS-RUN-DATE TO WS-MH-STAT-DATE (WS-MH-IDX)
                     ADD 1 TO WS-CTL-LAPSED
                     MOVE "LAPSE"     TO WS-MNT-ACTION-IN
                     MOVE "ACCOUNT DECEASED OR CLOSED"
                          TO WS-AU-RESULT
                     PERFORM WRITE-AUDIT-PARA
                  END-IF
              END-READ
              IF WS-MH-STATUS (WS-MH-IDX) = "A"
                 AND WS-MH-PAN (WS-MH-IDX) NOT = SPACES
                 PERFORM CHECK-HOLDER-DEATH-PARA
                 IF WS-HOLDER-DEAD = "Y"
                    MOVE "D"         TO WS-MH-STATUS (WS-MH-IDX)
                    MOVE WS-RUN-DATE TO WS-MH-STAT-DATE (WS-MH-IDX)
                    ADD 1 TO WS-CTL-LAPSED
                    MOVE "LAPSE"     TO WS-MNT-ACTION-IN
                    MOVE "HOLDER MARKED DECEASED" TO WS-AU-RESULT
                    PERFORM WRITE-AUDIT-PARA
                 END-IF
              END-IF
           END-IF
           END-IF.

       CHECK-HOLDER-DEATH-PARA.
           MOVE "N" TO WS-HOLDER-DEAD
           MOVE WS-MH-PAN (WS-MH-IDX) TO AM-PAN
           START ACCTMST-FILE KEY = AM-PAN
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "N" TO WS-XREF-EOF
               PERFORM HOLDER-ACCOUNT-PARA
                       UNTIL WS-XREF-EOF = "Y"
           END-START.

       HOLDER-ACCOUNT-PARA.
           READ ACCTMST-FILE NEXT AT END
                MOVE "Y" TO WS-XREF-EOF
           END-READ.
           IF WS-XREF-EOF NOT = "Y"
              IF AM-PAN NOT = WS-MH-PAN (WS-MH-IDX)
                 MOVE "Y" TO WS-XREF-EOF
              ELSE
                 IF AM-STATUS = "M"
                    MOVE "Y" TO WS-HOLDER-DEAD
                    MOVE "Y" TO WS-XREF-EOF
                 END-IF
              END-IF
           END-IF.
            EXIT.

       ENCIPHER-PAN-PARA.
           MOVE "N" TO WS-F60-SURROGATE
           IF WS-MNT-PAN-IN(1:3) = "F60"
              AND WS-MNT-PAN-IN(4:6) NUMERIC
              AND WS-MNT-PAN-IN(10:1) = "F"
              MOVE "Y" TO WS-F60-SURROGATE
           END-IF
           IF WS-CRYPTO-KEY NOT = SPACES
              AND WS-F60-SURROGATE NOT = "Y"
              MOVE "E"           TO WS-CR-FUNC
              MOVE WS-CRYPTO-KEY TO WS-CR-KEY
              MOVE WS-MNT-PAN-IN TO WS-CR-PAN-IN
              MOVE SPACES        TO WS-CR-AADHAR-IN
              CALL "cryptid" USING WS-CR-PARMS
              MOVE WS-CR-PAN-OUT TO WS-MNT-PAN-IN
           END-IF.

       REWRITE-MANDATES-PARA.
           OPEN OUTPUT MAND-FILE
           IF MAND-FILE-STATUS NOT = "00"
              DISPLAY "MANDATE HOLDER REGISTER REWRITE FAILED, "
                      "STATUS=" MAND-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-MH-IDX TO 1
              PERFORM UNTIL WS-MH-IDX > WS-MAND-COUNT
                 MOVE WS-MH-ACCT (WS-MH-IDX)      TO MH-ACCT-NUM
                 MOVE WS-MH-REF (WS-MH-IDX)       TO MH-HOLDER-REF
                 MOVE WS-MH-NAME (WS-MH-IDX)      TO MH-HOLDER-NAME
                 MOVE WS-MH-PAN (WS-MH-IDX)       TO MH-HOLDER-PAN
                 MOVE WS-MH-TYPE (WS-MH-IDX)      TO MH-TYPE
                 MOVE WS-MH-SIGN (WS-MH-IDX)      TO MH-SIGN-MODE
                 MOVE WS-MH-FROM (WS-MH-IDX)      TO MH-VALID-FROM
                 MOVE WS-MH-TO (WS-MH-IDX)        TO MH-VALID-TO
                 MOVE WS-MH-LIMIT (WS-MH-IDX)     TO MH-TXN-LIMIT
                 MOVE WS-MH-STATUS (WS-MH-IDX)    TO MH-STATUS
                 MOVE WS-MH-STAT-DATE (WS-MH-IDX) TO MH-STATUS-DATE
                 WRITE MAND-REC FROM WS-MAND-LINE
                 SET WS-MH-IDX UP BY 1
              END-PERFORM
              CLOSE MAND-FILE
           END-IF.

       REWRITE-MODES-PARA.
           OPEN OUTPUT OPMODE-FILE
           IF OPMODE-FILE-STATUS NOT = "00"
              DISPLAY "OPERATING MODE REGISTER REWRITE FAILED, "
                      "STATUS=" OPMODE-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-OM-IDX TO 1
              PERFORM UNTIL WS-OM-IDX > WS-MODE-COUNT
                 MOVE WS-OM-ACCT (WS-OM-IDX) TO OM-ACCT-NUM
                 MOVE WS-OM-MODE (WS-OM-IDX) TO OM-MODE
                 MOVE WS-OM-DATE (WS-OM-IDX) TO OM-SET-DATE
                 WRITE OPMODE-REC FROM WS-OPMODE-LINE
                 SET WS-OM-IDX UP BY 1
              END-PERFORM
              CLOSE OPMODE-FILE
           END-IF.
