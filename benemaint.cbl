       IDENTIFICATION DIVISION.
       PROGRAM-ID. benemaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENE-FILE   ASSIGN TO "BENEFICIARY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS BENE-FILE-STATUS.

           SELECT MAINT-FILE  ASSIGN TO "BENE-MAINT.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS MAINT-FILE-STATUS.

           SELECT AUDIT-FILE  ASSIGN TO "BENE-AUDIT.LOG"
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
       FD   BENE-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 BENE-REC                PIC X(120).

       FD   MAINT-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 MAINT-REC               PIC X(120).

       FD   AUDIT-FILE  RECORD CONTAINS 110 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 AUDIT-REC               PIC X(110).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       WORKING-STORAGE SECTION.
       01 BENE-FILE-STATUS     PIC X(02).
       01 MAINT-FILE-STATUS    PIC X(02).
       01 AUDIT-FILE-STATUS    PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).

       01 EOF                  PIC X(01) VALUE "N".
       01 WS-RUN-DATE          PIC X(08).
       01 WS-RUN-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-COOL-DAYS         PIC 9(02) VALUE 1.
       01 WS-COOL-INT          PIC 9(08) VALUE 0.
       01 WS-COOL-DATE         PIC 9(08) VALUE 0.

       01 WS-BENE-TABLE.
          05 WS-BN-ENTRY OCCURS 20000 TIMES INDEXED BY WS-BN-IDX.
             10 WS-BN-ACCT       PIC X(14).
             10 WS-BN-ID         PIC X(06).
             10 WS-BN-NAME       PIC X(30).
             10 WS-BN-BENE-ACCT  PIC X(20).
             10 WS-BN-IFSC       PIC X(11).
             10 WS-BN-ADDED      PIC X(08).
             10 WS-BN-COOL-UNTIL PIC X(08).
             10 WS-BN-STATUS     PIC X(01).
       01 WS-BENE-COUNT        PIC 9(05) VALUE 0.
       01 WS-BN-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-BN-IDX      PIC 9(05) VALUE 0.

       01 WS-BN-ACCT-IN        PIC X(14).
       01 WS-BN-ID-IN          PIC X(06).
       01 WS-BN-NAME-IN        PIC X(30).
       01 WS-BN-BENE-ACCT-IN   PIC X(20).
       01 WS-BN-IFSC-IN        PIC X(11).
       01 WS-BN-ADDED-IN       PIC X(08).
       01 WS-BN-COOL-IN        PIC X(08).
       01 WS-BN-STATUS-IN      PIC X(01).

       01 WS-MNT-ACTION-IN     PIC X(06).
       01 WS-MNT-ACCT-IN       PIC X(14).
       01 WS-MNT-ID-IN         PIC X(06).
       01 WS-MNT-NAME-IN       PIC X(30).
       01 WS-MNT-BENE-ACCT-IN  PIC X(20).
       01 WS-MNT-IFSC-IN       PIC X(11).
       01 WS-MNT-MAKER-IN      PIC X(10).
       01 WS-ACCT-OK           PIC X(01) VALUE "N".
       01 WS-IFSC-OK           PIC X(01) VALUE "N".

       01 WS-CTL-ADDED         PIC 9(05) VALUE 0.
       01 WS-CTL-MODIFIED      PIC 9(05) VALUE 0.
       01 WS-CTL-DELETED       PIC 9(05) VALUE 0.
       01 WS-CTL-REFUSED       PIC 9(05) VALUE 0.

       01 WS-BENE-LINE.
          COPY BENEMST.

       01 WS-AUDIT-LINE.
          05 WS-AU-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-ACTION        PIC X(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-ID            PIC X(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-IFSC          PIC X(11).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-MAKER         PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-RESULT        PIC X(30).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE BENEFICIARY MASTER MAINTENANCE".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-COOL-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 + WS-COOL-DAYS.
           COMPUTE WS-COOL-DATE = FUNCTION DATE-OF-INTEGER(WS-COOL-INT).
           PERFORM OPEN-AUDIT-PARA.
           PERFORM LOAD-BENEFICIARIES-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT MASTER NOT AVAILABLE, ACCOUNT EDITS "
                      "SKIPPED, STATUS=" ACCTMST-FILE-STATUS
           END-IF.
           PERFORM TAKE-SUBMISSIONS-PARA.
           IF ACCTMST-FILE-STATUS = "00"
              CLOSE ACCTMST-FILE
           END-IF.
           PERFORM REWRITE-BENEFICIARIES-PARA.
           CLOSE AUDIT-FILE.
           DISPLAY "BENEFICIARY MAINTENANCE SUMMARY".
           DISPLAY "  BENEFICIARIES ADDED : " WS-CTL-ADDED.
           DISPLAY "  MODIFIED            : " WS-CTL-MODIFIED.
           DISPLAY "  DELETED             : " WS-CTL-DELETED.
           DISPLAY "  SUBMISSIONS REFUSED : " WS-CTL-REFUSED.
           DISPLAY "  NEW PAYEES USABLE ON: " WS-COOL-DATE.

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
           MOVE WS-RUN-DATE     TO WS-AU-DATE
           MOVE WS-MNT-ACTION-IN TO WS-AU-ACTION
           MOVE WS-MNT-ACCT-IN  TO WS-AU-ACCT
           MOVE WS-MNT-ID-IN    TO WS-AU-ID
           MOVE WS-MNT-IFSC-IN  TO WS-AU-IFSC
           MOVE WS-MNT-MAKER-IN TO WS-AU-MAKER
           WRITE AUDIT-REC FROM WS-AUDIT-LINE.

       REFUSE-PARA.
           ADD 1 TO WS-CTL-REFUSED
           DISPLAY "BENEFICIARY SUBMISSION REFUSED: " WS-MNT-ACCT-IN
                   " " WS-MNT-ID-IN " - " WS-AU-RESULT
           PERFORM WRITE-AUDIT-PARA.

       LOAD-BENEFICIARIES-PARA.
           MOVE 0 TO WS-BENE-COUNT
           OPEN INPUT BENE-FILE
           IF BENE-FILE-STATUS = "00"
              PERFORM UNTIL BENE-FILE-STATUS NOT = "00"
                 READ BENE-FILE
                   AT END
                     MOVE "10" TO BENE-FILE-STATUS
                   NOT AT END
                     IF WS-BENE-COUNT >= 20000
                        DISPLAY "BENEFICIARY TABLE CAPACITY "
                                "EXCEEDED AT 20000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-BENE-COUNT
                     SET WS-BN-IDX TO WS-BENE-COUNT
                     UNSTRING BENE-REC DELIMITED BY ","
                     INTO  WS-BN-ACCT-IN
                           WS-BN-ID-IN
                           WS-BN-NAME-IN
                           WS-BN-BENE-ACCT-IN
                           WS-BN-IFSC-IN
                           WS-BN-ADDED-IN
                           WS-BN-COOL-IN
                           WS-BN-STATUS-IN
                     END-UNSTRING
                     MOVE WS-BN-ACCT-IN  TO WS-BN-ACCT (WS-BN-IDX)
                     MOVE WS-BN-ID-IN    TO WS-BN-ID (WS-BN-IDX)
                     MOVE WS-BN-NAME-IN  TO WS-BN-NAME (WS-BN-IDX)
                     MOVE WS-BN-BENE-ACCT-IN
                          TO WS-BN-BENE-ACCT (WS-BN-IDX)
                     MOVE WS-BN-IFSC-IN  TO WS-BN-IFSC (WS-BN-IDX)
                     MOVE WS-BN-ADDED-IN TO WS-BN-ADDED (WS-BN-IDX)
                     MOVE WS-BN-COOL-IN
                          TO WS-BN-COOL-UNTIL (WS-BN-IDX)
                     MOVE WS-BN-STATUS-IN TO WS-BN-STATUS (WS-BN-IDX)
                 END-READ
              END-PERFORM
              CLOSE BENE-FILE
           ELSE
              DISPLAY "NO BENEFICIARY MASTER YET, STARTING EMPTY"
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
                      MOVE SPACES TO WS-MNT-NAME-IN
                                     WS-MNT-BENE-ACCT-IN
                                     WS-MNT-IFSC-IN
                                     WS-MNT-MAKER-IN
                      UNSTRING MAINT-REC DELIMITED BY ","
                      INTO WS-MNT-ACTION-IN
                           WS-MNT-ACCT-IN
                           WS-MNT-ID-IN
                           WS-MNT-NAME-IN
                           WS-MNT-BENE-ACCT-IN
                           WS-MNT-IFSC-IN
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
           IF WS-MNT-ID-IN = SPACES
              MOVE "NO BENEFICIARY ID" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              PERFORM FIND-BENE-PARA
              EVALUATE WS-MNT-ACTION-IN
                 WHEN "ADD"
                    PERFORM ADD-BENE-PARA
                 WHEN "MODIFY"
                    PERFORM MODIFY-BENE-PARA
                 WHEN "DELETE"
                    PERFORM DELETE-BENE-PARA
                 WHEN OTHER
                    MOVE "UNKNOWN MAINTENANCE ACTION" TO WS-AU-RESULT
                    PERFORM REFUSE-PARA
              END-EVALUATE
           END-IF
           END-IF.

       FIND-BENE-PARA.
           MOVE "N" TO WS-BN-FOUND
           SET WS-BN-IDX TO 1
           PERFORM UNTIL WS-BN-IDX > WS-BENE-COUNT
                      OR WS-BN-FOUND = "Y"
              IF WS-BN-ACCT (WS-BN-IDX) = WS-MNT-ACCT-IN
                 AND WS-BN-ID (WS-BN-IDX) = WS-MNT-ID-IN
                 AND WS-BN-STATUS (WS-BN-IDX) = "A"
                 MOVE "Y" TO WS-BN-FOUND
                 SET WS-FOUND-BN-IDX TO WS-BN-IDX
              END-IF
              SET WS-BN-IDX UP BY 1
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

       CHECK-IFSC-PARA.
           MOVE "Y" TO WS-IFSC-OK
           IF WS-MNT-IFSC-IN(1:4) IS NOT ALPHABETIC
              OR WS-MNT-IFSC-IN(1:4) = SPACES
              OR WS-MNT-IFSC-IN(5:1) NOT = "0"
              OR WS-MNT-IFSC-IN(6:6) = SPACES
              OR WS-MNT-IFSC-IN(11:1) = SPACE
              MOVE "N" TO WS-IFSC-OK
           END-IF.

       ADD-BENE-PARA.
           PERFORM CHECK-ACCOUNT-PARA
           PERFORM CHECK-IFSC-PARA
           IF WS-ACCT-OK NOT = "Y"
              MOVE "ACCOUNT NOT ELIGIBLE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-BN-FOUND = "Y"
              MOVE "BENEFICIARY ID ALREADY IN USE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-MNT-NAME-IN = SPACES
              OR WS-MNT-BENE-ACCT-IN = SPACES
              MOVE "NAME AND ACCOUNT REQUIRED" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-IFSC-OK NOT = "Y"
              MOVE "INVALID IFSC" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-BENE-COUNT >= 20000
              MOVE "BENEFICIARY TABLE FULL" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
              MOVE 20 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-BENE-COUNT
              SET WS-BN-IDX TO WS-BENE-COUNT
              MOVE WS-MNT-ACCT-IN  TO WS-BN-ACCT (WS-BN-IDX)
              MOVE WS-MNT-ID-IN    TO WS-BN-ID (WS-BN-IDX)
              MOVE WS-MNT-NAME-IN  TO WS-BN-NAME (WS-BN-IDX)
              MOVE WS-MNT-BENE-ACCT-IN
                   TO WS-BN-BENE-ACCT (WS-BN-IDX)
              MOVE WS-MNT-IFSC-IN  TO WS-BN-IFSC (WS-BN-IDX)
              MOVE WS-RUN-DATE     TO WS-BN-ADDED (WS-BN-IDX)
              MOVE WS-COOL-DATE    TO WS-BN-COOL-UNTIL (WS-BN-IDX)
              MOVE "A"             TO WS-BN-STATUS (WS-BN-IDX)
              ADD 1 TO WS-CTL-ADDED
              MOVE "ADDED - IN COOLING PERIOD" TO WS-AU-RESULT
              PERFORM WRITE-AUDIT-PARA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       MODIFY-BENE-PARA.
           IF WS-BN-FOUND NOT = "Y"
              MOVE "BENEFICIARY NOT ON FILE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              SET WS-BN-IDX TO WS-FOUND-BN-IDX
              IF WS-MNT-IFSC-IN = SPACES
                 MOVE WS-BN-IFSC (WS-BN-IDX) TO WS-MNT-IFSC-IN
              END-IF
              PERFORM CHECK-IFSC-PARA
              IF WS-IFSC-OK NOT = "Y"
                 MOVE "INVALID IFSC" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
              ELSE
                 IF WS-MNT-NAME-IN NOT = SPACES
                    MOVE WS-MNT-NAME-IN TO WS-BN-NAME (WS-BN-IDX)
                 END-IF
                 MOVE "NAME UPDATED" TO WS-AU-RESULT
                 IF (WS-MNT-BENE-ACCT-IN NOT = SPACES
                     AND WS-MNT-BENE-ACCT-IN NOT =
                         WS-BN-BENE-ACCT (WS-BN-IDX))
                    OR WS-MNT-IFSC-IN NOT = WS-BN-IFSC (WS-BN-IDX)
                    IF WS-MNT-BENE-ACCT-IN NOT = SPACES
                       MOVE WS-MNT-BENE-ACCT-IN
                            TO WS-BN-BENE-ACCT (WS-BN-IDX)
                    END-IF
                    MOVE WS-MNT-IFSC-IN TO WS-BN-IFSC (WS-BN-IDX)
                    MOVE WS-COOL-DATE
                         TO WS-BN-COOL-UNTIL (WS-BN-IDX)
                    MOVE "ACCOUNT CHANGED - COOLING RESET"
                         TO WS-AU-RESULT
                 END-IF
                 ADD 1 TO WS-CTL-MODIFIED
                 PERFORM WRITE-AUDIT-PARA
              END-IF
           END-IF.

       DELETE-BENE-PARA.
           IF WS-BN-FOUND NOT = "Y"
              MOVE "BENEFICIARY NOT ON FILE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              SET WS-BN-IDX TO WS-FOUND-BN-IDX
              MOVE "D" TO WS-BN-STATUS (WS-BN-IDX)
              MOVE WS-BN-IFSC (WS-BN-IDX) TO WS-MNT-IFSC-IN
              ADD 1 TO WS-CTL-DELETED
              MOVE "DELETED" TO WS-AU-RESULT
              PERFORM WRITE-AUDIT-PARA
           END-IF.

       REWRITE-BENEFICIARIES-PARA.
           OPEN OUTPUT BENE-FILE
           IF BENE-FILE-STATUS NOT = "00"
              DISPLAY "BENEFICIARY MASTER REWRITE FAILED, STATUS="
                      BENE-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-BN-IDX TO 1
              PERFORM UNTIL WS-BN-IDX > WS-BENE-COUNT
                 MOVE WS-BN-ACCT (WS-BN-IDX)       TO BN-ACCT
                 MOVE WS-BN-ID (WS-BN-IDX)         TO BN-ID
                 MOVE WS-BN-NAME (WS-BN-IDX)       TO BN-NAME
                 MOVE WS-BN-BENE-ACCT (WS-BN-IDX)  TO BN-BENE-ACCT
                 MOVE WS-BN-IFSC (WS-BN-IDX)       TO BN-IFSC
                 MOVE WS-BN-ADDED (WS-BN-IDX)      TO BN-ADDED
                 MOVE WS-BN-COOL-UNTIL (WS-BN-IDX) TO BN-COOL-UNTIL
                 MOVE WS-BN-STATUS (WS-BN-IDX)     TO BN-STATUS
                 WRITE BENE-REC FROM WS-BENE-LINE
                 SET WS-BN-IDX UP BY 1
              END-PERFORM
              CLOSE BENE-FILE
           END-IF.
