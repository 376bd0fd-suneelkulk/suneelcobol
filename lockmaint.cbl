       IDENTIFICATION DIVISION.
       PROGRAM-ID. lockmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKER-FILE ASSIGN TO "LOCKER-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS LOCKER-FILE-STATUS.

           SELECT MAINT-FILE  ASSIGN TO "LOCKER-MAINT.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS MAINT-FILE-STATUS.

           SELECT AUDIT-FILE  ASSIGN TO "LOCKER-AUDIT.LOG"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT BRNCHMST-FILE ASSIGN TO "BRANCH-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS BRNCHMST-FILE-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO "ACCOUNT-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AM-ACCT-NUM
                               ALTERNATE RECORD KEY IS AM-PAN
                                   WITH DUPLICATES
                               FILE STATUS IS ACCTMST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   LOCKER-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOCKER-REC              PIC X(100).

       FD   MAINT-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 MAINT-REC               PIC X(100).

       FD   AUDIT-FILE  RECORD CONTAINS 110 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 AUDIT-REC               PIC X(110).

       FD   BRNCHMST-FILE  RECORD CONTAINS 70 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 BRNCHMST-REC            PIC X(70).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       WORKING-STORAGE SECTION.
       01 LOCKER-FILE-STATUS   PIC X(02).
       01 MAINT-FILE-STATUS    PIC X(02).
       01 AUDIT-FILE-STATUS    PIC X(02).
       01 BRNCHMST-FILE-STATUS PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).

       01 EOF                  PIC X(01) VALUE "N".
       01 WS-RUN-DATE          PIC X(08).

       01 WS-BRNCH-TABLE.
          05 WS-BRNCH-ENTRY OCCURS 200 TIMES INDEXED BY WS-BRNCH-IDX.
             10 WS-BRNCH-TAB-CODE  PIC X(03).
       01 WS-BRNCH-COUNT       PIC 9(03) VALUE 0.
       01 WS-BRNCH-FOUND       PIC X(01) VALUE "N".

       01 WS-LOCKER-TABLE.
          05 WS-LK-ENTRY OCCURS 20000 TIMES INDEXED BY WS-LK-IDX.
             10 WS-LK-BRANCH     PIC X(03).
             10 WS-LK-NUMBER     PIC X(06).
             10 WS-LK-SIZE       PIC X(01).
             10 WS-LK-STATUS     PIC X(01).
             10 WS-LK-HIRER-ACCT PIC X(14).
             10 WS-LK-NOMINEE    PIC X(30).
             10 WS-LK-ALLOT-DATE PIC X(08).
             10 WS-LK-DUE-DATE   PIC X(08).
             10 WS-LK-ARREARS    PIC 9(07)V99.
             10 WS-LK-LAST-ACCESS PIC X(08).
       01 WS-LOCKER-COUNT      PIC 9(05) VALUE 0.
       01 WS-LK-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-LK-IDX      PIC 9(05) VALUE 0.

       01 WS-LK-BRANCH-IN      PIC X(03).
       01 WS-LK-NUMBER-IN      PIC X(06).
       01 WS-LK-SIZE-IN        PIC X(01).
       01 WS-LK-STATUS-IN      PIC X(01).
       01 WS-LK-HIRER-IN       PIC X(14).
       01 WS-LK-NOMINEE-IN     PIC X(30).
       01 WS-LK-ALLOT-IN       PIC X(08).
       01 WS-LK-DUE-IN         PIC X(08).
       01 WS-LK-ARREARS-IN     PIC X(10).
       01 WS-LK-ACCESS-IN      PIC X(08).

       01 WS-MNT-ACTION-IN     PIC X(09).
       01 WS-MNT-BRANCH-IN     PIC X(03).
       01 WS-MNT-NUMBER-IN     PIC X(06).
       01 WS-MNT-SIZE-IN       PIC X(01).
       01 WS-MNT-ACCT-IN       PIC X(14).
       01 WS-MNT-NOMINEE-IN    PIC X(30).
       01 WS-MNT-MAKER-IN      PIC X(10).
       01 WS-ACCT-OK           PIC X(01) VALUE "N".

       01 WS-CTL-ADDED         PIC 9(05) VALUE 0.
       01 WS-CTL-ALLOTTED      PIC 9(05) VALUE 0.
       01 WS-CTL-SURRENDERED   PIC 9(05) VALUE 0.
       01 WS-CTL-AMENDED       PIC 9(05) VALUE 0.
       01 WS-CTL-ACCESSED      PIC 9(05) VALUE 0.
       01 WS-CTL-REFUSED       PIC 9(05) VALUE 0.

       01 WS-LOCKER-LINE.
          COPY LOCKER.

       01 WS-AUDIT-LINE.
          05 WS-AU-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-ACTION        PIC X(09).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-BRANCH        PIC X(03).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-NUMBER        PIC X(06).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-MAKER         PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-RESULT        PIC X(30).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE LOCKER MAINTENANCE".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-AUDIT-PARA.
           PERFORM LOAD-BRANCH-MASTER-PARA.
           PERFORM LOAD-LOCKERS-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT MASTER NOT AVAILABLE, ACCOUNT EDITS "
                      "SKIPPED, STATUS=" ACCTMST-FILE-STATUS
           END-IF.
           PERFORM TAKE-SUBMISSIONS-PARA.
           IF ACCTMST-FILE-STATUS = "00"
              CLOSE ACCTMST-FILE
           END-IF.
           PERFORM REWRITE-LOCKERS-PARA.
           CLOSE AUDIT-FILE.
           DISPLAY "LOCKER MAINTENANCE SUMMARY".
           DISPLAY "  LOCKERS ADDED       : " WS-CTL-ADDED.
           DISPLAY "  LOCKERS ALLOTTED    : " WS-CTL-ALLOTTED.
           DISPLAY "  LOCKERS SURRENDERED : " WS-CTL-SURRENDERED.
           DISPLAY "  NOMINEES AMENDED    : " WS-CTL-AMENDED.
           DISPLAY "  ACCESSES RECORDED   : " WS-CTL-ACCESSED.
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
           MOVE WS-MNT-BRANCH-IN TO WS-AU-BRANCH
           MOVE WS-MNT-NUMBER-IN TO WS-AU-NUMBER
           MOVE WS-MNT-ACCT-IN   TO WS-AU-ACCT
           MOVE WS-MNT-MAKER-IN  TO WS-AU-MAKER
           WRITE AUDIT-REC FROM WS-AUDIT-LINE.

       REFUSE-PARA.
           ADD 1 TO WS-CTL-REFUSED
           DISPLAY "LOCKER SUBMISSION REFUSED: " WS-MNT-BRANCH-IN
                   "/" WS-MNT-NUMBER-IN " - " WS-AU-RESULT
           PERFORM WRITE-AUDIT-PARA.

       LOAD-BRANCH-MASTER-PARA.
           MOVE 0 TO WS-BRNCH-COUNT
           OPEN INPUT BRNCHMST-FILE
           IF BRNCHMST-FILE-STATUS = "00"
              PERFORM UNTIL BRNCHMST-FILE-STATUS NOT = "00"
                 READ BRNCHMST-FILE
                   AT END
                     MOVE "10" TO BRNCHMST-FILE-STATUS
                   NOT AT END
                     IF WS-BRNCH-COUNT < 200
                        ADD 1 TO WS-BRNCH-COUNT
                        SET WS-BRNCH-IDX TO WS-BRNCH-COUNT
                        UNSTRING BRNCHMST-REC DELIMITED BY ","
                        INTO WS-BRNCH-TAB-CODE (WS-BRNCH-IDX)
                        END-UNSTRING
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE BRNCHMST-FILE
           ELSE
              DISPLAY "BRANCH MASTER NOT FOUND, LOCKERS CANNOT "
                      "BE VALIDATED"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-LOCKERS-PARA.
           MOVE 0 TO WS-LOCKER-COUNT
           OPEN INPUT LOCKER-FILE
           IF LOCKER-FILE-STATUS = "00"
              PERFORM UNTIL LOCKER-FILE-STATUS NOT = "00"
                 READ LOCKER-FILE
                   AT END
                     MOVE "10" TO LOCKER-FILE-STATUS
                   NOT AT END
                     IF WS-LOCKER-COUNT >= 20000
                        DISPLAY "LOCKER TABLE CAPACITY "
                                "EXCEEDED AT 20000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-LOCKER-COUNT
                     SET WS-LK-IDX TO WS-LOCKER-COUNT
                     UNSTRING LOCKER-REC DELIMITED BY ","
                     INTO  WS-LK-BRANCH-IN
                           WS-LK-NUMBER-IN
                           WS-LK-SIZE-IN
                           WS-LK-STATUS-IN
                           WS-LK-HIRER-IN
                           WS-LK-NOMINEE-IN
                           WS-LK-ALLOT-IN
                           WS-LK-DUE-IN
                           WS-LK-ARREARS-IN
                           WS-LK-ACCESS-IN
                     END-UNSTRING
                     MOVE WS-LK-BRANCH-IN TO WS-LK-BRANCH (WS-LK-IDX)
                     MOVE WS-LK-NUMBER-IN TO WS-LK-NUMBER (WS-LK-IDX)
                     MOVE WS-LK-SIZE-IN   TO WS-LK-SIZE (WS-LK-IDX)
                     MOVE WS-LK-STATUS-IN TO WS-LK-STATUS (WS-LK-IDX)
                     MOVE WS-LK-HIRER-IN
                          TO WS-LK-HIRER-ACCT (WS-LK-IDX)
                     MOVE WS-LK-NOMINEE-IN
                          TO WS-LK-NOMINEE (WS-LK-IDX)
                     MOVE WS-LK-ALLOT-IN
                          TO WS-LK-ALLOT-DATE (WS-LK-IDX)
                     MOVE WS-LK-DUE-IN TO WS-LK-DUE-DATE (WS-LK-IDX)
                     COMPUTE WS-LK-ARREARS (WS-LK-IDX) =
                             FUNCTION NUMVAL(WS-LK-ARREARS-IN)
                     MOVE WS-LK-ACCESS-IN
                          TO WS-LK-LAST-ACCESS (WS-LK-IDX)
                 END-READ
              END-PERFORM
              CLOSE LOCKER-FILE
           ELSE
              DISPLAY "NO LOCKER MASTER YET, STARTING EMPTY"
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
                      MOVE SPACES TO WS-MNT-SIZE-IN
                                     WS-MNT-ACCT-IN
                                     WS-MNT-NOMINEE-IN
                                     WS-MNT-MAKER-IN
                      UNSTRING MAINT-REC DELIMITED BY ","
                      INTO WS-MNT-ACTION-IN
                           WS-MNT-BRANCH-IN
                           WS-MNT-NUMBER-IN
                           WS-MNT-SIZE-IN
                           WS-MNT-ACCT-IN
                           WS-MNT-NOMINEE-IN
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
           IF WS-MNT-NUMBER-IN = SPACES
              MOVE "NO LOCKER NUMBER" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              PERFORM FIND-BRANCH-PARA
              PERFORM FIND-LOCKER-PARA
              IF WS-BRNCH-FOUND NOT = "Y"
                 MOVE "BRANCH NOT ON BRANCH MASTER" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
              ELSE
                 EVALUATE WS-MNT-ACTION-IN
                    WHEN "ADD"
                       PERFORM ADD-LOCKER-PARA
                    WHEN "ALLOT"
                       PERFORM ALLOT-LOCKER-PARA
                    WHEN "SURRENDER"
                       PERFORM SURRENDER-LOCKER-PARA
                    WHEN "NOMINEE"
                       PERFORM AMEND-NOMINEE-PARA
                    WHEN "ACCESS"
                       PERFORM RECORD-ACCESS-PARA
                    WHEN OTHER
                       MOVE "UNKNOWN MAINTENANCE ACTION"
                                                 TO WS-AU-RESULT
                       PERFORM REFUSE-PARA
                 END-EVALUATE
              END-IF
           END-IF
           END-IF.

       FIND-BRANCH-PARA.
           MOVE "N" TO WS-BRNCH-FOUND
           SET WS-BRNCH-IDX TO 1
           PERFORM UNTIL WS-BRNCH-IDX > WS-BRNCH-COUNT
                      OR WS-BRNCH-FOUND = "Y"
              IF WS-BRNCH-TAB-CODE (WS-BRNCH-IDX) = WS-MNT-BRANCH-IN
                 MOVE "Y" TO WS-BRNCH-FOUND
              END-IF
              SET WS-BRNCH-IDX UP BY 1
           END-PERFORM.

       FIND-LOCKER-PARA.
           MOVE "N" TO WS-LK-FOUND
           SET WS-LK-IDX TO 1
           PERFORM UNTIL WS-LK-IDX > WS-LOCKER-COUNT
                      OR WS-LK-FOUND = "Y"
              IF WS-LK-BRANCH (WS-LK-IDX) = WS-MNT-BRANCH-IN
                 AND WS-LK-NUMBER (WS-LK-IDX) = WS-MNT-NUMBER-IN
                 MOVE "Y" TO WS-LK-FOUND
                 SET WS-FOUND-LK-IDX TO WS-LK-IDX
              END-IF
              SET WS-LK-IDX UP BY 1
           END-PERFORM.

       CHECK-ACCOUNT-PARA.
           MOVE "Y" TO WS-ACCT-OK
           IF ACCTMST-FILE-STATUS = "00"
              MOVE WS-MNT-ACCT-IN TO AM-ACCT-NUM
              READ ACCTMST-FILE
                INVALID KEY
                  MOVE "N" TO WS-ACCT-OK
                NOT INVALID KEY
                  IF AM-STATUS NOT = "O"
                     MOVE "N" TO WS-ACCT-OK
                  END-IF
              END-READ
           END-IF.

       ADD-LOCKER-PARA.
           IF WS-LK-FOUND = "Y"
              MOVE "LOCKER ALREADY ON FILE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-MNT-SIZE-IN NOT = "S" AND
              WS-MNT-SIZE-IN NOT = "M" AND
              WS-MNT-SIZE-IN NOT = "L" AND
              WS-MNT-SIZE-IN NOT = "X"
              MOVE "UNKNOWN LOCKER SIZE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-LOCKER-COUNT >= 20000
              MOVE "LOCKER TABLE FULL" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
              MOVE 20 TO RETURN-CODE
           ELSE
              ADD 1 TO WS-LOCKER-COUNT
              SET WS-LK-IDX TO WS-LOCKER-COUNT
              MOVE WS-MNT-BRANCH-IN TO WS-LK-BRANCH (WS-LK-IDX)
              MOVE WS-MNT-NUMBER-IN TO WS-LK-NUMBER (WS-LK-IDX)
              MOVE WS-MNT-SIZE-IN   TO WS-LK-SIZE (WS-LK-IDX)
              MOVE "V"              TO WS-LK-STATUS (WS-LK-IDX)
              MOVE SPACES TO WS-LK-HIRER-ACCT (WS-LK-IDX)
                             WS-LK-NOMINEE (WS-LK-IDX)
                             WS-LK-ALLOT-DATE (WS-LK-IDX)
                             WS-LK-DUE-DATE (WS-LK-IDX)
                             WS-LK-LAST-ACCESS (WS-LK-IDX)
              MOVE 0 TO WS-LK-ARREARS (WS-LK-IDX)
              ADD 1 TO WS-CTL-ADDED
              MOVE "LOCKER ADDED" TO WS-AU-RESULT
              PERFORM WRITE-AUDIT-PARA
           END-IF
           END-IF
           END-IF.

       ALLOT-LOCKER-PARA.
           PERFORM CHECK-ACCOUNT-PARA
           IF WS-LK-FOUND NOT = "Y"
              MOVE "LOCKER NOT ON FILE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-LK-STATUS (WS-FOUND-LK-IDX) NOT = "V"
              MOVE "LOCKER NOT VACANT" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
           IF WS-MNT-ACCT-IN = SPACES OR WS-ACCT-OK NOT = "Y"
              MOVE "HIRER ACCOUNT NOT ELIGIBLE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              SET WS-LK-IDX TO WS-FOUND-LK-IDX
              MOVE "A"               TO WS-LK-STATUS (WS-LK-IDX)
              MOVE WS-MNT-ACCT-IN    TO WS-LK-HIRER-ACCT (WS-LK-IDX)
              MOVE WS-MNT-NOMINEE-IN TO WS-LK-NOMINEE (WS-LK-IDX)
              MOVE WS-RUN-DATE       TO WS-LK-ALLOT-DATE (WS-LK-IDX)
              MOVE WS-RUN-DATE       TO WS-LK-DUE-DATE (WS-LK-IDX)
              MOVE SPACES            TO WS-LK-LAST-ACCESS (WS-LK-IDX)
              MOVE 0                 TO WS-LK-ARREARS (WS-LK-IDX)
              ADD 1 TO WS-CTL-ALLOTTED
              MOVE "LOCKER ALLOTTED" TO WS-AU-RESULT
              PERFORM WRITE-AUDIT-PARA
           END-IF
           END-IF
           END-IF.

       SURRENDER-LOCKER-PARA.
           IF WS-LK-FOUND NOT = "Y"
              MOVE "LOCKER NOT ON FILE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              SET WS-LK-IDX TO WS-FOUND-LK-IDX
              MOVE WS-LK-HIRER-ACCT (WS-LK-IDX) TO WS-MNT-ACCT-IN
              IF WS-LK-STATUS (WS-LK-IDX) = "V"
                 MOVE "LOCKER NOT ALLOTTED" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
              ELSE
              IF WS-LK-STATUS (WS-LK-IDX) = "O"
                 OR WS-LK-ARREARS (WS-LK-IDX) > 0
                 MOVE "RENT ARREARS OUTSTANDING" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
              ELSE
                 MOVE "V" TO WS-LK-STATUS (WS-LK-IDX)
                 MOVE SPACES TO WS-LK-HIRER-ACCT (WS-LK-IDX)
                                WS-LK-NOMINEE (WS-LK-IDX)
                                WS-LK-ALLOT-DATE (WS-LK-IDX)
                                WS-LK-DUE-DATE (WS-LK-IDX)
                                WS-LK-LAST-ACCESS (WS-LK-IDX)
                 ADD 1 TO WS-CTL-SURRENDERED
                 MOVE "LOCKER SURRENDERED" TO WS-AU-RESULT
                 PERFORM WRITE-AUDIT-PARA
              END-IF
              END-IF
           END-IF.

       AMEND-NOMINEE-PARA.
           IF WS-LK-FOUND NOT = "Y"
              MOVE "LOCKER NOT ON FILE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              SET WS-LK-IDX TO WS-FOUND-LK-IDX
              MOVE WS-LK-HIRER-ACCT (WS-LK-IDX) TO WS-MNT-ACCT-IN
              IF WS-LK-STATUS (WS-LK-IDX) = "V"
                 MOVE "LOCKER NOT ALLOTTED" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
              ELSE
                 MOVE WS-MNT-NOMINEE-IN TO WS-LK-NOMINEE (WS-LK-IDX)
                 ADD 1 TO WS-CTL-AMENDED
                 MOVE "NOMINEE AMENDED" TO WS-AU-RESULT
                 PERFORM WRITE-AUDIT-PARA
              END-IF
           END-IF.

       RECORD-ACCESS-PARA.
           IF WS-LK-FOUND NOT = "Y"
              MOVE "LOCKER NOT ON FILE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              SET WS-LK-IDX TO WS-FOUND-LK-IDX
              MOVE WS-LK-HIRER-ACCT (WS-LK-IDX) TO WS-MNT-ACCT-IN
              IF WS-LK-STATUS (WS-LK-IDX) = "V"
                 MOVE "LOCKER NOT ALLOTTED" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
              ELSE
              IF WS-LK-STATUS (WS-LK-IDX) = "O"
                 MOVE "LOCKER RENT OVERDUE" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
              ELSE
                 MOVE WS-RUN-DATE TO WS-LK-LAST-ACCESS (WS-LK-IDX)
                 ADD 1 TO WS-CTL-ACCESSED
                 MOVE "ACCESS RECORDED" TO WS-AU-RESULT
                 PERFORM WRITE-AUDIT-PARA
              END-IF
              END-IF
           END-IF.

       REWRITE-LOCKERS-PARA.
           OPEN OUTPUT LOCKER-FILE
           IF LOCKER-FILE-STATUS NOT = "00"
              DISPLAY "LOCKER MASTER REWRITE FAILED, STATUS="
                      LOCKER-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-LK-IDX TO 1
              PERFORM UNTIL WS-LK-IDX > WS-LOCKER-COUNT
                 MOVE WS-LK-BRANCH (WS-LK-IDX)      TO LK-BRANCH
                 MOVE WS-LK-NUMBER (WS-LK-IDX)      TO LK-NUMBER
                 MOVE WS-LK-SIZE (WS-LK-IDX)        TO LK-SIZE
                 MOVE WS-LK-STATUS (WS-LK-IDX)      TO LK-STATUS
                 MOVE WS-LK-HIRER-ACCT (WS-LK-IDX)  TO LK-HIRER-ACCT
                 MOVE WS-LK-NOMINEE (WS-LK-IDX)     TO LK-NOMINEE
                 MOVE WS-LK-ALLOT-DATE (WS-LK-IDX)  TO LK-ALLOT-DATE
                 MOVE WS-LK-DUE-DATE (WS-LK-IDX)    TO LK-DUE-DATE
                 MOVE WS-LK-ARREARS (WS-LK-IDX)     TO LK-ARREARS
                 MOVE WS-LK-LAST-ACCESS (WS-LK-IDX) TO LK-LAST-ACCESS
                 WRITE LOCKER-REC FROM WS-LOCKER-LINE
                 SET WS-LK-IDX UP BY 1
              END-PERFORM
              CLOSE LOCKER-FILE
           END-IF.
