       IDENTIFICATION DIVISION.
       PROGRAM-ID. pinmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE  ASSIGN TO "PIN-MAINT.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS MAINT-FILE-STATUS.

           SELECT PINMST-FILE  ASSIGN TO "PINCODE-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PINMST-FILE-STATUS.

           SELECT CITYMST-FILE  ASSIGN TO "CITY-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CITYMST-FILE-STATUS.

           SELECT BRNCHMST-FILE ASSIGN TO "BRANCH-MASTER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS BRNCHMST-FILE-STATUS.

           SELECT AUDIT-FILE  ASSIGN TO "PIN-MAINT-AUDIT.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   MAINT-FILE  RECORD CONTAINS 140 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 MAINT-REC               PIC X(140).

       FD   PINMST-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PINMST-REC              PIC X(120).

       FD   CITYMST-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CITYMST-REC             PIC X(30).

       FD   BRNCHMST-FILE  RECORD CONTAINS 70 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 BRNCHMST-REC            PIC X(70).

       FD   AUDIT-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 AUDIT-REC               PIC X(100).

       WORKING-STORAGE SECTION.
       01 MAINT-FILE-STATUS    PIC X(02).
       01 PINMST-FILE-STATUS   PIC X(02).
       01 CITYMST-FILE-STATUS  PIC X(02).
       01 BRNCHMST-FILE-STATUS PIC X(02).
       01 AUDIT-FILE-STATUS    PIC X(02).

       01 EOF                  PIC X(01) VALUE "N".

       01 WS-PIN-TABLE.
          05 WS-PIN-ENTRY OCCURS 5000 TIMES INDEXED BY WS-PIN-IDX.
             10 WS-PIN-TAB-CODE    PIC X(06).
             10 WS-PIN-TAB-PO      PIC X(30).
             10 WS-PIN-TAB-DIST    PIC X(30).
             10 WS-PIN-TAB-STATE   PIC X(20).
             10 WS-PIN-TAB-CITY    PIC X(20).
             10 WS-PIN-TAB-BRNCH   PIC X(03).
       01 WS-PIN-COUNT          PIC 9(04) VALUE 0.
       01 WS-PIN-START-COUNT    PIC 9(04) VALUE 0.
       01 WS-PIN-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-PIN-IDX      PIC 9(04) VALUE 0.

       01 WS-CITY-TABLE.
          05 WS-CITY-ENTRY OCCURS 50 TIMES INDEXED BY WS-CITY-IDX.
             10 WS-CITY-TAB-NAME   PIC X(20).
       01 WS-CITY-COUNT         PIC 9(03) VALUE 0.
       01 WS-CITY-FOUND         PIC X(01) VALUE "N".

       01 WS-BRNCH-TABLE.
          05 WS-BRNCH-ENTRY OCCURS 200 TIMES INDEXED BY WS-BRNCH-IDX.
             10 WS-BRNCH-TAB-CODE  PIC X(03).
             10 WS-BRNCH-TAB-CITY  PIC X(20).
       01 WS-BRNCH-COUNT        PIC 9(03) VALUE 0.
       01 WS-BRNCH-FOUND        PIC X(01) VALUE "N".

       01 WS-MNT-ACTION-IN      PIC X(06) VALUE SPACES.
       01 WS-MNT-PIN-IN         PIC X(06) VALUE SPACES.
       01 WS-MNT-PO-IN          PIC X(30) VALUE SPACES.
       01 WS-MNT-DIST-IN        PIC X(30) VALUE SPACES.
       01 WS-MNT-STATE-IN       PIC X(20) VALUE SPACES.
       01 WS-MNT-CITY-IN        PIC X(20) VALUE SPACES.
       01 WS-MNT-BRNCH-IN       PIC X(03) VALUE SPACES.

       01 WS-NEW-ENTRY.
          05 WS-NEW-CODE         PIC X(06).
          05 WS-NEW-PO           PIC X(30).
          05 WS-NEW-DIST         PIC X(30).
          05 WS-NEW-STATE        PIC X(20).
          05 WS-NEW-CITY         PIC X(20).
          05 WS-NEW-BRNCH        PIC X(03).
       01 WS-NEW-VALID          PIC X(01) VALUE "Y".

       01 WS-CTL-APPLIED        PIC 9(05) VALUE 0.
       01 WS-CTL-REJECTED       PIC 9(05) VALUE 0.

       01 WS-AUDIT-COUNT-LINE.
          05 WS-AUD-CNT-LABEL    PIC X(40).
          05 WS-AUD-CNT          PIC ZZZ9.

       01 WS-AUDIT-ACTION-LINE.
          05 WS-AUD-ACT          PIC X(06).
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-AUD-ACT-PIN      PIC X(06).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AUD-ACT-STATE    PIC X(20).
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-AUD-ACT-CITY     PIC X(20).
          05 FILLER              PIC X(01) VALUE SPACES.
          05 WS-AUD-ACT-BRNCH    PIC X(03).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AUD-ACT-RESULT   PIC X(38).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE PINCODE MASTER MAINTENANCE PROGRAM".
           OPEN OUTPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
              DISPLAY "AUDIT REPORT OPEN FAILED, STATUS="
                      AUDIT-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-CITY-MASTER-PARA.
           PERFORM LOAD-BRANCH-MASTER-PARA.
           PERFORM LOAD-PIN-MASTER-PARA.
           MOVE WS-PIN-COUNT TO WS-PIN-START-COUNT.
           MOVE "PINCODES ON MASTER BEFORE MAINTENANCE:"
                TO WS-AUD-CNT-LABEL.
           MOVE WS-PIN-COUNT TO WS-AUD-CNT.
           WRITE AUDIT-REC FROM WS-AUDIT-COUNT-LINE.
           PERFORM APPLY-MAINT-PARA.
           MOVE SPACES TO AUDIT-REC.
           WRITE AUDIT-REC.
           MOVE "PINCODES ON MASTER AFTER MAINTENANCE:"
                TO WS-AUD-CNT-LABEL.
           MOVE WS-PIN-COUNT TO WS-AUD-CNT.
           WRITE AUDIT-REC FROM WS-AUDIT-COUNT-LINE.
           IF WS-CTL-APPLIED > 0
              PERFORM REWRITE-PIN-MASTER-PARA
           END-IF.
           CLOSE AUDIT-FILE.
           DISPLAY "PINCODE MAINTENANCE SUMMARY".
           DISPLAY "  PINCODES BEFORE : " WS-PIN-START-COUNT.
           DISPLAY "  PINCODES AFTER  : " WS-PIN-COUNT.
           DISPLAY "  ACTIONS APPLIED : " WS-CTL-APPLIED.
           DISPLAY "  ACTIONS REJECTED: " WS-CTL-REJECTED.

           STOP RUN.

       LOAD-CITY-MASTER-PARA.
           MOVE 0 TO WS-CITY-COUNT
           OPEN INPUT CITYMST-FILE
           IF CITYMST-FILE-STATUS = "00"
              PERFORM UNTIL CITYMST-FILE-STATUS NOT = "00"
                 READ CITYMST-FILE
                   AT END
                     MOVE "10" TO CITYMST-FILE-STATUS
                   NOT AT END
                     IF WS-CITY-COUNT >= 50
                        DISPLAY "CITY TABLE CAPACITY EXCEEDED AT "
                                "50 ENTRIES - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-CITY-COUNT
                     SET WS-CITY-IDX TO WS-CITY-COUNT
                     UNSTRING CITYMST-REC DELIMITED BY ","
                     INTO     WS-CITY-TAB-NAME (WS-CITY-IDX)
                     END-UNSTRING
                 END-READ
              END-PERFORM
              CLOSE CITYMST-FILE
           ELSE
              DISPLAY "CITY MASTER OPEN FAILED, STATUS="
                      CITYMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-BRANCH-MASTER-PARA.
           MOVE 0 TO WS-BRNCH-COUNT
           OPEN INPUT BRNCHMST-FILE
           IF BRNCHMST-FILE-STATUS = "00"
              PERFORM UNTIL BRNCHMST-FILE-STATUS NOT = "00"
                 READ BRNCHMST-FILE
                   AT END
                     MOVE "10" TO BRNCHMST-FILE-STATUS
                   NOT AT END
                     IF WS-BRNCH-COUNT >= 200
                        DISPLAY "BRANCH TABLE CAPACITY EXCEEDED AT "
                                "200 ENTRIES - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-BRNCH-COUNT
                     SET WS-BRNCH-IDX TO WS-BRNCH-COUNT
                     UNSTRING BRNCHMST-REC DELIMITED BY ","
                     INTO  WS-BRNCH-TAB-CODE (WS-BRNCH-IDX)
                           WS-BRNCH-TAB-CITY (WS-BRNCH-IDX)
                     END-UNSTRING
                 END-READ
              END-PERFORM
              CLOSE BRNCHMST-FILE
           ELSE
              DISPLAY "BRANCH MASTER NOT FOUND, CATCHMENT BRANCHES "
                      "WILL BE REJECTED"
           END-IF.

       LOAD-PIN-MASTER-PARA.
           MOVE 0 TO WS-PIN-COUNT
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
           ELSE
              DISPLAY "PINCODE MASTER NOT FOUND, STARTING EMPTY"
           END-IF.

       FIND-PIN-PARA.
           MOVE "N" TO WS-PIN-FOUND
           SET WS-PIN-IDX TO 1
           PERFORM UNTIL WS-PIN-IDX > WS-PIN-COUNT
                      OR WS-PIN-FOUND = "Y"
              IF WS-PIN-TAB-CODE (WS-PIN-IDX) = WS-MNT-PIN-IN
                 MOVE "Y" TO WS-PIN-FOUND
                 SET WS-FOUND-PIN-IDX TO WS-PIN-IDX
              END-IF
              SET WS-PIN-IDX UP BY 1
           END-PERFORM.

       FIND-CITY-PARA.
           MOVE "N" TO WS-CITY-FOUND
           SET WS-CITY-IDX TO 1
           PERFORM UNTIL WS-CITY-IDX > WS-CITY-COUNT
                      OR WS-CITY-FOUND = "Y"
              IF WS-CITY-TAB-NAME (WS-CITY-IDX) = WS-NEW-CITY
                 MOVE "Y" TO WS-CITY-FOUND
              END-IF
              SET WS-CITY-IDX UP BY 1
           END-PERFORM.

       FIND-BRANCH-PARA.
           MOVE "N" TO WS-BRNCH-FOUND
           SET WS-BRNCH-IDX TO 1
           PERFORM UNTIL WS-BRNCH-IDX > WS-BRNCH-COUNT
                      OR WS-BRNCH-FOUND = "Y"
              IF WS-BRNCH-TAB-CODE (WS-BRNCH-IDX) = WS-NEW-BRNCH
                 AND WS-BRNCH-TAB-CITY (WS-BRNCH-IDX) = WS-NEW-CITY
                 MOVE "Y" TO WS-BRNCH-FOUND
              END-IF
              SET WS-BRNCH-IDX UP BY 1
           END-PERFORM.

       APPLY-MAINT-PARA.
           OPEN INPUT MAINT-FILE
           IF MAINT-FILE-STATUS NOT = "00"
              DISPLAY "MAINTENANCE FILE NOT FOUND, NOTHING TO APPLY"
           ELSE
              MOVE SPACES TO AUDIT-REC
              WRITE AUDIT-REC
              MOVE "ACTIONS:" TO AUDIT-REC
              WRITE AUDIT-REC
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ MAINT-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      IF MAINT-REC(1:6) NOT = "ACTION"
                         MOVE SPACES TO WS-MNT-ACTION-IN WS-MNT-PIN-IN
                                        WS-MNT-PO-IN WS-MNT-DIST-IN
                                        WS-MNT-STATE-IN WS-MNT-CITY-IN
                                        WS-MNT-BRNCH-IN
                         UNSTRING MAINT-REC DELIMITED BY ","
                         INTO     WS-MNT-ACTION-IN
                                  WS-MNT-PIN-IN
                                  WS-MNT-PO-IN
                                  WS-MNT-DIST-IN
                                  WS-MNT-STATE-IN
                                  WS-MNT-CITY-IN
                                  WS-MNT-BRNCH-IN
                         END-UNSTRING
                         PERFORM APPLY-ONE-ACTION-PARA
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE MAINT-FILE
           END-IF.

       APPLY-ONE-ACTION-PARA.
           PERFORM FIND-PIN-PARA
           MOVE WS-MNT-ACTION-IN TO WS-AUD-ACT
           MOVE WS-MNT-PIN-IN    TO WS-AUD-ACT-PIN
           MOVE WS-MNT-STATE-IN  TO WS-AUD-ACT-STATE
           MOVE WS-MNT-CITY-IN   TO WS-AUD-ACT-CITY
           MOVE WS-MNT-BRNCH-IN  TO WS-AUD-ACT-BRNCH
           EVALUATE WS-MNT-ACTION-IN
              WHEN "ADD"
                 IF WS-PIN-FOUND = "Y"
                    MOVE "REJECTED - PINCODE ALREADY ON FILE"
                                          TO WS-AUD-ACT-RESULT
                    ADD 1 TO WS-CTL-REJECTED
                 ELSE
                 IF WS-PIN-COUNT >= 5000
                    MOVE "REJECTED - PINCODE TABLE FULL"
                                          TO WS-AUD-ACT-RESULT
                    ADD 1 TO WS-CTL-REJECTED
                 ELSE
                    MOVE SPACES TO WS-NEW-ENTRY
                    PERFORM MERGE-ENTRY-PARA
                    PERFORM VALIDATE-ENTRY-PARA
                    IF WS-NEW-VALID = "Y"
                       ADD 1 TO WS-PIN-COUNT
                       SET WS-PIN-IDX TO WS-PIN-COUNT
                       MOVE WS-NEW-ENTRY TO WS-PIN-ENTRY (WS-PIN-IDX)
                       MOVE "APPLIED - ADDED"  TO WS-AUD-ACT-RESULT
                       ADD 1 TO WS-CTL-APPLIED
                    ELSE
                       ADD 1 TO WS-CTL-REJECTED
                    END-IF
                 END-IF
                 END-IF
              WHEN "CHANGE"
                 IF WS-PIN-FOUND NOT = "Y"
                    MOVE "REJECTED - PINCODE NOT ON FILE"
                                          TO WS-AUD-ACT-RESULT
                    ADD 1 TO WS-CTL-REJECTED
                 ELSE
                    SET WS-PIN-IDX TO WS-FOUND-PIN-IDX
                    MOVE WS-PIN-ENTRY (WS-PIN-IDX) TO WS-NEW-ENTRY
                    PERFORM MERGE-ENTRY-PARA
                    PERFORM VALIDATE-ENTRY-PARA
                    IF WS-NEW-VALID = "Y"
                       SET WS-PIN-IDX TO WS-FOUND-PIN-IDX
                       MOVE WS-NEW-ENTRY TO WS-PIN-ENTRY (WS-PIN-IDX)
                       MOVE "APPLIED - UPDATED IN PLACE"
                                          TO WS-AUD-ACT-RESULT
                       ADD 1 TO WS-CTL-APPLIED
                    ELSE
                       ADD 1 TO WS-CTL-REJECTED
                    END-IF
                 END-IF
              WHEN "DELETE"
                 IF WS-PIN-FOUND NOT = "Y"
                    MOVE "REJECTED - PINCODE NOT ON FILE"
                                          TO WS-AUD-ACT-RESULT
                    ADD 1 TO WS-CTL-REJECTED
                 ELSE
                    PERFORM DELETE-PIN-PARA
                    MOVE "APPLIED - REMOVED" TO WS-AUD-ACT-RESULT
                    ADD 1 TO WS-CTL-APPLIED
                 END-IF
              WHEN OTHER
                 MOVE "REJECTED - UNKNOWN ACTION"
                                       TO WS-AUD-ACT-RESULT
                 ADD 1 TO WS-CTL-REJECTED
           END-EVALUATE
           WRITE AUDIT-REC FROM WS-AUDIT-ACTION-LINE.

       MERGE-ENTRY-PARA.
           MOVE WS-MNT-PIN-IN TO WS-NEW-CODE
           IF WS-MNT-PO-IN NOT = SPACES
              MOVE FUNCTION UPPER-CASE(WS-MNT-PO-IN) TO WS-NEW-PO
           END-IF
           IF WS-MNT-DIST-IN NOT = SPACES
              MOVE FUNCTION UPPER-CASE(WS-MNT-DIST-IN) TO WS-NEW-DIST
           END-IF
           IF WS-MNT-STATE-IN NOT = SPACES
              MOVE FUNCTION UPPER-CASE(WS-MNT-STATE-IN)
                                                   TO WS-NEW-STATE
           END-IF
           IF WS-MNT-CITY-IN NOT = SPACES
              MOVE FUNCTION UPPER-CASE(WS-MNT-CITY-IN) TO WS-NEW-CITY
           END-IF
           IF WS-MNT-BRNCH-IN NOT = SPACES
              MOVE WS-MNT-BRNCH-IN TO WS-NEW-BRNCH
           END-IF
           MOVE WS-NEW-STATE TO WS-AUD-ACT-STATE
           MOVE WS-NEW-CITY  TO WS-AUD-ACT-CITY
           MOVE WS-NEW-BRNCH TO WS-AUD-ACT-BRNCH.

       VALIDATE-ENTRY-PARA.
           MOVE "Y" TO WS-NEW-VALID
           IF WS-NEW-CODE NOT NUMERIC
              OR WS-NEW-CODE(1:1) = "0"
              MOVE "N" TO WS-NEW-VALID
              MOVE "REJECTED - PINCODE NOT 6 DIGITS"
                                    TO WS-AUD-ACT-RESULT
           ELSE
           IF WS-NEW-PO = SPACES OR WS-NEW-DIST = SPACES
              OR WS-NEW-STATE = SPACES
              MOVE "N" TO WS-NEW-VALID
              MOVE "REJECTED - OFFICE/DISTRICT/STATE BLANK"
                                    TO WS-AUD-ACT-RESULT
           ELSE
              PERFORM FIND-CITY-PARA
              IF WS-CITY-FOUND NOT = "Y"
                 MOVE "N" TO WS-NEW-VALID
                 MOVE "REJECTED - CITY NOT ON CITY MASTER"
                                    TO WS-AUD-ACT-RESULT
              ELSE
              IF WS-NEW-BRNCH NOT = SPACES
                 PERFORM FIND-BRANCH-PARA
                 IF WS-BRNCH-FOUND NOT = "Y"
                    MOVE "N" TO WS-NEW-VALID
                    MOVE "REJECTED - BRANCH NOT IN THAT CITY"
                                    TO WS-AUD-ACT-RESULT
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF.

       DELETE-PIN-PARA.
           SET WS-PIN-IDX TO WS-FOUND-PIN-IDX
           PERFORM UNTIL WS-PIN-IDX >= WS-PIN-COUNT
              MOVE WS-PIN-ENTRY (WS-PIN-IDX + 1)
                TO WS-PIN-ENTRY (WS-PIN-IDX)
              SET WS-PIN-IDX UP BY 1
           END-PERFORM
           SUBTRACT 1 FROM WS-PIN-COUNT.

       REWRITE-PIN-MASTER-PARA.
           OPEN OUTPUT PINMST-FILE
           IF PINMST-FILE-STATUS = "00"
              SET WS-PIN-IDX TO 1
              PERFORM UNTIL WS-PIN-IDX > WS-PIN-COUNT
                 MOVE SPACES TO PINMST-REC
                 STRING WS-PIN-TAB-CODE (WS-PIN-IDX)
                                                  DELIMITED BY SIZE
                        ","                       DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PIN-TAB-PO (WS-PIN-IDX))
                                                  DELIMITED BY SIZE
                        ","                       DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PIN-TAB-DIST (WS-PIN-IDX))
                                                  DELIMITED BY SIZE
                        ","                       DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PIN-TAB-STATE (WS-PIN-IDX))
                                                  DELIMITED BY SIZE
                        ","                       DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PIN-TAB-CITY (WS-PIN-IDX))
                                                  DELIMITED BY SIZE
                        ","                       DELIMITED BY SIZE
                        WS-PIN-TAB-BRNCH (WS-PIN-IDX)
                                                  DELIMITED BY SIZE
                   INTO PINMST-REC
                 END-STRING
                 WRITE PINMST-REC
                 SET WS-PIN-IDX UP BY 1
              END-PERFORM
              CLOSE PINMST-FILE
           ELSE
              DISPLAY "PINCODE MASTER REWRITE OPEN FAILED, STATUS="
                      PINMST-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           END-IF.
