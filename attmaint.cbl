       IDENTIFICATION DIVISION.
       PROGRAM-ID. attmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTORD-FILE ASSIGN TO "ATTACH-ORDER.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS ATTORD-FILE-STATUS.

           SELECT MAINT-FILE  ASSIGN TO "ATTACH-MAINT.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS MAINT-FILE-STATUS.

           SELECT AUDIT-FILE  ASSIGN TO "ATTACH-AUDIT.LOG"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT CUSTMST-FILE  ASSIGN TO "CUST-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CM-PAN
                               FILE STATUS IS CUSTMST-FILE-STATUS.

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
       FD   ATTORD-FILE  RECORD CONTAINS 200 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ATTORD-REC              PIC X(200).

       FD   MAINT-FILE  RECORD CONTAINS 200 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 MAINT-REC               PIC X(200).

       FD   AUDIT-FILE  RECORD CONTAINS 110 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 AUDIT-REC               PIC X(110).

       FD   CUSTMST-FILE  RECORD CONTAINS 205 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CUST-MASTER-REC.
          COPY CUSTMST.

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   KEY-FILE  RECORD CONTAINS 20 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 KEY-REC                 PIC X(20).

       WORKING-STORAGE SECTION.
       01 ATTORD-FILE-STATUS   PIC X(02).
       01 MAINT-FILE-STATUS    PIC X(02).
       01 AUDIT-FILE-STATUS    PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 WS-CUSTMST-OPEN      PIC X(01) VALUE "N".
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".

       01 EOF                  PIC X(01) VALUE "N".
       01 WS-RUN-DATE          PIC X(08).

       01 WS-ORDER-TABLE.
          05 WS-AO-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AO-IDX.
             10 WS-AO-REF        PIC X(16).
             10 WS-AO-PAN        PIC X(10).
             10 WS-AO-TYPE       PIC X(01).
             10 WS-AO-AUTH       PIC X(40).
             10 WS-AO-ADDR       PIC X(60).
             10 WS-AO-DATE       PIC X(08).
             10 WS-AO-AMT        PIC 9(11)V99.
             10 WS-AO-SAT        PIC 9(11)V99.
             10 WS-AO-STATUS     PIC X(01).
             10 WS-AO-LAST       PIC X(08).
       01 WS-ORDER-COUNT       PIC 9(04) VALUE 0.
       01 WS-AO-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-AO-IDX      PIC 9(04) VALUE 0.

       01 WS-AO-REF-IN         PIC X(16).
       01 WS-AO-PAN-IN         PIC X(10).
       01 WS-AO-TYPE-IN        PIC X(01).
       01 WS-AO-AUTH-IN        PIC X(40).
       01 WS-AO-ADDR-IN        PIC X(60).
       01 WS-AO-DATE-IN        PIC X(08).
       01 WS-AO-AMT-IN         PIC X(15).
       01 WS-AO-SAT-IN         PIC X(15).
       01 WS-AO-STATUS-IN      PIC X(01).
       01 WS-AO-LAST-IN        PIC X(08).

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

       01 WS-MT-ACTION-IN      PIC X(08).
       01 WS-MT-REF-IN         PIC X(16).
       01 WS-MT-PAN-IN         PIC X(10).
       01 WS-MT-TYPE-IN        PIC X(01).
       01 WS-MT-AUTH-IN        PIC X(40).
       01 WS-MT-ADDR-IN        PIC X(60).
       01 WS-MT-DATE-IN        PIC X(08).
       01 WS-MT-AMT-IN         PIC X(15).
       01 WS-MT-MAKER-IN       PIC X(10).
       01 WS-MT-AMT            PIC 9(11)V99 VALUE 0.

       01 WS-ORDER-VALID       PIC X(01) VALUE "Y".
       01 WS-CIF-FOUND         PIC X(01) VALUE "N".

       01 WS-CTL-ADDED         PIC 9(05) VALUE 0.
       01 WS-CTL-RELEASED      PIC 9(05) VALUE 0.
       01 WS-CTL-REFUSED       PIC 9(05) VALUE 0.

       01 WS-ATTORD-LINE.
          COPY ATTORD.

       01 WS-AUDIT-LINE.
          05 WS-AU-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-ACTION        PIC X(07).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-PAN           PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-MAKER         PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-RESULT        PIC X(30).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-AU-REF           PIC X(16).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE ATTACHMENT ORDER MAINTENANCE PROGRAM".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-KEY-PARA.
           PERFORM OPEN-AUDIT-PARA.
           PERFORM LOAD-ORDERS-PARA.
           OPEN INPUT CUSTMST-FILE.
           IF CUSTMST-FILE-STATUS = "00"
              MOVE "Y" TO WS-CUSTMST-OPEN
           ELSE
              DISPLAY "CUSTOMER MASTER NOT AVAILABLE, CIF CHECKS "
                      "SKIPPED, STATUS=" CUSTMST-FILE-STATUS
           END-IF.
           PERFORM TAKE-MAINT-PARA.
           IF WS-CUSTMST-OPEN = "Y"
              CLOSE CUSTMST-FILE
           END-IF.
           PERFORM REWRITE-ORDERS-PARA.
           CLOSE AUDIT-FILE.
           DISPLAY "ATTACHMENT ORDER MAINTENANCE SUMMARY - CYCLE "
                   WS-CYCLE-ID.
           DISPLAY "  ORDERS REGISTERED   : " WS-CTL-ADDED.
           DISPLAY "  ORDERS RELEASED     : " WS-CTL-RELEASED.
           DISPLAY "  REQUESTS REFUSED    : " WS-CTL-REFUSED.

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
           MOVE WS-RUN-DATE  TO WS-AU-DATE
           MOVE WS-MT-REF-IN TO WS-AU-REF
           WRITE AUDIT-REC FROM WS-AUDIT-LINE.

       LOAD-ORDERS-PARA.
           MOVE 0 TO WS-ORDER-COUNT
           OPEN INPUT ATTORD-FILE
           IF ATTORD-FILE-STATUS = "00"
              PERFORM UNTIL ATTORD-FILE-STATUS NOT = "00"
                 READ ATTORD-FILE
                   AT END
                     MOVE "10" TO ATTORD-FILE-STATUS
                   NOT AT END
                     IF WS-ORDER-COUNT >= 2000
                        DISPLAY "ATTACHMENT ORDER TABLE CAPACITY "
                                "EXCEEDED AT 2000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-ORDER-COUNT
                     SET WS-AO-IDX TO WS-ORDER-COUNT
                     MOVE SPACES TO WS-AO-LAST-IN
                     UNSTRING ATTORD-REC DELIMITED BY ","
                     INTO  WS-AO-REF-IN
                           WS-AO-PAN-IN
                           WS-AO-TYPE-IN
                           WS-AO-AUTH-IN
                           WS-AO-ADDR-IN
                           WS-AO-DATE-IN
                           WS-AO-AMT-IN
                           WS-AO-SAT-IN
                           WS-AO-STATUS-IN
                           WS-AO-LAST-IN
                     END-UNSTRING
                     MOVE WS-AO-REF-IN    TO WS-AO-REF (WS-AO-IDX)
                     MOVE WS-AO-PAN-IN    TO WS-AO-PAN (WS-AO-IDX)
                     MOVE WS-AO-TYPE-IN   TO WS-AO-TYPE (WS-AO-IDX)
                     MOVE WS-AO-AUTH-IN   TO WS-AO-AUTH (WS-AO-IDX)
                     MOVE WS-AO-ADDR-IN   TO WS-AO-ADDR (WS-AO-IDX)
                     MOVE WS-AO-DATE-IN   TO WS-AO-DATE (WS-AO-IDX)
                     COMPUTE WS-AO-AMT (WS-AO-IDX) =
                             FUNCTION NUMVAL(WS-AO-AMT-IN)
                     COMPUTE WS-AO-SAT (WS-AO-IDX) =
                             FUNCTION NUMVAL(WS-AO-SAT-IN)
                     MOVE WS-AO-STATUS-IN TO WS-AO-STATUS (WS-AO-IDX)
                     MOVE WS-AO-LAST-IN   TO WS-AO-LAST (WS-AO-IDX)
                 END-READ
              END-PERFORM
              CLOSE ATTORD-FILE
           ELSE
              DISPLAY "NO ATTACHMENT ORDER MASTER YET, STARTING EMPTY"
           END-IF.

       TAKE-MAINT-PARA.
           OPEN INPUT MAINT-FILE
           IF MAINT-FILE-STATUS NOT = "00"
              DISPLAY "NO ATTACHMENT ORDER REQUESTS THIS RUN"
           ELSE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ MAINT-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      IF MAINT-REC(1:6) NOT = "ACTION"
                         MOVE SPACES TO WS-MT-AUTH-IN
                                        WS-MT-ADDR-IN
                                        WS-MT-DATE-IN
                                        WS-MT-AMT-IN
                                        WS-MT-MAKER-IN
                         UNSTRING MAINT-REC DELIMITED BY ","
                         INTO WS-MT-ACTION-IN
                              WS-MT-REF-IN
                              WS-MT-PAN-IN
                              WS-MT-TYPE-IN
                              WS-MT-AUTH-IN
                              WS-MT-ADDR-IN
                              WS-MT-DATE-IN
                              WS-MT-AMT-IN
                              WS-MT-MAKER-IN
                         END-UNSTRING
                         PERFORM MAINT-ONE-PARA
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE MAINT-FILE
           END-IF.

       MAINT-ONE-PARA.
           MOVE WS-MT-PAN-IN   TO WS-AU-PAN
           MOVE WS-MT-MAKER-IN TO WS-AU-MAKER
           MOVE "ATTACH"       TO WS-AU-ACTION
           IF WS-MT-MAKER-IN = SPACES
              ADD 1 TO WS-CTL-REFUSED
              DISPLAY "ATTACHMENT REQUEST WITHOUT MAKER ID "
                      "REFUSED: " WS-MT-REF-IN
           ELSE
              PERFORM ENCIPHER-PAN-PARA
              PERFORM FIND-ORDER-PARA
              EVALUATE WS-MT-ACTION-IN
                WHEN "ADD"
                     MOVE "ATTADD" TO WS-AU-ACTION
                     PERFORM ADD-ORDER-PARA
                WHEN "RELEASE"
                     MOVE "ATTRLS" TO WS-AU-ACTION
                     PERFORM RELEASE-ORDER-PARA
                WHEN OTHER
                     MOVE "ACTION NOT ADD/RELEASE" TO WS-AU-RESULT
                     PERFORM REFUSE-PARA
              END-EVALUATE
           END-IF.

       REFUSE-PARA.
           ADD 1 TO WS-CTL-REFUSED
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "ATTACHMENT REQUEST REFUSED: " WS-MT-REF-IN
                   " " WS-AU-RESULT.

       ADD-ORDER-PARA.
           PERFORM VALIDATE-ORDER-PARA
           IF WS-ORDER-VALID NOT = "Y"
              PERFORM REFUSE-PARA
           ELSE
              PERFORM CHECK-CIF-PARA
              IF WS-CIF-FOUND NOT = "Y"
                 MOVE "PAN NOT ON CUSTOMER MASTER" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
              ELSE
              IF WS-ORDER-COUNT >= 2000
                 DISPLAY "ATTACHMENT ORDER MASTER FULL, REQUEST "
                         "DROPPED: " WS-MT-REF-IN
                 MOVE "ORDER MASTER FULL" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
                 MOVE 20 TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-ORDER-COUNT
                 SET WS-AO-IDX TO WS-ORDER-COUNT
                 MOVE WS-MT-REF-IN   TO WS-AO-REF (WS-AO-IDX)
                 MOVE WS-MT-PAN-IN   TO WS-AO-PAN (WS-AO-IDX)
                 MOVE WS-MT-TYPE-IN  TO WS-AO-TYPE (WS-AO-IDX)
                 MOVE WS-MT-AUTH-IN  TO WS-AO-AUTH (WS-AO-IDX)
                 MOVE WS-MT-ADDR-IN  TO WS-AO-ADDR (WS-AO-IDX)
                 MOVE WS-MT-DATE-IN  TO WS-AO-DATE (WS-AO-IDX)
                 MOVE WS-MT-AMT      TO WS-AO-AMT (WS-AO-IDX)
                 MOVE 0              TO WS-AO-SAT (WS-AO-IDX)
                 MOVE "A"            TO WS-AO-STATUS (WS-AO-IDX)
                 MOVE SPACES         TO WS-AO-LAST (WS-AO-IDX)
                 ADD 1 TO WS-CTL-ADDED
                 MOVE "ORDER REGISTERED - ACTIVE" TO WS-AU-RESULT
                 PERFORM WRITE-AUDIT-PARA
              END-IF
              END-IF
           END-IF.

       RELEASE-ORDER-PARA.
           IF WS-AO-FOUND NOT = "Y"
              MOVE "NO SUCH ORDER ON FILE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              SET WS-AO-IDX TO WS-FOUND-AO-IDX
              IF WS-AO-PAN (WS-AO-IDX) NOT = WS-MT-PAN-IN
                 MOVE "ORDER IS FOR ANOTHER PAN" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
              ELSE
              IF WS-AO-STATUS (WS-AO-IDX) NOT = "A"
                 MOVE "ORDER NOT ACTIVE" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
              ELSE
                 MOVE "W" TO WS-AO-STATUS (WS-AO-IDX)
                 ADD 1 TO WS-CTL-RELEASED
                 MOVE "ORDER RELEASED BY AUTHORITY" TO WS-AU-RESULT
                 PERFORM WRITE-AUDIT-PARA
              END-IF
              END-IF
           END-IF.

       VALIDATE-ORDER-PARA.
           MOVE "Y" TO WS-ORDER-VALID
           MOVE 0 TO WS-MT-AMT
           IF WS-MT-REF-IN = SPACES
              MOVE "N" TO WS-ORDER-VALID
              MOVE "ORDER REFERENCE MISSING" TO WS-AU-RESULT
           ELSE
           IF WS-AO-FOUND = "Y"
              MOVE "N" TO WS-ORDER-VALID
              MOVE "ORDER REFERENCE ALREADY USED" TO WS-AU-RESULT
           ELSE
           IF WS-MT-TYPE-IN NOT = "G" AND WS-MT-TYPE-IN NOT = "T"
              MOVE "N" TO WS-ORDER-VALID
              MOVE "ORDER TYPE NOT G OR T" TO WS-AU-RESULT
           ELSE
           IF WS-MT-AUTH-IN = SPACES
              MOVE "N" TO WS-ORDER-VALID
              MOVE "ISSUING AUTHORITY MISSING" TO WS-AU-RESULT
           ELSE
           IF FUNCTION TEST-NUMVAL(WS-MT-AMT-IN) NOT = 0
              MOVE "N" TO WS-ORDER-VALID
              MOVE "ORDER AMOUNT NOT NUMERIC" TO WS-AU-RESULT
           ELSE
              COMPUTE WS-MT-AMT = FUNCTION NUMVAL(WS-MT-AMT-IN)
              IF WS-MT-AMT = 0
                 MOVE "N" TO WS-ORDER-VALID
                 MOVE "ORDER AMOUNT IS ZERO" TO WS-AU-RESULT
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-ORDER-VALID = "Y"
              IF WS-MT-DATE-IN = SPACES
                 MOVE WS-RUN-DATE TO WS-MT-DATE-IN
              END-IF
              IF WS-MT-DATE-IN NOT NUMERIC
                 OR WS-MT-DATE-IN > WS-RUN-DATE
                 MOVE "N" TO WS-ORDER-VALID
                 MOVE "ORDER DATE INVALID" TO WS-AU-RESULT
              END-IF
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

       ENCIPHER-PAN-PARA.
           MOVE "N" TO WS-F60-SURROGATE
           IF WS-MT-PAN-IN(1:3) = "F60"
              AND WS-MT-PAN-IN(4:6) NUMERIC
              AND WS-MT-PAN-IN(10:1) = "F"
              MOVE "Y" TO WS-F60-SURROGATE
           END-IF
           IF WS-CRYPTO-KEY NOT = SPACES
              AND WS-F60-SURROGATE NOT = "Y"
              MOVE "E"           TO WS-CR-FUNC
              MOVE WS-CRYPTO-KEY TO WS-CR-KEY
              MOVE WS-MT-PAN-IN  TO WS-CR-PAN-IN
              MOVE SPACES        TO WS-CR-AADHAR-IN
              CALL "cryptid" USING WS-CR-PARMS
              MOVE WS-CR-PAN-OUT TO WS-MT-PAN-IN
           END-IF.

       CHECK-CIF-PARA.
           MOVE "Y" TO WS-CIF-FOUND
           IF WS-CUSTMST-OPEN = "Y"
              MOVE WS-MT-PAN-IN TO CM-PAN
              READ CUSTMST-FILE
                INVALID KEY
                  MOVE "N" TO WS-CIF-FOUND
              END-READ
           END-IF.

       FIND-ORDER-PARA.
           MOVE "N" TO WS-AO-FOUND
           SET WS-AO-IDX TO 1
           PERFORM UNTIL WS-AO-IDX > WS-ORDER-COUNT
                      OR WS-AO-FOUND = "Y"
              IF WS-AO-REF (WS-AO-IDX) = WS-MT-REF-IN
                 MOVE "Y" TO WS-AO-FOUND
                 SET WS-FOUND-AO-IDX TO WS-AO-IDX
              END-IF
              SET WS-AO-IDX UP BY 1
           END-PERFORM.

       REWRITE-ORDERS-PARA.
           OPEN OUTPUT ATTORD-FILE
           IF ATTORD-FILE-STATUS NOT = "00"
              DISPLAY "ATTACHMENT ORDER MASTER REWRITE FAILED, "
                      "STATUS=" ATTORD-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-AO-IDX TO 1
              PERFORM UNTIL WS-AO-IDX > WS-ORDER-COUNT
                 MOVE WS-AO-REF (WS-AO-IDX)    TO AO-ORDER-REF
                 MOVE WS-AO-PAN (WS-AO-IDX)    TO AO-PAN
                 MOVE WS-AO-TYPE (WS-AO-IDX)   TO AO-TYPE
                 MOVE WS-AO-AUTH (WS-AO-IDX)   TO AO-AUTH-NAME
                 MOVE WS-AO-ADDR (WS-AO-IDX)   TO AO-AUTH-ADDR
                 MOVE WS-AO-DATE (WS-AO-IDX)   TO AO-ORDER-DATE
                 MOVE WS-AO-AMT (WS-AO-IDX)    TO AO-ORDER-AMT
                 MOVE WS-AO-SAT (WS-AO-IDX)    TO AO-SATISFIED
                 MOVE WS-AO-STATUS (WS-AO-IDX) TO AO-STATUS
                 MOVE WS-AO-LAST (WS-AO-IDX)   TO AO-LAST-REMIT
                 WRITE ATTORD-REC FROM WS-ATTORD-LINE
                 SET WS-AO-IDX UP BY 1
              END-PERFORM
              CLOSE ATTORD-FILE
           END-IF.
