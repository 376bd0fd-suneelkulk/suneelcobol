       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxresmnt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXRES-FILE ASSIGN TO "CUST-TAXRES.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TAXRES-FILE-STATUS.

           SELECT MAINT-FILE  ASSIGN TO "TAXRES-MAINT.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS MAINT-FILE-STATUS.

           SELECT AUDIT-FILE  ASSIGN TO "TAXRES-AUDIT.LOG"
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
       FD   TAXRES-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TAXRES-REC              PIC X(100).

       FD   MAINT-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 MAINT-REC               PIC X(120).

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
       01 TAXRES-FILE-STATUS   PIC X(02).
       01 MAINT-FILE-STATUS    PIC X(02).
       01 AUDIT-FILE-STATUS    PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".

       01 EOF                  PIC X(01) VALUE "N".
       01 WS-RUN-DATE          PIC X(08).

       01 WS-TAXRES-TABLE.
          05 WS-TR-ENTRY OCCURS 5000 TIMES INDEXED BY WS-TR-IDX.
             10 WS-TR-PAN        PIC X(10).
             10 WS-TR-CERT-DATE  PIC X(08).
             10 WS-TR-JURIS-ALL.
                15 WS-TR-JURIS OCCURS 3 TIMES INDEXED BY WS-TJ-IDX.
                   20 WS-TR-COUNTRY PIC X(02).
                   20 WS-TR-TIN     PIC X(20).
       01 WS-TAXRES-COUNT      PIC 9(04) VALUE 0.
       01 WS-TR-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-TR-IDX      PIC 9(04) VALUE 0.

       01 WS-TR-LINE-IN.
          05 WS-TR-PAN-IN        PIC X(10).
          05 WS-TR-CERT-DATE-IN  PIC X(08).
          05 WS-TR-JURIS-IN OCCURS 3 TIMES.
             10 WS-TR-COUNTRY-IN PIC X(02).
             10 WS-TR-TIN-IN     PIC X(20).

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
       01 WS-MT-PAN-IN         PIC X(10).
       01 WS-MT-JURIS-IN.
          05 WS-MT-JURIS OCCURS 3 TIMES INDEXED BY WS-MJ-IDX.
             10 WS-MT-COUNTRY    PIC X(02).
             10 WS-MT-TIN        PIC X(20).
       01 WS-MT-MAKER-IN       PIC X(10).

       01 WS-DECL-VALID        PIC X(01) VALUE "Y".
       01 WS-CIF-FOUND         PIC X(01) VALUE "N".
       01 WS-FOREIGN-COUNT     PIC 9(01) VALUE 0.
       01 WS-WL-SUB            PIC 9(01) VALUE 0.

       01 WS-CTL-CERTIFIED     PIC 9(05) VALUE 0.
       01 WS-CTL-WITHDRAWN     PIC 9(05) VALUE 0.
       01 WS-CTL-REFUSED       PIC 9(05) VALUE 0.

       01 WS-TAXRES-LINE.
          05 WS-WL-PAN           PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-CERT-DATE     PIC X(08).
          05 WS-WL-JURIS OCCURS 3 TIMES.
             10 FILLER           PIC X(01) VALUE ",".
             10 WS-WL-COUNTRY    PIC X(02).
             10 FILLER           PIC X(01) VALUE ",".
             10 WS-WL-TIN        PIC X(20).

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

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE TAX RESIDENCY MAINTENANCE PROGRAM".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-KEY-PARA.
           PERFORM OPEN-AUDIT-PARA.
           PERFORM LOAD-TAXRES-PARA.
           OPEN INPUT CUSTMST-FILE.
           IF CUSTMST-FILE-STATUS NOT = "00"
              DISPLAY "CUSTOMER MASTER NOT AVAILABLE, CIF CHECKS "
                      "SKIPPED, STATUS=" CUSTMST-FILE-STATUS
           END-IF.
           PERFORM TAKE-MAINT-PARA.
           IF CUSTMST-FILE-STATUS = "00"
              CLOSE CUSTMST-FILE
           END-IF.
           PERFORM REWRITE-TAXRES-PARA.
           CLOSE AUDIT-FILE.
           DISPLAY "TAX RESIDENCY MAINTENANCE SUMMARY - CYCLE "
                   WS-CYCLE-ID.
           DISPLAY "  SELF-CERTS RECORDED : " WS-CTL-CERTIFIED.
           DISPLAY "  SELF-CERTS WITHDRAWN: " WS-CTL-WITHDRAWN.
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
           MOVE WS-RUN-DATE TO WS-AU-DATE
           WRITE AUDIT-REC FROM WS-AUDIT-LINE.

       LOAD-TAXRES-PARA.
           MOVE 0 TO WS-TAXRES-COUNT
           OPEN INPUT TAXRES-FILE
           IF TAXRES-FILE-STATUS = "00"
              PERFORM UNTIL TAXRES-FILE-STATUS NOT = "00"
                 READ TAXRES-FILE
                   AT END
                     MOVE "10" TO TAXRES-FILE-STATUS
                   NOT AT END
                     IF WS-TAXRES-COUNT >= 5000
                        DISPLAY "TAX RESIDENCY TABLE CAPACITY "
                                "EXCEEDED AT 5000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-TAXRES-COUNT
                     SET WS-TR-IDX TO WS-TAXRES-COUNT
                     MOVE SPACES TO WS-TR-LINE-IN
                     UNSTRING TAXRES-REC DELIMITED BY ","
                     INTO  WS-TR-PAN-IN
                           WS-TR-CERT-DATE-IN
                           WS-TR-COUNTRY-IN (1)
                           WS-TR-TIN-IN (1)
                           WS-TR-COUNTRY-IN (2)
                           WS-TR-TIN-IN (2)
                           WS-TR-COUNTRY-IN (3)
                           WS-TR-TIN-IN (3)
                     END-UNSTRING
                     MOVE WS-TR-LINE-IN TO WS-TR-ENTRY (WS-TR-IDX)
                 END-READ
              END-PERFORM
              CLOSE TAXRES-FILE
           ELSE
              DISPLAY "NO TAX RESIDENCY REGISTER YET, STARTING EMPTY"
           END-IF.

       TAKE-MAINT-PARA.
           OPEN INPUT MAINT-FILE
           IF MAINT-FILE-STATUS NOT = "00"
              DISPLAY "NO TAX RESIDENCY REQUESTS THIS RUN"
           ELSE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ MAINT-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      IF MAINT-REC(1:6) NOT = "ACTION"
                         MOVE SPACES TO WS-MT-JURIS-IN
                                        WS-MT-MAKER-IN
                         UNSTRING MAINT-REC DELIMITED BY ","
                         INTO WS-MT-ACTION-IN
                              WS-MT-PAN-IN
                              WS-MT-COUNTRY (1)
                              WS-MT-TIN (1)
                              WS-MT-COUNTRY (2)
                              WS-MT-TIN (2)
                              WS-MT-COUNTRY (3)
                              WS-MT-TIN (3)
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
           MOVE "TAXRES"       TO WS-AU-ACTION
           IF WS-MT-MAKER-IN = SPACES
              ADD 1 TO WS-CTL-REFUSED
              DISPLAY "TAX RESIDENCY REQUEST WITHOUT MAKER ID "
                      "REFUSED: " WS-MT-PAN-IN
           ELSE
              PERFORM ENCIPHER-PAN-PARA
              PERFORM FIND-TAXRES-PARA
              EVALUATE WS-MT-ACTION-IN
                WHEN "CERTIFY"
                     MOVE "TAXCERT" TO WS-AU-ACTION
                     PERFORM CERTIFY-PARA
                WHEN "WITHDRAW"
                     MOVE "TAXWDRW" TO WS-AU-ACTION
                     PERFORM WITHDRAW-PARA
                WHEN OTHER
                     MOVE "ACTION NOT CERTIFY/WITHDRAW"
                          TO WS-AU-RESULT
                     PERFORM REFUSE-PARA
              END-EVALUATE
           END-IF.

       REFUSE-PARA.
           ADD 1 TO WS-CTL-REFUSED
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "TAX RESIDENCY REQUEST REFUSED: " WS-MT-PAN-IN
                   " " WS-AU-RESULT.

       CERTIFY-PARA.
           PERFORM VALIDATE-DECL-PARA
           IF WS-DECL-VALID NOT = "Y"
              PERFORM REFUSE-PARA
           ELSE
              PERFORM CHECK-CIF-PARA
              IF WS-CIF-FOUND NOT = "Y"
                 MOVE "PAN NOT ON CUSTOMER MASTER" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
              ELSE
              IF WS-TR-FOUND NOT = "Y"
                 AND WS-TAXRES-COUNT >= 5000
                 DISPLAY "TAX RESIDENCY REGISTER FULL, REQUEST "
                         "DROPPED: " WS-MT-PAN-IN
                 MOVE "TAX RESIDENCY REGISTER FULL" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
                 MOVE 20 TO RETURN-CODE
              ELSE
                 IF WS-TR-FOUND NOT = "Y"
                    ADD 1 TO WS-TAXRES-COUNT
                    SET WS-TR-IDX TO WS-TAXRES-COUNT
                 ELSE
                    SET WS-TR-IDX TO WS-FOUND-TR-IDX
                 END-IF
                 MOVE WS-MT-PAN-IN   TO WS-TR-PAN (WS-TR-IDX)
                 MOVE WS-RUN-DATE    TO WS-TR-CERT-DATE (WS-TR-IDX)
                 MOVE WS-MT-JURIS-IN TO WS-TR-JURIS-ALL (WS-TR-IDX)
                 ADD 1 TO WS-CTL-CERTIFIED
                 IF WS-FOREIGN-COUNT > 0
                    MOVE "SELF-CERT OK - REPORTABLE"
                         TO WS-AU-RESULT
                 ELSE
                    MOVE "SELF-CERT OK - DOMESTIC"
                         TO WS-AU-RESULT
                 END-IF
                 PERFORM WRITE-AUDIT-PARA
              END-IF
              END-IF
           END-IF.

       WITHDRAW-PARA.
           IF WS-TR-FOUND NOT = "Y"
              MOVE "NO SELF-CERT ON FILE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              SET WS-TR-IDX TO WS-FOUND-TR-IDX
              MOVE SPACES TO WS-TR-ENTRY (WS-TR-IDX)
              ADD 1 TO WS-CTL-WITHDRAWN
              MOVE "SELF-CERT WITHDRAWN" TO WS-AU-RESULT
              PERFORM WRITE-AUDIT-PARA
           END-IF.

       VALIDATE-DECL-PARA.
           MOVE "Y" TO WS-DECL-VALID
           MOVE 0 TO WS-FOREIGN-COUNT
           IF WS-MT-COUNTRY (1) = SPACES
              MOVE "N" TO WS-DECL-VALID
              MOVE "NO TAX RESIDENCY COUNTRY" TO WS-AU-RESULT
           END-IF
           SET WS-MJ-IDX TO 1
           PERFORM UNTIL WS-MJ-IDX > 3
                      OR WS-DECL-VALID NOT = "Y"
              IF WS-MT-COUNTRY (WS-MJ-IDX) = SPACES
                 IF WS-MT-TIN (WS-MJ-IDX) NOT = SPACES
                    MOVE "N" TO WS-DECL-VALID
                    MOVE "TIN GIVEN WITHOUT COUNTRY" TO WS-AU-RESULT
                 END-IF
              ELSE
              IF WS-MT-COUNTRY (WS-MJ-IDX) NOT ALPHABETIC-UPPER
                 OR WS-MT-COUNTRY (WS-MJ-IDX)(1:1) = SPACE
                 OR WS-MT-COUNTRY (WS-MJ-IDX)(2:1) = SPACE
                 MOVE "N" TO WS-DECL-VALID
                 MOVE "COUNTRY CODE NOT ISO ALPHA-2" TO WS-AU-RESULT
              ELSE
              IF WS-MT-COUNTRY (WS-MJ-IDX) NOT = "IN"
                 ADD 1 TO WS-FOREIGN-COUNT
                 IF WS-MT-TIN (WS-MJ-IDX) = SPACES
                    MOVE "N" TO WS-DECL-VALID
                    MOVE "FOREIGN TIN MISSING" TO WS-AU-RESULT
                 END-IF
              END-IF
              END-IF
              END-IF
              SET WS-MJ-IDX UP BY 1
           END-PERFORM.

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
           IF CUSTMST-FILE-STATUS = "00"
              MOVE WS-MT-PAN-IN TO CM-PAN
              READ CUSTMST-FILE
                INVALID KEY
                  MOVE "N" TO WS-CIF-FOUND
              END-READ
           END-IF.

       FIND-TAXRES-PARA.
           MOVE "N" TO WS-TR-FOUND
           SET WS-TR-IDX TO 1
           PERFORM UNTIL WS-TR-IDX > WS-TAXRES-COUNT
                      OR WS-TR-FOUND = "Y"
              IF WS-TR-PAN (WS-TR-IDX) = WS-MT-PAN-IN
                 MOVE "Y" TO WS-TR-FOUND
                 SET WS-FOUND-TR-IDX TO WS-TR-IDX
              END-IF
              SET WS-TR-IDX UP BY 1
           END-PERFORM.

       REWRITE-TAXRES-PARA.
           OPEN OUTPUT TAXRES-FILE
           IF TAXRES-FILE-STATUS NOT = "00"
              DISPLAY "TAX RESIDENCY REGISTER REWRITE FAILED, "
                      "STATUS=" TAXRES-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-TR-IDX TO 1
              PERFORM UNTIL WS-TR-IDX > WS-TAXRES-COUNT
                 IF WS-TR-PAN (WS-TR-IDX) NOT = SPACES
                    MOVE WS-TR-PAN (WS-TR-IDX)       TO WS-WL-PAN
                    MOVE WS-TR-CERT-DATE (WS-TR-IDX)
                         TO WS-WL-CERT-DATE
                    MOVE 1 TO WS-WL-SUB
                    PERFORM UNTIL WS-WL-SUB > 3
                       MOVE WS-TR-COUNTRY (WS-TR-IDX, WS-WL-SUB)
                            TO WS-WL-COUNTRY (WS-WL-SUB)
                       MOVE WS-TR-TIN (WS-TR-IDX, WS-WL-SUB)
                            TO WS-WL-TIN (WS-WL-SUB)
                       ADD 1 TO WS-WL-SUB
                    END-PERFORM
                    WRITE TAXRES-REC FROM WS-TAXRES-LINE
                 END-IF
                 SET WS-TR-IDX UP BY 1
              END-PERFORM
              CLOSE TAXRES-FILE
           END-IF.
