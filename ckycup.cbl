       IDENTIFICATION DIVISION.
       PROGRAM-ID. ckycup.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CKYC-FILE   ASSIGN TO "CUST-CKYC.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CKYC-FILE-STATUS.

           SELECT CUSTMST-FILE  ASSIGN TO "CUST-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CM-PAN
                               FILE STATUS IS CUSTMST-FILE-STATUS.

           SELECT UPLOAD-FILE  ASSIGN TO "CKYC-UPLOAD.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS UPLOAD-FILE-STATUS.

           SELECT KEY-FILE    ASSIGN TO "CRYPTO-KEY.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS KEY-FILE-STATUS.

           SELECT OPSLOG-FILE  ASSIGN TO "OPS-LOG.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS OPSLOG-FILE-STATUS.

           SELECT RUNCTL-FILE  ASSIGN TO "RUN-CONTROL.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   CKYC-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CKYC-REC                PIC X(100).

       FD   CUSTMST-FILE  RECORD CONTAINS 205 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CUST-MASTER-REC.
          COPY CUSTMST.

       FD   UPLOAD-FILE  RECORD CONTAINS 250 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 UPLOAD-REC              PIC X(250).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   KEY-FILE  RECORD CONTAINS 20 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 KEY-REC                 PIC X(20).

       WORKING-STORAGE SECTION.
       01 CKYC-FILE-STATUS     PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 UPLOAD-FILE-STATUS   PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".

       01 WS-RUN-DATE          PIC X(08).
       01 WS-SCAN-EOF          PIC X(01) VALUE "N".

       01 WS-CKYC-TABLE.
          05 WS-CK-ENTRY OCCURS 5000 TIMES INDEXED BY WS-CK-IDX.
             10 WS-CK-PAN        PIC X(10).
             10 WS-CK-NUMBER     PIC X(14).
             10 WS-CK-STATUS     PIC X(01).
             10 WS-CK-DATE       PIC X(08).
             10 WS-CK-CHECKSUM   PIC 9(09).
             10 WS-CK-REASON     PIC X(40).
       01 WS-CKYC-COUNT        PIC 9(04) VALUE 0.
       01 WS-CK-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-CK-IDX      PIC 9(04) VALUE 0.

       01 WS-CK-PAN-IN         PIC X(10).
       01 WS-CK-NUMBER-IN      PIC X(14).
       01 WS-CK-STATUS-IN      PIC X(01).
       01 WS-CK-DATE-IN        PIC X(08).
       01 WS-CK-CHECKSUM-IN    PIC 9(09).
       01 WS-CK-REASON-IN      PIC X(40).

       01 WS-SIG-DATA.
          05 WS-SIG-CUST         PIC X(20).
          05 WS-SIG-AADHAR       PIC X(12).
          05 WS-SIG-CITY         PIC X(20).
          05 WS-SIG-ADDR         PIC X(90).
          05 WS-SIG-EMAIL        PIC X(40).
          05 WS-SIG-MOBILE       PIC X(10).
       01 WS-SIG-POS           PIC 9(03) VALUE 0.
       01 WS-CHECKSUM          PIC 9(09) VALUE 0.

       01 WS-ADDR-FIELDS.
          COPY WSADDR.
       01 WS-ADDR-WORK         PIC X(90).
       01 WS-ADDR-HOLD         PIC X(90).
       01 WS-WORK-LEN          PIC 9(03) VALUE 0.
       01 WS-SCAN-POS          PIC 9(03) VALUE 0.
       01 WS-DASH-POS          PIC 9(03) VALUE 0.
       01 WS-COMMA-POS         PIC 9(03) VALUE 0.

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
       01 WS-MK-PARMS.
          05 WS-MK-PAN-IN       PIC X(10).
          05 WS-MK-PAN-OUT      PIC X(10).
          05 WS-MK-AADHAR-IN    PIC X(12).
          05 WS-MK-AADHAR-OUT   PIC X(12).

       01 WS-CTL-CIFS          PIC 9(07) VALUE 0.
       01 WS-CTL-NEW           PIC 9(07) VALUE 0.
       01 WS-CTL-CHANGED       PIC 9(07) VALUE 0.
       01 WS-CTL-UNCHANGED     PIC 9(07) VALUE 0.
       01 WS-CTL-UPLOADED      PIC 9(07) VALUE 0.

       01 WS-CKYC-LINE.
          05 WS-WL-PAN           PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-NUMBER        PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-STATUS        PIC X(01).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-CHECKSUM      PIC 9(09).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-REASON        PIC X(40).

       01 WS-UPLOAD-HEADER.
          05 FILLER              PIC X(01) VALUE "H".
          05 FILLER              PIC X(10) VALUE "SUNEELBANK".
          05 WS-UH-DATE          PIC X(08).
          05 WS-UH-CYCLE         PIC X(04).
       01 WS-UPLOAD-DETAIL.
          05 FILLER              PIC X(01) VALUE "D".
          05 WS-UD-TYPE          PIC X(02).
          05 WS-UD-CKYC-NO       PIC X(14).
          05 WS-UD-REF           PIC X(10).
          05 WS-UD-NAME          PIC X(40).
          05 WS-UD-PAN           PIC X(10).
          05 WS-UD-AADHAR        PIC X(12).
          05 WS-UD-STREET        PIC X(40).
          05 WS-UD-CITY          PIC X(20).
          05 WS-UD-STATE         PIC X(20).
          05 WS-UD-PINCODE       PIC X(06).
          05 WS-UD-COUNTRY       PIC X(02).
          05 WS-UD-MOBILE        PIC X(10).
          05 WS-UD-EMAIL         PIC X(40).
       01 WS-UPLOAD-TRAILER.
          05 FILLER              PIC X(01) VALUE "T".
          05 WS-UT-COUNT         PIC 9(07).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE CENTRAL KYC UPLOAD PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-KEY-PARA.
           PERFORM LOAD-CKYC-PARA.
           OPEN INPUT CUSTMST-FILE.
           IF CUSTMST-FILE-STATUS NOT = "00"
              DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS="
                      CUSTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT UPLOAD-FILE.
           IF UPLOAD-FILE-STATUS NOT = "00"
              DISPLAY "CKYC UPLOAD FILE OPEN FAILED, STATUS="
                      UPLOAD-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-UH-DATE.
           MOVE WS-CYCLE-ID TO WS-UH-CYCLE.
           WRITE UPLOAD-REC FROM WS-UPLOAD-HEADER.
           PERFORM SCAN-CUSTOMERS-PARA.
           MOVE WS-CTL-UPLOADED TO WS-UT-COUNT.
           WRITE UPLOAD-REC FROM WS-UPLOAD-TRAILER.
           CLOSE UPLOAD-FILE.
           CLOSE CUSTMST-FILE.
           PERFORM REWRITE-CKYC-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "CKYC UPLOAD SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  CUSTOMERS SCANNED   : " WS-CTL-CIFS.
           DISPLAY "  NEW REGISTRATIONS   : " WS-CTL-NEW.
           DISPLAY "  CHANGED RECORDS     : " WS-CTL-CHANGED.
           DISPLAY "  UNCHANGED           : " WS-CTL-UNCHANGED.
           DISPLAY "  RECORDS UPLOADED    : " WS-CTL-UPLOADED.

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

       LOAD-CKYC-PARA.
           MOVE 0 TO WS-CKYC-COUNT
           OPEN INPUT CKYC-FILE
           IF CKYC-FILE-STATUS = "00"
              PERFORM UNTIL CKYC-FILE-STATUS NOT = "00"
                 READ CKYC-FILE
                   AT END
                     MOVE "10" TO CKYC-FILE-STATUS
                   NOT AT END
                     IF WS-CKYC-COUNT >= 5000
                        DISPLAY "CKYC REGISTER TABLE CAPACITY "
                                "EXCEEDED AT 5000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-CKYC-COUNT
                     SET WS-CK-IDX TO WS-CKYC-COUNT
                     MOVE SPACES TO WS-CK-REASON-IN
                     MOVE 0 TO WS-CK-CHECKSUM-IN
                     UNSTRING CKYC-REC DELIMITED BY ","
                     INTO  WS-CK-PAN-IN
                           WS-CK-NUMBER-IN
                           WS-CK-STATUS-IN
                           WS-CK-DATE-IN
                           WS-CK-CHECKSUM-IN
                           WS-CK-REASON-IN
                     END-UNSTRING
                     MOVE WS-CK-PAN-IN
                          TO WS-CK-PAN (WS-CK-IDX)
                     MOVE WS-CK-NUMBER-IN
                          TO WS-CK-NUMBER (WS-CK-IDX)
                     MOVE WS-CK-STATUS-IN
                          TO WS-CK-STATUS (WS-CK-IDX)
                     MOVE WS-CK-DATE-IN
                          TO WS-CK-DATE (WS-CK-IDX)
                     MOVE WS-CK-CHECKSUM-IN
                          TO WS-CK-CHECKSUM (WS-CK-IDX)
                     MOVE WS-CK-REASON-IN
                          TO WS-CK-REASON (WS-CK-IDX)
                 END-READ
              END-PERFORM
              CLOSE CKYC-FILE
           ELSE
              DISPLAY "NO CKYC REGISTER YET, STARTING EMPTY"
           END-IF.

       SCAN-CUSTOMERS-PARA.
           MOVE LOW-VALUES TO CM-PAN
           START CUSTMST-FILE KEY NOT < CM-PAN
             INVALID KEY
               DISPLAY "CUSTOMER MASTER IS EMPTY"
             NOT INVALID KEY
               MOVE "N" TO WS-SCAN-EOF
               PERFORM TAKE-CUSTOMER-PARA UNTIL WS-SCAN-EOF = "Y"
           END-START.

       TAKE-CUSTOMER-PARA.
           READ CUSTMST-FILE NEXT AT END
                MOVE "Y" TO WS-SCAN-EOF
           END-READ.
           IF WS-SCAN-EOF NOT = "Y"
              ADD 1 TO WS-CTL-CIFS
              PERFORM COMPUTE-CHECKSUM-PARA
              PERFORM FIND-CKYC-PARA
              IF WS-CK-FOUND NOT = "Y"
                 IF WS-CKYC-COUNT >= 5000
                    DISPLAY "CKYC REGISTER TABLE CAPACITY "
                            "EXCEEDED AT 5000 - RUN STOPPED"
                    MOVE 20 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CKYC-COUNT
                 SET WS-CK-IDX TO WS-CKYC-COUNT
                 MOVE CM-PAN TO WS-CK-PAN (WS-CK-IDX)
                 MOVE SPACES TO WS-CK-NUMBER (WS-CK-IDX)
                                WS-CK-STATUS (WS-CK-IDX)
                                WS-CK-DATE (WS-CK-IDX)
                                WS-CK-REASON (WS-CK-IDX)
                 MOVE 0      TO WS-CK-CHECKSUM (WS-CK-IDX)
                 ADD 1 TO WS-CTL-NEW
                 PERFORM UPLOAD-ONE-PARA
              ELSE
                 SET WS-CK-IDX TO WS-FOUND-CK-IDX
                 IF WS-CK-CHECKSUM (WS-CK-IDX) = WS-CHECKSUM
                    ADD 1 TO WS-CTL-UNCHANGED
                 ELSE
                    ADD 1 TO WS-CTL-CHANGED
                    PERFORM UPLOAD-ONE-PARA
                 END-IF
              END-IF
           END-IF.
            EXIT.

       FIND-CKYC-PARA.
           MOVE "N" TO WS-CK-FOUND
           SET WS-CK-IDX TO 1
           PERFORM UNTIL WS-CK-IDX > WS-CKYC-COUNT
                      OR WS-CK-FOUND = "Y"
              IF WS-CK-PAN (WS-CK-IDX) = CM-PAN
                 MOVE "Y" TO WS-CK-FOUND
                 SET WS-FOUND-CK-IDX TO WS-CK-IDX
              END-IF
              SET WS-CK-IDX UP BY 1
           END-PERFORM.

       COMPUTE-CHECKSUM-PARA.
           MOVE CM-CUST   TO WS-SIG-CUST
           MOVE CM-AADHAR TO WS-SIG-AADHAR
           MOVE CM-CITY   TO WS-SIG-CITY
           MOVE CM-ADDR   TO WS-SIG-ADDR
           MOVE CM-EMAIL  TO WS-SIG-EMAIL
           MOVE CM-MOBILE TO WS-SIG-MOBILE
           MOVE 0 TO WS-CHECKSUM
           PERFORM VARYING WS-SIG-POS FROM 1 BY 1
                   UNTIL WS-SIG-POS > 192
              COMPUTE WS-CHECKSUM = FUNCTION MOD
                 (WS-CHECKSUM * 31
                  + FUNCTION ORD(WS-SIG-DATA(WS-SIG-POS:1)),
                  999999937)
           END-PERFORM.

       UPLOAD-ONE-PARA.
           MOVE SPACES TO WS-UPLOAD-DETAIL
           MOVE "D" TO WS-UPLOAD-DETAIL(1:1)
           IF WS-CK-NUMBER (WS-CK-IDX) = SPACES
              MOVE "01" TO WS-UD-TYPE
           ELSE
              MOVE "02" TO WS-UD-TYPE
              MOVE WS-CK-NUMBER (WS-CK-IDX) TO WS-UD-CKYC-NO
           END-IF
           MOVE CM-PAN  TO WS-UD-REF
           MOVE CM-CUST TO WS-UD-NAME
           MOVE "N" TO WS-F60-SURROGATE
           IF CM-PAN(1:3) = "F60"
              AND CM-PAN(4:6) NUMERIC
              AND CM-PAN(10:1) = "F"
              MOVE "Y" TO WS-F60-SURROGATE
           END-IF
           MOVE CM-PAN    TO WS-CR-PAN-IN WS-CR-PAN-OUT
           MOVE CM-AADHAR TO WS-CR-AADHAR-IN WS-CR-AADHAR-OUT
           IF WS-CRYPTO-KEY NOT = SPACES
              MOVE "D"           TO WS-CR-FUNC
              MOVE WS-CRYPTO-KEY TO WS-CR-KEY
              IF WS-F60-SURROGATE = "Y"
                 MOVE SPACES     TO WS-CR-PAN-IN
              END-IF
              CALL "cryptid" USING WS-CR-PARMS
           END-IF
           IF WS-F60-SURROGATE NOT = "Y"
              MOVE WS-CR-PAN-OUT TO WS-UD-PAN
           END-IF
           MOVE SPACES           TO WS-MK-PAN-IN
           MOVE WS-CR-AADHAR-OUT TO WS-MK-AADHAR-IN
           CALL "maskid" USING WS-MK-PARMS
           MOVE WS-MK-AADHAR-OUT TO WS-UD-AADHAR
           PERFORM SPLIT-ADDR-PARA
           MOVE WS-ADDR-STREET  TO WS-UD-STREET
           MOVE CM-CITY         TO WS-UD-CITY
           MOVE WS-ADDR-STATE   TO WS-UD-STATE
           MOVE WS-ADDR-PINCODE TO WS-UD-PINCODE
           MOVE "IN"            TO WS-UD-COUNTRY
           MOVE CM-MOBILE       TO WS-UD-MOBILE
           MOVE CM-EMAIL        TO WS-UD-EMAIL
           WRITE UPLOAD-REC FROM WS-UPLOAD-DETAIL
           ADD 1 TO WS-CTL-UPLOADED
           MOVE "U"         TO WS-CK-STATUS (WS-CK-IDX)
           MOVE WS-RUN-DATE TO WS-CK-DATE (WS-CK-IDX)
           MOVE WS-CHECKSUM TO WS-CK-CHECKSUM (WS-CK-IDX)
           MOVE SPACES      TO WS-CK-REASON (WS-CK-IDX).

       SPLIT-ADDR-PARA.
           MOVE SPACES TO WS-ADDR-STREET WS-ADDR-STATE
                          WS-ADDR-PINCODE
           MOVE CM-ADDR TO WS-ADDR-WORK
           MOVE 88 TO WS-SCAN-POS
           MOVE 0  TO WS-DASH-POS
           PERFORM UNTIL WS-SCAN-POS < 1 OR WS-DASH-POS > 0
              IF WS-ADDR-WORK(WS-SCAN-POS:3) = " - "
                 MOVE WS-SCAN-POS TO WS-DASH-POS
              END-IF
              SUBTRACT 1 FROM WS-SCAN-POS
           END-PERFORM
           IF WS-DASH-POS < 2
              MOVE CM-ADDR TO WS-ADDR-STREET
           ELSE
              MOVE WS-ADDR-WORK(WS-DASH-POS + 3:6) TO WS-ADDR-PINCODE
              COMPUTE WS-WORK-LEN = WS-DASH-POS - 1
              MOVE WS-ADDR-WORK(1:WS-WORK-LEN) TO WS-ADDR-HOLD
              MOVE WS-ADDR-HOLD TO WS-ADDR-WORK
              PERFORM FIND-LAST-COMMA-PARA
              IF WS-COMMA-POS = 0
                 MOVE WS-ADDR-WORK TO WS-ADDR-STREET
              ELSE
                 MOVE WS-ADDR-WORK(WS-COMMA-POS + 2:)
                      TO WS-ADDR-STATE
                 COMPUTE WS-WORK-LEN = WS-COMMA-POS - 1
                 MOVE WS-ADDR-WORK(1:WS-WORK-LEN) TO WS-ADDR-HOLD
                 MOVE WS-ADDR-HOLD TO WS-ADDR-WORK
                 PERFORM FIND-LAST-COMMA-PARA
                 IF WS-COMMA-POS = 0
                    MOVE WS-ADDR-WORK TO WS-ADDR-STREET
                 ELSE
                    COMPUTE WS-WORK-LEN = WS-COMMA-POS - 1
                    MOVE WS-ADDR-WORK(1:WS-WORK-LEN)
                         TO WS-ADDR-STREET
                 END-IF
              END-IF
           END-IF.

       FIND-LAST-COMMA-PARA.
           MOVE WS-WORK-LEN TO WS-SCAN-POS
           MOVE 0 TO WS-COMMA-POS
           PERFORM UNTIL WS-SCAN-POS < 2 OR WS-COMMA-POS > 0
              IF WS-ADDR-WORK(WS-SCAN-POS:2) = ", "
                 MOVE WS-SCAN-POS TO WS-COMMA-POS
              END-IF
              SUBTRACT 1 FROM WS-SCAN-POS
           END-PERFORM.

       REWRITE-CKYC-PARA.
           OPEN OUTPUT CKYC-FILE
           IF CKYC-FILE-STATUS NOT = "00"
              DISPLAY "CKYC REGISTER REWRITE FAILED, STATUS="
                      CKYC-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-CK-IDX TO 1
              PERFORM UNTIL WS-CK-IDX > WS-CKYC-COUNT
                 MOVE WS-CK-PAN (WS-CK-IDX)      TO WS-WL-PAN
                 MOVE WS-CK-NUMBER (WS-CK-IDX)   TO WS-WL-NUMBER
                 MOVE WS-CK-STATUS (WS-CK-IDX)   TO WS-WL-STATUS
                 MOVE WS-CK-DATE (WS-CK-IDX)     TO WS-WL-DATE
                 MOVE WS-CK-CHECKSUM (WS-CK-IDX) TO WS-WL-CHECKSUM
                 MOVE WS-CK-REASON (WS-CK-IDX)   TO WS-WL-REASON
                 WRITE CKYC-REC FROM WS-CKYC-LINE
                 SET WS-CK-IDX UP BY 1
              END-PERFORM
              CLOSE CKYC-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "CKYCUP"           TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-CIFS        TO WS-OPL-IN-COUNT
           MOVE WS-CTL-UPLOADED    TO WS-OPL-OUT-COUNT
           MOVE 0                  TO WS-OPL-REJ-COUNT
           MOVE WS-START-TIME      TO WS-OPL-START-TIME
           OPEN EXTEND OPSLOG-FILE.
           IF OPSLOG-FILE-STATUS = "35"
              OPEN OUTPUT OPSLOG-FILE
              CLOSE OPSLOG-FILE
              OPEN EXTEND OPSLOG-FILE
           END-IF
           IF OPSLOG-FILE-STATUS = "00"
              WRITE OPSLOG-REC FROM WS-OPSLOG-LINE
              CLOSE OPSLOG-FILE
           ELSE
              DISPLAY "OPS LOG OPEN FAILED, STATUS="
                      OPSLOG-FILE-STATUS
           END-IF.
