       IDENTIFICATION DIVISION.
       PROGRAM-ID. ckycresp.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESP-FILE   ASSIGN TO "CKYC-RESPONSE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RESP-FILE-STATUS.

           SELECT CKYC-FILE   ASSIGN TO "CUST-CKYC.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CKYC-FILE-STATUS.

           SELECT CUSTMST-FILE  ASSIGN TO "CUST-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CM-PAN
                               FILE STATUS IS CUSTMST-FILE-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO "ACCOUNT-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AM-ACCT-NUM
                               ALTERNATE RECORD KEY IS AM-PAN
                                   WITH DUPLICATES
                               FILE STATUS IS ACCTMST-FILE-STATUS.

           SELECT EXCEPT-FILE  ASSIGN TO "CKYC-EXCEPTIONS.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS EXCEPT-FILE-STATUS.

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
       FD   RESP-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RESP-REC.
          05 RS-TYPE              PIC X(01).
          05 RS-REF               PIC X(10).
          05 RS-RESULT            PIC X(02).
          05 RS-CKYC-NO           PIC X(14).
          05 RS-REASON            PIC X(40).
          05 FILLER               PIC X(13).

       FD   CKYC-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CKYC-REC                PIC X(100).

       FD   CUSTMST-FILE  RECORD CONTAINS 205 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CUST-MASTER-REC.
          COPY CUSTMST.

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   EXCEPT-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 EXCEPT-REC              PIC X(100).

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
       01 RESP-FILE-STATUS     PIC X(02).
       01 CKYC-FILE-STATUS     PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 EXCEPT-FILE-STATUS   PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".

       01 EOF                  PIC X(01) VALUE "N".
       01 WS-RUN-DATE          PIC X(08).
       01 WS-TRAILER-COUNT     PIC 9(07) VALUE 0.
       01 WS-TRAILER-SEEN      PIC X(01) VALUE "N".
       01 WS-ROWS-COUNTED      PIC 9(07) VALUE 0.

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

       01 WS-EXC-TABLE.
          05 WS-EX-ENTRY OCCURS 2000 TIMES INDEXED BY WS-EX-IDX
                                                 WS-EX-IDX2.
             10 WS-EX-IFSC       PIC X(11).
             10 WS-EX-PAN        PIC X(10).
             10 WS-EX-CUST       PIC X(20).
             10 WS-EX-REASON     PIC X(40).
       01 WS-EXC-COUNT         PIC 9(04) VALUE 0.
       01 WS-EX-HOLD           PIC X(81).
       01 WS-LAST-IFSC         PIC X(11).

       01 KEY-FILE-STATUS      PIC X(02).
       01 WS-CRYPTO-KEY        PIC X(16) VALUE SPACES.
       01 WS-F60-SURROGATE     PIC X(01) VALUE "N".
       01 WS-PAN               PIC X(10) VALUE SPACES.
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

       01 WS-CTL-READ          PIC 9(07) VALUE 0.
       01 WS-CTL-REGISTERED    PIC 9(07) VALUE 0.
       01 WS-CTL-REUSED        PIC 9(07) VALUE 0.
       01 WS-CTL-UPDATED       PIC 9(07) VALUE 0.
       01 WS-CTL-REJECTED      PIC 9(07) VALUE 0.
       01 WS-CTL-UNMATCHED     PIC 9(07) VALUE 0.

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

       01 WH-EXCEPT-HDR1.
          05 FILLER PIC X(44) VALUE
             "CKYC UPLOAD REJECTIONS FOR BRANCH ACTION    ".
          05 WS-EH-DATE          PIC X(08).
       01 WH-EXCEPT-HDR2.
          05 FILLER PIC X(12) VALUE "PAN".
          05 FILLER PIC X(22) VALUE "CUSTOMER".
          05 FILLER PIC X(40) VALUE "REGISTRY REASON".
       01 WS-BRANCH-LINE.
          05 FILLER              PIC X(08) VALUE "BRANCH: ".
          05 WS-BL-IFSC          PIC X(11).
       01 WS-EXCEPT-DETAIL.
          05 WS-ED-PAN           PIC X(10).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ED-CUST          PIC X(20).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ED-REASON        PIC X(40).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE CENTRAL KYC RESPONSE PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-KEY-PARA.
           OPEN INPUT RESP-FILE.
           IF RESP-FILE-STATUS NOT = "00"
              DISPLAY "CKYC RESPONSE FILE NOT FOUND, STATUS="
                      RESP-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM COUNT-RESP-PARA
                   UNTIL RESP-FILE-STATUS NOT = "00".
           CLOSE RESP-FILE.
           IF WS-TRAILER-SEEN = "Y"
              AND WS-TRAILER-COUNT NOT = WS-ROWS-COUNTED
              DISPLAY "TRAILER COUNT " WS-TRAILER-COUNT
                      " DOES NOT MATCH ROWS READ " WS-ROWS-COUNTED
                      " - RESPONSE FILE NOT APPLIED"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-CKYC-PARA.
           OPEN INPUT CUSTMST-FILE.
           IF CUSTMST-FILE-STATUS NOT = "00"
              DISPLAY "CUSTOMER MASTER NOT AVAILABLE, NAMES NOT "
                      "SHOWN, STATUS=" CUSTMST-FILE-STATUS
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "ACCOUNT MASTER NOT AVAILABLE, BRANCHES NOT "
                      "RESOLVED, STATUS=" ACCTMST-FILE-STATUS
           END-IF.
           OPEN INPUT RESP-FILE.
           MOVE "N" TO EOF.
           PERFORM APPLY-RESP-PARA UNTIL EOF = "Y".
           CLOSE RESP-FILE.
           IF ACCTMST-FILE-STATUS = "00"
              CLOSE ACCTMST-FILE
           END-IF.
           IF CUSTMST-FILE-STATUS = "00"
              CLOSE CUSTMST-FILE
           END-IF.
           PERFORM WRITE-EXCEPTIONS-PARA.
           PERFORM REWRITE-CKYC-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "CKYC RESPONSE SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  RESPONSES READ      : " WS-CTL-READ.
           DISPLAY "  NEWLY REGISTERED    : " WS-CTL-REGISTERED.
           DISPLAY "  EXISTING NO. REUSED : " WS-CTL-REUSED.
           DISPLAY "  UPDATES ACCEPTED    : " WS-CTL-UPDATED.
           DISPLAY "  REJECTED            : " WS-CTL-REJECTED.
           DISPLAY "  NOT ON REGISTER     : " WS-CTL-UNMATCHED.

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

       COUNT-RESP-PARA.
           READ RESP-FILE AT END
                MOVE "10" TO RESP-FILE-STATUS
           END-READ.
           IF RESP-FILE-STATUS = "00"
              IF RS-TYPE = "T"
                 MOVE "Y" TO WS-TRAILER-SEEN
                 IF RESP-REC(2:7) NUMERIC
                    MOVE RESP-REC(2:7) TO WS-TRAILER-COUNT
                 END-IF
              ELSE
              IF RS-TYPE = "D"
                 ADD 1 TO WS-ROWS-COUNTED
              END-IF
              END-IF
           END-IF.
            EXIT.

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
              DISPLAY "NO CKYC REGISTER - NOTHING UPLOADED YET"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       APPLY-RESP-PARA.
           READ RESP-FILE AT END
                MOVE "Y" TO EOF
           END-READ.
           IF EOF NOT = "Y"
              AND RS-TYPE = "D"
              ADD 1 TO WS-CTL-READ
              PERFORM FIND-CKYC-PARA
              IF WS-CK-FOUND NOT = "Y"
                 ADD 1 TO WS-CTL-UNMATCHED
                 DISPLAY "CKYC RESPONSE FOR UNKNOWN REFERENCE: "
                         RS-REF
              ELSE
                 SET WS-CK-IDX TO WS-FOUND-CK-IDX
                 EVALUATE RS-RESULT
                   WHEN "RG"
                   WHEN "EX"
                   WHEN "UP"
                        PERFORM ACCEPT-RESP-PARA
                   WHEN OTHER
                        PERFORM REJECT-RESP-PARA
                 END-EVALUATE
              END-IF
           END-IF.
            EXIT.

       FIND-CKYC-PARA.
           MOVE "N" TO WS-CK-FOUND
           SET WS-CK-IDX TO 1
           PERFORM UNTIL WS-CK-IDX > WS-CKYC-COUNT
                      OR WS-CK-FOUND = "Y"
              IF WS-CK-PAN (WS-CK-IDX) = RS-REF
                 MOVE "Y" TO WS-CK-FOUND
                 SET WS-FOUND-CK-IDX TO WS-CK-IDX
              END-IF
              SET WS-CK-IDX UP BY 1
           END-PERFORM.

       ACCEPT-RESP-PARA.
           IF RS-RESULT NOT = "UP"
              AND RS-CKYC-NO NOT NUMERIC
              MOVE "RESPONSE WITHOUT VALID 14-DIGIT NUMBER"
                   TO RS-REASON
              PERFORM REJECT-RESP-PARA
           ELSE
              IF RS-CKYC-NO NUMERIC
                 MOVE RS-CKYC-NO TO WS-CK-NUMBER (WS-CK-IDX)
              END-IF
              MOVE "R"         TO WS-CK-STATUS (WS-CK-IDX)
              MOVE WS-RUN-DATE TO WS-CK-DATE (WS-CK-IDX)
              MOVE SPACES      TO WS-CK-REASON (WS-CK-IDX)
              EVALUATE RS-RESULT
                WHEN "RG"
                     ADD 1 TO WS-CTL-REGISTERED
                WHEN "EX"
                     ADD 1 TO WS-CTL-REUSED
                WHEN OTHER
                     ADD 1 TO WS-CTL-UPDATED
              END-EVALUATE
           END-IF.

       REJECT-RESP-PARA.
           ADD 1 TO WS-CTL-REJECTED
           MOVE "J"         TO WS-CK-STATUS (WS-CK-IDX)
           MOVE WS-RUN-DATE TO WS-CK-DATE (WS-CK-IDX)
           MOVE RS-REASON   TO WS-CK-REASON (WS-CK-IDX)
           MOVE 0           TO WS-CK-CHECKSUM (WS-CK-IDX)
           IF WS-EXC-COUNT >= 2000
              DISPLAY "CKYC EXCEPTION TABLE FULL, NOT LISTED: "
                      RS-REF
           ELSE
              ADD 1 TO WS-EXC-COUNT
              SET WS-EX-IDX TO WS-EXC-COUNT
              MOVE RS-REASON TO WS-EX-REASON (WS-EX-IDX)
              MOVE "NO ACCOUNT" TO WS-EX-IFSC (WS-EX-IDX)
              MOVE "CUSTOMER NOT ON CIF" TO WS-EX-CUST (WS-EX-IDX)
              IF CUSTMST-FILE-STATUS = "00"
                 MOVE RS-REF TO CM-PAN
                 READ CUSTMST-FILE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE CM-CUST TO WS-EX-CUST (WS-EX-IDX)
                 END-READ
              END-IF
              IF ACCTMST-FILE-STATUS = "00"
                 MOVE RS-REF TO AM-PAN
                 READ ACCTMST-FILE KEY IS AM-PAN
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE AM-IFSC TO WS-EX-IFSC (WS-EX-IDX)
                 END-READ
              END-IF
              MOVE RS-REF TO WS-PAN
              PERFORM DECIPHER-PAN-PARA
              MOVE WS-PAN TO WS-MK-PAN-IN
              MOVE SPACES TO WS-MK-AADHAR-IN
              CALL "maskid" USING WS-MK-PARMS
              MOVE WS-MK-PAN-OUT TO WS-EX-PAN (WS-EX-IDX)
           END-IF.

       DECIPHER-PAN-PARA.
           MOVE "N" TO WS-F60-SURROGATE
           IF WS-PAN(1:3) = "F60"
              AND WS-PAN(4:6) NUMERIC
              AND WS-PAN(10:1) = "F"
              MOVE "Y" TO WS-F60-SURROGATE
           END-IF
           IF WS-CRYPTO-KEY NOT = SPACES
              AND WS-F60-SURROGATE NOT = "Y"
              MOVE "D"           TO WS-CR-FUNC
              MOVE WS-CRYPTO-KEY TO WS-CR-KEY
              MOVE WS-PAN        TO WS-CR-PAN-IN
              MOVE SPACES        TO WS-CR-AADHAR-IN
              CALL "cryptid" USING WS-CR-PARMS
              MOVE WS-CR-PAN-OUT TO WS-PAN
           END-IF.

       WRITE-EXCEPTIONS-PARA.
           OPEN OUTPUT EXCEPT-FILE
           IF EXCEPT-FILE-STATUS NOT = "00"
              DISPLAY "CKYC EXCEPTION LIST OPEN FAILED, STATUS="
                      EXCEPT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
           ELSE
              MOVE WS-RUN-DATE TO WS-EH-DATE
              WRITE EXCEPT-REC FROM WH-EXCEPT-HDR1
              WRITE EXCEPT-REC FROM WH-EXCEPT-HDR2
              SET WS-EX-IDX TO 1
              PERFORM UNTIL WS-EX-IDX >= WS-EXC-COUNT
                 SET WS-EX-IDX2 TO WS-EX-IDX
                 SET WS-EX-IDX2 UP BY 1
                 PERFORM UNTIL WS-EX-IDX2 > WS-EXC-COUNT
                    IF WS-EX-IFSC (WS-EX-IDX2)
                       < WS-EX-IFSC (WS-EX-IDX)
                       MOVE WS-EX-ENTRY (WS-EX-IDX) TO WS-EX-HOLD
                       MOVE WS-EX-ENTRY (WS-EX-IDX2)
                            TO WS-EX-ENTRY (WS-EX-IDX)
                       MOVE WS-EX-HOLD TO WS-EX-ENTRY (WS-EX-IDX2)
                    END-IF
                    SET WS-EX-IDX2 UP BY 1
                 END-PERFORM
                 SET WS-EX-IDX UP BY 1
              END-PERFORM
              MOVE SPACES TO WS-LAST-IFSC
              SET WS-EX-IDX TO 1
              PERFORM UNTIL WS-EX-IDX > WS-EXC-COUNT
                 IF WS-EX-IFSC (WS-EX-IDX) NOT = WS-LAST-IFSC
                    MOVE WS-EX-IFSC (WS-EX-IDX) TO WS-LAST-IFSC
                                                   WS-BL-IFSC
                    MOVE SPACES TO EXCEPT-REC
                    WRITE EXCEPT-REC
                    WRITE EXCEPT-REC FROM WS-BRANCH-LINE
                 END-IF
                 MOVE WS-EX-PAN (WS-EX-IDX)    TO WS-ED-PAN
                 MOVE WS-EX-CUST (WS-EX-IDX)   TO WS-ED-CUST
                 MOVE WS-EX-REASON (WS-EX-IDX) TO WS-ED-REASON
                 WRITE EXCEPT-REC FROM WS-EXCEPT-DETAIL
                 SET WS-EX-IDX UP BY 1
              END-PERFORM
              CLOSE EXCEPT-FILE
           END-IF.

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
           MOVE "CKYCRESP"         TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-READ        TO WS-OPL-IN-COUNT
           COMPUTE WS-OPL-OUT-COUNT = WS-CTL-REGISTERED
                   + WS-CTL-REUSED + WS-CTL-UPDATED
           MOVE WS-CTL-REJECTED    TO WS-OPL-REJ-COUNT
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
