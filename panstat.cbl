       IDENTIFICATION DIVISION.
       PROGRAM-ID. panstat.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESP-FILE   ASSIGN TO "PAN-VERIFY-RESP.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS RESP-FILE-STATUS.

           SELECT PANSTAT-FILE ASSIGN TO "CUST-PANSTAT.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PANSTAT-FILE-STATUS.

           SELECT CUSTMST-FILE  ASSIGN TO "CUST-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CM-PAN
                               FILE STATUS IS CUSTMST-FILE-STATUS.

           SELECT CONTACT-FILE  ASSIGN TO "PAN-CONTACT.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CONTACT-FILE-STATUS.

           SELECT NOTIFY-FILE  ASSIGN TO "NOTIFICATION-QUEUE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS NOTIFY-FILE-STATUS.

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
       FD   RESP-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RESP-REC                PIC X(40).

       FD   PANSTAT-FILE  RECORD CONTAINS 30 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PANSTAT-REC             PIC X(30).

       FD   CUSTMST-FILE  RECORD CONTAINS 205 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CUST-MASTER-REC.
          COPY CUSTMST.

       FD   CONTACT-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CONTACT-REC             PIC X(120).

       FD   NOTIFY-FILE  RECORD CONTAINS 124 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 NOTIFY-REC.
          05 NF-CUST              PIC X(20).
          05 NF-EMAIL             PIC X(40).
          05 NF-MOBILE            PIC X(10).
          05 NF-ACCNUM            PIC X(14).
          05 NF-MESSAGE           PIC X(40).

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
       01 PANSTAT-FILE-STATUS  PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 CONTACT-FILE-STATUS  PIC X(02).
       01 NOTIFY-FILE-STATUS   PIC X(02).
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

       01 WS-PANSTAT-TABLE.
          05 WS-PS-ENTRY OCCURS 5000 TIMES INDEXED BY WS-PS-IDX.
             10 WS-PS-PAN        PIC X(10).
             10 WS-PS-STATUS     PIC X(01).
             10 WS-PS-DATE       PIC X(08).
             10 WS-PS-RESP-CODE  PIC X(02).
             10 WS-PS-SEEDED     PIC X(01).
       01 WS-PANSTAT-COUNT     PIC 9(04) VALUE 0.
       01 WS-PS-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-PS-IDX      PIC 9(04) VALUE 0.

       01 WS-PS-PAN-IN         PIC X(10).
       01 WS-PS-STATUS-IN      PIC X(01).
       01 WS-PS-DATE-IN        PIC X(08).
       01 WS-PS-RESP-CODE-IN   PIC X(02).
       01 WS-PS-SEEDED-IN      PIC X(01).

       01 WS-RS-PAN-IN         PIC X(10).
       01 WS-RS-CODE-IN        PIC X(10).
       01 WS-RS-SEEDED-IN      PIC X(01).
       01 WS-RS-STATUS         PIC X(01).
       01 WS-OLD-STATUS        PIC X(01).
       01 WS-TRAILER-COUNT     PIC 9(07) VALUE 0.
       01 WS-TRAILER-SEEN      PIC X(01) VALUE "N".
       01 WS-ROWS-COUNTED      PIC 9(07) VALUE 0.

       01 KEY-FILE-STATUS      PIC X(02).
       01 WS-CRYPTO-KEY        PIC X(16) VALUE SPACES.
       01 WS-F60-SURROGATE     PIC X(01) VALUE "N".
       01 WS-PAN-CLEAR         PIC X(10).
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
       01 WS-CTL-OPERATIVE     PIC 9(07) VALUE 0.
       01 WS-CTL-INOPERATIVE   PIC 9(07) VALUE 0.
       01 WS-CTL-NEW-INOP      PIC 9(07) VALUE 0.
       01 WS-CTL-NOT-ON-CIF    PIC 9(07) VALUE 0.

       01 WS-PANSTAT-LINE.
          05 WS-WL-PAN           PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-STATUS        PIC X(01).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-DATE          PIC X(08).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-RESP-CODE     PIC X(02).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-SEEDED        PIC X(01).

       01 WH-CONTACT-HDR1.
          05 FILLER PIC X(44) VALUE
             "INOPERATIVE PANS - CUSTOMERS TO CONTACT     ".
          05 WS-CH-DATE          PIC X(08).
       01 WH-CONTACT-HDR2.
          05 FILLER PIC X(12) VALUE "PAN".
          05 FILLER PIC X(22) VALUE "CUSTOMER".
          05 FILLER PIC X(12) VALUE "MOBILE".
          05 FILLER PIC X(42) VALUE "EMAIL".
          05 FILLER PIC X(06) VALUE "CODE".
          05 FILLER PIC X(06) VALUE "NEW".
       01 WS-CONTACT-DETAIL.
          05 WS-CD-PAN           PIC X(10).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-CD-CUST          PIC X(20).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-CD-MOBILE        PIC X(10).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-CD-EMAIL         PIC X(40).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-CD-CODE          PIC X(02).
          05 FILLER              PIC X(04) VALUE SPACES.
          05 WS-CD-NEW           PIC X(01).

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE PAN STATUS INGESTION PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-KEY-PARA.
           OPEN INPUT RESP-FILE.
           IF RESP-FILE-STATUS NOT = "00"
              DISPLAY "PAN VERIFICATION RESPONSE NOT FOUND, STATUS="
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
           PERFORM LOAD-PANSTAT-PARA.
           OPEN INPUT CUSTMST-FILE.
           IF CUSTMST-FILE-STATUS NOT = "00"
              DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS="
                      CUSTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CONTACT-FILE.
           IF CONTACT-FILE-STATUS NOT = "00"
              DISPLAY "CONTACT LIST OPEN FAILED, STATUS="
                      CONTACT-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-CH-DATE.
           WRITE CONTACT-REC FROM WH-CONTACT-HDR1.
           WRITE CONTACT-REC FROM WH-CONTACT-HDR2.
           PERFORM OPEN-NOTIFY-PARA.
           OPEN INPUT RESP-FILE.
           MOVE "N" TO EOF.
           PERFORM APPLY-RESP-PARA UNTIL EOF = "Y".
           CLOSE RESP-FILE.
           IF NOTIFY-FILE-STATUS = "00"
              CLOSE NOTIFY-FILE
           END-IF.
           CLOSE CONTACT-FILE.
           CLOSE CUSTMST-FILE.
           PERFORM REWRITE-PANSTAT-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "PAN STATUS SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  RESPONSES READ      : " WS-CTL-READ.
           DISPLAY "  OPERATIVE           : " WS-CTL-OPERATIVE.
           DISPLAY "  INOPERATIVE         : " WS-CTL-INOPERATIVE.
           DISPLAY "  NEWLY INOPERATIVE   : " WS-CTL-NEW-INOP.
           DISPLAY "  NOT ON CUSTOMER FILE: " WS-CTL-NOT-ON-CIF.

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
              IF RESP-REC(1:8) = "TRAILER,"
                 MOVE "Y" TO WS-TRAILER-SEEN
                 MOVE SPACES TO WS-RS-CODE-IN
                 UNSTRING RESP-REC DELIMITED BY ","
                 INTO     WS-RS-PAN-IN
                          WS-RS-CODE-IN
                 END-UNSTRING
                 COMPUTE WS-TRAILER-COUNT =
                         FUNCTION NUMVAL(WS-RS-CODE-IN)
              ELSE
              IF RESP-REC(1:4) NOT = "PAN,"
                 ADD 1 TO WS-ROWS-COUNTED
              END-IF
              END-IF
           END-IF.
            EXIT.

       LOAD-PANSTAT-PARA.
           MOVE 0 TO WS-PANSTAT-COUNT
           OPEN INPUT PANSTAT-FILE
           IF PANSTAT-FILE-STATUS = "00"
              PERFORM UNTIL PANSTAT-FILE-STATUS NOT = "00"
                 READ PANSTAT-FILE
                   AT END
                     MOVE "10" TO PANSTAT-FILE-STATUS
                   NOT AT END
                     IF WS-PANSTAT-COUNT >= 5000
                        DISPLAY "PAN STATUS TABLE CAPACITY "
                                "EXCEEDED AT 5000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-PANSTAT-COUNT
                     SET WS-PS-IDX TO WS-PANSTAT-COUNT
                     MOVE SPACES TO WS-PS-RESP-CODE-IN
                                    WS-PS-SEEDED-IN
                     UNSTRING PANSTAT-REC DELIMITED BY ","
                     INTO  WS-PS-PAN-IN
                           WS-PS-STATUS-IN
                           WS-PS-DATE-IN
                           WS-PS-RESP-CODE-IN
                           WS-PS-SEEDED-IN
                     END-UNSTRING
                     MOVE WS-PS-PAN-IN
                          TO WS-PS-PAN (WS-PS-IDX)
                     MOVE WS-PS-STATUS-IN
                          TO WS-PS-STATUS (WS-PS-IDX)
                     MOVE WS-PS-DATE-IN
                          TO WS-PS-DATE (WS-PS-IDX)
                     MOVE WS-PS-RESP-CODE-IN
                          TO WS-PS-RESP-CODE (WS-PS-IDX)
                     MOVE WS-PS-SEEDED-IN
                          TO WS-PS-SEEDED (WS-PS-IDX)
                 END-READ
              END-PERFORM
              CLOSE PANSTAT-FILE
           ELSE
              DISPLAY "NO PAN STATUS REGISTER YET, STARTING EMPTY"
           END-IF.

       OPEN-NOTIFY-PARA.
           OPEN EXTEND NOTIFY-FILE.
           IF NOTIFY-FILE-STATUS = "35"
              OPEN OUTPUT NOTIFY-FILE
              CLOSE NOTIFY-FILE
              OPEN EXTEND NOTIFY-FILE
           END-IF
           IF NOTIFY-FILE-STATUS NOT = "00"
              DISPLAY "NOTIFICATION QUEUE OPEN FAILED, STATUS="
                      NOTIFY-FILE-STATUS
           END-IF.

       APPLY-RESP-PARA.
           READ RESP-FILE AT END
                MOVE "Y" TO EOF
           END-READ.
           IF EOF NOT = "Y"
              AND RESP-REC(1:4) NOT = "PAN,"
              AND RESP-REC(1:8) NOT = "TRAILER,"
              ADD 1 TO WS-CTL-READ
              MOVE SPACES TO WS-RS-CODE-IN WS-RS-SEEDED-IN
              UNSTRING RESP-REC DELIMITED BY ","
              INTO     WS-RS-PAN-IN
                       WS-RS-CODE-IN
                       WS-RS-SEEDED-IN
              END-UNSTRING
              MOVE WS-RS-PAN-IN TO WS-PAN-CLEAR
              IF WS-RS-CODE-IN = "E" AND WS-RS-SEEDED-IN = "Y"
                 MOVE "O" TO WS-RS-STATUS
              ELSE
                 MOVE "I" TO WS-RS-STATUS
              END-IF
              PERFORM ENCIPHER-PAN-PARA
              MOVE WS-RS-PAN-IN TO CM-PAN
              READ CUSTMST-FILE
                INVALID KEY
                  ADD 1 TO WS-CTL-NOT-ON-CIF
                  DISPLAY "PAN NOT ON CUSTOMER MASTER, IGNORED: "
                          WS-PAN-CLEAR
                NOT INVALID KEY
                  PERFORM STAMP-STATUS-PARA
              END-READ
           END-IF.
            EXIT.

       STAMP-STATUS-PARA.
           PERFORM FIND-PANSTAT-PARA
           SET WS-PS-IDX TO WS-FOUND-PS-IDX
           MOVE WS-PS-STATUS (WS-PS-IDX) TO WS-OLD-STATUS
           IF WS-OLD-STATUS NOT = WS-RS-STATUS
              MOVE WS-RUN-DATE TO WS-PS-DATE (WS-PS-IDX)
           END-IF
           MOVE WS-RS-STATUS       TO WS-PS-STATUS (WS-PS-IDX)
           MOVE WS-RS-CODE-IN      TO WS-PS-RESP-CODE (WS-PS-IDX)
           MOVE WS-RS-SEEDED-IN    TO WS-PS-SEEDED (WS-PS-IDX)
           IF WS-RS-STATUS = "O"
              ADD 1 TO WS-CTL-OPERATIVE
           ELSE
              ADD 1 TO WS-CTL-INOPERATIVE
              MOVE "N" TO WS-CD-NEW
              IF WS-OLD-STATUS NOT = "I"
                 ADD 1 TO WS-CTL-NEW-INOP
                 MOVE "Y" TO WS-CD-NEW
                 IF NOTIFY-FILE-STATUS = "00"
                    MOVE CM-CUST   TO NF-CUST
                    MOVE CM-EMAIL  TO NF-EMAIL
                    MOVE CM-MOBILE TO NF-MOBILE
                    MOVE CM-PAN    TO NF-ACCNUM
                    MOVE "PAN INOPERATIVE - LINK AADHAAR, TDS 20%"
                         TO NF-MESSAGE
                    WRITE NOTIFY-REC
                 END-IF
              END-IF
              MOVE WS-PAN-CLEAR TO WS-MK-PAN-IN
              MOVE SPACES       TO WS-MK-AADHAR-IN
              CALL "maskid" USING WS-MK-PARMS
              MOVE WS-MK-PAN-OUT TO WS-CD-PAN
              MOVE CM-CUST       TO WS-CD-CUST
              MOVE CM-MOBILE     TO WS-CD-MOBILE
              MOVE CM-EMAIL      TO WS-CD-EMAIL
              MOVE WS-RS-CODE-IN TO WS-CD-CODE
              WRITE CONTACT-REC FROM WS-CONTACT-DETAIL
           END-IF.

       FIND-PANSTAT-PARA.
           MOVE "N" TO WS-PS-FOUND
           SET WS-PS-IDX TO 1
           PERFORM UNTIL WS-PS-IDX > WS-PANSTAT-COUNT
                      OR WS-PS-FOUND = "Y"
              IF WS-PS-PAN (WS-PS-IDX) = WS-RS-PAN-IN
                 MOVE "Y" TO WS-PS-FOUND
                 SET WS-FOUND-PS-IDX TO WS-PS-IDX
              END-IF
              SET WS-PS-IDX UP BY 1
           END-PERFORM
           IF WS-PS-FOUND NOT = "Y"
              IF WS-PANSTAT-COUNT >= 5000
                 DISPLAY "PAN STATUS TABLE CAPACITY "
                         "EXCEEDED AT 5000 - RUN STOPPED"
                 MOVE 20 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PANSTAT-COUNT
              SET WS-PS-IDX TO WS-PANSTAT-COUNT
              SET WS-FOUND-PS-IDX TO WS-PS-IDX
              MOVE WS-RS-PAN-IN TO WS-PS-PAN (WS-PS-IDX)
              MOVE SPACES       TO WS-PS-STATUS (WS-PS-IDX)
                                   WS-PS-DATE (WS-PS-IDX)
           END-IF.

       ENCIPHER-PAN-PARA.
           MOVE "N" TO WS-F60-SURROGATE
           IF WS-RS-PAN-IN(1:3) = "F60"
              AND WS-RS-PAN-IN(4:6) NUMERIC
              AND WS-RS-PAN-IN(10:1) = "F"
              MOVE "Y" TO WS-F60-SURROGATE
           END-IF
           IF WS-CRYPTO-KEY NOT = SPACES
              AND WS-F60-SURROGATE NOT = "Y"
              MOVE "E"           TO WS-CR-FUNC
              MOVE WS-CRYPTO-KEY TO WS-CR-KEY
              MOVE WS-RS-PAN-IN  TO WS-CR-PAN-IN
              MOVE SPACES        TO WS-CR-AADHAR-IN
              CALL "cryptid" USING WS-CR-PARMS
              MOVE WS-CR-PAN-OUT TO WS-RS-PAN-IN
           END-IF.

       REWRITE-PANSTAT-PARA.
           OPEN OUTPUT PANSTAT-FILE
           IF PANSTAT-FILE-STATUS NOT = "00"
              DISPLAY "PAN STATUS REGISTER REWRITE FAILED, STATUS="
                      PANSTAT-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-PS-IDX TO 1
              PERFORM UNTIL WS-PS-IDX > WS-PANSTAT-COUNT
                 MOVE WS-PS-PAN (WS-PS-IDX)       TO WS-WL-PAN
                 MOVE WS-PS-STATUS (WS-PS-IDX)    TO WS-WL-STATUS
                 MOVE WS-PS-DATE (WS-PS-IDX)      TO WS-WL-DATE
                 MOVE WS-PS-RESP-CODE (WS-PS-IDX) TO WS-WL-RESP-CODE
                 MOVE WS-PS-SEEDED (WS-PS-IDX)    TO WS-WL-SEEDED
                 WRITE PANSTAT-REC FROM WS-PANSTAT-LINE
                 SET WS-PS-IDX UP BY 1
              END-PERFORM
              CLOSE PANSTAT-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "PANSTAT"          TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-READ        TO WS-OPL-IN-COUNT
           MOVE WS-CTL-OPERATIVE   TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-INOPERATIVE TO WS-OPL-REJ-COUNT
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
