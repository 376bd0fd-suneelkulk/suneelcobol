       IDENTIFICATION DIVISION.
       PROGRAM-ID. prefmaint.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREF-FILE   ASSIGN TO "CUST-PREF.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PREF-FILE-STATUS.

           SELECT MAINT-FILE  ASSIGN TO "PREF-MAINT.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS MAINT-FILE-STATUS.

           SELECT AUDIT-FILE  ASSIGN TO "PREF-AUDIT.LOG"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT TMPL-FILE   ASSIGN TO "NOTIFY-TEMPLATE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TMPL-FILE-STATUS.

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
       FD   PREF-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PREF-REC                PIC X(40).

       FD   MAINT-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 MAINT-REC               PIC X(80).

       FD   AUDIT-FILE  RECORD CONTAINS 110 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 AUDIT-REC               PIC X(110).

       FD   TMPL-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TMPL-REC                PIC X(120).

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
       01 PREF-FILE-STATUS     PIC X(02).
       01 MAINT-FILE-STATUS    PIC X(02).
       01 AUDIT-FILE-STATUS    PIC X(02).
       01 TMPL-FILE-STATUS     PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".

       01 EOF                  PIC X(01) VALUE "N".
       01 WS-RUN-DATE          PIC X(08).

       01 WS-PREF-TABLE.
          05 WS-PF-ENTRY OCCURS 5000 TIMES INDEXED BY WS-PF-IDX.
             10 WS-PF-PAN        PIC X(10).
             10 WS-PF-LANG       PIC X(02).
             10 WS-PF-CHANNEL    PIC X(01).
             10 WS-PF-QUIET-FROM PIC X(04).
             10 WS-PF-QUIET-TO   PIC X(04).
             10 WS-PF-DATE       PIC X(08).
       01 WS-PREF-COUNT        PIC 9(04) VALUE 0.
       01 WS-PF-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-PF-IDX      PIC 9(04) VALUE 0.

       01 WS-PF-LINE-IN.
          05 WS-PF-PAN-IN        PIC X(10).
          05 WS-PF-LANG-IN       PIC X(02).
          05 WS-PF-CHANNEL-IN    PIC X(01).
          05 WS-PF-FROM-IN       PIC X(04).
          05 WS-PF-TO-IN         PIC X(04).
          05 WS-PF-DATE-IN       PIC X(08).

       01 WS-LANG-TABLE.
          05 WS-LG-ENTRY OCCURS 30 TIMES INDEXED BY WS-LG-IDX.
             10 WS-LG-CODE       PIC X(02).
       01 WS-LANG-COUNT        PIC 9(02) VALUE 0.
       01 WS-LG-FOUND          PIC X(01) VALUE "N".
       01 WS-TP-EVENT-IN       PIC X(08).
       01 WS-TP-LANG-IN        PIC X(02).

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
       01 WS-MT-LANG-IN        PIC X(02).
       01 WS-MT-CHANNEL-IN     PIC X(05).
       01 WS-MT-FROM-IN        PIC X(04).
       01 WS-MT-TO-IN          PIC X(04).
       01 WS-MT-MAKER-IN       PIC X(10).
       01 WS-MT-CHANNEL        PIC X(01) VALUE SPACES.

       01 WS-QUIET-TIME        PIC X(04).
       01 WS-QUIET-HH          PIC 9(02).
       01 WS-QUIET-MM          PIC 9(02).
       01 WS-TIME-VALID        PIC X(01) VALUE "Y".

       01 WS-PREF-VALID        PIC X(01) VALUE "Y".
       01 WS-CIF-FOUND         PIC X(01) VALUE "N".

       01 WS-CTL-SET           PIC 9(05) VALUE 0.
       01 WS-CTL-REMOVED       PIC 9(05) VALUE 0.
       01 WS-CTL-REFUSED       PIC 9(05) VALUE 0.

       01 WS-PREF-LINE.
          05 WS-WL-PAN           PIC X(10).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-LANG          PIC X(02).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-CHANNEL       PIC X(01).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-QUIET-FROM    PIC X(04).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-QUIET-TO      PIC X(04).
          05 FILLER              PIC X(01) VALUE ",".
          05 WS-WL-DATE          PIC X(08).

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
           DISPLAY "THIS IS THE CUSTOMER PREFERENCE MAINTENANCE "
                   "PROGRAM".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-KEY-PARA.
           PERFORM OPEN-AUDIT-PARA.
           PERFORM LOAD-LANGUAGES-PARA.
           PERFORM LOAD-PREF-PARA.
           OPEN INPUT CUSTMST-FILE.
           IF CUSTMST-FILE-STATUS NOT = "00"
              DISPLAY "CUSTOMER MASTER NOT AVAILABLE, CIF CHECKS "
                      "SKIPPED, STATUS=" CUSTMST-FILE-STATUS
           END-IF.
           PERFORM TAKE-MAINT-PARA.
           IF CUSTMST-FILE-STATUS = "00"
              CLOSE CUSTMST-FILE
           END-IF.
           PERFORM REWRITE-PREF-PARA.
           CLOSE AUDIT-FILE.
           DISPLAY "CUSTOMER PREFERENCE MAINTENANCE SUMMARY - CYCLE "
                   WS-CYCLE-ID.
           DISPLAY "  PREFERENCES RECORDED: " WS-CTL-SET.
           DISPLAY "  PREFERENCES REMOVED : " WS-CTL-REMOVED.
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

       LOAD-LANGUAGES-PARA.
           MOVE 1 TO WS-LANG-COUNT
           MOVE "EN" TO WS-LG-CODE (1)
           OPEN INPUT TMPL-FILE
           IF TMPL-FILE-STATUS = "00"
              PERFORM UNTIL TMPL-FILE-STATUS NOT = "00"
                 READ TMPL-FILE
                   AT END
                     MOVE "10" TO TMPL-FILE-STATUS
                   NOT AT END
                     MOVE SPACES TO WS-TP-EVENT-IN WS-TP-LANG-IN
                     UNSTRING TMPL-REC DELIMITED BY ","
                     INTO  WS-TP-EVENT-IN
                           WS-TP-LANG-IN
                     END-UNSTRING
                     PERFORM ADD-LANGUAGE-PARA
                 END-READ
              END-PERFORM
              CLOSE TMPL-FILE
           ELSE
              DISPLAY "NO NOTIFICATION TEMPLATES, ONLY EN ACCEPTED"
           END-IF.

       ADD-LANGUAGE-PARA.
           MOVE "N" TO WS-LG-FOUND
           SET WS-LG-IDX TO 1
           PERFORM UNTIL WS-LG-IDX > WS-LANG-COUNT
                      OR WS-LG-FOUND = "Y"
              IF WS-LG-CODE (WS-LG-IDX) = WS-TP-LANG-IN
                 MOVE "Y" TO WS-LG-FOUND
              END-IF
              SET WS-LG-IDX UP BY 1
           END-PERFORM
           IF WS-LG-FOUND NOT = "Y"
              AND WS-TP-LANG-IN NOT = SPACES
              AND WS-LANG-COUNT < 30
              ADD 1 TO WS-LANG-COUNT
              MOVE WS-TP-LANG-IN TO WS-LG-CODE (WS-LANG-COUNT)
           END-IF.

       LOAD-PREF-PARA.
           MOVE 0 TO WS-PREF-COUNT
           OPEN INPUT PREF-FILE
           IF PREF-FILE-STATUS = "00"
              PERFORM UNTIL PREF-FILE-STATUS NOT = "00"
                 READ PREF-FILE
                   AT END
                     MOVE "10" TO PREF-FILE-STATUS
                   NOT AT END
                     IF WS-PREF-COUNT >= 5000
                        DISPLAY "PREFERENCE TABLE CAPACITY "
                                "EXCEEDED AT 5000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-PREF-COUNT
                     SET WS-PF-IDX TO WS-PREF-COUNT
                     MOVE SPACES TO WS-PF-LINE-IN
                     UNSTRING PREF-REC DELIMITED BY ","
                     INTO  WS-PF-PAN-IN
                           WS-PF-LANG-IN
                           WS-PF-CHANNEL-IN
                           WS-PF-FROM-IN
                           WS-PF-TO-IN
                           WS-PF-DATE-IN
                     END-UNSTRING
                     MOVE WS-PF-LINE-IN TO WS-PF-ENTRY (WS-PF-IDX)
                 END-READ
              END-PERFORM
              CLOSE PREF-FILE
           ELSE
              DISPLAY "NO PREFERENCE MASTER YET, STARTING EMPTY"
           END-IF.

       TAKE-MAINT-PARA.
           OPEN INPUT MAINT-FILE
           IF MAINT-FILE-STATUS NOT = "00"
              DISPLAY "NO PREFERENCE REQUESTS THIS RUN"
           ELSE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ MAINT-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      IF MAINT-REC(1:6) NOT = "ACTION"
                         MOVE SPACES TO WS-MT-LANG-IN
                                        WS-MT-CHANNEL-IN
                                        WS-MT-FROM-IN
                                        WS-MT-TO-IN
                                        WS-MT-MAKER-IN
                         UNSTRING MAINT-REC DELIMITED BY ","
                         INTO WS-MT-ACTION-IN
                              WS-MT-PAN-IN
                              WS-MT-LANG-IN
                              WS-MT-CHANNEL-IN
                              WS-MT-FROM-IN
                              WS-MT-TO-IN
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
           MOVE "PREF"         TO WS-AU-ACTION
           IF WS-MT-MAKER-IN = SPACES
              ADD 1 TO WS-CTL-REFUSED
              DISPLAY "PREFERENCE REQUEST WITHOUT MAKER ID "
                      "REFUSED: " WS-MT-PAN-IN
           ELSE
              PERFORM ENCIPHER-PAN-PARA
              PERFORM FIND-PREF-PARA
              EVALUATE WS-MT-ACTION-IN
                WHEN "SET"
                     MOVE "PREFSET" TO WS-AU-ACTION
                     PERFORM SET-PREF-PARA
                WHEN "REMOVE"
                     MOVE "PREFDEL" TO WS-AU-ACTION
                     PERFORM REMOVE-PREF-PARA
                WHEN OTHER
                     MOVE "ACTION NOT SET/REMOVE"
                          TO WS-AU-RESULT
                     PERFORM REFUSE-PARA
              END-EVALUATE
           END-IF.

       REFUSE-PARA.
           ADD 1 TO WS-CTL-REFUSED
           PERFORM WRITE-AUDIT-PARA
           DISPLAY "PREFERENCE REQUEST REFUSED: " WS-MT-PAN-IN
                   " " WS-AU-RESULT.

       SET-PREF-PARA.
           PERFORM CHECK-CIF-PARA
           IF WS-CIF-FOUND NOT = "Y"
              MOVE "PAN NOT ON CUSTOMER MASTER" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              PERFORM VALIDATE-PREF-PARA
              IF WS-PREF-VALID NOT = "Y"
                 PERFORM REFUSE-PARA
              ELSE
              IF WS-PF-FOUND NOT = "Y"
                 AND WS-PREF-COUNT >= 5000
                 DISPLAY "PREFERENCE MASTER FULL, REQUEST "
                         "DROPPED: " WS-MT-PAN-IN
                 MOVE "PREFERENCE MASTER FULL" TO WS-AU-RESULT
                 PERFORM REFUSE-PARA
                 MOVE 20 TO RETURN-CODE
              ELSE
                 IF WS-PF-FOUND NOT = "Y"
                    ADD 1 TO WS-PREF-COUNT
                    SET WS-PF-IDX TO WS-PREF-COUNT
                    MOVE WS-MT-PAN-IN TO WS-PF-PAN (WS-PF-IDX)
                    MOVE "EN"         TO WS-PF-LANG (WS-PF-IDX)
                    MOVE "B"          TO WS-PF-CHANNEL (WS-PF-IDX)
                    MOVE SPACES       TO WS-PF-QUIET-FROM (WS-PF-IDX)
                                         WS-PF-QUIET-TO (WS-PF-IDX)
                 ELSE
                    SET WS-PF-IDX TO WS-FOUND-PF-IDX
                 END-IF
                 IF WS-MT-LANG-IN NOT = SPACES
                    MOVE WS-MT-LANG-IN TO WS-PF-LANG (WS-PF-IDX)
                 END-IF
                 IF WS-MT-CHANNEL NOT = SPACES
                    MOVE WS-MT-CHANNEL TO WS-PF-CHANNEL (WS-PF-IDX)
                 END-IF
                 IF WS-MT-FROM-IN NOT = SPACES
                    IF WS-MT-FROM-IN = WS-MT-TO-IN
                       MOVE SPACES TO WS-PF-QUIET-FROM (WS-PF-IDX)
                                      WS-PF-QUIET-TO (WS-PF-IDX)
                    ELSE
                       MOVE WS-MT-FROM-IN
                            TO WS-PF-QUIET-FROM (WS-PF-IDX)
                       MOVE WS-MT-TO-IN
                            TO WS-PF-QUIET-TO (WS-PF-IDX)
                    END-IF
                 END-IF
                 MOVE WS-RUN-DATE TO WS-PF-DATE (WS-PF-IDX)
                 ADD 1 TO WS-CTL-SET
                 MOVE "PREFERENCE RECORDED" TO WS-AU-RESULT
                 PERFORM WRITE-AUDIT-PARA
              END-IF
              END-IF
           END-IF.

       REMOVE-PREF-PARA.
           IF WS-PF-FOUND NOT = "Y"
              MOVE "NO PREFERENCE ON FILE" TO WS-AU-RESULT
              PERFORM REFUSE-PARA
           ELSE
              SET WS-PF-IDX TO WS-FOUND-PF-IDX
              MOVE SPACES TO WS-PF-ENTRY (WS-PF-IDX)
              ADD 1 TO WS-CTL-REMOVED
              MOVE "PREFERENCE REMOVED" TO WS-AU-RESULT
              PERFORM WRITE-AUDIT-PARA
           END-IF.

       VALIDATE-PREF-PARA.
           MOVE "Y" TO WS-PREF-VALID
           IF WS-MT-LANG-IN NOT = SPACES
              MOVE "N" TO WS-LG-FOUND
              SET WS-LG-IDX TO 1
              PERFORM UNTIL WS-LG-IDX > WS-LANG-COUNT
                         OR WS-LG-FOUND = "Y"
                 IF WS-LG-CODE (WS-LG-IDX) = WS-MT-LANG-IN
                    MOVE "Y" TO WS-LG-FOUND
                 END-IF
                 SET WS-LG-IDX UP BY 1
              END-PERFORM
              IF WS-LG-FOUND NOT = "Y"
                 MOVE "N" TO WS-PREF-VALID
                 MOVE "LANGUAGE HAS NO TEMPLATES" TO WS-AU-RESULT
              END-IF
           END-IF
           MOVE SPACES TO WS-MT-CHANNEL
           EVALUATE WS-MT-CHANNEL-IN
             WHEN SPACES
                  CONTINUE
             WHEN "SMS"
                  MOVE "S" TO WS-MT-CHANNEL
             WHEN "EMAIL"
                  MOVE "E" TO WS-MT-CHANNEL
             WHEN "BOTH"
                  MOVE "B" TO WS-MT-CHANNEL
             WHEN "POST"
                  MOVE "P" TO WS-MT-CHANNEL
             WHEN OTHER
                  MOVE "N" TO WS-PREF-VALID
                  MOVE "UNKNOWN DELIVERY CHANNEL"
                       TO WS-AU-RESULT
           END-EVALUATE
           IF WS-PREF-VALID = "Y"
              AND CUSTMST-FILE-STATUS = "00"
              EVALUATE WS-MT-CHANNEL
                WHEN "S"
                     IF CM-MOBILE = SPACES
                        MOVE "N" TO WS-PREF-VALID
                        MOVE "NO MOBILE ON CIF FOR SMS"
                             TO WS-AU-RESULT
                     END-IF
                WHEN "E"
                     IF CM-EMAIL = SPACES
                        MOVE "N" TO WS-PREF-VALID
                        MOVE "NO EMAIL ON CIF FOR EMAIL"
                             TO WS-AU-RESULT
                     END-IF
                WHEN "B"
                     IF CM-MOBILE = SPACES AND CM-EMAIL = SPACES
                        MOVE "N" TO WS-PREF-VALID
                        MOVE "NO MOBILE OR EMAIL ON CIF"
                             TO WS-AU-RESULT
                     END-IF
                WHEN "P"
                     IF CM-ADDR = SPACES
                        MOVE "N" TO WS-PREF-VALID
                        MOVE "NO ADDRESS ON CIF FOR POST"
                             TO WS-AU-RESULT
                     END-IF
              END-EVALUATE
           END-IF
           IF WS-PREF-VALID = "Y"
              AND (WS-MT-FROM-IN NOT = SPACES
                   OR WS-MT-TO-IN NOT = SPACES)
              MOVE WS-MT-FROM-IN TO WS-QUIET-TIME
              PERFORM CHECK-TIME-PARA
              IF WS-TIME-VALID = "Y"
                 MOVE WS-MT-TO-IN TO WS-QUIET-TIME
                 PERFORM CHECK-TIME-PARA
              END-IF
              IF WS-TIME-VALID NOT = "Y"
                 MOVE "N" TO WS-PREF-VALID
                 MOVE "QUIET HOURS NOT HHMM" TO WS-AU-RESULT
              END-IF
           END-IF.

       CHECK-TIME-PARA.
           MOVE "Y" TO WS-TIME-VALID
           IF WS-QUIET-TIME NOT NUMERIC
              MOVE "N" TO WS-TIME-VALID
           ELSE
              MOVE WS-QUIET-TIME(1:2) TO WS-QUIET-HH
              MOVE WS-QUIET-TIME(3:2) TO WS-QUIET-MM
              IF WS-QUIET-HH > 23 OR WS-QUIET-MM > 59
                 MOVE "N" TO WS-TIME-VALID
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
           IF CUSTMST-FILE-STATUS = "00"
              MOVE WS-MT-PAN-IN TO CM-PAN
              READ CUSTMST-FILE
                INVALID KEY
                  MOVE "N" TO WS-CIF-FOUND
              END-READ
           END-IF.

       FIND-PREF-PARA.
           MOVE "N" TO WS-PF-FOUND
           SET WS-PF-IDX TO 1
           PERFORM UNTIL WS-PF-IDX > WS-PREF-COUNT
                      OR WS-PF-FOUND = "Y"
              IF WS-PF-PAN (WS-PF-IDX) = WS-MT-PAN-IN
                 MOVE "Y" TO WS-PF-FOUND
                 SET WS-FOUND-PF-IDX TO WS-PF-IDX
              END-IF
              SET WS-PF-IDX UP BY 1
           END-PERFORM.

       REWRITE-PREF-PARA.
           OPEN OUTPUT PREF-FILE
           IF PREF-FILE-STATUS NOT = "00"
              DISPLAY "PREFERENCE MASTER REWRITE FAILED, "
                      "STATUS=" PREF-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-PF-IDX TO 1
              PERFORM UNTIL WS-PF-IDX > WS-PREF-COUNT
                 IF WS-PF-PAN (WS-PF-IDX) NOT = SPACES
                    MOVE WS-PF-PAN (WS-PF-IDX)     TO WS-WL-PAN
                    MOVE WS-PF-LANG (WS-PF-IDX)    TO WS-WL-LANG
                    MOVE WS-PF-CHANNEL (WS-PF-IDX) TO WS-WL-CHANNEL
                    MOVE WS-PF-QUIET-FROM (WS-PF-IDX)
                         TO WS-WL-QUIET-FROM
                    MOVE WS-PF-QUIET-TO (WS-PF-IDX)
                         TO WS-WL-QUIET-TO
                    MOVE WS-PF-DATE (WS-PF-IDX)    TO WS-WL-DATE
                    WRITE PREF-REC FROM WS-PREF-LINE
                 END-IF
                 SET WS-PF-IDX UP BY 1
              END-PERFORM
              CLOSE PREF-FILE
           END-IF.
