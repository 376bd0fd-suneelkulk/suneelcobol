       IDENTIFICATION DIVISION.
       PROGRAM-ID. srvreq.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-FILE ASSIGN TO "SR-CATEGORY.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS CATEGORY-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "SERVICE-REQUEST.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT NEWREQ-FILE ASSIGN TO "SERVICE-REQUEST-NEW.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS NEWREQ-FILE-STATUS.

           SELECT UPDATE-FILE ASSIGN TO "SERVICE-REQUEST-MAINT.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS UPDATE-FILE-STATUS.

           SELECT ESCALATE-FILE ASSIGN TO "SERVICE-REQUEST-ESC.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS ESCALATE-FILE-STATUS.

           SELECT AGING-FILE  ASSIGN TO "SERVICE-REQUEST-AGING.RPT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS AGING-FILE-STATUS.

           SELECT NOTIFY-FILE  ASSIGN TO "NOTIFICATION-QUEUE.TXT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS NOTIFY-FILE-STATUS.

           SELECT ACCTMST-FILE  ASSIGN TO "ACCOUNT-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS AM-ACCT-NUM
                               ALTERNATE RECORD KEY IS AM-PAN
                                   WITH DUPLICATES
                               FILE STATUS IS ACCTMST-FILE-STATUS.

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

           SELECT OPSLOG-FILE  ASSIGN TO "OPS-LOG.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS OPSLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   CATEGORY-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CATEGORY-REC            PIC X(60).

       FD   REGISTER-FILE  RECORD CONTAINS 250 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 REGISTER-REC            PIC X(250).

       FD   NEWREQ-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 NEWREQ-REC              PIC X(120).

       FD   UPDATE-FILE  RECORD CONTAINS 100 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 UPDATE-REC              PIC X(100).

       FD   ESCALATE-FILE  RECORD CONTAINS 132 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ESCALATE-REC            PIC X(132).

       FD   AGING-FILE  RECORD CONTAINS 132 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 AGING-REC               PIC X(132).

       FD   NOTIFY-FILE  RECORD CONTAINS 124 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 NOTIFY-REC.
          05 NF-CUST              PIC X(20).
          05 NF-EMAIL             PIC X(40).
          05 NF-MOBILE            PIC X(10).
          05 NF-ACCNUM            PIC X(14).
          05 NF-MESSAGE           PIC X(40).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCOUNT-MASTER-REC.
          COPY ACCTMST.

       FD   CUSTMST-FILE  RECORD CONTAINS 205 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CUST-MASTER-REC.
          COPY CUSTMST.

       FD   KEY-FILE  RECORD CONTAINS 20 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 KEY-REC                 PIC X(20).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RUNCTL-REC              PIC X(15).

       FD   OPSLOG-FILE  RECORD CONTAINS 66 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OPSLOG-REC              PIC X(66).

       WORKING-STORAGE SECTION.
       01 CATEGORY-FILE-STATUS PIC X(02).
       01 REGISTER-FILE-STATUS PIC X(02).
       01 NEWREQ-FILE-STATUS   PIC X(02).
       01 UPDATE-FILE-STATUS   PIC X(02).
       01 ESCALATE-FILE-STATUS PIC X(02).
       01 AGING-FILE-STATUS    PIC X(02).
       01 NOTIFY-FILE-STATUS   PIC X(02).
       01 ACCTMST-FILE-STATUS  PIC X(02).
       01 CUSTMST-FILE-STATUS  PIC X(02).
       01 KEY-FILE-STATUS      PIC X(02).
       01 RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUN-CTL-IN.
          COPY RUNCTL.
       01 WS-CYCLE-ID          PIC X(04) VALUE "0001".
       01 OPSLOG-FILE-STATUS   PIC X(02).
       01 WS-START-TIME        PIC 9(08) VALUE 0.
       01 WS-OPSLOG-LINE.
          COPY OPSLOG.

       01 WS-RUN-DATE          PIC X(08).
       01 WS-RUN-DATE-NUM      PIC 9(08) VALUE 0.
       01 WS-DATE-NUM          PIC 9(08) VALUE 0.
       01 WS-DUE-INT           PIC 9(08) VALUE 0.
       01 WS-AGE-DAYS          PIC S9(05) VALUE 0.
       01 WS-OVERDUE-DAYS      PIC S9(05) VALUE 0.
       01 WS-NEW-LEVEL         PIC 9(01) VALUE 0.
       01 WS-KEEP-CLOSED-DAYS  PIC 9(03) VALUE 200.
       01 WS-CUST-OPEN         PIC X(01) VALUE "N".
       01 EOF                  PIC X(01) VALUE "N".

       01 WS-CRYPTO-KEY        PIC X(16) VALUE SPACES.
       01 WS-F60-SURROGATE     PIC X(01) VALUE "N".
       01 WS-CR-PARMS.
          05 WS-CR-FUNC         PIC X(01).
          05 WS-CR-KEY          PIC X(16).
          05 WS-CR-PAN-IN       PIC X(10).
          05 WS-CR-PAN-OUT      PIC X(10).
          05 WS-CR-AADHAR-IN    PIC X(12).
          05 WS-CR-AADHAR-OUT   PIC X(12).

       01 WS-CATEGORY-TABLE.
          05 WS-CT-ENTRY OCCURS 50 TIMES INDEXED BY WS-CT-IDX.
             10 WS-CT-CODE       PIC X(04).
             10 WS-CT-DESC       PIC X(30).
             10 WS-CT-TYPE       PIC X(01).
             10 WS-CT-TAT        PIC 9(03).
       01 WS-CAT-COUNT         PIC 9(02) VALUE 0.
       01 WS-CT-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-CT-IDX      PIC 9(02) VALUE 0.
       01 WS-CT-CODE-IN        PIC X(04).
       01 WS-CT-DESC-IN        PIC X(30).
       01 WS-CT-TYPE-IN        PIC X(01).
       01 WS-CT-TAT-IN         PIC X(03).

       01 WS-REQUEST-TABLE.
          05 WS-SR-ENTRY OCCURS 5000 TIMES INDEXED BY WS-SR-IDX.
             10 WS-SR-TICKET     PIC X(16).
             10 WS-SR-PAN        PIC X(10).
             10 WS-SR-ACCT       PIC X(14).
             10 WS-SR-IFSC       PIC X(11).
             10 WS-SR-CATEGORY   PIC X(04).
             10 WS-SR-CHANNEL    PIC X(01).
             10 WS-SR-OPENED     PIC X(08).
             10 WS-SR-DUE        PIC X(08).
             10 WS-SR-STATUS     PIC X(01).
             10 WS-SR-ESC-LEVEL  PIC 9(01).
             10 WS-SR-ESC-DATE   PIC X(08).
             10 WS-SR-CLOSED     PIC X(08).
             10 WS-SR-MAKER      PIC X(10).
             10 WS-SR-DESC       PIC X(40).
             10 WS-SR-REMARKS    PIC X(40).
       01 WS-REQUEST-COUNT     PIC 9(04) VALUE 0.
       01 WS-SR-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-SR-IDX      PIC 9(04) VALUE 0.
       01 WS-SR-TICKET-IN      PIC X(16).
       01 WS-SR-PAN-IN         PIC X(10).
       01 WS-SR-ACCT-IN        PIC X(14).
       01 WS-SR-IFSC-IN        PIC X(11).
       01 WS-SR-CATEGORY-IN    PIC X(04).
       01 WS-SR-CHANNEL-IN     PIC X(01).
       01 WS-SR-OPENED-IN      PIC X(08).
       01 WS-SR-DUE-IN         PIC X(08).
       01 WS-SR-STATUS-IN      PIC X(01).
       01 WS-SR-ESC-LEVEL-IN   PIC X(01).
       01 WS-SR-ESC-DATE-IN    PIC X(08).
       01 WS-SR-CLOSED-IN      PIC X(08).
       01 WS-SR-MAKER-IN       PIC X(10).
       01 WS-SR-DESC-IN        PIC X(40).
       01 WS-SR-REMARKS-IN     PIC X(40).

       01 WS-LAST-SEQ          PIC 9(06) VALUE 0.
       01 WS-NEW-TICKET.
          05 FILLER              PIC X(02) VALUE "SR".
          05 WS-TK-DATE          PIC X(08).
          05 WS-TK-SEQ           PIC 9(06).

       01 WS-NR-ACCT-IN        PIC X(14).
       01 WS-NR-PAN-IN         PIC X(10).
       01 WS-NR-CAT-IN         PIC X(04).
       01 WS-NR-CHANNEL-IN     PIC X(01).
       01 WS-NR-DESC-IN        PIC X(40).
       01 WS-NR-MAKER-IN       PIC X(10).
       01 WS-NR-IFSC           PIC X(11).
       01 WS-NR-REASON         PIC X(30).
       01 WS-XREF-EOF          PIC X(01) VALUE "N".

       01 WS-UP-TICKET-IN      PIC X(16).
       01 WS-UP-ACTION-IN      PIC X(06).
       01 WS-UP-REMARKS-IN     PIC X(40).
       01 WS-UP-MAKER-IN       PIC X(10).
       01 WS-UP-REASON         PIC X(30).

       01 WS-BRANCH-TABLE.
          05 WS-BR-ENTRY OCCURS 200 TIMES INDEXED BY WS-BR-IDX.
             10 WS-BR-IFSC       PIC X(11).
             10 WS-BR-OPEN       PIC 9(05).
             10 WS-BR-IN-TAT     PIC 9(05).
             10 WS-BR-PAST-7     PIC 9(05).
             10 WS-BR-PAST-30    PIC 9(05).
             10 WS-BR-PAST-30P   PIC 9(05).
             10 WS-BR-ESCALATED  PIC 9(05).
       01 WS-BRANCH-COUNT      PIC 9(03) VALUE 0.
       01 WS-BR-FOUND          PIC X(01) VALUE "N".
       01 WS-FOUND-BR-IDX      PIC 9(03) VALUE 0.

       01 WS-CTL-NEW           PIC 9(07) VALUE 0.
       01 WS-CTL-REFUSED       PIC 9(07) VALUE 0.
       01 WS-CTL-UPDATED       PIC 9(07) VALUE 0.
       01 WS-CTL-CLOSED        PIC 9(07) VALUE 0.
       01 WS-CTL-REOPENED      PIC 9(07) VALUE 0.
       01 WS-CTL-UPD-REFUSED   PIC 9(07) VALUE 0.
       01 WS-CTL-ESCALATED     PIC 9(07) VALUE 0.
       01 WS-CTL-OPEN          PIC 9(07) VALUE 0.
       01 WS-CTL-NOTICES       PIC 9(07) VALUE 0.
       01 WS-CTL-NO-CONTACT    PIC 9(07) VALUE 0.
       01 WS-CTL-PURGED        PIC 9(07) VALUE 0.
       01 WS-TOT-IN-TAT        PIC 9(07) VALUE 0.
       01 WS-TOT-PAST-7        PIC 9(07) VALUE 0.
       01 WS-TOT-PAST-30       PIC 9(07) VALUE 0.
       01 WS-TOT-PAST-30P      PIC 9(07) VALUE 0.
       01 WS-TOT-ESCALATED     PIC 9(07) VALUE 0.

       01 WS-REGISTER-LINE.
          COPY SRVREQ.

       01 WH-ESC-HDR1.
          05 FILLER PIC X(30) VALUE
             "SERVICE REQUEST ESCALATIONS - ".
          05 WS-EH-DATE          PIC X(08).
       01 WH-ESC-HDR2.
          05 FILLER PIC X(18) VALUE "TICKET".
          05 FILLER PIC X(13) VALUE "BRANCH".
          05 FILLER PIC X(06) VALUE "CAT".
          05 FILLER PIC X(10) VALUE "OPENED".
          05 FILLER PIC X(10) VALUE "DUE".
          05 FILLER PIC X(07) VALUE "LATE".
          05 FILLER PIC X(04) VALUE "LVL".
          05 FILLER PIC X(24) VALUE "ESCALATED TO".
       01 WS-ESC-DETAIL.
          05 WS-ED-TICKET        PIC X(16).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ED-IFSC          PIC X(11).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ED-CAT           PIC X(04).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ED-OPENED        PIC X(08).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ED-DUE           PIC X(08).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ED-LATE          PIC ZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-ED-LEVEL         PIC 9(01).
          05 FILLER              PIC X(03) VALUE SPACES.
          05 WS-ED-TARGET        PIC X(24).

       01 WH-AGING-HDR1.
          05 FILLER PIC X(34) VALUE
             "SERVICE REQUEST AGING BY BRANCH - ".
          05 WS-AH-DATE          PIC X(08).
       01 WH-AGING-HDR2.
          05 FILLER PIC X(13) VALUE "BRANCH".
          05 FILLER PIC X(09) VALUE "   OPEN".
          05 FILLER PIC X(09) VALUE " IN TAT".
          05 FILLER PIC X(09) VALUE "  1-7 DY".
          05 FILLER PIC X(09) VALUE " 8-30 DY".
          05 FILLER PIC X(09) VALUE "  30+ DY".
          05 FILLER PIC X(09) VALUE "  ESCLTD".
       01 WS-AGING-DETAIL.
          05 WS-AG-IFSC          PIC X(11).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AG-OPEN          PIC ZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AG-IN-TAT        PIC ZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AG-PAST-7        PIC ZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AG-PAST-30       PIC ZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AG-PAST-30P      PIC ZZZZZZ9.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AG-ESCALATED     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE SERVICE REQUEST TRACKING PROGRAM".
           ACCEPT WS-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-CONTROL-PARA.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           PERFORM LOAD-KEY-PARA.
           PERFORM LOAD-CATEGORIES-PARA.
           IF WS-CAT-COUNT = 0
              DISPLAY "SERVICE REQUEST CATEGORY FILE MISSING OR "
                      "EMPTY - RUN STOPPED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-REGISTER-PARA.
           PERFORM FIND-LAST-TICKET-PARA.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-FILE-STATUS NOT = "00"
              DISPLAY "OPEN ACCOUNT MASTER FAILED FILE STATUS ="
                      ACCTMST-FILE-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUSTMST-FILE.
           IF CUSTMST-FILE-STATUS = "00"
              MOVE "Y" TO WS-CUST-OPEN
           ELSE
              DISPLAY "CUSTOMER MASTER NOT AVAILABLE, NO CUSTOMER "
                      "NOTICES QUEUED, STATUS=" CUSTMST-FILE-STATUS
           END-IF.
           PERFORM OPEN-NOTIFY-PARA.
           PERFORM INTAKE-REQUESTS-PARA.
           PERFORM TAKE-UPDATES-PARA.
           OPEN OUTPUT ESCALATE-FILE.
           IF ESCALATE-FILE-STATUS NOT = "00"
              DISPLAY "ESCALATION REPORT OPEN FAILED, STATUS="
                      ESCALATE-FILE-STATUS
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-EH-DATE.
           WRITE ESCALATE-REC FROM WH-ESC-HDR1.
           WRITE ESCALATE-REC FROM WH-ESC-HDR2.
           SET WS-SR-IDX TO 1.
           PERFORM UNTIL WS-SR-IDX > WS-REQUEST-COUNT
              IF WS-SR-STATUS (WS-SR-IDX) = "O"
                 OR WS-SR-STATUS (WS-SR-IDX) = "W"
                 PERFORM ESCALATE-ONE-PARA
              END-IF
              SET WS-SR-IDX UP BY 1
           END-PERFORM.
           CLOSE ESCALATE-FILE.
           CLOSE NOTIFY-FILE.
           IF WS-CUST-OPEN = "Y"
              CLOSE CUSTMST-FILE
           END-IF.
           CLOSE ACCTMST-FILE.
           PERFORM WRITE-AGING-REPORT-PARA.
           PERFORM REWRITE-REGISTER-PARA.
           PERFORM APPEND-OPSLOG-PARA.
           DISPLAY "SERVICE REQUEST SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  NEW TICKETS        : " WS-CTL-NEW.
           DISPLAY "  INTAKE REFUSED     : " WS-CTL-REFUSED.
           DISPLAY "  STATUS UPDATES     : " WS-CTL-UPDATED.
           DISPLAY "  CLOSED             : " WS-CTL-CLOSED.
           DISPLAY "  REOPENED           : " WS-CTL-REOPENED.
           DISPLAY "  UPDATES REFUSED    : " WS-CTL-UPD-REFUSED.
           DISPLAY "  ESCALATED          : " WS-CTL-ESCALATED.
           DISPLAY "  STILL OPEN         : " WS-CTL-OPEN.
           DISPLAY "  NOTICES QUEUED     : " WS-CTL-NOTICES.
           DISPLAY "  NO CONTACT ON FILE : " WS-CTL-NO-CONTACT.
           DISPLAY "  PURGED             : " WS-CTL-PURGED.

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

       LOAD-CATEGORIES-PARA.
           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT CATEGORY-FILE
           IF CATEGORY-FILE-STATUS = "00"
              PERFORM UNTIL CATEGORY-FILE-STATUS NOT = "00"
                 READ CATEGORY-FILE
                   AT END
                     MOVE "10" TO CATEGORY-FILE-STATUS
                   NOT AT END
                     IF CATEGORY-REC(1:8) NOT = "CATEGORY"
                        AND WS-CAT-COUNT < 50
                        UNSTRING CATEGORY-REC DELIMITED BY ","
                        INTO  WS-CT-CODE-IN
                              WS-CT-DESC-IN
                              WS-CT-TYPE-IN
                              WS-CT-TAT-IN
                        END-UNSTRING
                        IF FUNCTION TEST-NUMVAL(WS-CT-TAT-IN) = 0
                           ADD 1 TO WS-CAT-COUNT
                           SET WS-CT-IDX TO WS-CAT-COUNT
                           MOVE WS-CT-CODE-IN TO WS-CT-CODE (WS-CT-IDX)
                           MOVE WS-CT-DESC-IN TO WS-CT-DESC (WS-CT-IDX)
                           MOVE WS-CT-TYPE-IN TO WS-CT-TYPE (WS-CT-IDX)
                           COMPUTE WS-CT-TAT (WS-CT-IDX) =
                                   FUNCTION NUMVAL(WS-CT-TAT-IN)
                        ELSE
                           DISPLAY "CATEGORY WITH INVALID TURNAROUND "
                                   "IGNORED: " WS-CT-CODE-IN
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE CATEGORY-FILE
           END-IF.

       FIND-CATEGORY-PARA.
           MOVE "N" TO WS-CT-FOUND
           SET WS-CT-IDX TO 1
           PERFORM UNTIL WS-CT-IDX > WS-CAT-COUNT
                      OR WS-CT-FOUND = "Y"
              IF WS-CT-CODE (WS-CT-IDX) = WS-NR-CAT-IN
                 MOVE "Y" TO WS-CT-FOUND
                 SET WS-FOUND-CT-IDX TO WS-CT-IDX
              END-IF
              SET WS-CT-IDX UP BY 1
           END-PERFORM.

       LOAD-REGISTER-PARA.
           MOVE 0 TO WS-REQUEST-COUNT
           OPEN INPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS = "00"
              PERFORM UNTIL REGISTER-FILE-STATUS NOT = "00"
                 READ REGISTER-FILE
                   AT END
                     MOVE "10" TO REGISTER-FILE-STATUS
                   NOT AT END
                     IF WS-REQUEST-COUNT >= 5000
                        DISPLAY "SERVICE REQUEST REGISTER CAPACITY "
                                "EXCEEDED AT 5000 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     ADD 1 TO WS-REQUEST-COUNT
                     SET WS-SR-IDX TO WS-REQUEST-COUNT
                     MOVE SPACES TO WS-SR-REMARKS-IN
                     UNSTRING REGISTER-REC DELIMITED BY ","
                     INTO  WS-SR-TICKET-IN
                           WS-SR-PAN-IN
                           WS-SR-ACCT-IN
                           WS-SR-IFSC-IN
                           WS-SR-CATEGORY-IN
                           WS-SR-CHANNEL-IN
                           WS-SR-OPENED-IN
                           WS-SR-DUE-IN
                           WS-SR-STATUS-IN
                           WS-SR-ESC-LEVEL-IN
                           WS-SR-ESC-DATE-IN
                           WS-SR-CLOSED-IN
                           WS-SR-MAKER-IN
                           WS-SR-DESC-IN
                           WS-SR-REMARKS-IN
                     END-UNSTRING
                     MOVE WS-SR-TICKET-IN TO WS-SR-TICKET (WS-SR-IDX)
                     MOVE WS-SR-PAN-IN    TO WS-SR-PAN (WS-SR-IDX)
                     MOVE WS-SR-ACCT-IN   TO WS-SR-ACCT (WS-SR-IDX)
                     MOVE WS-SR-IFSC-IN   TO WS-SR-IFSC (WS-SR-IDX)
                     MOVE WS-SR-CATEGORY-IN
                          TO WS-SR-CATEGORY (WS-SR-IDX)
                     MOVE WS-SR-CHANNEL-IN
                          TO WS-SR-CHANNEL (WS-SR-IDX)
                     MOVE WS-SR-OPENED-IN TO WS-SR-OPENED (WS-SR-IDX)
                     MOVE WS-SR-DUE-IN    TO WS-SR-DUE (WS-SR-IDX)
                     MOVE WS-SR-STATUS-IN TO WS-SR-STATUS (WS-SR-IDX)
                     IF WS-SR-ESC-LEVEL-IN NUMERIC
                        MOVE WS-SR-ESC-LEVEL-IN
                             TO WS-SR-ESC-LEVEL (WS-SR-IDX)
                     ELSE
                        MOVE 0 TO WS-SR-ESC-LEVEL (WS-SR-IDX)
                     END-IF
                     MOVE WS-SR-ESC-DATE-IN
                          TO WS-SR-ESC-DATE (WS-SR-IDX)
                     MOVE WS-SR-CLOSED-IN TO WS-SR-CLOSED (WS-SR-IDX)
                     MOVE WS-SR-MAKER-IN  TO WS-SR-MAKER (WS-SR-IDX)
                     MOVE WS-SR-DESC-IN   TO WS-SR-DESC (WS-SR-IDX)
                     MOVE WS-SR-REMARKS-IN
                          TO WS-SR-REMARKS (WS-SR-IDX)
                 END-READ
              END-PERFORM
              CLOSE REGISTER-FILE
           ELSE
              DISPLAY "SERVICE REQUEST REGISTER NOT FOUND, STARTING "
                      "A NEW REGISTER"
           END-IF.

       FIND-LAST-TICKET-PARA.
           MOVE 0 TO WS-LAST-SEQ
           SET WS-SR-IDX TO 1
           PERFORM UNTIL WS-SR-IDX > WS-REQUEST-COUNT
              IF WS-SR-TICKET (WS-SR-IDX)(3:8) = WS-RUN-DATE
                 AND WS-SR-TICKET (WS-SR-IDX)(11:6) NUMERIC
                 AND WS-SR-TICKET (WS-SR-IDX)(11:6) > WS-LAST-SEQ
                 MOVE WS-SR-TICKET (WS-SR-IDX)(11:6) TO WS-LAST-SEQ
              END-IF
              SET WS-SR-IDX UP BY 1
           END-PERFORM.

       FIND-TICKET-PARA.
           MOVE "N" TO WS-SR-FOUND
           SET WS-SR-IDX TO 1
           PERFORM UNTIL WS-SR-IDX > WS-REQUEST-COUNT
                      OR WS-SR-FOUND = "Y"
              IF WS-SR-TICKET (WS-SR-IDX) = WS-UP-TICKET-IN
                 MOVE "Y" TO WS-SR-FOUND
                 SET WS-FOUND-SR-IDX TO WS-SR-IDX
              END-IF
              SET WS-SR-IDX UP BY 1
           END-PERFORM.

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
              MOVE 28 TO RETURN-CODE
              STOP RUN
           END-IF.

       INTAKE-REQUESTS-PARA.
           OPEN INPUT NEWREQ-FILE
           IF NEWREQ-FILE-STATUS NOT = "00"
              DISPLAY "NO NEW SERVICE REQUESTS THIS RUN"
           ELSE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ NEWREQ-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      IF NEWREQ-REC(1:7) NOT = "ACCOUNT"
                         MOVE SPACES TO WS-NR-ACCT-IN
                                        WS-NR-PAN-IN
                                        WS-NR-CAT-IN
                                        WS-NR-CHANNEL-IN
                                        WS-NR-DESC-IN
                                        WS-NR-MAKER-IN
                         UNSTRING NEWREQ-REC DELIMITED BY ","
                         INTO WS-NR-ACCT-IN
                              WS-NR-PAN-IN
                              WS-NR-CAT-IN
                              WS-NR-CHANNEL-IN
                              WS-NR-DESC-IN
                              WS-NR-MAKER-IN
                         END-UNSTRING
                         PERFORM REGISTER-REQUEST-PARA
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE NEWREQ-FILE
           END-IF.

       REGISTER-REQUEST-PARA.
           MOVE SPACES TO WS-NR-REASON
           PERFORM FIND-CATEGORY-PARA
           IF WS-NR-MAKER-IN = SPACES
              MOVE "NO MAKER ID" TO WS-NR-REASON
           ELSE
           IF WS-NR-ACCT-IN = SPACES AND WS-NR-PAN-IN = SPACES
              MOVE "NO ACCOUNT OR CIF GIVEN" TO WS-NR-REASON
           ELSE
           IF WS-CT-FOUND NOT = "Y"
              MOVE "UNKNOWN CATEGORY" TO WS-NR-REASON
           ELSE
           IF WS-REQUEST-COUNT >= 5000
              MOVE "SERVICE REQUEST REGISTER FULL" TO WS-NR-REASON
              MOVE 20 TO RETURN-CODE
           ELSE
           IF WS-NR-ACCT-IN NOT = SPACES
              MOVE WS-NR-ACCT-IN TO AM-ACCT-NUM
              READ ACCTMST-FILE
                INVALID KEY
                  MOVE "ACCOUNT NOT FOUND" TO WS-NR-REASON
                NOT INVALID KEY
                  MOVE AM-PAN  TO WS-NR-PAN-IN
                  MOVE AM-IFSC TO WS-NR-IFSC
              END-READ
           ELSE
              PERFORM ENCIPHER-PAN-PARA
              PERFORM FIND-CIF-BRANCH-PARA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-NR-REASON NOT = SPACES
              ADD 1 TO WS-CTL-REFUSED
              DISPLAY "SERVICE REQUEST REFUSED: " WS-NR-ACCT-IN
                      " " WS-NR-CAT-IN " - " WS-NR-REASON
           ELSE
              PERFORM ADD-TICKET-PARA
           END-IF.

       FIND-CIF-BRANCH-PARA.
           MOVE WS-NR-PAN-IN TO AM-PAN
           START ACCTMST-FILE KEY = AM-PAN
             INVALID KEY
               MOVE "NO ACCOUNT FOR CIF" TO WS-NR-REASON
             NOT INVALID KEY
               READ ACCTMST-FILE NEXT
                 AT END
                   MOVE "NO ACCOUNT FOR CIF" TO WS-NR-REASON
                 NOT AT END
                   IF AM-PAN = WS-NR-PAN-IN
                      MOVE AM-IFSC TO WS-NR-IFSC
                   ELSE
                      MOVE "NO ACCOUNT FOR CIF" TO WS-NR-REASON
                   END-IF
               END-READ
           END-START.

       ENCIPHER-PAN-PARA.
           MOVE "N" TO WS-F60-SURROGATE
           IF WS-NR-PAN-IN(1:3) = "F60"
              AND WS-NR-PAN-IN(4:6) NUMERIC
              AND WS-NR-PAN-IN(10:1) = "F"
              MOVE "Y" TO WS-F60-SURROGATE
           END-IF
           IF WS-CRYPTO-KEY NOT = SPACES
              AND WS-F60-SURROGATE NOT = "Y"
              MOVE "E"           TO WS-CR-FUNC
              MOVE WS-CRYPTO-KEY TO WS-CR-KEY
              MOVE WS-NR-PAN-IN  TO WS-CR-PAN-IN
              MOVE SPACES        TO WS-CR-AADHAR-IN
              CALL "cryptid" USING WS-CR-PARMS
              MOVE WS-CR-PAN-OUT TO WS-NR-PAN-IN
           END-IF.

       ADD-TICKET-PARA.
           ADD 1 TO WS-LAST-SEQ
           MOVE WS-RUN-DATE TO WS-TK-DATE
           MOVE WS-LAST-SEQ TO WS-TK-SEQ
           SET WS-CT-IDX TO WS-FOUND-CT-IDX
           COMPUTE WS-DUE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) +
              WS-CT-TAT (WS-CT-IDX)
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           IF WS-NR-CHANNEL-IN = SPACES
              MOVE "B" TO WS-NR-CHANNEL-IN
           END-IF
           ADD 1 TO WS-REQUEST-COUNT
           SET WS-SR-IDX TO WS-REQUEST-COUNT
           MOVE WS-NEW-TICKET    TO WS-SR-TICKET (WS-SR-IDX)
           MOVE WS-NR-PAN-IN     TO WS-SR-PAN (WS-SR-IDX)
           MOVE WS-NR-ACCT-IN    TO WS-SR-ACCT (WS-SR-IDX)
           MOVE WS-NR-IFSC       TO WS-SR-IFSC (WS-SR-IDX)
           MOVE WS-NR-CAT-IN     TO WS-SR-CATEGORY (WS-SR-IDX)
           MOVE WS-NR-CHANNEL-IN TO WS-SR-CHANNEL (WS-SR-IDX)
           MOVE WS-RUN-DATE      TO WS-SR-OPENED (WS-SR-IDX)
           MOVE WS-DATE-NUM      TO WS-SR-DUE (WS-SR-IDX)
           MOVE "O"              TO WS-SR-STATUS (WS-SR-IDX)
           MOVE 0                TO WS-SR-ESC-LEVEL (WS-SR-IDX)
           MOVE SPACES           TO WS-SR-ESC-DATE (WS-SR-IDX)
           MOVE SPACES           TO WS-SR-CLOSED (WS-SR-IDX)
           MOVE WS-NR-MAKER-IN   TO WS-SR-MAKER (WS-SR-IDX)
           MOVE WS-NR-DESC-IN    TO WS-SR-DESC (WS-SR-IDX)
           MOVE SPACES           TO WS-SR-REMARKS (WS-SR-IDX)
           ADD 1 TO WS-CTL-NEW
           MOVE SPACES TO NF-MESSAGE
           STRING "REQ " WS-NEW-TICKET " LOGGED DUE " WS-DATE-NUM
                  DELIMITED BY SIZE
             INTO NF-MESSAGE
           PERFORM QUEUE-NOTICE-PARA.

       QUEUE-NOTICE-PARA.
           IF WS-CUST-OPEN = "Y"
              MOVE WS-SR-PAN (WS-SR-IDX) TO CM-PAN
              READ CUSTMST-FILE
                INVALID KEY
                  ADD 1 TO WS-CTL-NO-CONTACT
                NOT INVALID KEY
                  MOVE CM-CUST   TO NF-CUST
                  MOVE CM-EMAIL  TO NF-EMAIL
                  MOVE CM-MOBILE TO NF-MOBILE
                  MOVE WS-SR-ACCT (WS-SR-IDX) TO NF-ACCNUM
                  WRITE NOTIFY-REC
                  ADD 1 TO WS-CTL-NOTICES
              END-READ
           ELSE
              ADD 1 TO WS-CTL-NO-CONTACT
           END-IF.

       TAKE-UPDATES-PARA.
           OPEN INPUT UPDATE-FILE
           IF UPDATE-FILE-STATUS NOT = "00"
              DISPLAY "NO SERVICE REQUEST UPDATES THIS RUN"
           ELSE
              MOVE "N" TO EOF
              PERFORM UNTIL EOF = "Y"
                 READ UPDATE-FILE AT END
                      MOVE "Y" TO EOF
                   NOT AT END
                      IF UPDATE-REC(1:6) NOT = "TICKET"
                         MOVE SPACES TO WS-UP-TICKET-IN
                                        WS-UP-ACTION-IN
                                        WS-UP-REMARKS-IN
                                        WS-UP-MAKER-IN
                         UNSTRING UPDATE-REC DELIMITED BY ","
                         INTO WS-UP-TICKET-IN
                              WS-UP-ACTION-IN
                              WS-UP-REMARKS-IN
                              WS-UP-MAKER-IN
                         END-UNSTRING
                         PERFORM UPDATE-ONE-PARA
                      END-IF
                 END-READ
              END-PERFORM
              CLOSE UPDATE-FILE
           END-IF.

       UPDATE-ONE-PARA.
           MOVE SPACES TO WS-UP-REASON
           PERFORM FIND-TICKET-PARA
           IF WS-UP-MAKER-IN = SPACES
              MOVE "NO MAKER ID" TO WS-UP-REASON
           ELSE
           IF WS-SR-FOUND NOT = "Y"
              MOVE "TICKET NOT ON REGISTER" TO WS-UP-REASON
           ELSE
              SET WS-SR-IDX TO WS-FOUND-SR-IDX
              EVALUATE WS-UP-ACTION-IN
                 WHEN "WORK"
                    IF WS-SR-STATUS (WS-SR-IDX) = "O"
                       OR WS-SR-STATUS (WS-SR-IDX) = "W"
                       MOVE "W" TO WS-SR-STATUS (WS-SR-IDX)
                       PERFORM STAMP-UPDATE-PARA
                    ELSE
                       MOVE "TICKET NOT OPEN" TO WS-UP-REASON
                    END-IF
                 WHEN "CLOSE"
                    IF WS-SR-STATUS (WS-SR-IDX) = "O"
                       OR WS-SR-STATUS (WS-SR-IDX) = "W"
                       MOVE "C" TO WS-SR-STATUS (WS-SR-IDX)
                       MOVE WS-RUN-DATE TO WS-SR-CLOSED (WS-SR-IDX)
                       PERFORM STAMP-UPDATE-PARA
                       ADD 1 TO WS-CTL-CLOSED
                       MOVE SPACES TO NF-MESSAGE
                       STRING "REQ " WS-SR-TICKET (WS-SR-IDX)
                              " RESOLVED AND CLOSED"
                              DELIMITED BY SIZE
                         INTO NF-MESSAGE
                       PERFORM QUEUE-NOTICE-PARA
                    ELSE
                       MOVE "TICKET NOT OPEN" TO WS-UP-REASON
                    END-IF
                 WHEN "REOPEN"
                    IF WS-SR-STATUS (WS-SR-IDX) = "C"
                       MOVE "O" TO WS-SR-STATUS (WS-SR-IDX)
                       MOVE SPACES TO WS-SR-CLOSED (WS-SR-IDX)
                       PERFORM STAMP-UPDATE-PARA
                       ADD 1 TO WS-CTL-REOPENED
                    ELSE
                       MOVE "TICKET NOT CLOSED" TO WS-UP-REASON
                    END-IF
                 WHEN OTHER
                    MOVE "UNKNOWN UPDATE ACTION" TO WS-UP-REASON
              END-EVALUATE
           END-IF
           END-IF
           IF WS-UP-REASON NOT = SPACES
              ADD 1 TO WS-CTL-UPD-REFUSED
              DISPLAY "SERVICE REQUEST UPDATE REFUSED: "
                      WS-UP-TICKET-IN " - " WS-UP-REASON
           END-IF.

       STAMP-UPDATE-PARA.
           ADD 1 TO WS-CTL-UPDATED
           MOVE WS-UP-MAKER-IN TO WS-SR-MAKER (WS-SR-IDX)
           IF WS-UP-REMARKS-IN NOT = SPACES
              MOVE WS-UP-REMARKS-IN TO WS-SR-REMARKS (WS-SR-IDX)
           END-IF.

       ESCALATE-ONE-PARA.
           PERFORM COMPUTE-AGE-PARA
           EVALUATE TRUE
              WHEN WS-OVERDUE-DAYS <= 0
                 MOVE 0 TO WS-NEW-LEVEL
              WHEN WS-AGE-DAYS > 30
                 MOVE 3 TO WS-NEW-LEVEL
              WHEN WS-OVERDUE-DAYS > 7
                 MOVE 2 TO WS-NEW-LEVEL
              WHEN OTHER
                 MOVE 1 TO WS-NEW-LEVEL
           END-EVALUATE
           IF WS-NEW-LEVEL > WS-SR-ESC-LEVEL (WS-SR-IDX)
              MOVE WS-NEW-LEVEL TO WS-SR-ESC-LEVEL (WS-SR-IDX)
              MOVE WS-RUN-DATE  TO WS-SR-ESC-DATE (WS-SR-IDX)
              ADD 1 TO WS-CTL-ESCALATED
              MOVE WS-SR-TICKET (WS-SR-IDX)   TO WS-ED-TICKET
              MOVE WS-SR-IFSC (WS-SR-IDX)     TO WS-ED-IFSC
              MOVE WS-SR-CATEGORY (WS-SR-IDX) TO WS-ED-CAT
              MOVE WS-SR-OPENED (WS-SR-IDX)   TO WS-ED-OPENED
              MOVE WS-SR-DUE (WS-SR-IDX)      TO WS-ED-DUE
              MOVE WS-OVERDUE-DAYS            TO WS-ED-LATE
              MOVE WS-NEW-LEVEL               TO WS-ED-LEVEL
              EVALUATE WS-NEW-LEVEL
                 WHEN 1
                    MOVE "BRANCH MANAGER"   TO WS-ED-TARGET
                 WHEN 2
                    MOVE "REGIONAL OFFICE"  TO WS-ED-TARGET
                 WHEN OTHER
                    MOVE "PRINCIPAL NODAL OFFICER" TO WS-ED-TARGET
              END-EVALUATE
              WRITE ESCALATE-REC FROM WS-ESC-DETAIL
           END-IF.

       COMPUTE-AGE-PARA.
           MOVE WS-SR-OPENED (WS-SR-IDX) TO WS-DATE-NUM
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE WS-SR-DUE (WS-SR-IDX) TO WS-DATE-NUM
           COMPUTE WS-OVERDUE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

       WRITE-AGING-REPORT-PARA.
           SET WS-SR-IDX TO 1
           PERFORM UNTIL WS-SR-IDX > WS-REQUEST-COUNT
              IF WS-SR-STATUS (WS-SR-IDX) = "O"
                 OR WS-SR-STATUS (WS-SR-IDX) = "W"
                 PERFORM COUNT-BRANCH-AGING-PARA
              END-IF
              SET WS-SR-IDX UP BY 1
           END-PERFORM
           OPEN OUTPUT AGING-FILE
           IF AGING-FILE-STATUS NOT = "00"
              DISPLAY "SERVICE REQUEST AGING REPORT OPEN FAILED, "
                      "STATUS=" AGING-FILE-STATUS
              MOVE 28 TO RETURN-CODE
           ELSE
              MOVE WS-RUN-DATE TO WS-AH-DATE
              WRITE AGING-REC FROM WH-AGING-HDR1
              WRITE AGING-REC FROM WH-AGING-HDR2
              SET WS-BR-IDX TO 1
              PERFORM UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                 MOVE WS-BR-IFSC (WS-BR-IDX)      TO WS-AG-IFSC
                 MOVE WS-BR-OPEN (WS-BR-IDX)      TO WS-AG-OPEN
                 MOVE WS-BR-IN-TAT (WS-BR-IDX)    TO WS-AG-IN-TAT
                 MOVE WS-BR-PAST-7 (WS-BR-IDX)    TO WS-AG-PAST-7
                 MOVE WS-BR-PAST-30 (WS-BR-IDX)   TO WS-AG-PAST-30
                 MOVE WS-BR-PAST-30P (WS-BR-IDX)  TO WS-AG-PAST-30P
                 MOVE WS-BR-ESCALATED (WS-BR-IDX) TO WS-AG-ESCALATED
                 WRITE AGING-REC FROM WS-AGING-DETAIL
                 SET WS-BR-IDX UP BY 1
              END-PERFORM
              MOVE SPACES TO AGING-REC
              WRITE AGING-REC
              MOVE "TOTAL"           TO WS-AG-IFSC
              MOVE WS-CTL-OPEN       TO WS-AG-OPEN
              MOVE WS-TOT-IN-TAT     TO WS-AG-IN-TAT
              MOVE WS-TOT-PAST-7     TO WS-AG-PAST-7
              MOVE WS-TOT-PAST-30    TO WS-AG-PAST-30
              MOVE WS-TOT-PAST-30P   TO WS-AG-PAST-30P
              MOVE WS-TOT-ESCALATED  TO WS-AG-ESCALATED
              WRITE AGING-REC FROM WS-AGING-DETAIL
              CLOSE AGING-FILE
           END-IF.

       COUNT-BRANCH-AGING-PARA.
           ADD 1 TO WS-CTL-OPEN
           PERFORM COMPUTE-AGE-PARA
           MOVE "N" TO WS-BR-FOUND
           SET WS-BR-IDX TO 1
           PERFORM UNTIL WS-BR-IDX > WS-BRANCH-COUNT
                      OR WS-BR-FOUND = "Y"
              IF WS-BR-IFSC (WS-BR-IDX) = WS-SR-IFSC (WS-SR-IDX)
                 MOVE "Y" TO WS-BR-FOUND
                 SET WS-FOUND-BR-IDX TO WS-BR-IDX
              END-IF
              SET WS-BR-IDX UP BY 1
           END-PERFORM
           IF WS-BR-FOUND NOT = "Y"
              IF WS-BRANCH-COUNT < 200
                 ADD 1 TO WS-BRANCH-COUNT
                 MOVE WS-BRANCH-COUNT TO WS-FOUND-BR-IDX
                 SET WS-BR-IDX TO WS-FOUND-BR-IDX
                 MOVE WS-SR-IFSC (WS-SR-IDX) TO WS-BR-IFSC (WS-BR-IDX)
                 MOVE 0 TO WS-BR-OPEN (WS-BR-IDX)
                           WS-BR-IN-TAT (WS-BR-IDX)
                           WS-BR-PAST-7 (WS-BR-IDX)
                           WS-BR-PAST-30 (WS-BR-IDX)
                           WS-BR-PAST-30P (WS-BR-IDX)
                           WS-BR-ESCALATED (WS-BR-IDX)
                 MOVE "Y" TO WS-BR-FOUND
              END-IF
           END-IF
           IF WS-BR-FOUND = "Y"
              SET WS-BR-IDX TO WS-FOUND-BR-IDX
              ADD 1 TO WS-BR-OPEN (WS-BR-IDX)
              EVALUATE TRUE
                 WHEN WS-OVERDUE-DAYS <= 0
                    ADD 1 TO WS-BR-IN-TAT (WS-BR-IDX)
                 WHEN WS-OVERDUE-DAYS <= 7
                    ADD 1 TO WS-BR-PAST-7 (WS-BR-IDX)
                 WHEN WS-OVERDUE-DAYS <= 30
                    ADD 1 TO WS-BR-PAST-30 (WS-BR-IDX)
                 WHEN OTHER
                    ADD 1 TO WS-BR-PAST-30P (WS-BR-IDX)
              END-EVALUATE
              IF WS-SR-ESC-LEVEL (WS-SR-IDX) > 0
                 ADD 1 TO WS-BR-ESCALATED (WS-BR-IDX)
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-OVERDUE-DAYS <= 0
                 ADD 1 TO WS-TOT-IN-TAT
              WHEN WS-OVERDUE-DAYS <= 7
                 ADD 1 TO WS-TOT-PAST-7
              WHEN WS-OVERDUE-DAYS <= 30
                 ADD 1 TO WS-TOT-PAST-30
              WHEN OTHER
                 ADD 1 TO WS-TOT-PAST-30P
           END-EVALUATE
           IF WS-SR-ESC-LEVEL (WS-SR-IDX) > 0
              ADD 1 TO WS-TOT-ESCALATED
           END-IF.

       REWRITE-REGISTER-PARA.
           OPEN OUTPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
              DISPLAY "SERVICE REQUEST REGISTER REWRITE FAILED, "
                      "STATUS=" REGISTER-FILE-STATUS
              MOVE 20 TO RETURN-CODE
           ELSE
              SET WS-SR-IDX TO 1
              PERFORM UNTIL WS-SR-IDX > WS-REQUEST-COUNT
                 MOVE 0 TO WS-AGE-DAYS
                 IF WS-SR-CLOSED (WS-SR-IDX) NUMERIC
                    MOVE WS-SR-CLOSED (WS-SR-IDX) TO WS-DATE-NUM
                    COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 END-IF
                 IF WS-SR-STATUS (WS-SR-IDX) = "C"
                    AND WS-AGE-DAYS > WS-KEEP-CLOSED-DAYS
                    ADD 1 TO WS-CTL-PURGED
                 ELSE
                    MOVE WS-SR-TICKET (WS-SR-IDX)    TO SR-TICKET
                    MOVE WS-SR-PAN (WS-SR-IDX)       TO SR-PAN
                    MOVE WS-SR-ACCT (WS-SR-IDX)      TO SR-ACCT
                    MOVE WS-SR-IFSC (WS-SR-IDX)      TO SR-IFSC
                    MOVE WS-SR-CATEGORY (WS-SR-IDX)  TO SR-CATEGORY
                    MOVE WS-SR-CHANNEL (WS-SR-IDX)   TO SR-CHANNEL
                    MOVE WS-SR-OPENED (WS-SR-IDX)    TO SR-OPENED
                    MOVE WS-SR-DUE (WS-SR-IDX)       TO SR-DUE
                    MOVE WS-SR-STATUS (WS-SR-IDX)    TO SR-STATUS
                    MOVE WS-SR-ESC-LEVEL (WS-SR-IDX) TO SR-ESC-LEVEL
                    MOVE WS-SR-ESC-DATE (WS-SR-IDX)  TO SR-ESC-DATE
                    MOVE WS-SR-CLOSED (WS-SR-IDX)    TO SR-CLOSED
                    MOVE WS-SR-MAKER (WS-SR-IDX)     TO SR-MAKER
                    MOVE WS-SR-DESC (WS-SR-IDX)      TO SR-DESC
                    MOVE WS-SR-REMARKS (WS-SR-IDX)   TO SR-REMARKS
                    WRITE REGISTER-REC FROM WS-REGISTER-LINE
                 END-IF
                 SET WS-SR-IDX UP BY 1
              END-PERFORM
              CLOSE REGISTER-FILE
           END-IF.

       APPEND-OPSLOG-PARA.
           ACCEPT WS-OPL-END-TIME FROM TIME
           MOVE "SRVREQ"           TO WS-OPL-PROGRAM
           MOVE WS-RUN-DATE        TO WS-OPL-DATE
           MOVE WS-CYCLE-ID        TO WS-OPL-CYCLE
           MOVE WS-CTL-NEW         TO WS-OPL-IN-COUNT
           MOVE WS-CTL-CLOSED      TO WS-OPL-OUT-COUNT
           MOVE WS-CTL-ESCALATED   TO WS-OPL-REJ-COUNT
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
