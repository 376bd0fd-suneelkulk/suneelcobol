                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS DND-FILE-STATUS.

           SELECT PREF-FILE  ASSIGN TO "CUST-PREF.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PREF-FILE-STATUS.

           SELECT TMPL-FILE  ASSIGN TO "NOTIFY-TEMPLATE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TMPL-FILE-STATUS.

           SELECT XREF-FILE  ASSIGN TO "ACCT-XREF.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS XR-ACCT-NUM
                               FILE STATUS IS XREF-FILE-STATUS.

           SELECT CUSTMST-FILE  ASSIGN TO "CUST-MASTER.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CM-PAN
                               FILE STATUS IS CUSTMST-FILE-STATUS.

           SELECT MAILER-FILE  ASSIGN TO "NOTIFY-MAILER.PRT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS MAILER-FILE-STATUS.

           SELECT RUNCTL-FILE  ASSIGN TO "RUN-CONTROL.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL

       01 DND-REC                 PIC X(15).

       FD   PREF-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 PREF-REC                PIC X(40).

       FD   TMPL-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TMPL-REC                PIC X(120).

       FD   XREF-FILE  RECORD CONTAINS 24 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-XREF-REC.
          COPY ACCTXREF.

       FD   CUSTMST-FILE  RECORD CONTAINS 205 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CUST-MASTER-REC.
          COPY CUSTMST.

       FD   MAILER-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 MAILER-REC              PIC X(80).

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.


       01 WS-KEEP-ENTRY         PIC X(01) VALUE "N".

       01 PREF-FILE-STATUS      PIC X(02).
       01 TMPL-FILE-STATUS      PIC X(02).
       01 XREF-FILE-STATUS      PIC X(02).
       01 CUSTMST-FILE-STATUS   PIC X(02).
       01 MAILER-FILE-STATUS    PIC X(02).
       01 WS-XREF-OPEN          PIC X(01) VALUE "N".
       01 WS-CUSTMST-OPEN       PIC X(01) VALUE "N".

       01 WS-PREF-TABLE.
          05 WS-PF-ENTRY OCCURS 5000 TIMES INDEXED BY WS-PF-IDX.
             10 WS-PF-PAN        PIC X(10).
             10 WS-PF-LANG       PIC X(02).
             10 WS-PF-CHANNEL    PIC X(01).
             10 WS-PF-QUIET-FROM PIC X(04).
             10 WS-PF-QUIET-TO   PIC X(04).
             10 WS-PF-DATE       PIC X(08).
       01 WS-PREF-COUNT         PIC 9(04) VALUE 0.
       01 WS-PF-FOUND           PIC X(01) VALUE "N".
       01 WS-PF-LINE-IN.
          05 WS-PF-PAN-IN        PIC X(10).
          05 WS-PF-LANG-IN       PIC X(02).
          05 WS-PF-CHANNEL-IN    PIC X(01).
          05 WS-PF-FROM-IN       PIC X(04).
          05 WS-PF-TO-IN         PIC X(04).
          05 WS-PF-DATE-IN       PIC X(08).

       01 WS-TMPL-TABLE.
          05 WS-TP-ENTRY OCCURS 500 TIMES INDEXED BY WS-TP-IDX.
             10 WS-TP-EVENT      PIC X(08).
             10 WS-TP-LANG       PIC X(02).
             10 WS-TP-SEQ        PIC 9(02).
             10 WS-TP-MATCH      PIC X(24).
             10 WS-TP-MATCH-LEN  PIC 9(02).
             10 WS-TP-TEXT       PIC X(70).
       01 WS-TMPL-COUNT         PIC 9(03) VALUE 0.
       01 WS-TP-EVENT-IN        PIC X(08).
       01 WS-TP-LANG-IN         PIC X(02).
       01 WS-TP-SEQ-IN          PIC X(02).
       01 WS-TP-MATCH-IN        PIC X(24).
       01 WS-TP-TEXT-IN         PIC X(70).

       01 WS-PR-PAN             PIC X(10) VALUE SPACES.
       01 WS-PR-LANG            PIC X(02) VALUE "EN".
       01 WS-PR-CHANNEL         PIC X(01) VALUE "B".
       01 WS-PR-QUIET-FROM      PIC X(04) VALUE SPACES.
       01 WS-PR-QUIET-TO        PIC X(04) VALUE SPACES.
       01 WS-SEND-EMAIL         PIC X(01) VALUE "Y".
       01 WS-SEND-SMS           PIC X(01) VALUE "Y".
       01 WS-MANDATORY          PIC X(01) VALUE "N".
       01 WS-IN-QUIET           PIC X(01) VALUE "N".
       01 WS-NOW-TIME           PIC 9(08) VALUE 0.
       01 WS-NOW-HHMM           PIC X(04) VALUE SPACES.

       01 WS-EV-EVENT           PIC X(08) VALUE SPACES.
       01 WS-EV-TAIL-POS        PIC 9(02) VALUE 0.
       01 WS-EV-TAIL-LEN        PIC 9(02) VALUE 0.
       01 WS-EV-AT-POS          PIC 9(02) VALUE 0.
       01 WS-EV-REST-POS        PIC 9(02) VALUE 0.
       01 WS-EV-FOUND           PIC X(01) VALUE "N".
       01 WS-OUT-PTR            PIC 9(02) VALUE 0.
       01 WS-OUT-MESSAGE        PIC X(40) VALUE SPACES.

       01 WS-CTL-POSTED         PIC 9(07) VALUE 0.
       01 WS-CTL-QUIET          PIC 9(07) VALUE 0.
       01 WS-CTL-LOCALISED      PIC 9(07) VALUE 0.

       01 WH-RULE-LINE          PIC X(70) VALUE ALL "-".
       01 WH-LETTERHEAD1        PIC X(44) VALUE
          "            SUNEEL BANK OF INDIA            ".
       01 WS-MAILER-DATE-LINE.
          05 FILLER              PIC X(07) VALUE "DATE : ".
          05 WS-ML-DATE          PIC X(08).
          05 FILLER              PIC X(14) VALUE "   ACCOUNT :  ".
          05 WS-ML-ACCT          PIC X(14).
       01 WS-MAILER-NAME-LINE.
          05 FILLER              PIC X(06) VALUE "TO  : ".
          05 WS-ML-CUST          PIC X(20).
       01 WS-MAILER-ADDR-LINE.
          05 FILLER              PIC X(06) VALUE SPACES.
          05 WS-ML-ADDR          PIC X(60).
       01 WS-MAILER-MSG-LINE.
          05 FILLER              PIC X(06) VALUE SPACES.
          05 WS-ML-MESSAGE       PIC X(40).

       01 WS-STATUS-LINE.
          05 WS-SL-ACCT          PIC X(14).
          05 FILLER              PIC X(01) VALUE ",".
           PERFORM LOAD-STATUS-PARA.
           PERFORM LOAD-FAILURES-PARA.
           PERFORM LOAD-DND-PARA.
           PERFORM LOAD-PREF-PARA.
           PERFORM LOAD-TEMPLATE-PARA.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-TIME(1:4) TO WS-NOW-HHMM.
           OPEN INPUT NOTIFY-FILE.
           IF NOTIFY-FILE-STATUS NOT = "00"
              DISPLAY "NOTIFICATION QUEUE NOT FOUND, STATUS="
           OPEN OUTPUT EMAIL-FILE.
           OPEN OUTPUT SMS-FILE.
           OPEN OUTPUT UNDLV-FILE.
           OPEN OUTPUT MAILER-FILE.
           OPEN INPUT XREF-FILE.
           IF XREF-FILE-STATUS = "00"
              MOVE "Y" TO WS-XREF-OPEN
           ELSE
              DISPLAY "ACCOUNT XREF NOT AVAILABLE, CUSTOMER "
                      "PREFERENCES NOT APPLIED, STATUS="
                      XREF-FILE-STATUS
           END-IF.
           OPEN INPUT CUSTMST-FILE.
           IF CUSTMST-FILE-STATUS = "00"
              MOVE "Y" TO WS-CUSTMST-OPEN
           ELSE
              DISPLAY "CUSTOMER MASTER NOT AVAILABLE, POSTAL "
                      "MAILERS SENT ELECTRONICALLY, STATUS="
                      CUSTMST-FILE-STATUS
           END-IF.
           MOVE "N" TO EOF.
           PERFORM DISPATCH-PARA UNTIL EOF = "Y".
           CLOSE NOTIFY-FILE.
           CLOSE EMAIL-FILE.
           CLOSE SMS-FILE.
           CLOSE UNDLV-FILE.
           CLOSE MAILER-FILE.
           IF WS-XREF-OPEN = "Y"
              CLOSE XREF-FILE
           END-IF.
           IF WS-CUSTMST-OPEN = "Y"
              CLOSE CUSTMST-FILE
           END-IF.
           PERFORM SAVE-STATUS-PARA.
           DISPLAY "NOTIFICATION DISPATCH SUMMARY - CYCLE " WS-CYCLE-ID.
           DISPLAY "  QUEUE ENTRIES READ : " WS-CTL-READ.
           DISPLAY "  HELD FOR RETRY     : " WS-CTL-RETRY.
           DISPLAY "  ALREADY SENT       : " WS-CTL-SKIPPED.
           DISPLAY "  SMS SUPPRESSED     : " WS-CTL-SUPPRESSED.
           DISPLAY "  POSTAL MAILERS     : " WS-CTL-POSTED.
           DISPLAY "  HELD QUIET HOURS   : " WS-CTL-QUIET.
           DISPLAY "  LOCALISED MESSAGES : " WS-CTL-LOCALISED.
           DISPLAY "RETRY ENTRIES REWRITTEN TO NOTIFICATION-QUEUE.NEW"
                   " - REPLACE THE QUEUE AFTER DISPATCH".

           IF EOF NOT = "Y"
              ADD 1 TO WS-CTL-READ
              MOVE "N" TO WS-KEEP-ENTRY
              PERFORM FIND-PREFERENCE-PARA
              PERFORM BUILD-MESSAGE-PARA
              IF WS-PR-CHANNEL = "P"
                 PERFORM DISPATCH-POST-PARA
              END-IF
              IF WS-PR-CHANNEL = "P"
                 CONTINUE
              ELSE
              IF NF-EMAIL = SPACES AND NF-MOBILE = SPACES
                 ADD 1 TO WS-CTL-DROPPED
                 MOVE NF-ACCNUM TO WS-UD-ACCT
                 PERFORM SET-STATUS-PARA
              ELSE
                 IF NF-EMAIL NOT = SPACES
                    AND WS-SEND-EMAIL = "Y"
                    PERFORM DISPATCH-EMAIL-PARA
                 END-IF
                 IF NF-MOBILE NOT = SPACES
                    AND WS-SEND-SMS = "Y"
                    PERFORM DISPATCH-SMS-PARA
                 END-IF
              END-IF
              END-IF
              IF WS-KEEP-ENTRY = "Y"
                 ADD 1 TO WS-CTL-RETRY
                 WRITE NEWQ-REC FROM NOTIFY-REC
           MOVE NF-EMAIL   TO WS-EM-EMAIL
           MOVE NF-CUST    TO WS-EM-CUST
           MOVE NF-ACCNUM  TO WS-EM-ACCT
           MOVE WS-OUT-MESSAGE TO WS-EM-MESSAGE
           WRITE EMAIL-REC FROM WS-EMAIL-LINE
           ADD 1 TO WS-CTL-EMAILED
           MOVE "BATCHED" TO WS-LOOKUP-STATUS
           MOVE "Y" TO WS-KEEP-ENTRY.

       DISPATCH-SMS-PARA.
           MOVE "N" TO WS-DND-HIT
           IF NF-MESSAGE(1:3) NOT = "DR "
              PERFORM CHECK-DND-PARA
           END-IF
           IF WS-DND-HIT = "Y"
              ADD 1 TO WS-CTL-SUPPRESSED
              MOVE "SMS" TO WS-LOOKUP-CHANNEL
                 MOVE "SENT" TO WS-LOOKUP-STATUS
                 PERFORM SET-STATUS-PARA
              WHEN OTHER
                 PERFORM CHECK-QUIET-PARA
                 IF WS-IN-QUIET = "Y"
                    ADD 1 TO WS-CTL-QUIET
                 ELSE
                    MOVE NF-MOBILE      TO WS-SM-MOBILE
                    MOVE NF-ACCNUM      TO WS-SM-ACCT
                    MOVE WS-OUT-MESSAGE TO WS-SM-MESSAGE
                    WRITE SMS-REC FROM WS-SMS-LINE
                    ADD 1 TO WS-CTL-SMSED
                    MOVE "BATCHED" TO WS-LOOKUP-STATUS
                    PERFORM SET-STATUS-PARA
                 END-IF
                 MOVE "Y" TO WS-KEEP-ENTRY
           END-EVALUATE.

       CHECK-QUIET-PARA.
           MOVE "N" TO WS-IN-QUIET
           IF WS-MANDATORY NOT = "Y"
              AND WS-PR-QUIET-FROM NOT = SPACES
              AND WS-PR-QUIET-TO NOT = SPACES
              IF WS-PR-QUIET-FROM < WS-PR-QUIET-TO
                 IF WS-NOW-HHMM >= WS-PR-QUIET-FROM
                    AND WS-NOW-HHMM < WS-PR-QUIET-TO
                    MOVE "Y" TO WS-IN-QUIET
                 END-IF
              ELSE
                 IF WS-NOW-HHMM >= WS-PR-QUIET-FROM
                    OR WS-NOW-HHMM < WS-PR-QUIET-TO
                    MOVE "Y" TO WS-IN-QUIET
                 END-IF
              END-IF
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
              DISPLAY "NO CUSTOMER PREFERENCE MASTER, QUEUE "
                      "CONTACTS USED AS GIVEN"
           END-IF.

       LOAD-TEMPLATE-PARA.
           MOVE 0 TO WS-TMPL-COUNT
           OPEN INPUT TMPL-FILE
           IF TMPL-FILE-STATUS = "00"
              PERFORM UNTIL TMPL-FILE-STATUS NOT = "00"
                 READ TMPL-FILE
                   AT END
                     MOVE "10" TO TMPL-FILE-STATUS
                   NOT AT END
                     IF WS-TMPL-COUNT >= 500
                        DISPLAY "TEMPLATE TABLE CAPACITY EXCEEDED "
                                "AT 500 - RUN STOPPED"
                        MOVE 20 TO RETURN-CODE
                        STOP RUN
                     END-IF
                     MOVE SPACES TO WS-TP-EVENT-IN WS-TP-LANG-IN
                                    WS-TP-SEQ-IN WS-TP-MATCH-IN
                                    WS-TP-TEXT-IN
                     UNSTRING TMPL-REC DELIMITED BY ","
                     INTO  WS-TP-EVENT-IN
                           WS-TP-LANG-IN
                           WS-TP-SEQ-IN
                           WS-TP-MATCH-IN
                           WS-TP-TEXT-IN
                     END-UNSTRING
                     IF WS-TP-SEQ-IN NUMERIC
                        ADD 1 TO WS-TMPL-COUNT
                        SET WS-TP-IDX TO WS-TMPL-COUNT
                        MOVE WS-TP-EVENT-IN TO WS-TP-EVENT (WS-TP-IDX)
                        MOVE WS-TP-LANG-IN  TO WS-TP-LANG (WS-TP-IDX)
                        MOVE WS-TP-SEQ-IN   TO WS-TP-SEQ (WS-TP-IDX)
                        MOVE WS-TP-MATCH-IN TO WS-TP-MATCH (WS-TP-IDX)
                        MOVE WS-TP-TEXT-IN  TO WS-TP-TEXT (WS-TP-IDX)
                        MOVE 0 TO WS-TP-MATCH-LEN (WS-TP-IDX)
                        IF WS-TP-MATCH-IN NOT = SPACES
                           INSPECT WS-TP-MATCH-IN
                                   TALLYING WS-TP-MATCH-LEN (WS-TP-IDX)
                                   FOR CHARACTERS BEFORE INITIAL "  "
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE TMPL-FILE
           ELSE
              DISPLAY "NO NOTIFICATION TEMPLATES, MESSAGES SENT "
                      "AS QUEUED"
           END-IF.

       FIND-PREFERENCE-PARA.
           MOVE SPACES TO WS-PR-PAN WS-PR-QUIET-FROM WS-PR-QUIET-TO
           MOVE "EN"   TO WS-PR-LANG
           MOVE "B"    TO WS-PR-CHANNEL
           IF WS-XREF-OPEN = "Y"
              MOVE NF-ACCNUM TO XR-ACCT-NUM
              READ XREF-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE XR-PAN TO WS-PR-PAN
              END-READ
           END-IF
           IF WS-PR-PAN NOT = SPACES
              MOVE "N" TO WS-PF-FOUND
              SET WS-PF-IDX TO 1
              PERFORM UNTIL WS-PF-IDX > WS-PREF-COUNT
                         OR WS-PF-FOUND = "Y"
                 IF WS-PF-PAN (WS-PF-IDX) = WS-PR-PAN
                    MOVE "Y" TO WS-PF-FOUND
                    MOVE WS-PF-LANG (WS-PF-IDX) TO WS-PR-LANG
                    MOVE WS-PF-CHANNEL (WS-PF-IDX) TO WS-PR-CHANNEL
                    MOVE WS-PF-QUIET-FROM (WS-PF-IDX)
                         TO WS-PR-QUIET-FROM
                    MOVE WS-PF-QUIET-TO (WS-PF-IDX)
                         TO WS-PR-QUIET-TO
                 END-IF
                 SET WS-PF-IDX UP BY 1
              END-PERFORM
           END-IF
           MOVE "N" TO WS-MANDATORY
           IF NF-MESSAGE(1:3) = "DR "
              MOVE "Y" TO WS-MANDATORY
              IF WS-PR-CHANNEL = "P"
                 MOVE "B" TO WS-PR-CHANNEL
              END-IF
           END-IF
           MOVE "Y" TO WS-SEND-EMAIL WS-SEND-SMS
           IF WS-MANDATORY NOT = "Y"
              IF WS-PR-CHANNEL = "S" AND NF-MOBILE NOT = SPACES
                 MOVE "N" TO WS-SEND-EMAIL
              END-IF
              IF WS-PR-CHANNEL = "E" AND NF-EMAIL NOT = SPACES
                 MOVE "N" TO WS-SEND-SMS
              END-IF
           END-IF.

       BUILD-MESSAGE-PARA.
           MOVE NF-MESSAGE TO WS-OUT-MESSAGE
           MOVE SPACES TO WS-EV-EVENT
           MOVE "N" TO WS-EV-FOUND
           SET WS-TP-IDX TO 1
           PERFORM UNTIL WS-TP-IDX > WS-TMPL-COUNT
                      OR WS-EV-FOUND = "Y"
              IF WS-TP-MATCH-LEN (WS-TP-IDX) > 0
                 AND WS-TP-MATCH-LEN (WS-TP-IDX) < 40
                 AND NF-MESSAGE(1:WS-TP-MATCH-LEN (WS-TP-IDX)) =
                     WS-TP-MATCH (WS-TP-IDX)
                                 (1:WS-TP-MATCH-LEN (WS-TP-IDX))
                 MOVE "Y" TO WS-EV-FOUND
                 MOVE WS-TP-EVENT (WS-TP-IDX) TO WS-EV-EVENT
                 COMPUTE WS-EV-TAIL-POS =
                         WS-TP-MATCH-LEN (WS-TP-IDX) + 1
              END-IF
              SET WS-TP-IDX UP BY 1
           END-PERFORM
           IF WS-EV-FOUND = "Y"
              MOVE "N" TO WS-EV-FOUND
              SET WS-TP-IDX TO 1
              PERFORM UNTIL WS-TP-IDX > WS-TMPL-COUNT
                         OR WS-EV-FOUND = "Y"
                 IF WS-TP-EVENT (WS-TP-IDX) = WS-EV-EVENT
                    AND WS-TP-LANG (WS-TP-IDX) = WS-PR-LANG
                    AND WS-TP-SEQ (WS-TP-IDX) = 1
                    MOVE "Y" TO WS-EV-FOUND
                 ELSE
                    SET WS-TP-IDX UP BY 1
                 END-IF
              END-PERFORM
           END-IF
           IF WS-EV-FOUND = "Y"
              PERFORM APPLY-TEMPLATE-PARA
           END-IF.

       APPLY-TEMPLATE-PARA.
           ADD 1 TO WS-CTL-LOCALISED
           PERFORM UNTIL WS-EV-TAIL-POS > 40
                      OR NF-MESSAGE(WS-EV-TAIL-POS:1) NOT = SPACE
              ADD 1 TO WS-EV-TAIL-POS
           END-PERFORM
           MOVE 0 TO WS-EV-AT-POS
           INSPECT WS-TP-TEXT (WS-TP-IDX) TALLYING WS-EV-AT-POS
                   FOR CHARACTERS BEFORE INITIAL "@"
           MOVE SPACES TO WS-OUT-MESSAGE
           MOVE 1 TO WS-OUT-PTR
           IF WS-EV-AT-POS > 0
              STRING WS-TP-TEXT (WS-TP-IDX)(1:WS-EV-AT-POS)
                     DELIMITED BY SIZE
                INTO WS-OUT-MESSAGE
                WITH POINTER WS-OUT-PTR
              END-STRING
           END-IF
           IF WS-EV-AT-POS < 70
              IF WS-EV-TAIL-POS <= 40
                 COMPUTE WS-EV-TAIL-LEN = 41 - WS-EV-TAIL-POS
                 STRING NF-MESSAGE(WS-EV-TAIL-POS:WS-EV-TAIL-LEN)
                        DELIMITED BY "  "
                   INTO WS-OUT-MESSAGE
                   WITH POINTER WS-OUT-PTR
                 END-STRING
              END-IF
              COMPUTE WS-EV-REST-POS = WS-EV-AT-POS + 2
              IF WS-EV-REST-POS <= 70
                 STRING WS-TP-TEXT (WS-TP-IDX)(WS-EV-REST-POS:)
                        DELIMITED BY "  "
                   INTO WS-OUT-MESSAGE
                   WITH POINTER WS-OUT-PTR
                 END-STRING
              END-IF
           END-IF.

       DISPATCH-POST-PARA.
           MOVE "POST" TO WS-LOOKUP-CHANNEL
           PERFORM FIND-STATUS-PARA
           IF WS-LOOKUP-STATUS = "SENT"
              ADD 1 TO WS-CTL-SKIPPED
           ELSE
              MOVE SPACES TO CM-ADDR
              IF WS-CUSTMST-OPEN = "Y"
                 MOVE WS-PR-PAN TO CM-PAN
                 READ CUSTMST-FILE
                   INVALID KEY
                     MOVE SPACES TO CM-ADDR
                 END-READ
              END-IF
              IF CM-ADDR = SPACES
                 DISPLAY "NO POSTAL ADDRESS, SENT ELECTRONICALLY: "
                         NF-ACCNUM
                 MOVE "B" TO WS-PR-CHANNEL
              ELSE
                 PERFORM WRITE-MAILER-PARA
                 ADD 1 TO WS-CTL-POSTED
                 MOVE "SENT" TO WS-LOOKUP-STATUS
                 PERFORM SET-STATUS-PARA
              END-IF
           END-IF.

       WRITE-MAILER-PARA.
           WRITE MAILER-REC FROM WH-RULE-LINE
           WRITE MAILER-REC FROM WH-LETTERHEAD1
           WRITE MAILER-REC FROM WH-RULE-LINE
           MOVE WS-RUN-DATE TO WS-ML-DATE
           MOVE NF-ACCNUM   TO WS-ML-ACCT
           WRITE MAILER-REC FROM WS-MAILER-DATE-LINE
           MOVE NF-CUST TO WS-ML-CUST
           WRITE MAILER-REC FROM WS-MAILER-NAME-LINE
           MOVE CM-ADDR(1:60) TO WS-ML-ADDR
           WRITE MAILER-REC FROM WS-MAILER-ADDR-LINE
           IF CM-ADDR(61:30) NOT = SPACES
              MOVE CM-ADDR(61:30) TO WS-ML-ADDR
              WRITE MAILER-REC FROM WS-MAILER-ADDR-LINE
           END-IF
           MOVE CM-CITY TO WS-ML-ADDR
           WRITE MAILER-REC FROM WS-MAILER-ADDR-LINE
           MOVE SPACES TO MAILER-REC
           WRITE MAILER-REC
           MOVE WS-OUT-MESSAGE TO WS-ML-MESSAGE
           WRITE MAILER-REC FROM WS-MAILER-MSG-LINE
           MOVE SPACES TO MAILER-REC
           WRITE MAILER-REC.

       SAVE-STATUS-PARA.
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
           COMPUTE WS-CUTOFF-INT =
