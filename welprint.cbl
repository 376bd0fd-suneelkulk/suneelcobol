                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PRODMST-FILE-STATUS.

           SELECT PREF-FILE    ASSIGN TO "CUST-PREF.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS PREF-FILE-STATUS.

           SELECT TMPL-FILE    ASSIGN TO "NOTIFY-TEMPLATE.DAT"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL
                               FILE STATUS IS TMPL-FILE-STATUS.

           SELECT XREF-FILE    ASSIGN TO "ACCT-XREF.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS XR-ACCT-NUM
                               FILE STATUS IS XREF-FILE-STATUS.

           SELECT RUNCTL-FILE  ASSIGN TO "RUN-CONTROL.CSV"
                               ORGANIZATION IS LINE SEQUENTIAL
                               ACCESS MODE IS SEQUENTIAL

       01 PRODMST-REC             PIC X(40).

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

       FD   RUNCTL-FILE  RECORD CONTAINS 15 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 WS-BR-FOUND           PIC X(01) VALUE "N".
       01 WS-FOUND-BR-IDX       PIC 9(03) VALUE 0.

       01 PREF-FILE-STATUS      PIC X(02).
       01 TMPL-FILE-STATUS      PIC X(02).
       01 XREF-FILE-STATUS      PIC X(02).
       01 WS-XREF-OPEN          PIC X(01) VALUE "N".
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
       01 WS-PR-PAN             PIC X(10) VALUE SPACES.
       01 WS-PR-LANG            PIC X(02) VALUE "EN".

       01 WS-TMPL-TABLE.
          05 WS-TP-ENTRY OCCURS 500 TIMES INDEXED BY WS-TP-IDX.
             10 WS-TP-EVENT      PIC X(08).
             10 WS-TP-LANG       PIC X(02).
             10 WS-TP-TEXT       PIC X(70).
       01 WS-TMPL-COUNT         PIC 9(03) VALUE 0.
       01 WS-TP-EVENT-IN        PIC X(08).
       01 WS-TP-LANG-IN         PIC X(02).
       01 WS-TP-SEQ-IN          PIC X(02).
       01 WS-TP-MATCH-IN        PIC X(24).
       01 WS-TP-TEXT-IN         PIC X(70).
       01 WS-BODY-LANG          PIC X(02) VALUE "EN".
       01 WS-BODY-DONE          PIC X(01) VALUE "N".
       01 WS-CTL-LOCALISED      PIC 9(07) VALUE 0.

       01 WS-LINE-COUNT         PIC 9(03) VALUE 0.
       01 WS-PAGE-LINES         PIC 9(03) VALUE 24.

           PERFORM LOAD-RUN-CONTROL-PARA.
           PERFORM LOAD-PRODUCT-MASTER-PARA.
           PERFORM LOAD-CITY-MASTER-PARA.
           PERFORM LOAD-PREF-PARA.
           PERFORM LOAD-TEMPLATE-PARA.
           OPEN INPUT XREF-FILE.
           IF XREF-FILE-STATUS = "00"
              MOVE "Y" TO WS-XREF-OPEN
           ELSE
              DISPLAY "ACCOUNT XREF NOT AVAILABLE, LETTERS PRINTED "
                      "IN ENGLISH, STATUS=" XREF-FILE-STATUS
           END-IF.
           OPEN INPUT WELCOME-FILE.
           IF WELCOME-FILE-STATUS NOT = "00"
              DISPLAY "WELCOME EXTRACT OPEN FAILED, STATUS="
           PERFORM PRINT-SUMMARY-PARA.
           CLOSE LETTER-FILE.
           CLOSE WELCOME-FILE.
           IF WS-XREF-OPEN = "Y"
              CLOSE XREF-FILE
           END-IF.
           DISPLAY "LETTERS PRODUCED: " WS-CTL-LETTERS.
           DISPLAY "LETTERS IN CUSTOMER LANGUAGE: " WS-CTL-LOCALISED.

           STOP RUN.

           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           ADD 1 TO WS-LINE-COUNT
           PERFORM WRITE-BODY-PARA
           MOVE SPACES TO LETTER-REC
           WRITE LETTER-REC
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-LINE-COUNT
           PERFORM PAGE-FILL-PARA.

       WRITE-BODY-PARA.
           PERFORM FIND-LANGUAGE-PARA
           MOVE "N" TO WS-BODY-DONE
           MOVE WS-PR-LANG TO WS-BODY-LANG
           PERFORM WRITE-TEMPLATE-PARA
           IF WS-BODY-DONE = "Y"
              AND WS-PR-LANG NOT = "EN"
              ADD 1 TO WS-CTL-LOCALISED
           END-IF
           IF WS-BODY-DONE NOT = "Y"
              AND WS-PR-LANG NOT = "EN"
              MOVE "EN" TO WS-BODY-LANG
              PERFORM WRITE-TEMPLATE-PARA
           END-IF
           IF WS-BODY-DONE NOT = "Y"
              MOVE "DEAR CUSTOMER," TO LETTER-REC
              WRITE LETTER-REC
              ADD 1 TO WS-LINE-COUNT
              MOVE "WELCOME TO SUNEEL BANK. YOUR ACCOUNT IS NOW OPEN."
                                     TO LETTER-REC
              WRITE LETTER-REC
              ADD 1 TO WS-LINE-COUNT
           END-IF.

       WRITE-TEMPLATE-PARA.
           SET WS-TP-IDX TO 1
           PERFORM UNTIL WS-TP-IDX > WS-TMPL-COUNT
              IF WS-TP-EVENT (WS-TP-IDX) = "WELCOME"
                 AND WS-TP-LANG (WS-TP-IDX) = WS-BODY-LANG
                 MOVE WS-TP-TEXT (WS-TP-IDX) TO LETTER-REC
                 WRITE LETTER-REC
                 ADD 1 TO WS-LINE-COUNT
                 MOVE "Y" TO WS-BODY-DONE
              END-IF
              SET WS-TP-IDX UP BY 1
           END-PERFORM.

       FIND-LANGUAGE-PARA.
           MOVE SPACES TO WS-PR-PAN
           MOVE "EN"   TO WS-PR-LANG
           IF WS-XREF-OPEN = "Y"
              MOVE WL-ACCNUM TO XR-ACCT-NUM
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
                 END-IF
                 SET WS-PF-IDX UP BY 1
              END-PERFORM
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
              DISPLAY "NO CUSTOMER PREFERENCE MASTER, LETTERS "
                      "PRINTED IN ENGLISH"
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
                     IF WS-TP-EVENT-IN = "WELCOME"
                        IF WS-TMPL-COUNT >= 500
                           DISPLAY "TEMPLATE TABLE CAPACITY EXCEEDED "
                                   "AT 500 - RUN STOPPED"
                           MOVE 20 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-TMPL-COUNT
                        SET WS-TP-IDX TO WS-TMPL-COUNT
                        MOVE WS-TP-EVENT-IN TO WS-TP-EVENT (WS-TP-IDX)
                        MOVE WS-TP-LANG-IN  TO WS-TP-LANG (WS-TP-IDX)
                        MOVE WS-TP-TEXT-IN  TO WS-TP-TEXT (WS-TP-IDX)
                     END-IF
                 END-READ
              END-PERFORM
              CLOSE TMPL-FILE
           ELSE
              DISPLAY "NO LETTER TEMPLATES, STANDARD WORDING USED"
           END-IF.

       WRITE-LETTERHEAD-PARA.
           WRITE LETTER-REC FROM WH-RULE-LINE
           ADD 1 TO WS-LINE-COUNT
