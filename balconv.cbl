       IDENTIFICATION DIVISION.
       PROGRAM-ID. balconv.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDBAL-FILE  ASSIGN TO "ACCT-BALANCE.V40"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS OB-ACCT-NUM
                               FILE STATUS IS OLDBAL-FILE-STATUS.

           SELECT NEWBAL-FILE  ASSIGN TO "ACCT-BALANCE.DAT"
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BAL-ACCT-NUM
                               FILE STATUS IS NEWBAL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   OLDBAL-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 OLD-BALANCE-REC.
          05 OB-ACCT-NUM        PIC X(14).
          05 OB-CURR-BAL        PIC 9(09)V99.
          05 OB-LAST-TXN-DATE   PIC X(08).
          05 OB-TXN-COUNT       PIC 9(07).

       FD   NEWBAL-FILE  RECORD CONTAINS 51 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 ACCT-BALANCE-REC.
          COPY ACCTBAL.

       WORKING-STORAGE SECTION.
       01 OLDBAL-FILE-STATUS   PIC X(02).
       01 NEWBAL-FILE-STATUS   PIC X(02).

       01 EOF                  PIC X(01) VALUE "N".
       01 WS-CTL-BALANCE       PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE BALANCE FILE CONVERSION UTILITY".
           DISPLAY "ADDS THE UNCLEARED FUNDS FIELD - RUN ONCE AGAINST "
                   "THE RENAMED V40 FILE".
           OPEN INPUT OLDBAL-FILE.
           IF OLDBAL-FILE-STATUS NOT = "00"
              DISPLAY "OLD BALANCE FILE ACCT-BALANCE.V40 NOT FOUND, "
                      "STATUS=" OLDBAL-FILE-STATUS
              DISPLAY "RENAME THE LIVE BALANCE FILE TO "
                      "ACCT-BALANCE.V40 BEFORE RUNNING THE CONVERSION"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT NEWBAL-FILE.
           IF NEWBAL-FILE-STATUS NOT = "00"
              DISPLAY "NEW BALANCE FILE OPEN FAILED, STATUS="
                      NEWBAL-FILE-STATUS
              MOVE 20 TO RETURN-CODE
              CLOSE OLDBAL-FILE
              STOP RUN
           END-IF.
           MOVE "N" TO EOF.
           PERFORM CONVERT-ONE-BALANCE-PARA UNTIL EOF = "Y".
           CLOSE OLDBAL-FILE.
           CLOSE NEWBAL-FILE.
           DISPLAY "BALANCE RECORDS CONVERTED: " WS-CTL-BALANCE.

           STOP RUN.

       CONVERT-ONE-BALANCE-PARA.
           READ OLDBAL-FILE AT END
                MOVE "Y" TO EOF
           END-READ.
           IF EOF NOT = "Y"
              MOVE OB-ACCT-NUM       TO BAL-ACCT-NUM
              MOVE OB-CURR-BAL       TO BAL-CURR-BAL
              MOVE OB-LAST-TXN-DATE  TO BAL-LAST-TXN-DATE
              MOVE OB-TXN-COUNT      TO BAL-TXN-COUNT
              MOVE 0                 TO BAL-UNCLEARED
              WRITE ACCT-BALANCE-REC
                INVALID KEY
                  DISPLAY "CONVERTED BALANCE WRITE FAILED: "
                          BAL-ACCT-NUM
              END-WRITE
              ADD 1 TO WS-CTL-BALANCE
           END-IF.
            EXIT.
