                               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   LOANSCH-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANSCH-REC             PIC X(120).

       FD   ARRRPT-FILE  RECORD CONTAINS 110 CHARACTERS
                         LABEL RECORDS ARE STANDARD.
       01 WS-SC-PRIN-IN        PIC X(12).
       01 WS-SC-INT-IN         PIC X(12).
       01 WS-SC-STATUS-IN      PIC X(01).
       01 WS-SC-PENAL-IN       PIC X(10).
       01 WS-SC-EMI            PIC 9(09)V99 VALUE 0.
       01 WS-SC-PENAL          PIC 9(07)V99 VALUE 0.
       01 WS-DUE-NUM           PIC 9(08) VALUE 0.
       01 WS-AGE-DAYS          PIC S9(05) VALUE 0.

             10 WS-AR-B60        PIC 9(09)V99.
             10 WS-AR-B90        PIC 9(09)V99.
             10 WS-AR-B90P       PIC 9(09)V99.
             10 WS-AR-PENAL      PIC 9(09)V99.
             10 WS-AR-COUNT      PIC 9(03).
       01 WS-ARR-COUNT         PIC 9(04) VALUE 0.
       01 WS-AR-FOUND          PIC X(01) VALUE "N".
       01 WS-TOT-B60           PIC 9(11)V99 VALUE 0.
       01 WS-TOT-B90           PIC 9(11)V99 VALUE 0.
       01 WS-TOT-B90P          PIC 9(11)V99 VALUE 0.
       01 WS-TOT-PENAL         PIC 9(11)V99 VALUE 0.

       01 WH-ARR-HDR1.
          05 FILLER PIC X(29) VALUE "LOAN ARREARS AGING REPORT - ".
          05 FILLER PIC X(14) VALUE "31-60 DAYS".
          05 FILLER PIC X(14) VALUE "61-90 DAYS".
          05 FILLER PIC X(14) VALUE "OVER 90".
          05 FILLER PIC X(14) VALUE "PENAL INT".
       01 WS-ARR-DETAIL.
          05 WS-AD-ACCT          PIC X(14).
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AD-B90           PIC ZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AD-B90P          PIC ZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AD-PENAL         PIC ZZZZZZZZ9.99.
       01 WS-ARR-TOTAL.
          05 FILLER              PIC X(20) VALUE "TOTAL IN ARREARS".
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AT-B90           PIC ZZZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AT-B90P          PIC ZZZZZZZZZZ9.99.
          05 FILLER              PIC X(02) VALUE SPACES.
          05 WS-AT-PENAL         PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY "THIS IS THE LOAN ARREARS AGING PROGRAM".
                MOVE "10" TO LOANSCH-FILE-STATUS
           END-READ.
           IF LOANSCH-FILE-STATUS = "00"
              MOVE "0" TO WS-SC-PENAL-IN
              UNSTRING LOANSCH-REC DELIMITED BY ","
              INTO  WS-SC-ACCT-IN
                    WS-SC-INST-IN
                    WS-SC-PRIN-IN
                    WS-SC-INT-IN
                    WS-SC-STATUS-IN
                    WS-SC-PENAL-IN
              END-UNSTRING
              IF WS-SC-STATUS-IN = "O"
                 COMPUTE WS-SC-EMI =
                         FUNCTION NUMVAL(WS-SC-EMI-IN)
                 COMPUTE WS-SC-PENAL =
                         FUNCTION NUMVAL(WS-SC-PENAL-IN)
                 MOVE WS-SC-DUE-IN TO WS-DUE-NUM
                 COMPUTE WS-AGE-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
                 MOVE 0 TO WS-AR-B60 (WS-AR-IDX)
                 MOVE 0 TO WS-AR-B90 (WS-AR-IDX)
                 MOVE 0 TO WS-AR-B90P (WS-AR-IDX)
                 MOVE 0 TO WS-AR-PENAL (WS-AR-IDX)
                 MOVE 0 TO WS-AR-COUNT (WS-AR-IDX)
                 MOVE "Y" TO WS-AR-FOUND
              ELSE
       BUCKET-PARA.
           SET WS-AR-IDX TO WS-FOUND-AR-IDX
           ADD 1 TO WS-AR-COUNT (WS-AR-IDX)
           ADD WS-SC-PENAL TO WS-AR-PENAL (WS-AR-IDX)
           ADD WS-SC-PENAL TO WS-TOT-PENAL
           EVALUATE TRUE
              WHEN WS-AGE-DAYS <= 30
                 ADD WS-SC-EMI TO WS-AR-B30 (WS-AR-IDX)
                 MOVE WS-AR-B60 (WS-AR-IDX)   TO WS-AD-B60
                 MOVE WS-AR-B90 (WS-AR-IDX)   TO WS-AD-B90
                 MOVE WS-AR-B90P (WS-AR-IDX)  TO WS-AD-B90P
                 MOVE WS-AR-PENAL (WS-AR-IDX) TO WS-AD-PENAL
                 WRITE ARRRPT-REC FROM WS-ARR-DETAIL
                 SET WS-AR-IDX UP BY 1
              END-PERFORM
              MOVE WS-TOT-B60  TO WS-AT-B60
              MOVE WS-TOT-B90  TO WS-AT-B90
              MOVE WS-TOT-B90P TO WS-AT-B90P
              MOVE WS-TOT-PENAL TO WS-AT-PENAL
              WRITE ARRRPT-REC FROM WS-ARR-TOTAL
              CLOSE ARRRPT-FILE
           END-IF.
