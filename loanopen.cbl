
       01 LOANAPP-REC             PIC X(80).

       FD   LOANMST-FILE  RECORD CONTAINS 200 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANMST-REC             PIC X(200).

       FD   LOANSCH-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 LOANSCH-REC             PIC X(120).

       FD   ACCTMST-FILE  RECORD CONTAINS 277 CHARACTERS
                         LABEL RECORDS ARE STANDARD.
       01 WS-CTL-REJECTED      PIC 9(05) VALUE 0.

       01 WS-LOAN-LINE.
          COPY LOANMST.

       01 WS-SCHED-LINE.
          COPY LOANSCH.

       01 WS-DISB-LINE.
          05 WS-DB-ACCT          PIC X(14).
       DISBURSE-PARA.
           ADD 1 TO WS-CTL-OPENED
           PERFORM COMPUTE-EMI-PARA
           MOVE WS-AP-LOAN-IN    TO LN-ACCT
           MOVE WS-AP-SAVINGS-IN TO LN-SAVINGS
           MOVE WS-PRINCIPAL     TO LN-PRINCIPAL
           MOVE WS-RATE          TO LN-RATE
           MOVE WS-TERM          TO LN-TERM
           MOVE WS-EMI           TO LN-EMI
           MOVE WS-RUN-DATE      TO LN-OPEN
           MOVE WS-PRINCIPAL     TO LN-OUTSTANDING
           MOVE 0                TO LN-OVERDUE
           MOVE "A"              TO LN-STATUS
           MOVE "S"              TO LN-ASSET-CLASS
           MOVE "00000000"       TO LN-NPA-DATE
           MOVE 0                TO LN-PROVISION
           MOVE 0                TO LN-INT-SUSP
           MOVE "00000000"       TO LN-CLOSE-DATE
           WRITE LOANMST-REC FROM WS-LOAN-LINE
           PERFORM BUILD-SCHEDULE-PARA
           MOVE WS-AP-SAVINGS-IN TO WS-DB-ACCT
                 COMPUTE WS-PRIN-PART = WS-EMI - WS-INT-PART
              END-IF
              SUBTRACT WS-PRIN-PART FROM WS-OUTSTANDING
              MOVE WS-AP-LOAN-IN TO LS-ACCT
              MOVE WS-INST-I     TO LS-INST
              MOVE WS-DUE-INT    TO LS-DUE
              MOVE WS-EMI        TO LS-EMI
              MOVE WS-PRIN-PART  TO LS-PRIN
              MOVE WS-INT-PART   TO LS-INT
              MOVE "D"           TO LS-STATUS
              MOVE 0             TO LS-PENAL
              MOVE "00000000"    TO LS-PENAL-DATE
              MOVE "00000000"    TO LS-PAID-DATE
              WRITE LOANSCH-REC FROM WS-SCHED-LINE
           END-PERFORM.

