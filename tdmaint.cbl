                               FILE STATUS IS RUNCTL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD   TDMST-FILE  RECORD CONTAINS 120 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 TDMST-REC               PIC X(120).

       FD   MAINT-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.
       01 WS-CTL-REFUSED       PIC 9(05) VALUE 0.

       01 WS-TD-LINE.
          COPY TDMST.

       01 WS-AUDIT-LINE.
          05 WS-AU-DATE          PIC X(08).
                         FUNCTION NUMVAL(WS-MNT-TENURE-IN)
                 PERFORM COMPUTE-MATURITY-PARA
                 ADD 1 TO WS-CTL-ADDED
                 MOVE WS-MNT-ACCT-IN   TO TD-ACCT
                 MOVE AM-DEPOSIT       TO TD-PRINCIPAL
                 MOVE WS-TD-RATE       TO TD-RATE
                 MOVE WS-TENURE        TO TD-TENURE
                 MOVE WS-RUN-DATE      TO TD-OPEN
                 MOVE WS-MAT-INT       TO TD-MATURITY
                 MOVE WS-MNT-INSTR-IN  TO TD-INSTR
                 MOVE WS-MNT-LINKED-IN TO TD-LINKED
                 MOVE "A"              TO TD-STATUS
                 MOVE "N"              TO TD-LIEN
                 MOVE SPACES           TO TD-LOAN-ACCT
                 WRITE TDMST-REC FROM WS-TD-LINE
                 MOVE "ADD"            TO WS-AU-ACTION
                 MOVE WS-MNT-ACCT-IN   TO WS-AU-ACCT
