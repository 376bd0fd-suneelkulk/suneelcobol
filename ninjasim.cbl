
        01 NINJAI-REC           PIC X(90).

        FD   STOCKMST-FILE  RECORD CONTAINS 80 CHARACTERS
                          LABEL RECORDS ARE STANDARD.

        01 STOCKMST-REC         PIC X(80).

        FD   SECLIM-FILE  RECORD CONTAINS 30 CHARACTERS
                          LABEL RECORDS ARE STANDARD.
