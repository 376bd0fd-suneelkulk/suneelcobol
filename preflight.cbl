
       01 FX-REC                  PIC X(20).

       FD   STOCKMST-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 STOCKMST-REC            PIC X(80).

       FD   LIMITS-FILE  RECORD CONTAINS 40 CHARACTERS
                         LABEL RECORDS ARE STANDARD.
