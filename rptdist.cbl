
       01 REJECT-REC              PIC X(120).

       FD   HOLD-FILE  RECORD CONTAINS 337 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 HOLD-REC                PIC X(337).

       FD   CTYEXC-FILE  RECORD CONTAINS 98 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 CTYEXC-REC              PIC X(98).

       FD   CTLRPT-FILE  RECORD CONTAINS 80 CHARACTERS
                         LABEL RECORDS ARE STANDARD.
