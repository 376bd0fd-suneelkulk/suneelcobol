
       01 PRODMST-REC             PIC X(40).

       FD   RATEHIST-FILE  RECORD CONTAINS 45 CHARACTERS
                         LABEL RECORDS ARE STANDARD.

       01 RATEHIST-REC            PIC X(45).

       FD   ODLIM-FILE  RECORD CONTAINS 60 CHARACTERS
                         LABEL RECORDS ARE STANDARD.
       01 WS-RH-PROD-IN        PIC X(11).
       01 WS-RH-FROM-IN        PIC X(08).
       01 WS-RH-RATE-IN        PIC X(06).
       01 WS-RH-UPTO-IN        PIC X(15).
       01 WS-RATE-TABLE.
          05 WS-RH-ENTRY OCCURS 200 TIMES INDEXED BY WS-RH-IDX.
             10 WS-RH-PROD       PIC X(11).
             10 WS-RH-FROM       PIC X(08).
             10 WS-RH-RATE       PIC 9(02)V99.
             10 WS-RH-UPTO       PIC 9(11)V99.
       01 WS-RATE-COUNT        PIC 9(03) VALUE 0.
       01 WS-RATE-BEST-FROM    PIC X(08) VALUE SPACES.

       01 WS-SLAB-TABLE.
          05 WS-SL-ENTRY OCCURS 5 TIMES INDEXED BY WS-SL-IDX.
             10 WS-SL-UPTO       PIC 9(11)V99.
             10 WS-SL-RATE       PIC 9(02)V99.
             10 WS-SL-INT        PIC 9(09)V99.
       01 WS-SLAB-COUNT        PIC 9(01) VALUE 0.
       01 WS-SLAB-NO           PIC 9(01) VALUE 0.
       01 WS-SLAB-PREV         PIC 9(01) VALUE 0.
       01 WS-SLAB-PLACED       PIC X(01) VALUE "N".
       01 WS-SLAB-FLOOR        PIC 9(11)V99 VALUE 0.
       01 WS-SLAB-PORTION      PIC 9(11)V99 VALUE 0.
       01 WS-SLAB-OPEN         PIC 9(11)V99 VALUE 99999999999.99.

       01 ODLIM-FILE-STATUS    PIC X(02).
       01 ODINT-FILE-STATUS    PIC X(02).
       01 WS-OD-RATE           PIC 9(02)V99 VALUE 12.50.
                     IF WS-RATE-COUNT < 200
                        ADD 1 TO WS-RATE-COUNT
                        SET WS-RH-IDX TO WS-RATE-COUNT
                        MOVE SPACES TO WS-RH-UPTO-IN
                        UNSTRING RATEHIST-REC DELIMITED BY ","
                        INTO  WS-RH-PROD-IN
                              WS-RH-FROM-IN
                              WS-RH-RATE-IN
                              WS-RH-UPTO-IN
                        END-UNSTRING
                        MOVE WS-RH-PROD-IN
                             TO WS-RH-PROD (WS-RH-IDX)
                             TO WS-RH-FROM (WS-RH-IDX)
                        COMPUTE WS-RH-RATE (WS-RH-IDX) =
                                FUNCTION NUMVAL(WS-RH-RATE-IN)
                        MOVE WS-SLAB-OPEN TO WS-RH-UPTO (WS-RH-IDX)
                        IF WS-RH-UPTO-IN NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(WS-RH-UPTO-IN) = 0
                           AND FUNCTION NUMVAL(WS-RH-UPTO-IN) > 0
                           COMPUTE WS-RH-UPTO (WS-RH-IDX) =
                                   FUNCTION NUMVAL(WS-RH-UPTO-IN)
                        END-IF
                     END-IF
                 END-READ
              END-PERFORM
                 MOVE WS-RH-RATE (WS-RH-IDX) TO WS-RATE
              END-IF
              SET WS-RH-IDX UP BY 1
           END-PERFORM
           PERFORM BUILD-SLABS-PARA.

       BUILD-SLABS-PARA.
           MOVE 0 TO WS-SLAB-COUNT
           IF WS-RATE-BEST-FROM NOT = SPACES
              SET WS-RH-IDX TO 1
              PERFORM UNTIL WS-RH-IDX > WS-RATE-COUNT
                 IF WS-RH-PROD (WS-RH-IDX) = AM-ACCTYPE
                    AND WS-RH-FROM (WS-RH-IDX) = WS-RATE-BEST-FROM
                    AND WS-SLAB-COUNT < 5
                    PERFORM ADD-SLAB-PARA
                 END-IF
                 SET WS-RH-IDX UP BY 1
              END-PERFORM
           END-IF
           IF WS-SLAB-COUNT = 0
              MOVE 1            TO WS-SLAB-COUNT
              MOVE WS-SLAB-OPEN TO WS-SL-UPTO (1)
              MOVE WS-RATE      TO WS-SL-RATE (1)
           END-IF.

       ADD-SLAB-PARA.
           ADD 1 TO WS-SLAB-COUNT
           MOVE WS-SLAB-COUNT TO WS-SLAB-NO
           MOVE "N" TO WS-SLAB-PLACED
           PERFORM UNTIL WS-SLAB-PLACED = "Y"
              IF WS-SLAB-NO = 1
                 MOVE "Y" TO WS-SLAB-PLACED
              ELSE
                 COMPUTE WS-SLAB-PREV = WS-SLAB-NO - 1
                 IF WS-SL-UPTO (WS-SLAB-PREV) <= WS-RH-UPTO (WS-RH-IDX)
                    MOVE "Y" TO WS-SLAB-PLACED
                 ELSE
                    MOVE WS-SL-ENTRY (WS-SLAB-PREV)
                      TO WS-SL-ENTRY (WS-SLAB-NO)
                    MOVE WS-SLAB-PREV TO WS-SLAB-NO
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-RH-UPTO (WS-RH-IDX) TO WS-SL-UPTO (WS-SLAB-NO)
           MOVE WS-RH-RATE (WS-RH-IDX) TO WS-SL-RATE (WS-SLAB-NO).

       SPLIT-SLABS-PARA.
           MOVE 0 TO WS-SLAB-FLOOR
           MOVE 0 TO WS-INTEREST
           MOVE WS-SL-RATE (1) TO WS-RATE
           SET WS-SL-IDX TO 1
           PERFORM UNTIL WS-SL-IDX > WS-SLAB-COUNT
              MOVE 0 TO WS-SL-INT (WS-SL-IDX)
              IF AM-DEPOSIT > WS-SLAB-FLOOR
                 IF AM-DEPOSIT < WS-SL-UPTO (WS-SL-IDX)
                    COMPUTE WS-SLAB-PORTION =
                            AM-DEPOSIT - WS-SLAB-FLOOR
                 ELSE
                    COMPUTE WS-SLAB-PORTION =
                            WS-SL-UPTO (WS-SL-IDX) - WS-SLAB-FLOOR
                 END-IF
                 COMPUTE WS-SL-INT (WS-SL-IDX) ROUNDED =
                         WS-SLAB-PORTION * WS-SL-RATE (WS-SL-IDX)
                         / 100 / 365
                 ADD WS-SL-INT (WS-SL-IDX) TO WS-INTEREST
                 MOVE WS-SL-RATE (WS-SL-IDX) TO WS-RATE
              END-IF
              MOVE WS-SL-UPTO (WS-SL-IDX) TO WS-SLAB-FLOOR
              SET WS-SL-IDX UP BY 1
           END-PERFORM.

       LOAD-LEDGER-PARA.
           END-READ.
           IF EOF NOT = "Y"
              ADD 1 TO WS-CTL-IN-COUNT
              IF AM-STATUS NOT = "O" AND AM-STATUS NOT = "K"
                                     AND AM-STATUS NOT = "S"
                 ADD 1 TO WS-CTL-SKIP-COUNT
              ELSE
                 PERFORM FIND-PRODUCT-PARA
                    MOVE 0 TO WS-RATE
                 END-IF
                 PERFORM FIND-EFFECTIVE-RATE-PARA
                 PERFORM SPLIT-SLABS-PARA
                 PERFORM FIND-LEDGER-GL-PARA
                 MOVE AM-ACCT-NUM  TO WS-INT-ACCT
                 MOVE AM-ACCTYPE   TO WS-INT-ACCTYPE
