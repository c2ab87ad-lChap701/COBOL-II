           05  SH-EOF-SW           PIC X       VALUE 'N'.
           05  C-READ-CTR          PIC 9(6)    VALUE 0.
           05  C-AGE-DAYS          PIC S9(5)   VALUE 0.
           05  TRD-SUB             PIC 999     VALUE 0.
           05  STORE-SUB           PIC 99      VALUE 0.
           05  STORE-CNT           PIC 99      VALUE 0.
           05  STORE-FOUND-SW      PIC X       VALUE 'N'.
           05  SER-TODAY           PIC 9(7)    VALUE 0.

      *  THIS WEEK, LAST WEEK, AND THE SAME WEEK LAST SEASON, PER    *
      *  BOARD NUMBER - A SLOT FOR EVERY NUMBER THE CATALOG CAN HOLD *
       01  BOARD-TREND-TABLE.
           05  BT-ENTRY        OCCURS 99.
               10  BT-WK-UNITS     PIC S9(6).
               10  BT-WK-DOLLARS   PIC S9(8)V99.
               10  BT-PW-UNITS     PIC S9(6).
           SUBTRACT SER-REC FROM SER-TODAY GIVING C-AGE-DAYS.

           IF SH-REC-TYPE = 'B'
               AND SH-BOARD NUMERIC AND SH-BOARD > 0
               PERFORM L4A-BUCKET-BOARD.
           IF SH-REC-TYPE = 'S'
               PERFORM L4B-BUCKET-STORE.
               MOVE 'Y' TO STORE-FOUND-SW.

       L5-PRINT-BOARDS.
           PERFORM L5A-CHECK-ONE-BOARD
               VARYING TRD-SUB FROM 1 BY 1
                   UNTIL TRD-SUB > 99.

      *  A BOARD NUMBER WITH NO SALES IN ANY OF THE THREE WEEKS IS    *
      *  LEFT OFF THE PAGE                                            *
       L5A-CHECK-ONE-BOARD.
           IF BT-WK-UNITS(TRD-SUB) NOT = 0
               OR BT-WK-DOLLARS(TRD-SUB) NOT = 0
               OR BT-PW-UNITS(TRD-SUB) NOT = 0
               OR BT-PW-DOLLARS(TRD-SUB) NOT = 0
               OR BT-LY-UNITS(TRD-SUB) NOT = 0
               OR BT-LY-DOLLARS(TRD-SUB) NOT = 0
                   PERFORM L5B-PRINT-ONE-BOARD.

       L5B-PRINT-ONE-BOARD.
           MOVE TRD-SUB TO O-BT-BOARD.
           MOVE BT-WK-UNITS(TRD-SUB) TO O-BT-WK-UNITS.
           MOVE BT-WK-DOLLARS(TRD-SUB) TO O-BT-WK-DOLLARS.
