      *  XFERTXN.CPY                                                   *
      *  LAYOUT OF ONE INTER-STORE BOARD TRANSFER ON XFERTXN.DAT,      *
      *  APPLIED BY THE TRANSFER RUN (COBLSC36).                       *
      *  'S' = SHIP XT-QTY OF BOARD XT-BOARD FROM XT-FROM-STORE TO     *
      *        XT-TO-STORE UNDER TRANSFER NUMBER XT-XFER-NUM - THE     *
      *        BOARDS LEAVE THE SENDING STORE'S SHELF AND SIT IN       *
      *        TRANSIT UNTIL RECEIVED.                                 *
      *  'R' = RECEIVE TRANSFER XT-XFER-NUM AT ITS RECEIVING STORE.    *
      *        XT-QTY IS WHAT ACTUALLY CAME OFF THE TRUCK - BLANK OR   *
      *        ZERO MEANS THE FULL QUANTITY SHIPPED; ANY SHORTFALL IS  *
      *        REPORTED AS LOST IN TRANSIT.                            *
      *  XT-DATE IS THE DAY IT SHIPPED OR ARRIVED - BLANK MEANS THE    *
      *  RUN DATE.                                                     *
       01  XFER-TXN-REC.
           05  XT-ACTION           PIC X.
               88  XT-SHIP                 VALUE 'S'.
               88  XT-RECEIVE              VALUE 'R'.
           05  XT-XFER-NUM         PIC X(6).
           05  XT-XFER-NUM-N REDEFINES XT-XFER-NUM
                                   PIC 9(6).
           05  XT-BOARD            PIC XX.
           05  XT-BOARD-N REDEFINES XT-BOARD
                                   PIC 99.
           05  XT-FROM-STORE       PIC XX.
           05  XT-TO-STORE         PIC XX.
           05  XT-QTY              PIC X(3).
           05  XT-QTY-N REDEFINES XT-QTY
                                   PIC 9(3).
           05  XT-DATE             PIC X(8).
           05  XT-DATE-N REDEFINES XT-DATE
                                   PIC 9(8).
           05  FILLER              PIC X(6).
