      *  INTRANS.CPY                                                   *
      *  LAYOUT OF ONE TRANSFER STILL ON THE ROAD ON INTRANS.DAT. THE  *
      *  TRANSFER RUN (COBLSC36) ADDS ONE WHEN A STORE SHIPS AND DROPS *
      *  IT WHEN THE RECEIVING STORE BOOKS IT IN.                      *
       01  IN-TRANSIT-REC.
           05  IT-XFER-NUM         PIC 9(6).
           05  IT-BOARD            PIC 99.
           05  IT-FROM-STORE       PIC XX.
           05  IT-TO-STORE         PIC XX.
           05  IT-QTY              PIC 9(3).
           05  IT-SHIP-DATE        PIC 9(8).
           05  FILLER              PIC X(7).
