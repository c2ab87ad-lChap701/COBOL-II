      *  BRDCAT.CPY                                                    *
      *  LAYOUT OF ONE BOARD ON THE WAKEBOARD CATALOG MASTER           *
      *  (BRDCAT.DAT), KEYED BY BOARD NUMBER. KEPT BY THE CATALOG      *
      *  MAINTENANCE RUN (COBLSC38) AND LOADED INTO BOARDTBL.CPY BY    *
      *  CBLBOARD FOR EVERY PROGRAM THAT PRICES, STOCKS OR NAMES A     *
      *  BOARD. A BOARD IS NEVER TAKEN OFF THE CATALOG - IT IS         *
      *  DISCONTINUED SO ITS HISTORY AND LEFTOVER STOCK STILL RESOLVE. *
       01  BOARD-CATALOG-REC.
           05  BC-BOARD             PIC 99.
           05  BC-UPC               PIC X(12).
           05  BC-NAME              PIC X(13).
           05  BC-PRICE             PIC 9(3)V99.
      *  STOCK THE FIRST STORE STARTS WITH ON THE VERY FIRST RUN,     *
      *  BEFORE BRDINV.DAT EXISTS                                    *
           05  BC-OPEN-QTY          PIC 9(3).
           05  BC-REORDER-PT        PIC 9(3).
           05  BC-CLEARANCE-SW      PIC X.
           05  BC-MARKDOWN-PRICE    PIC 9(3)V99.
           05  BC-UNIT-COST         PIC 9(3)V99.
           05  BC-RENT-RATE         PIC 99V99.
      *  'A' = ACTIVE, 'D' = DISCONTINUED - STILL SOLD AND RENTED    *
      *  OFF THE SHELF, BUT NEVER REORDERED OR BACKORDERED           *
           05  BC-STATUS            PIC X.
           05  BC-ADDED-DATE        PIC 9(8).
           05  BC-CHANGED-DATE      PIC 9(8).
           05  FILLER               PIC X(10).
