      *  BOARDTBL.CPY                                                  *
      *  THE WAKEBOARD TABLE, FILLED AT START-UP FROM THE CATALOG      *
      *  MASTER (BRDCAT.DAT) BY CBLBOARD, SO A PRICE, CLEARANCE OR     *
      *  REORDER-POINT CHANGE OR A NEW MODEL IS A MAINTENANCE RUN      *
      *  (COBLSC38) INSTEAD OF A RECOMPILE. THE TABLE IS INDEXED       *
      *  DIRECTLY BY BOARD NUMBER; A SLOT WITH A BLANK T-STATUS IS A   *
      *  BOARD NUMBER NOT ON THE CATALOG. BOARD-CNT IS THE HIGHEST     *
      *  BOARD NUMBER ON THE CATALOG, SO LOOPS OVER THE BOARDS STOP    *
      *  THERE.                                                        *
       01  BOARD-TABLE.
           05  BOARD-CNT            PIC 99.
      *  0 = CATALOG LOADED, 1 = NO CATALOG ON FILE  *
           05  BOARD-RETURN-CODE    PIC 9.
               88  BOARD-CATALOG-LOADED VALUE 0.
               88  BOARD-CATALOG-MISSING VALUE 1.
           05  T-BOARDS             OCCURS 99.
               10  T-UPC            PIC X(12).
               10  T-NAME           PIC X(13).
               10  T-PRICE          PIC 9(3)V99.
               10  T-QTY-ON-HAND    PIC 9(3).
               10  T-MARKDOWN-PRICE PIC 9(3)V99.
               10  T-UNIT-COST      PIC 9(3)V99.
               10  T-RENT-RATE      PIC 99V99.
               10  T-STATUS         PIC X.
                   88  T-ON-CATALOG VALUE 'A' 'D'.
                   88  T-ACTIVE     VALUE 'A'.
                   88  T-DISCONTINUED VALUE 'D'.
