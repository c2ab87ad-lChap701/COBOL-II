      *  PNTINV.CPY                                                    *
      *  LAYOUT OF ONE QUALITY TIER'S SHELF POSITION ON PNTINV.DAT:    *
      *  GALLONS ON HAND AND THE REORDER POINT THE PURCHASE-NEEDS LINE *
      *  TRIPS ON. KEPT BY THE ESTIMATING RUN (COBLSC05), WHICH ADDS   *
      *  THE SUPPLIER'S DELIVERIES, AND DRAWN DOWN BY THE TIMESHEET    *
      *  POSTING RUN (COBLSC41) FOR THE GALLONS THE CREWS USE.         *
       01  PAINT-INV-REC.
           05  PI-TIER             PIC 9.
           05  PI-GALS-ON-HAND     PIC S9(7).
           05  PI-REORDER-PT       PIC 9(5).
           05  FILLER              PIC X(7).
