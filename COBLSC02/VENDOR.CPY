      *  VENDOR.CPY                                                    *
      *  LAYOUT OF ONE SUPPLIER ON THE VENDOR MASTER (VENDMAST.DAT),   *
      *  READ BY THE PURCHASE ORDER RUN (COBLSC37). WHAT EACH VENDOR  *
      *  SUPPLIES AND AT WHAT COST IS ON VENDITEM.DAT.                *
       01  VENDOR-REC.
           05  VM-VENDOR           PIC X(4).
           05  VM-NAME             PIC X(25).
      *  DAYS FROM PLACING AN ORDER TO THE GOODS ARRIVING - SETS THE  *
      *  EXPECTED DATE ON EVERY PURCHASE ORDER LINE                   *
           05  VM-LEAD-DAYS        PIC 9(3).
           05  VM-STATUS           PIC X.
               88  VM-ACTIVE               VALUE 'A'.
               88  VM-INACTIVE             VALUE 'I'.
           05  VM-PHONE            PIC X(10).
           05  FILLER              PIC X(7).
