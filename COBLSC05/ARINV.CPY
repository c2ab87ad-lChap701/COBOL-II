      *  ARINV.CPY                                                     *
      *  LAYOUT OF ONE PAINT JOB INVOICE ON THE OPEN RECEIVABLES FILE  *
      *  (ARMAST.DAT), WRITTEN AND KEPT BY THE PAINT INVOICING RUN     *
      *  (COBLSC40). THE INVOICE NUMBER IS THE ESTIMATE NUMBER OF THE  *
      *  JOB IT BILLS, SO A JOB CAN ONLY EVER BE BILLED ONCE. A PAID   *
      *  INVOICE STAYS ON THE FILE AS THE RECORD THAT IT WAS BILLED.   *
       01  AR-INVOICE-REC.
           05  AR-INV-NUM           PIC 9(5).
           05  AR-INV-DATE          PIC 9(8).
      *  'O' = OPEN, 'P' = PAID IN FULL  *
           05  AR-STATUS            PIC X.
               88  AR-OPEN          VALUE 'O'.
               88  AR-PAID          VALUE 'P'.
      *  'A' = BILLED FROM THE ACTUAL COST ON ACTUAL.DAT,             *
      *  'Q' = BILLED AT THE QUOTED TOTAL - NO ACTUALS WERE POSTED    *
           05  AR-BILL-BASIS        PIC X.
           05  AR-CUST-NAME         PIC X(20).
           05  AR-CUST-ADDR         PIC X(25).
           05  AR-INV-AMT           PIC 9(7)V99.
           05  AR-PAID-AMT          PIC 9(7)V99.
           05  AR-BALANCE           PIC 9(7)V99.
           05  AR-LAST-PAY-DATE     PIC 9(8).
           05  FILLER               PIC X(5).
