      *  LEASE.CPY                                                     *
      *  LAYOUT OF ONE SEASONAL SITE LEASE ON LEASE.DAT. THE           *
      *  RESERVATION RUN (COBLSC01) ADDS THE LEASE WHEN AN 'L'         *
      *  TRANSACTION PUTS ITS HOLD ON CAMPRES.DAT; THE MONTHLY LEASE   *
      *  BILLING RUN (COBLSC32) KEEPS THE BILLING, ARREARS AND STATUS  *
      *  FIELDS CURRENT AND PRINTS THE LEASE ROLL FROM IT.             *
       01  LEASE-REC.
           05  LS-CONF-NUM         PIC 9(8).
      *  THE KEY OF THE HOLD ON THE RESERVATION MASTER  *
           05  LS-RES-KEY.
               10  LS-CAMPGROUND   PIC X(15).
               10  LS-SITE         PIC X(3).
               10  LS-START-DATE   PIC 9(8).
      *  THE DAY THE LEASE ENDS AND THE SITE COMES FREE  *
           05  LS-END-DATE         PIC 9(8).
           05  LS-NAME             PIC X(27).
           05  LS-MONTH-RATE       PIC 9(3)V99.
           05  LS-CCTYPE           PIC X.
      *  THE VAULT TOKEN EVERY INSTALLMENT IS CHARGED AGAINST - NEVER  *
      *  THE CARD ITSELF                                               *
           05  LS-CARD-TOKEN       PIC X(16).
      *  THE LAST MONTH (YYYYMM) AN INSTALLMENT WAS POSTED FOR - ZERO  *
      *  UNTIL THE FIRST BILLING RUN PICKS THE LEASE UP                *
           05  LS-BILLED-THRU      PIC 9(6).
      *  MONEY BILLED THAT THE CARD NEVER PAID, HOW MANY CHARGES HAVE  *
      *  GONE UNPAID OVER THE LIFE OF THE LEASE, AND WHAT THE LAST     *
      *  BILLING RUN CHARGED (INSTALLMENTS PLUS ANY ARREARS)           *
           05  LS-ARREARS          PIC 9(5)V99.
           05  LS-MISSED-CTR       PIC 99.
           05  LS-LAST-CHARGE      PIC 9(5)V99.
      *  'A' = ACTIVE, 'E' = RAN ITS TERM, 'C' = ENDED EARLY - THE     *
      *  HOLD CAME OFF THE MASTER BEFORE THE END DATE                  *
           05  LS-STATUS           PIC X.
               88  LS-ACTIVE               VALUE 'A'.
               88  LS-EXPIRED              VALUE 'E'.
               88  LS-CLOSED               VALUE 'C'.
           05  FILLER              PIC X(6).
