      *  LEASEMIS.CPY                                                  *
      *  LAYOUT OF ONE MISSED LEASE INSTALLMENT ON LEASEMIS.DAT. THE   *
      *  DECLINED CARD FOLLOW-UP RUN (COBLSC28) WRITES ONE WHEN A      *
      *  LEASE CHARGE IS STILL DECLINED AFTER THE GRACE PERIOD - THE   *
      *  SITE IS KEPT, NOT RELEASED - AND THE MONTHLY LEASE BILLING    *
      *  RUN (COBLSC32) MOVES IT INTO THE LEASE'S ARREARS.             *
       01  LEASE-MISS-REC.
           05  LM-CONF-NUM         PIC 9(8).
           05  LM-CAMPGROUND       PIC X(15).
           05  LM-SITE             PIC X(3).
           05  LM-START-DATE       PIC 9(8).
           05  LM-AMT              PIC 9(5)V99.
           05  LM-MISSED-DATE      PIC 9(8).
           05  FILLER              PIC X(11).
