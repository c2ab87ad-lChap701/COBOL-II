      *  PROMO.CPY                                                     *
      *  LAYOUT OF ONE RECORD ON PROMO.DAT, THE PROMOTION MASTER. A    *
      *  CODE TAKES A PERCENT OR A FLAT DOLLAR AMOUNT OFF EACH NIGHT   *
      *  THAT FALLS INSIDE ITS DATES, BEFORE TAX. BLANK CAMPGROUND OR  *
      *  SITE LETTERS MEANS EVERY ONE. A CODE MAY BE ON FILE MORE      *
      *  THAN ONCE TO GIVE DIFFERENT TERMS FOR DIFFERENT CAMPGROUNDS - *
      *  THE FIRST RECORD THE STAY QUALIFIES FOR IS THE ONE PRICED.    *
      *  READ BY THE RESERVATION RUN (COBLSC01) AND THE MONTHLY        *
      *  PROMOTION USAGE REPORT (COBLSC31).                            *
       01  PROMO-REC.
           05  PM-CODE             PIC X(5).
      *  'P' = PM-VALUE IS A PERCENT OFF, 'F' = DOLLARS OFF A NIGHT  *
           05  PM-TYPE             PIC X.
               88  PM-PERCENT              VALUE 'P'.
               88  PM-FLAT                 VALUE 'F'.
           05  PM-VALUE            PIC 9(3)V99.
           05  PM-START-DATE       PIC 9(8).
           05  PM-END-DATE         PIC 9(8).
           05  PM-CAMPGROUND       PIC X(15).
           05  PM-SITE-LETS        PIC X(5).
           05  PM-MIN-NIGHTS       PIC 99.
      *  'Y' = ONLY A GUEST ALREADY ON THE GUEST MASTER QUALIFIES     *
      *  (THE LOYALTY DISCOUNT)                                       *
           05  PM-RETURN-ONLY      PIC X.
      *  'Y' = ONLY SUNDAY THROUGH THURSDAY NIGHTS ARE DISCOUNTED     *
           05  PM-MIDWEEK-ONLY     PIC X.
           05  PM-DESC             PIC X(20).
           05  FILLER              PIC X(9).
