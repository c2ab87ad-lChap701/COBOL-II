      *  DEFREV.CPY                                                    *
      *  LAYOUT OF ONE CLOSED MONTH ON DEFREV.DAT, THE DEFERRED        *
      *  CAMPGROUND REVENUE ROLLFORWARD WRITTEN BY THE MONTH-END       *
      *  CLOSE IN COBLSC06 AND READ BY THE GENERAL LEDGER INTERFACE    *
      *  (COBLSC25). BOOKINGS ARE CARRIED AS UNEARNED DEPOSITS UNTIL   *
      *  THE NIGHTS ARE STAYED; THE CLOSING BALANCE OF ONE MONTH IS    *
      *  THE OPENING BALANCE OF THE NEXT. AT CONVERSION ONE RECORD     *
      *  FOR THE PRIOR MONTH CARRYING ONLY DF-CLOSE-BAL SEEDS THE      *
      *  OPENING BALANCE.                                              *
       01  DEFREV-REC.
           05  DF-YYYYMM           PIC 9(6).
           05  DF-OPEN-BAL         PIC S9(9)V99.
      *  BOOKINGS TAKEN AND REFUNDS PAID OUT, FROM CAMPTL.DAT  *
           05  DF-NEW-BOOKINGS     PIC S9(9)V99.
           05  DF-REFUNDS          PIC 9(9)V99.
      *  THE SHARE OF EACH BOOKING FOR NIGHTS STAYED IN THE MONTH  *
           05  DF-NIGHTS-EARNED    PIC 9(9)V99.
      *  EVERYTHING THAT CAME OUT OF THE DEFERRED BALANCE: THE      *
      *  NIGHTS STAYED PLUS CANCELLATION FEES KEPT AND MODIFY        *
      *  ADJUSTMENTS                                                 *
           05  DF-RECOGNIZED       PIC S9(9)V99.
           05  DF-CLOSE-BAL        PIC S9(9)V99.
           05  FILLER              PIC X(8).
