           05  HM-YYYYMM           PIC 9(6).
           05  HM-FUR-REV          PIC 9(9)V99.
           05  HM-PAINT-REV        PIC 9(9)V99.
      *  CAMPGROUND REVENUE EARNED BY THE NIGHTS STAYED IN THE      *
      *  MONTH, OUT OF THE DEFERRED ROLLFORWARD ON DEFREV.DAT       *
           05  HM-CAMP-REV         PIC 9(9)V99.
           05  FILLER              PIC X(11).
