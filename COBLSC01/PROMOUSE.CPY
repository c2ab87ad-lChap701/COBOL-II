      *  PROMOUSE.CPY                                                  *
      *  LAYOUT OF ONE RECORD ON PROMOUSE.DAT, THE PROMOTION USAGE     *
      *  LEDGER. THE RESERVATION RUN (COBLSC01) APPENDS A RECORD EACH  *
      *  TIME A PROMOTION IS PRICED INTO A BOOKING, AND EACH TIME ONE  *
      *  IS TAKEN BACK BY A MOVE OR A CANCELLATION; THE MONTHLY USAGE  *
      *  REPORT (COBLSC31) TOTALS THEM BY CODE. NIGHTS AND DOLLARS     *
      *  ARE ALWAYS POSITIVE - THE TYPE SAYS WHICH WAY THEY COUNT.     *
       01  PROMO-USE-REC.
           05  PU-RUN-DATE         PIC 9(8).
           05  PU-CODE             PIC X(5).
      *  'B' = NEW BOOKING, 'M' = MOVED BOOKING RE-PRICED, 'R' =      *
      *  TAKEN BACK OFF A MOVED BOOKING, 'C' = TAKEN BACK OFF A       *
      *  CANCELLED BOOKING                                            *
           05  PU-TRAN-TYPE        PIC X.
               88  PU-BOOKING              VALUE 'B'.
               88  PU-MODIFY               VALUE 'M'.
               88  PU-REVERSAL             VALUE 'R'.
               88  PU-CANCEL               VALUE 'C'.
           05  PU-CAMPGROUND       PIC X(15).
           05  PU-SITE             PIC X(3).
           05  PU-DATE             PIC 9(8).
           05  PU-CONF-NUM         PIC 9(8).
           05  PU-NIGHTS           PIC 99.
           05  PU-DISC             PIC 9(3)V99.
           05  FILLER              PIC X(25).
