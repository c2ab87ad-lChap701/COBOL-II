      *  POLINE.CPY                                                    *
      *  LAYOUT OF ONE PURCHASE ORDER LINE ON POLINE.DAT. THE          *
      *  PURCHASE ORDER RUN (COBLSC37) ADDS THE LINE WHEN THE BUYER    *
      *  APPROVES A SUGGESTED ORDER, RECEIVES AGAINST IT AS BOARD AND  *
      *  PAINT RECEIPTS COME IN, AND CLOSES IT ONCE FULLY RECEIVED.    *
       01  PO-LINE-REC.
           05  PL-PO-NUM           PIC 9(6).
           05  PL-LINE-NUM         PIC 99.
           05  PL-VENDOR           PIC X(4).
      *  'B' = WAKEBOARDS (PL-ITEM IS THE BOARD NUMBER), 'P' = PAINT  *
      *  (PL-ITEM IS THE QUALITY TIER)                                *
           05  PL-LINE             PIC X.
               88  PL-BOARDS               VALUE 'B'.
               88  PL-PAINT                VALUE 'P'.
           05  PL-ITEM             PIC 99.
      *  THE STORE THE BOARDS ARE ORDERED FOR - BLANK FOR PAINT  *
           05  PL-STORE            PIC XX.
           05  PL-DESC             PIC X(13).
           05  PL-QTY-ORDERED      PIC 9(5).
           05  PL-QTY-RECEIVED     PIC 9(5).
           05  PL-UNIT-COST        PIC 9(5)V99.
           05  PL-ORDER-DATE       PIC 9(8).
           05  PL-EXPECT-DATE      PIC 9(8).
           05  PL-STATUS           PIC X.
               88  PL-OPEN                 VALUE 'O'.
               88  PL-CLOSED               VALUE 'C'.
      *  INITIALS OF THE BUYER WHO APPROVED THE LINE  *
           05  PL-BUYER            PIC X(3).
           05  PL-LAST-RCPT-DATE   PIC 9(8).
           05  FILLER              PIC X(5).
