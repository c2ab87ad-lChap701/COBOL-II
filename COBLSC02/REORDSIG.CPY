      *  REORDSIG.CPY                                                  *
      *  LAYOUT OF ONE REORDER SIGNAL - AN ITEM THAT HAS FALLEN TO ITS *
      *  REORDER POINT. THE WAKEBOARD DAILY RUN (COBLSC02) WRITES ONE  *
      *  PER STORE AND BOARD TO BRDREORD.DAT, THE PAINT RUN (COBLSC05) *
      *  ONE PER QUALITY TIER TO PNTREORD.DAT, AND THE PURCHASE ORDER  *
      *  RUN (COBLSC37) TURNS THEM INTO SUGGESTED PURCHASE ORDERS.     *
       01  REORDER-SIG-REC.
      *  'B' = WAKEBOARDS (RS-ITEM IS THE BOARD NUMBER), 'P' = PAINT  *
      *  (RS-ITEM IS THE QUALITY TIER)                                *
           05  RS-LINE             PIC X.
               88  RS-BOARDS               VALUE 'B'.
               88  RS-PAINT                VALUE 'P'.
           05  RS-ITEM             PIC 99.
      *  THE STORE SHORT OF STOCK - BLANK FOR PAINT  *
           05  RS-STORE            PIC XX.
           05  RS-DESC             PIC X(13).
      *  WHAT IS LEFT TO SELL OR USE, AND THE POINT IT TRIPPED ON  *
           05  RS-AVAIL            PIC S9(7).
           05  RS-REORDER-PT       PIC 9(5).
           05  RS-DATE             PIC 9(8).
           05  FILLER              PIC X(2).
