      *  BOARD SOLD                                                    *
           SELECT WEB-FEED-FILE
               ASSIGN TO 'WEBFEED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WF-STATUS.

      *  ORDERS DROPPED BY THE WEB STORE, PROCESSED AS A SECOND INPUT *
      *  AFTER THE REGISTER SALES SO BOTH CHANNELS LAND IN THE SAME   *
      *  CAN INGEST                                                  *
           SELECT WEB-REJECT-FILE
               ASSIGN TO 'WEBREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WR-STATUS.

      *  OUT-OF-STOCK WEB ORDERS HELD IN ARRIVAL ORDER UNTIL STOCK   *
      *  COMES IN, FILLED AT THE TOP OF THE NEXT RUN AND AGED OFF     *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BO-STATUS.

      *  PERPETUAL ON-HAND QUANTITIES, ONE RECORD PER STORE PER       *
      *  BOARD, READ AT START-UP AND REWRITTEN AT CLOSING THE WAY     *
      *  SEASONTL.DAT WORKS FOR TOTALS, SO STOCK ACTUALLY GOES DOWN   *
      *  DAY OVER DAY AT THE STORE THAT HOLDS IT                      *
           SELECT INV-FILE
               ASSIGN TO 'BRDINV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

      *  STOCK ARRIVING FROM THE DISTRIBUTOR, ADDED TO THE RECEIVING  *
      *  STORE'S ON-HAND BEFORE TODAY'S SALES ARE APPLIED             *
           SELECT RECEIPT-FILE
               ASSIGN TO 'RECEIPTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL

      *  ONE RECORD PER RUN-DATE PER BOARD (AND PER STORE) CARRYING  *
      *  THAT DAY'S UNITS AND DOLLARS, APPENDED AT CLOSING SO THE    *
      *  TREND REPORT (COBLSC18) CAN SEE THE SEASON TURN, PLUS EACH  *
      *  STORE'S GIFT CERTIFICATE MOVEMENT FOR THE GL RUN (COBLSC25) *
           SELECT SALES-HIST-FILE
               ASSIGN TO 'SALESHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.

      *  THE SALES TAX LEDGER - ONE RECORD PER STORE PER RUN WITH    *
      *  THE TAX TAKEN IN AND HANDED BACK, APPENDED AT CLOSING FOR   *
      *  THE MONTHLY REMITTANCE REPORT (COBLSC27)                    *
           SELECT SALES-TAX-FILE
               ASSIGN TO 'SALESTAX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.

      *  EVERY BOARD AT OR UNDER ITS REORDER POINT AT A STORE THAT    *
      *  STOCKS BOARDS, REWRITTEN EACH RUN FOR THE PURCHASE ORDER RUN *
      *  (COBLSC37) TO SUGGEST ORDERS FROM                            *
           SELECT REORDER-SIG-FILE
               ASSIGN TO 'BRDREORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE GIFT CERTIFICATE LEDGER - EVERY CERTIFICATE SOLD WITH    *
      *  WHAT IS LEFT ON IT, READ AT START-UP AND REWRITTEN AT        *
      *  CLOSING SO A CERTIFICATE CAN'T BE REDEEMED TWICE             *
           SELECT GIFT-CERT-FILE
               ASSIGN TO 'GIFTCERT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GC-STATUS.

      *  HOLDS HOW FAR THE RUN HAS GOT THROUGH THE REGISTER SALES    *
      *  AND THE WEB ORDERS, AND EVERYTHING IT HAS POSTED IN MEMORY,  *
      *  SO A RERUN OF A JOB THAT ABENDED PART WAY PICKS UP THERE     *
      *  INSTEAD OF POSTING THE MORNING'S SALES TWICE. FIXED-LENGTH   *
      *  RECORDS, NOT TEXT LINES, SINCE AN UNUSED TABLE SLOT CAN HOLD *
      *  BYTES A TEXT FILE WON'T TAKE                                 *
           SELECT CHKPT-FILE
               ASSIGN TO 'BRDCHKPT.DAT'
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.

      *  RUN-CONTROL LOG SHARED BY EVERY BATCH PROGRAM - ONE RECORD   *
      *  PER RUN PROVING WHAT WENT IN CAME BACK OUT                   *
           SELECT RUN-LOG-FILE
       FD  BOARD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-WAKEBOARD
           RECORD CONTAINS 35 CHARACTERS.

       01  I-WAKEBOARD.
           05  I-UPC.
           05  I-STORE-LOC          PIC XX.
      *  'S' (OR BLANK) = SALE, 'R' = RETURN, 'E' = EVEN EXCHANGE,   *
      *  'T' = RENTAL OUT, 'U' = RENTAL COMING BACK IN - FOLLOWS     *
      *  THE I-TRAN-TYPE PATTERN IN TRAN.CPY. 'G' = A GIFT           *
      *  CERTIFICATE SOLD - NO BOARD, I-TENDER-AMT IS ITS FACE VALUE *
           05  I-BTRAN-TYPE         PIC X.
               88  VAL-BTRAN-SALE   VALUE 'S' ' '.
               88  VAL-BTRAN-RETURN VALUE 'R'.
               88  VAL-BTRAN-EXCH   VALUE 'E'.
               88  VAL-BTRAN-RENTAL VALUE 'T'.
               88  VAL-BTRAN-RENTRET VALUE 'U'.
               88  VAL-BTRAN-GC-SALE VALUE 'G'.
      *  HOW THE SALE WAS PAID: 'C' (OR BLANK) = CASH, 'D' = CARD,   *
      *  'G' = GIFT CERTIFICATE, WITH THE AMOUNT THE REGISTER TOOK   *
           05  I-TENDER-TYPE        PIC X.
           05  I-TENDER-AMT         PIC 9(3)V99.
      *  HOW MANY DAYS A 'T' RENTAL IS GOING OUT FOR  *
           05  I-RENT-DAYS          PIC 99.
      *  THE GIFT CERTIFICATE SOLD, OR THE ONE TENDERED ('G') AND    *
      *  DRAWN DOWN - OR CREDITED BACK ON A RETURN                   *
           05  I-GC-NUM             PIC X(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED

       01  PRTLINE                  PIC X(132).

      *  SEASON-TO-DATE TOTALS FOR THE SIZE RANGES AND THE SALES,    *
      *  MARGIN AND RENTAL BUCKETS, THEN ONE RECORD PER BOARD,        *
      *  CARRIED FORWARD FROM RUN TO RUN                              *
       FD  SEASON-TOTALS-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS BOARD-SEASON-REC
           RECORD CONTAINS 80 TO 215 CHARACTERS.

      *  CPY FILE THAT CONTAINS BOARD-SEASON-REC LAYOUT, SHARED WITH  *
      *  THE GL JOURNAL RUN (COBLSC25)                                *
           COPY 'BRDSEAS.CPY'.

      *  ONE COMMA-DELIMITED DETAIL RECORD PER BOARD SOLD, PICKED UP  *
      *  BY THE WEB STORE'S CATALOG/INVENTORY FEED                    *
           05  BO-ORDER             PIC X(20).
           05  FILLER               PIC XX.

      *  ONE RECORD PER STORE PER BOARD HOLDING THE ON-HAND AND      *
      *  ON-RENT QUANTITIES, CARRIED FORWARD FROM RUN TO RUN          *
       FD  INV-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS INV-REC
           RECORD CONTAINS 20 TO 162 CHARACTERS.

      *  CPY FILE THAT CONTAINS INV-REC LAYOUT, SHARED WITH THE       *
      *  TRANSFER RUN (COBLSC36) AND THE EXCEPTION SUMMARY (COBLSC22) *
           COPY 'BRDINV.CPY'.

      *  ONE RECEIPT FROM THE DISTRIBUTOR: WHICH BOARD, HOW MANY,    *
      *  AND THE STORE IT WAS DELIVERED TO (BLANK = THE FIRST STORE  *
      *  ON THE MASTER, WHERE EVERY RECEIPT WENT BEFORE)             *
       FD  RECEIPT-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RECEIPT-REC
       01  RECEIPT-REC.
           05  RC-BOARD             PIC 99.
           05  RC-QTY               PIC 9(3).
           05  RC-STORE             PIC XX.
           05  FILLER               PIC X(3).

      *  ONE BOARD OUT ON RENT: WHICH BOARD, FROM WHICH STORE, WHEN *
      *  IT WENT OUT AND WHEN IT IS DUE BACK                         *
           05  DW-AMT               PIC 9(7)V99.
           05  FILLER               PIC X(8).

      *  ONE DAY'S MOVEMENT FOR ONE BOARD ('B') OR ONE STORE ('S'), *
      *  OR ONE STORE'S GIFT CERTIFICATES ('G')                     *
       FD  SALES-HIST-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORDS ARE SALES-HIST-REC SALES-HIST-GC-REC.
       01  SALES-HIST-REC.
           05  SH-DATE              PIC 9(8).
           05  SH-REC-TYPE          PIC X.
           05  SH-DOLLARS           PIC S9(7)V99.
           05  FILLER               PIC X(13).

      *  A 'G' RECORD: CERTIFICATES SOLD FOR CASH, REDEEMED AGAINST  *
      *  SALES AND RENTALS, AND CREDITED BACK ON RETURNS             *
       01  SALES-HIST-GC-REC.
           05  FILLER               PIC X(13).
           05  SG-SOLD              PIC 9(7)V99.
           05  SG-REDEEMED          PIC 9(7)V99.
           05  SG-CREDITED          PIC 9(7)V99.

      *  ONE KEYED PHYSICAL COUNT: THE BOARD, WHAT THE RACKS ACTUALLY *
      *  HELD, 'A' WHEN THE ADJUSTMENT IS APPROVED TO POST, AND THE   *
      *  STORE WHOSE RACKS WERE COUNTED (BLANK = THE FIRST STORE)     *
       FD  PHYS-COUNT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 10 CHARACTERS
           05  PC-BOARD             PIC 99.
           05  PC-QTY               PIC 9(4).
           05  PC-APPROVE-SW        PIC X.
           05  PC-STORE             PIC XX.
           05  FILLER               PIC X.

       FD  SALES-TAX-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SALES-TAX-REC.

      *  CPY FILE THAT CONTAINS SALES-TAX-REC LAYOUT, SHARED WITH THE *
      *  FURNITURE RUN (COBLSC04) AND THE REMITTANCE REPORT (COBLSC27)*
           COPY 'SALESTAX.CPY'.

       FD  REORDER-SIG-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REORDER-SIG-REC.

      *  CPY FILE THAT CONTAINS REORDER-SIG-REC LAYOUT, SHARED WITH   *
      *  THE PAINT RUN (COBLSC05) AND THE PURCHASE ORDER RUN (COBLSC37)*
           COPY 'REORDSIG.CPY'.

       FD  GIFT-CERT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS GIFT-CERT-REC.

      *  CPY FILE THAT CONTAINS GIFT-CERT-REC LAYOUT, SHARED WITH THE *
      *  GIFT CERTIFICATE RUN (COBLSC39)                              *
           COPY 'GIFTCERT.CPY'.

      *  CHECKPOINT FILE - REWRITTEN WHOLE AT EACH CHECKPOINT AND    *
      *  DELETED WHEN THE RUN ENDS NORMALLY                          *
       FD  CHKPT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS CHKPT-REC.
      *  'H' = WHERE THE RUN HAD GOT TO (FIRST RECORD), 'A' = ONE     *
      *  SLICE OF A WORKING-STORAGE AREA, 'G' = ONE GIFT CERTIFICATE  *
      *  ON THE LEDGER, 'C' = ONE CLOSING STEP FINISHED               *
       01  CHKPT-REC.
           05  CK-REC-TYPE          PIC X.
           05  FILLER               PIC X(199).

      *  THE PHASE IS 'S' WHILE THE REGISTER SALES ARE BEING POSTED, *
      *  'W' DURING THE WEB ORDERS AND 'C' ONCE CLOSING HAS BEGUN    *
       01  CHKPT-HEADER-REC REDEFINES CHKPT-REC.
           05  FILLER               PIC X.
           05  CK-PHASE             PIC X.
           05  CK-SALES-DONE        PIC 9(6).
           05  CK-WEBORD-DONE       PIC 9(6).
           05  CK-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X(178).

      *  THE AREAS ARE WRITTEN 190 BYTES AT A TIME - THE LAST SLICE  *
      *  OF EACH IS FLAGGED SO THE RESTORE KNOWS THE AREA IS WHOLE   *
       01  CHKPT-AREA-REC REDEFINES CHKPT-REC.
           05  FILLER               PIC X.
           05  CK-AREA-ID           PIC XX.
           05  CK-AREA-OFFSET       PIC 9(5).
           05  CK-AREA-LAST         PIC X.
           05  CK-AREA-DATA         PIC X(190).
           05  FILLER               PIC X.

       01  CHKPT-CERT-REC REDEFINES CHKPT-REC.
           05  FILLER               PIC X.
           05  CK-CE-ENTRY          PIC X(60).
           05  FILLER               PIC X(139).

      *  1 = GENERATIONS ROLLED, 2 = SALES HISTORY APPENDED,         *
      *  3 = SALES TAX LEDGER APPENDED, 4 = RUN LOG WRITTEN          *
       01  CHKPT-STEP-REC REDEFINES CHKPT-REC.
           05  FILLER               PIC X.
           05  CK-STEP-NUM          PIC 9.
           05  FILLER               PIC X(198).

       FD  RUN-LOG-FILE
           LABEL RECORD IS OMITTED
           05  C-GT-TOTAL           PIC S9(8)V99 VALUE 0.
      *  FILE STATUS FOR SEASON-TOTALS-FILE  *
           05  WS-ST-STATUS         PIC XX      VALUE '00'.
           05  ST-EOF-SW            PIC X       VALUE 'N'.
      *  SET TO 'Y' ONCE A LOW-STOCK ALERT LINE HAS BEEN PRINTED  *
           05  REORDER-SW           PIC X       VALUE 'N'.
               88  REORDER-FOUND    VALUE 'Y'.
      *  QTY REMAINING ON HAND AFTER TODAY'S SALES  *
           05  C-RA-QTY-LEFT        PIC S9(4)   VALUE 0.
      *  EVERYTHING A STORE HAD ON THE SHELF TODAY - A STORE WITH    *
      *  NONE (THE WEB PSEUDO-STORE) DOESN'T STOCK BOARDS AND NEVER  *
      *  NEEDS REORDERING                                            *
           05  C-RA-STORE-STOCK     PIC S9(6)   VALUE 0.
      *  ACTUAL SELLING PRICE, MARKDOWN PRICE IF ON CLEARANCE  *
           05  C-EFF-PRICE          PIC 9(3)V99 VALUE 0.
      *  EDITED PRICE USED TO BUILD THE WEB STORE FEED RECORD  *
           05  WF-TRAN-TYPE         PIC X       VALUE 'S'.
      *  COUNTS SALES REJECTED FOR AN UNRECOGNIZED STORE LOCATION CODE *
           05  REJECT-CTR           PIC 9(4)    VALUE 0.
      *  COUNTS SALES REJECTED FOR A BOARD NUMBER NOT ON THE CATALOG  *
           05  C-CAT-REJ-CTR        PIC 9(4)    VALUE 0.
      *  RUN-CONTROL COUNTS WRITTEN TO RUNLOG.DAT AT END OF JOB  *
           05  WS-RUNLOG-STATUS     PIC XX      VALUE '00'.
           05  C-READ-CTR           PIC 9(6)    VALUE 0.
           05  WO-VALID-SW          PIC X       VALUE 'Y'.
           05  C-WEBORD-CTR         PIC 9(6)    VALUE 0.
           05  C-WEBREJ-CTR         PIC 9(6)    VALUE 0.
      *  RECORDS PUT ON THE WEB STORE REJECT FEED, NOTICES INCLUDED  *
           05  C-WEBREJ-OUT         PIC 9(6)    VALUE 0.

      *  LIVE ON-HAND QUANTITIES PER STORE (OPENING STOCK PLUS       *
      *  TODAY'S RECEIPTS) WITH THE DAY'S SALES AND RENTAL MOVEMENT  *
      *  OFF EACH STORE'S OWN SHELF, IN STORE-TABLE ORDER AND BY     *
      *  BOARD NUMBER. CARRIED ON BRDINV.DAT FROM RUN TO RUN; THE    *
      *  CATALOG'S OPENING QUANTITIES ONLY SEED THE FIRST STORE ON   *
      *  THE VERY FIRST RUN BEFORE AN INVENTORY FILE EXISTS          *
       01  STORE-INV-AREA.
           05  SI-STORE-ENTRY       OCCURS 10.
               10  SI-BOARD-ENTRY   OCCURS 99.
                   15  SI-INV-QTY       PIC S9(4).
                   15  SI-OPENING-QTY   PIC S9(4).
                   15  SI-UNITS-RECVD   PIC 9(4).
                   15  SI-UNITS-SOLD    PIC S9(4).
                   15  SI-RENT-DELTA    PIC S9(3).
                   15  SI-RENT-QTY      PIC S9(4).

      *  STOCK RECORDS ON BRDINV.DAT FOR A CODE NO LONGER ON THE     *
      *  STORE MASTER - WRITTEN BACK UNTOUCHED SO THE STOCK ISN'T    *
      *  LOST WHILE SOMEBODY SORTS OUT THE MASTER                    *
       01  INV-ORPHAN-AREA.
           05  IO-REC               PIC X(20)   OCCURS 200.

      *  AN OLD-LAYOUT STORE RECORD HELD ASIDE IS SPLIT INTO KEYED   *
      *  RECORDS HERE, SINCE INV-REC SHARES THE OLD RECORD'S BYTES   *
       01  INV-ORPHAN-WORK.
           05  IW-STORE             PIC XX.
           05  IW-BOARD             PIC 99.
           05  IW-QTY-ON-HAND       PIC S9(4).
           05  IW-QTY-ON-RENT       PIC S9(4).
           05  FILLER               PIC X(8).

       01  INVENTORY-AREA.
           05  WS-INV-STATUS        PIC XX      VALUE '00'.
           05  WS-RCT-STATUS        PIC XX      VALUE '00'.
           05  INV-LOADED-SW        PIC X       VALUE 'N'.
           05  INV-EOF-SW           PIC X       VALUE 'N'.
           05  RCT-EOF-SW           PIC X       VALUE 'N'.
           05  C-INV-CLOSING        PIC S9(4)   VALUE 0.
           05  C-INV-ON-RENT        PIC S9(4)   VALUE 0.
           05  C-INV-ORPHAN-CTR     PIC 999     VALUE 0.
           05  IO-SUB               PIC 999     VALUE 0.
           05  INV-STORE-SUB        PIC 99      VALUE 0.
           05  INV-SCAN-SUB         PIC 99      VALUE 0.
           05  INV-LOOKUP-CODE      PIC XX      VALUE SPACES.
      *  THE STORE WHOSE SHELF THE TRANSACTION IN HAND DRAWS ON - 0  *
      *  MEANS THE STORE THAT RANG IT UP; A WEB ORDER SETS THE STORE *
      *  IT IS FILLED FROM                                           *
           05  STK-STORE-SUB        PIC 99      VALUE 0.
           05  C-AVAIL              PIC S9(5)   VALUE 0.
           05  C-BEST-AVAIL         PIC S9(5)   VALUE 0.
      *  RECEIPTS AND COUNTS KEYED AGAINST A STORE NOT ON THE MASTER *
           05  C-RCT-REJ-CTR        PIC 9(4)    VALUE 0.
           05  C-CNT-REJ-CTR        PIC 9(4)    VALUE 0.

      *  HELD WEB ORDERS, LOADED AT START-UP, FILLED WHEN STOCK      *
      *  ALLOWS, AGED OFF WITH A NOTICE, AND REWRITTEN AT CLOSING    *
      *  HELD ORDERS PAST THE TABLE - COUNTED SO NOBODY IS QUIETLY   *
      *  LOST                                                        *
           05  C-BO-OVFL-CTR       PIC 9(4)    VALUE 0.
           05  C-BO-AGE            PIC S9(5)   VALUE 0.

      *  THE PHYSICAL COUNTS IN STORE/BOARD-NUMBER SLOTS, COMPARED   *
      *  AT CLOSING AGAINST THAT STORE'S PERPETUAL CLOSING STOCK     *
       01  COUNT-TABLE-AREA.
           05  CT-STORE        OCCURS 10.
               10  CT-ENTRY        OCCURS 99.
                   15  CT-PRESENT-SW   PIC X.
                   15  CT-QTY          PIC S9(4).
                   15  CT-APPROVE-SW   PIC X.

      *  WHAT EACH STORE'S REGISTER RECORDED PER TENDER AND WHAT    *
      *  THE DRAWER COUNT CAME TO - 1 = CASH, 2 = CARD, 3 = GIFT    *
      *  THE CARD TAKINGS ACROSS THE STORES, FOR DEPOSIT MATCHING  *
           05  C-CARD-DEPOSIT       PIC S9(9)V99 VALUE 0.

      *  THE GIFT CERTIFICATE LEDGER IN CERTIFICATE-NUMBER ORDER AS   *
      *  IT CAME IN, WITH TODAY'S SALES ADDED ON THE END              *
       01  GIFT-CERT-TABLE-AREA.
           05  CE-ENTRY        OCCURS 2000.
               10  CE-CERT-NUM      PIC X(8).
               10  CE-STATUS        PIC X.
               10  CE-ISSUE-STORE   PIC XX.
               10  CE-ISSUE-DATE    PIC 9(8).
               10  CE-ORIG-AMT      PIC 9(5)V99.
               10  CE-BALANCE       PIC 9(5)V99.
               10  CE-LAST-USED-DATE
                                    PIC 9(8).
               10  CE-REDEEM-CTR    PIC 999.
               10  CE-STATUS-DATE   PIC 9(8).
               10  CE-STATUS-AMT    PIC 9(5)V99.
               10  FILLER           PIC X(1).

       01  GIFT-CERT-WORK-AREA.
           05  WS-GC-STATUS         PIC XX      VALUE '00'.
           05  GC-EOF-SW            PIC X       VALUE 'N'.
      *  SET TO 'Y' WHEN TODAY'S REGISTER TAPE TOUCHED THE LEDGER  *
           05  GC-CHG-SW            PIC X       VALUE 'N'.
      *  'N' WHEN THE TRANSACTION IN HAND WAS REJECTED FOR ITS      *
      *  CERTIFICATE AND MUST NOT POST                              *
           05  GC-OK-SW             PIC X       VALUE 'Y'.
      *  'N' WHEN THE LEDGER HELD MORE CERTIFICATES THAN THE TABLE - *
      *  EVERY CERTIFICATE SALE AND TENDER IS REJECTED AND THE       *
      *  LEDGER IS NOT REWRITTEN, SO NONE PAST THE TABLE IS LOST     *
           05  GC-TABLE-OK-SW       PIC X       VALUE 'Y'.
           05  C-GC-OVFL-CTR        PIC 9(5)    VALUE 0.
           05  CE-TBL-CTR           PIC 9(4)    VALUE 0.
           05  CE-SUB               PIC 9(4)    VALUE 0.
           05  C-CE-FOUND-SUB       PIC 9(4)    VALUE 0.
           05  C-GC-LOOKUP          PIC X(8)    VALUE SPACES.
      *  WHAT THE TENDER WILL TAKE OFF THE CERTIFICATE - THE KEYED   *
      *  AMOUNT, OR THE PRICE PLUS TAX THE SAME WAY L3C FIGURES IT   *
           05  C-GC-AMT             PIC 9(5)V99 VALUE 0.
           05  C-GC-TAX             PIC 9(3)V99 VALUE 0.
           05  C-GC-STORE-FOUND     PIC X       VALUE 'N'.
           05  C-GC-REASON          PIC X(30)   VALUE SPACES.
           05  C-GC-SOLD-CTR        PIC 9(4)    VALUE 0.
           05  C-GC-SOLD-AMT        PIC 9(7)V99 VALUE 0.
           05  C-GC-REDEEM-CTR      PIC 9(4)    VALUE 0.
           05  C-GC-REDEEM-AMT      PIC 9(7)V99 VALUE 0.
           05  C-GC-CREDIT-CTR      PIC 9(4)    VALUE 0.
           05  C-GC-CREDIT-AMT      PIC 9(7)V99 VALUE 0.
           05  C-GC-REJ-CTR         PIC 9(4)    VALUE 0.

       01  SALES-HIST-WORK-AREA.
           05  WS-SH-STATUS        PIC XX      VALUE '00'.
           05  SH-SUB              PIC 999     VALUE 0.

      *  SALES TAX ON THE TRANSACTION IN HAND AND THE DAY'S NET TAX  *
       01  TAX-WORK-AREA.
           05  WS-TX-STATUS         PIC XX      VALUE '00'.
           05  C-TAX-AMT            PIC 9(3)V99 VALUE 0.
           05  C-DAY-TAX-TOTAL      PIC S9(7)V99 VALUE 0.

       01  COUNT-WORK-AREA.
           05  WS-PC-STATUS        PIC XX      VALUE '00'.
      *  SEASON-TO-DATE TOTALS CARRIED FORWARD FROM SEASONTL.DAT,     *
      *  ADDED TO TODAY'S T-GT-TOTALS/T-GT-SIZE-CTR AT CLOSING        *
       01  CARRIED-TOTALS-AREA.
           05  CF-GT-TOTALS         PIC 9(7)V99 OCCURS 99.
           05  CF-GT-SIZE-CTR       PIC 9(4)    OCCURS 5.
           05  CF-GT-TOTAL          PIC 9(9)V99 VALUE 0.
           05  CF-MARGIN-TOTAL      PIC S9(9)V99 VALUE 0.
           05  RN-FOUND-SW         PIC X       VALUE 'N'.
      *  NET RENTALS OUT THIS RUN PER BOARD - OUT ADDS, BACK        *
      *  SUBTRACTS - SO THE SHELF AND THE ON-RENT COUNT BOTH MOVE   *
           05  T-RENT-DELTA        PIC S9(3)   OCCURS 99.
           05  C-RENT-DAYS         PIC 99      VALUE 0.
           05  C-RENT-AMT          PIC 9(5)V99 VALUE 0.
           05  C-DAY-RENT-TOTAL    PIC S9(7)V99 VALUE 0.
           05  GN-REC-CNT          PIC 9(7)    VALUE 0.
           05  GN-RETURN-CODE      PIC 9       VALUE 0.

      *  DATA PASSED TO/FROM CBLBATCH TO PROVE EACH INBOUND BATCH'S   *
      *  HEADER AND TRAILER BEFORE ANYTHING IS POSTED, AND TO RECORD  *
      *  IT AS POSTED ONCE THE RUN IS DONE. IT IS LEFT HOLDING THE    *
      *  REGISTER SALES BATCH; THE WEB ORDER BATCH IS KEPT ASIDE      *
       01  CBLBATCH-DATA.
           05  BT-FUNC             PIC X       VALUE 'V'.
           05  BT-FILE-NAME        PIC X(30)   VALUE SPACES.
           05  BT-SOURCE           PIC X(3)    VALUE SPACES.
           05  BT-ALT-SOURCE       PIC X(3)    VALUE SPACES.
           05  BT-TOT-POS          PIC 999     VALUE 0.
           05  BT-TOT-LEN          PIC 99      VALUE 0.
           05  BT-TOT-DEC          PIC 9       VALUE 0.
           05  BT-FILE-OPTIONAL    PIC X       VALUE 'N'.
           05  BT-RESTART-SW       PIC X       VALUE 'N'.
           05  BT-PROGRAM          PIC X(8)    VALUE SPACES.
           05  BT-RUN-DATE         PIC 9(8)    VALUE 0.
           05  BT-HDR-SOURCE       PIC X(3)    VALUE SPACES.
           05  BT-BATCH-DATE       PIC 9(8)    VALUE 0.
           05  BT-BATCH-SEQ        PIC 9(6)    VALUE 0.
           05  BT-REC-CNT          PIC 9(6)    VALUE 0.
           05  BT-TOTAL            PIC S9(9)V99 VALUE 0.
           05  BT-RETURN-CODE      PIC 9       VALUE 0.
           05  BT-REASON           PIC X(20)   VALUE SPACES.
           05  WB-HDR-SOURCE       PIC X(3)    VALUE SPACES.
           05  WB-BATCH-DATE       PIC 9(8)    VALUE 0.
           05  WB-BATCH-SEQ        PIC 9(6)    VALUE 0.

      *  USED TO CHECKPOINT/RESTART THE DAILY RUN  *
       01  CHECKPOINT-WORK-AREA.
           05  WS-CHKPT-STATUS      PIC XX      VALUE '00'.
           05  WS-WF-STATUS         PIC XX      VALUE '00'.
           05  WS-WR-STATUS         PIC XX      VALUE '00'.
           05  RESTART-SW           PIC X       VALUE 'N'.
      *  THE PHASE THE CHECKPOINT BEING WRITTEN IS FOR, AND THE ONE  *
      *  THE ABENDED RUN HAD REACHED (SPACE ON A NORMAL RUN)         *
           05  CHKPT-PHASE          PIC X       VALUE 'S'.
           05  CHKPT-RESTART-PHASE  PIC X       VALUE ' '.
           05  CHKPT-SALES-DONE     PIC 9(6)    VALUE 0.
           05  CHKPT-WEBORD-DONE    PIC 9(6)    VALUE 0.
           05  CHKPT-RUN-DATE       PIC 9(8)    VALUE 0.
           05  CHKPT-STEPS-DONE     PIC 9       VALUE 0.
           05  CHKPT-SKIP-CTR       PIC 9(6)    VALUE 0.
           05  CHKPT-INTERVAL       PIC 999     VALUE 25.
           05  CHKPT-COUNT          PIC 9(7)    VALUE 0.
           05  CHKPT-QUOT           PIC 9(7).
           05  CHKPT-REM            PIC 999.
           05  CHKPT-EOF-SW         PIC X       VALUE 'N'.
           05  CHKPT-SUB            PIC 9(4)    VALUE 0.
           05  CHKPT-AREA-ID        PIC XX      VALUE SPACES.
           05  CHKPT-OFFSET         PIC 9(5)    VALUE 0.
           05  CHKPT-LEN            PIC 9(5)    VALUE 0.
      *  FEED RECORDS THE ABENDED RUN GOT OUT BEFORE IT WENT DOWN -   *
      *  THE RESTART REBUILDS THE SAME RECORDS IN THE SAME ORDER AND  *
      *  HOLDS BACK EVERY ONE ALREADY ON FILE                         *
           05  CHKPT-FEED-ON-FILE   PIC 9(6)    VALUE 0.
           05  CHKPT-REJ-ON-FILE    PIC 9(6)    VALUE 0.

      *  ONE WORKING-STORAGE AREA ON ITS WAY TO OR FROM THE          *
      *  CHECKPOINT - AS LONG AS THE LARGEST AREA, THE PER-STORE     *
      *  STOCK, ROUNDED UP TO A WHOLE SLICE                          *
       01  CHKPT-BUFFER             PIC X(22800).

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YYYY           PIC 9(4).
           05  FILLER               PIC X(2)    VALUE ' '.
           05  FILLER               PIC X(3)    VALUE 'LOC'.
           05  FILLER               PIC X(11)   VALUE 'BOARD PRICE'.
           05  FILLER               PIC X(6)    VALUE ' '.
           05  FILLER               PIC X(4)    VALUE 'TAX'.
           05  FILLER               PIC X(4)    VALUE ' '.
           05  FILLER               PIC X(3)    VALUE 'CLR'.
           
               10  T-STORE-NAME     PIC X(20).
               10  T-STORE-REGION   PIC X(10).
               10  T-STORE-TOTAL    PIC S9(7)V99.
      *  THE STORE'S TAXING JURISDICTION AND RATE FROM TAXRATE.DAT,  *
      *  WITH THE DAY'S TAXABLE SALES AND TAX, RETURNS KEPT APART    *
               10  T-STORE-JURIS    PIC X(20).
               10  T-STORE-TAX-RATE PIC V9(4).
               10  T-STORE-TAXABLE  PIC 9(7)V99.
               10  T-STORE-RET-TAXABLE
                                    PIC 9(7)V99.
               10  T-STORE-TAX      PIC 9(7)V99.
               10  T-STORE-TAX-REFUND
                                    PIC 9(7)V99.
      *  THE DAY'S GIFT CERTIFICATES SOLD, REDEEMED AND CREDITED     *
      *  BACK AT THE STORE                                           *
               10  T-STORE-GC-SOLD  PIC 9(7)V99.
               10  T-STORE-GC-REDEEMED
                                    PIC 9(7)V99.
               10  T-STORE-GC-CREDITED
                                    PIC 9(7)V99.
           05  STORE-CNT            PIC 99      VALUE 0.
           05  STORE-LOAD-SUB       PIC 99      VALUE 0.

               88  CS-FOUND         VALUE 0.
               88  CS-NOT-FOUND     VALUE 1.

      *  DATA PASSED TO/FROM CBLTAX TO READ THE SALES TAX RATES  *
       01  CBLTAX-DATA.
           05  CT-STORE-CODE        PIC XX.
           05  CT-JURISDICTION      PIC X(20).
           05  CT-RATE              PIC V9(4).
           05  CT-RETURN-CODE       PIC 9.
               88  CT-FOUND         VALUE 0.
               88  CT-NOT-FOUND     VALUE 1.

      *  REGION SUBTOTALS ROLLED UP FROM THE STORE TOTALS  *
       01  REGION-TABLE-AREA.
           05  T-REGIONS            OCCURS 10.
           05  REGION-SUB           PIC 99      VALUE 0.
           05  REGION-FOUND-SW      PIC X       VALUE 'N'.

      *  CPY FILE THAT CONTAINS THE BOARD TABLE, FILLED FROM THE     *
      *  BOARD CATALOG THROUGH CBLBOARD AT START-UP                  *
       COPY 'BOARDTBL.CPY'.

       01  DETAIL-LINE.
           05  O-STORE              PIC XX.
           05  FILLER               PIC X(5)    VALUE ' '.
           05  O-PRICE              PIC $$$$.99.
           05  FILLER               PIC X(2)    VALUE ' '.
      *  SALES TAX CHARGED (OR HANDED BACK ON A RETURN)  *
           05  O-TAX                PIC $$$$.99.
           05  FILLER               PIC X(1)    VALUE ' '.
      *  SHOWS 'CLR' WHEN THE BOARD WAS SOLD AT ITS MARKDOWN PRICE  *
           05  O-CLR                PIC X(4).
           05  FILLER               PIC X(3)    VALUE ' '.
      *  GRAND TOTAL SALES FOR EACH BOARD, NET OF RETURNS - SIGNED   *
      *  SO A DAY WHERE RETURNS OUTRUN SALES POSTS HONESTLY          *
       01  GRAND-TOTAL-SALES.
           05  T-GT-TOTALS         PIC S9(7)V99 OCCURS 99.
      *  UNITS SOLD THIS RUN NET OF RETURNS - DRIVES THE LOW-STOCK   *
      *  ALERT AND THE CLOSING STOCK FIGURE                          *
       01  UNITS-SOLD-TABLE.
           05  T-UNITS-SOLD        PIC S9(3)       OCCURS 99.

      *  TODAY'S SIZE COUNTS, SIGNED SO A RETURN ON A SIZE WITH NO    *
      *  SALES YET STILL COMES OFF THE SEASON FIGURE INSTEAD OF       *

      *  RETURNS TAKEN BACK THIS RUN, FOR THE RETURNS SUMMARY  *
       01  RETURNS-TABLE.
           05  T-UNITS-RETD        PIC 9(3)        OCCURS 99.
           05  T-RET-AMT           PIC 9(7)V99     OCCURS 99.
           05  C-TOT-RET-CTR       PIC 9(4)        VALUE 0.
      *  SUBSCRIPT FOR TOTAL SALES AND SIZE COUNTER  *
       01  SUB                      PIC 999.
      *  SUBSCRIPT FOR THE CLOSING PASSES OVER THE BOARD TABLE - ONE  *
      *  PAST BOARD 99 STILL FITS                                     *
       01  BRD-SUB                  PIC 999.

       01  GRAND-TOTALS-TITLE.
           05  FILLER               PIC X(6)    VALUE 'DATE: '.
           05  FILLER               PIC X(61)   VALUE ' '.

       01  INVENTORY-HEADINGS.
           05  FILLER               PIC X(22)   VALUE ' '.
           05  FILLER               PIC X(5)    VALUE 'STORE'.
           05  FILLER               PIC X(3)    VALUE ' '.
           05  FILLER               PIC X(10)   VALUE 'BOARD NAME'.
           05  FILLER               PIC X(6)    VALUE ' '.
           05  FILLER               PIC X(7)    VALUE 'OPENING'.
           05  FILLER               PIC X(47)   VALUE ' '.

       01  INVENTORY-LINE.
           05  FILLER               PIC X(23)   VALUE ' '.
           05  O-INV-STORE          PIC XX.
           05  FILLER               PIC X(5)    VALUE ' '.
           05  O-INV-NAME           PIC X(13).
           05  FILLER               PIC X(4)    VALUE ' '.
           05  O-INV-OPENING        PIC -ZZZ9.
           05  FILLER               PIC X(60)   VALUE ' '.

       01  REORDER-ALERT-HEADINGS.
           05  FILLER               PIC X(27)   VALUE ' '.
           05  FILLER               PIC X(5)    VALUE 'STORE'.
           05  FILLER               PIC X(3)    VALUE ' '.
           05  FILLER               PIC X(10)   VALUE 'BOARD NAME'.
           05  FILLER               PIC X(15)   VALUE ' '.
           05  FILLER               PIC X(11)   VALUE 'QTY ON HAND'.
           05  FILLER               PIC X(38)   VALUE ' '.

       01  REORDER-ALERT-LINE.
           05  FILLER               PIC X(28)   VALUE ' '.
           05  O-RA-STORE           PIC XX.
           05  FILLER               PIC X(5)    VALUE ' '.
           05  O-RA-NAME            PIC X(13).
           05  FILLER               PIC X(12)   VALUE ' '.
           05  O-RA-QTY-ON-HAND     PIC -ZZ9.
           05  FILLER               PIC X(52)   VALUE ' '.

       01  VARIANCE-HEADINGS.
           05  FILLER               PIC X(12)   VALUE ' '.
           05  FILLER               PIC X(5)    VALUE 'STORE'.
           05  FILLER               PIC X(3)    VALUE ' '.
           05  FILLER               PIC X(10)   VALUE 'BOARD NAME'.
           05  FILLER               PIC X(6)    VALUE ' '.
           05  FILLER               PIC X(8)    VALUE 'BOOK QTY'.
           05  FILLER               PIC X(29)   VALUE ' '.

       01  VARIANCE-LINE.
           05  FILLER               PIC X(13)   VALUE ' '.
           05  O-VAR-STORE          PIC XX.
           05  FILLER               PIC X(5)    VALUE ' '.
           05  O-VAR-NAME           PIC X(13).
           05  FILLER               PIC X(5)    VALUE ' '.
           05  O-VAR-BOOK           PIC -ZZZ9.
                    'NO PHYSICAL COUNTS THIS RUN'.
           05  FILLER               PIC X(59)   VALUE ' '.

      *  RECEIPTS AND COUNTS KEYED AGAINST A STORE CODE THAT ISN'T   *
      *  ON THE STORE MASTER - LEFT OFF EVERY STORE'S STOCK          *
       01  INV-REJECT-TOTAL-LINE.
           05  FILLER               PIC X(20)   VALUE ' '.
           05  FILLER               PIC X(31)   VALUE
                    'RECEIPTS REJECTED (BAD STORE): '.
           05  O-RCT-REJ-CTR        PIC ZZZ9.
           05  FILLER               PIC X(32)   VALUE
                    '   COUNTS REJECTED (BAD STORE): '.
           05  O-CNT-REJ-CTR        PIC ZZZ9.
           05  FILLER               PIC X(41)   VALUE ' '.

      *  WHAT HAPPENED TO THE HELD WEB ORDERS THIS RUN  *
       01  BACKORDER-TOTAL-LINE.
           05  FILLER               PIC X(35)   VALUE ' '.
           05  O-REJECT-CTR         PIC ZZZ9.
           05  FILLER               PIC X(54)   VALUE ' '.

      *  SALES REJECTED FOR A BOARD NUMBER NOT ON THE CATALOG  *
       01  CATALOG-REJECT-TOTAL-LINE.
           05  FILLER               PIC X(35)   VALUE ' '.
           05  FILLER               PIC X(39)   VALUE
                    'SALES REJECTED (BOARD NOT ON CATALOG): '.
           05  O-CAT-REJ-CTR        PIC ZZZ9.
           05  FILLER               PIC X(54)   VALUE ' '.

      *  ONE GIFT CERTIFICATE SOLD, OR ONE SALE OR CERTIFICATE SALE *
      *  REJECTED FOR ITS CERTIFICATE, IN THE DETAIL LISTING         *
       01  GC-DETAIL-LINE.
           05  FILLER               PIC X(18)   VALUE ' '.
           05  FILLER               PIC X(17)   VALUE
                    'GIFT CERTIFICATE '.
           05  O-GC-CERT-NUM        PIC X(8).
           05  FILLER               PIC X(2)    VALUE ' '.
           05  O-GC-ACTION          PIC X(8).
           05  FILLER               PIC X(2)    VALUE ' '.
           05  O-GC-REASON          PIC X(30).
           05  FILLER               PIC X(16)   VALUE ' '.
           05  O-GC-STORE           PIC XX.
           05  FILLER               PIC X(5)    VALUE ' '.
           05  O-GC-AMT             PIC $$$$.99.
           05  FILLER               PIC X(17)   VALUE ' '.

      *  THE DAY'S GIFT CERTIFICATE MOVEMENT AGAINST THE LEDGER  *
       01  GC-TOTAL-LINE-1.
           05  FILLER               PIC X(20)   VALUE ' '.
           05  FILLER               PIC X(26)   VALUE
                    'GIFT CERTIFICATES SOLD:   '.
           05  O-GC-SOLD-CTR        PIC ZZZ9.
           05  FILLER               PIC X(3)    VALUE ' '.
           05  O-GC-SOLD-AMT        PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(14)   VALUE '   REDEEMED:  '.
           05  O-GC-REDEEM-CTR      PIC ZZZ9.
           05  FILLER               PIC X(3)    VALUE ' '.
           05  O-GC-REDEEM-AMT      PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(32)   VALUE ' '.

       01  GC-TOTAL-LINE-2.
           05  FILLER               PIC X(20)   VALUE ' '.
           05  FILLER               PIC X(26)   VALUE
                    'CREDITED BACK ON RETURNS: '.
           05  O-GC-CREDIT-CTR      PIC ZZZ9.
           05  FILLER               PIC X(3)    VALUE ' '.
           05  O-GC-CREDIT-AMT      PIC $$,$$$,$$9.99.
           05  FILLER               PIC X(14)   VALUE '   REJECTED:  '.
           05  O-GC-REJ-CTR         PIC ZZZ9.
           05  FILLER               PIC X(48)   VALUE ' '.

       01  GC-OVFL-LINE.
           05  FILLER               PIC X(20)   VALUE ' '.
           05  FILLER               PIC X(52)   VALUE
               'CERTIFICATES PAST TABLE LIMIT - LEDGER NOT UPDATED:'.
           05  O-GC-OVFL-CTR        PIC ZZ,ZZ9.
           05  FILLER               PIC X(54)   VALUE ' '.

      *  SALES TAX BY STORE SECTION OF THE SUMMARY REPORT - NET OF  *
      *  RETURNS, WHAT EACH STORE OWES ITS JURISDICTION FOR THE DAY *
       01  TAX-SECTION-TITLE.
           05  FILLER               PIC X(52)   VALUE ' '.
           05  FILLER               PIC X(27)   VALUE
                                        'SALES TAX BY STORE LOCATION'.
           05  FILLER               PIC X(53)   VALUE ' '.

       01  TAX-HEADINGS.
           05  FILLER               PIC X(20)   VALUE ' '.
           05  FILLER               PIC X(4)    VALUE 'CODE'.
           05  FILLER               PIC X(4)    VALUE ' '.
           05  FILLER               PIC X(14)   VALUE 'STORE LOCATION'.
           05  FILLER               PIC X(9)    VALUE ' '.
           05  FILLER               PIC X(12)   VALUE 'JURISDICTION'.
           05  FILLER               PIC X(12)   VALUE ' '.
           05  FILLER               PIC X(4)    VALUE 'RATE'.
           05  FILLER               PIC X(5)    VALUE ' '.
           05  FILLER               PIC X(13)   VALUE 'TAXABLE SALES'.
           05  FILLER               PIC X(8)    VALUE ' '.
           05  FILLER               PIC X(9)    VALUE 'SALES TAX'.
           05  FILLER               PIC X(18)   VALUE ' '.

       01  TAX-LINE.
           05  FILLER               PIC X(20)   VALUE ' '.
           05  O-TX-STORE           PIC XX.
           05  FILLER               PIC X(6)    VALUE ' '.
           05  O-TX-STORE-NAME      PIC X(20).
           05  FILLER               PIC X(3)    VALUE ' '.
           05  O-TX-JURIS           PIC X(20).
           05  FILLER               PIC X(3)    VALUE ' '.
           05  O-TX-RATE            PIC Z9.99.
           05  FILLER               PIC X       VALUE '%'.
           05  FILLER               PIC X(3)    VALUE ' '.
           05  O-TX-TAXABLE         PIC -$$,$$$,$$9.99.
           05  FILLER               PIC X(3)    VALUE ' '.
           05  O-TX-TAX             PIC -$$,$$$,$$9.99.
           05  FILLER               PIC X(18)   VALUE ' '.

       01  TAX-TOTAL-LINE.
           05  FILLER               PIC X(80)   VALUE ' '.
           05  FILLER               PIC X(20)   VALUE
                                                'TOTAL SALES TAX:'.
           05  O-TX-DAY-TOTAL       PIC -$$,$$$,$$9.99.
           05  FILLER               PIC X(18)   VALUE ' '.

      *  PRINTED AT THE TOP OF A RESTARTED RUN'S REPORT  *
       01  RESTART-NOTE-LINE.
           05  FILLER               PIC X(50)   VALUE
               'RESTARTED FROM CHECKPOINT - SALES ALREADY POSTED: '.
           05  O-RS-SALES           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(30)   VALUE
               '   WEB ORDERS ALREADY POSTED: '.
           05  O-RS-WEBORD          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(38)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           PERFORM L2-MAINLINE
               UNTIL MORE-RECS = 'N'.
      *  A RUN THAT ABENDED IN ITS CLOSING HAS NO WEB ORDERS LEFT  *
           IF CHKPT-RESTART-PHASE NOT = 'C'
               PERFORM L5-WEB-ORDERS.
           PERFORM L2-CLOSING.
       STOP RUN.

       L2-INIT.
           PERFORM L2M-READ-CONTROL-CARD.
      *  A CHECKPOINT LEFT ON FILE MEANS THE LAST RUN ABENDED PART   *
      *  WAY THROUGH - THIS RUN PICKS UP WHERE THAT ONE LEFT OFF     *
           PERFORM L7-CHECK-RESTART.
           PERFORM L2AW-PROVE-BATCHES.

           OPEN INPUT BOARD-MASTER.
           IF RESTART-SW = 'Y'
               PERFORM L7A-REOPEN-OUTPUTS
           ELSE
               OPEN OUTPUT PRTOUT
               OPEN OUTPUT WEB-FEED-FILE
      *  OPENED HERE, NOT IN THE WEB ORDER PASS, BECAUSE THE         *
      *  BACKORDER AGE-OFF AT THE TOP OF THE RUN WRITES NOTICES TOO  *
               OPEN OUTPUT WEB-REJECT-FILE.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *  A RERUN AS OF A PRIOR DATE TAKES ITS PROCESSING DATE FROM    *
      *  THE CONTROL CARD INSTEAD OF THE SYSTEM CLOCK                 *
           IF CC-DATE-FROM-CARD
               MOVE CC-RUN-DATE TO I-DATE.
      *  A RESTART KEEPS THE ABENDED RUN'S DATE SO THE HISTORY AND   *
      *  LOG RECORDS CARRY THE DAY THE SALES WERE RUNG UP            *
           IF RESTART-SW = 'Y'
               MOVE CHKPT-RUN-DATE TO I-DATE.
           MOVE I-YYYY TO O-YYYY.
           MOVE I-YYYY TO O-GT-YYYY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-DD TO O-GT-DD.

      *  EVERYTHING THE LOADS BELOW WOULD BUILD, AND THE BACKORDERS  *
      *  THEY WOULD FILL, COMES BACK FROM THE CHECKPOINT INSTEAD     *
           IF RESTART-SW = 'Y'
               PERFORM L7C-RESTART-RUN
               GO TO L2-INIT-EXIT.

           PERFORM L4-HEADINGS.

      *  LOADS THE BOARD TABLE FROM THE BOARD CATALOG MASTER  *
           CALL 'CBLBOARD' USING BOARD-TABLE.
           IF BOARD-CATALOG-MISSING
               PERFORM L2AY-CATALOG-MISSING.

      *  INTIALIZES TOTAL SALES TABLE  *
           PERFORM
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 99
                       MOVE 0 TO T-GT-TOTALS(SUB).

      *  INITIALIZES UNITS SOLD TABLE FOR THE LOW-STOCK ALERT  *
           PERFORM
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 99
                       MOVE 0 TO T-UNITS-SOLD(SUB)
                       MOVE 0 TO T-RENT-DELTA(SUB).

           PERFORM L2AN-LOAD-RENTALS.
           PERFORM L2S-LOAD-INVENTORY.
           PERFORM L2U-LOAD-RECEIPTS.
           PERFORM L6-LOAD-GIFT-CERTS.

      *  WITH TODAY'S RECEIPTS ON THE SHELF, FILL WHAT THE HELD WEB  *
      *  ORDERS HAVE BEEN WAITING FOR BEFORE THE REGISTER SALES      *
               VARYING BK-SUB FROM 1 BY 1
                   UNTIL BK-SUB > BK-TBL-CTR.

      *  THE FIRST CHECKPOINT GOES DOWN BEFORE THE FIRST SALE, SO A  *
      *  RESTART NEVER FILLS OR AGES OFF THE BACKORDERS TWICE        *
           MOVE 'S' TO CHKPT-PHASE.
           PERFORM L7F-WRITE-CHECKPOINT.

           PERFORM L3-READ.

       L2-INIT-EXIT.
           EXIT.

      *  LOADS THE HELD WEB ORDERS IN ARRIVAL ORDER; A MISSING FILE  *
      *  JUST MEANS NOBODY IS WAITING                                *
       L2AA-LOAD-BACKORDERS.
                       MOVE BO-ORDER TO WR-ORDER
                       MOVE '04' TO WR-REASON
                       MOVE SPACES TO WEB-REJECT-REC (23:8)
                       PERFORM L5F-WRITE-WEB-REJECT
                   END-IF.

      *  FILLS ONE HELD ORDER WHEN THE BOARD IS BACK IN STOCK,       *
      *  OTHERWISE LEAVES IT WAITING                                 *
       L2AC-WORK-BACKORDERS.
           MOVE BK-ORDER(BK-SUB) TO WEB-ORDER-REC.
           PERFORM L5D-FIND-FILL-STORE.
           IF C-BEST-AVAIL > 0
               MOVE 'F' TO BK-STATUS(BK-SUB)
               ADD 1 TO C-BO-FILL-CTR
               MOVE WO-UPC TO I-UPC
                   MOVE BK-ORDER(BK-SUB) TO WR-ORDER
                   MOVE '04' TO WR-REASON
                   MOVE SPACES TO WEB-REJECT-REC (23:8)
                   PERFORM L5F-WRITE-WEB-REJECT.

      *  LOADS THE COUNT-DAY TALLY INTO STORE/BOARD SLOTS; A MISSING *
      *  FILE JUST MEANS NOBODY COUNTED TODAY                        *
       L2AG-LOAD-COUNTS.
           INITIALIZE COUNT-TABLE-AREA.
           MOVE 'N' TO PC-EOF-SW.
               AT END
                   MOVE 'Y' TO PC-EOF-SW
               NOT AT END
                   IF PC-BOARD > 0 AND PC-BOARD NOT > BOARD-CNT
                       IF T-ON-CATALOG(PC-BOARD)
                           PERFORM L2AI-POST-COUNT
                       END-IF
                   END-IF.

      *  A COUNT FOR A STORE THAT ISN'T ON THE MASTER CAN'T BE       *
      *  COMPARED AGAINST ANY SHELF, SO IT IS COUNTED AS REJECTED    *
       L2AI-POST-COUNT.
           MOVE PC-STORE TO INV-LOOKUP-CODE.
           PERFORM L2S3-FIND-STORE.
           IF INV-STORE-SUB = 0
               ADD 1 TO C-CNT-REJ-CTR
           ELSE
               ADD 1 TO C-CNT-CTR
               MOVE 'Y' TO CT-PRESENT-SW(INV-STORE-SUB, PC-BOARD)
               MOVE PC-QTY TO CT-QTY(INV-STORE-SUB, PC-BOARD)
               MOVE PC-APPROVE-SW
                   TO CT-APPROVE-SW(INV-STORE-SUB, PC-BOARD).

      *  REWRITES THE BACKORDER FILE WITH THE SURVIVORS STILL IN     *
      *  ARRIVAL ORDER                                               *
       L2AD-SAVE-BACKORDERS.
           IF SER-LEAP-REM = 0 AND SER-MM < 3
               SUBTRACT 1 FROM SER-DAYS.

      *  LOADS EACH STORE'S ON-HAND QUANTITIES CARRIED FORWARD ON    *
      *  BRDINV.DAT; THE VERY FIRST RUN, BEFORE THE FILE EXISTS,     *
      *  SEEDS THE FIRST STORE FROM THE CATALOG'S OPENING QUANTITIES *
       L2S-LOAD-INVENTORY.
           INITIALIZE STORE-INV-AREA.
           MOVE 'N' TO INV-LOADED-SW.
           MOVE 'N' TO INV-EOF-SW.
           OPEN INPUT INV-FILE.
           IF WS-INV-STATUS = '00'
               PERFORM L2S1-READ-INVENTORY
                   UNTIL INV-EOF-SW = 'Y'
               CLOSE INV-FILE.
           IF INV-LOADED-SW = 'N' AND STORE-CNT > 0
               MOVE 1 TO INV-STORE-SUB
               PERFORM L2T1-SEED-ONE-QTY
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > BOARD-CNT.

       L2S1-READ-INVENTORY.
           READ INV-FILE
               AT END
                   MOVE 'Y' TO INV-EOF-SW
               NOT AT END
                   MOVE 'Y' TO INV-LOADED-SW
                   PERFORM L2S2-LOAD-STORE-INV.

      *  A BLANK STORE CODE IS THE OLD COMPANY-WIDE RECORD AND LANDS *
      *  ON THE FIRST STORE; A STORE THAT HAS LEFT THE MASTER IS     *
      *  HELD ASIDE AND WRITTEN BACK AS IT CAME. A RECORD IN THE OLD *
      *  ONE-PER-STORE LAYOUT IS SPREAD OVER THE FIRST 18 BOARDS     *
       L2S2-LOAD-STORE-INV.
           IF INV-OLD-REC (21:124) NOT = SPACES
               PERFORM L2S5-LOAD-OLD-STORE-INV
           ELSE
               MOVE IV-STORE TO INV-LOOKUP-CODE
               PERFORM L2S3-FIND-STORE
               IF INV-STORE-SUB > 0
                   AND IV-BOARD NUMERIC AND IV-BOARD > 0
                       PERFORM L2T-SET-ONE-QTY
               ELSE
                   IF C-INV-ORPHAN-CTR < 200
                       ADD 1 TO C-INV-ORPHAN-CTR
                       MOVE INV-REC TO IO-REC(C-INV-ORPHAN-CTR).

       L2S5-LOAD-OLD-STORE-INV.
           MOVE IV-OLD-STORE TO INV-LOOKUP-CODE.
           PERFORM L2S3-FIND-STORE.
           IF INV-STORE-SUB > 0
               PERFORM L2T2-SET-OLD-QTY
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > 18
           ELSE
               PERFORM L2S6-SPLIT-OLD-ORPHAN
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > 18.

      *  ONE BOARD OF AN OLD-LAYOUT RECORD FOR A STORE OFF THE       *
      *  MASTER, HELD ASIDE AS A KEYED RECORD IF IT HAS ANY STOCK    *
       L2S6-SPLIT-OLD-ORPHAN.
           MOVE SPACES TO INV-ORPHAN-WORK.
           MOVE IV-OLD-STORE TO IW-STORE.
           MOVE SUB TO IW-BOARD.
           MOVE IV-OLD-ON-HAND(SUB) TO IW-QTY-ON-HAND.
           IF IV-OLD-ON-RENT(SUB) NUMERIC
               MOVE IV-OLD-ON-RENT(SUB) TO IW-QTY-ON-RENT
           ELSE
               MOVE 0 TO IW-QTY-ON-RENT.
           IF IW-QTY-ON-HAND NOT = 0 OR IW-QTY-ON-RENT NOT = 0
               IF C-INV-ORPHAN-CTR < 200
                   ADD 1 TO C-INV-ORPHAN-CTR
                   MOVE INV-ORPHAN-WORK TO IO-REC(C-INV-ORPHAN-CTR).

      *  FINDS INV-LOOKUP-CODE IN THE STORE TABLE, LEAVING ITS SLOT  *
      *  IN INV-STORE-SUB (0 = NOT ON THE MASTER). A BLANK CODE IS   *
      *  THE FIRST STORE, WHERE EVERYTHING WENT BEFORE STOCK WAS     *
      *  KEPT BY STORE                                               *
       L2S3-FIND-STORE.
           MOVE 0 TO INV-STORE-SUB.
           IF INV-LOOKUP-CODE = SPACES
               IF STORE-CNT > 0
                   MOVE 1 TO INV-STORE-SUB
               END-IF
           ELSE
               PERFORM L2S4-MATCH-STORE
                   VARYING INV-SCAN-SUB FROM 1 BY 1
                       UNTIL INV-SCAN-SUB > STORE-CNT
                           OR INV-STORE-SUB > 0.

       L2S4-MATCH-STORE.
           IF T-STORE-CODE(INV-SCAN-SUB) = INV-LOOKUP-CODE
               MOVE INV-SCAN-SUB TO INV-STORE-SUB.

       L2T-SET-ONE-QTY.
           ADD IV-QTY-ON-HAND TO SI-INV-QTY(INV-STORE-SUB, IV-BOARD).
           ADD IV-QTY-ON-HAND
               TO SI-OPENING-QTY(INV-STORE-SUB, IV-BOARD).
           IF IV-QTY-ON-RENT NUMERIC
               ADD IV-QTY-ON-RENT
                   TO SI-RENT-QTY(INV-STORE-SUB, IV-BOARD).

       L2T2-SET-OLD-QTY.
           ADD IV-OLD-ON-HAND(SUB) TO SI-INV-QTY(INV-STORE-SUB, SUB).
           ADD IV-OLD-ON-HAND(SUB)
               TO SI-OPENING-QTY(INV-STORE-SUB, SUB).
      *  FILES FROM BEFORE THE ON-RENT BYTES EXISTED LOAD AS ZERO  *
           IF IV-OLD-ON-RENT(SUB) NUMERIC
               ADD IV-OLD-ON-RENT(SUB)
                   TO SI-RENT-QTY(INV-STORE-SUB, SUB).

       L2T1-SEED-ONE-QTY.
           MOVE T-QTY-ON-HAND(SUB) TO SI-INV-QTY(INV-STORE-SUB, SUB).
           MOVE T-QTY-ON-HAND(SUB)
               TO SI-OPENING-QTY(INV-STORE-SUB, SUB).

      *  ADDS STOCK ARRIVING FROM THE DISTRIBUTOR TO THE RECEIVING   *
      *  STORE'S ON-HAND BEFORE TODAY'S SALES ARE APPLIED            *
       L2U-LOAD-RECEIPTS.
           MOVE 'N' TO RCT-EOF-SW.
           OPEN INPUT RECEIPT-FILE.
               AT END
                   MOVE 'Y' TO RCT-EOF-SW
               NOT AT END
                   IF RC-BOARD > 0 AND RC-BOARD NOT > BOARD-CNT
                       IF T-ON-CATALOG(RC-BOARD)
                           PERFORM L2V1-POST-RECEIPT
                       END-IF
                   END-IF.

      *  A DELIVERY TO A STORE THAT ISN'T ON THE MASTER CAN'T GO ON  *
      *  ANY SHELF, SO IT IS COUNTED AS REJECTED                     *
       L2V1-POST-RECEIPT.
           MOVE RC-STORE TO INV-LOOKUP-CODE.
           PERFORM L2S3-FIND-STORE.
           IF INV-STORE-SUB = 0
               ADD 1 TO C-RCT-REJ-CTR
           ELSE
               ADD RC-QTY TO SI-INV-QTY(INV-STORE-SUB, RC-BOARD)
               ADD RC-QTY TO SI-UNITS-RECVD(INV-STORE-SUB, RC-BOARD).

      *  LOADS THE STORE TABLE FROM THE SHARED STORE MASTER THROUGH   *
      *  CBLSTORE SO BOTH SALES PROGRAMS WORK FROM THE SAME LIST      *
       L2N-LOAD-STORES.
           MOVE CS-STORE-NAME TO T-STORE-NAME(STORE-LOAD-SUB).
           MOVE CS-REGION TO T-STORE-REGION(STORE-LOAD-SUB).
           MOVE 0 TO T-STORE-TOTAL(STORE-LOAD-SUB).
           MOVE 0 TO T-STORE-TAXABLE(STORE-LOAD-SUB).
           MOVE 0 TO T-STORE-RET-TAXABLE(STORE-LOAD-SUB).
           MOVE 0 TO T-STORE-TAX(STORE-LOAD-SUB).
           MOVE 0 TO T-STORE-TAX-REFUND(STORE-LOAD-SUB).
           MOVE 0 TO T-STORE-GC-SOLD(STORE-LOAD-SUB).
           MOVE 0 TO T-STORE-GC-REDEEMED(STORE-LOAD-SUB).
           MOVE 0 TO T-STORE-GC-CREDITED(STORE-LOAD-SUB).
      *  A STORE WITH NO RATE ON FILE CHARGES NO TAX, AND THE TAX    *
      *  SECTION SAYS SO AGAINST THE STORE                           *
           MOVE CS-STORE-CODE TO CT-STORE-CODE.
           CALL 'CBLTAX' USING CBLTAX-DATA.
           MOVE CT-JURISDICTION TO T-STORE-JURIS(STORE-LOAD-SUB).
           MOVE CT-RATE TO T-STORE-TAX-RATE(STORE-LOAD-SUB).
           PERFORM L2O1-CLEAR-ONE-TENDER
               VARYING TND-SUB FROM 1 BY 1
                   UNTIL TND-SUB > 3.
                   MOVE CC-FILE-2 TO BOARD-PRINT-NAME
               END-IF.

      *  LOADS SEASON-TO-DATE TOTALS CARRIED FORWARD FROM A PRIOR    *
      *  RUN - THE SUMMARY RECORD AND ONE RECORD PER BOARD, OR THE    *
      *  OLD SINGLE RECORD WRITTEN BEFORE THE TOTALS WERE KEYED       *
       L2A-LOAD-SEASON-TOTALS.
           PERFORM L2B-CLEAR-SEASON-TOTALS
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 99.
           PERFORM L2C-CLEAR-SEASON-SIZES
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 5.

           MOVE 'N' TO ST-EOF-SW.
           OPEN INPUT SEASON-TOTALS-FILE.
           IF WS-ST-STATUS = '00'
               PERFORM L2D-READ-SEASON-TOTALS
                   UNTIL ST-EOF-SW = 'Y'
               CLOSE SEASON-TOTALS-FILE.

       L2B-CLEAR-SEASON-TOTALS.
       L2C-CLEAR-SEASON-SIZES.
           MOVE 0 TO CF-GT-SIZE-CTR(SUB).

       L2D-READ-SEASON-TOTALS.
           READ SEASON-TOTALS-FILE
               AT END
                   MOVE 'Y' TO ST-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN BS-SUMMARY
                           PERFORM L2D1-COPY-SEASON-SUMMARY
                       WHEN BS-BOARD-LINE
                           IF BS-BOARD NUMERIC AND BS-BOARD > 0
                               MOVE BS-BOARD-TOTAL
                                   TO CF-GT-TOTALS(BS-BOARD)
                           END-IF
                       WHEN OTHER
                           PERFORM L2D2-COPY-OLD-SEASON
                   END-EVALUATE
           END-READ.

       L2D1-COPY-SEASON-SUMMARY.
           PERFORM L2F-COPY-SIZE-CTR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 5.
           MOVE BS-GRAND-TOTAL TO CF-GT-TOTAL.
           MOVE BS-MARGIN-TOTAL TO CF-MARGIN-TOTAL.
           MOVE BS-RENT-TOTAL TO CF-RENT-TOTAL.

       L2D2-COPY-OLD-SEASON.
           PERFORM L2E-COPY-BOARD-TOTAL
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 18.
           PERFORM L2F1-COPY-OLD-SIZE-CTR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 5.
           MOVE BS-OLD-GRAND-TOTAL TO CF-GT-TOTAL.
           IF BS-OLD-MARGIN-TOTAL NUMERIC
               MOVE BS-OLD-MARGIN-TOTAL TO CF-MARGIN-TOTAL
           ELSE
               MOVE 0 TO CF-MARGIN-TOTAL.
      *  FILES FROM BEFORE THE RENTAL BUCKET EXISTED LOAD AS ZERO  *
           IF BS-OLD-RENT-TOTAL NUMERIC
               MOVE BS-OLD-RENT-TOTAL TO CF-RENT-TOTAL
           ELSE
               MOVE 0 TO CF-RENT-TOTAL.

       L2E-COPY-BOARD-TOTAL.
           MOVE BS-OLD-BOARD-TOTAL(SUB) TO CF-GT-TOTALS(SUB).

       L2F-COPY-SIZE-CTR.
           MOVE BS-SIZE-CTR(SUB) TO CF-GT-SIZE-CTR(SUB).

       L2F1-COPY-OLD-SIZE-CTR.
           MOVE BS-OLD-SIZE-CTR(SUB) TO CF-GT-SIZE-CTR(SUB).

      *  A SALE FOR A BOARD NUMBER NOT ON THE CATALOG HAS NO PRICE   *
      *  TO RING IT UP AT, SO IT IS COUNTED AS REJECTED AND PASSED   *
      *  OVER. A DISCONTINUED BOARD STILL SELLS OFF THE SHELF. A     *
      *  GIFT CERTIFICATE SOLD GOES ON THE LEDGER INSTEAD, AND A     *
      *  SALE PAID WITH A CERTIFICATE THAT CAN'T COVER IT IS REJECTED*
       L2-MAINLINE.
           ADD 1 TO C-READ-CTR.
           MOVE 0 TO STK-STORE-SUB.
           IF VAL-BTRAN-GC-SALE
               PERFORM L6B-SELL-GIFT-CERT THRU L6B-SELL-EXIT
           ELSE
               IF I-BOARD NOT NUMERIC OR I-BOARD = 0
                   ADD 1 TO C-CAT-REJ-CTR
               ELSE
                   IF NOT T-ON-CATALOG(I-BOARD)
                       ADD 1 TO C-CAT-REJ-CTR
                   ELSE
                       PERFORM L6C-CHECK-GC-TENDER THRU L6C-CHECK-EXIT
                       IF GC-OK-SW = 'Y'
                           PERFORM L3-CALCS
                           PERFORM L3-OUTPUT.
           PERFORM L7I-SAVE-CHECKPOINT.
           PERFORM L3-READ.

       L2-CLOSING.
      *  EVERYTHING IS POSTED IN MEMORY - ONE LAST CHECKPOINT SO A   *
      *  RESTART FROM HERE ONLY REDOES THE CLOSING. A RESTART THAT   *
      *  IS ALREADY IN THE CLOSING KEEPS THE ONE IT HAS, WITH THE    *
      *  STEPS THE ABENDED RUN FINISHED                              *
           IF CHKPT-RESTART-PHASE NOT = 'C'
               MOVE 'C' TO CHKPT-PHASE
               PERFORM L7F-WRITE-CHECKPOINT.

      *  PRINTS THE GRAND TOTAL FOR ALL SALES  *
           MOVE C-GT-TOTAL TO O-GT-TOTAL.
           WRITE PRTLINE FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'Y' TO TOTAL-SW.
           PERFORM L3-GRAND-TOTALS
               VARYING BRD-SUB FROM 1 BY 1
                   UNTIL BRD-SUB > BOARD-CNT.

      *  PRINTS THE GRAND TOTAL SIZE SECTION OF THE PAGE  *
           WRITE PRTLINE FROM GRAND-TOTALS-COLUMN-HEADINGS-2
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           OPEN OUTPUT REORDER-SIG-FILE.
           PERFORM L2J-CHECK-STORE-REORDER
               VARYING INV-STORE-SUB FROM 1 BY 1
                   UNTIL INV-STORE-SUB > STORE-CNT.
           CLOSE REORDER-SIG-FILE.
           IF NOT REORDER-FOUND
               WRITE PRTLINE FROM REORDER-ALERT-NONE-LINE
                   AFTER ADVANCING 1 LINE.

      *  PRINTS THE OPENING/RECEIVED/SOLD/CLOSING STOCK MOVEMENT FOR  *
      *  EVERY BOARD AT EVERY STORE THAT HAS ANY                      *
           WRITE PRTLINE FROM INVENTORY-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM INVENTORY-HEADINGS
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L2W-PRINT-INVENTORY
               VARYING INV-STORE-SUB FROM 1 BY 1
                   UNTIL INV-STORE-SUB > STORE-CNT
               AFTER BRD-SUB FROM 1 BY 1
                   UNTIL BRD-SUB > BOARD-CNT.

      *  COMPARES EACH STORE'S COUNT-DAY TALLY AGAINST ITS PERPETUAL *
      *  CLOSING STOCK AND PRICES THE DIFFERENCE AT BOARD COST       *
           WRITE PRTLINE FROM VARIANCE-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM VARIANCE-HEADINGS
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L2AJ-PRINT-VARIANCE
               VARYING INV-STORE-SUB FROM 1 BY 1
                   UNTIL INV-STORE-SUB > STORE-CNT
               AFTER BRD-SUB FROM 1 BY 1
                   UNTIL BRD-SUB > BOARD-CNT.
           IF C-CNT-CTR = 0
               WRITE PRTLINE FROM VARIANCE-NONE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE C-TOT-VAR-DOLLARS TO O-TOT-VAR-DOLLARS
               WRITE PRTLINE FROM VARIANCE-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
           IF C-RCT-REJ-CTR > 0 OR C-CNT-REJ-CTR > 0
               MOVE C-RCT-REJ-CTR TO O-RCT-REJ-CTR
               MOVE C-CNT-REJ-CTR TO O-CNT-REJ-CTR
               WRITE PRTLINE FROM INV-REJECT-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.

      *  PRINTS THE PER-BOARD GROSS MARGIN FIGURES  *
           WRITE PRTLINE FROM MARGIN-TITLE
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L3D-PRINT-MARGIN
               VARYING BRD-SUB FROM 1 BY 1
                   UNTIL BRD-SUB > BOARD-CNT.
           MOVE C-DAY-MARGIN-TOTAL TO O-MGN-RUN-TOTAL.
           ADD CF-MARGIN-TOTAL C-DAY-MARGIN-TOTAL
               GIVING O-MGN-SEASON-TOTAL.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L2Z-PRINT-RETURNS
               VARYING BRD-SUB FROM 1 BY 1
                   UNTIL BRD-SUB > BOARD-CNT.
           IF C-TOT-RET-CTR = 0
               WRITE PRTLINE FROM RETURNS-NONE-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE REJECT-CTR TO O-REJECT-CTR.
           WRITE PRTLINE FROM STORE-REJECT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE C-CAT-REJ-CTR TO O-CAT-REJ-CTR.
           WRITE PRTLINE FROM CATALOG-REJECT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      *  PRINTS WHAT EACH STORE TOOK IN AS SALES TAX, NET OF THE     *
      *  TAX HANDED BACK ON RETURNS                                  *
           WRITE PRTLINE FROM TAX-SECTION-TITLE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM TAX-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L2AT-PRINT-STORE-TAX
               VARYING STORE-LOAD-SUB FROM 1 BY 1
                   UNTIL STORE-LOAD-SUB > STORE-CNT.
           MOVE C-DAY-TAX-TOTAL TO O-TX-DAY-TOTAL.
           WRITE PRTLINE FROM TAX-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

      *  THE RENTAL LINE: TODAY'S MOVEMENT, THE REVENUE BUCKETS,    *
      *  AND THE OVERDUE PAGE, THEN THE OUTSTANDING LIST GOES BACK  *
           WRITE PRTLINE FROM BACKORDER-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

      *  THE DAY'S GIFT CERTIFICATES SOLD, REDEEMED, CREDITED BACK  *
      *  AND REJECTED                                               *
           MOVE C-GC-SOLD-CTR TO O-GC-SOLD-CTR.
           MOVE C-GC-SOLD-AMT TO O-GC-SOLD-AMT.
           MOVE C-GC-REDEEM-CTR TO O-GC-REDEEM-CTR.
           MOVE C-GC-REDEEM-AMT TO O-GC-REDEEM-AMT.
           WRITE PRTLINE FROM GC-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE C-GC-CREDIT-CTR TO O-GC-CREDIT-CTR.
           MOVE C-GC-CREDIT-AMT TO O-GC-CREDIT-AMT.
           MOVE C-GC-REJ-CTR TO O-GC-REJ-CTR.
           WRITE PRTLINE FROM GC-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           IF GC-TABLE-OK-SW = 'N'
               MOVE C-GC-OVFL-CTR TO O-GC-OVFL-CTR
               WRITE PRTLINE FROM GC-OVFL-LINE
                   AFTER ADVANCING 1 LINE.

      *  THE DRAWER BALANCING: EACH STORE'S RECORDED TAKINGS PER     *
      *  TENDER AGAINST THE KEYED COUNT, WITH THE OVER/SHORT, AND    *
      *  THE CARD MONEY TOTALED FOR DEPOSIT MATCHING                 *
                   UNTIL REGION-SUB > REGION-CNT.

      *  ROLLS EACH CARRY-FORWARD MASTER'S GENERATIONS BEFORE THE   *
      *  CLOSING REWRITE DESTROYS THE ONLY COPY - A RESTART PAST     *
      *  THIS STEP KEEPS THE ABENDED RUN'S G1, WHICH IS THE COPY     *
      *  FROM BEFORE THE RUN STARTED                                 *
           IF CHKPT-STEPS-DONE < 1
               MOVE I-DATE TO GN-RUN-DATE
               MOVE 'L' TO GN-ORG
               MOVE 'SEASONTL.DAT' TO GN-FILE-NAME
               CALL 'CBLGEN' USING CBLGEN-DATA
               MOVE 'BRDINV.DAT' TO GN-FILE-NAME
               CALL 'CBLGEN' USING CBLGEN-DATA
               IF GC-CHG-SW = 'Y' AND GC-TABLE-OK-SW = 'Y'
                   MOVE 'GIFTCERT.DAT' TO GN-FILE-NAME
                   CALL 'CBLGEN' USING CBLGEN-DATA
               END-IF
               MOVE 1 TO CHKPT-STEPS-DONE
               PERFORM L7J-MARK-STEP.
           IF GC-CHG-SW = 'Y' AND GC-TABLE-OK-SW = 'Y'
               PERFORM L6S-SAVE-GIFT-CERTS.

      *  THE REWRITES COME FROM THE FIGURES AS CHECKPOINTED, SO       *
      *  DOING ONE AGAIN ON A RESTART CHANGES NOTHING - THE APPENDS   *
      *  ARE EACH DONE ONCE                                           *
           PERFORM L2G-SAVE-SEASON-TOTALS.
           PERFORM L2X-SAVE-INVENTORY.
           IF CHKPT-STEPS-DONE < 2
               PERFORM L2AK-SAVE-SALES-HIST
               MOVE 2 TO CHKPT-STEPS-DONE
               PERFORM L7J-MARK-STEP.
           IF CHKPT-STEPS-DONE < 3
               PERFORM L2AU-SAVE-SALES-TAX
               MOVE 3 TO CHKPT-STEPS-DONE
               PERFORM L7J-MARK-STEP.
           IF CHKPT-STEPS-DONE < 4
               PERFORM L2L-WRITE-RUN-LOG
               MOVE 4 TO CHKPT-STEPS-DONE
               PERFORM L7J-MARK-STEP.

      *  BOTH BATCHES ARE POSTED - THEIR SEQUENCES GO ON THE          *
      *  REGISTER SO THE SAME FILE SENT AGAIN IS REFUSED. RECORDING   *
      *  ONE TWICE CHANGES NOTHING, SO A RESTART JUST DOES IT AGAIN   *
           MOVE 'R' TO BT-FUNC.
           CALL 'CBLBATCH' USING CBLBATCH-DATA.
           MOVE WB-HDR-SOURCE TO BT-HDR-SOURCE.
           MOVE WB-BATCH-DATE TO BT-BATCH-DATE.
           MOVE WB-BATCH-SEQ TO BT-BATCH-SEQ.
           CALL 'CBLBATCH' USING CBLBATCH-DATA.

           CLOSE BOARD-MASTER.
           CLOSE PRTOUT.
           CLOSE WEB-FEED-FILE.
           CLOSE WEB-REJECT-FILE.

      *  THE RUN FINISHED - NOTHING IS LEFT TO RESTART  *
           DELETE FILE CHKPT-FILE.

      *  PROVES THE RUN PROCESSED WHAT IT WAS GIVEN: EVERY SALE READ  *
      *  GOES OUT ON THE WEB STORE FEED                               *
       L2L-WRITE-RUN-LOG.
           MOVE I-TIME (1:6) TO RL-RUN-TIME.
      *  HELD ORDERS PICKED BACK UP THIS MORNING COUNT AS READ, AND  *
      *  THE ONES STILL HELD AT CLOSING COUNT AS THE SECOND OUTPUT,  *
      *  SO THE BALANCE CHECK STILL PROVES EVERY ORDER WAS DISPOSED. *
      *  A GIFT CERTIFICATE SOLD GOES TO THE LEDGER, NOT THE FEED,   *
      *  SO IT COUNTS AS A SECOND OUTPUT TOO                         *
           ADD C-READ-CTR C-WEBORD-CTR C-BO-READ-CTR
               GIVING RL-RECS-READ.
           MOVE C-WEB-CTR TO RL-RECS-OUT-1.
           ADD C-BO-KEEP-CTR C-GC-SOLD-CTR GIVING RL-RECS-OUT-2.
           ADD C-WEBREJ-CTR C-CAT-REJ-CTR C-GC-REJ-CTR
               GIVING RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           MOVE BT-HDR-SOURCE TO RL-BATCH-SOURCE.
           MOVE BT-BATCH-SEQ TO RL-BATCH-SEQ.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.

      *  PROVES THE WEB ORDER DROP ('WEB') AND THE REGISTER SALES     *
      *  ('BRD') BEFORE EITHER IS OPENED TO POST. THE SALES TRAILER   *
      *  TOTALS THE TENDERED AMOUNT; THE WEB DROP CARRIES NO DOLLARS  *
      *  SO ITS TRAILER HASHES THE BOARD NUMBER. NO WEB DROP IS A     *
      *  NORMAL DAY. EITHER BATCH FAILING, OR COMING IN A SECOND      *
      *  TIME, HOLDS THE WHOLE RUN - CBLBATCH LOGS IT AND NOTHING IS  *
      *  POSTED. A RESTART IS THE SAME BATCHES RESUMING, SO THEY ARE  *
      *  NOT TAKEN FOR A RESEND                                       *
       L2AW-PROVE-BATCHES.
           MOVE 'V' TO BT-FUNC.
           MOVE RESTART-SW TO BT-RESTART-SW.
           MOVE 'COBLSC02' TO BT-PROGRAM.
           MOVE 0 TO BT-RUN-DATE.
           IF CC-DATE-FROM-CARD
               MOVE CC-RUN-DATE TO BT-RUN-DATE.
           IF RESTART-SW = 'Y'
               MOVE CHKPT-RUN-DATE TO BT-RUN-DATE.
           MOVE 'WEBORD.DAT' TO BT-FILE-NAME.
           MOVE 'WEB' TO BT-SOURCE.
           MOVE SPACES TO BT-ALT-SOURCE.
           MOVE 13 TO BT-TOT-POS.
           MOVE 2 TO BT-TOT-LEN.
           MOVE 0 TO BT-TOT-DEC.
           MOVE 'Y' TO BT-FILE-OPTIONAL.
           CALL 'CBLBATCH' USING CBLBATCH-DATA.
           IF BT-RETURN-CODE > 1
               PERFORM L2AX-BATCH-NOT-POSTED.
           MOVE SPACES TO WB-HDR-SOURCE.
           MOVE 0 TO WB-BATCH-DATE.
           MOVE 0 TO WB-BATCH-SEQ.
           IF BT-RETURN-CODE = 0
               MOVE BT-HDR-SOURCE TO WB-HDR-SOURCE
               MOVE BT-BATCH-DATE TO WB-BATCH-DATE
               MOVE BT-BATCH-SEQ TO WB-BATCH-SEQ.

           MOVE BOARD-FILE-NAME TO BT-FILE-NAME.
           MOVE 'BRD' TO BT-SOURCE.
           MOVE 21 TO BT-TOT-POS.
           MOVE 5 TO BT-TOT-LEN.
           MOVE 2 TO BT-TOT-DEC.
           MOVE 'N' TO BT-FILE-OPTIONAL.
           CALL 'CBLBATCH' USING CBLBATCH-DATA.
           IF BT-RETURN-CODE NOT = 0
               PERFORM L2AX-BATCH-NOT-POSTED.

       L2AX-BATCH-NOT-POSTED.
           DISPLAY 'COBLSC02 - INBOUND BATCH NOT POSTED'.
           DISPLAY 'FILE ' BT-FILE-NAME.
           DISPLAY 'REASON ' BT-REASON.
       STOP RUN.

      *  WITHOUT THE CATALOG EVERY BOARD SLOT IS BLANK AND EVERY SALE *
      *  WOULD BE REJECTED AS AN UNKNOWN BOARD. THE RUN STOPS BEFORE  *
      *  A SALE IS READ OR A BATCH IS RECORDED, SO A RERUN ONCE THE   *
      *  CATALOG IS BACK POSTS THE DAY                                *
       L2AY-CATALOG-MISSING.
           DISPLAY 'COBLSC02 - BOARD CATALOG BRDCAT.DAT NOT ON FILE'.
           DISPLAY 'RUN STOPPED - NO SALES POSTED'.
       STOP RUN.

      *  APPENDS TODAY'S MOVEMENT TO THE DAILY SALES HISTORY - ONE   *
      *  RECORD PER BOARD AND PER STORE THAT SAW ACTIVITY, AND ONE   *
      *  PER STORE THAT SOLD, REDEEMED OR CREDITED A CERTIFICATE     *
       L2AK-SAVE-SALES-HIST.
           OPEN EXTEND SALES-HIST-FILE.
           IF WS-SH-STATUS NOT = '00'
               OPEN OUTPUT SALES-HIST-FILE.
           PERFORM L2AL-WRITE-BOARD-HIST
               VARYING SH-SUB FROM 1 BY 1
                   UNTIL SH-SUB > BOARD-CNT.
           PERFORM L2AM-WRITE-STORE-HIST
               VARYING SH-SUB FROM 1 BY 1
                   UNTIL SH-SUB > STORE-CNT.
           PERFORM L2AZ-WRITE-STORE-GC
               VARYING SH-SUB FROM 1 BY 1
                   UNTIL SH-SUB > STORE-CNT.
           CLOSE SALES-HIST-FILE.

       L2AL-WRITE-BOARD-HIST.
               MOVE SPACES TO SALES-HIST-REC (28:13)
               WRITE SALES-HIST-REC.

      *  THE GL RUN TAKES CERTIFICATE CASH INTO THE LIABILITY AND    *
      *  BACKS REDEMPTIONS OUT OF THE CASH THE STORE'S SALES POSTED  *
       L2AZ-WRITE-STORE-GC.
           IF T-STORE-GC-SOLD(SH-SUB) NOT = 0
               OR T-STORE-GC-REDEEMED(SH-SUB) NOT = 0
               OR T-STORE-GC-CREDITED(SH-SUB) NOT = 0
                   MOVE I-DATE TO SH-DATE
                   MOVE 'G' TO SH-REC-TYPE
                   MOVE 0 TO SH-BOARD
                   MOVE T-STORE-CODE(SH-SUB) TO SH-STORE
                   MOVE T-STORE-GC-SOLD(SH-SUB) TO SG-SOLD
                   MOVE T-STORE-GC-REDEEMED(SH-SUB) TO SG-REDEEMED
                   MOVE T-STORE-GC-CREDITED(SH-SUB) TO SG-CREDITED
                   WRITE SALES-HIST-REC.

      *  PRINTS ONE STORE'S NET TAXABLE SALES AND NET SALES TAX  *
       L2AT-PRINT-STORE-TAX.
           MOVE T-STORE-CODE(STORE-LOAD-SUB) TO O-TX-STORE.
           MOVE T-STORE-NAME(STORE-LOAD-SUB) TO O-TX-STORE-NAME.
           MOVE T-STORE-JURIS(STORE-LOAD-SUB) TO O-TX-JURIS.
           MULTIPLY T-STORE-TAX-RATE(STORE-LOAD-SUB) BY 100
               GIVING O-TX-RATE.
           SUBTRACT T-STORE-RET-TAXABLE(STORE-LOAD-SUB)
               FROM T-STORE-TAXABLE(STORE-LOAD-SUB)
               GIVING O-TX-TAXABLE.
           SUBTRACT T-STORE-TAX-REFUND(STORE-LOAD-SUB)
               FROM T-STORE-TAX(STORE-LOAD-SUB)
               GIVING O-TX-TAX.
           WRITE PRTLINE FROM TAX-LINE
               AFTER ADVANCING 1 LINE.

      *  APPENDS TODAY'S TAX TO THE SALES TAX LEDGER - ONE RECORD    *
      *  PER STORE THAT TOOK IN OR HANDED BACK ANY TAXABLE MONEY     *
       L2AU-SAVE-SALES-TAX.
           OPEN EXTEND SALES-TAX-FILE.
           IF WS-TX-STATUS NOT = '00'
               OPEN OUTPUT SALES-TAX-FILE.
           PERFORM L2AV-WRITE-STORE-TAX
               VARYING STORE-LOAD-SUB FROM 1 BY 1
                   UNTIL STORE-LOAD-SUB > STORE-CNT.
           CLOSE SALES-TAX-FILE.

       L2AV-WRITE-STORE-TAX.
           IF T-STORE-TAXABLE(STORE-LOAD-SUB) NOT = 0
               OR T-STORE-RET-TAXABLE(STORE-LOAD-SUB) NOT = 0
               MOVE I-DATE TO TL-DATE
               MOVE 'B' TO TL-SOURCE
               MOVE T-STORE-CODE(STORE-LOAD-SUB) TO TL-STORE
               MOVE T-STORE-JURIS(STORE-LOAD-SUB) TO TL-JURISDICTION
               MOVE T-STORE-TAX-RATE(STORE-LOAD-SUB) TO TL-RATE
               MOVE T-STORE-TAXABLE(STORE-LOAD-SUB)
                   TO TL-TAXABLE-SALES
               MOVE T-STORE-RET-TAXABLE(STORE-LOAD-SUB)
                   TO TL-TAXABLE-RETURNS
               MOVE T-STORE-TAX(STORE-LOAD-SUB) TO TL-TAX-COLLECTED
               MOVE T-STORE-TAX-REFUND(STORE-LOAD-SUB)
                   TO TL-TAX-REFUNDED
               MOVE SPACES TO SALES-TAX-REC (72:9)
               WRITE SALES-TAX-REC.

      *  FIGURES ONE BOARD'S GROSS MARGIN FROM ITS NET UNITS, NET     *
      *  REVENUE (AT C-EFF-PRICE, SO MARKDOWNS SHOW THEIR TRUE        *
      *  THINNER MARGIN) AND WHAT THE BOARDS COST US                  *
       L3D-PRINT-MARGIN.
           IF T-ON-CATALOG(BRD-SUB)
               PERFORM L3D1-PRINT-BOARD-MARGIN.

       L3D1-PRINT-BOARD-MARGIN.
           MULTIPLY T-UNIT-COST(BRD-SUB) BY T-UNITS-SOLD(BRD-SUB)
               GIVING C-COGS.
           SUBTRACT C-COGS FROM T-GT-TOTALS(BRD-SUB)
               GIVING C-MARGIN.
           ADD C-MARGIN TO C-DAY-MARGIN-TOTAL.

           IF T-GT-TOTALS(BRD-SUB) = 0
               MOVE 0 TO C-MARGIN-PCT
           ELSE
               MULTIPLY C-MARGIN BY 100 GIVING C-MARGIN-WORK
               DIVIDE T-GT-TOTALS(BRD-SUB) INTO C-MARGIN-WORK ROUNDED
               MOVE C-MARGIN-WORK TO C-MARGIN-PCT.

           MOVE T-NAME(BRD-SUB) TO O-MGN-NAME.
           MOVE T-UNITS-SOLD(BRD-SUB) TO O-MGN-UNITS.
           MOVE T-GT-TOTALS(BRD-SUB) TO O-MGN-REVENUE.
           MOVE C-COGS TO O-MGN-COGS.
           MOVE C-MARGIN TO O-MGN-MARGIN.
           MOVE C-MARGIN-PCT TO O-MGN-PCT.
                       PERFORM L4-HEADINGS.

       L2Z-PRINT-RETURNS.
           IF T-UNITS-RETD(BRD-SUB) > 0
               MOVE T-NAME(BRD-SUB) TO O-RET-NAME
               MOVE T-UNITS-RETD(BRD-SUB) TO O-RET-UNITS
               MOVE T-RET-AMT(BRD-SUB) TO O-RET-AMT
               WRITE PRTLINE FROM RETURNS-LINE
                   AFTER ADVANCING 1 LINE.

      *  A BOARD A STORE HAS NEVER STOCKED, WITH NOTHING MOVING     *
      *  TODAY, IS LEFT OFF SO THE SECTION STAYS READABLE           *
       L2W-PRINT-INVENTORY.
           SUBTRACT SI-UNITS-SOLD(INV-STORE-SUB, BRD-SUB)
               SI-RENT-DELTA(INV-STORE-SUB, BRD-SUB)
               FROM SI-INV-QTY(INV-STORE-SUB, BRD-SUB)
               GIVING C-INV-CLOSING.
           ADD SI-RENT-QTY(INV-STORE-SUB, BRD-SUB)
               SI-RENT-DELTA(INV-STORE-SUB, BRD-SUB)
               GIVING C-INV-ON-RENT.
           IF SI-OPENING-QTY(INV-STORE-SUB, BRD-SUB) NOT = 0
               OR SI-UNITS-RECVD(INV-STORE-SUB, BRD-SUB) NOT = 0
               OR SI-UNITS-SOLD(INV-STORE-SUB, BRD-SUB) NOT = 0
               OR C-INV-CLOSING NOT = 0
               OR C-INV-ON-RENT NOT = 0
                   MOVE T-STORE-CODE(INV-STORE-SUB) TO O-INV-STORE
                   MOVE T-NAME(BRD-SUB) TO O-INV-NAME
                   MOVE SI-OPENING-QTY(INV-STORE-SUB, BRD-SUB)
                       TO O-INV-OPENING
                   MOVE SI-UNITS-RECVD(INV-STORE-SUB, BRD-SUB)
                       TO O-INV-RECVD
                   MOVE SI-UNITS-SOLD(INV-STORE-SUB, BRD-SUB)
                       TO O-INV-SOLD
                   MOVE C-INV-CLOSING TO O-INV-CLOSING
                   MOVE C-INV-ON-RENT TO O-INV-ON-RENT
                   WRITE PRTLINE FROM INVENTORY-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L4-HEADINGS.

      *  ONE COUNTED BOARD'S VARIANCE LINE - THE AUDIT TRAIL FOR     *
      *  EVERY ADJUSTMENT THAT POSTS                                 *
       L2AJ-PRINT-VARIANCE.
           IF CT-PRESENT-SW(INV-STORE-SUB, BRD-SUB) = 'Y'
               SUBTRACT SI-UNITS-SOLD(INV-STORE-SUB, BRD-SUB)
                   SI-RENT-DELTA(INV-STORE-SUB, BRD-SUB)
                   FROM SI-INV-QTY(INV-STORE-SUB, BRD-SUB)
                   GIVING C-BOOK-QTY
               SUBTRACT C-BOOK-QTY FROM CT-QTY(INV-STORE-SUB, BRD-SUB)
                   GIVING C-VAR-UNITS
               MULTIPLY C-VAR-UNITS BY T-UNIT-COST(BRD-SUB)
                   GIVING C-VAR-DOLLARS
               ADD C-VAR-DOLLARS TO C-TOT-VAR-DOLLARS
               MOVE T-STORE-CODE(INV-STORE-SUB) TO O-VAR-STORE
               MOVE T-NAME(BRD-SUB) TO O-VAR-NAME
               MOVE C-BOOK-QTY TO O-VAR-BOOK
               MOVE CT-QTY(INV-STORE-SUB, BRD-SUB) TO O-VAR-COUNTED
               MOVE C-VAR-UNITS TO O-VAR-UNITS
               MOVE C-VAR-DOLLARS TO O-VAR-DOLLARS
               IF CT-APPROVE-SW(INV-STORE-SUB, BRD-SUB) = 'A'
                   ADD 1 TO C-ADJ-CTR
                   MOVE 'ADJUSTMENT POSTED' TO O-VAR-ACTION
               ELSE
               WRITE PRTLINE FROM VARIANCE-LINE
                   AFTER ADVANCING 1 LINE.

      *  CARRIES EACH STORE'S CLOSING STOCK FORWARD TO THE NEXT RUN, *
      *  ONE RECORD PER STORE PER BOARD, THEN ANY HELD-ASIDE RECORDS *
      *  AS THEY CAME IN                                             *
       L2X-SAVE-INVENTORY.
           OPEN OUTPUT INV-FILE.
           PERFORM L2X1-WRITE-STORE-INV
               VARYING INV-STORE-SUB FROM 1 BY 1
                   UNTIL INV-STORE-SUB > STORE-CNT.
           PERFORM L2X2-WRITE-ORPHAN-INV
               VARYING IO-SUB FROM 1 BY 1
                   UNTIL IO-SUB > C-INV-ORPHAN-CTR.
           CLOSE INV-FILE.

      *  EVERY SLOT IS SAVED, NOT JUST THOSE UP TO THE HIGHEST BOARD *
      *  ON THE CATALOG, SO NO STOCK IS EVER DROPPED                 *
       L2X1-WRITE-STORE-INV.
           PERFORM L2Y-SET-CLOSING-QTY
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 99.

       L2X2-WRITE-ORPHAN-INV.
           MOVE IO-REC(IO-SUB) TO INV-REC.
           WRITE INV-REC.

      *  AN APPROVED PHYSICAL COUNT OVERRIDES THE PERPETUAL FIGURE - *
      *  THE RACKS ARE THE TRUTH ONCE SOMEBODY HAS COUNTED THEM. A   *
      *  BOARD NUMBER NOT ON THE CATALOG IS WRITTEN ONLY WHILE IT    *
      *  STILL HAS STOCK                                             *
       L2Y-SET-CLOSING-QTY.
           MOVE SPACES TO INV-REC.
           MOVE T-STORE-CODE(INV-STORE-SUB) TO IV-STORE.
           MOVE SUB TO IV-BOARD.
           IF CT-PRESENT-SW(INV-STORE-SUB, SUB) = 'Y'
               AND CT-APPROVE-SW(INV-STORE-SUB, SUB) = 'A'
                   MOVE CT-QTY(INV-STORE-SUB, SUB)
                       TO IV-QTY-ON-HAND
           ELSE
               SUBTRACT SI-UNITS-SOLD(INV-STORE-SUB, SUB)
                   SI-RENT-DELTA(INV-STORE-SUB, SUB)
                   FROM SI-INV-QTY(INV-STORE-SUB, SUB)
                   GIVING IV-QTY-ON-HAND.
           ADD SI-RENT-QTY(INV-STORE-SUB, SUB)
               SI-RENT-DELTA(INV-STORE-SUB, SUB)
               GIVING IV-QTY-ON-RENT.
           IF T-ON-CATALOG(SUB)
               OR IV-QTY-ON-HAND NOT = 0
               OR IV-QTY-ON-RENT NOT = 0
                   WRITE INV-REC.

      *  COMBINES TODAY'S TOTALS WITH THE CARRIED-FORWARD SEASON       *
      *  TOTALS AND REWRITES SEASONTL.DAT FOR THE NEXT RUN - THE       *
      *  SUMMARY RECORD, THEN ONE RECORD PER BOARD WITH SEASON SALES   *
       L2G-SAVE-SEASON-TOTALS.
           OPEN OUTPUT SEASON-TOTALS-FILE.
           MOVE SPACES TO BOARD-SEASON-REC.
           MOVE 'S' TO BS-REC-TYPE.
           PERFORM L2I-SAVE-SIZE-CTR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 5.
           ADD CF-GT-TOTAL C-GT-TOTAL GIVING BS-GRAND-TOTAL.
           ADD CF-MARGIN-TOTAL C-DAY-MARGIN-TOTAL
               GIVING BS-MARGIN-TOTAL.
           ADD CF-RENT-TOTAL C-DAY-RENT-TOTAL
               GIVING BS-RENT-TOTAL.
           WRITE BOARD-SEASON-REC.

           PERFORM L2H-SAVE-BOARD-TOTAL
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 99.
           CLOSE SEASON-TOTALS-FILE.

       L2H-SAVE-BOARD-TOTAL.
           IF CF-GT-TOTALS(SUB) NOT = 0
               OR T-GT-TOTALS(SUB) NOT = 0
                   MOVE SPACES TO BOARD-SEASON-REC
                   MOVE 'B' TO BS-REC-TYPE
                   MOVE SUB TO BS-BOARD
                   ADD CF-GT-TOTALS(SUB) T-GT-TOTALS(SUB)
                       GIVING BS-BOARD-TOTAL
                   WRITE BOARD-SEASON-REC.

      *  COMBINES THE DAY'S SIGNED SIZE DELTAS INTO THE SEASON       *
      *  COUNT, CLAMPED AT ZERO ONLY HERE SO THE UNSIGNED FILE       *
               GIVING C-SEASON-SIZE.
           IF C-SEASON-SIZE < 0
               MOVE 0 TO C-SEASON-SIZE.
           MOVE C-SEASON-SIZE TO BS-SIZE-CTR(SUB).

      *  THE HEADER WAS PROVED UP FRONT AND IS PASSED OVER; THE      *
      *  TRAILER ENDS THE BATCH                                      *
       L3-READ.
           PERFORM L3L-READ-BOARD.
           IF MORE-RECS = 'Y' AND I-WAKEBOARD (1:3) = 'HDR'
               PERFORM L3L-READ-BOARD.
           IF MORE-RECS = 'Y' AND I-WAKEBOARD (1:3) = 'TRL'
               MOVE 'N' TO MORE-RECS.

       L3L-READ-BOARD.
           READ BOARD-MASTER
               AT END
                   MOVE 'N' TO MORE-RECS.
      *  EACH FILLABLE ORDER RUNS THROUGH THE SAME CALCS AS A         *
      *  REGISTER SALE, SO BOTH CHANNELS LAND IN THE SAME TOTALS      *
       L5-WEB-ORDERS.
      *  EVERY REGISTER SALE IS POSTED - A RESTART FROM HERE ON      *
      *  NEVER GOES BACK INTO THE SALES FILE                         *
           MOVE 'W' TO CHKPT-PHASE.
           PERFORM L7F-WRITE-CHECKPOINT.
           MOVE 'N' TO WO-EOF-SW.
           OPEN INPUT WEB-ORDER-FILE.
           IF WS-WO-STATUS = '00'
               IF CHKPT-RESTART-PHASE = 'W'
                   PERFORM L5H-SKIP-WEB-ORDER
                       VARYING CHKPT-SKIP-CTR FROM 1 BY 1
                           UNTIL CHKPT-SKIP-CTR > CHKPT-WEBORD-DONE
               END-IF
               PERFORM L5A-READ-WEB-ORDER
                   UNTIL WO-EOF-SW = 'Y'
               CLOSE WEB-ORDER-FILE.

       L5A-READ-WEB-ORDER.
           PERFORM L5I-READ-WEB-RAW.
           IF WO-EOF-SW NOT = 'Y'
               ADD 1 TO C-WEBORD-CTR
               PERFORM L5B-PROCESS-WEB-ORDER
               PERFORM L7I-SAVE-CHECKPOINT.

      *  READS PAST THE WEB ORDERS THE ABENDED RUN ALREADY POSTED  *
       L5H-SKIP-WEB-ORDER.
           PERFORM L5I-READ-WEB-RAW.

      *  THE HEADER WAS PROVED UP FRONT AND IS PASSED OVER; THE      *
      *  TRAILER ENDS THE DROP                                       *
       L5I-READ-WEB-RAW.
           PERFORM L5J-READ-WEB-REC.
           IF WO-EOF-SW NOT = 'Y' AND WEB-ORDER-REC (1:3) = 'HDR'
               PERFORM L5J-READ-WEB-REC.
           IF WO-EOF-SW NOT = 'Y' AND WEB-ORDER-REC (1:3) = 'TRL'
               MOVE 'Y' TO WO-EOF-SW.

       L5J-READ-WEB-REC.
           READ WEB-ORDER-FILE
               AT END
                   MOVE 'Y' TO WO-EOF-SW.

      *  A RESTART HOLDS BACK THE REJECTS THE ABENDED RUN ALREADY    *
      *  SENT, SO THE WEB STORE NEVER SEES ONE TWICE                 *
       L5F-WRITE-WEB-REJECT.
           IF C-WEBREJ-OUT NOT < CHKPT-REJ-ON-FILE
               WRITE WEB-REJECT-REC.
           ADD 1 TO C-WEBREJ-OUT.

      *  AN ORDER FOR A BOARD NOT ON THE CATALOG, A SIZE WE DON'T    *
      *  CARRY, OR AN UNKNOWN STORE CODE GOES BACK TO THE WEB STORE   *
      *  ON THE REJECT FEED INSTEAD OF POISONING THE TOTALS           *
       L5B-PROCESS-WEB-ORDER.
           MOVE 'Y' TO WO-VALID-SW.

           IF WO-BOARD NOT NUMERIC OR WO-BOARD < 1
               MOVE 'N' TO WO-VALID-SW
               MOVE '01' TO WR-REASON
           ELSE
               IF NOT T-ON-CATALOG(WO-BOARD)
                   MOVE 'N' TO WO-VALID-SW
                   MOVE '01' TO WR-REASON
               ELSE
                   SET SIZE-IDX TO 1
                   SEARCH T-BOARDSIZES
                       AT END
                           MOVE 'N' TO WO-VALID-SW
                           MOVE '02' TO WR-REASON
                       WHEN T-SIZES(SIZE-IDX) = WO-LENGTH
                           CONTINUE
                   END-SEARCH
               END-IF
           END-IF.

           IF WO-VALID-SW = 'Y'
               END-SEARCH
           END-IF.

      *  A VALID ORDER SHIPS FROM THE STORE WITH THE MOST OF THE     *
      *  BOARD ON ITS SHELF; WITH NOTHING ON ANY SHELF IT IS HELD ON *
      *  BACKORDER INSTEAD OF DRIVING A PERPETUAL COUNT NEGATIVE.    *
      *  A DISCONTINUED BOARD WILL NEVER COME BACK IN, SO AN ORDER   *
      *  FOR ONE THAT IS SOLD OUT IS TURNED AWAY INSTEAD             *
           IF WO-VALID-SW = 'Y'
               PERFORM L5D-FIND-FILL-STORE
               IF C-BEST-AVAIL NOT > 0
                   IF T-DISCONTINUED(WO-BOARD)
                       MOVE 'N' TO WO-VALID-SW
                       MOVE '01' TO WR-REASON
                   ELSE
                       PERFORM L5C-HOLD-BACKORDER
                       MOVE 'H' TO WO-VALID-SW.

           IF WO-VALID-SW = 'Y'
      *  DRESSES THE ORDER UP AS A REGISTER SALE AND RUNS IT DOWN    *
                   ADD 1 TO C-WEBREJ-CTR
                   MOVE WEB-ORDER-REC TO WR-ORDER
                   MOVE SPACES TO WEB-REJECT-REC (23:8)
                   PERFORM L5F-WRITE-WEB-REJECT.

      *  PICKS THE STORE HOLDING THE MOST OF THE ORDERED BOARD AFTER *
      *  TODAY'S MOVEMENT SO FAR, LEAVING IT IN STK-STORE-SUB - TIES *
      *  GO TO THE EARLIER STORE ON THE MASTER                       *
       L5D-FIND-FILL-STORE.
           MOVE 0 TO STK-STORE-SUB.
           MOVE 0 TO C-BEST-AVAIL.
           PERFORM L5E-CHECK-FILL-STORE
               VARYING INV-SCAN-SUB FROM 1 BY 1
                   UNTIL INV-SCAN-SUB > STORE-CNT.

       L5E-CHECK-FILL-STORE.
           SUBTRACT SI-UNITS-SOLD(INV-SCAN-SUB, WO-BOARD)
               SI-RENT-DELTA(INV-SCAN-SUB, WO-BOARD)
               FROM SI-INV-QTY(INV-SCAN-SUB, WO-BOARD)
               GIVING C-AVAIL.
           IF C-AVAIL > C-BEST-AVAIL
               MOVE C-AVAIL TO C-BEST-AVAIL
               MOVE INV-SCAN-SUB TO STK-STORE-SUB.

      *  PUTS ONE OUT-OF-STOCK ORDER AT THE BACK OF THE HELD LINE;   *
      *  WITH NO ROOM LEFT THE ORDER IS BOUNCED BACK TO THE WEB      *
               MOVE WEB-ORDER-REC TO WR-ORDER
               MOVE '04' TO WR-REASON
               MOVE SPACES TO WEB-REJECT-REC (23:8)
               PERFORM L5F-WRITE-WEB-REJECT
               MOVE 'N' TO WO-VALID-SW.

      *  FINDS OR ADDS ONE STORE'S REGION IN THE REGION TABLE AND     *
                   WRITE PRTLINE FROM OVERDUE-LINE
                       AFTER ADVANCING 1 LINE.

      *  CHECKS EVERY BOARD AT A STORE THAT HAD ANY STOCK TODAY  *
       L2J-CHECK-STORE-REORDER.
           MOVE 0 TO C-RA-STORE-STOCK.
           PERFORM L2J1-ADD-STORE-STOCK
               VARYING BRD-SUB FROM 1 BY 1
                   UNTIL BRD-SUB > BOARD-CNT.
           IF C-RA-STORE-STOCK > 0
               PERFORM L2J2-CHECK-REORDER
                   VARYING BRD-SUB FROM 1 BY 1
                       UNTIL BRD-SUB > BOARD-CNT.

       L2J1-ADD-STORE-STOCK.
           ADD SI-INV-QTY(INV-STORE-SUB, BRD-SUB) TO C-RA-STORE-STOCK.

      *  FLAGS A BOARD WHOSE REMAINING QUANTITY ON HAND AT A STORE   *
      *  HAS FALLEN TO OR BELOW ITS REORDER POINT AFTER TODAY'S SALES *
      *  ARE APPLIED, AND SIGNALS THE PURCHASE ORDER RUN TO ORDER IT  *
      *  BOARDS OUT ON RENT ARE OFF THE SHELF TOO. A DISCONTINUED  *
      *  BOARD IS SOLD DOWN AND NEVER REORDERED                    *
       L2J2-CHECK-REORDER.
           IF T-ACTIVE(BRD-SUB)
               PERFORM L2J3-CHECK-BOARD-REORDER.

       L2J3-CHECK-BOARD-REORDER.
           SUBTRACT SI-UNITS-SOLD(INV-STORE-SUB, BRD-SUB)
               SI-RENT-DELTA(INV-STORE-SUB, BRD-SUB)
               FROM SI-INV-QTY(INV-STORE-SUB, BRD-SUB)
               GIVING C-RA-QTY-LEFT.
           IF C-RA-QTY-LEFT NOT > T-REORDER-PT(BRD-SUB)
               MOVE T-STORE-CODE(INV-STORE-SUB) TO O-RA-STORE
               MOVE T-NAME(BRD-SUB) TO O-RA-NAME
               MOVE C-RA-QTY-LEFT TO O-RA-QTY-ON-HAND
               MOVE T-REORDER-PT(BRD-SUB) TO O-RA-REORDER-PT
               WRITE PRTLINE FROM REORDER-ALERT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L4-HEADINGS
               END-WRITE
               SET REORDER-FOUND TO TRUE
               MOVE SPACES TO REORDER-SIG-REC
               MOVE 'B' TO RS-LINE
               MOVE BRD-SUB TO RS-ITEM
               MOVE T-STORE-CODE(INV-STORE-SUB) TO RS-STORE
               MOVE T-NAME(BRD-SUB) TO RS-DESC
               MOVE C-RA-QTY-LEFT TO RS-AVAIL
               MOVE T-REORDER-PT(BRD-SUB) TO RS-REORDER-PT
               MOVE I-DATE TO RS-DATE
               WRITE REORDER-SIG-REC.

       L3-CALCS.
      *  THE TAX IS SET ONCE THE STORE IS KNOWN; A SALE AT A STORE   *
      *  THAT ISN'T ON THE MASTER CARRIES NONE                       *
           MOVE 0 TO C-TAX-AMT.
           PERFORM L3K-SET-PRICE.

      *  A SALE ADDS, A RETURN BACKS EVERYTHING OUT AND PUTS THE     *
      *  UNIT BACK ON THE SHELF, AN EVEN EXCHANGE MOVES NO MONEY OR  *
               WHEN STORE-IDX > STORE-CNT
                   ADD 1 TO REJECT-CTR
               WHEN T-STORE-CODE(STORE-IDX) = I-STORE-LOC
                   IF STK-STORE-SUB = 0
                       SET STK-STORE-SUB TO STORE-IDX
                   END-IF
                   PERFORM L3B-POST-STORE
                       THRU L3B-POST-EXIT.

      *  THE UNIT COMES OFF (OR GOES BACK ON) THE SHELF OF THE STORE *
      *  THAT RANG IT UP, OR THE STORE A WEB ORDER SHIPPED FROM; A   *
      *  SALE AT A STORE NOT ON THE MASTER TOUCHES NO STORE'S STOCK  *
           IF STK-STORE-SUB > 0
               PERFORM L3J-POST-STOCK.

      *  SELLS AT THE MARKDOWN PRICE WHEN THE BOARD IS ON CLEARANCE; *
      *  A RENTAL'S PRICE IS ITS DAILY RATE TIMES THE DAYS OUT, AND  *
      *  A RENTAL COMING BACK MOVES NO MONEY AT ALL                  *
       L3K-SET-PRICE.
           IF VAL-BTRAN-RENTAL
               PERFORM L3F-PRICE-RENTAL
           ELSE
               IF VAL-BTRAN-RENTRET
                   MOVE 0 TO C-EFF-PRICE
               ELSE
                   IF T-CLEARANCE(I-BOARD)
                       MOVE T-MARKDOWN-PRICE(I-BOARD) TO C-EFF-PRICE
                   ELSE
                       MOVE T-PRICE(I-BOARD) TO C-EFF-PRICE.

       L3J-POST-STOCK.
           EVALUATE TRUE
               WHEN VAL-BTRAN-RETURN
                   SUBTRACT 1 FROM SI-UNITS-SOLD(STK-STORE-SUB, I-BOARD)
               WHEN VAL-BTRAN-EXCH
                   CONTINUE
               WHEN VAL-BTRAN-RENTAL
                   ADD 1 TO SI-RENT-DELTA(STK-STORE-SUB, I-BOARD)
               WHEN VAL-BTRAN-RENTRET
                   SUBTRACT 1 FROM SI-RENT-DELTA(STK-STORE-SUB, I-BOARD)
               WHEN OTHER
                   ADD 1 TO SI-UNITS-SOLD(STK-STORE-SUB, I-BOARD)
           END-EVALUATE.

      *  A RETURN COMES BACK OUT OF ITS SIZE COUNT; EXCHANGES AND    *
      *  SALES COUNT THE SIZE THAT WALKED OUT THE DOOR. THE DAY'S    *
      *  COUNTS ARE SIGNED SO A RETURN ALWAYS POSTS, EVEN WHEN THE   *
      *  DRAWER IT WENT INTO                                         *
       L3B-POST-STORE.
           SET TND-STORE-SUB TO STORE-IDX.
           PERFORM L3I-CALC-TAX.
           PERFORM L3C-SET-TENDER.
      *  A CERTIFICATE TENDERED IS DRAWN DOWN BY WHAT IT PAID, OR   *
      *  CREDITED BACK WHAT A RETURN HANDS BACK                     *
           IF TND-SUB = 3
               AND NOT VAL-BTRAN-EXCH AND NOT VAL-BTRAN-RENTRET
                   PERFORM L6E-POST-GC-TENDER.
      *  RENT MONEY GOES IN THE DRAWER BUT NOT THE STORE'S SALES    *
      *  TOTAL; A RENTAL COMING BACK MOVES NOTHING                  *
           IF VAL-BTRAN-RENTAL
       L3B-POST-EXIT.
           EXIT.

      *  SALES AND RENTALS ARE TAXED AT THE STORE'S RATE AND A       *
      *  RETURN HANDS THE SAME TAX BACK; AN EVEN EXCHANGE OR A       *
      *  RENTAL COMING BACK MOVES NO MONEY, SO IT CARRIES NO TAX     *
       L3I-CALC-TAX.
           IF VAL-BTRAN-EXCH OR VAL-BTRAN-RENTRET
               MOVE 0 TO C-TAX-AMT
           ELSE
               MULTIPLY C-EFF-PRICE BY T-STORE-TAX-RATE(STORE-IDX)
                   GIVING C-TAX-AMT ROUNDED
               IF VAL-BTRAN-RETURN
                   ADD C-EFF-PRICE TO T-STORE-RET-TAXABLE(STORE-IDX)
                   ADD C-TAX-AMT TO T-STORE-TAX-REFUND(STORE-IDX)
                   SUBTRACT C-TAX-AMT FROM C-DAY-TAX-TOTAL
               ELSE
                   ADD C-EFF-PRICE TO T-STORE-TAXABLE(STORE-IDX)
                   ADD C-TAX-AMT TO T-STORE-TAX(STORE-IDX)
                   ADD C-TAX-AMT TO C-DAY-TAX-TOTAL.

      *  THE KEYED TENDER AMOUNT IS TRUSTED WHEN IT'S THERE; AN     *
      *  UNKEYED ONE FALLS BACK TO THE SELLING PRICE PLUS THE TAX   *
      *  THE REGISTER CHARGED ON IT                                 *
       L3C-SET-TENDER.
           EVALUATE I-TENDER-TYPE
               WHEN 'D'
           IF I-TENDER-AMT NUMERIC AND I-TENDER-AMT > 0
               MOVE I-TENDER-AMT TO C-TND-AMT
           ELSE
               ADD C-EFF-PRICE C-TAX-AMT GIVING C-TND-AMT.

       L3-OUTPUT.
      *  CLEARS VALUES IN O-UPC  *
           MOVE I-BOARD TO O-BOARD.
           MOVE I-STORE-LOC TO O-STORE.
           MOVE C-EFF-PRICE TO O-PRICE.
           MOVE C-TAX-AMT TO O-TAX.
           MOVE T-NAME(I-BOARD) TO O-NAME.
           IF T-CLEARANCE(I-BOARD)
               MOVE 'CLR' TO O-CLR
               ',' DELIMITED BY SIZE
               WF-TRAN-TYPE     DELIMITED BY SIZE
           INTO WEB-FEED-REC.
      *  A RESTART HOLDS BACK THE FEED RECORDS THE ABENDED RUN       *
      *  ALREADY SENT, SO THE WEB STORE NEVER SEES ONE TWICE         *
           IF C-WEB-CTR NOT < CHKPT-FEED-ON-FILE
               WRITE WEB-FEED-REC.
           ADD 1 TO C-WEB-CTR.

      *  PRINTS THE TOTAL SALES AND SIZE COUNTER SECTIONS  *
       L3-GRAND-TOTALS.
      *  PRINTS TOTAL SALES SECTION  *
      *  A BOARD NUMBER NOT ON THE CATALOG PRINTS ONLY IF IT STILL   *
      *  HAS SEASON SALES CARRIED FORWARD                            *
           IF TOTAL-SW = 'Y'
               IF T-ON-CATALOG(BRD-SUB)
                   OR CF-GT-TOTALS(BRD-SUB) NOT = 0
                   MOVE BRD-SUB TO O-GT-BOARD
                   MOVE T-NAME(BRD-SUB) TO O-GT-NAME
                   MOVE T-GT-TOTALS(BRD-SUB) TO O-GT-TOTALS
                   ADD CF-GT-TOTALS(BRD-SUB) T-GT-TOTALS(BRD-SUB)
                       GIVING O-GT-SEASON-TOTAL
                   WRITE PRTLINE FROM GRAND-TOTALS-LINE-1
                       AFTER ADVANCING 1 LINE
               END-IF
           ELSE
      *  PRINTS SIZE COUNTER SECTION  *
                MOVE T-RANGE(SUB) TO O-GT-RANGE
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
      *  LOADS THE GIFT CERTIFICATE LEDGER; A MISSING FILE JUST      *
      *  MEANS NO CERTIFICATE HAS BEEN SOLD YET. CERTIFICATES PAST   *
      *  THE TABLE ARE COUNTED                                       *
       L6-LOAD-GIFT-CERTS.
           MOVE 0 TO CE-TBL-CTR.
           MOVE 'N' TO GC-EOF-SW.
           OPEN INPUT GIFT-CERT-FILE.
           IF WS-GC-STATUS = '00'
               PERFORM L6A-READ-GIFT-CERT
                   UNTIL GC-EOF-SW = 'Y'
               CLOSE GIFT-CERT-FILE.

       L6A-READ-GIFT-CERT.
           READ GIFT-CERT-FILE
               AT END
                   MOVE 'Y' TO GC-EOF-SW
               NOT AT END
                   IF CE-TBL-CTR < 2000
                       ADD 1 TO CE-TBL-CTR
                       MOVE GIFT-CERT-REC TO CE-ENTRY(CE-TBL-CTR)
                   ELSE
                       MOVE 'N' TO GC-TABLE-OK-SW
                       ADD 1 TO C-GC-OVFL-CTR
                   END-IF
           END-READ.

      *  A CERTIFICATE SOLD NEEDS A NUMBER NOT ALREADY ON THE LEDGER, *
      *  A FACE VALUE, AND A STORE ON THE MASTER. THE MONEY GOES IN   *
      *  THE DRAWER IT WAS PAID INTO BUT NOT THE STORE'S SALES - IT   *
      *  IS OWED BACK UNTIL THE CERTIFICATE IS REDEEMED - AND IT IS   *
      *  NOT TAXED UNTIL THEN EITHER                                  *
       L6B-SELL-GIFT-CERT.
           MOVE 'SOLD' TO O-GC-ACTION.
           MOVE SPACES TO C-GC-REASON.
           IF GC-TABLE-OK-SW = 'N'
               MOVE 'LEDGER NOT FULLY LOADED' TO C-GC-REASON
               GO TO L6B-SELL-REJECT.
           IF I-GC-NUM = SPACES
               MOVE 'CERTIFICATE NUMBER MISSING' TO C-GC-REASON
               GO TO L6B-SELL-REJECT.
           IF I-TENDER-AMT NOT NUMERIC OR I-TENDER-AMT = 0
               MOVE 'FACE VALUE MISSING' TO C-GC-REASON
               GO TO L6B-SELL-REJECT.
           IF I-TENDER-TYPE = 'G'
               MOVE 'PAID WITH A GIFT CERTIFICATE' TO C-GC-REASON
               GO TO L6B-SELL-REJECT.
           MOVE 'N' TO C-GC-STORE-FOUND.
           SET STORE-IDX TO 1.
           SEARCH T-STORES
               WHEN STORE-IDX > STORE-CNT
                   CONTINUE
               WHEN T-STORE-CODE(STORE-IDX) = I-STORE-LOC
                   MOVE 'Y' TO C-GC-STORE-FOUND.
           IF C-GC-STORE-FOUND = 'N'
               MOVE 'STORE NOT ON FILE' TO C-GC-REASON
               GO TO L6B-SELL-REJECT.
           MOVE I-GC-NUM TO C-GC-LOOKUP.
           PERFORM L6F-FIND-CERT.
           IF C-CE-FOUND-SUB > 0
               MOVE 'CERTIFICATE ALREADY ISSUED' TO C-GC-REASON
               GO TO L6B-SELL-REJECT.
           IF CE-TBL-CTR NOT < 2000
               MOVE 'GIFT CERTIFICATE LEDGER FULL' TO C-GC-REASON
               GO TO L6B-SELL-REJECT.

           ADD 1 TO CE-TBL-CTR.
           MOVE SPACES TO CE-ENTRY(CE-TBL-CTR).
           MOVE I-GC-NUM TO CE-CERT-NUM(CE-TBL-CTR).
           MOVE 'A' TO CE-STATUS(CE-TBL-CTR).
           MOVE I-STORE-LOC TO CE-ISSUE-STORE(CE-TBL-CTR).
           MOVE I-DATE TO CE-ISSUE-DATE(CE-TBL-CTR).
           MOVE I-TENDER-AMT TO CE-ORIG-AMT(CE-TBL-CTR).
           MOVE I-TENDER-AMT TO CE-BALANCE(CE-TBL-CTR).
           MOVE I-DATE TO CE-LAST-USED-DATE(CE-TBL-CTR).
           MOVE 0 TO CE-REDEEM-CTR(CE-TBL-CTR).
           MOVE 0 TO CE-STATUS-DATE(CE-TBL-CTR).
           MOVE 0 TO CE-STATUS-AMT(CE-TBL-CTR).
           MOVE 'Y' TO GC-CHG-SW.

           SET TND-STORE-SUB TO STORE-IDX.
           PERFORM L3C-SET-TENDER.
           ADD C-TND-AMT TO T-REC-AMT(TND-STORE-SUB, TND-SUB).
           ADD 1 TO C-GC-SOLD-CTR.
           ADD I-TENDER-AMT TO C-GC-SOLD-AMT.
           ADD I-TENDER-AMT TO T-STORE-GC-SOLD(STORE-IDX).
           MOVE I-TENDER-AMT TO C-GC-AMT.
           PERFORM L6G-PRINT-GC-LINE.
           GO TO L6B-SELL-EXIT.

       L6B-SELL-REJECT.
           MOVE 0 TO C-GC-AMT.
           IF I-TENDER-AMT NUMERIC
               MOVE I-TENDER-AMT TO C-GC-AMT.
           PERFORM L6R-REJECT-GC.

       L6B-SELL-EXIT.
           EXIT.

      *  A SALE, RENTAL OR RETURN PAID WITH A CERTIFICATE NEEDS ONE  *
      *  ON THE LEDGER THAT HASN'T BEEN VOIDED OR TURNED OVER TO THE *
      *  STATE, AND A SALE OR RENTAL CAN'T TAKE MORE THAN IS LEFT ON *
      *  IT. AN EXCHANGE OR A RENTAL COMING BACK MOVES NO MONEY      *
       L6C-CHECK-GC-TENDER.
           MOVE 'Y' TO GC-OK-SW.
           IF I-TENDER-TYPE NOT = 'G'
               GO TO L6C-CHECK-EXIT.
           IF VAL-BTRAN-EXCH OR VAL-BTRAN-RENTRET
               GO TO L6C-CHECK-EXIT.
           MOVE 'REDEEM' TO O-GC-ACTION.
           PERFORM L6D-GC-TENDER-AMT.
           IF GC-TABLE-OK-SW = 'N'
               MOVE 'LEDGER NOT FULLY LOADED' TO C-GC-REASON
               GO TO L6C-CHECK-REJECT.
           MOVE I-GC-NUM TO C-GC-LOOKUP.
           PERFORM L6F-FIND-CERT.
           IF C-CE-FOUND-SUB = 0
               MOVE 'CERTIFICATE NOT ON FILE' TO C-GC-REASON
               GO TO L6C-CHECK-REJECT.
           IF CE-STATUS(C-CE-FOUND-SUB) = 'V'
               MOVE 'CERTIFICATE VOIDED' TO C-GC-REASON
               GO TO L6C-CHECK-REJECT.
           IF CE-STATUS(C-CE-FOUND-SUB) = 'E'
               MOVE 'CERTIFICATE ESCHEATED' TO C-GC-REASON
               GO TO L6C-CHECK-REJECT.
           IF VAL-BTRAN-RETURN
               GO TO L6C-CHECK-EXIT.
           IF C-GC-AMT > CE-BALANCE(C-CE-FOUND-SUB)
               MOVE 'OVER THE REMAINING BALANCE' TO C-GC-REASON
               GO TO L6C-CHECK-REJECT.
           GO TO L6C-CHECK-EXIT.

       L6C-CHECK-REJECT.
           MOVE 'N' TO GC-OK-SW.
           PERFORM L6R-REJECT-GC.

       L6C-CHECK-EXIT.
           EXIT.

      *  THE KEYED TENDER AMOUNT, OR THE SELLING PRICE PLUS THE TAX  *
      *  THE STORE WILL CHARGE - WHAT L3C-SET-TENDER WILL POST       *
       L6D-GC-TENDER-AMT.
           IF I-TENDER-AMT NUMERIC AND I-TENDER-AMT > 0
               MOVE I-TENDER-AMT TO C-GC-AMT
           ELSE
               PERFORM L3K-SET-PRICE
               MOVE 0 TO C-GC-TAX
               SET STORE-IDX TO 1
               SEARCH T-STORES
                   WHEN STORE-IDX > STORE-CNT
                       CONTINUE
                   WHEN T-STORE-CODE(STORE-IDX) = I-STORE-LOC
                       MULTIPLY C-EFF-PRICE
                           BY T-STORE-TAX-RATE(STORE-IDX)
                           GIVING C-GC-TAX ROUNDED
               END-SEARCH
               ADD C-EFF-PRICE C-GC-TAX GIVING C-GC-AMT.

      *  DRAWS THE CERTIFICATE DOWN BY WHAT IT PAID, CLOSING IT OUT  *
      *  AT ZERO, OR PUTS A RETURN'S REFUND BACK ON IT               *
       L6E-POST-GC-TENDER.
           MOVE I-GC-NUM TO C-GC-LOOKUP.
           PERFORM L6F-FIND-CERT.
           IF C-CE-FOUND-SUB > 0
               MOVE 'Y' TO GC-CHG-SW
               MOVE I-DATE TO CE-LAST-USED-DATE(C-CE-FOUND-SUB)
               IF VAL-BTRAN-RETURN
                   ADD C-TND-AMT TO CE-BALANCE(C-CE-FOUND-SUB)
                   MOVE 'A' TO CE-STATUS(C-CE-FOUND-SUB)
                   ADD 1 TO C-GC-CREDIT-CTR
                   ADD C-TND-AMT TO C-GC-CREDIT-AMT
                   ADD C-TND-AMT TO T-STORE-GC-CREDITED(STORE-IDX)
               ELSE
                   SUBTRACT C-TND-AMT FROM CE-BALANCE(C-CE-FOUND-SUB)
                   ADD 1 TO CE-REDEEM-CTR(C-CE-FOUND-SUB)
                   ADD 1 TO C-GC-REDEEM-CTR
                   ADD C-TND-AMT TO C-GC-REDEEM-AMT
                   ADD C-TND-AMT TO T-STORE-GC-REDEEMED(STORE-IDX)
                   IF CE-BALANCE(C-CE-FOUND-SUB) = 0
                       MOVE 'R' TO CE-STATUS(C-CE-FOUND-SUB).

      *  FINDS C-GC-LOOKUP ON THE LEDGER, LEAVING ITS SLOT IN        *
      *  C-CE-FOUND-SUB (0 = NOT ON FILE)                            *
       L6F-FIND-CERT.
           MOVE 0 TO C-CE-FOUND-SUB.
           IF C-GC-LOOKUP NOT = SPACES
               PERFORM L6F1-MATCH-CERT
                   VARYING CE-SUB FROM 1 BY 1
                       UNTIL CE-SUB > CE-TBL-CTR
                           OR C-CE-FOUND-SUB > 0.

       L6F1-MATCH-CERT.
           IF CE-CERT-NUM(CE-SUB) = C-GC-LOOKUP
               MOVE CE-SUB TO C-CE-FOUND-SUB.

       L6G-PRINT-GC-LINE.
           MOVE I-GC-NUM TO O-GC-CERT-NUM.
           MOVE C-GC-REASON TO O-GC-REASON.
           MOVE I-STORE-LOC TO O-GC-STORE.
           MOVE C-GC-AMT TO O-GC-AMT.
           WRITE PRTLINE FROM GC-DETAIL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L4-HEADINGS.

      *  A TRANSACTION REJECTED FOR ITS CERTIFICATE IS LISTED WITH   *
      *  THE REASON AND COUNTED, AND POSTS NOTHING                   *
       L6R-REJECT-GC.
           ADD 1 TO C-GC-REJ-CTR.
           MOVE 'REJECTED' TO O-GC-ACTION.
           PERFORM L6G-PRINT-GC-LINE.

      *  CARRIES THE LEDGER FORWARD TO THE NEXT RUN  *
       L6S-SAVE-GIFT-CERTS.
           OPEN OUTPUT GIFT-CERT-FILE.
           PERFORM L6T-WRITE-GIFT-CERT
               VARYING CE-SUB FROM 1 BY 1
                   UNTIL CE-SUB > CE-TBL-CTR.
           CLOSE GIFT-CERT-FILE.

       L6T-WRITE-GIFT-CERT.
           MOVE CE-ENTRY(CE-SUB) TO GIFT-CERT-REC.
           WRITE GIFT-CERT-REC.

      *  LOOKS FOR A CHECKPOINT LEFT BY A JOB THAT ABENDED PART WAY   *
      *  SO THIS RUN CAN RESTART PAST WHAT WAS ALREADY POSTED. ONLY   *
      *  THE HEADER IS READ HERE - THE AREAS IT CARRIES ARE RESTORED  *
      *  BY L7D-RESTORE-CHECKPOINT                                    *
       L7-CHECK-RESTART.
           MOVE 'N' TO RESTART-SW.
           MOVE SPACE TO CHKPT-RESTART-PHASE.
           OPEN INPUT CHKPT-FILE.
           IF WS-CHKPT-STATUS = '00'
               READ CHKPT-FILE
                   AT END
                       MOVE 'N' TO RESTART-SW
                   NOT AT END
                       IF CK-REC-TYPE = 'H'
                           MOVE 'Y' TO RESTART-SW
                           MOVE CK-PHASE TO CHKPT-RESTART-PHASE
                           MOVE CK-SALES-DONE TO CHKPT-SALES-DONE
                           MOVE CK-WEBORD-DONE TO CHKPT-WEBORD-DONE
                           MOVE CK-RUN-DATE TO CHKPT-RUN-DATE
                       END-IF
               END-READ
               CLOSE CHKPT-FILE.

      *  COUNTS WHAT THE ABENDED RUN ALREADY PUT ON THE TWO WEB STORE *
      *  FEEDS, THEN ADDS ON TO THEM AND TO THE REPORT INSTEAD OF     *
      *  STARTING THEM OVER                                           *
       L7A-REOPEN-OUTPUTS.
           MOVE 0 TO CHKPT-FEED-ON-FILE.
           MOVE 'N' TO CHKPT-EOF-SW.
           OPEN INPUT WEB-FEED-FILE.
           IF WS-WF-STATUS = '00'
               PERFORM L7B-COUNT-FEED
                   UNTIL CHKPT-EOF-SW = 'Y'
               CLOSE WEB-FEED-FILE.
           MOVE 0 TO CHKPT-REJ-ON-FILE.
           MOVE 'N' TO CHKPT-EOF-SW.
           OPEN INPUT WEB-REJECT-FILE.
           IF WS-WR-STATUS = '00'
               PERFORM L7B1-COUNT-REJECT
                   UNTIL CHKPT-EOF-SW = 'Y'
               CLOSE WEB-REJECT-FILE.

           OPEN EXTEND PRTOUT.
           OPEN EXTEND WEB-FEED-FILE.
           IF WS-WF-STATUS NOT = '00'
               OPEN OUTPUT WEB-FEED-FILE.
           OPEN EXTEND WEB-REJECT-FILE.
           IF WS-WR-STATUS NOT = '00'
               OPEN OUTPUT WEB-REJECT-FILE.

       L7B-COUNT-FEED.
           READ WEB-FEED-FILE
               AT END
                   MOVE 'Y' TO CHKPT-EOF-SW
               NOT AT END
                   ADD 1 TO CHKPT-FEED-ON-FILE.

       L7B1-COUNT-REJECT.
           READ WEB-REJECT-FILE
               AT END
                   MOVE 'Y' TO CHKPT-EOF-SW
               NOT AT END
                   ADD 1 TO CHKPT-REJ-ON-FILE.

      *  PUTS THE ABENDED RUN'S POSTINGS BACK AND READS PAST THE      *
      *  SALES IT HAD ALREADY POSTED. A RUN THAT HAD FINISHED THE     *
      *  SALES FILE CHECKPOINTED WITH NO MORE RECORDS TO READ         *
       L7C-RESTART-RUN.
      *  THE CATALOG IS NEVER POSTED TO, SO IT IS SIMPLY RELOADED  *
           CALL 'CBLBOARD' USING BOARD-TABLE.
           IF BOARD-CATALOG-MISSING
               PERFORM L2AY-CATALOG-MISSING.
           PERFORM L7D-RESTORE-CHECKPOINT.
           PERFORM L4-HEADINGS.
           MOVE CHKPT-SALES-DONE TO O-RS-SALES.
           MOVE CHKPT-WEBORD-DONE TO O-RS-WEBORD.
           WRITE PRTLINE FROM RESTART-NOTE-LINE
               AFTER ADVANCING 2 LINES.
           IF CHKPT-RESTART-PHASE = 'S'
               PERFORM L3-READ
                   VARYING CHKPT-SKIP-CTR FROM 1 BY 1
                       UNTIL CHKPT-SKIP-CTR > CHKPT-SALES-DONE
               PERFORM L3-READ.

      *  RE-READS THE CHECKPOINT AND PUTS EVERY AREA THE RUN POSTS TO *
      *  BACK AS IT STOOD: COUNTERS AND TOTALS, THE PER-STORE STOCK,  *
      *  THE BACKORDERS, RENTALS AND COUNTS, THE CARRIED SEASON       *
      *  FIGURES, AND THE GIFT CERTIFICATE LEDGER                     *
       L7D-RESTORE-CHECKPOINT.
           INITIALIZE GIFT-CERT-TABLE-AREA.
           MOVE 0 TO CHKPT-SUB.
           MOVE 'N' TO CHKPT-EOF-SW.
           OPEN INPUT CHKPT-FILE.
           PERFORM L7D1-READ-CHKPT
               UNTIL CHKPT-EOF-SW = 'Y'.
           CLOSE CHKPT-FILE.

       L7D1-READ-CHKPT.
           READ CHKPT-FILE
               AT END
                   MOVE 'Y' TO CHKPT-EOF-SW
               NOT AT END
                   EVALUATE CK-REC-TYPE
                       WHEN 'A'
                           PERFORM L7E-RESTORE-AREA
                       WHEN 'G'
                           PERFORM L7E1-RESTORE-CERT
                       WHEN 'C'
                           MOVE CK-STEP-NUM TO CHKPT-STEPS-DONE
                   END-EVALUATE
           END-READ.

      *  BUILDS THE AREA BACK UP A SLICE AT A TIME AND MOVES IT HOME  *
      *  ONCE ITS LAST SLICE IS IN                                    *
       L7E-RESTORE-AREA.
           MOVE CK-AREA-DATA TO CHKPT-BUFFER (CK-AREA-OFFSET:190).
           IF CK-AREA-LAST = 'Y'
               EVALUATE CK-AREA-ID
                   WHEN 'WK'
                       MOVE CHKPT-BUFFER TO WORK-AREA
                   WHEN 'SI'
                       MOVE CHKPT-BUFFER TO STORE-INV-AREA
                   WHEN 'IO'
                       MOVE CHKPT-BUFFER TO INV-ORPHAN-AREA
                   WHEN 'IV'
                       MOVE CHKPT-BUFFER TO INVENTORY-AREA
                   WHEN 'BK'
                       MOVE CHKPT-BUFFER TO BACKORDER-TABLE-AREA
                   WHEN 'BW'
                       MOVE CHKPT-BUFFER TO BACKORDER-WORK-AREA
                   WHEN 'CT'
                       MOVE CHKPT-BUFFER TO COUNT-TABLE-AREA
                   WHEN 'TT'
                       MOVE CHKPT-BUFFER TO TENDER-TOTALS-AREA
                   WHEN 'TW'
                       MOVE CHKPT-BUFFER TO TENDER-WORK-AREA
                   WHEN 'GW'
                       MOVE CHKPT-BUFFER TO GIFT-CERT-WORK-AREA
                   WHEN 'TX'
                       MOVE CHKPT-BUFFER TO TAX-WORK-AREA
                   WHEN 'CW'
                       MOVE CHKPT-BUFFER TO COUNT-WORK-AREA
                   WHEN 'SR'
                       MOVE CHKPT-BUFFER TO SERIAL-WORK-AREA
                   WHEN 'CF'
                       MOVE CHKPT-BUFFER TO CARRIED-TOTALS-AREA
                   WHEN 'RN'
                       MOVE CHKPT-BUFFER TO RENTAL-TABLE-AREA
                   WHEN 'RW'
                       MOVE CHKPT-BUFFER TO RENTAL-WORK-AREA
                   WHEN 'MW'
                       MOVE CHKPT-BUFFER TO MARGIN-WORK-AREA
                   WHEN 'ST'
                       MOVE CHKPT-BUFFER TO STORE-TABLE-AREA
                   WHEN 'GT'
                       MOVE CHKPT-BUFFER TO GRAND-TOTAL-SALES
                   WHEN 'US'
                       MOVE CHKPT-BUFFER TO UNITS-SOLD-TABLE
                   WHEN 'SD'
                       MOVE CHKPT-BUFFER TO SIZE-DELTA-TABLE
                   WHEN 'RT'
                       MOVE CHKPT-BUFFER TO RETURNS-TABLE
                   WHEN 'SZ'
                       MOVE CHKPT-BUFFER TO SIZES-INFO
               END-EVALUATE.

       L7E1-RESTORE-CERT.
           IF CHKPT-SUB < 2000
               ADD 1 TO CHKPT-SUB
               MOVE CK-CE-ENTRY TO CE-ENTRY(CHKPT-SUB).

      *  WRITES THE WHOLE CHECKPOINT OVER THE LAST ONE: WHERE THE RUN *
      *  HAS GOT TO, THEN EVERY AREA IT POSTS TO, THEN THE GIFT       *
      *  CERTIFICATES ON THE LEDGER                                   *
       L7F-WRITE-CHECKPOINT.
           OPEN OUTPUT CHKPT-FILE.
           MOVE SPACES TO CHKPT-REC.
           MOVE 'H' TO CK-REC-TYPE.
           MOVE CHKPT-PHASE TO CK-PHASE.
           MOVE C-READ-CTR TO CK-SALES-DONE.
           MOVE C-WEBORD-CTR TO CK-WEBORD-DONE.
           MOVE I-DATE TO CK-RUN-DATE.
           WRITE CHKPT-REC.

           MOVE 'WK' TO CHKPT-AREA-ID.
           MOVE WORK-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF WORK-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'SI' TO CHKPT-AREA-ID.
           MOVE STORE-INV-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF STORE-INV-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'IO' TO CHKPT-AREA-ID.
           MOVE INV-ORPHAN-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF INV-ORPHAN-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'IV' TO CHKPT-AREA-ID.
           MOVE INVENTORY-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF INVENTORY-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'BK' TO CHKPT-AREA-ID.
           MOVE BACKORDER-TABLE-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF BACKORDER-TABLE-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'BW' TO CHKPT-AREA-ID.
           MOVE BACKORDER-WORK-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF BACKORDER-WORK-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'CT' TO CHKPT-AREA-ID.
           MOVE COUNT-TABLE-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF COUNT-TABLE-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'TT' TO CHKPT-AREA-ID.
           MOVE TENDER-TOTALS-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF TENDER-TOTALS-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'TW' TO CHKPT-AREA-ID.
           MOVE TENDER-WORK-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF TENDER-WORK-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'GW' TO CHKPT-AREA-ID.
           MOVE GIFT-CERT-WORK-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF GIFT-CERT-WORK-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'TX' TO CHKPT-AREA-ID.
           MOVE TAX-WORK-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF TAX-WORK-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'CW' TO CHKPT-AREA-ID.
           MOVE COUNT-WORK-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF COUNT-WORK-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'SR' TO CHKPT-AREA-ID.
           MOVE SERIAL-WORK-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF SERIAL-WORK-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'CF' TO CHKPT-AREA-ID.
           MOVE CARRIED-TOTALS-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF CARRIED-TOTALS-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'RN' TO CHKPT-AREA-ID.
           MOVE RENTAL-TABLE-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF RENTAL-TABLE-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'RW' TO CHKPT-AREA-ID.
           MOVE RENTAL-WORK-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF RENTAL-WORK-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'MW' TO CHKPT-AREA-ID.
           MOVE MARGIN-WORK-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF MARGIN-WORK-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'ST' TO CHKPT-AREA-ID.
           MOVE STORE-TABLE-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF STORE-TABLE-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'GT' TO CHKPT-AREA-ID.
           MOVE GRAND-TOTAL-SALES TO CHKPT-BUFFER.
           MOVE LENGTH OF GRAND-TOTAL-SALES TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'US' TO CHKPT-AREA-ID.
           MOVE UNITS-SOLD-TABLE TO CHKPT-BUFFER.
           MOVE LENGTH OF UNITS-SOLD-TABLE TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'SD' TO CHKPT-AREA-ID.
           MOVE SIZE-DELTA-TABLE TO CHKPT-BUFFER.
           MOVE LENGTH OF SIZE-DELTA-TABLE TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'RT' TO CHKPT-AREA-ID.
           MOVE RETURNS-TABLE TO CHKPT-BUFFER.
           MOVE LENGTH OF RETURNS-TABLE TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'SZ' TO CHKPT-AREA-ID.
           MOVE SIZES-INFO TO CHKPT-BUFFER.
           MOVE LENGTH OF SIZES-INFO TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.

           PERFORM L7H-SAVE-ONE-CERT
               VARYING CHKPT-SUB FROM 1 BY 1
                   UNTIL CHKPT-SUB > CE-TBL-CTR.
           CLOSE CHKPT-FILE.

       L7G-WRITE-AREA.
           PERFORM L7G1-WRITE-SLICE
               VARYING CHKPT-OFFSET FROM 1 BY 190
                   UNTIL CHKPT-OFFSET > CHKPT-LEN.

       L7G1-WRITE-SLICE.
           MOVE SPACES TO CHKPT-REC.
           MOVE 'A' TO CK-REC-TYPE.
           MOVE CHKPT-AREA-ID TO CK-AREA-ID.
           MOVE CHKPT-OFFSET TO CK-AREA-OFFSET.
           MOVE CHKPT-BUFFER (CHKPT-OFFSET:190) TO CK-AREA-DATA.
           IF CHKPT-OFFSET + 190 > CHKPT-LEN
               MOVE 'Y' TO CK-AREA-LAST
           ELSE
               MOVE 'N' TO CK-AREA-LAST.
           WRITE CHKPT-REC.

       L7H-SAVE-ONE-CERT.
           MOVE SPACES TO CHKPT-REC.
           MOVE 'G' TO CK-REC-TYPE.
           MOVE CE-ENTRY(CHKPT-SUB) TO CK-CE-ENTRY.
           WRITE CHKPT-REC.

      *  TAKES A CHECKPOINT EVERY CHKPT-INTERVAL TRANSACTIONS, SALES  *
      *  AND WEB ORDERS ALIKE                                         *
       L7I-SAVE-CHECKPOINT.
           ADD C-READ-CTR C-WEBORD-CTR GIVING CHKPT-COUNT.
           DIVIDE CHKPT-COUNT BY CHKPT-INTERVAL
               GIVING CHKPT-QUOT
               REMAINDER CHKPT-REM.
           IF CHKPT-REM = 0
               PERFORM L7F-WRITE-CHECKPOINT.

      *  NOTES ON THE CHECKPOINT THAT A CLOSING STEP IS DONE, SO A    *
      *  RESTART NEVER ROLLS A GENERATION OR APPENDS A RECORD TWICE   *
       L7J-MARK-STEP.
           OPEN EXTEND CHKPT-FILE.
           MOVE SPACES TO CHKPT-REC.
           MOVE 'C' TO CK-REC-TYPE.
           MOVE CHKPT-STEPS-DONE TO CK-STEP-NUM.
           WRITE CHKPT-REC.
           CLOSE CHKPT-FILE.
