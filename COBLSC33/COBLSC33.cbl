       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC33.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  BATCH MAINTENANCE FOR THE RESERVATION RUN'S CONTROL MASTERS - *
      *  THE SEASONAL RATE FILE (RATES.DAT), THE SITE MASTER           *
      *  (SITEMAST.DAT), THE CANCELLATION FEE SCHEDULE (CANFEE.DAT)    *
      *  AND THE DEPOSIT POLICY CARD (DEPOSIT.DAT) - INSTEAD OF THE    *
      *  FILES BEING HAND-EDITED. APPLIES KEYED ADD/CHANGE/DELETE      *
      *  TRANSACTIONS FROM MASTTXN.DAT, VALIDATES EACH ONE, AND PRINTS *
      *  A BEFORE/AFTER AUDIT OF EVERY CHANGE WITH A REJECT PAGE FOR   *
      *  THE BAD ONES. ONCE EVERY TRANSACTION IS IN, EACH SITE         *
      *  LETTER'S RATE SEASONS THAT WERE TOUCHED MUST NOT OVERLAP AND  *
      *  MUST COVER EVERY DAY OF THE NEXT 12 MONTHS, AND THE FEE TIERS *
      *  MUST NOT OVERLAP - OTHERWISE THAT LETTER'S (OR THE FEE        *
      *  SCHEDULE'S) TRANSACTIONS ARE ALL BACKED OUT TOGETHER, SINCE A *
      *  SEASON CHANGE USUALLY TAKES MORE THAN ONE CARD. A SITE CANNOT *
      *  BE DELETED WHILE CAMPRES.DAT STILL HOLDS A BOOKING FOR IT.    *
      *  ONLY THE MASTERS THAT CHANGED ARE REWRITTEN, EACH AFTER A     *
      *  GENERATION BACKUP.                                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  RUN CONTROL CARD - AS-OF DATE THE 12-MONTH RATE COVERAGE IS  *
      *  MEASURED FROM                                                *
           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  KEYED MAINTENANCE TRANSACTIONS: WHICH MASTER, ACTION, AND    *
      *  THAT MASTER'S KEY AND DATA                                   *
           SELECT MAINT-TXN-FILE
               ASSIGN TO 'MASTTXN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

      *  SEASONAL RATE FILE - ONE PRICE PER SITE LETTER PER SEASON  *
           SELECT RATE-MASTER
               ASSIGN TO 'RATES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

      *  CAMPGROUND SITE MASTER - ONE RECORD PER PHYSICAL SITE  *
           SELECT SITE-MASTER
               ASSIGN TO 'SITEMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-STATUS.

      *  CANCELLATION FEE SCHEDULE - ONE RECORD PER DAYS-BEFORE-      *
      *  ARRIVAL TIER                                                 *
           SELECT FEE-MASTER
               ASSIGN TO 'CANFEE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

      *  DEPOSIT POLICY CARD - LEAD TIME, DEPOSIT PERCENT, AND HOW    *
      *  MANY DAYS BEFORE ARRIVAL THE BALANCE IS BILLED               *
           SELECT DEPOSIT-FILE
               ASSIGN TO 'DEPOSIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.

      *  THE INDEXED RESERVATION MASTER COBLSC01 MAINTAINS - A SITE   *
      *  WITH A BOOKING ON IT CANNOT COME OFF THE SITE MASTER         *
           SELECT CAMPRES-FILE
               ASSIGN TO 'CAMPRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-RES-KEY
               ALTERNATE RECORD KEY IS O-CONF-NUM
               FILE STATUS IS WS-RES-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'MASTMNT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  RUN-CONTROL LOG SHARED BY EVERY BATCH PROGRAM - ONE RECORD   *
      *  PER RUN PROVING WHAT WENT IN CAME BACK OUT                   *
           SELECT RUN-LOG-FILE
               ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CTL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS CONTROL-CARD-REC.

      *  CPY FILE THAT CONTAINS CONTROL-CARD-REC LAYOUT, SHARED WITH  *
      *  THE OTHER BATCH PROGRAMS                                     *
           COPY 'CTLCARD.CPY'.

      *  ONE MAINTENANCE TRANSACTION. MT-FILE PICKS THE MASTER: 'R' = *
      *  RATE SEASON (KEY SITE LETTER + START DATE), 'S' = SITE (KEY  *
      *  CAMPGROUND + SITE), 'F' = FEE TIER (KEY FIRST DAY OF THE     *
      *  RANGE), 'D' = DEPOSIT POLICY CARD (NO KEY - THERE IS ONE).   *
      *  MT-ACTION: 'A' = ADD, 'C' = CHANGE, 'D' = DELETE. NUMBERS    *
      *  ARE KEYED ZERO-FILLED, THE RATE PRICE AS 4 DIGITS (4500 =    *
      *  $45.00)                                                      *
       FD  MAINT-TXN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MAINT-TXN-REC.
       01  MAINT-TXN-REC.
           05  MT-FILE             PIC X.
               88  MT-RATE                 VALUE 'R'.
               88  MT-SITE                 VALUE 'S'.
               88  MT-FEE                  VALUE 'F'.
               88  MT-DEPOSIT              VALUE 'D'.
           05  MT-ACTION           PIC X.
               88  MT-ADD                  VALUE 'A'.
               88  MT-CHANGE               VALUE 'C'.
               88  MT-DELETE               VALUE 'D'.
           05  MT-DATA             PIC X(78).
           05  MT-RATE-DATA REDEFINES MT-DATA.
               10  MT-RT-SITE-LET  PIC X.
               10  MT-RT-START     PIC X(8).
               10  MT-RT-START-N REDEFINES MT-RT-START
                                   PIC 9(8).
               10  MT-RT-END       PIC X(8).
               10  MT-RT-END-N REDEFINES MT-RT-END
                                   PIC 9(8).
               10  MT-RT-PRICE     PIC X(4).
               10  MT-RT-PRICE-N REDEFINES MT-RT-PRICE
                                   PIC 99V99.
               10  FILLER          PIC X(57).
           05  MT-SITE-DATA REDEFINES MT-DATA.
               10  MT-SM-CAMPGROUND PIC X(15).
               10  MT-SM-SITE.
                   15  MT-SM-SITE-LET  PIC X.
                   15  MT-SM-SITE-NUM  PIC X(2).
                   15  MT-SM-SITE-NUM-N REDEFINES MT-SM-SITE-NUM
                                   PIC 99.
               10  MT-SM-MAX-OCC   PIC X(2).
               10  MT-SM-MAX-OCC-N REDEFINES MT-SM-MAX-OCC
                                   PIC 99.
               10  MT-SM-PAD-LEN   PIC X(2).
               10  MT-SM-PAD-LEN-N REDEFINES MT-SM-PAD-LEN
                                   PIC 99.
               10  MT-SM-ELEC-FLAG PIC X.
               10  MT-SM-WATER-FLAG PIC X.
               10  FILLER          PIC X(54).
           05  MT-FEE-DATA REDEFINES MT-DATA.
               10  MT-CF-DAYS-MIN  PIC X(3).
               10  MT-CF-DAYS-MIN-N REDEFINES MT-CF-DAYS-MIN
                                   PIC 999.
               10  MT-CF-DAYS-MAX  PIC X(3).
               10  MT-CF-DAYS-MAX-N REDEFINES MT-CF-DAYS-MAX
                                   PIC 999.
               10  MT-CF-PCT       PIC X(3).
               10  MT-CF-PCT-N REDEFINES MT-CF-PCT
                                   PIC 999.
               10  FILLER          PIC X(69).
           05  MT-DEP-DATA REDEFINES MT-DATA.
               10  MT-DP-LEAD      PIC X(3).
               10  MT-DP-LEAD-N REDEFINES MT-DP-LEAD
                                   PIC 999.
               10  MT-DP-PCT       PIC X(3).
               10  MT-DP-PCT-N REDEFINES MT-DP-PCT
                                   PIC 999.
               10  MT-DP-BILL      PIC X(3).
               10  MT-DP-BILL-N REDEFINES MT-DP-BILL
                                   PIC 999.
               10  FILLER          PIC X(69).

      *  THE SAME RATE LAYOUT COBLSC01 PRICES BOOKINGS FROM  *
       FD  RATE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATE-REC
           RECORD CONTAINS 30 CHARACTERS.
       01  RATE-REC.
           05  RM-SITE-LET         PIC X.
           05  RM-START-DATE       PIC 9(8).
           05  RM-END-DATE         PIC 9(8).
           05  RM-PRICE            PIC S99V99.
           05  FILLER              PIC X(9).

      *  THE SAME SITE LAYOUT COBLSC01 VALIDATES BOOKINGS AGAINST  *
       FD  SITE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SITE-REC
           RECORD CONTAINS 30 CHARACTERS.
       01  SITE-REC.
           05  SM-CAMPGROUND       PIC X(15).
           05  SM-SITE.
               10  SM-SITE-LET     PIC X.
               10  SM-SITE-NUM     PIC 99.
           05  SM-MAX-OCCUPANCY    PIC 99.
           05  SM-RV-PAD-LEN       PIC 99.
           05  SM-ELEC-FLAG        PIC X.
           05  SM-WATER-FLAG       PIC X.
           05  FILLER              PIC X(6).

      *  ONE REFUND TIER: A RANGE OF DAYS BEFORE ARRIVAL AND THE      *
      *  PERCENT OF THE BOOKED AMOUNT REFUNDED INSIDE THAT RANGE      *
       FD  FEE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS FEE-REC
           RECORD CONTAINS 30 CHARACTERS.
       01  FEE-REC.
           05  CF-DAYS-MIN         PIC 999.
           05  CF-DAYS-MAX         PIC 999.
           05  CF-REFUND-PCT       PIC 999.
           05  FILLER              PIC X(21).

       FD  DEPOSIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS DEPOSIT-REC.
       01  DEPOSIT-REC.
           05  DP-LEAD-DAYS        PIC 999.
           05  DP-DEPOSIT-PCT      PIC 999.
           05  DP-BILL-DAYS        PIC 999.
           05  FILLER              PIC X(21).

       FD  CAMPRES-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS VAL-REC.

      *  CPY FILE THAT CONTAINS VAL-REC LAYOUT, THE SAME COPYBOOK     *
      *  COBLSC01 USES TO MAINTAIN CAMPRES.DAT                        *
           COPY 'VAL.CPY'.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       FD  RUN-LOG-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LOG-REC.

      *  CPY FILE THAT CONTAINS RUN-LOG-REC LAYOUT, SHARED WITH THE   *
      *  RUN CONTROL BALANCE REPORT (COBLSC10)                        *
           COPY 'RUNLOG.CPY'.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR              PIC 99      VALUE 0.
           05  WS-CTL-STATUS       PIC XX      VALUE '00'.
           05  WS-TXN-STATUS       PIC XX      VALUE '00'.
           05  WS-RATE-STATUS      PIC XX      VALUE '00'.
           05  WS-SITE-STATUS      PIC XX      VALUE '00'.
           05  WS-FEE-STATUS       PIC XX      VALUE '00'.
           05  WS-DEP-STATUS       PIC XX      VALUE '00'.
           05  WS-RES-STATUS       PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  TXN-EOF-SW          PIC X       VALUE 'N'.
           05  MAST-EOF-SW         PIC X       VALUE 'N'.
           05  TXN-OK-SW           PIC X       VALUE 'Y'.
      *  WHICH MASTERS WERE ON FILE AT START-UP (ONLY THOSE GET A     *
      *  GENERATION BACKUP) AND WHICH ONES THIS RUN CHANGED           *
           05  RATE-ON-FILE-SW     PIC X       VALUE 'N'.
           05  SITE-ON-FILE-SW     PIC X       VALUE 'N'.
           05  FEE-ON-FILE-SW      PIC X       VALUE 'N'.
           05  DEP-ON-FILE-SW      PIC X       VALUE 'N'.
           05  RATE-CHG-SW         PIC X       VALUE 'N'.
           05  SITE-CHG-SW         PIC X       VALUE 'N'.
           05  FEE-CHG-SW          PIC X       VALUE 'N'.
           05  DEP-CHG-SW          PIC X       VALUE 'N'.
      *  NO MASTER MEANS NO BOOKING CAN BE CHECKED - EVERY SITE       *
      *  DELETION IS REJECTED                                         *
           05  MASTER-OK-SW        PIC X       VALUE 'Y'.
           05  TXN-VALID-SW        PIC X       VALUE 'Y'.
           05  DATE-OK-SW          PIC X       VALUE 'Y'.
           05  CAMP-OK-SW          PIC X       VALUE 'N'.
           05  BOOKED-SW           PIC X       VALUE 'N'.
           05  LETTER-FOUND-SW     PIC X       VALUE 'N'.
           05  FEE-TOUCH-SW        PIC X       VALUE 'N'.
           05  OVERLAP-SW          PIC X       VALUE 'N'.
           05  GAP-SW              PIC X       VALUE 'N'.
           05  COVER-SW            PIC X       VALUE 'N'.
           05  C-TXN-CTR           PIC 9(4)    VALUE 0.
           05  C-APPLIED-CTR       PIC 9(4)    VALUE 0.
           05  C-REJECT-CTR        PIC 9(4)    VALUE 0.
      *  TRANSACTIONS BACKED OUT BY THE RATE AND FEE SCHEDULE CHECKS  *
      *  - PART OF THE REJECTED COUNT                                 *
           05  C-BACKOUT-CTR       PIC 9(4)    VALUE 0.
      *  TRANSACTIONS PAST THE TABLE - REJECTED UNREAD BY THE CHECKS  *
           05  C-TXN-OVFL-CTR      PIC 9(4)    VALUE 0.
           05  C-CUR-TX            PIC 999     VALUE 0.
           05  C-FOUND-SUB         PIC 999     VALUE 0.
           05  C-NEXT-SUB          PIC 999     VALUE 0.
           05  C-WORK-CTR          PIC 999     VALUE 0.
           05  RT-SUB              PIC 999     VALUE 0.
           05  RT-SUB2             PIC 999     VALUE 0.
           05  SE-SUB              PIC 999     VALUE 0.
           05  FE-SUB              PIC 99      VALUE 0.
           05  FE-SUB2             PIC 99      VALUE 0.
           05  TX-SUB              PIC 999     VALUE 0.
           05  LT-SUB              PIC 99      VALUE 0.
           05  CAMP-SUB            PIC 9       VALUE 0.
           05  C-CHK-LETTER        PIC X       VALUE ' '.
           05  C-BACKOUT-FILE      PIC X       VALUE ' '.
      *  THE REASON THE CURRENT TRANSACTION IS BEING REJECTED  *
           05  C-REJ-REASON        PIC X(34)   VALUE ' '.
           05  C-IMAGE             PIC X(30)   VALUE ' '.
           05  C-MONTH-DAYS        PIC 99      VALUE 0.
           05  C-LEAP-QUOT         PIC 9(4)    VALUE 0.
           05  C-LEAP-REM          PIC 9       VALUE 0.
      *  THE RATE COVERAGE WINDOW RUNS FROM THE RUN DATE UP TO (NOT   *
      *  INCLUDING) THE SAME DATE A YEAR OUT                          *
           05  C-WINDOW-END        PIC 9(8)    VALUE 0.
           05  C-COVER-END         PIC 9(8)    VALUE 0.

      *  A KEYED DATE BEING VALIDATED  *
       01  CHECK-DATE-AREA.
           05  C-CHK-DATE.
               10  C-CHK-YYYY      PIC 9(4).
               10  C-CHK-MM        PIC 99.
               10  C-CHK-DD        PIC 99.
           05  C-CHK-DATE-X REDEFINES C-CHK-DATE
                                   PIC X(8).

      *  THE DAY THE COVERAGE WALK HAS REACHED  *
       01  WALK-DATE-AREA.
           05  C-WALK-DATE.
               10  C-WALK-YYYY     PIC 9(4).
               10  C-WALK-MM       PIC 99.
               10  C-WALK-DD       PIC 99.
           05  C-WALK-DATE-NUM REDEFINES C-WALK-DATE
                                   PIC 9(8).

      *  DAYS IN EACH MONTH OF A COMMON YEAR - FEBRUARY GETS ITS LEAP  *
      *  DAY FROM THE SAME DIVIDE-BY-FOUR RULE COBLSC01 USES           *
       01  MONTH-DAYS-VALUES.
           05  FILLER              PIC X(24)   VALUE
               '312831303130313130313031'.

       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  T-MONTH-DAYS        PIC 99      OCCURS 12.

      *  THE CAMPGROUNDS A SITE CAN BELONG TO  *
       01  MAINT-CAMP-NAMES.
           05  FILLER              PIC X(15)   VALUE 'HONEY CREEK'.
           05  FILLER              PIC X(15)   VALUE 'HICKORY RIDGE'.
           05  FILLER              PIC X(15)   VALUE 'BRIDGEVIEW'.
           05  FILLER              PIC X(15)   VALUE 'BLUFF CREEK'.
           05  FILLER              PIC X(15)   VALUE 'ROATHBUN LAKE'.

       01  MAINT-CAMP-TABLE REDEFINES MAINT-CAMP-NAMES.
           05  T-MAINT-CAMP        PIC X(15)   OCCURS 5.

      *  THE RATE FILE AS THE TRANSACTIONS LEAVE IT - SAME 200-SEASON  *
      *  LIMIT COBLSC01 LOADS. RT-STATUS 'A' = ON FILE, 'X' = DELETED  *
       01  RATE-TABLE-AREA.
           05  RATE-ENTRY          OCCURS 200.
               10  RT-SITE-LET     PIC X.
               10  RT-START-DATE   PIC 9(8).
               10  RT-END-DATE     PIC 9(8).
               10  RT-PRICE        PIC S99V99.
               10  RT-STATUS       PIC X.

      *  THE RATE FILE AS IT WAS LOADED, SO A SITE LETTER THAT FAILS  *
      *  THE SEASON CHECKS CAN BE PUT BACK THE WAY IT WAS             *
       01  RATE-SAVE-AREA.
           05  RATE-SAVE-ENTRY     OCCURS 200.
               10  RS-SITE-LET     PIC X.
               10  RS-START-DATE   PIC 9(8).
               10  RS-END-DATE     PIC 9(8).
               10  RS-PRICE        PIC S99V99.
               10  RS-STATUS       PIC X.

      *  SCRATCH COPY THE RATE TABLE IS REBUILT FROM ON A BACK-OUT  *
       01  RATE-WORK-AREA.
           05  RATE-WORK-ENTRY     OCCURS 200.
               10  RW-SITE-LET     PIC X.
               10  RW-START-DATE   PIC 9(8).
               10  RW-END-DATE     PIC 9(8).
               10  RW-PRICE        PIC S99V99.
               10  RW-STATUS       PIC X.

       01  RATE-TABLE-WORK.
           05  RATE-TBL-CTR        PIC 999     VALUE 0.
           05  RATE-SAVE-CTR       PIC 999     VALUE 0.

      *  THE SITE MASTER - SAME 500-SITE LIMIT COBLSC01 LOADS  *
       01  SITE-TABLE-AREA.
           05  SITE-ENTRY          OCCURS 500.
               10  SE-CAMPGROUND   PIC X(15).
               10  SE-SITE-LET     PIC X.
               10  SE-SITE-NUM     PIC 99.
               10  SE-MAX-OCCUPANCY PIC 99.
               10  SE-RV-PAD-LEN   PIC 99.
               10  SE-ELEC-FLAG    PIC X.
               10  SE-WATER-FLAG   PIC X.
               10  SE-STATUS       PIC X.

       01  SITE-TABLE-WORK.
           05  SITE-TBL-CTR        PIC 999     VALUE 0.

      *  THE FEE SCHEDULE - SAME 20-TIER LIMIT COBLSC01 LOADS - AND   *
      *  THE SCHEDULE AS LOADED FOR A BACK-OUT                        *
       01  FEE-TABLE-AREA.
           05  FEE-ENTRY           OCCURS 20.
               10  FE-DAYS-MIN     PIC 999.
               10  FE-DAYS-MAX     PIC 999.
               10  FE-REFUND-PCT   PIC 999.
               10  FE-STATUS       PIC X.

       01  FEE-SAVE-AREA.
           05  FEE-SAVE-ENTRY      OCCURS 20.
               10  FS-DAYS-MIN     PIC 999.
               10  FS-DAYS-MAX     PIC 999.
               10  FS-REFUND-PCT   PIC 999.
               10  FS-STATUS       PIC X.

       01  FEE-TABLE-WORK.
           05  FEE-TBL-CTR         PIC 99      VALUE 0.
           05  FEE-SAVE-CTR        PIC 99      VALUE 0.

      *  THE DEPOSIT POLICY CARD  *
       01  DEPOSIT-WORK.
           05  C-DEP-LEAD-DAYS     PIC 999     VALUE 0.
           05  C-DEP-PCT           PIC 999     VALUE 0.
           05  C-DEP-BILL-DAYS     PIC 999     VALUE 0.

      *  THE SITE LETTERS WHOSE SEASONS THIS RUN TOUCHED  *
       01  LETTER-TABLE-AREA.
           05  LT-LETTER           PIC X       OCCURS 26.
           05  LT-CNT              PIC 99      VALUE 0.

      *  EVERY TRANSACTION IN FILE ORDER WITH ITS AUDIT IMAGES. A     *
      *  SCHEDULE CHECK CAN STILL BACK ONE OUT AFTER IT WAS APPLIED,  *
      *  SO NOTHING IS PRINTED UNTIL ALL OF THEM ARE IN. TX-STATUS    *
      *  'A' = APPLIED, 'R' = REJECTED                                *
       01  TXN-TABLE-AREA.
           05  TXN-ENTRY           OCCURS 300.
               10  TX-IMAGE        PIC X(40).
               10  TX-FILE         PIC X.
               10  TX-ACTION       PIC X.
               10  TX-LETTER       PIC X.
               10  TX-KEY          PIC X(20).
               10  TX-BEFORE       PIC X(30).
               10  TX-AFTER        PIC X(30).
               10  TX-STATUS       PIC X.
               10  TX-REASON       PIC X(34).
           05  TX-CNT              PIC 999     VALUE 0.

      *  THE AUDIT IMAGES OF ONE RATE SEASON, SITE, FEE TIER AND THE  *
      *  DEPOSIT CARD, AND THE KEYS THEY ARE LISTED UNDER             *
       01  RATE-KEY-IMAGE.
           05  O-RK-SITE-LET       PIC X.
           05  FILLER              PIC X       VALUE ' '.
           05  O-RK-YYYY           PIC X(4).
           05  FILLER              PIC X       VALUE '/'.
           05  O-RK-MM             PIC X(2).
           05  FILLER              PIC X       VALUE '/'.
           05  O-RK-DD             PIC X(2).

       01  RATE-IMAGE.
           05  O-RI-START-YYYY     PIC 9(4).
           05  FILLER              PIC X       VALUE '/'.
           05  O-RI-START-MM       PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-RI-START-DD       PIC 99.
           05  FILLER              PIC X       VALUE '-'.
           05  O-RI-END-YYYY       PIC 9(4).
           05  FILLER              PIC X       VALUE '/'.
           05  O-RI-END-MM         PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-RI-END-DD         PIC 99.
           05  FILLER              PIC X(3)    VALUE ' $ '.
           05  O-RI-PRICE          PIC Z9.99.

       01  SITE-KEY-IMAGE.
           05  O-SK-CAMPGROUND     PIC X(15).
           05  FILLER              PIC X       VALUE ' '.
           05  O-SK-SITE           PIC X(3).

       01  SITE-IMAGE.
           05  FILLER              PIC X(4)    VALUE 'OCC '.
           05  O-SI-MAX-OCCUPANCY  PIC 99.
           05  FILLER              PIC X(5)    VALUE ' PAD '.
           05  O-SI-RV-PAD-LEN     PIC 99.
           05  FILLER              PIC X(6)    VALUE ' ELEC '.
           05  O-SI-ELEC-FLAG      PIC X.
           05  FILLER              PIC X(7)    VALUE ' WATER '.
           05  O-SI-WATER-FLAG     PIC X.

       01  FEE-KEY-IMAGE.
           05  FILLER              PIC X(5)    VALUE 'FROM '.
           05  O-FK-DAYS-MIN       PIC X(3).
           05  FILLER              PIC X(5)    VALUE ' DAYS'.

       01  FEE-IMAGE.
           05  O-FI-DAYS-MIN       PIC 999.
           05  FILLER              PIC X       VALUE '-'.
           05  O-FI-DAYS-MAX       PIC 999.
           05  FILLER              PIC X(13)   VALUE ' DAYS REFUND '.
           05  O-FI-REFUND-PCT     PIC 999.
           05  FILLER              PIC X       VALUE '%'.

       01  DEPOSIT-IMAGE.
           05  FILLER              PIC X(5)    VALUE 'LEAD '.
           05  O-DI-LEAD-DAYS      PIC 999.
           05  FILLER              PIC X(5)    VALUE ' DEP '.
           05  O-DI-PCT            PIC 999.
           05  FILLER              PIC X(7)    VALUE '% BILL '.
           05  O-DI-BILL-DAYS      PIC 999.

      *  THE GAP DATE NAMED IN A BACK-OUT REASON  *
       01  GAP-REASON.
           05  FILLER              PIC X(19)   VALUE
               'LEAVES RATE GAP AT '.
           05  O-GAP-YYYY          PIC 9(4).
           05  FILLER              PIC X       VALUE '/'.
           05  O-GAP-MM            PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-GAP-DD            PIC 99.
           05  FILLER              PIC X(5)    VALUE ' '.

      *  DATA PASSED TO/FROM CBLGEN TO ROLL A GENERATION BACKUP OF    *
      *  EACH MASTER BEFORE IT IS REWRITTEN                           *
       01  CBLGEN-DATA.
           05  GN-FILE-NAME        PIC X(30)   VALUE SPACES.
           05  GN-ORG              PIC X       VALUE 'L'.
           05  GN-RUN-DATE         PIC 9(8)    VALUE 0.
           05  GN-REC-CNT          PIC 9(7)    VALUE 0.
           05  GN-RETURN-CODE      PIC 9       VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  CURR-DATE.
               10  CURR-YY    PIC 9(4).
               10  CURR-MM    PIC 99.
               10  CURR-DD    PIC 99.
           05  CURR-TIME      PIC X(11).

       01  WS-CURR-DATE-NUM    PIC 9(8)    VALUE 0.

       01  REPORT-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-RPT-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-YY        PIC 9(4).
           05  FILLER          PIC X(35)   VALUE ' '.
           05  FILLER          PIC X(31)   VALUE
               'RESERVATION MASTER MAINTENANCE'.
           05  FILLER          PIC X(42)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-RPT-PCTR      PIC Z9.

       01  REJECT-PAGE-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-REJ-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-REJ-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-REJ-YY        PIC 9(4).
           05  FILLER          PIC X(38)   VALUE ' '.
           05  FILLER          PIC X(29)   VALUE
               'REJECTED MAINTENANCE RECORDS'.
           05  FILLER          PIC X(41)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-REJ-PCTR      PIC Z9.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  NO-TXN-LINE.
           05  FILLER          PIC X(56)   VALUE
               'NO MAINTENANCE TRANSACTIONS - NO MASTERS CHANGED'.
           05  FILLER          PIC X(76)   VALUE ' '.

       01  MASTER-FAIL-LINE.
           05  FILLER          PIC X(56)   VALUE
               'RESERVATION MASTER NOT OPEN - NO SITE CAN BE DELETED'.
           05  FILLER          PIC X(76)   VALUE ' '.

      *  ONE APPLIED TRANSACTION WITH THE RECORD AS IT STOOD BEFORE   *
      *  AND AS IT STANDS AFTER                                       *
       01  AUDIT-LINE.
           05  FILLER          PIC X(5)    VALUE 'FILE '.
           05  O-AUD-FILE      PIC X(7).
           05  FILLER          PIC X(9)    VALUE '  ACTION '.
           05  O-AUD-ACTION    PIC X(6).
           05  FILLER          PIC X(6)    VALUE '  KEY '.
           05  O-AUD-KEY       PIC X(20).
           05  FILLER          PIC X(10)   VALUE '  BEFORE: '.
           05  O-AUD-BEFORE    PIC X(30).
           05  FILLER          PIC X(9)    VALUE '  AFTER: '.
           05  O-AUD-AFTER     PIC X(30).

       01  REJECT-LINE.
           05  O-REJ-TXN       PIC X(40).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-REJ-REASON    PIC X(34).
           05  FILLER          PIC X(55)   VALUE ' '.

       01  TXN-OVFL-LINE.
           05  FILLER          PIC X(46)   VALUE
               'TRANSACTIONS PAST TABLE LIMIT - NOT APPLIED:  '.
           05  O-TXN-OVFL-CTR  PIC ZZZ9.
           05  FILLER          PIC X(82)   VALUE ' '.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(30)   VALUE
               'TRANSACTIONS READ:            '.
           05  O-TXN-CTR       PIC ZZZ9.
           05  FILLER          PIC X(98)   VALUE ' '.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(30)   VALUE
               'APPLIED:                      '.
           05  O-APPLIED-CTR   PIC ZZZ9.
           05  FILLER          PIC X(98)   VALUE ' '.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(30)   VALUE
               'REJECTED:                     '.
           05  O-REJECT-CTR    PIC ZZZ9.
           05  FILLER          PIC X(98)   VALUE ' '.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(30)   VALUE
               '  BACKED OUT BY SCHEDULE CHECK'.
           05  O-BACKOUT-CTR   PIC ZZZ9.
           05  FILLER          PIC X(98)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-APPLY-TXNS
               UNTIL TXN-EOF-SW = 'Y'.
           PERFORM L5-CHECK-RATE-LETTER
               VARYING LT-SUB FROM 1 BY 1
                   UNTIL LT-SUB > LT-CNT.
           IF FEE-TOUCH-SW = 'Y'
               PERFORM L5F-CHECK-FEES.
           PERFORM L6-AUDIT-REPORT.
           PERFORM L7-REJECT-PAGE.
           PERFORM L8-REWRITE-MASTERS.
           PERFORM L9-CLOSING.
       STOP RUN.

       L2-INIT.
           PERFORM L2E-READ-CONTROL-CARD.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *  A RERUN AS OF A PRIOR DATE TAKES ITS PROCESSING DATE FROM    *
      *  THE CONTROL CARD INSTEAD OF THE SYSTEM CLOCK                 *
           IF CC-DATE-FROM-CARD
               MOVE CC-RUN-DATE TO CURR-DATE.
           MOVE CURR-DATE TO WS-CURR-DATE-NUM.
           MOVE CURR-MM TO O-RPT-MM O-REJ-MM.
           MOVE CURR-DD TO O-RPT-DD O-REJ-DD.
           MOVE CURR-YY TO O-RPT-YY O-REJ-YY.
           MOVE WS-CURR-DATE-NUM TO C-WINDOW-END.
           ADD 10000 TO C-WINDOW-END.

           PERFORM L2A-LOAD-RATES.
           PERFORM L2C-LOAD-SITES.
           PERFORM L2F-LOAD-FEES.
           PERFORM L2H-LOAD-DEPOSIT.

           OPEN OUTPUT PRTOUT.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           OPEN INPUT MAINT-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
               MOVE 'N' TO TXN-OK-SW
               MOVE 'Y' TO TXN-EOF-SW
               WRITE PRTLINE FROM NO-TXN-LINE
                   AFTER ADVANCING 1 LINE.

           OPEN INPUT CAMPRES-FILE.
           IF WS-RES-STATUS NOT = '00'
               MOVE 'N' TO MASTER-OK-SW
               WRITE PRTLINE FROM MASTER-FAIL-LINE
                   AFTER ADVANCING 1 LINE.

      *  LOADS THE RATE FILE AND KEEPS A COPY AS LOADED; A MISSING    *
      *  FILE JUST MEANS EVERY SEASON HAS TO BE ADDED                 *
       L2A-LOAD-RATES.
           MOVE 0 TO RATE-TBL-CTR.
           MOVE 'N' TO MAST-EOF-SW.
           OPEN INPUT RATE-MASTER.
           IF WS-RATE-STATUS = '00'
               MOVE 'Y' TO RATE-ON-FILE-SW
               PERFORM L2B-READ-RATE
                   UNTIL MAST-EOF-SW = 'Y'
               CLOSE RATE-MASTER.
           MOVE RATE-TABLE-AREA TO RATE-SAVE-AREA.
           MOVE RATE-TBL-CTR TO RATE-SAVE-CTR.

       L2B-READ-RATE.
           READ RATE-MASTER
               AT END
                   MOVE 'Y' TO MAST-EOF-SW
               NOT AT END
                   IF RATE-TBL-CTR < 200
                       ADD 1 TO RATE-TBL-CTR
                       MOVE RM-SITE-LET   TO RT-SITE-LET(RATE-TBL-CTR)
                       MOVE RM-START-DATE TO RT-START-DATE(RATE-TBL-CTR)
                       MOVE RM-END-DATE   TO RT-END-DATE(RATE-TBL-CTR)
                       MOVE RM-PRICE      TO RT-PRICE(RATE-TBL-CTR)
                       MOVE 'A'           TO RT-STATUS(RATE-TBL-CTR)
                   END-IF
           END-READ.

       L2C-LOAD-SITES.
           MOVE 0 TO SITE-TBL-CTR.
           MOVE 'N' TO MAST-EOF-SW.
           OPEN INPUT SITE-MASTER.
           IF WS-SITE-STATUS = '00'
               MOVE 'Y' TO SITE-ON-FILE-SW
               PERFORM L2D-READ-SITE
                   UNTIL MAST-EOF-SW = 'Y'
               CLOSE SITE-MASTER.

       L2D-READ-SITE.
           READ SITE-MASTER
               AT END
                   MOVE 'Y' TO MAST-EOF-SW
               NOT AT END
                   IF SITE-TBL-CTR < 500
                       ADD 1 TO SITE-TBL-CTR
                       MOVE SM-CAMPGROUND TO SE-CAMPGROUND(SITE-TBL-CTR)
                       MOVE SM-SITE-LET   TO SE-SITE-LET(SITE-TBL-CTR)
                       MOVE SM-SITE-NUM   TO SE-SITE-NUM(SITE-TBL-CTR)
                       MOVE SM-MAX-OCCUPANCY
                           TO SE-MAX-OCCUPANCY(SITE-TBL-CTR)
                       MOVE SM-RV-PAD-LEN TO SE-RV-PAD-LEN(SITE-TBL-CTR)
                       MOVE SM-ELEC-FLAG  TO SE-ELEC-FLAG(SITE-TBL-CTR)
                       MOVE SM-WATER-FLAG TO SE-WATER-FLAG(SITE-TBL-CTR)
                       MOVE 'A'           TO SE-STATUS(SITE-TBL-CTR)
                   END-IF
           END-READ.

      *  READS THE RUN CONTROL CARD, FALLING BACK TO THE SYSTEM DATE  *
      *  WHEN NO CARD IS SUPPLIED                                     *
       L2E-READ-CONTROL-CARD.
           MOVE 'S' TO CC-DATE-SOURCE.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS = '00'
               READ CTL-FILE
                   AT END
                       MOVE 'S' TO CC-DATE-SOURCE
               END-READ
               CLOSE CTL-FILE.

       L2F-LOAD-FEES.
           MOVE 0 TO FEE-TBL-CTR.
           MOVE 'N' TO MAST-EOF-SW.
           OPEN INPUT FEE-MASTER.
           IF WS-FEE-STATUS = '00'
               MOVE 'Y' TO FEE-ON-FILE-SW
               PERFORM L2G-READ-FEE
                   UNTIL MAST-EOF-SW = 'Y'
               CLOSE FEE-MASTER.
           MOVE FEE-TABLE-AREA TO FEE-SAVE-AREA.
           MOVE FEE-TBL-CTR TO FEE-SAVE-CTR.

       L2G-READ-FEE.
           READ FEE-MASTER
               AT END
                   MOVE 'Y' TO MAST-EOF-SW
               NOT AT END
                   IF FEE-TBL-CTR < 20
                       ADD 1 TO FEE-TBL-CTR
                       MOVE CF-DAYS-MIN   TO FE-DAYS-MIN(FEE-TBL-CTR)
                       MOVE CF-DAYS-MAX   TO FE-DAYS-MAX(FEE-TBL-CTR)
                       MOVE CF-REFUND-PCT TO FE-REFUND-PCT(FEE-TBL-CTR)
                       MOVE 'A'           TO FE-STATUS(FEE-TBL-CTR)
                   END-IF
           END-READ.

      *  THE ONE POLICY CARD; NO FILE MEANS COBLSC01 IS RUNNING ON    *
      *  ITS HOUSE DEFAULTS UNTIL ONE IS ADDED                        *
       L2H-LOAD-DEPOSIT.
           OPEN INPUT DEPOSIT-FILE.
           IF WS-DEP-STATUS = '00'
               READ DEPOSIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO DEP-ON-FILE-SW
                       MOVE DP-LEAD-DAYS TO C-DEP-LEAD-DAYS
                       MOVE DP-DEPOSIT-PCT TO C-DEP-PCT
                       MOVE DP-BILL-DAYS TO C-DEP-BILL-DAYS
               END-READ
               CLOSE DEPOSIT-FILE.

      *  EVERY TRANSACTION TAKES A SLOT IN THE TRANSACTION TABLE SO   *
      *  IT CAN BE LISTED ON THE AUDIT OR THE REJECT PAGE AT CLOSING  *
       L3-APPLY-TXNS.
           READ MAINT-TXN-FILE
               AT END
                   MOVE 'Y' TO TXN-EOF-SW
               NOT AT END
                   ADD 1 TO C-TXN-CTR
                   IF TX-CNT < 300
                       ADD 1 TO TX-CNT
                       MOVE TX-CNT TO C-CUR-TX
                       MOVE MAINT-TXN-REC (1:40) TO TX-IMAGE(C-CUR-TX)
                       MOVE MT-FILE TO TX-FILE(C-CUR-TX)
                       MOVE MT-ACTION TO TX-ACTION(C-CUR-TX)
                       MOVE SPACES TO TX-LETTER(C-CUR-TX)
                                      TX-KEY(C-CUR-TX)
                                      TX-BEFORE(C-CUR-TX)
                                      TX-AFTER(C-CUR-TX)
                                      TX-REASON(C-CUR-TX)
                       MOVE 'A' TO TX-STATUS(C-CUR-TX)
                       PERFORM L4-PROCESS-TXN
                   ELSE
                       ADD 1 TO C-TXN-OVFL-CTR
                   END-IF.

      *  VALIDATES ONE TRANSACTION AND APPLIES IT TO ITS MASTER'S     *
      *  TABLE, KEEPING THE RECORD AS IT STOOD BEFORE AND AFTER       *
       L4-PROCESS-TXN.
           MOVE 'Y' TO TXN-VALID-SW.

           IF NOT MT-ADD AND NOT MT-CHANGE AND NOT MT-DELETE
               MOVE 'ACTION MUST BE A, C, OR D' TO C-REJ-REASON
               PERFORM L4X-REJECT-TXN
           ELSE
               EVALUATE TRUE
                   WHEN MT-RATE
                       PERFORM L4R-RATE-TXN THRU L4R-RATE-EXIT
                   WHEN MT-SITE
                       PERFORM L4S-SITE-TXN THRU L4S-SITE-EXIT
                   WHEN MT-FEE
                       PERFORM L4F-FEE-TXN THRU L4F-FEE-EXIT
                   WHEN MT-DEPOSIT
                       PERFORM L4D-DEPOSIT-TXN THRU L4D-DEPOSIT-EXIT
                   WHEN OTHER
                       MOVE 'FILE MUST BE R, S, F, OR D'
                           TO C-REJ-REASON
                       PERFORM L4X-REJECT-TXN
               END-EVALUATE.

      *  ONE RATE SEASON, KEYED BY SITE LETTER AND START DATE. A      *
      *  CHANGE CAN MOVE THE END DATE AND THE PRICE; MOVING THE START *
      *  DATE IS A DELETE AND AN ADD. THE SEASON CHECKS FOR THE       *
      *  LETTER RUN ONCE EVERY TRANSACTION IS IN                      *
       L4R-RATE-TXN.
           MOVE MT-RT-SITE-LET TO O-RK-SITE-LET.
           MOVE MT-RT-START (1:4) TO O-RK-YYYY.
           MOVE MT-RT-START (5:2) TO O-RK-MM.
           MOVE MT-RT-START (7:2) TO O-RK-DD.
           MOVE RATE-KEY-IMAGE TO TX-KEY(C-CUR-TX).
           MOVE MT-RT-SITE-LET TO TX-LETTER(C-CUR-TX).

           IF MT-RT-SITE-LET = SPACE
               OR MT-RT-SITE-LET IS NOT ALPHABETIC
                   MOVE 'SITE LETTER MUST BE A THRU Z'
                       TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4R-RATE-EXIT.

           MOVE MT-RT-START TO C-CHK-DATE-X.
           PERFORM L4V-CHECK-DATE.
           IF DATE-OK-SW = 'N'
               MOVE 'SEASON START DATE NOT VALID' TO C-REJ-REASON
               PERFORM L4X-REJECT-TXN
               GO TO L4R-RATE-EXIT.

           MOVE 0 TO C-FOUND-SUB.
           PERFORM L4R1-FIND-RATE
               VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RATE-TBL-CTR OR C-FOUND-SUB > 0.

           IF MT-DELETE
               IF C-FOUND-SUB = 0
                   MOVE 'SEASON NOT ON FILE' TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4R-RATE-EXIT
               ELSE
                   PERFORM L4R2-RATE-IMAGE
                   MOVE C-IMAGE TO TX-BEFORE(C-CUR-TX)
                   MOVE 'X' TO RT-STATUS(C-FOUND-SUB)
                   MOVE '(DELETED)' TO TX-AFTER(C-CUR-TX)
                   PERFORM L4N-NOTE-LETTER
                   GO TO L4R-RATE-EXIT.

           MOVE MT-RT-END TO C-CHK-DATE-X.
           PERFORM L4V-CHECK-DATE.
           IF DATE-OK-SW = 'N'
               MOVE 'SEASON END DATE NOT VALID' TO C-REJ-REASON
               PERFORM L4X-REJECT-TXN
               GO TO L4R-RATE-EXIT.
           IF MT-RT-END-N < MT-RT-START-N
               MOVE 'SEASON ENDS BEFORE IT STARTS' TO C-REJ-REASON
               PERFORM L4X-REJECT-TXN
               GO TO L4R-RATE-EXIT.
           IF MT-RT-PRICE IS NOT NUMERIC
               OR MT-RT-PRICE-N = 0
                   MOVE 'PRICE MUST BE NUMERIC, NOT ZERO'
                       TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4R-RATE-EXIT.

           IF MT-ADD
               IF C-FOUND-SUB > 0
                   MOVE 'SEASON ALREADY ON FILE' TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
               ELSE
                   IF RATE-TBL-CTR NOT < 200
                       MOVE 'RATE TABLE FULL' TO C-REJ-REASON
                       PERFORM L4X-REJECT-TXN
                   ELSE
                       MOVE '(NOT ON FILE)' TO TX-BEFORE(C-CUR-TX)
                       ADD 1 TO RATE-TBL-CTR
                       MOVE RATE-TBL-CTR TO C-FOUND-SUB
                       MOVE MT-RT-SITE-LET TO RT-SITE-LET(C-FOUND-SUB)
                       MOVE MT-RT-START-N
                           TO RT-START-DATE(C-FOUND-SUB)
                       MOVE MT-RT-END-N TO RT-END-DATE(C-FOUND-SUB)
                       MOVE MT-RT-PRICE-N TO RT-PRICE(C-FOUND-SUB)
                       MOVE 'A' TO RT-STATUS(C-FOUND-SUB)
                       PERFORM L4R2-RATE-IMAGE
                       MOVE C-IMAGE TO TX-AFTER(C-CUR-TX)
                       PERFORM L4N-NOTE-LETTER
                   END-IF
               END-IF
           ELSE
               IF C-FOUND-SUB = 0
                   MOVE 'SEASON NOT ON FILE' TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
               ELSE
                   PERFORM L4R2-RATE-IMAGE
                   MOVE C-IMAGE TO TX-BEFORE(C-CUR-TX)
                   MOVE MT-RT-END-N TO RT-END-DATE(C-FOUND-SUB)
                   MOVE MT-RT-PRICE-N TO RT-PRICE(C-FOUND-SUB)
                   PERFORM L4R2-RATE-IMAGE
                   MOVE C-IMAGE TO TX-AFTER(C-CUR-TX)
                   PERFORM L4N-NOTE-LETTER.

       L4R-RATE-EXIT.
           EXIT.

       L4R1-FIND-RATE.
           IF RT-STATUS(RT-SUB) = 'A'
               AND RT-SITE-LET(RT-SUB) = MT-RT-SITE-LET
               AND RT-START-DATE(RT-SUB) = MT-RT-START-N
                   MOVE RT-SUB TO C-FOUND-SUB.

       L4R2-RATE-IMAGE.
           MOVE RT-START-DATE(C-FOUND-SUB) (1:4) TO O-RI-START-YYYY.
           MOVE RT-START-DATE(C-FOUND-SUB) (5:2) TO O-RI-START-MM.
           MOVE RT-START-DATE(C-FOUND-SUB) (7:2) TO O-RI-START-DD.
           MOVE RT-END-DATE(C-FOUND-SUB) (1:4) TO O-RI-END-YYYY.
           MOVE RT-END-DATE(C-FOUND-SUB) (5:2) TO O-RI-END-MM.
           MOVE RT-END-DATE(C-FOUND-SUB) (7:2) TO O-RI-END-DD.
           MOVE RT-PRICE(C-FOUND-SUB) TO O-RI-PRICE.
           MOVE RATE-IMAGE TO C-IMAGE.

      *  ONE PHYSICAL SITE, KEYED BY CAMPGROUND AND SITE. A DELETE IS *
      *  REFUSED WHILE THE RESERVATION MASTER HOLDS ANY BOOKING FOR   *
      *  THE SITE, SINCE COBLSC01 WOULD SUSPEND EVERY CHANGE TO IT    *
       L4S-SITE-TXN.
           MOVE MT-SM-CAMPGROUND TO O-SK-CAMPGROUND.
           MOVE MT-SM-SITE TO O-SK-SITE.
           MOVE SITE-KEY-IMAGE TO TX-KEY(C-CUR-TX).

           MOVE 'N' TO CAMP-OK-SW.
           PERFORM L4S1-CHECK-CAMP
               VARYING CAMP-SUB FROM 1 BY 1
                   UNTIL CAMP-SUB > 5 OR CAMP-OK-SW = 'Y'.
           IF CAMP-OK-SW = 'N'
               MOVE 'CAMPGROUND NOT VALID' TO C-REJ-REASON
               PERFORM L4X-REJECT-TXN
               GO TO L4S-SITE-EXIT.
           IF MT-SM-SITE-LET = SPACE
               OR MT-SM-SITE-LET IS NOT ALPHABETIC
               OR MT-SM-SITE-NUM IS NOT NUMERIC
               OR MT-SM-SITE-NUM-N = 0
                   MOVE 'SITE MUST BE A LETTER AND 01-99'
                       TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4S-SITE-EXIT.

           MOVE 0 TO C-FOUND-SUB.
           PERFORM L4S2-FIND-SITE
               VARYING SE-SUB FROM 1 BY 1
                   UNTIL SE-SUB > SITE-TBL-CTR OR C-FOUND-SUB > 0.

           IF MT-DELETE
               IF C-FOUND-SUB = 0
                   MOVE 'SITE NOT ON FILE' TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4S-SITE-EXIT
               ELSE
                   PERFORM L4S4-CHECK-BOOKINGS
                   IF BOOKED-SW = 'Y'
                       PERFORM L4X-REJECT-TXN
                       GO TO L4S-SITE-EXIT
                   ELSE
                       PERFORM L4S3-SITE-IMAGE
                       MOVE C-IMAGE TO TX-BEFORE(C-CUR-TX)
                       MOVE 'X' TO SE-STATUS(C-FOUND-SUB)
                       MOVE '(DELETED)' TO TX-AFTER(C-CUR-TX)
                       GO TO L4S-SITE-EXIT.

           IF MT-SM-MAX-OCC IS NOT NUMERIC
               OR MT-SM-MAX-OCC-N = 0
                   MOVE 'MAX OCCUPANCY MUST BE 01-99'
                       TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4S-SITE-EXIT.
           IF MT-SM-PAD-LEN IS NOT NUMERIC
               MOVE 'RV PAD LENGTH NOT NUMERIC' TO C-REJ-REASON
               PERFORM L4X-REJECT-TXN
               GO TO L4S-SITE-EXIT.
           IF (MT-SM-ELEC-FLAG NOT = 'Y' AND NOT = 'N')
               OR (MT-SM-WATER-FLAG NOT = 'Y' AND NOT = 'N')
                   MOVE 'ELEC/WATER FLAGS MUST BE Y OR N'
                       TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4S-SITE-EXIT.

           IF MT-ADD
               IF C-FOUND-SUB > 0
                   MOVE 'SITE ALREADY ON FILE' TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
               ELSE
                   IF SITE-TBL-CTR NOT < 500
                       MOVE 'SITE TABLE FULL' TO C-REJ-REASON
                       PERFORM L4X-REJECT-TXN
                   ELSE
                       MOVE '(NOT ON FILE)' TO TX-BEFORE(C-CUR-TX)
                       ADD 1 TO SITE-TBL-CTR
                       MOVE SITE-TBL-CTR TO C-FOUND-SUB
                       MOVE MT-SM-CAMPGROUND
                           TO SE-CAMPGROUND(C-FOUND-SUB)
                       MOVE MT-SM-SITE-LET TO SE-SITE-LET(C-FOUND-SUB)
                       MOVE MT-SM-SITE-NUM-N
                           TO SE-SITE-NUM(C-FOUND-SUB)
                       MOVE 'A' TO SE-STATUS(C-FOUND-SUB)
                       PERFORM L4S5-SET-SITE
                   END-IF
               END-IF
           ELSE
               IF C-FOUND-SUB = 0
                   MOVE 'SITE NOT ON FILE' TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
               ELSE
                   PERFORM L4S3-SITE-IMAGE
                   MOVE C-IMAGE TO TX-BEFORE(C-CUR-TX)
                   PERFORM L4S5-SET-SITE.

       L4S-SITE-EXIT.
           EXIT.

       L4S1-CHECK-CAMP.
           IF T-MAINT-CAMP(CAMP-SUB) = MT-SM-CAMPGROUND
               MOVE 'Y' TO CAMP-OK-SW.

       L4S2-FIND-SITE.
           IF SE-STATUS(SE-SUB) = 'A'
               AND SE-CAMPGROUND(SE-SUB) = MT-SM-CAMPGROUND
               AND SE-SITE-LET(SE-SUB) = MT-SM-SITE-LET
               AND SE-SITE-NUM(SE-SUB) = MT-SM-SITE-NUM-N
                   MOVE SE-SUB TO C-FOUND-SUB.

       L4S3-SITE-IMAGE.
           MOVE SE-MAX-OCCUPANCY(C-FOUND-SUB) TO O-SI-MAX-OCCUPANCY.
           MOVE SE-RV-PAD-LEN(C-FOUND-SUB) TO O-SI-RV-PAD-LEN.
           MOVE SE-ELEC-FLAG(C-FOUND-SUB) TO O-SI-ELEC-FLAG.
           MOVE SE-WATER-FLAG(C-FOUND-SUB) TO O-SI-WATER-FLAG.
           MOVE SITE-IMAGE TO C-IMAGE.

      *  ANY RECORD ON THE MASTER FOR THIS CAMPGROUND/SITE - A HOLD,  *
      *  A LEASE OR A STAY NOT YET SWEPT TO THE ARCHIVE - KEEPS THE   *
      *  SITE ON FILE. THE KEY LEADS WITH CAMPGROUND AND SITE, SO THE *
      *  FIRST RECORD AT OR PAST THE SITE'S LOWEST KEY ANSWERS IT     *
       L4S4-CHECK-BOOKINGS.
           MOVE 'N' TO BOOKED-SW.
           IF MASTER-OK-SW = 'N'
               MOVE 'Y' TO BOOKED-SW
               MOVE 'RESERVATION MASTER NOT OPEN' TO C-REJ-REASON
           ELSE
               MOVE MT-SM-CAMPGROUND TO O-CAMPGROUND
               MOVE MT-SM-SITE-LET TO O-SITE-LET
               MOVE MT-SM-SITE-NUM-N TO O-SITE-NUM
               MOVE ZEROS TO O-DATE
               START CAMPRES-FILE KEY NOT < O-RES-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CAMPRES-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF O-CAMPGROUND = MT-SM-CAMPGROUND
                                   AND O-SITE = MT-SM-SITE
                                       MOVE 'Y' TO BOOKED-SW
                                       MOVE 'SITE STILL HAS BOOKINGS'
                                           TO C-REJ-REASON
                               END-IF
                       END-READ
               END-START.

       L4S5-SET-SITE.
           MOVE MT-SM-MAX-OCC-N TO SE-MAX-OCCUPANCY(C-FOUND-SUB).
           MOVE MT-SM-PAD-LEN-N TO SE-RV-PAD-LEN(C-FOUND-SUB).
           MOVE MT-SM-ELEC-FLAG TO SE-ELEC-FLAG(C-FOUND-SUB).
           MOVE MT-SM-WATER-FLAG TO SE-WATER-FLAG(C-FOUND-SUB).
           PERFORM L4S3-SITE-IMAGE.
           MOVE C-IMAGE TO TX-AFTER(C-CUR-TX).

      *  ONE REFUND TIER, KEYED BY THE FIRST DAY OF ITS RANGE. A      *
      *  CHANGE CAN MOVE THE LAST DAY AND THE PERCENT. THE OVERLAP    *
      *  CHECK ACROSS ALL TIERS RUNS ONCE EVERY TRANSACTION IS IN     *
       L4F-FEE-TXN.
           MOVE MT-CF-DAYS-MIN TO O-FK-DAYS-MIN.
           MOVE FEE-KEY-IMAGE TO TX-KEY(C-CUR-TX).

           IF MT-CF-DAYS-MIN IS NOT NUMERIC
               MOVE 'FIRST DAY OF RANGE NOT NUMERIC' TO C-REJ-REASON
               PERFORM L4X-REJECT-TXN
               GO TO L4F-FEE-EXIT.

           MOVE 0 TO C-FOUND-SUB.
           PERFORM L4F1-FIND-FEE
               VARYING FE-SUB FROM 1 BY 1
                   UNTIL FE-SUB > FEE-TBL-CTR OR C-FOUND-SUB > 0.

           IF MT-DELETE
               IF C-FOUND-SUB = 0
                   MOVE 'FEE TIER NOT ON FILE' TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4F-FEE-EXIT
               ELSE
                   PERFORM L4F2-FEE-IMAGE
                   MOVE C-IMAGE TO TX-BEFORE(C-CUR-TX)
                   MOVE 'X' TO FE-STATUS(C-FOUND-SUB)
                   MOVE '(DELETED)' TO TX-AFTER(C-CUR-TX)
                   MOVE 'Y' TO FEE-TOUCH-SW
                   GO TO L4F-FEE-EXIT.

           IF MT-CF-DAYS-MAX IS NOT NUMERIC
               OR MT-CF-DAYS-MAX-N < MT-CF-DAYS-MIN-N
                   MOVE 'LAST DAY MISSING OR BEFORE FIRST'
                       TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4F-FEE-EXIT.
           IF MT-CF-PCT IS NOT NUMERIC
               OR MT-CF-PCT-N > 100
                   MOVE 'REFUND PERCENT MUST BE 000-100'
                       TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4F-FEE-EXIT.

           IF MT-ADD
               IF C-FOUND-SUB > 0
                   MOVE 'FEE TIER ALREADY ON FILE' TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
               ELSE
                   IF FEE-TBL-CTR NOT < 20
                       MOVE 'FEE TABLE FULL' TO C-REJ-REASON
                       PERFORM L4X-REJECT-TXN
                   ELSE
                       MOVE '(NOT ON FILE)' TO TX-BEFORE(C-CUR-TX)
                       ADD 1 TO FEE-TBL-CTR
                       MOVE FEE-TBL-CTR TO C-FOUND-SUB
                       MOVE MT-CF-DAYS-MIN-N TO FE-DAYS-MIN(C-FOUND-SUB)
                       MOVE 'A' TO FE-STATUS(C-FOUND-SUB)
                       PERFORM L4F3-SET-FEE
                   END-IF
               END-IF
           ELSE
               IF C-FOUND-SUB = 0
                   MOVE 'FEE TIER NOT ON FILE' TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
               ELSE
                   PERFORM L4F2-FEE-IMAGE
                   MOVE C-IMAGE TO TX-BEFORE(C-CUR-TX)
                   PERFORM L4F3-SET-FEE.

       L4F-FEE-EXIT.
           EXIT.

       L4F1-FIND-FEE.
           IF FE-STATUS(FE-SUB) = 'A'
               AND FE-DAYS-MIN(FE-SUB) = MT-CF-DAYS-MIN-N
                   MOVE FE-SUB TO C-FOUND-SUB.

       L4F2-FEE-IMAGE.
           MOVE FE-DAYS-MIN(C-FOUND-SUB) TO O-FI-DAYS-MIN.
           MOVE FE-DAYS-MAX(C-FOUND-SUB) TO O-FI-DAYS-MAX.
           MOVE FE-REFUND-PCT(C-FOUND-SUB) TO O-FI-REFUND-PCT.
           MOVE FEE-IMAGE TO C-IMAGE.

       L4F3-SET-FEE.
           MOVE MT-CF-DAYS-MAX-N TO FE-DAYS-MAX(C-FOUND-SUB).
           MOVE MT-CF-PCT-N TO FE-REFUND-PCT(C-FOUND-SUB).
           PERFORM L4F2-FEE-IMAGE.
           MOVE C-IMAGE TO TX-AFTER(C-CUR-TX).
           MOVE 'Y' TO FEE-TOUCH-SW.

      *  THE DEPOSIT POLICY CARD. THERE IS ONLY EVER ONE - IT IS      *
      *  ADDED WHEN NONE IS ON FILE AND CHANGED AFTER THAT, NEVER     *
      *  DELETED, SINCE COBLSC01 WOULD FALL BACK TO ITS DEFAULTS      *
       L4D-DEPOSIT-TXN.
           MOVE 'POLICY CARD' TO TX-KEY(C-CUR-TX).

           IF MT-DELETE
               MOVE 'DEPOSIT CARD CANNOT BE DELETED' TO C-REJ-REASON
               PERFORM L4X-REJECT-TXN
               GO TO L4D-DEPOSIT-EXIT.
           IF MT-ADD AND DEP-ON-FILE-SW = 'Y'
               MOVE 'DEPOSIT CARD ALREADY ON FILE' TO C-REJ-REASON
               PERFORM L4X-REJECT-TXN
               GO TO L4D-DEPOSIT-EXIT.
           IF MT-CHANGE AND DEP-ON-FILE-SW = 'N'
               MOVE 'NO DEPOSIT CARD ON FILE' TO C-REJ-REASON
               PERFORM L4X-REJECT-TXN
               GO TO L4D-DEPOSIT-EXIT.
           IF MT-DP-LEAD IS NOT NUMERIC
               OR MT-DP-PCT IS NOT NUMERIC
               OR MT-DP-BILL IS NOT NUMERIC
                   MOVE 'DEPOSIT FIELDS MUST BE NUMERIC'
                       TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4D-DEPOSIT-EXIT.
           IF MT-DP-PCT-N > 100
               MOVE 'DEPOSIT PERCENT MUST BE 000-100' TO C-REJ-REASON
               PERFORM L4X-REJECT-TXN
               GO TO L4D-DEPOSIT-EXIT.
           IF MT-DP-BILL-N > MT-DP-LEAD-N
               MOVE 'BALANCE DAYS EXCEED LEAD DAYS' TO C-REJ-REASON
               PERFORM L4X-REJECT-TXN
               GO TO L4D-DEPOSIT-EXIT.

           IF DEP-ON-FILE-SW = 'Y'
               PERFORM L4D1-DEPOSIT-IMAGE
               MOVE C-IMAGE TO TX-BEFORE(C-CUR-TX)
           ELSE
               MOVE '(NOT ON FILE)' TO TX-BEFORE(C-CUR-TX).
           MOVE 'Y' TO DEP-ON-FILE-SW.
           MOVE MT-DP-LEAD-N TO C-DEP-LEAD-DAYS.
           MOVE MT-DP-PCT-N TO C-DEP-PCT.
           MOVE MT-DP-BILL-N TO C-DEP-BILL-DAYS.
           PERFORM L4D1-DEPOSIT-IMAGE.
           MOVE C-IMAGE TO TX-AFTER(C-CUR-TX).

       L4D-DEPOSIT-EXIT.
           EXIT.

       L4D1-DEPOSIT-IMAGE.
           MOVE C-DEP-LEAD-DAYS TO O-DI-LEAD-DAYS.
           MOVE C-DEP-PCT TO O-DI-PCT.
           MOVE C-DEP-BILL-DAYS TO O-DI-BILL-DAYS.
           MOVE DEPOSIT-IMAGE TO C-IMAGE.

      *  ADDS THE TRANSACTION'S SITE LETTER TO THE LETTERS WHOSE      *
      *  SEASONS GET CHECKED AT THE END                               *
       L4N-NOTE-LETTER.
           MOVE 'N' TO LETTER-FOUND-SW.
           PERFORM L4N1-FIND-LETTER
               VARYING LT-SUB FROM 1 BY 1
                   UNTIL LT-SUB > LT-CNT OR LETTER-FOUND-SW = 'Y'.
           IF LETTER-FOUND-SW = 'N' AND LT-CNT < 26
               ADD 1 TO LT-CNT
               MOVE MT-RT-SITE-LET TO LT-LETTER(LT-CNT).

       L4N1-FIND-LETTER.
           IF LT-LETTER(LT-SUB) = MT-RT-SITE-LET
               MOVE 'Y' TO LETTER-FOUND-SW.

      *  A KEYED YYYYMMDD MUST BE NUMERIC WITH A REAL MONTH AND DAY  *
       L4V-CHECK-DATE.
           MOVE 'Y' TO DATE-OK-SW.
           IF C-CHK-DATE-X IS NOT NUMERIC
               MOVE 'N' TO DATE-OK-SW
           ELSE
               IF C-CHK-MM < 1 OR C-CHK-MM > 12 OR C-CHK-DD < 1
                   MOVE 'N' TO DATE-OK-SW
               ELSE
                   MOVE T-MONTH-DAYS(C-CHK-MM) TO C-MONTH-DAYS
                   IF C-CHK-MM = 2
                       DIVIDE C-CHK-YYYY BY 4 GIVING C-LEAP-QUOT
                           REMAINDER C-LEAP-REM
                       IF C-LEAP-REM = 0
                           MOVE 29 TO C-MONTH-DAYS
                       END-IF
                   END-IF
                   IF C-CHK-DD > C-MONTH-DAYS
                       MOVE 'N' TO DATE-OK-SW.

       L4X-REJECT-TXN.
           MOVE 'N' TO TXN-VALID-SW.
           MOVE 'R' TO TX-STATUS(C-CUR-TX).
           MOVE C-REJ-REASON TO TX-REASON(C-CUR-TX).

      *  ONE SITE LETTER'S SEASONS AS THE TRANSACTIONS LEFT THEM: NO  *
      *  TWO MAY SHARE A DAY, AND TOGETHER THEY MUST PRICE EVERY DAY  *
      *  FROM THE RUN DATE TO A YEAR OUT. A LETTER THAT FAILS GOES    *
      *  BACK TO THE SEASONS IT WAS LOADED WITH AND ALL ITS           *
      *  TRANSACTIONS ARE BACKED OUT                                  *
       L5-CHECK-RATE-LETTER.
           MOVE LT-LETTER(LT-SUB) TO C-CHK-LETTER.
           MOVE 'N' TO OVERLAP-SW.
           MOVE 'N' TO GAP-SW.
           PERFORM L5A-OVERLAP-OUTER
               VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RATE-TBL-CTR OR OVERLAP-SW = 'Y'.

           IF OVERLAP-SW = 'Y'
               MOVE SPACES TO C-REJ-REASON
               STRING 'SEASONS OVERLAP FOR SITE LETTER '
                       DELIMITED BY SIZE
                   C-CHK-LETTER DELIMITED BY SIZE
               INTO C-REJ-REASON
           ELSE
               MOVE WS-CURR-DATE-NUM TO C-WALK-DATE-NUM
               PERFORM L5B-COVER-STEP
                   UNTIL GAP-SW = 'Y'
                       OR C-WALK-DATE-NUM NOT < C-WINDOW-END
               IF GAP-SW = 'Y'
                   MOVE C-WALK-YYYY TO O-GAP-YYYY
                   MOVE C-WALK-MM TO O-GAP-MM
                   MOVE C-WALK-DD TO O-GAP-DD
                   MOVE GAP-REASON TO C-REJ-REASON.

           IF OVERLAP-SW = 'Y' OR GAP-SW = 'Y'
               PERFORM L5R-RESTORE-LETTER
               MOVE 'R' TO C-BACKOUT-FILE
               PERFORM L5X-BACK-OUT-TXN
                   VARYING TX-SUB FROM 1 BY 1
                       UNTIL TX-SUB > TX-CNT.

       L5A-OVERLAP-OUTER.
           IF RT-STATUS(RT-SUB) = 'A'
               AND RT-SITE-LET(RT-SUB) = C-CHK-LETTER
                   ADD 1 TO RT-SUB GIVING C-NEXT-SUB
                   PERFORM L5A1-OVERLAP-INNER
                       VARYING RT-SUB2 FROM C-NEXT-SUB BY 1
                           UNTIL RT-SUB2 > RATE-TBL-CTR
                               OR OVERLAP-SW = 'Y'.

       L5A1-OVERLAP-INNER.
           IF RT-STATUS(RT-SUB2) = 'A'
               AND RT-SITE-LET(RT-SUB2) = C-CHK-LETTER
               AND RT-START-DATE(RT-SUB2) NOT > RT-END-DATE(RT-SUB)
               AND RT-START-DATE(RT-SUB) NOT > RT-END-DATE(RT-SUB2)
                   MOVE 'Y' TO OVERLAP-SW.

      *  FINDS THE SEASON PRICING THE DAY THE WALK HAS REACHED AND    *
      *  JUMPS TO THE DAY AFTER IT ENDS; NO SEASON IS A GAP           *
       L5B-COVER-STEP.
           MOVE 'N' TO COVER-SW.
           MOVE 0 TO C-COVER-END.
           PERFORM L5C-FIND-COVER
               VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RATE-TBL-CTR OR COVER-SW = 'Y'.
           IF COVER-SW = 'N'
               MOVE 'Y' TO GAP-SW
           ELSE
               IF C-COVER-END NOT < C-WINDOW-END
                   MOVE C-WINDOW-END TO C-WALK-DATE-NUM
               ELSE
                   MOVE C-COVER-END TO C-WALK-DATE-NUM
                   PERFORM L5D-NEXT-DAY.

       L5C-FIND-COVER.
           IF RT-STATUS(RT-SUB) = 'A'
               AND RT-SITE-LET(RT-SUB) = C-CHK-LETTER
               AND RT-START-DATE(RT-SUB) NOT > C-WALK-DATE-NUM
               AND RT-END-DATE(RT-SUB) NOT < C-WALK-DATE-NUM
                   MOVE 'Y' TO COVER-SW
                   MOVE RT-END-DATE(RT-SUB) TO C-COVER-END.

       L5D-NEXT-DAY.
           MOVE T-MONTH-DAYS(C-WALK-MM) TO C-MONTH-DAYS.
           IF C-WALK-MM = 2
               DIVIDE C-WALK-YYYY BY 4 GIVING C-LEAP-QUOT
                   REMAINDER C-LEAP-REM
               IF C-LEAP-REM = 0
                   MOVE 29 TO C-MONTH-DAYS.
           IF C-WALK-DD < C-MONTH-DAYS
               ADD 1 TO C-WALK-DD
           ELSE
               MOVE 1 TO C-WALK-DD
               IF C-WALK-MM = 12
                   MOVE 1 TO C-WALK-MM
                   ADD 1 TO C-WALK-YYYY
               ELSE
                   ADD 1 TO C-WALK-MM.

      *  REBUILDS THE RATE TABLE FROM EVERY OTHER LETTER'S SEASONS AS *
      *  THEY STAND AND THIS LETTER'S SEASONS AS THEY WERE LOADED     *
       L5R-RESTORE-LETTER.
           MOVE RATE-TABLE-AREA TO RATE-WORK-AREA.
           MOVE RATE-TBL-CTR TO C-WORK-CTR.
           MOVE 0 TO RATE-TBL-CTR.
           PERFORM L5R1-KEEP-OTHER
               VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > C-WORK-CTR.
           PERFORM L5R2-PUT-BACK
               VARYING RT-SUB FROM 1 BY 1
                   UNTIL RT-SUB > RATE-SAVE-CTR.

       L5R1-KEEP-OTHER.
           IF RW-STATUS(RT-SUB) = 'A'
               AND RW-SITE-LET(RT-SUB) NOT = C-CHK-LETTER
                   ADD 1 TO RATE-TBL-CTR
                   MOVE RATE-WORK-ENTRY(RT-SUB)
                       TO RATE-ENTRY(RATE-TBL-CTR).

       L5R2-PUT-BACK.
           IF RS-SITE-LET(RT-SUB) = C-CHK-LETTER
               ADD 1 TO RATE-TBL-CTR
               MOVE RATE-SAVE-ENTRY(RT-SUB)
                   TO RATE-ENTRY(RATE-TBL-CTR).

      *  NO TWO FEE TIERS MAY CLAIM THE SAME DAY BEFORE ARRIVAL, OR   *
      *  THE REFUND A CANCELLATION GETS DEPENDS ON WHICH ONE COBLSC01 *
      *  HAPPENS TO FIND FIRST. AN OVERLAP PUTS THE SCHEDULE BACK AS  *
      *  IT WAS LOADED AND BACKS OUT EVERY FEE TRANSACTION            *
       L5F-CHECK-FEES.
           MOVE 'N' TO OVERLAP-SW.
           PERFORM L5G-FEE-OUTER
               VARYING FE-SUB FROM 1 BY 1
                   UNTIL FE-SUB > FEE-TBL-CTR OR OVERLAP-SW = 'Y'.
           IF OVERLAP-SW = 'Y'
               MOVE FEE-SAVE-AREA TO FEE-TABLE-AREA
               MOVE FEE-SAVE-CTR TO FEE-TBL-CTR
               MOVE 'FEE TIER DAY RANGES OVERLAP' TO C-REJ-REASON
               MOVE 'F' TO C-BACKOUT-FILE
               MOVE SPACE TO C-CHK-LETTER
               PERFORM L5X-BACK-OUT-TXN
                   VARYING TX-SUB FROM 1 BY 1
                       UNTIL TX-SUB > TX-CNT.

       L5G-FEE-OUTER.
           IF FE-STATUS(FE-SUB) = 'A'
               ADD 1 TO FE-SUB GIVING C-NEXT-SUB
               PERFORM L5H-FEE-INNER
                   VARYING FE-SUB2 FROM C-NEXT-SUB BY 1
                       UNTIL FE-SUB2 > FEE-TBL-CTR
                           OR OVERLAP-SW = 'Y'.

       L5H-FEE-INNER.
           IF FE-STATUS(FE-SUB2) = 'A'
               AND FE-DAYS-MIN(FE-SUB2) NOT > FE-DAYS-MAX(FE-SUB)
               AND FE-DAYS-MIN(FE-SUB) NOT > FE-DAYS-MAX(FE-SUB2)
                   MOVE 'Y' TO OVERLAP-SW.

      *  A TRANSACTION ALREADY APPLIED TO THE SCHEDULE BEING PUT BACK *
      *  MOVES TO THE REJECT PAGE WITH THE CHECK THAT FAILED          *
       L5X-BACK-OUT-TXN.
           IF TX-STATUS(TX-SUB) = 'A'
               AND TX-FILE(TX-SUB) = C-BACKOUT-FILE
               AND TX-LETTER(TX-SUB) = C-CHK-LETTER
                   MOVE 'R' TO TX-STATUS(TX-SUB)
                   MOVE C-REJ-REASON TO TX-REASON(TX-SUB)
                   ADD 1 TO C-BACKOUT-CTR.

      *  THE BEFORE/AFTER AUDIT OF EVERY TRANSACTION THAT STUCK, IN   *
      *  FILE ORDER; ALSO MARKS WHICH MASTERS NEED REWRITING          *
       L6-AUDIT-REPORT.
           PERFORM L6A-AUDIT-ONE
               VARYING TX-SUB FROM 1 BY 1
                   UNTIL TX-SUB > TX-CNT.

       L6A-AUDIT-ONE.
           IF TX-STATUS(TX-SUB) = 'R'
               ADD 1 TO C-REJECT-CTR
           ELSE
               ADD 1 TO C-APPLIED-CTR
               EVALUATE TX-FILE(TX-SUB)
                   WHEN 'R'
                       MOVE 'RATES' TO O-AUD-FILE
                       MOVE 'Y' TO RATE-CHG-SW
                   WHEN 'S'
                       MOVE 'SITES' TO O-AUD-FILE
                       MOVE 'Y' TO SITE-CHG-SW
                   WHEN 'F'
                       MOVE 'FEES' TO O-AUD-FILE
                       MOVE 'Y' TO FEE-CHG-SW
                   WHEN OTHER
                       MOVE 'DEPOSIT' TO O-AUD-FILE
                       MOVE 'Y' TO DEP-CHG-SW
               END-EVALUATE
               EVALUATE TX-ACTION(TX-SUB)
                   WHEN 'A'
                       MOVE 'ADD' TO O-AUD-ACTION
                   WHEN 'C'
                       MOVE 'CHANGE' TO O-AUD-ACTION
                   WHEN OTHER
                       MOVE 'DELETE' TO O-AUD-ACTION
               END-EVALUATE
               MOVE TX-KEY(TX-SUB) TO O-AUD-KEY
               MOVE TX-BEFORE(TX-SUB) TO O-AUD-BEFORE
               MOVE TX-AFTER(TX-SUB) TO O-AUD-AFTER
               WRITE PRTLINE FROM AUDIT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           ADD 1 TO C-PCTR
                           MOVE C-PCTR TO O-RPT-PCTR
                           WRITE PRTLINE FROM REPORT-TITLE
                               AFTER ADVANCING PAGE.

      *  THE BAD TRANSACTIONS GET THEIR OWN PAGE SO THE KEYER CAN    *
      *  WORK FROM ONE LIST                                          *
       L7-REJECT-PAGE.
           ADD C-TXN-OVFL-CTR TO C-REJECT-CTR.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-REJ-PCTR.
           WRITE PRTLINE FROM REJECT-PAGE-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L7A-PRINT-REJECT
               VARYING TX-SUB FROM 1 BY 1
                   UNTIL TX-SUB > TX-CNT.
           IF C-TXN-OVFL-CTR > 0
               MOVE C-TXN-OVFL-CTR TO O-TXN-OVFL-CTR
               WRITE PRTLINE FROM TXN-OVFL-LINE
                   AFTER ADVANCING 2 LINES.

       L7A-PRINT-REJECT.
           IF TX-STATUS(TX-SUB) = 'R'
               MOVE TX-IMAGE(TX-SUB) TO O-REJ-TXN
               MOVE TX-REASON(TX-SUB) TO O-REJ-REASON
               WRITE PRTLINE FROM REJECT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           ADD 1 TO C-PCTR
                           MOVE C-PCTR TO O-REJ-PCTR
                           WRITE PRTLINE FROM REJECT-PAGE-TITLE
                               AFTER ADVANCING PAGE.

      *  REWRITES ONLY THE MASTERS A TRANSACTION STUCK TO, EACH AFTER *
      *  ROLLING A GENERATION BACKUP OF THE COPY BEING REPLACED       *
       L8-REWRITE-MASTERS.
           MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE.
           MOVE 'L' TO GN-ORG.
           IF RATE-CHG-SW = 'Y'
               IF RATE-ON-FILE-SW = 'Y'
                   MOVE 'RATES.DAT' TO GN-FILE-NAME
                   CALL 'CBLGEN' USING CBLGEN-DATA
               END-IF
               OPEN OUTPUT RATE-MASTER
               PERFORM L8A-WRITE-RATE
                   VARYING RT-SUB FROM 1 BY 1
                       UNTIL RT-SUB > RATE-TBL-CTR
               CLOSE RATE-MASTER.
           IF SITE-CHG-SW = 'Y'
               IF SITE-ON-FILE-SW = 'Y'
                   MOVE 'SITEMAST.DAT' TO GN-FILE-NAME
                   CALL 'CBLGEN' USING CBLGEN-DATA
               END-IF
               OPEN OUTPUT SITE-MASTER
               PERFORM L8B-WRITE-SITE
                   VARYING SE-SUB FROM 1 BY 1
                       UNTIL SE-SUB > SITE-TBL-CTR
               CLOSE SITE-MASTER.
           IF FEE-CHG-SW = 'Y'
               IF FEE-ON-FILE-SW = 'Y'
                   MOVE 'CANFEE.DAT' TO GN-FILE-NAME
                   CALL 'CBLGEN' USING CBLGEN-DATA
               END-IF
               OPEN OUTPUT FEE-MASTER
               PERFORM L8C-WRITE-FEE
                   VARYING FE-SUB FROM 1 BY 1
                       UNTIL FE-SUB > FEE-TBL-CTR
               CLOSE FEE-MASTER.
           IF DEP-CHG-SW = 'Y'
               IF WS-DEP-STATUS = '00'
                   MOVE 'DEPOSIT.DAT' TO GN-FILE-NAME
                   CALL 'CBLGEN' USING CBLGEN-DATA
               END-IF
               OPEN OUTPUT DEPOSIT-FILE
               MOVE SPACES TO DEPOSIT-REC
               MOVE C-DEP-LEAD-DAYS TO DP-LEAD-DAYS
               MOVE C-DEP-PCT TO DP-DEPOSIT-PCT
               MOVE C-DEP-BILL-DAYS TO DP-BILL-DAYS
               WRITE DEPOSIT-REC
               CLOSE DEPOSIT-FILE.

       L8A-WRITE-RATE.
           IF RT-STATUS(RT-SUB) = 'A'
               MOVE SPACES TO RATE-REC
               MOVE RT-SITE-LET(RT-SUB) TO RM-SITE-LET
               MOVE RT-START-DATE(RT-SUB) TO RM-START-DATE
               MOVE RT-END-DATE(RT-SUB) TO RM-END-DATE
               MOVE RT-PRICE(RT-SUB) TO RM-PRICE
               WRITE RATE-REC.

       L8B-WRITE-SITE.
           IF SE-STATUS(SE-SUB) = 'A'
               MOVE SPACES TO SITE-REC
               MOVE SE-CAMPGROUND(SE-SUB) TO SM-CAMPGROUND
               MOVE SE-SITE-LET(SE-SUB) TO SM-SITE-LET
               MOVE SE-SITE-NUM(SE-SUB) TO SM-SITE-NUM
               MOVE SE-MAX-OCCUPANCY(SE-SUB) TO SM-MAX-OCCUPANCY
               MOVE SE-RV-PAD-LEN(SE-SUB) TO SM-RV-PAD-LEN
               MOVE SE-ELEC-FLAG(SE-SUB) TO SM-ELEC-FLAG
               MOVE SE-WATER-FLAG(SE-SUB) TO SM-WATER-FLAG
               WRITE SITE-REC.

       L8C-WRITE-FEE.
           IF FE-STATUS(FE-SUB) = 'A'
               MOVE SPACES TO FEE-REC
               MOVE FE-DAYS-MIN(FE-SUB) TO CF-DAYS-MIN
               MOVE FE-DAYS-MAX(FE-SUB) TO CF-DAYS-MAX
               MOVE FE-REFUND-PCT(FE-SUB) TO CF-REFUND-PCT
               WRITE FEE-REC.

      *  PROVES THE RUN PROCESSED WHAT IT WAS GIVEN: TRANSACTIONS     *
      *  READ MUST EQUAL APPLIED PLUS REJECTED                        *
       L9-CLOSING.
           MOVE C-TXN-CTR TO O-TXN-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE C-APPLIED-CTR TO O-APPLIED-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE C-REJECT-CTR TO O-REJECT-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE C-BACKOUT-CTR TO O-BACKOUT-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           IF TXN-OK-SW = 'Y'
               CLOSE MAINT-TXN-FILE.
           IF MASTER-OK-SW = 'Y'
               CLOSE CAMPRES-FILE.
           CLOSE PRTOUT.

           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC33' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           MOVE C-TXN-CTR TO RL-RECS-READ.
           MOVE C-APPLIED-CTR TO RL-RECS-OUT-1.
           MOVE 0 TO RL-RECS-OUT-2.
           MOVE C-REJECT-CTR TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
