       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC25.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  GENERAL LEDGER JOURNAL INTERFACE. READS THE CARRY-FORWARD     *
      *  TOTALS FOR ALL FOUR BUSINESS LINES (CAMPTL.DAT FROM COBLSC01, *
      *  WEEKTL.DAT FROM COBLSC04, PAINTCOL.DAT FROM COBLSC40 AND      *
      *  SEASONTL.DAT FROM COBLSC02) PLUS THE DAY'S SETTLEMENT FEED,   *
      *  AND TURNS WHAT HAS MOVED SINCE THE LAST RELEASED BATCH INTO   *
      *  DEBIT/CREDIT JOURNAL ENTRIES. EVERY ENTRY IS POSTED TO A GL   *
      *  ACCOUNT THROUGH THE CHART-OF-ACCOUNTS MAPPING FILE (BUSINESS  *
      *  LINE PLUS STORE OR CAMPGROUND). THE JOURNAL PROOF PRINTS      *
      *  EVERY LINE; A BATCH THAT DOESN'T BALANCE, OR HAS A LINE WITH  *
      *  NO ACCOUNT, IS HELD - NO EXTRACT IS WRITTEN AND THE SNAPSHOT  *
      *  OF WHAT HAS BEEN JOURNALED IS LEFT ALONE SO THE NEXT RUN      *
      *  PICKS THE SAME MOVEMENT BACK UP. RUN IT BEFORE THE COBLSC06   *
      *  MONTH-END CLOSE ZEROES THE CARRY-FORWARD FILES. CAMPGROUND    *
      *  BOOKINGS POST TO UNEARNED DEPOSITS; EACH MONTH COBLSC06       *
      *  CLOSES ONTO DEFREV.DAT MOVES ITS RECOGNIZED REVENUE OUT OF    *
      *  THE DEFERRED BALANCE ONCE. ONLY THE CARD CHARGES AND CREDITS  *
      *  THE PROCESSOR APPROVED ON RESPONSE.DAT ARE SETTLED, SO A      *
      *  DECLINED CHARGE AND ITS RETRIES NEVER REACH THE RECEIVABLE.   *
      *  SALES TAX OFF SALESTAX.DAT IS TAKEN INTO CASH AND OWED TO THE *
      *  STATE, AND THE GIFT CERTIFICATES EACH STORE SOLD, REDEEMED    *
      *  AND CREDITED BACK MOVE THE CERTIFICATE LIABILITY.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  RUN CONTROL CARD - AS-OF DATE SO A LATE RUN STILL JOURNALS  *
      *  UNDER THE DATE OF THE FEED IT COVERS                        *
           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  THE GATEKEEPER'S GO/NO-GO VERDICTS (COBLSC21) - A BATCH     *
      *  BUILT FROM HALF-POSTED TOTALS IS WORSE THAN NO BATCH        *
           SELECT GONOGO-FILE
               ASSIGN TO 'GONOGO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GO-STATUS.

      *  CHART-OF-ACCOUNTS MAPPING: BUSINESS LINE AND STORE OR       *
      *  CAMPGROUND TO GL ACCOUNT                                    *
           SELECT GL-MAP-FILE
               ASSIGN TO 'GLMAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MP-STATUS.

      *  CAMPGROUND REVENUE AND REFUNDS CARRIED FORWARD BY COBLSC01  *
           SELECT CAMP-TOTALS-FILE
               ASSIGN TO 'CAMPTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.

      *  FURNITURE/SALESPERSON TOTALS CARRIED FORWARD BY COBLSC04  *
           SELECT SEASON-TOTALS-FILE
               ASSIGN TO 'WEEKTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.

      *  PAINT BILLINGS AND COLLECTIONS CARRIED FORWARD BY COBLSC40  *
           SELECT PAINT-COLLECT-FILE
               ASSIGN TO 'PAINTCOL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.

      *  WAKEBOARD SEASON-TO-DATE TOTALS CARRIED FORWARD BY COBLSC02  *
           SELECT BOARD-TOTALS-FILE
               ASSIGN TO 'SEASONTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BT-STATUS.

      *  DAILY BOARD SALES HISTORY FROM COBLSC02 - THE STORE RECORDS  *
      *  SPLIT THE BOARD SALES OUT BY STORE                           *
           SELECT SALES-HIST-FILE
               ASSIGN TO 'SALESHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-STATUS.

      *  THE DEFERRED CAMPGROUND REVENUE ROLLFORWARD, ONE RECORD PER  *
      *  MONTH CLOSED BY COBLSC06                                     *
           SELECT DEFREV-FILE
               ASSIGN TO 'DEFREV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DF-STATUS.

      *  THE SALES TAX LEDGER COBLSC02 AND COBLSC04 APPEND TO - ONE  *
      *  RECORD PER STORE PER RUN                                    *
           SELECT SALES-TAX-FILE
               ASSIGN TO 'SALESTAX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.

      *  THE DAY'S SETTLEMENT FEED COBLSC01 PRODUCED  *
           SELECT SETTLE-FILE
               ASSIGN TO 'SETTLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

      *  THE PROCESSOR'S RESPONSE, ONE RECORD PER CHARGE OR CREDIT    *
      *  ON THE FEED - ONLY AN APPROVAL MOVES MONEY                   *
           SELECT RESPONSE-FILE
               ASSIGN TO 'RESPONSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.

      *  WHAT THE LAST RELEASED BATCH JOURNALED, SO THE CARRY-FORWARD *
      *  TOTALS ARE ONLY EVER POSTED ONCE                             *
           SELECT GL-SNAP-FILE
               ASSIGN TO 'GLSNAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GS-STATUS.

      *  THE JOURNAL EXTRACT THE ACCOUNTING PACKAGE IMPORTS  *
           SELECT GL-EXTRACT-FILE
               ASSIGN TO 'GLEXTR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'GLPROOF.PRT'
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

      *  ONE GO/NO-GO VERDICT PER DEPENDENT PROGRAM PER RUN DATE  *
       FD  GONOGO-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS GONOGO-REC.
       01  GONOGO-REC.
           05  GO-PROGRAM          PIC X(8).
           05  GO-DATE             PIC 9(8).
           05  GO-FLAG             PIC X.
           05  FILLER              PIC X(3).

      *  ONE MAPPING: THE JOURNAL LINE CODE, THE STORE CODE OR        *
      *  CAMPGROUND (BLANK = EVERY LOCATION NOT MAPPED ON ITS OWN)    *
      *  AND THE GL ACCOUNT. LINE CODES: CUNE = CAMPGROUND UNEARNED   *
      *  DEPOSITS, CCLR = CAMPGROUND CARD CLEARING, CRCV = CARD       *
      *  SETTLEMENT RECEIVABLE, FURN = FURNITURE SALES, BRDS = BOARD  *
      *  SALES, BRNT = BOARD RENTALS, CASH = STORE UNDEPOSITED FUNDS, *
      *  PANT = PAINT REVENUE, PREC = PAINT RECEIVABLE, CDEF =        *
      *  CAMPGROUND DEFERRED REVENUE RELEASED (NORMALLY THE SAME      *
      *  ACCOUNT AS CUNE), CERN = CAMPGROUND REVENUE EARNED, STAX =   *
      *  SALES TAX PAYABLE, GCLB = GIFT CERTIFICATES OUTSTANDING      *
       FD  GL-MAP-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS GL-MAP-REC.
       01  GL-MAP-REC.
           05  MP-LINE             PIC X(4).
           05  MP-LOCATION         PIC X(15).
           05  MP-ACCOUNT          PIC X(10).
           05  MP-DESC             PIC X(20).
           05  FILLER              PIC X.

       FD  CAMP-TOTALS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS CAMP-TOTALS-REC.

      *  CPY FILE THAT CONTAINS CAMP-TOTALS-REC LAYOUT, THE SAME      *
      *  COPYBOOK COBLSC01 USES TO WRITE CAMPTL.DAT                   *
           COPY 'CAMPTL.CPY'.

       FD  SEASON-TOTALS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 264 CHARACTERS
           DATA RECORD IS SEASON-TOTALS-REC.

      *  CPY FILE THAT CONTAINS SEASON-TOTALS-REC LAYOUT, THE SAME     *
      *  COPYBOOK COBLSC04 USES TO WRITE WEEKTL.DAT                   *
           COPY 'SEASONTL.CPY'.

       FD  PAINT-COLLECT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PAINT-COLLECT-REC.

      *  CPY FILE THAT CONTAINS PAINT-COLLECT-REC LAYOUT, THE SAME     *
      *  COPYBOOK COBLSC40 USES TO WRITE PAINTCOL.DAT                 *
           COPY 'PAINTCOL.CPY'.

       FD  BOARD-TOTALS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 TO 215 CHARACTERS
           DATA RECORD IS BOARD-SEASON-REC.

      *  CPY FILE THAT CONTAINS BOARD-SEASON-REC LAYOUT, THE SAME      *
      *  COPYBOOK COBLSC02 USES TO WRITE SEASONTL.DAT - ONLY THE GRAND *
      *  AND RENTAL BUCKETS ON THE SUMMARY RECORD ARE JOURNALED        *
           COPY 'BRDSEAS.CPY'.

      *  ONE DAY'S MOVEMENT FOR ONE BOARD ('B') OR ONE STORE ('S'), *
      *  OR ONE STORE'S GIFT CERTIFICATES ('G')                     *
       FD  SALES-HIST-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORDS ARE SALES-HIST-REC SALES-HIST-GC-REC.
       01  SALES-HIST-REC.
           05  SH-DATE             PIC 9(8).
           05  SH-REC-TYPE         PIC X.
           05  SH-BOARD            PIC 99.
           05  SH-STORE            PIC XX.
           05  SH-UNITS            PIC S9(5).
           05  SH-DOLLARS          PIC S9(7)V99.
           05  FILLER              PIC X(13).

      *  A 'G' RECORD: CERTIFICATES SOLD FOR CASH, REDEEMED AGAINST  *
      *  SALES AND RENTALS, AND CREDITED BACK ON RETURNS             *
       01  SALES-HIST-GC-REC.
           05  FILLER              PIC X(13).
           05  SG-SOLD             PIC 9(7)V99.
           05  SG-REDEEMED         PIC 9(7)V99.
           05  SG-CREDITED         PIC 9(7)V99.

       FD  DEFREV-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DEFREV-REC.

      *  CPY FILE THAT CONTAINS DEFREV-REC LAYOUT, THE SAME COPYBOOK  *
      *  COBLSC06 USES TO WRITE DEFREV.DAT                            *
           COPY 'DEFREV.CPY'.

       FD  SALES-TAX-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SALES-TAX-REC.

      *  CPY FILE THAT CONTAINS SALES-TAX-REC LAYOUT, THE SAME        *
      *  COPYBOOK COBLSC02 AND COBLSC04 USE TO WRITE SALESTAX.DAT     *
           COPY 'SALESTAX.CPY'.

       FD  SETTLE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS SETTLE-REC.
       01  SETTLE-REC.
           05  SL-TRAN-TYPE        PIC X.
           05  SL-CAMPGROUND       PIC X(15).
           05  SL-SITE             PIC X(3).
           05  SL-DATE             PIC 9(8).
           05  SL-NAME             PIC X(27).
           05  SL-AMT              PIC 9(5)V99.
           05  SL-CCTYPE           PIC X.
           05  SL-TOKEN            PIC X(16).
           05  SL-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(4).

       FD  RESPONSE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS RESPONSE-REC.
       01  RESPONSE-REC.
           05  RS-TRAN-TYPE        PIC X.
           05  RS-CAMPGROUND       PIC X(15).
           05  RS-SITE             PIC X(3).
           05  RS-DATE             PIC 9(8).
      *  'A' = APPROVED, 'D' = DECLINED  *
           05  RS-RESP-CODE        PIC X.
           05  RS-AUTH-CODE        PIC X(6).
           05  FILLER              PIC X(6).

      *  THE FIGURES THE LAST RELEASED BATCH WAS BUILT FROM, THE      *
      *  PERIOD THEY BELONG TO, AND THE LAST SETTLEMENT FEED AND      *
      *  SALES HISTORY DAY ALREADY JOURNALED, THE LAST MONTH'S        *
      *  DEFERRED REVENUE RECOGNITION ALREADY JOURNALED, AND THE LAST *
      *  SALES TAX LEDGER DAY ALREADY JOURNALED                       *
       FD  GL-SNAP-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS GL-SNAP-REC.
       01  GL-SNAP-REC.
           05  GS-YYYYMM           PIC 9(6).
           05  GS-SETTLE-DATE      PIC 9(8).
           05  GS-HIST-DATE        PIC 9(8).
           05  GS-CAMP-TOTAL       PIC 9(9)V99 OCCURS 5.
           05  GS-REFUND-TOTAL     PIC 9(9)V99.
           05  GS-FUR-TOTAL        PIC 9(9)V99.
           05  GS-PAINT-BILLED     PIC 9(9)V99.
           05  GS-BOARD-TOTAL      PIC 9(9)V99.
           05  GS-RENT-TOTAL       PIC 9(9)V99.
           05  GS-DEFREV-YYYYMM    PIC 9(6).
           05  GS-PAINT-COLLECTED  PIC 9(9)V99.
           05  GS-TAX-DATE         PIC 9(8).
           05  FILLER              PIC X(3).

      *  ONE JOURNAL LINE FOR THE ACCOUNTING PACKAGE  *
       FD  GL-EXTRACT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-EXTRACT-REC.
       01  GL-EXTRACT-REC.
           05  GX-RUN-DATE         PIC 9(8).
           05  GX-ACCOUNT          PIC X(10).
      *  'D' = DEBIT, 'C' = CREDIT  *
           05  GX-DR-CR            PIC X.
           05  GX-AMOUNT           PIC 9(9)V99.
           05  GX-LINE             PIC X(4).
           05  GX-LOCATION         PIC X(15).
           05  GX-DESC             PIC X(20).
           05  FILLER              PIC X(11).

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
           05  WS-GO-STATUS        PIC XX      VALUE '00'.
           05  WS-MP-STATUS        PIC XX      VALUE '00'.
           05  WS-CT-STATUS        PIC XX      VALUE '00'.
           05  WS-ST-STATUS        PIC XX      VALUE '00'.
           05  WS-PC-STATUS        PIC XX      VALUE '00'.
           05  WS-BT-STATUS        PIC XX      VALUE '00'.
           05  WS-SH-STATUS        PIC XX      VALUE '00'.
           05  WS-SETTLE-STATUS    PIC XX      VALUE '00'.
           05  WS-RESP-STATUS      PIC XX      VALUE '00'.
           05  WS-DF-STATUS        PIC XX      VALUE '00'.
           05  WS-TX-STATUS        PIC XX      VALUE '00'.
           05  WS-GS-STATUS        PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  GO-EOF-SW           PIC X       VALUE 'N'.
           05  RUN-BLOCKED-SW      PIC X       VALUE 'N'.
           05  MP-EOF-SW           PIC X       VALUE 'N'.
           05  SH-EOF-SW           PIC X       VALUE 'N'.
           05  SETTLE-EOF-SW       PIC X       VALUE 'N'.
           05  DF-EOF-SW           PIC X       VALUE 'N'.
           05  TX-EOF-SW           PIC X       VALUE 'N'.
           05  RESP-EOF-SW         PIC X       VALUE 'N'.
           05  RESP-FOUND-SW       PIC X       VALUE 'N'.
      *  SET WHEN TODAY'S SETTLEMENT FEED WAS ALREADY JOURNALED BY AN *
      *  EARLIER RELEASED BATCH, SO A RERUN DOESN'T POST IT TWICE     *
           05  SETTLE-DONE-SW      PIC X       VALUE 'N'.
           05  MAP-FOUND-SW        PIC X       VALUE 'N'.
      *  'Y' ONCE THE BATCH HAS PROVED OUT AND THE EXTRACT IS WRITTEN *
           05  RELEASE-SW          PIC X       VALUE 'N'.
           05  C-READ-CTR          PIC 9(6)    VALUE 0.
           05  C-SETTLE-CTR        PIC 9(6)    VALUE 0.
      *  FEED RECORDS DECLINED OR NOT YET ANSWERED - NOT JOURNALED  *
           05  C-UNAPPR-CTR        PIC 9(6)    VALUE 0.
      *  RESPONSES PAST THE TABLE - THEIR APPROVALS WOULD BE MISSED, *
      *  SO THE BATCH IS HELD                                        *
           05  C-RESP-OVFL-CTR     PIC 9(4)    VALUE 0.
           05  C-EXTRACT-CTR       PIC 9(6)    VALUE 0.
           05  C-UNMAPPED-CTR      PIC 9(4)    VALUE 0.
           05  CAMP-SUB            PIC 9       VALUE 0.
           05  FUR-SUB             PIC 99      VALUE 0.
           05  STR-SUB             PIC 99      VALUE 0.
      *  THE STORE'S SLOT IN STORE-SALES-AREA (0 = TABLE FULL)  *
           05  C-SS-SLOT           PIC 99      VALUE 0.
           05  C-CURR-YYYYMM       PIC 9(6)    VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  CURR-DATE.
               10  CURR-YY    PIC 9(4).
               10  CURR-MM    PIC 99.
               10  CURR-DD    PIC 99.
           05  CURR-TIME      PIC X(11).

      *  THE FIVE CAMPGROUNDS, IN THE SAME ORDER AS THE BUCKETS ON   *
      *  CAMPTL.DAT                                                  *
       01  CAMP-NAMES.
           05  FILLER              PIC X(15)  VALUE 'HONEY CREEK'.
           05  FILLER              PIC X(15)  VALUE 'HICKORY RIDGE'.
           05  FILLER              PIC X(15)  VALUE 'BRIDGEVIEW'.
           05  FILLER              PIC X(15)  VALUE 'BLUFF CREEK'.
           05  FILLER              PIC X(15)  VALUE 'ROATHBUN LAKE'.

       01  CAMP-NAME-TABLE REDEFINES CAMP-NAMES.
           05  T-CAMP-NAME         PIC X(15)  OCCURS 5.

      *  THE CHART-OF-ACCOUNTS MAPPING, LOADED AT START-UP  *
       01  MAP-TABLE-AREA.
           05  MAP-ENTRY           OCCURS 200.
               10  MT-LINE         PIC X(4).
               10  MT-LOCATION     PIC X(15).
               10  MT-ACCOUNT      PIC X(10).
           05  MAP-CNT             PIC 999     VALUE 0.
           05  MAP-SUB             PIC 999     VALUE 0.

      *  THE FIGURES THE LAST RELEASED BATCH JOURNALED - ZERO WHEN NO *
      *  BATCH HAS EVER BEEN RELEASED                                 *
       01  PRIOR-SNAP-AREA.
           05  PS-YYYYMM           PIC 9(6)    VALUE 0.
           05  PS-SETTLE-DATE      PIC 9(8)    VALUE 0.
           05  PS-HIST-DATE        PIC 9(8)    VALUE 0.
           05  PS-CAMP-TOTAL       PIC 9(9)V99 OCCURS 5.
           05  PS-REFUND-TOTAL     PIC 9(9)V99 VALUE 0.
           05  PS-FUR-TOTAL        PIC 9(9)V99 VALUE 0.
           05  PS-PAINT-BILLED     PIC 9(9)V99 VALUE 0.
           05  PS-PAINT-COLLECTED  PIC 9(9)V99 VALUE 0.
           05  PS-BOARD-TOTAL      PIC 9(9)V99 VALUE 0.
           05  PS-RENT-TOTAL       PIC 9(9)V99 VALUE 0.
           05  PS-DEFREV-YYYYMM    PIC 9(6)    VALUE 0.
           05  PS-TAX-DATE         PIC 9(8)    VALUE 0.

      *  TODAY'S CARRY-FORWARD FIGURES  *
       01  CURRENT-FIGURES-AREA.
           05  CF-CAMP-TOTAL       PIC 9(9)V99 OCCURS 5.
           05  CF-REFUND-TOTAL     PIC 9(9)V99 VALUE 0.
           05  CF-FUR-TOTAL        PIC 9(9)V99 VALUE 0.
           05  CF-PAINT-BILLED     PIC 9(9)V99 VALUE 0.
           05  CF-PAINT-COLLECTED  PIC 9(9)V99 VALUE 0.
           05  CF-BOARD-TOTAL      PIC 9(9)V99 VALUE 0.
           05  CF-RENT-TOTAL       PIC 9(9)V99 VALUE 0.
      *  THE NEWEST MONTH ON DEFREV.DAT AND WHAT EVERY MONTH CLOSED *
      *  SINCE THE LAST RELEASED BATCH RECOGNIZED BETWEEN THEM      *
           05  CF-DEFREV-YYYYMM    PIC 9(6)    VALUE 0.
           05  CF-RECOGNIZED       PIC S9(9)V99 VALUE 0.

      *  TODAY'S SETTLEMENT FEED SUMMED BY CAMPGROUND - SLOT 6 TAKES  *
      *  A CAMPGROUND NAME NOT IN THE TABLE                           *
       01  SETTLE-TOTALS-AREA.
           05  SET-CHARGE-AMT      PIC 9(9)V99 OCCURS 6.
           05  SET-CREDIT-AMT      PIC 9(9)V99 OCCURS 6.

      *  THE PROCESSOR'S RESPONSES, EACH ONE MATCHED TO A SINGLE      *
      *  FEED RECORD THE WAY THE BANK RECONCILIATION (COBLSC26) DOES  *
       01  RESP-TABLE-AREA.
           05  RESP-ENTRY      OCCURS 500 INDEXED BY RESP-IDX.
               10  RE-TRAN-TYPE    PIC X.
               10  RE-CAMPGROUND   PIC X(15).
               10  RE-SITE         PIC X(3).
               10  RE-DATE         PIC 9(8).
               10  RE-RESP-CODE    PIC X.
               10  RE-MATCHED-SW   PIC X.
           05  RESP-TBL-CTR        PIC 999     VALUE 0.

      *  BOARD SALES AND GIFT CERTIFICATES SOLD, REDEEMED AND        *
      *  CREDITED BACK PER STORE OFF THE SALES HISTORY SINCE THE     *
      *  LAST RELEASED BATCH                                         *
       01  STORE-SALES-AREA.
           05  SS-ENTRY            OCCURS 10.
               10  SS-STORE        PIC XX.
               10  SS-DOLLARS      PIC S9(9)V99.
               10  SS-GC-SOLD      PIC 9(9)V99.
               10  SS-GC-REDEEMED  PIC 9(9)V99.
               10  SS-GC-CREDITED  PIC 9(9)V99.
           05  SS-CNT              PIC 99      VALUE 0.
           05  C-NEW-HIST-DATE     PIC 9(8)    VALUE 0.
           05  C-STORE-SUM         PIC S9(10)V99 VALUE 0.

      *  SALES TAX TAKEN IN LESS TAX HANDED BACK, PER SOURCE AND     *
      *  STORE, OFF THE SALES TAX LEDGER SINCE THE LAST RELEASED     *
      *  BATCH. A STORE PAST THE TABLE HOLDS THE BATCH               *
       01  STORE-TAX-AREA.
           05  TS-ENTRY            OCCURS 20.
               10  TS-SOURCE       PIC X.
               10  TS-STORE        PIC XX.
               10  TS-NET-TAX      PIC S9(9)V99.
           05  TS-CNT              PIC 99      VALUE 0.
           05  TS-SUB              PIC 99      VALUE 0.
           05  C-TS-SLOT           PIC 99      VALUE 0.
           05  C-TS-OVFL-CTR       PIC 9(4)    VALUE 0.
           05  C-NEW-TAX-DATE      PIC 9(8)    VALUE 0.

      *  ONE JOURNAL PAIR BEING BUILT: WHICH LINE IS DEBITED, WHICH   *
      *  IS CREDITED, AND THE SIGNED AMOUNT - A NEGATIVE AMOUNT       *
      *  (RETURNS OUTRUNNING SALES) SWAPS THE SIDES                   *
       01  ENTRY-WORK-AREA.
           05  EN-DR-LINE          PIC X(4).
           05  EN-CR-LINE          PIC X(4).
           05  EN-LOCATION         PIC X(15).
           05  EN-DESC             PIC X(20).
           05  EN-AMT              PIC S9(10)V99 VALUE 0.
           05  EN-HOLD-LINE        PIC X(4).
           05  C-DELTA             PIC S9(10)V99 VALUE 0.

      *  THE WHOLE BATCH, BUILT IN MEMORY SO NOTHING GOES OUT UNTIL   *
      *  IT HAS PROVED OUT                                            *
       01  JOURNAL-TABLE-AREA.
           05  JL-ENTRY            OCCURS 300.
               10  JL-LINE         PIC X(4).
               10  JL-LOCATION     PIC X(15).
               10  JL-DESC         PIC X(20).
               10  JL-DR-CR        PIC X.
               10  JL-AMT          PIC 9(9)V99.
               10  JL-ACCOUNT      PIC X(10).
               10  JL-MAPPED-SW    PIC X.
           05  JL-CNT              PIC 999     VALUE 0.
           05  JL-SUB              PIC 999     VALUE 0.
      *  LINES PAST THE TABLE - THE BATCH CAN'T PROVE OUT WITHOUT THEM *
           05  C-JL-OVFL-CTR       PIC 9(4)    VALUE 0.
           05  C-DR-TOTAL          PIC 9(10)V99 VALUE 0.
           05  C-CR-TOTAL          PIC 9(10)V99 VALUE 0.
           05  C-OUT-OF-BAL        PIC S9(10)V99 VALUE 0.

      *  DATA PASSED TO/FROM CBLGEN TO ROLL GENERATION BACKUPS OF   *
      *  THE CARRY-FORWARD MASTERS BEFORE THEY ARE REWRITTEN         *
       01  CBLGEN-DATA.
           05  GN-FILE-NAME        PIC X(30)   VALUE SPACES.
           05  GN-ORG              PIC X       VALUE 'L'.
           05  GN-RUN-DATE         PIC 9(8)    VALUE 0.
           05  GN-REC-CNT          PIC 9(7)    VALUE 0.
           05  GN-RETURN-CODE      PIC 9       VALUE 0.

       01  REPORT-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-RPT-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-YY        PIC 9(4).
           05  FILLER          PIC X(40)   VALUE ' '.
           05  FILLER          PIC X(28)   VALUE
               'GENERAL LEDGER JOURNAL PROOF'.
           05  FILLER          PIC X(40)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-RPT-PCTR      PIC Z9.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  COLUMN-HEADINGS.
           05  FILLER          PIC X(10)   VALUE 'ACCOUNT'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(4)    VALUE 'LINE'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(15)   VALUE 'LOCATION'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(20)   VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(15)   VALUE '          DEBIT'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(15)   VALUE '         CREDIT'.
           05  FILLER          PIC X(38)   VALUE ' '.

       01  DETAIL-LINE.
           05  O-DET-ACCOUNT       PIC X(10).
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-DET-LINE          PIC X(4).
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-DET-LOCATION      PIC X(15).
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-DET-DESC          PIC X(20).
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-DET-DEBIT         PIC $$$$,$$$,$$9.99.
           05  O-DET-DEBIT-X REDEFINES O-DET-DEBIT
                                   PIC X(15).
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-DET-CREDIT        PIC $$$$,$$$,$$9.99.
           05  O-DET-CREDIT-X REDEFINES O-DET-CREDIT
                                   PIC X(15).
           05  FILLER              PIC X(38)   VALUE ' '.

       01  TOTAL-LINE.
           05  FILLER              PIC X(35)   VALUE ' '.
           05  FILLER              PIC X(23)   VALUE
               'BATCH TOTALS'.
           05  O-TOT-DEBIT         PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-TOT-CREDIT        PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(41)   VALUE ' '.

       01  OUT-OF-BAL-LINE.
           05  FILLER              PIC X(35)   VALUE ' '.
           05  FILLER              PIC X(23)   VALUE
               'OUT OF BALANCE BY'.
           05  O-OUT-OF-BAL        PIC -$$$,$$$,$$9.99.
           05  FILLER              PIC X(59)   VALUE ' '.

       01  UNMAPPED-LINE.
           05  FILLER              PIC X(35)   VALUE ' '.
           05  FILLER              PIC X(23)   VALUE
               'LINES WITH NO ACCOUNT:'.
           05  O-UNMAPPED-CTR      PIC ZZZ9.
           05  FILLER              PIC X(70)   VALUE ' '.

       01  JL-OVFL-LINE.
           05  FILLER              PIC X(35)   VALUE ' '.
           05  FILLER              PIC X(23)   VALUE
               'LINES PAST TABLE LIMIT:'.
           05  O-JL-OVFL-CTR       PIC ZZZ9.
           05  FILLER              PIC X(70)   VALUE ' '.

       01  RESP-OVFL-LINE.
           05  FILLER              PIC X(35)   VALUE ' '.
           05  FILLER              PIC X(23)   VALUE
               'RESPONSES PAST LIMIT:'.
           05  O-RESP-OVFL-CTR     PIC ZZZ9.
           05  FILLER              PIC X(70)   VALUE ' '.

       01  TS-OVFL-LINE.
           05  FILLER              PIC X(35)   VALUE ' '.
           05  FILLER              PIC X(23)   VALUE
               'TAX STORES PAST LIMIT:'.
           05  O-TS-OVFL-CTR       PIC ZZZ9.
           05  FILLER              PIC X(70)   VALUE ' '.

       01  UNAPPROVED-LINE.
           05  FILLER              PIC X(35)   VALUE ' '.
           05  FILLER              PIC X(44)   VALUE
               'FEED RECORDS NOT APPROVED - NOT JOURNALED:'.
           05  O-UNAPPR-CTR        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(46)   VALUE ' '.

       01  SETTLE-DONE-LINE.
           05  FILLER              PIC X(35)   VALUE ' '.
           05  FILLER              PIC X(50)   VALUE
               'SETTLEMENT FEED ALREADY JOURNALED FOR THIS DATE'.
           05  FILLER              PIC X(47)   VALUE ' '.

       01  NO-ACTIVITY-LINE.
           05  FILLER              PIC X(35)   VALUE ' '.
           05  FILLER              PIC X(44)   VALUE
               'NOTHING HAS MOVED SINCE THE LAST BATCH'.
           05  FILLER              PIC X(53)   VALUE ' '.

       01  RELEASED-LINE.
           05  FILLER              PIC X(35)   VALUE ' '.
           05  FILLER              PIC X(44)   VALUE
               'BATCH IN BALANCE - RELEASED TO GLEXTR.DAT'.
           05  FILLER              PIC X(53)   VALUE ' '.

       01  HELD-LINE.
           05  FILLER              PIC X(35)   VALUE ' '.
           05  FILLER              PIC X(56)   VALUE
               '*** BATCH HELD - NOT RELEASED TO GENERAL LEDGER ***'.
           05  FILLER              PIC X(41)   VALUE ' '.

       01  GATE-BLOCKED-LINE.
           05  FILLER              PIC X(14)   VALUE ' '.
           05  FILLER              PIC X(60)   VALUE
               'RUN BLOCKED BY GATEKEEPER - PREREQUISITES NOT READY'.
           05  FILLER              PIC X(58)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-BUILD-JOURNAL.
           PERFORM L4-PROVE-BATCH.
           PERFORM L9-CLOSING.
       STOP RUN.

       L2-INIT.
           PERFORM L2E-READ-CONTROL-CARD.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *  A RERUN AS OF A PRIOR DATE TAKES ITS PROCESSING DATE FROM    *
      *  THE CONTROL CARD INSTEAD OF THE SYSTEM CLOCK                 *
           IF CC-DATE-FROM-CARD
               MOVE CC-RUN-DATE TO CURR-DATE.
           MOVE CURR-MM TO O-RPT-MM.
           MOVE CURR-DD TO O-RPT-DD.
           MOVE CURR-YY TO O-RPT-YY.
           MOVE CURR-DATE (1:6) TO C-CURR-YYYYMM.

      *  A NO-GO VERDICT FOR THIS PROGRAM AND RUN DATE STOPS THE    *
      *  JOB RIGHT HERE, BEFORE A FILE IS TOUCHED                   *
           PERFORM L2F-CHECK-GATE.
           IF RUN-BLOCKED-SW = 'Y'
               OPEN OUTPUT PRTOUT
               WRITE PRTLINE FROM GATE-BLOCKED-LINE
                   AFTER ADVANCING PAGE
               CLOSE PRTOUT
               STOP RUN.

           PERFORM L2A-LOAD-MAP.
           PERFORM L2B-LOAD-SNAPSHOT.
           PERFORM L2C-LOAD-CARRY-FORWARDS.
           PERFORM L2H-LOAD-SETTLEMENTS.
           PERFORM L2K-LOAD-STORE-SALES.
           PERFORM L2S-LOAD-SALES-TAX.

           OPEN OUTPUT PRTOUT.
           PERFORM L8-HEADINGS.

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

       L2F-CHECK-GATE.
           MOVE 'N' TO GO-EOF-SW.
           OPEN INPUT GONOGO-FILE.
           IF WS-GO-STATUS = '00'
               PERFORM L2G-READ-GATE
                   UNTIL GO-EOF-SW = 'Y'
               CLOSE GONOGO-FILE.

       L2G-READ-GATE.
           READ GONOGO-FILE
               AT END
                   MOVE 'Y' TO GO-EOF-SW
               NOT AT END
                   IF GO-PROGRAM = 'COBLSC25'
                       AND GO-DATE = CURR-DATE
                       AND GO-FLAG = 'N'
                           MOVE 'Y' TO RUN-BLOCKED-SW.

      *  LOADS THE CHART-OF-ACCOUNTS MAPPING; A MISSING FILE LEAVES   *
      *  EVERY LINE UNMAPPED AND THE BATCH HELD                       *
       L2A-LOAD-MAP.
           MOVE 0 TO MAP-CNT.
           MOVE 'N' TO MP-EOF-SW.
           OPEN INPUT GL-MAP-FILE.
           IF WS-MP-STATUS = '00'
               PERFORM L2A1-READ-MAP
                   UNTIL MP-EOF-SW = 'Y'
               CLOSE GL-MAP-FILE.

       L2A1-READ-MAP.
           READ GL-MAP-FILE
               AT END
                   MOVE 'Y' TO MP-EOF-SW
               NOT AT END
                   IF MAP-CNT < 200
                       ADD 1 TO MAP-CNT
                       MOVE MP-LINE TO MT-LINE(MAP-CNT)
                       MOVE MP-LOCATION TO MT-LOCATION(MAP-CNT)
                       MOVE MP-ACCOUNT TO MT-ACCOUNT(MAP-CNT)
                   END-IF.

      *  LOADS WHAT THE LAST RELEASED BATCH JOURNALED; NO FILE MEANS  *
      *  NOTHING HAS EVER BEEN RELEASED AND EVERY FIGURE STARTS AT 0  *
       L2B-LOAD-SNAPSHOT.
           INITIALIZE PRIOR-SNAP-AREA.
           OPEN INPUT GL-SNAP-FILE.
           IF WS-GS-STATUS = '00'
               READ GL-SNAP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM L2B1-COPY-SNAPSHOT
               END-READ
               CLOSE GL-SNAP-FILE.
      *  CAMPTL/WEEKTL/PAINTCOL ARE ZEROED BY THE MONTH-END CLOSE, SO  *
      *  A SNAPSHOT FROM AN EARLIER PERIOD SAYS NOTHING OF THIS ONE - *
      *  THE BOARD SEASON TOTALS RUN ALL SEASON AND ARE NOT RESET     *
           IF PS-YYYYMM NOT = C-CURR-YYYYMM
               PERFORM L2B2-CLEAR-PRIOR-CAMP
                   VARYING CAMP-SUB FROM 1 BY 1
                       UNTIL CAMP-SUB > 5
               MOVE 0 TO PS-REFUND-TOTAL
               MOVE 0 TO PS-FUR-TOTAL
               MOVE 0 TO PS-PAINT-BILLED
               MOVE 0 TO PS-PAINT-COLLECTED.
           IF PS-SETTLE-DATE = CURR-DATE
               MOVE 'Y' TO SETTLE-DONE-SW.

       L2B1-COPY-SNAPSHOT.
           MOVE GS-YYYYMM TO PS-YYYYMM.
           MOVE GS-SETTLE-DATE TO PS-SETTLE-DATE.
           MOVE GS-HIST-DATE TO PS-HIST-DATE.
      *  SNAPSHOTS FROM BEFORE SALES TAX WAS JOURNALED CARRY SPACES   *
      *  HERE - THE LEDGER IS PICKED UP FROM THE SALES HISTORY DAY    *
      *  ALREADY JOURNALED RATHER THAN FROM THE BEGINNING             *
           IF GS-TAX-DATE NUMERIC
               MOVE GS-TAX-DATE TO PS-TAX-DATE
           ELSE
               MOVE GS-HIST-DATE TO PS-TAX-DATE.
           PERFORM L2B3-COPY-SNAP-CAMP
               VARYING CAMP-SUB FROM 1 BY 1
                   UNTIL CAMP-SUB > 5.
           MOVE GS-REFUND-TOTAL TO PS-REFUND-TOTAL.
           MOVE GS-FUR-TOTAL TO PS-FUR-TOTAL.
           MOVE GS-BOARD-TOTAL TO PS-BOARD-TOTAL.
           MOVE GS-RENT-TOTAL TO PS-RENT-TOTAL.
      *  SNAPSHOTS FROM BEFORE DEFERRED REVENUE CARRY SPACES HERE  *
           IF GS-DEFREV-YYYYMM NUMERIC
               MOVE GS-DEFREV-YYYYMM TO PS-DEFREV-YYYYMM
           ELSE
               MOVE 0 TO PS-DEFREV-YYYYMM.
      *  A SNAPSHOT FROM WHEN PAINT WAS JOURNALED OFF THE ESTIMATES   *
      *  CARRIES SPACES FOR COLLECTIONS AND AN ESTIMATE TOTAL IN THE  *
      *  BILLED SLOT - NONE OF THE INVOICING RUN HAS BEEN JOURNALED   *
           IF GS-PAINT-COLLECTED NUMERIC
               MOVE GS-PAINT-BILLED TO PS-PAINT-BILLED
               MOVE GS-PAINT-COLLECTED TO PS-PAINT-COLLECTED
           ELSE
               MOVE 0 TO PS-PAINT-BILLED
               MOVE 0 TO PS-PAINT-COLLECTED.

       L2B2-CLEAR-PRIOR-CAMP.
           MOVE 0 TO PS-CAMP-TOTAL(CAMP-SUB).

       L2B3-COPY-SNAP-CAMP.
           MOVE GS-CAMP-TOTAL(CAMP-SUB) TO PS-CAMP-TOTAL(CAMP-SUB).

      *  READS THE FOUR CARRY-FORWARD FILES; A MISSING FILE IS TAKEN  *
      *  AS ZERO THE WAY COBLSC06 TAKES IT                            *
       L2C-LOAD-CARRY-FORWARDS.
           INITIALIZE CURRENT-FIGURES-AREA.

           INITIALIZE CAMP-TOTALS-REC.
           OPEN INPUT CAMP-TOTALS-FILE.
           IF WS-CT-STATUS = '00'
               READ CAMP-TOTALS-FILE
                   AT END
                       INITIALIZE CAMP-TOTALS-REC
                   NOT AT END
                       ADD 1 TO C-READ-CTR
               END-READ
               CLOSE CAMP-TOTALS-FILE.
           PERFORM L2C1-COPY-CAMP
               VARYING CAMP-SUB FROM 1 BY 1
                   UNTIL CAMP-SUB > 5.
           MOVE CT-CF-REFUND-TOTAL TO CF-REFUND-TOTAL.

           INITIALIZE SEASON-TOTALS-REC.
           OPEN INPUT SEASON-TOTALS-FILE.
           IF WS-ST-STATUS = '00'
               READ SEASON-TOTALS-FILE
                   AT END
                       INITIALIZE SEASON-TOTALS-REC
                   NOT AT END
                       ADD 1 TO C-READ-CTR
               END-READ
               CLOSE SEASON-TOTALS-FILE.
           PERFORM L2C2-SUM-FURNITURE
               VARYING FUR-SUB FROM 1 BY 1
                   UNTIL FUR-SUB > 9.

           INITIALIZE PAINT-COLLECT-REC.
           OPEN INPUT PAINT-COLLECT-FILE.
           IF WS-PC-STATUS = '00'
               READ PAINT-COLLECT-FILE
                   AT END
                       INITIALIZE PAINT-COLLECT-REC
                   NOT AT END
                       ADD 1 TO C-READ-CTR
               END-READ
               CLOSE PAINT-COLLECT-FILE.
           MOVE PC-MTD-BILLED TO CF-PAINT-BILLED.
           MOVE PC-MTD-COLLECTED TO CF-PAINT-COLLECTED.

      *  THE SUMMARY RECORD COMES FIRST, SO ONLY ONE RECORD IS READ  *
           OPEN INPUT BOARD-TOTALS-FILE.
           IF WS-BT-STATUS = '00'
               READ BOARD-TOTALS-FILE
                   NOT AT END
                       ADD 1 TO C-READ-CTR
                       PERFORM L2C4-LOAD-BOARD-TOTALS
               END-READ
               CLOSE BOARD-TOTALS-FILE.

      *  EVERY MONTH CLOSED ONTO THE DEFERRED ROLLFORWARD SINCE THE  *
      *  LAST RELEASED BATCH                                         *
           MOVE 'N' TO DF-EOF-SW.
           OPEN INPUT DEFREV-FILE.
           IF WS-DF-STATUS = '00'
               PERFORM L2C3-READ-DEFREV
                   UNTIL DF-EOF-SW = 'Y'
               CLOSE DEFREV-FILE.

       L2C1-COPY-CAMP.
           MOVE CT-CF-CAMP-TOTAL(CAMP-SUB) TO CF-CAMP-TOTAL(CAMP-SUB).

       L2C2-SUM-FURNITURE.
           ADD ST-CF-FUR-TOTAL(FUR-SUB) TO CF-FUR-TOTAL.

       L2C3-READ-DEFREV.
           READ DEFREV-FILE
               AT END
                   MOVE 'Y' TO DF-EOF-SW
               NOT AT END
                   ADD 1 TO C-READ-CTR
                   IF DF-YYYYMM > PS-DEFREV-YYYYMM
                       ADD DF-RECOGNIZED TO CF-RECOGNIZED
                       IF DF-YYYYMM > CF-DEFREV-YYYYMM
                           MOVE DF-YYYYMM TO CF-DEFREV-YYYYMM
                       END-IF
                   END-IF.

      *  A FILE WRITTEN BEFORE THE TOTALS WERE KEYED BY BOARD IS ONE  *
      *  RECORD IN THE OLD LAYOUT                                     *
       L2C4-LOAD-BOARD-TOTALS.
           IF BS-SUMMARY
               MOVE BS-GRAND-TOTAL TO CF-BOARD-TOTAL
               MOVE BS-RENT-TOTAL TO CF-RENT-TOTAL
           ELSE
               MOVE BS-OLD-GRAND-TOTAL TO CF-BOARD-TOTAL
      *  FILES FROM BEFORE THE RENTAL BUCKET EXISTED LOAD AS ZERO  *
               IF BS-OLD-RENT-TOTAL NUMERIC
                   MOVE BS-OLD-RENT-TOTAL TO CF-RENT-TOTAL
               ELSE
                   MOVE 0 TO CF-RENT-TOTAL.

      *  SUMS THE DAY'S APPROVED SETTLEMENT CHARGES AND CREDITS BY  *
      *  CAMPGROUND; A FEED ALREADY JOURNALED IS COUNTED BUT NOT    *
      *  SUMMED                                                     *
       L2H-LOAD-SETTLEMENTS.
           PERFORM L2O-LOAD-RESPONSES.
           INITIALIZE SETTLE-TOTALS-AREA.
           MOVE 'N' TO SETTLE-EOF-SW.
           OPEN INPUT SETTLE-FILE.
           IF WS-SETTLE-STATUS = '00'
               PERFORM L2I-READ-SETTLE
                   UNTIL SETTLE-EOF-SW = 'Y'
               CLOSE SETTLE-FILE.

       L2I-READ-SETTLE.
           READ SETTLE-FILE
               AT END
                   MOVE 'Y' TO SETTLE-EOF-SW
               NOT AT END
                   ADD 1 TO C-READ-CTR
                   ADD 1 TO C-SETTLE-CTR
                   IF SETTLE-DONE-SW = 'N'
                       PERFORM L2J-POST-SETTLE
                   END-IF.

      *  A CHARGE OR CREDIT THE PROCESSOR DECLINED, OR HAS NOT       *
      *  ANSWERED, NEVER REACHED THE RECEIVABLE. A DECLINED CHARGE    *
      *  COBLSC28 PUTS BACK ON THE FEED IS MATCHED TO ITS OWN RETRY'S *
      *  RESPONSE, SO ONLY THE ATTEMPT THAT CLEARED IS SUMMED         *
       L2J-POST-SETTLE.
           MOVE 'N' TO RESP-FOUND-SW.
           PERFORM L2Q-MATCH-RESPONSE
               VARYING RESP-IDX FROM 1 BY 1
                   UNTIL RESP-IDX > RESP-TBL-CTR
                       OR RESP-FOUND-SW = 'Y'.
           IF RESP-FOUND-SW = 'Y'
               SET RESP-IDX DOWN BY 1
               MOVE 'Y' TO RE-MATCHED-SW(RESP-IDX)
               IF RE-RESP-CODE(RESP-IDX) = 'A'
                   PERFORM L2R-SUM-SETTLE
               ELSE
                   ADD 1 TO C-UNAPPR-CTR
           ELSE
               ADD 1 TO C-UNAPPR-CTR.

       L2R-SUM-SETTLE.
           MOVE 6 TO CAMP-SUB.
           IF SL-CAMPGROUND = T-CAMP-NAME(1)
               MOVE 1 TO CAMP-SUB.
           IF SL-CAMPGROUND = T-CAMP-NAME(2)
               MOVE 2 TO CAMP-SUB.
           IF SL-CAMPGROUND = T-CAMP-NAME(3)
               MOVE 3 TO CAMP-SUB.
           IF SL-CAMPGROUND = T-CAMP-NAME(4)
               MOVE 4 TO CAMP-SUB.
           IF SL-CAMPGROUND = T-CAMP-NAME(5)
               MOVE 5 TO CAMP-SUB.
           IF SL-TRAN-TYPE = 'C'
               ADD SL-AMT TO SET-CREDIT-AMT(CAMP-SUB)
           ELSE
               ADD SL-AMT TO SET-CHARGE-AMT(CAMP-SUB).

      *  A MISSING RESPONSE FILE MEANS NOTHING WAS APPROVED YET, SO   *
      *  NO CARD SETTLEMENT IS JOURNALED                              *
       L2O-LOAD-RESPONSES.
           MOVE 0 TO RESP-TBL-CTR.
           MOVE 'N' TO RESP-EOF-SW.
           OPEN INPUT RESPONSE-FILE.
           IF WS-RESP-STATUS = '00'
               PERFORM L2P-READ-RESPONSE
                   UNTIL RESP-EOF-SW = 'Y'
               CLOSE RESPONSE-FILE.

       L2P-READ-RESPONSE.
           READ RESPONSE-FILE
               AT END
                   MOVE 'Y' TO RESP-EOF-SW
               NOT AT END
                   ADD 1 TO C-READ-CTR
                   IF RESP-TBL-CTR < 500
                       ADD 1 TO RESP-TBL-CTR
                       MOVE RS-TRAN-TYPE  TO RE-TRAN-TYPE(RESP-TBL-CTR)
                       MOVE RS-CAMPGROUND TO
                           RE-CAMPGROUND(RESP-TBL-CTR)
                       MOVE RS-SITE       TO RE-SITE(RESP-TBL-CTR)
                       MOVE RS-DATE       TO RE-DATE(RESP-TBL-CTR)
                       MOVE RS-RESP-CODE  TO RE-RESP-CODE(RESP-TBL-CTR)
                       MOVE 'N'           TO RE-MATCHED-SW(RESP-TBL-CTR)
                   ELSE
                       ADD 1 TO C-RESP-OVFL-CTR
                   END-IF.

       L2Q-MATCH-RESPONSE.
           IF RE-MATCHED-SW(RESP-IDX) = 'N'
               AND RE-TRAN-TYPE(RESP-IDX) = SL-TRAN-TYPE
               AND RE-CAMPGROUND(RESP-IDX) = SL-CAMPGROUND
               AND RE-SITE(RESP-IDX) = SL-SITE
               AND RE-DATE(RESP-IDX) = SL-DATE
                   MOVE 'Y' TO RESP-FOUND-SW.

      *  PICKS UP THE PER-STORE BOARD SALES AND GIFT CERTIFICATES     *
      *  COBLSC02 HAS APPENDED TO THE SALES HISTORY SINCE THE LAST    *
      *  RELEASED BATCH                                               *
       L2K-LOAD-STORE-SALES.
           MOVE 0 TO SS-CNT.
           MOVE PS-HIST-DATE TO C-NEW-HIST-DATE.
           MOVE 'N' TO SH-EOF-SW.
           OPEN INPUT SALES-HIST-FILE.
           IF WS-SH-STATUS = '00'
               PERFORM L2L-READ-SALES-HIST
                   UNTIL SH-EOF-SW = 'Y'
               CLOSE SALES-HIST-FILE.

       L2L-READ-SALES-HIST.
           READ SALES-HIST-FILE
               AT END
                   MOVE 'Y' TO SH-EOF-SW
               NOT AT END
                   IF (SH-REC-TYPE = 'S' OR SH-REC-TYPE = 'G')
                       AND SH-DATE > PS-HIST-DATE
                       AND SH-DATE NOT > CURR-DATE
                           ADD 1 TO C-READ-CTR
                           PERFORM L2M-POST-STORE-SALE
                   END-IF.

       L2M-POST-STORE-SALE.
           IF SH-DATE > C-NEW-HIST-DATE
               MOVE SH-DATE TO C-NEW-HIST-DATE.
           MOVE 0 TO C-SS-SLOT.
           PERFORM L2N-MATCH-STORE
               VARYING STR-SUB FROM 1 BY 1
                   UNTIL STR-SUB > SS-CNT
                       OR C-SS-SLOT > 0.
           IF C-SS-SLOT = 0 AND SS-CNT < 10
               ADD 1 TO SS-CNT
               MOVE SS-CNT TO C-SS-SLOT
               MOVE SH-STORE TO SS-STORE(SS-CNT)
               MOVE 0 TO SS-DOLLARS(SS-CNT)
               MOVE 0 TO SS-GC-SOLD(SS-CNT)
               MOVE 0 TO SS-GC-REDEEMED(SS-CNT)
               MOVE 0 TO SS-GC-CREDITED(SS-CNT).
           IF C-SS-SLOT > 0
               IF SH-REC-TYPE = 'S'
                   ADD SH-DOLLARS TO SS-DOLLARS(C-SS-SLOT)
               ELSE
                   ADD SG-SOLD TO SS-GC-SOLD(C-SS-SLOT)
                   ADD SG-REDEEMED TO SS-GC-REDEEMED(C-SS-SLOT)
                   ADD SG-CREDITED TO SS-GC-CREDITED(C-SS-SLOT).

       L2N-MATCH-STORE.
           IF SS-STORE(STR-SUB) = SH-STORE
               MOVE STR-SUB TO C-SS-SLOT.

      *  PICKS UP THE TAX EACH STORE TOOK IN AND HANDED BACK SINCE   *
      *  THE LAST RELEASED BATCH - THE SALES FIGURES THE OTHER       *
      *  ENTRIES POST FROM ARE ALL NET OF TAX                        *
       L2S-LOAD-SALES-TAX.
           MOVE 0 TO TS-CNT.
           MOVE PS-TAX-DATE TO C-NEW-TAX-DATE.
           MOVE 'N' TO TX-EOF-SW.
           OPEN INPUT SALES-TAX-FILE.
           IF WS-TX-STATUS = '00'
               PERFORM L2T-READ-SALES-TAX
                   UNTIL TX-EOF-SW = 'Y'
               CLOSE SALES-TAX-FILE.

       L2T-READ-SALES-TAX.
           READ SALES-TAX-FILE
               AT END
                   MOVE 'Y' TO TX-EOF-SW
               NOT AT END
                   IF TL-DATE > PS-TAX-DATE
                       AND TL-DATE NOT > CURR-DATE
                           ADD 1 TO C-READ-CTR
                           PERFORM L2U-POST-STORE-TAX
                   END-IF.

       L2U-POST-STORE-TAX.
           IF TL-DATE > C-NEW-TAX-DATE
               MOVE TL-DATE TO C-NEW-TAX-DATE.
           MOVE 0 TO C-TS-SLOT.
           PERFORM L2V-MATCH-TAX-STORE
               VARYING TS-SUB FROM 1 BY 1
                   UNTIL TS-SUB > TS-CNT
                       OR C-TS-SLOT > 0.
           IF C-TS-SLOT = 0
               IF TS-CNT < 20
                   ADD 1 TO TS-CNT
                   MOVE TS-CNT TO C-TS-SLOT
                   MOVE TL-SOURCE TO TS-SOURCE(TS-CNT)
                   MOVE TL-STORE TO TS-STORE(TS-CNT)
                   MOVE 0 TO TS-NET-TAX(TS-CNT)
               ELSE
                   ADD 1 TO C-TS-OVFL-CTR.
           IF C-TS-SLOT > 0
               ADD TL-TAX-COLLECTED TO TS-NET-TAX(C-TS-SLOT)
               SUBTRACT TL-TAX-REFUNDED FROM TS-NET-TAX(C-TS-SLOT).

       L2V-MATCH-TAX-STORE.
           IF TS-SOURCE(TS-SUB) = TL-SOURCE
               AND TS-STORE(TS-SUB) = TL-STORE
                   MOVE TS-SUB TO C-TS-SLOT.

      *  TURNS EVERYTHING THAT MOVED INTO DEBIT/CREDIT PAIRS  *
       L3-BUILD-JOURNAL.
           MOVE 0 TO JL-CNT.

      *  CAMPGROUND BOOKINGS ARE TAKEN INTO UNEARNED DEPOSITS        *
      *  AGAINST CARD CLEARING, ONE PAIR PER CAMPGROUND - THEY ONLY  *
      *  BECOME REVENUE WHEN COBLSC06 RECOGNIZES THEM BELOW          *
           PERFORM L3A-CAMP-REVENUE
               VARYING CAMP-SUB FROM 1 BY 1
                   UNTIL CAMP-SUB > 5.

      *  REFUNDS PAID OUT COME BACK OFF THE UNEARNED DEPOSITS AND    *
      *  THE CLEARING ACCOUNT - THE RECOGNIZED FIGURE IS ALREADY NET  *
      *  OF THEM                                                      *
           SUBTRACT PS-REFUND-TOTAL FROM CF-REFUND-TOTAL
               GIVING EN-AMT.
           MOVE 'CUNE' TO EN-DR-LINE.
           MOVE 'CCLR' TO EN-CR-LINE.
           MOVE SPACES TO EN-LOCATION.
           MOVE 'CAMP DEPOSIT REFUNDS' TO EN-DESC.
           PERFORM L5-ADD-ENTRY
               THRU L5-ADD-ENTRY-EXIT.

      *  EVERY MONTH COBLSC06 HAS CLOSED SINCE THE LAST BATCH         *
      *  RELEASES ITS RECOGNIZED REVENUE OUT OF THE DEFERRED BALANCE  *
           IF CF-DEFREV-YYYYMM > PS-DEFREV-YYYYMM
               MOVE CF-RECOGNIZED TO EN-AMT
               MOVE 'CDEF' TO EN-DR-LINE
               MOVE 'CERN' TO EN-CR-LINE
               MOVE SPACES TO EN-LOCATION
               MOVE 'CAMP REVENUE EARNED' TO EN-DESC
               PERFORM L5-ADD-ENTRY
                   THRU L5-ADD-ENTRY-EXIT.

      *  THE SETTLEMENT FEED MOVES THE CHARGES FROM CLEARING TO THE  *
      *  PROCESSOR RECEIVABLE, AND THE CREDITS BACK                  *
           IF SETTLE-DONE-SW = 'N'
               PERFORM L3B-SETTLEMENTS
                   VARYING CAMP-SUB FROM 1 BY 1
                       UNTIL CAMP-SUB > 6.

           SUBTRACT PS-FUR-TOTAL FROM CF-FUR-TOTAL GIVING EN-AMT.
           MOVE 'CASH' TO EN-DR-LINE.
           MOVE 'FURN' TO EN-CR-LINE.
           MOVE SPACES TO EN-LOCATION.
           MOVE 'FURNITURE SALES' TO EN-DESC.
           PERFORM L5-ADD-ENTRY
               THRU L5-ADD-ENTRY-EXIT.

      *  PAINT IS BOOKED WHEN COBLSC40 INVOICES THE JOB AND THE     *
      *  RECEIVABLE IS RELIEVED AS THE CUSTOMER PAYS                *
           SUBTRACT PS-PAINT-BILLED FROM CF-PAINT-BILLED GIVING EN-AMT.
           MOVE 'PREC' TO EN-DR-LINE.
           MOVE 'PANT' TO EN-CR-LINE.
           MOVE SPACES TO EN-LOCATION.
           MOVE 'PAINT INVOICED' TO EN-DESC.
           PERFORM L5-ADD-ENTRY
               THRU L5-ADD-ENTRY-EXIT.

           SUBTRACT PS-PAINT-COLLECTED FROM CF-PAINT-COLLECTED
               GIVING EN-AMT.
           MOVE 'CASH' TO EN-DR-LINE.
           MOVE 'PREC' TO EN-CR-LINE.
           MOVE SPACES TO EN-LOCATION.
           MOVE 'PAINT COLLECTED' TO EN-DESC.
           PERFORM L5-ADD-ENTRY
               THRU L5-ADD-ENTRY-EXIT.

      *  BOARD SALES GO OUT STORE BY STORE FROM THE SALES HISTORY;   *
      *  WHATEVER THE SEASON TOTAL MOVED THAT NO STORE ACCOUNTS FOR  *
      *  (SALES REJECTED FOR A BAD STORE CODE) POSTS UNALLOCATED     *
           SUBTRACT PS-BOARD-TOTAL FROM CF-BOARD-TOTAL GIVING C-DELTA.
           MOVE 0 TO C-STORE-SUM.
           PERFORM L3C-STORE-SALES
               VARYING STR-SUB FROM 1 BY 1
                   UNTIL STR-SUB > SS-CNT.
           SUBTRACT C-STORE-SUM FROM C-DELTA GIVING EN-AMT.
           MOVE 'CASH' TO EN-DR-LINE.
           MOVE 'BRDS' TO EN-CR-LINE.
           MOVE SPACES TO EN-LOCATION.
           MOVE 'BOARD SALES' TO EN-DESC.
           PERFORM L5-ADD-ENTRY
               THRU L5-ADD-ENTRY-EXIT.

           SUBTRACT PS-RENT-TOTAL FROM CF-RENT-TOTAL GIVING EN-AMT.
           MOVE 'CASH' TO EN-DR-LINE.
           MOVE 'BRNT' TO EN-CR-LINE.
           MOVE SPACES TO EN-LOCATION.
           MOVE 'BOARD RENTALS' TO EN-DESC.
           PERFORM L5-ADD-ENTRY
               THRU L5-ADD-ENTRY-EXIT.

      *  THE TAX RUNG UP WENT INTO THE DRAWER WITH THE SALE BUT IS   *
      *  OWED TO THE STATE, STORE BY STORE                           *
           PERFORM L3E-STORE-TAX
               VARYING TS-SUB FROM 1 BY 1
                   UNTIL TS-SUB > TS-CNT.

      *  A CERTIFICATE SOLD IS CASH OWED BACK IN GOODS. ONE REDEEMED  *
      *  WAS COUNTED IN THE STORE'S SALES AND RENTALS ABOVE AS IF IT  *
      *  WERE CASH, SO IT COMES BACK OUT OF CASH AND OFF THE          *
      *  LIABILITY; ONE CREDITED BACK ON A RETURN IS THE REVERSE      *
           PERFORM L3D-STORE-GIFT-CERTS
               VARYING STR-SUB FROM 1 BY 1
                   UNTIL STR-SUB > SS-CNT.

       L3A-CAMP-REVENUE.
           SUBTRACT PS-CAMP-TOTAL(CAMP-SUB) FROM CF-CAMP-TOTAL(CAMP-SUB)
               GIVING EN-AMT.
           MOVE 'CCLR' TO EN-DR-LINE.
           MOVE 'CUNE' TO EN-CR-LINE.
           MOVE T-CAMP-NAME(CAMP-SUB) TO EN-LOCATION.
           MOVE 'CAMP DEPOSITS TAKEN' TO EN-DESC.
           PERFORM L5-ADD-ENTRY
               THRU L5-ADD-ENTRY-EXIT.

       L3B-SETTLEMENTS.
           IF CAMP-SUB < 6
               MOVE T-CAMP-NAME(CAMP-SUB) TO EN-LOCATION
           ELSE
               MOVE SPACES TO EN-LOCATION.
           MOVE SET-CHARGE-AMT(CAMP-SUB) TO EN-AMT.
           MOVE 'CRCV' TO EN-DR-LINE.
           MOVE 'CCLR' TO EN-CR-LINE.
           MOVE 'CARD CHARGES SETTLED' TO EN-DESC.
           PERFORM L5-ADD-ENTRY
               THRU L5-ADD-ENTRY-EXIT.
           MOVE SET-CREDIT-AMT(CAMP-SUB) TO EN-AMT.
           MOVE 'CCLR' TO EN-DR-LINE.
           MOVE 'CRCV' TO EN-CR-LINE.
           MOVE 'CARD CREDITS SETTLED' TO EN-DESC.
           PERFORM L5-ADD-ENTRY
               THRU L5-ADD-ENTRY-EXIT.

       L3D-STORE-GIFT-CERTS.
           MOVE SS-STORE(STR-SUB) TO EN-LOCATION.
           MOVE SS-GC-SOLD(STR-SUB) TO EN-AMT.
           MOVE 'CASH' TO EN-DR-LINE.
           MOVE 'GCLB' TO EN-CR-LINE.
           MOVE 'GIFT CERTS SOLD' TO EN-DESC.
           PERFORM L5-ADD-ENTRY
               THRU L5-ADD-ENTRY-EXIT.
           MOVE SS-GC-REDEEMED(STR-SUB) TO EN-AMT.
           MOVE 'GCLB' TO EN-DR-LINE.
           MOVE 'CASH' TO EN-CR-LINE.
           MOVE 'GIFT CERTS REDEEMED' TO EN-DESC.
           PERFORM L5-ADD-ENTRY
               THRU L5-ADD-ENTRY-EXIT.
           MOVE SS-GC-CREDITED(STR-SUB) TO EN-AMT.
           MOVE 'CASH' TO EN-DR-LINE.
           MOVE 'GCLB' TO EN-CR-LINE.
           MOVE 'GIFT CERTS CREDITED' TO EN-DESC.
           PERFORM L5-ADD-ENTRY
               THRU L5-ADD-ENTRY-EXIT.

       L3E-STORE-TAX.
           MOVE TS-STORE(TS-SUB) TO EN-LOCATION.
           MOVE TS-NET-TAX(TS-SUB) TO EN-AMT.
           MOVE 'CASH' TO EN-DR-LINE.
           MOVE 'STAX' TO EN-CR-LINE.
           IF TS-SOURCE(TS-SUB) = 'F'
               MOVE 'FURNITURE SALES TAX' TO EN-DESC
           ELSE
               MOVE 'BOARD SALES TAX' TO EN-DESC.
           PERFORM L5-ADD-ENTRY
               THRU L5-ADD-ENTRY-EXIT.

       L3C-STORE-SALES.
           ADD SS-DOLLARS(STR-SUB) TO C-STORE-SUM.
           MOVE SS-DOLLARS(STR-SUB) TO EN-AMT.
           MOVE 'CASH' TO EN-DR-LINE.
           MOVE 'BRDS' TO EN-CR-LINE.
           MOVE SS-STORE(STR-SUB) TO EN-LOCATION.
           MOVE 'BOARD SALES' TO EN-DESC.
           PERFORM L5-ADD-ENTRY
               THRU L5-ADD-ENTRY-EXIT.

      *  ADDS ONE DEBIT AND ONE CREDIT LINE FOR THE AMOUNT IN EN-AMT. *
      *  NOTHING MOVED, NOTHING POSTS; A NEGATIVE AMOUNT REVERSES     *
      *  THE SIDES                                                    *
       L5-ADD-ENTRY.
           IF EN-AMT = 0
               GO TO L5-ADD-ENTRY-EXIT.
           IF EN-AMT < 0
               MOVE EN-DR-LINE TO EN-HOLD-LINE
               MOVE EN-CR-LINE TO EN-DR-LINE
               MOVE EN-HOLD-LINE TO EN-CR-LINE
               MULTIPLY -1 BY EN-AMT.
           IF JL-CNT > 298
               ADD 2 TO C-JL-OVFL-CTR
               GO TO L5-ADD-ENTRY-EXIT.

           ADD 1 TO JL-CNT.
           MOVE EN-DR-LINE TO JL-LINE(JL-CNT).
           MOVE 'D' TO JL-DR-CR(JL-CNT).
           PERFORM L5A-FILL-LINE.

           ADD 1 TO JL-CNT.
           MOVE EN-CR-LINE TO JL-LINE(JL-CNT).
           MOVE 'C' TO JL-DR-CR(JL-CNT).
           PERFORM L5A-FILL-LINE.

       L5-ADD-ENTRY-EXIT.
           EXIT.

       L5A-FILL-LINE.
           MOVE EN-LOCATION TO JL-LOCATION(JL-CNT).
           MOVE EN-DESC TO JL-DESC(JL-CNT).
           MOVE EN-AMT TO JL-AMT(JL-CNT).
           PERFORM L5B-MAP-ACCOUNT.

      *  A MAPPING FOR THE LINE AT THIS VERY STORE OR CAMPGROUND     *
      *  WINS; OTHERWISE THE LINE'S BLANK-LOCATION DEFAULT IS USED   *
       L5B-MAP-ACCOUNT.
           MOVE 'N' TO MAP-FOUND-SW.
           PERFORM L5C-MATCH-MAP
               VARYING MAP-SUB FROM 1 BY 1
                   UNTIL MAP-SUB > MAP-CNT
                       OR MAP-FOUND-SW = 'Y'.
           IF MAP-FOUND-SW = 'N'
               PERFORM L5D-MATCH-DEFAULT
                   VARYING MAP-SUB FROM 1 BY 1
                       UNTIL MAP-SUB > MAP-CNT
                           OR MAP-FOUND-SW = 'Y'.
           IF MAP-FOUND-SW = 'Y'
               MOVE 'Y' TO JL-MAPPED-SW(JL-CNT)
           ELSE
               MOVE 'N' TO JL-MAPPED-SW(JL-CNT)
               MOVE SPACES TO JL-ACCOUNT(JL-CNT).

       L5C-MATCH-MAP.
           IF MT-LINE(MAP-SUB) = JL-LINE(JL-CNT)
               AND MT-LOCATION(MAP-SUB) = JL-LOCATION(JL-CNT)
                   MOVE 'Y' TO MAP-FOUND-SW
                   MOVE MT-ACCOUNT(MAP-SUB) TO JL-ACCOUNT(JL-CNT).

       L5D-MATCH-DEFAULT.
           IF MT-LINE(MAP-SUB) = JL-LINE(JL-CNT)
               AND MT-LOCATION(MAP-SUB) = SPACES
                   MOVE 'Y' TO MAP-FOUND-SW
                   MOVE MT-ACCOUNT(MAP-SUB) TO JL-ACCOUNT(JL-CNT).

      *  PRINTS EVERY LINE, TOTALS THE MAPPED DEBITS AND CREDITS,    *
      *  AND RELEASES THE BATCH ONLY WHEN THEY AGREE AND EVERY LINE  *
      *  HAS AN ACCOUNT                                              *
       L4-PROVE-BATCH.
           MOVE 0 TO C-DR-TOTAL.
           MOVE 0 TO C-CR-TOTAL.
           MOVE 0 TO C-UNMAPPED-CTR.
           PERFORM L4A-PRINT-LINE
               VARYING JL-SUB FROM 1 BY 1
                   UNTIL JL-SUB > JL-CNT.

           MOVE C-DR-TOTAL TO O-TOT-DEBIT.
           MOVE C-CR-TOTAL TO O-TOT-CREDIT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           SUBTRACT C-CR-TOTAL FROM C-DR-TOTAL GIVING C-OUT-OF-BAL.
           IF C-OUT-OF-BAL NOT = 0
               MOVE C-OUT-OF-BAL TO O-OUT-OF-BAL
               WRITE PRTLINE FROM OUT-OF-BAL-LINE
                   AFTER ADVANCING 1 LINE.
           IF C-UNMAPPED-CTR > 0
               MOVE C-UNMAPPED-CTR TO O-UNMAPPED-CTR
               WRITE PRTLINE FROM UNMAPPED-LINE
                   AFTER ADVANCING 1 LINE.
           IF C-JL-OVFL-CTR > 0
               MOVE C-JL-OVFL-CTR TO O-JL-OVFL-CTR
               WRITE PRTLINE FROM JL-OVFL-LINE
                   AFTER ADVANCING 1 LINE.
           IF C-RESP-OVFL-CTR > 0
               MOVE C-RESP-OVFL-CTR TO O-RESP-OVFL-CTR
               WRITE PRTLINE FROM RESP-OVFL-LINE
                   AFTER ADVANCING 1 LINE.
           IF C-TS-OVFL-CTR > 0
               MOVE C-TS-OVFL-CTR TO O-TS-OVFL-CTR
               WRITE PRTLINE FROM TS-OVFL-LINE
                   AFTER ADVANCING 1 LINE.
           IF C-UNAPPR-CTR > 0
               MOVE C-UNAPPR-CTR TO O-UNAPPR-CTR
               WRITE PRTLINE FROM UNAPPROVED-LINE
                   AFTER ADVANCING 1 LINE.
           IF SETTLE-DONE-SW = 'Y'
               WRITE PRTLINE FROM SETTLE-DONE-LINE
                   AFTER ADVANCING 1 LINE.

           IF C-OUT-OF-BAL = 0
               AND C-UNMAPPED-CTR = 0
               AND C-JL-OVFL-CTR = 0
               AND C-RESP-OVFL-CTR = 0
               AND C-TS-OVFL-CTR = 0
                   MOVE 'Y' TO RELEASE-SW
           ELSE
               MOVE 'N' TO RELEASE-SW.

           IF JL-CNT = 0
               WRITE PRTLINE FROM NO-ACTIVITY-LINE
                   AFTER ADVANCING 2 LINES.

           IF RELEASE-SW = 'Y'
               PERFORM L6-RELEASE-BATCH
               WRITE PRTLINE FROM RELEASED-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRTLINE FROM HELD-LINE
                   AFTER ADVANCING 2 LINES.

       L4A-PRINT-LINE.
           MOVE JL-LINE(JL-SUB) TO O-DET-LINE.
           MOVE JL-LOCATION(JL-SUB) TO O-DET-LOCATION.
           MOVE JL-DESC(JL-SUB) TO O-DET-DESC.
           IF JL-MAPPED-SW(JL-SUB) = 'Y'
               MOVE JL-ACCOUNT(JL-SUB) TO O-DET-ACCOUNT
               IF JL-DR-CR(JL-SUB) = 'D'
                   ADD JL-AMT(JL-SUB) TO C-DR-TOTAL
               ELSE
                   ADD JL-AMT(JL-SUB) TO C-CR-TOTAL
               END-IF
           ELSE
               ADD 1 TO C-UNMAPPED-CTR
               MOVE 'NO ACCOUNT' TO O-DET-ACCOUNT.
           IF JL-DR-CR(JL-SUB) = 'D'
               MOVE JL-AMT(JL-SUB) TO O-DET-DEBIT
               MOVE SPACES TO O-DET-CREDIT-X
           ELSE
               MOVE SPACES TO O-DET-DEBIT-X
               MOVE JL-AMT(JL-SUB) TO O-DET-CREDIT.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8-HEADINGS.

      *  WRITES THE EXTRACT AND MOVES THE SNAPSHOT UP TO WHAT WAS     *
      *  JUST JOURNALED - THE SNAPSHOT'S GENERATIONS ARE ROLLED FIRST *
       L6-RELEASE-BATCH.
           OPEN OUTPUT GL-EXTRACT-FILE.
           PERFORM L6A-WRITE-EXTRACT
               VARYING JL-SUB FROM 1 BY 1
                   UNTIL JL-SUB > JL-CNT.
           CLOSE GL-EXTRACT-FILE.

           MOVE CURR-DATE TO GN-RUN-DATE.
           MOVE 'L' TO GN-ORG.
           MOVE 'GLSNAP.DAT' TO GN-FILE-NAME.
           CALL 'CBLGEN' USING CBLGEN-DATA.

           MOVE C-CURR-YYYYMM TO GS-YYYYMM.
           MOVE CURR-DATE TO GS-SETTLE-DATE.
           MOVE C-NEW-HIST-DATE TO GS-HIST-DATE.
           PERFORM L6B-SET-SNAP-CAMP
               VARYING CAMP-SUB FROM 1 BY 1
                   UNTIL CAMP-SUB > 5.
           MOVE CF-REFUND-TOTAL TO GS-REFUND-TOTAL.
           MOVE CF-FUR-TOTAL TO GS-FUR-TOTAL.
           MOVE CF-PAINT-BILLED TO GS-PAINT-BILLED.
           MOVE CF-PAINT-COLLECTED TO GS-PAINT-COLLECTED.
           MOVE CF-BOARD-TOTAL TO GS-BOARD-TOTAL.
           MOVE CF-RENT-TOTAL TO GS-RENT-TOTAL.
           IF CF-DEFREV-YYYYMM > PS-DEFREV-YYYYMM
               MOVE CF-DEFREV-YYYYMM TO GS-DEFREV-YYYYMM
           ELSE
               MOVE PS-DEFREV-YYYYMM TO GS-DEFREV-YYYYMM.
           MOVE C-NEW-TAX-DATE TO GS-TAX-DATE.
           MOVE SPACES TO GL-SNAP-REC (158:3).
           OPEN OUTPUT GL-SNAP-FILE.
           WRITE GL-SNAP-REC.
           CLOSE GL-SNAP-FILE.

       L6A-WRITE-EXTRACT.
           MOVE CURR-DATE TO GX-RUN-DATE.
           MOVE JL-ACCOUNT(JL-SUB) TO GX-ACCOUNT.
           MOVE JL-DR-CR(JL-SUB) TO GX-DR-CR.
           MOVE JL-AMT(JL-SUB) TO GX-AMOUNT.
           MOVE JL-LINE(JL-SUB) TO GX-LINE.
           MOVE JL-LOCATION(JL-SUB) TO GX-LOCATION.
           MOVE JL-DESC(JL-SUB) TO GX-DESC.
           MOVE SPACES TO GL-EXTRACT-REC (70:11).
           WRITE GL-EXTRACT-REC.
           ADD 1 TO C-EXTRACT-CTR.

       L6B-SET-SNAP-CAMP.
           MOVE CF-CAMP-TOTAL(CAMP-SUB) TO GS-CAMP-TOTAL(CAMP-SUB).

       L8-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       L9-CLOSING.
           PERFORM L9A-WRITE-RUN-LOG.
           CLOSE PRTOUT.

      *  PROVES THE RUN PROCESSED WHAT IT WAS GIVEN: A RELEASED BATCH *
      *  ACCOUNTS FOR EVERY RECORD READ, A HELD ONE REJECTS THEM ALL  *
       L9A-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC25' TO RL-PROGRAM.
           MOVE CURR-DATE TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           MOVE C-READ-CTR TO RL-RECS-READ.
           IF RELEASE-SW = 'Y'
               MOVE C-READ-CTR TO RL-RECS-OUT-1
               MOVE 0 TO RL-RECS-REJECT
           ELSE
               MOVE 0 TO RL-RECS-OUT-1
               MOVE C-READ-CTR TO RL-RECS-REJECT.
           MOVE 0 TO RL-RECS-OUT-2.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
