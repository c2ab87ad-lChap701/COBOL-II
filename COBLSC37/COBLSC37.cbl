       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC37.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  PURCHASE ORDER RUN FOR THE WAKEBOARD STORES AND THE PAINT     *
      *  SHOP. RUNS AFTER THE WAKEBOARD DAILY RUN (COBLSC02) AND THE   *
      *  PAINT RUN (COBLSC05). IN ORDER IT:                            *
      *   - TURNS THE BUYER'S APPROVALS (POAPPR.DAT) OF YESTERDAY'S    *
      *     SUGGESTED ORDERS (POSUGG.DAT) INTO PURCHASE ORDER LINES ON *
      *     POLINE.DAT - ONE PURCHASE ORDER PER VENDOR PER RUN, DUE    *
      *     THE VENDOR'S LEAD TIME FROM TODAY;                         *
      *   - MATCHES THE DAY'S BOARD RECEIPTS (RECEIPTS.DAT) AND PAINT  *
      *     RECEIPTS (PNTRCPT.DAT) AGAINST THE OPEN LINES, OLDEST      *
      *     ORDER FIRST, AND PRINTS EVERY SHORT, OVER AND UNORDERED    *
      *     SHIPMENT ON AN EXCEPTION PAGE;                             *
      *   - TURNS THE REORDER SIGNALS THE TWO RUNS LEFT (BRDREORD.DAT  *
      *     AND PNTREORD.DAT) INTO TODAY'S SUGGESTED ORDERS, NET OF    *
      *     WHAT IS ALREADY ON ORDER, FROM THE CHEAPEST ACTIVE VENDOR  *
      *     ON THE VENDOR MASTER;                                      *
      *   - AGES EVERY OPEN LINE BY VENDOR AND FLAGS WHAT IS LATE.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  RUN CONTROL CARD - AS-OF DATE ORDERS ARE PLACED AND AGED      *
      *  UNDER                                                         *
           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  SUPPLIERS AND THEIR LEAD TIMES  *
           SELECT VENDOR-FILE
               ASSIGN TO 'VENDMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VM-STATUS.

      *  WHAT EACH VENDOR SUPPLIES, AT WHAT COST, IN WHAT MULTIPLES  *
           SELECT VENDOR-ITEM-FILE
               ASSIGN TO 'VENDITEM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VI-STATUS.

      *  EVERY PURCHASE ORDER LINE, OPEN AND CLOSED, REWRITTEN EACH   *
      *  RUN                                                          *
           SELECT PO-LINE-FILE
               ASSIGN TO 'POLINE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PL-STATUS.

      *  THE LAST PURCHASE ORDER NUMBER GIVEN OUT  *
           SELECT PO-CONTROL-FILE
               ASSIGN TO 'POCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PN-STATUS.

      *  THE SUGGESTED ORDERS - READ FOR THE BUYER'S APPROVALS OF      *
      *  YESTERDAY'S, THEN REWRITTEN WITH TODAY'S                      *
           SELECT SUGG-FILE
               ASSIGN TO 'POSUGG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SG-STATUS.

      *  THE BUYER'S APPROVE/DECLINE DECISIONS ON THE SUGGESTIONS  *
           SELECT APPROVAL-FILE
               ASSIGN TO 'POAPPR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-STATUS.

      *  THE DAY'S WAKEBOARD RECEIPTS, AS THE DAILY RUN POSTED THEM  *
           SELECT RECEIPT-FILE
               ASSIGN TO 'RECEIPTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-STATUS.

      *  THE DAY'S PAINT RECEIPTS, AS THE PAINT RUN POSTED THEM  *
           SELECT PAINT-RCPT-FILE
               ASSIGN TO 'PNTRCPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.

      *  A REORDER SIGNAL FILE - BRDREORD.DAT FROM COBLSC02, THEN     *
      *  PNTREORD.DAT FROM COBLSC05                                   *
           SELECT SIG-FILE
               ASSIGN USING SIG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RS-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'PURCH.PRT'
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

       FD  VENDOR-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS VENDOR-REC.

      *  CPY FILE THAT CONTAINS VENDOR-REC LAYOUT  *
           COPY 'VENDOR.CPY'.

      *  ONE ITEM A VENDOR SUPPLIES: BOARDS OR PAINT, WHICH BOARD OR  *
      *  TIER, THE UNIT COST, AND THE MULTIPLE IT IS SOLD IN (A CASE  *
      *  OF PAINT, A BUNDLE OF BOARDS - ZERO MEANS SINGLES)           *
       FD  VENDOR-ITEM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS VENDOR-ITEM-REC.

       01  VENDOR-ITEM-REC.
           05  VI-VENDOR           PIC X(4).
           05  VI-LINE             PIC X.
           05  VI-ITEM             PIC 99.
           05  VI-UNIT-COST        PIC 9(5)V99.
           05  VI-ORDER-MULT       PIC 9(4).
           05  FILLER              PIC X(12).

       FD  PO-LINE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PO-LINE-REC.

      *  CPY FILE THAT CONTAINS PO-LINE-REC LAYOUT  *
           COPY 'POLINE.CPY'.

       FD  PO-CONTROL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PO-CONTROL-REC.

       01  PO-CONTROL-REC.
           05  PN-LAST-PO          PIC 9(6).
           05  FILLER              PIC X(14).

      *  ONE SUGGESTED ORDER: ITS NUMBER FOR THE BUYER TO APPROVE IT  *
      *  BY, THE VENDOR, THE ITEM AND STORE, QUANTITY AND UNIT COST   *
       FD  SUGG-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS SUGG-REC.

       01  SUGG-REC.
           05  PS-SUGG-NUM         PIC 9(4).
           05  PS-VENDOR           PIC X(4).
           05  PS-LINE             PIC X.
           05  PS-ITEM             PIC 99.
           05  PS-STORE            PIC XX.
           05  PS-DESC             PIC X(13).
           05  PS-QTY              PIC 9(5).
           05  PS-UNIT-COST        PIC 9(5)V99.
           05  PS-DATE             PIC 9(8).
           05  FILLER              PIC X(14).

      *  ONE BUYER DECISION ON A SUGGESTED ORDER. 'A' APPROVES IT -  *
      *  A QUANTITY OR VENDOR KEYED HERE OVERRIDES THE SUGGESTION'S, *
      *  BLANK TAKES IT AS SUGGESTED. 'D' DECLINES IT.               *
       FD  APPROVAL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS APPROVAL-REC.

       01  APPROVAL-REC.
           05  PA-SUGG-NUM         PIC X(4).
           05  PA-SUGG-NUM-N REDEFINES PA-SUGG-NUM
                                   PIC 9(4).
           05  PA-ACTION           PIC X.
               88  PA-APPROVE              VALUE 'A'.
               88  PA-DECLINE              VALUE 'D'.
           05  PA-QTY              PIC X(5).
           05  PA-QTY-N REDEFINES PA-QTY
                                   PIC 9(5).
           05  PA-VENDOR           PIC X(4).
           05  PA-BUYER            PIC X(3).
           05  FILLER              PIC X(3).

      *  ONE BOARD RECEIPT, LAID OUT AS THE DAILY RUN READS IT - A    *
      *  BLANK STORE IS THE FIRST STORE ON THE MASTER                 *
       FD  RECEIPT-FILE
           LABEL RECORD IS OMITTED
           DATA RECORD IS RECEIPT-REC
           RECORD CONTAINS 10 CHARACTERS.

       01  RECEIPT-REC.
           05  RC-BOARD             PIC 99.
           05  RC-QTY               PIC 9(3).
           05  RC-STORE             PIC XX.
           05  FILLER               PIC X(3).

      *  ONE PAINT RECEIPT, LAID OUT AS THE PAINT RUN READS IT  *
       FD  PAINT-RCPT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS PAINT-RCPT-REC.

       01  PAINT-RCPT-REC.
           05  PR-TIER             PIC 9.
           05  PR-GALS             PIC 9(5).
           05  FILLER              PIC X(4).

       FD  SIG-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REORDER-SIG-REC.

      *  CPY FILE THAT CONTAINS REORDER-SIG-REC LAYOUT, SHARED WITH   *
      *  THE WAKEBOARD RUN (COBLSC02) AND THE PAINT RUN (COBLSC05)    *
           COPY 'REORDSIG.CPY'.

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
           05  WS-VM-STATUS        PIC XX      VALUE '00'.
           05  WS-VI-STATUS        PIC XX      VALUE '00'.
           05  WS-PL-STATUS        PIC XX      VALUE '00'.
           05  WS-PN-STATUS        PIC XX      VALUE '00'.
           05  WS-SG-STATUS        PIC XX      VALUE '00'.
           05  WS-PA-STATUS        PIC XX      VALUE '00'.
           05  WS-RCT-STATUS       PIC XX      VALUE '00'.
           05  WS-PR-STATUS        PIC XX      VALUE '00'.
           05  WS-RS-STATUS        PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  SIG-FILE-NAME       PIC X(30)   VALUE SPACES.
           05  VM-EOF-SW           PIC X       VALUE 'N'.
           05  VI-EOF-SW           PIC X       VALUE 'N'.
           05  PL-EOF-SW           PIC X       VALUE 'N'.
           05  SG-EOF-SW           PIC X       VALUE 'N'.
           05  PA-EOF-SW           PIC X       VALUE 'N'.
           05  RCT-EOF-SW          PIC X       VALUE 'N'.
           05  PR-EOF-SW           PIC X       VALUE 'N'.
           05  RS-EOF-SW           PIC X       VALUE 'N'.
           05  PA-OPEN-SW          PIC X       VALUE 'N'.
      *  'N' WHEN POLINE.DAT HOLDS MORE LINES THAN THE TABLE - NO     *
      *  APPROVAL OR RECEIPT IS APPLIED AND NOTHING IS REWRITTEN      *
      *  RATHER THAN ORDER LINES BEING LOST                           *
           05  PT-TABLE-OK-SW      PIC X       VALUE 'Y'.
      *  SET WHEN ANYTHING ON POLINE.DAT HAS CHANGED THIS RUN  *
           05  PO-CHANGED-SW       PIC X       VALUE 'N'.
           05  NEW-PO-SW           PIC X       VALUE 'N'.
           05  ORPHAN-HDR-SW       PIC X       VALUE 'N'.
      *  APPROVALS  *
           05  C-APPR-READ-CTR     PIC 9(6)    VALUE 0.
           05  C-APPROVED-CTR      PIC 9(6)    VALUE 0.
           05  C-DECLINED-CTR      PIC 9(6)    VALUE 0.
           05  C-APPR-REJ-CTR      PIC 9(6)    VALUE 0.
           05  C-NEW-PO-CTR        PIC 9(6)    VALUE 0.
      *  RECEIPTS  *
           05  C-RCPT-READ-CTR     PIC 9(6)    VALUE 0.
           05  C-RCPT-CLEAN-CTR    PIC 9(6)    VALUE 0.
           05  C-RCPT-SHORT-CTR    PIC 9(6)    VALUE 0.
           05  C-RCPT-OVER-CTR     PIC 9(6)    VALUE 0.
           05  C-RCPT-UNORD-CTR    PIC 9(6)    VALUE 0.
           05  C-RCPT-REJ-CTR      PIC 9(6)    VALUE 0.
      *  SUGGESTIONS AND AGING  *
           05  C-SIG-READ-CTR      PIC 9(6)    VALUE 0.
           05  C-SUGG-CTR          PIC 9(4)    VALUE 0.
           05  C-COVERED-CTR       PIC 9(6)    VALUE 0.
           05  C-NO-VENDOR-CTR     PIC 9(6)    VALUE 0.
           05  C-OPEN-LINE-CTR     PIC 9(6)    VALUE 0.
           05  C-LATE-LINE-CTR     PIC 9(6)    VALUE 0.
           05  C-LAST-PO           PIC 9(6)    VALUE 0.
           05  C-VEND-SUB          PIC 99      VALUE 0.
           05  C-SRC-SUB           PIC 999     VALUE 0.
           05  C-SG-SUB            PIC 999     VALUE 0.
           05  C-LOOKUP-VENDOR     PIC X(4)    VALUE SPACES.
           05  C-ORDER-VENDOR      PIC X(4)    VALUE SPACES.
           05  C-ORDER-QTY         PIC 9(5)    VALUE 0.
           05  C-BEST-COST         PIC 9(5)V99 VALUE 0.
      *  THE ITEM BEING MATCHED, COSTED OR NETTED  *
           05  C-MATCH-LINE        PIC X       VALUE SPACES.
           05  C-MATCH-ITEM        PIC 99      VALUE 0.
           05  C-MATCH-STORE       PIC XX      VALUE SPACES.
           05  C-MATCH-DESC        PIC X(13)   VALUE SPACES.
           05  C-RCPT-QTY          PIC 9(5)    VALUE 0.
           05  C-RCPT-LEFT         PIC 9(5)    VALUE 0.
           05  C-LINE-OPEN         PIC 9(5)    VALUE 0.
           05  C-TAKE-QTY          PIC 9(5)    VALUE 0.
           05  C-HIT-SUB           PIC 999     VALUE 0.
           05  C-ON-ORDER          PIC 9(7)    VALUE 0.
           05  C-TARGET-QTY        PIC S9(7)   VALUE 0.
           05  C-SUGG-QTY          PIC S9(7)   VALUE 0.
           05  C-MULT-QUOT         PIC 9(7)    VALUE 0.
           05  C-MULT-REM          PIC 9(4)    VALUE 0.
           05  C-EXT-COST          PIC 9(7)V99 VALUE 0.
           05  C-DAYS-LATE         PIC 9(5)    VALUE 0.
           05  C-ADD-CTR           PIC 999     VALUE 0.
           05  C-MONTH-DAYS        PIC 99      VALUE 0.
           05  C-LEAP-QUOT         PIC 9(4)    VALUE 0.
           05  C-LEAP-REM          PIC 9       VALUE 0.
           05  C-QTY-ED            PIC ZZZZ9.
           05  STORE-SUB           PIC 99      VALUE 0.
           05  VT-SUB              PIC 99      VALUE 0.
           05  SC-SUB              PIC 999     VALUE 0.
           05  PT-SUB              PIC 999     VALUE 0.
      *  WHAT HAPPENED TO THE CURRENT APPROVAL  *
           05  C-POST-STATUS       PIC X(40)   VALUE ' '.

      *  DAYS IN EACH MONTH OF A COMMON YEAR - FEBRUARY GETS ITS LEAP  *
      *  DAY FROM THE SAME DIVIDE-BY-FOUR RULE COBLSC01 USES           *
       01  MONTH-DAYS-VALUES.
           05  FILLER              PIC X(24)   VALUE
               '312831303130313130313031'.

       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  T-MONTH-DAYS        PIC 99      OCCURS 12.

      *  A DATE BEING STEPPED FORWARD BY THE VENDOR'S LEAD TIME  *
       01  CHECK-DATE-AREA.
           05  C-CHK-DATE.
               10  C-CHK-YYYY      PIC 9(4).
               10  C-CHK-MM        PIC 99.
               10  C-CHK-DD        PIC 99.
           05  C-CHK-DATE-NUM REDEFINES C-CHK-DATE
                                   PIC 9(8).

      *  WORK FIELDS FOR TURNING A YYYYMMDD DATE INTO A DAY NUMBER SO  *
      *  HOW LATE A LINE IS CAN BE FIGURED BY SUBTRACTION             *
       01  SERIAL-DATE-AREA.
           05  SER-YYYY            PIC 9(4)    VALUE 0.
           05  SER-MM              PIC 99      VALUE 0.
           05  SER-DD              PIC 99      VALUE 0.
           05  SER-DAYS            PIC 9(7)    VALUE 0.
           05  SER-LEAP-QUOT       PIC 9(4)    VALUE 0.
           05  SER-LEAP-REM        PIC 9       VALUE 0.
           05  SER-TODAY           PIC 9(7)    VALUE 0.

      *  STORE CODES FROM THE SHARED STORE MASTER THROUGH CBLSTORE,   *
      *  IN THE ORDER COBLSC02 USES THEM                              *
       01  STORE-TABLE-AREA.
           05  T-STORE-CODE         PIC XX      OCCURS 10.
           05  STORE-CNT            PIC 99      VALUE 0.
           05  C-STORE-FOUND        PIC X       VALUE 'N'.

      *  CPY FILE THAT CONTAINS THE BOARD TABLE, FILLED FROM THE      *
      *  CATALOG BY CBLBOARD - THE BOARD NAMES THE EXCEPTION PAGE     *
      *  PRINTS                                                       *
       COPY 'BOARDTBL.CPY'.

      *  DATA PASSED TO/FROM CBLSTORE TO READ THE STORE MASTER  *
       01  CBLSTORE-DATA.
           05  CS-FUNC              PIC X       VALUE 'C'.
           05  CS-ENTRY-NUM         PIC 99.
           05  CS-STORE-CODE        PIC XX.
           05  CS-STORE-NAME        PIC X(20).
           05  CS-REGION            PIC X(10).
           05  CS-STATUS            PIC X.
           05  CS-COUNT             PIC 99.
           05  CS-RETURN-CODE       PIC 9.
               88  CS-FOUND         VALUE 0.
               88  CS-NOT-FOUND     VALUE 1.

      *  THE VENDOR MASTER, WITH EACH VENDOR'S PURCHASE ORDER FOR     *
      *  THIS RUN AND ITS OPEN-ORDER FIGURES FOR THE AGING PAGE       *
       01  VENDOR-TABLE-AREA.
           05  VT-ENTRY             OCCURS 50.
               10  VT-VENDOR        PIC X(4).
               10  VT-NAME          PIC X(25).
               10  VT-LEAD-DAYS     PIC 9(3).
               10  VT-STATUS        PIC X.
               10  VT-NEW-PO        PIC 9(6).
               10  VT-NEW-LINE      PIC 99.
               10  VT-OPEN-LINES    PIC 9(5).
               10  VT-LATE-LINES    PIC 9(5).
               10  VT-OPEN-VALUE    PIC 9(7)V99.
           05  VT-TBL-CTR           PIC 99      VALUE 0.

      *  WHO SUPPLIES WHAT, FROM VENDITEM.DAT  *
       01  SOURCE-TABLE-AREA.
           05  SC-ENTRY             OCCURS 200.
               10  SC-VENDOR        PIC X(4).
               10  SC-LINE          PIC X.
               10  SC-ITEM          PIC 99.
               10  SC-UNIT-COST     PIC 9(5)V99.
               10  SC-ORDER-MULT    PIC 9(4).
           05  SC-TBL-CTR           PIC 999     VALUE 0.

      *  EVERY LINE ON POLINE.DAT PLUS TODAY'S NEW ONES, LAID OUT AS  *
      *  PO-LINE-REC SO A RECORD MOVES IN AND OUT WHOLE               *
       01  PO-TABLE-AREA.
           05  PT-ENTRY             OCCURS 999.
               10  PT-PO-NUM        PIC 9(6).
               10  PT-LINE-NUM      PIC 99.
               10  PT-VENDOR        PIC X(4).
               10  PT-LINE          PIC X.
               10  PT-ITEM          PIC 99.
               10  PT-STORE         PIC XX.
               10  PT-DESC          PIC X(13).
               10  PT-QTY-ORDERED   PIC 9(5).
               10  PT-QTY-RECEIVED  PIC 9(5).
               10  PT-UNIT-COST     PIC 9(5)V99.
               10  PT-ORDER-DATE    PIC 9(8).
               10  PT-EXPECT-DATE   PIC 9(8).
               10  PT-STATUS        PIC X.
               10  PT-BUYER         PIC X(3).
               10  PT-LAST-RCPT-DATE
                                    PIC 9(8).
               10  FILLER           PIC X(5).
           05  PT-TBL-CTR           PIC 999     VALUE 0.

      *  YESTERDAY'S SUGGESTIONS, LAID OUT AS SUGG-REC, EACH FLAGGED  *
      *  ONCE THE BUYER HAS ACTED ON IT                               *
       01  SUGG-TABLE-AREA.
           05  SG-ENTRY             OCCURS 500.
               10  SG-DATA.
                   15  SG-SUGG-NUM  PIC 9(4).
                   15  SG-VENDOR    PIC X(4).
                   15  SG-LINE      PIC X.
                   15  SG-ITEM      PIC 99.
                   15  SG-STORE     PIC XX.
                   15  SG-DESC      PIC X(13).
                   15  SG-QTY       PIC 9(5).
                   15  SG-UNIT-COST PIC 9(5)V99.
                   15  SG-DATE      PIC 9(8).
                   15  FILLER       PIC X(14).
               10  SG-DONE-SW       PIC X.
           05  SG-TBL-CTR           PIC 999     VALUE 0.

      *  DATA PASSED TO/FROM CBLGEN TO ROLL A GENERATION BACKUP OF    *
      *  THE PURCHASE ORDER FILE BEFORE IT IS REWRITTEN               *
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

       01  WS-CURR-DATE.
           05  WS-CURR-YY      PIC 9(4).
           05  WS-CURR-MM      PIC 99.
           05  WS-CURR-DD      PIC 99.
       01  WS-CURR-DATE-NUM REDEFINES WS-CURR-DATE
                               PIC 9(8).

       01  REPORT-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-RPT-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-YY        PIC 9(4).
           05  FILLER          PIC X(41)   VALUE ' '.
           05  FILLER          PIC X(26)   VALUE
               'PURCHASE ORDERS AND AGING'.
           05  FILLER          PIC X(41)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-RPT-PCTR      PIC Z9.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  SECTION-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-SECTION-NAME  PIC X(40).
           05  FILLER          PIC X(88)   VALUE ' '.

       01  NONE-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-NONE-TEXT     PIC X(40).
           05  FILLER          PIC X(88)   VALUE ' '.

       01  TABLE-FULL-LINE.
           05  FILLER          PIC X(34)   VALUE
               'PURCHASE ORDER FILE PAST 999 LINES'.
           05  FILLER          PIC X(33)   VALUE
               ' - NOTHING APPLIED OR REWRITTEN'.
           05  FILLER          PIC X(65)   VALUE ' '.

       01  APPROVAL-HEADINGS.
           05  FILLER          PIC X(4)    VALUE 'SUGG'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'ACTION'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(4)    VALUE 'VEND'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(13)   VALUE 'ITEM'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(2)    VALUE 'ST'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE '  QTY'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'UNIT COST'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(3)    VALUE 'BYR'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'STATUS'.
           05  FILLER          PIC X(63)   VALUE ' '.

      *  ONE BUYER DECISION AND WHAT BECAME OF IT  *
       01  APPROVAL-LINE.
           05  O-AP-SUGG           PIC X(4).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AP-ACTION         PIC X(7).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AP-VENDOR         PIC X(4).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AP-DESC           PIC X(13).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AP-STORE          PIC X(2).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AP-QTY            PIC X(5).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AP-COST           PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AP-BUYER          PIC X(3).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AP-STATUS         PIC X(40).
           05  FILLER              PIC X(29)   VALUE ' '.

       01  EXCEPTION-HEADINGS.
           05  FILLER          PIC X(9)    VALUE 'EXCEPTION'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'LINE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(13)   VALUE 'ITEM'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(2)    VALUE 'ST'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'RCVD'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'PO/LINE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'ORDRD'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'TODT'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE '  VAR'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(4)    VALUE 'NOTE'.
           05  FILLER          PIC X(55)   VALUE ' '.

      *  ONE RECEIPT THAT DIDN'T MATCH ITS ORDER  *
       01  EXCEPTION-LINE.
           05  O-RX-TYPE           PIC X(9).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-RX-LINE           PIC X(6).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-RX-DESC           PIC X(13).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-RX-STORE          PIC X(2).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-RX-QTY            PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-RX-PO-NUM         PIC X(6).
           05  O-RX-PO-DASH        PIC X.
           05  O-RX-PO-LINE        PIC X(2).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-RX-ORDERED        PIC ZZZZZ.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-RX-RECVD          PIC ZZZZZ.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-RX-VAR            PIC ZZZZZ.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-RX-NOTE           PIC X(30).
           05  FILLER              PIC X(29)   VALUE ' '.

       01  SUGG-HEADINGS.
           05  FILLER          PIC X(4)    VALUE 'SUGG'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(4)    VALUE 'VEND'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(13)   VALUE 'ITEM'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(2)    VALUE 'ST'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE ' AVAIL'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'REORD'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'ON OR'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE '  QTY'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'UNIT COST'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE '  EXT COST'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'DUE IF PLC'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(4)    VALUE 'NOTE'.
           05  FILLER          PIC X(31)   VALUE ' '.

      *  ONE REORDER SIGNAL AND THE ORDER SUGGESTED FOR IT  *
       01  SUGG-LINE.
           05  O-SG-NUM            PIC ZZZZ.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-SG-VENDOR         PIC X(4).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-SG-DESC           PIC X(13).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-SG-STORE          PIC X(2).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-SG-AVAIL          PIC -ZZZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-SG-REORDER        PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-SG-ON-ORDER       PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-SG-QTY            PIC ZZZZZ.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-SG-COST           PIC ZZ,ZZZ.ZZ.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-SG-EXT            PIC ZZZ,ZZZ.ZZ.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-SG-DUE.
               10  O-SG-DUE-YYYY   PIC X(4).
               10  O-SG-DUE-SL1    PIC X.
               10  O-SG-DUE-MM     PIC XX.
               10  O-SG-DUE-SL2    PIC X.
               10  O-SG-DUE-DD     PIC XX.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-SG-NOTE           PIC X(24).
           05  FILLER              PIC X(11)   VALUE ' '.

       01  VENDOR-AGING-HDR.
           05  FILLER          PIC X(8)    VALUE 'VENDOR: '.
           05  O-VA-VENDOR     PIC X(4).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-VA-NAME       PIC X(25).
           05  FILLER          PIC X(13)   VALUE '  LEAD DAYS: '.
           05  O-VA-LEAD       PIC ZZ9.
           05  FILLER          PIC X(77)   VALUE ' '.

       01  AGING-HEADINGS.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'PO/LINE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(13)   VALUE 'ITEM'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(2)    VALUE 'ST'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'ORDRD'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE ' RCVD'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE ' OPEN'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'ORDERED'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'EXPECTED'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE ' LATE'.
           05  FILLER          PIC X(48)   VALUE ' '.

      *  ONE OPEN LINE AND HOW FAR PAST ITS EXPECTED DATE IT IS  *
       01  AGING-LINE.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-AG-PO-NUM         PIC 9(6).
           05  FILLER              PIC X       VALUE '-'.
           05  O-AG-PO-LINE        PIC 99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AG-DESC           PIC X(13).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AG-STORE          PIC X(2).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AG-ORDERED        PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AG-RECVD          PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AG-OPEN           PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AG-ORD-YYYY       PIC 9(4).
           05  FILLER              PIC X       VALUE '/'.
           05  O-AG-ORD-MM         PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-AG-ORD-DD         PIC 99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AG-EXP-YYYY       PIC 9(4).
           05  FILLER              PIC X       VALUE '/'.
           05  O-AG-EXP-MM         PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-AG-EXP-DD         PIC 99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AG-DAYS-LATE      PIC ZZZZZ.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AG-LATE           PIC X(4).
           05  FILLER              PIC X(42)   VALUE ' '.

       01  VENDOR-AGING-TOTAL.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(12)   VALUE 'OPEN LINES: '.
           05  O-VT-OPEN       PIC ZZZZ9.
           05  FILLER          PIC X(9)    VALUE '   LATE: '.
           05  O-VT-LATE       PIC ZZZZ9.
           05  FILLER          PIC X(15)   VALUE '   OPEN VALUE: '.
           05  O-VT-VALUE      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(69)   VALUE ' '.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(30)   VALUE
               'APPROVALS READ:               '.
           05  O-APPR-READ-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(13)   VALUE '   APPROVED: '.
           05  O-APPROVED-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(13)   VALUE '   DECLINED: '.
           05  O-DECLINED-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(13)   VALUE '   REJECTED: '.
           05  O-APPR-REJ-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(39)   VALUE ' '.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(30)   VALUE
               'NEW PURCHASE ORDERS:          '.
           05  O-NEW-PO-CTR    PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(30)   VALUE
               'RECEIPTS READ:                '.
           05  O-RCPT-READ-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(13)   VALUE '   MATCHED:  '.
           05  O-RCPT-CLEAN-CTR
                               PIC ZZZZZ9.
           05  FILLER          PIC X(13)   VALUE '   SHORT:    '.
           05  O-RCPT-SHORT-CTR
                               PIC ZZZZZ9.
           05  FILLER          PIC X(13)   VALUE '   OVER:     '.
           05  O-RCPT-OVER-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(39)   VALUE ' '.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(30)   VALUE
               'RECEIPTS UNORDERED:           '.
           05  O-RCPT-UNORD-CTR
                               PIC ZZZZZ9.
           05  FILLER          PIC X(13)   VALUE '   REJECTED: '.
           05  O-RCPT-REJ-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(77)   VALUE ' '.

       01  TOTAL-LINE-5.
           05  FILLER          PIC X(30)   VALUE
               'REORDER SIGNALS READ:         '.
           05  O-SIG-READ-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(13)   VALUE '   SUGGESTED:'.
           05  O-SUGG-CTR      PIC ZZZZZ9.
           05  FILLER          PIC X(13)   VALUE '   ON ORDER: '.
           05  O-COVERED-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(13)   VALUE '   NO VENDOR:'.
           05  O-NO-VENDOR-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(39)   VALUE ' '.

       01  TOTAL-LINE-6.
           05  FILLER          PIC X(30)   VALUE
               'OPEN PURCHASE ORDER LINES:    '.
           05  O-OPEN-LINE-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(13)   VALUE '   LATE:     '.
           05  O-LATE-LINE-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(77)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-APPLY-APPROVALS
               UNTIL PA-EOF-SW = 'Y'.
           PERFORM L6-MATCH-RECEIPTS.
           PERFORM L7-SUGGEST-ORDERS.
           PERFORM L8-AGING-REPORT.
           IF PO-CHANGED-SW = 'Y' AND PT-TABLE-OK-SW = 'Y'
               PERFORM L9A-SAVE-PO-LINES.
           PERFORM L9-CLOSING.
       STOP RUN.

       L2-INIT.
           PERFORM L2A-READ-CONTROL-CARD.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *  A RERUN AS OF A PRIOR DATE TAKES ITS PROCESSING DATE FROM    *
      *  THE CONTROL CARD INSTEAD OF THE SYSTEM CLOCK                 *
           IF CC-DATE-FROM-CARD
               MOVE CC-RUN-DATE TO CURR-DATE.
           MOVE CURR-DATE TO WS-CURR-DATE.
           MOVE CURR-MM TO O-RPT-MM.
           MOVE CURR-DD TO O-RPT-DD.
           MOVE CURR-YY TO O-RPT-YY.
           MOVE WS-CURR-YY TO SER-YYYY.
           MOVE WS-CURR-MM TO SER-MM.
           MOVE WS-CURR-DD TO SER-DD.
           PERFORM L5-DATE-TO-SERIAL.
           MOVE SER-DAYS TO SER-TODAY.

           PERFORM L2B-LOAD-STORES.
           CALL 'CBLBOARD' USING BOARD-TABLE.
           IF BOARD-CATALOG-MISSING
               PERFORM L2Z-CATALOG-MISSING.
           PERFORM L2C-LOAD-VENDORS.
           PERFORM L2E-LOAD-SOURCES.
           PERFORM L2G-LOAD-PO-LINES.
           PERFORM L2I-LOAD-PO-CONTROL.
           PERFORM L2K-LOAD-SUGGESTIONS.

           OPEN OUTPUT PRTOUT.
           PERFORM L8H-HEADINGS.
           IF PT-TABLE-OK-SW = 'N'
               WRITE PRTLINE FROM TABLE-FULL-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'BUYER APPROVALS' TO O-SECTION-NAME.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM APPROVAL-HEADINGS
               AFTER ADVANCING 1 LINE.

           OPEN INPUT APPROVAL-FILE.
           IF WS-PA-STATUS = '00'
               MOVE 'Y' TO PA-OPEN-SW
           ELSE
               MOVE 'Y' TO PA-EOF-SW.

      *  WITHOUT THE CATALOG EVERY BOARD NUMBER LOOKS UNKNOWN - THE  *
      *  RUN STOPS BEFORE A TRANSACTION IS READ OR A FILE REWRITTEN  *
       L2Z-CATALOG-MISSING.
           DISPLAY 'COBLSC37 - BOARD CATALOG BRDCAT.DAT NOT ON FILE'.
           DISPLAY 'RUN STOPPED - NO PURCHASE ORDERS POSTED'.
       STOP RUN.

      *  READS THE RUN CONTROL CARD, FALLING BACK TO THE SYSTEM DATE  *
      *  WHEN NO CARD IS SUPPLIED                                     *
       L2A-READ-CONTROL-CARD.
           MOVE 'S' TO CC-DATE-SOURCE.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS = '00'
               READ CTL-FILE
                   AT END
                       MOVE 'S' TO CC-DATE-SOURCE
               END-READ
               CLOSE CTL-FILE.

      *  LOADS THE STORE CODES FROM THE SHARED STORE MASTER THROUGH   *
      *  CBLSTORE - A BLANK STORE ON A RECEIPT IS THE FIRST ONE       *
       L2B-LOAD-STORES.
           MOVE 'N' TO CS-FUNC.
           CALL 'CBLSTORE' USING CBLSTORE-DATA.
           MOVE CS-COUNT TO STORE-CNT.
           IF STORE-CNT > 10
               MOVE 10 TO STORE-CNT.
           PERFORM L2B1-LOAD-ONE-STORE
               VARYING STORE-SUB FROM 1 BY 1
                   UNTIL STORE-SUB > STORE-CNT.

       L2B1-LOAD-ONE-STORE.
           MOVE 'E' TO CS-FUNC.
           MOVE STORE-SUB TO CS-ENTRY-NUM.
           CALL 'CBLSTORE' USING CBLSTORE-DATA.
           MOVE CS-STORE-CODE TO T-STORE-CODE(STORE-SUB).

       L2C-LOAD-VENDORS.
           MOVE 0 TO VT-TBL-CTR.
           OPEN INPUT VENDOR-FILE.
           IF WS-VM-STATUS = '00'
               PERFORM L2D-READ-VENDOR
                   UNTIL VM-EOF-SW = 'Y'
               CLOSE VENDOR-FILE.

       L2D-READ-VENDOR.
           READ VENDOR-FILE
               AT END
                   MOVE 'Y' TO VM-EOF-SW
               NOT AT END
                   IF VT-TBL-CTR < 50
                       ADD 1 TO VT-TBL-CTR
                       MOVE VM-VENDOR TO VT-VENDOR(VT-TBL-CTR)
                       MOVE VM-NAME TO VT-NAME(VT-TBL-CTR)
                       MOVE 0 TO VT-LEAD-DAYS(VT-TBL-CTR)
                       IF VM-LEAD-DAYS NUMERIC
                           MOVE VM-LEAD-DAYS TO VT-LEAD-DAYS(VT-TBL-CTR)
                       END-IF
                       MOVE VM-STATUS TO VT-STATUS(VT-TBL-CTR)
                       MOVE 0 TO VT-NEW-PO(VT-TBL-CTR)
                       MOVE 0 TO VT-NEW-LINE(VT-TBL-CTR)
                       MOVE 0 TO VT-OPEN-LINES(VT-TBL-CTR)
                       MOVE 0 TO VT-LATE-LINES(VT-TBL-CTR)
                       MOVE 0 TO VT-OPEN-VALUE(VT-TBL-CTR)
                   END-IF
           END-READ.

       L2E-LOAD-SOURCES.
           MOVE 0 TO SC-TBL-CTR.
           OPEN INPUT VENDOR-ITEM-FILE.
           IF WS-VI-STATUS = '00'
               PERFORM L2F-READ-SOURCE
                   UNTIL VI-EOF-SW = 'Y'
               CLOSE VENDOR-ITEM-FILE.

       L2F-READ-SOURCE.
           READ VENDOR-ITEM-FILE
               AT END
                   MOVE 'Y' TO VI-EOF-SW
               NOT AT END
                   IF SC-TBL-CTR < 200 AND VI-UNIT-COST NUMERIC
                       AND VI-ITEM NUMERIC
                           ADD 1 TO SC-TBL-CTR
                           MOVE VI-VENDOR TO SC-VENDOR(SC-TBL-CTR)
                           MOVE VI-LINE TO SC-LINE(SC-TBL-CTR)
                           MOVE VI-ITEM TO SC-ITEM(SC-TBL-CTR)
                           MOVE VI-UNIT-COST TO SC-UNIT-COST(SC-TBL-CTR)
                           MOVE 0 TO SC-ORDER-MULT(SC-TBL-CTR)
                           IF VI-ORDER-MULT NUMERIC
                               MOVE VI-ORDER-MULT
                                   TO SC-ORDER-MULT(SC-TBL-CTR)
                           END-IF
                   END-IF
           END-READ.

       L2G-LOAD-PO-LINES.
           MOVE 0 TO PT-TBL-CTR.
           MOVE 0 TO C-LAST-PO.
           OPEN INPUT PO-LINE-FILE.
           IF WS-PL-STATUS = '00'
               PERFORM L2H-READ-PO-LINE
                   UNTIL PL-EOF-SW = 'Y'
               CLOSE PO-LINE-FILE.

       L2H-READ-PO-LINE.
           READ PO-LINE-FILE
               AT END
                   MOVE 'Y' TO PL-EOF-SW
               NOT AT END
                   IF PT-TBL-CTR < 999
                       ADD 1 TO PT-TBL-CTR
                       MOVE PO-LINE-REC TO PT-ENTRY(PT-TBL-CTR)
                       IF PL-PO-NUM > C-LAST-PO
                           MOVE PL-PO-NUM TO C-LAST-PO
                       END-IF
                   ELSE
                       MOVE 'N' TO PT-TABLE-OK-SW
                       MOVE 'Y' TO PL-EOF-SW
                   END-IF
           END-READ.

      *  THE CONTROL RECORD CARRIES THE LAST NUMBER GIVEN OUT SO A    *
      *  NUMBER IS NEVER REUSED ONCE ITS LINES ARE GONE; WITHOUT ONE  *
      *  THE HIGHEST NUMBER ON FILE CARRIES ON                        *
       L2I-LOAD-PO-CONTROL.
           OPEN INPUT PO-CONTROL-FILE.
           IF WS-PN-STATUS = '00'
               READ PO-CONTROL-FILE
                   NOT AT END
                       IF PN-LAST-PO NUMERIC
                           AND PN-LAST-PO > C-LAST-PO
                               MOVE PN-LAST-PO TO C-LAST-PO
                       END-IF
               END-READ
               CLOSE PO-CONTROL-FILE.

       L2K-LOAD-SUGGESTIONS.
           MOVE 0 TO SG-TBL-CTR.
           OPEN INPUT SUGG-FILE.
           IF WS-SG-STATUS = '00'
               PERFORM L2L-READ-SUGGESTION
                   UNTIL SG-EOF-SW = 'Y'
               CLOSE SUGG-FILE.

       L2L-READ-SUGGESTION.
           READ SUGG-FILE
               AT END
                   MOVE 'Y' TO SG-EOF-SW
               NOT AT END
                   IF SG-TBL-CTR < 500
                       ADD 1 TO SG-TBL-CTR
                       MOVE SUGG-REC TO SG-DATA(SG-TBL-CTR)
                       MOVE 'N' TO SG-DONE-SW(SG-TBL-CTR)
                   END-IF
           END-READ.

       L3-APPLY-APPROVALS.
           READ APPROVAL-FILE
               AT END
                   MOVE 'Y' TO PA-EOF-SW
               NOT AT END
                   ADD 1 TO C-APPR-READ-CTR
                   PERFORM L4-APPLY-ONE-APPROVAL THRU L4-APPLY-EXIT
                   PERFORM L4X-WRITE-APPROVAL.

      *  VALIDATES ONE BUYER DECISION AND, FOR AN APPROVAL, ADDS THE  *
      *  LINE TO THE VENDOR'S PURCHASE ORDER FOR THE DAY; A BAD ONE   *
      *  GOES ON THE LIST AS REJECTED SO THE COUNT STILL PROVES OUT   *
       L4-APPLY-ONE-APPROVAL.
           EVALUATE TRUE
               WHEN PA-APPROVE
                   MOVE 'APPROVE' TO O-AP-ACTION
               WHEN PA-DECLINE
                   MOVE 'DECLINE' TO O-AP-ACTION
               WHEN OTHER
                   MOVE PA-ACTION TO O-AP-ACTION
           END-EVALUATE.
           MOVE PA-SUGG-NUM TO O-AP-SUGG.
           MOVE PA-VENDOR TO O-AP-VENDOR.
           MOVE SPACES TO O-AP-DESC.
           MOVE SPACES TO O-AP-STORE.
           MOVE PA-QTY TO O-AP-QTY.
           MOVE 0 TO O-AP-COST.
           MOVE PA-BUYER TO O-AP-BUYER.

           IF PT-TABLE-OK-SW = 'N'
               MOVE 'REJECTED - PURCHASE ORDER FILE FULL'
                   TO C-POST-STATUS
               GO TO L4-APPLY-EXIT.
           MOVE 0 TO C-SG-SUB.
           IF PA-SUGG-NUM IS NUMERIC
               PERFORM L4C-FIND-SUGGESTION
                   VARYING SC-SUB FROM 1 BY 1
                       UNTIL SC-SUB > SG-TBL-CTR OR C-SG-SUB > 0.
           IF C-SG-SUB = 0
               MOVE 'REJECTED - SUGGESTION NOT ON FILE'
                   TO C-POST-STATUS
               GO TO L4-APPLY-EXIT.
           MOVE SG-DESC(C-SG-SUB) TO O-AP-DESC.
           MOVE SG-STORE(C-SG-SUB) TO O-AP-STORE.
           IF SG-DONE-SW(C-SG-SUB) = 'Y'
               MOVE 'REJECTED - SUGGESTION ALREADY ACTED ON'
                   TO C-POST-STATUS
               GO TO L4-APPLY-EXIT.
           IF PA-BUYER = SPACES
               MOVE 'REJECTED - BUYER INITIALS MISSING'
                   TO C-POST-STATUS
               GO TO L4-APPLY-EXIT.
           IF NOT PA-APPROVE AND NOT PA-DECLINE
               MOVE 'REJECTED - ACTION MUST BE A OR D'
                   TO C-POST-STATUS
               GO TO L4-APPLY-EXIT.

           IF PA-DECLINE
               MOVE 'Y' TO SG-DONE-SW(C-SG-SUB)
               MOVE SG-VENDOR(C-SG-SUB) TO O-AP-VENDOR
               ADD 1 TO C-DECLINED-CTR
               MOVE 'DECLINED' TO C-POST-STATUS
               GO TO L4-APPLY-EXIT.

      *  A VENDOR KEYED ON THE APPROVAL OVERRIDES THE SUGGESTED ONE  *
           IF PA-VENDOR = SPACES
               MOVE SG-VENDOR(C-SG-SUB) TO C-ORDER-VENDOR
           ELSE
               MOVE PA-VENDOR TO C-ORDER-VENDOR.
           MOVE C-ORDER-VENDOR TO O-AP-VENDOR.
           MOVE C-ORDER-VENDOR TO C-LOOKUP-VENDOR.
           PERFORM L4A-FIND-VENDOR.
           IF C-VEND-SUB = 0
               MOVE 'REJECTED - VENDOR NOT ON FILE' TO C-POST-STATUS
               GO TO L4-APPLY-EXIT.
           IF VT-STATUS(C-VEND-SUB) NOT = 'A'
               MOVE 'REJECTED - VENDOR NOT ACTIVE' TO C-POST-STATUS
               GO TO L4-APPLY-EXIT.
           MOVE SG-LINE(C-SG-SUB) TO C-MATCH-LINE.
           MOVE SG-ITEM(C-SG-SUB) TO C-MATCH-ITEM.
           PERFORM L4B-FIND-SOURCE.
           IF C-SRC-SUB = 0
               MOVE 'REJECTED - VENDOR DOES NOT SUPPLY ITEM'
                   TO C-POST-STATUS
               GO TO L4-APPLY-EXIT.
           MOVE SC-UNIT-COST(C-SRC-SUB) TO O-AP-COST.

      *  A QUANTITY KEYED ON THE APPROVAL OVERRIDES THE SUGGESTED ONE *
           IF PA-QTY = SPACES OR PA-QTY = ZEROS
               MOVE SG-QTY(C-SG-SUB) TO C-ORDER-QTY
           ELSE
               IF PA-QTY IS NOT NUMERIC
                   MOVE 'REJECTED - QUANTITY NOT VALID'
                       TO C-POST-STATUS
                   GO TO L4-APPLY-EXIT
               ELSE
                   MOVE PA-QTY-N TO C-ORDER-QTY.
           MOVE C-ORDER-QTY TO C-QTY-ED.
           MOVE C-QTY-ED TO O-AP-QTY.
           IF PT-TBL-CTR NOT < 999
               MOVE 'REJECTED - PURCHASE ORDER FILE FULL'
                   TO C-POST-STATUS
               GO TO L4-APPLY-EXIT.

           PERFORM L4D-ADD-PO-LINE.
           MOVE 'Y' TO SG-DONE-SW(C-SG-SUB).
           ADD 1 TO C-APPROVED-CTR.
           MOVE SPACES TO C-POST-STATUS.
           STRING 'APPROVED - PO ' DELIMITED BY SIZE
               PT-PO-NUM(PT-TBL-CTR) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               PT-LINE-NUM(PT-TBL-CTR) DELIMITED BY SIZE
               INTO C-POST-STATUS.

       L4-APPLY-EXIT.
           EXIT.

      *  FINDS C-LOOKUP-VENDOR ON THE VENDOR TABLE, LEAVING ITS SLOT  *
      *  IN C-VEND-SUB (0 = NOT ON THE MASTER)                        *
       L4A-FIND-VENDOR.
           MOVE 0 TO C-VEND-SUB.
           PERFORM L4A1-MATCH-VENDOR
               VARYING VT-SUB FROM 1 BY 1
                   UNTIL VT-SUB > VT-TBL-CTR OR C-VEND-SUB > 0.

       L4A1-MATCH-VENDOR.
           IF VT-VENDOR(VT-SUB) = C-LOOKUP-VENDOR
               MOVE VT-SUB TO C-VEND-SUB.

      *  FINDS WHAT C-ORDER-VENDOR CHARGES FOR C-MATCH-LINE AND       *
      *  C-MATCH-ITEM, LEAVING ITS SLOT IN C-SRC-SUB (0 = NONE)       *
       L4B-FIND-SOURCE.
           MOVE 0 TO C-SRC-SUB.
           PERFORM L4B1-MATCH-SOURCE
               VARYING SC-SUB FROM 1 BY 1
                   UNTIL SC-SUB > SC-TBL-CTR OR C-SRC-SUB > 0.

       L4B1-MATCH-SOURCE.
           IF SC-VENDOR(SC-SUB) = C-ORDER-VENDOR
               AND SC-LINE(SC-SUB) = C-MATCH-LINE
               AND SC-ITEM(SC-SUB) = C-MATCH-ITEM
                   MOVE SC-SUB TO C-SRC-SUB.

       L4C-FIND-SUGGESTION.
           IF SG-SUGG-NUM(SC-SUB) = PA-SUGG-NUM-N
               MOVE SC-SUB TO C-SG-SUB.

      *  THE FIRST APPROVAL FOR A VENDOR TODAY OPENS A NEW PURCHASE   *
      *  ORDER FOR IT; THE REST BECOME FURTHER LINES ON THE SAME ONE  *
       L4D-ADD-PO-LINE.
           IF VT-NEW-PO(C-VEND-SUB) = 0
               ADD 1 TO C-LAST-PO
               MOVE C-LAST-PO TO VT-NEW-PO(C-VEND-SUB)
               ADD 1 TO C-NEW-PO-CTR
               MOVE 'Y' TO NEW-PO-SW.
           ADD 1 TO VT-NEW-LINE(C-VEND-SUB).
           ADD 1 TO PT-TBL-CTR.
           MOVE SPACES TO PT-ENTRY(PT-TBL-CTR).
           MOVE VT-NEW-PO(C-VEND-SUB) TO PT-PO-NUM(PT-TBL-CTR).
           MOVE VT-NEW-LINE(C-VEND-SUB) TO PT-LINE-NUM(PT-TBL-CTR).
           MOVE C-ORDER-VENDOR TO PT-VENDOR(PT-TBL-CTR).
           MOVE SG-LINE(C-SG-SUB) TO PT-LINE(PT-TBL-CTR).
           MOVE SG-ITEM(C-SG-SUB) TO PT-ITEM(PT-TBL-CTR).
           MOVE SG-STORE(C-SG-SUB) TO PT-STORE(PT-TBL-CTR).
           MOVE SG-DESC(C-SG-SUB) TO PT-DESC(PT-TBL-CTR).
           MOVE C-ORDER-QTY TO PT-QTY-ORDERED(PT-TBL-CTR).
           MOVE 0 TO PT-QTY-RECEIVED(PT-TBL-CTR).
           MOVE SC-UNIT-COST(C-SRC-SUB) TO PT-UNIT-COST(PT-TBL-CTR).
           MOVE WS-CURR-DATE-NUM TO PT-ORDER-DATE(PT-TBL-CTR).
           MOVE WS-CURR-DATE-NUM TO C-CHK-DATE-NUM.
           MOVE VT-LEAD-DAYS(C-VEND-SUB) TO C-ADD-CTR.
           PERFORM L5A-ADD-DAYS.
           MOVE C-CHK-DATE-NUM TO PT-EXPECT-DATE(PT-TBL-CTR).
           MOVE 'O' TO PT-STATUS(PT-TBL-CTR).
           MOVE PA-BUYER TO PT-BUYER(PT-TBL-CTR).
           MOVE 0 TO PT-LAST-RCPT-DATE(PT-TBL-CTR).
           MOVE 'Y' TO PO-CHANGED-SW.

       L4K-DAYS-IN-MONTH.
           MOVE T-MONTH-DAYS(C-CHK-MM) TO C-MONTH-DAYS.
           IF C-CHK-MM = 2
               DIVIDE C-CHK-YYYY BY 4 GIVING C-LEAP-QUOT
                   REMAINDER C-LEAP-REM
               IF C-LEAP-REM = 0
                   MOVE 29 TO C-MONTH-DAYS.

       L4X-WRITE-APPROVAL.
           IF C-POST-STATUS (1:8) = 'REJECTED'
               ADD 1 TO C-APPR-REJ-CTR.
           MOVE C-POST-STATUS TO O-AP-STATUS.
           WRITE PRTLINE FROM APPROVAL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8H-HEADINGS
                       WRITE PRTLINE FROM APPROVAL-HEADINGS
                           AFTER ADVANCING 2 LINES.

      *  TURNS SER-YYYY/MM/DD INTO A DAY NUMBER - THE SAME COUNT      *
      *  COBLSC01 FIGURES LEAD DAYS WITH                              *
       L5-DATE-TO-SERIAL.
           MULTIPLY SER-YYYY BY 365 GIVING SER-DAYS.
           DIVIDE SER-YYYY BY 4 GIVING SER-LEAP-QUOT
               REMAINDER SER-LEAP-REM.
           ADD SER-LEAP-QUOT TO SER-DAYS.
           EVALUATE SER-MM
               WHEN 2  ADD 31  TO SER-DAYS
               WHEN 3  ADD 59  TO SER-DAYS
               WHEN 4  ADD 90  TO SER-DAYS
               WHEN 5  ADD 120 TO SER-DAYS
               WHEN 6  ADD 151 TO SER-DAYS
               WHEN 7  ADD 181 TO SER-DAYS
               WHEN 8  ADD 212 TO SER-DAYS
               WHEN 9  ADD 243 TO SER-DAYS
               WHEN 10 ADD 273 TO SER-DAYS
               WHEN 11 ADD 304 TO SER-DAYS
               WHEN 12 ADD 334 TO SER-DAYS
           END-EVALUATE.
           ADD SER-DD TO SER-DAYS.
      *  THE LEAP DAY COUNTED BY THE DIVIDE HASN'T HAPPENED YET IN    *
      *  JANUARY OR FEBRUARY OF A LEAP YEAR                           *
           IF SER-LEAP-REM = 0 AND SER-MM < 3
               SUBTRACT 1 FROM SER-DAYS.

      *  STEPS C-CHK-DATE FORWARD C-ADD-CTR DAYS  *
       L5A-ADD-DAYS.
           PERFORM L5B-ADD-ONE-DAY
               C-ADD-CTR TIMES.

       L5B-ADD-ONE-DAY.
           PERFORM L4K-DAYS-IN-MONTH.
           IF C-CHK-DD < C-MONTH-DAYS
               ADD 1 TO C-CHK-DD
           ELSE
               MOVE 1 TO C-CHK-DD
               IF C-CHK-MM < 12
                   ADD 1 TO C-CHK-MM
               ELSE
                   MOVE 1 TO C-CHK-MM
                   ADD 1 TO C-CHK-YYYY.

      *  MATCHES THE DAY'S BOARD RECEIPTS, THEN PAINT RECEIPTS,       *
      *  AGAINST THE OPEN LINES AND PRINTS EVERY ONE THAT DOESN'T     *
      *  SQUARE WITH ITS ORDER                                        *
       L6-MATCH-RECEIPTS.
           MOVE 'RECEIPT EXCEPTIONS' TO O-SECTION-NAME.
           PERFORM L8H-HEADINGS.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM EXCEPTION-HEADINGS
               AFTER ADVANCING 1 LINE.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RCT-STATUS = '00'
               PERFORM L6A-READ-BOARD-RCPT
                   UNTIL RCT-EOF-SW = 'Y'
               CLOSE RECEIPT-FILE.
           OPEN INPUT PAINT-RCPT-FILE.
           IF WS-PR-STATUS = '00'
               PERFORM L6B-READ-PAINT-RCPT
                   UNTIL PR-EOF-SW = 'Y'
               CLOSE PAINT-RCPT-FILE.
           IF C-RCPT-SHORT-CTR = 0 AND C-RCPT-OVER-CTR = 0
               AND C-RCPT-UNORD-CTR = 0 AND C-RCPT-REJ-CTR = 0
                   MOVE 'EVERY RECEIPT MATCHED ITS ORDER'
                       TO O-NONE-TEXT
                   WRITE PRTLINE FROM NONE-LINE
                       AFTER ADVANCING 1 LINE.

       L6A-READ-BOARD-RCPT.
           READ RECEIPT-FILE
               AT END
                   MOVE 'Y' TO RCT-EOF-SW
               NOT AT END
                   ADD 1 TO C-RCPT-READ-CTR
                   PERFORM L6C-CHECK-BOARD-RCPT THRU L6C-CHECK-EXIT.

       L6B-READ-PAINT-RCPT.
           READ PAINT-RCPT-FILE
               AT END
                   MOVE 'Y' TO PR-EOF-SW
               NOT AT END
                   ADD 1 TO C-RCPT-READ-CTR
                   PERFORM L6D-CHECK-PAINT-RCPT THRU L6D-CHECK-EXIT.

      *  A BOARD RECEIPT THE DAILY RUN COULDN'T POST ISN'T MATCHED -   *
      *  IT IS LISTED AS REJECTED ALONGSIDE THE REAL EXCEPTIONS        *
       L6C-CHECK-BOARD-RCPT.
           MOVE 'B' TO C-MATCH-LINE.
           MOVE 'BOARDS' TO O-RX-LINE.
           MOVE SPACES TO C-MATCH-DESC.
           MOVE RC-STORE TO C-MATCH-STORE.
           MOVE 0 TO C-RCPT-QTY.
           IF RC-QTY NUMERIC
               MOVE RC-QTY TO C-RCPT-QTY.
           IF RC-BOARD IS NOT NUMERIC OR RC-BOARD < 1
               OR RC-BOARD > BOARD-CNT
                   MOVE 'BOARD NOT VALID' TO O-RX-NOTE
                   PERFORM L6R-REJECT-RECEIPT
                   GO TO L6C-CHECK-EXIT.
           IF NOT T-ON-CATALOG(RC-BOARD)
               MOVE 'BOARD NOT VALID' TO O-RX-NOTE
               PERFORM L6R-REJECT-RECEIPT
               GO TO L6C-CHECK-EXIT.
           MOVE RC-BOARD TO C-MATCH-ITEM.
           MOVE T-NAME(RC-BOARD) TO C-MATCH-DESC.
           IF RC-QTY IS NOT NUMERIC
               MOVE 'QUANTITY NOT VALID' TO O-RX-NOTE
               PERFORM L6R-REJECT-RECEIPT
               GO TO L6C-CHECK-EXIT.
           IF RC-STORE = SPACES AND STORE-CNT > 0
               MOVE T-STORE-CODE(1) TO C-MATCH-STORE.
           MOVE 'N' TO C-STORE-FOUND.
           PERFORM L6C1-MATCH-STORE
               VARYING STORE-SUB FROM 1 BY 1
                   UNTIL STORE-SUB > STORE-CNT.
           IF C-STORE-FOUND = 'N'
               MOVE 'STORE NOT ON FILE' TO O-RX-NOTE
               PERFORM L6R-REJECT-RECEIPT
               GO TO L6C-CHECK-EXIT.
           PERFORM L6M-MATCH-RECEIPT.

       L6C-CHECK-EXIT.
           EXIT.

       L6C1-MATCH-STORE.
           IF T-STORE-CODE(STORE-SUB) = C-MATCH-STORE
               MOVE 'Y' TO C-STORE-FOUND.

       L6D-CHECK-PAINT-RCPT.
           MOVE 'P' TO C-MATCH-LINE.
           MOVE 'PAINT' TO O-RX-LINE.
           MOVE SPACES TO C-MATCH-STORE.
           MOVE 0 TO C-RCPT-QTY.
           IF PR-GALS NUMERIC
               MOVE PR-GALS TO C-RCPT-QTY.
           MOVE SPACES TO C-MATCH-DESC.
           IF PR-TIER IS NOT NUMERIC OR PR-TIER < 1 OR PR-TIER > 3
               MOVE 'TIER NOT VALID' TO O-RX-NOTE
               PERFORM L6R-REJECT-RECEIPT
               GO TO L6D-CHECK-EXIT.
           MOVE PR-TIER TO C-MATCH-ITEM.
           STRING 'PAINT TIER ' DELIMITED BY SIZE
               PR-TIER DELIMITED BY SIZE
               INTO C-MATCH-DESC.
           IF PR-GALS IS NOT NUMERIC
               MOVE 'QUANTITY NOT VALID' TO O-RX-NOTE
               PERFORM L6R-REJECT-RECEIPT
               GO TO L6D-CHECK-EXIT.
           PERFORM L6M-MATCH-RECEIPT.

       L6D-CHECK-EXIT.
           EXIT.

      *  SPREADS A RECEIPT OVER THE ITEM'S OPEN LINES FOR THE STORE,   *
      *  OLDEST ORDER FIRST. NOTHING OPEN = UNORDERED; MORE THAN WAS   *
      *  OPEN = OVER, THE EXCESS BOOKED TO THE LAST LINE IT CLOSED;    *
      *  LESS THAN THE LINE IT LANDED ON = SHORT, THE LINE STAYS OPEN  *
      *  FOR THE BALANCE                                               *
       L6M-MATCH-RECEIPT.
           MOVE C-RCPT-QTY TO C-RCPT-LEFT.
           MOVE 0 TO C-HIT-SUB.
           IF PT-TABLE-OK-SW = 'Y'
               PERFORM L6N-MATCH-ONE-LINE
                   VARYING PT-SUB FROM 1 BY 1
                       UNTIL PT-SUB > PT-TBL-CTR OR C-RCPT-LEFT = 0.
           MOVE C-MATCH-DESC TO O-RX-DESC.
           MOVE C-MATCH-STORE TO O-RX-STORE.
           MOVE C-RCPT-QTY TO O-RX-QTY.
           IF C-HIT-SUB = 0
               ADD 1 TO C-RCPT-UNORD-CTR
               MOVE 'UNORDERED' TO O-RX-TYPE
               MOVE SPACES TO O-RX-PO-NUM O-RX-PO-DASH O-RX-PO-LINE
               MOVE 0 TO O-RX-ORDERED O-RX-RECVD O-RX-VAR
               MOVE 'NO OPEN PURCHASE ORDER LINE' TO O-RX-NOTE
               PERFORM L6X-WRITE-EXCEPTION
           ELSE
               IF C-RCPT-LEFT > 0
                   ADD C-RCPT-LEFT TO PT-QTY-RECEIVED(C-HIT-SUB)
                   ADD 1 TO C-RCPT-OVER-CTR
                   MOVE 'OVER' TO O-RX-TYPE
                   MOVE C-RCPT-LEFT TO O-RX-VAR
                   MOVE 'MORE THAN WAS ON ORDER' TO O-RX-NOTE
                   PERFORM L6P-SET-PO-FIELDS
                   PERFORM L6X-WRITE-EXCEPTION
               ELSE
                   IF PT-STATUS(C-HIT-SUB) = 'O'
                       ADD 1 TO C-RCPT-SHORT-CTR
                       MOVE 'SHORT' TO O-RX-TYPE
                       SUBTRACT PT-QTY-RECEIVED(C-HIT-SUB)
                           FROM PT-QTY-ORDERED(C-HIT-SUB)
                           GIVING C-LINE-OPEN
                       MOVE C-LINE-OPEN TO O-RX-VAR
                       MOVE 'BALANCE STILL ON ORDER' TO O-RX-NOTE
                       PERFORM L6P-SET-PO-FIELDS
                       PERFORM L6X-WRITE-EXCEPTION
                   ELSE
                       ADD 1 TO C-RCPT-CLEAN-CTR.

       L6N-MATCH-ONE-LINE.
           IF PT-STATUS(PT-SUB) = 'O'
               AND PT-LINE(PT-SUB) = C-MATCH-LINE
               AND PT-ITEM(PT-SUB) = C-MATCH-ITEM
               AND PT-STORE(PT-SUB) = C-MATCH-STORE
                   SUBTRACT PT-QTY-RECEIVED(PT-SUB)
                       FROM PT-QTY-ORDERED(PT-SUB)
                       GIVING C-LINE-OPEN
                   IF C-RCPT-LEFT < C-LINE-OPEN
                       MOVE C-RCPT-LEFT TO C-TAKE-QTY
                   ELSE
                       MOVE C-LINE-OPEN TO C-TAKE-QTY
                   END-IF
                   ADD C-TAKE-QTY TO PT-QTY-RECEIVED(PT-SUB)
                   SUBTRACT C-TAKE-QTY FROM C-RCPT-LEFT
                   MOVE WS-CURR-DATE-NUM TO PT-LAST-RCPT-DATE(PT-SUB)
                   IF PT-QTY-RECEIVED(PT-SUB)
                       NOT < PT-QTY-ORDERED(PT-SUB)
                           MOVE 'C' TO PT-STATUS(PT-SUB)
                   END-IF
                   MOVE PT-SUB TO C-HIT-SUB
                   MOVE 'Y' TO PO-CHANGED-SW.

       L6P-SET-PO-FIELDS.
           MOVE PT-PO-NUM(C-HIT-SUB) TO O-RX-PO-NUM.
           MOVE '-' TO O-RX-PO-DASH.
           MOVE PT-LINE-NUM(C-HIT-SUB) TO O-RX-PO-LINE.
           MOVE PT-QTY-ORDERED(C-HIT-SUB) TO O-RX-ORDERED.
           MOVE PT-QTY-RECEIVED(C-HIT-SUB) TO O-RX-RECVD.

       L6R-REJECT-RECEIPT.
           ADD 1 TO C-RCPT-REJ-CTR.
           MOVE 'REJECTED' TO O-RX-TYPE.
           MOVE C-MATCH-DESC TO O-RX-DESC.
           MOVE C-MATCH-STORE TO O-RX-STORE.
           MOVE C-RCPT-QTY TO O-RX-QTY.
           MOVE SPACES TO O-RX-PO-NUM O-RX-PO-DASH O-RX-PO-LINE.
           MOVE 0 TO O-RX-ORDERED O-RX-RECVD O-RX-VAR.
           PERFORM L6X-WRITE-EXCEPTION.

       L6X-WRITE-EXCEPTION.
           WRITE PRTLINE FROM EXCEPTION-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8H-HEADINGS
                       WRITE PRTLINE FROM EXCEPTION-HEADINGS
                           AFTER ADVANCING 2 LINES.

      *  TURNS EACH REORDER SIGNAL INTO A SUGGESTED ORDER: ENOUGH TO  *
      *  BRING THE ITEM BACK UP TO TWICE ITS REORDER POINT, LESS WHAT *
      *  IS ALREADY ON ORDER, ROUNDED UP TO THE VENDOR'S MULTIPLE     *
       L7-SUGGEST-ORDERS.
           MOVE 'SUGGESTED ORDERS FOR BUYER APPROVAL' TO O-SECTION-NAME.
           PERFORM L8H-HEADINGS.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SUGG-HEADINGS
               AFTER ADVANCING 1 LINE.
           MOVE 0 TO C-SUGG-CTR.
           OPEN OUTPUT SUGG-FILE.
           MOVE 'BRDREORD.DAT' TO SIG-FILE-NAME.
           PERFORM L7A-READ-SIGNAL-FILE.
           MOVE 'PNTREORD.DAT' TO SIG-FILE-NAME.
           PERFORM L7A-READ-SIGNAL-FILE.
           CLOSE SUGG-FILE.
           IF C-SIG-READ-CTR = 0
               MOVE 'NOTHING AT ITS REORDER POINT' TO O-NONE-TEXT
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE.

       L7A-READ-SIGNAL-FILE.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT SIG-FILE.
           IF WS-RS-STATUS = '00'
               PERFORM L7B-READ-SIGNAL
                   UNTIL RS-EOF-SW = 'Y'
               CLOSE SIG-FILE.

       L7B-READ-SIGNAL.
           READ SIG-FILE
               AT END
                   MOVE 'Y' TO RS-EOF-SW
               NOT AT END
                   ADD 1 TO C-SIG-READ-CTR
                   PERFORM L7C-SUGGEST-ONE.

       L7C-SUGGEST-ONE.
           MOVE RS-LINE TO C-MATCH-LINE.
           MOVE RS-ITEM TO C-MATCH-ITEM.
           MOVE RS-STORE TO C-MATCH-STORE.
           MOVE 0 TO C-ON-ORDER.
           PERFORM L7D-ADD-ON-ORDER
               VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-TBL-CTR.
           MULTIPLY RS-REORDER-PT BY 2 GIVING C-TARGET-QTY.
           SUBTRACT RS-AVAIL C-ON-ORDER FROM C-TARGET-QTY
               GIVING C-SUGG-QTY.

           MOVE SPACES TO SUGG-LINE.
           MOVE RS-DESC TO O-SG-DESC.
           MOVE RS-STORE TO O-SG-STORE.
           MOVE RS-AVAIL TO O-SG-AVAIL.
           MOVE RS-REORDER-PT TO O-SG-REORDER.
           MOVE C-ON-ORDER TO O-SG-ON-ORDER.
           MOVE 0 TO O-SG-NUM O-SG-QTY O-SG-COST O-SG-EXT.

           IF C-SUGG-QTY NOT > 0
               ADD 1 TO C-COVERED-CTR
               MOVE 'COVERED BY OPEN ORDERS' TO O-SG-NOTE
           ELSE
               PERFORM L7E-PICK-VENDOR
               IF C-SRC-SUB = 0
                   ADD 1 TO C-NO-VENDOR-CTR
                   MOVE C-SUGG-QTY TO O-SG-QTY
                   MOVE 'NO ACTIVE VENDOR' TO O-SG-NOTE
               ELSE
                   PERFORM L7G-WRITE-SUGGESTION.
           PERFORM L7H-PRINT-SUGGESTION.

      *  WHAT IS STILL TO COME IN ON THE ITEM'S OPEN LINES  *
       L7D-ADD-ON-ORDER.
           IF PT-STATUS(PT-SUB) = 'O'
               AND PT-LINE(PT-SUB) = C-MATCH-LINE
               AND PT-ITEM(PT-SUB) = C-MATCH-ITEM
               AND PT-STORE(PT-SUB) = C-MATCH-STORE
                   ADD PT-QTY-ORDERED(PT-SUB) TO C-ON-ORDER
                   SUBTRACT PT-QTY-RECEIVED(PT-SUB) FROM C-ON-ORDER.

      *  THE CHEAPEST ACTIVE VENDOR FOR THE ITEM, THE FIRST LISTED    *
      *  WINNING A TIE, LEFT IN C-SRC-SUB (0 = NONE)                  *
       L7E-PICK-VENDOR.
           MOVE 0 TO C-SRC-SUB.
           PERFORM L7F-CHECK-SOURCE
               VARYING SC-SUB FROM 1 BY 1
                   UNTIL SC-SUB > SC-TBL-CTR.

       L7F-CHECK-SOURCE.
           IF SC-LINE(SC-SUB) = C-MATCH-LINE
               AND SC-ITEM(SC-SUB) = C-MATCH-ITEM
                   MOVE SC-VENDOR(SC-SUB) TO C-LOOKUP-VENDOR
                   PERFORM L4A-FIND-VENDOR
                   IF C-VEND-SUB > 0
                       IF VT-STATUS(C-VEND-SUB) = 'A'
                           IF C-SRC-SUB = 0
                               OR SC-UNIT-COST(SC-SUB) < C-BEST-COST
                                   MOVE SC-SUB TO C-SRC-SUB
                                   MOVE SC-UNIT-COST(SC-SUB)
                                       TO C-BEST-COST.

       L7G-WRITE-SUGGESTION.
           IF SC-ORDER-MULT(C-SRC-SUB) > 1
               DIVIDE C-SUGG-QTY BY SC-ORDER-MULT(C-SRC-SUB)
                   GIVING C-MULT-QUOT REMAINDER C-MULT-REM
               IF C-MULT-REM > 0
                   ADD 1 TO C-MULT-QUOT
                   MULTIPLY C-MULT-QUOT BY SC-ORDER-MULT(C-SRC-SUB)
                       GIVING C-SUGG-QTY.
           ADD 1 TO C-SUGG-CTR.
           MOVE SPACES TO SUGG-REC.
           MOVE C-SUGG-CTR TO PS-SUGG-NUM.
           MOVE SC-VENDOR(C-SRC-SUB) TO PS-VENDOR.
           MOVE C-MATCH-LINE TO PS-LINE.
           MOVE C-MATCH-ITEM TO PS-ITEM.
           MOVE C-MATCH-STORE TO PS-STORE.
           MOVE RS-DESC TO PS-DESC.
           MOVE C-SUGG-QTY TO PS-QTY.
           MOVE SC-UNIT-COST(C-SRC-SUB) TO PS-UNIT-COST.
           MOVE WS-CURR-DATE-NUM TO PS-DATE.
           WRITE SUGG-REC.

           MOVE C-SUGG-CTR TO O-SG-NUM.
           MOVE PS-VENDOR TO O-SG-VENDOR.
           MOVE PS-QTY TO O-SG-QTY.
           MOVE PS-UNIT-COST TO O-SG-COST.
           MULTIPLY PS-QTY BY PS-UNIT-COST GIVING C-EXT-COST.
           MOVE C-EXT-COST TO O-SG-EXT.
      *  WHEN IT WOULD ARRIVE IF THE BUYER APPROVES IT TOMORROW  *
           MOVE PS-VENDOR TO C-LOOKUP-VENDOR.
           PERFORM L4A-FIND-VENDOR.
           MOVE WS-CURR-DATE-NUM TO C-CHK-DATE-NUM.
           MOVE VT-LEAD-DAYS(C-VEND-SUB) TO C-ADD-CTR.
           ADD 1 TO C-ADD-CTR.
           PERFORM L5A-ADD-DAYS.
           MOVE C-CHK-YYYY TO O-SG-DUE-YYYY.
           MOVE '/' TO O-SG-DUE-SL1.
           MOVE C-CHK-MM TO O-SG-DUE-MM.
           MOVE '/' TO O-SG-DUE-SL2.
           MOVE C-CHK-DD TO O-SG-DUE-DD.

       L7H-PRINT-SUGGESTION.
           WRITE PRTLINE FROM SUGG-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8H-HEADINGS
                       WRITE PRTLINE FROM SUGG-HEADINGS
                           AFTER ADVANCING 2 LINES.

      *  EVERY OPEN LINE, VENDOR BY VENDOR, WITH HOW LATE IT IS, THEN *
      *  ANY OPEN LINE WHOSE VENDOR HAS SINCE LEFT THE MASTER         *
       L8-AGING-REPORT.
           MOVE 'OPEN PURCHASE ORDER AGING BY VENDOR' TO O-SECTION-NAME.
           PERFORM L8H-HEADINGS.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM L8A-AGE-VENDOR
               VARYING VT-SUB FROM 1 BY 1
                   UNTIL VT-SUB > VT-TBL-CTR.
           PERFORM L8D-AGE-ORPHAN-LINE
               VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-TBL-CTR.
           IF C-OPEN-LINE-CTR = 0
               MOVE 'NO PURCHASE ORDER LINES OPEN' TO O-NONE-TEXT
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 LINES.

       L8A-AGE-VENDOR.
           MOVE 0 TO VT-OPEN-LINES(VT-SUB).
           PERFORM L8B-COUNT-VENDOR-LINE
               VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-TBL-CTR.
           IF VT-OPEN-LINES(VT-SUB) > 0
               MOVE VT-VENDOR(VT-SUB) TO O-VA-VENDOR
               MOVE VT-NAME(VT-SUB) TO O-VA-NAME
               MOVE VT-LEAD-DAYS(VT-SUB) TO O-VA-LEAD
               WRITE PRTLINE FROM VENDOR-AGING-HDR
                   AFTER ADVANCING 2 LINES
               WRITE PRTLINE FROM AGING-HEADINGS
                   AFTER ADVANCING 1 LINE
               MOVE 0 TO VT-OPEN-LINES(VT-SUB)
               PERFORM L8C-AGE-VENDOR-LINE
                   VARYING PT-SUB FROM 1 BY 1
                       UNTIL PT-SUB > PT-TBL-CTR
               MOVE VT-OPEN-LINES(VT-SUB) TO O-VT-OPEN
               MOVE VT-LATE-LINES(VT-SUB) TO O-VT-LATE
               MOVE VT-OPEN-VALUE(VT-SUB) TO O-VT-VALUE
               WRITE PRTLINE FROM VENDOR-AGING-TOTAL
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L8H-HEADINGS.

       L8B-COUNT-VENDOR-LINE.
           IF PT-STATUS(PT-SUB) = 'O'
               AND PT-VENDOR(PT-SUB) = VT-VENDOR(VT-SUB)
                   ADD 1 TO VT-OPEN-LINES(VT-SUB).

       L8C-AGE-VENDOR-LINE.
           IF PT-STATUS(PT-SUB) = 'O'
               AND PT-VENDOR(PT-SUB) = VT-VENDOR(VT-SUB)
                   ADD 1 TO VT-OPEN-LINES(VT-SUB)
                   PERFORM L8E-PRINT-AGING-LINE
                   SUBTRACT PT-QTY-RECEIVED(PT-SUB)
                       FROM PT-QTY-ORDERED(PT-SUB)
                       GIVING C-LINE-OPEN
                   MULTIPLY C-LINE-OPEN BY PT-UNIT-COST(PT-SUB)
                       GIVING C-EXT-COST
                   ADD C-EXT-COST TO VT-OPEN-VALUE(VT-SUB)
                   IF C-DAYS-LATE > 0
                       ADD 1 TO VT-LATE-LINES(VT-SUB).

       L8D-AGE-ORPHAN-LINE.
           IF PT-STATUS(PT-SUB) = 'O'
               MOVE PT-VENDOR(PT-SUB) TO C-LOOKUP-VENDOR
               PERFORM L4A-FIND-VENDOR
               IF C-VEND-SUB = 0
                   IF ORPHAN-HDR-SW = 'N'
                       MOVE 'Y' TO ORPHAN-HDR-SW
                       MOVE SPACES TO O-VA-VENDOR
                       MOVE 'NOT ON THE VENDOR MASTER' TO O-VA-NAME
                       MOVE 0 TO O-VA-LEAD
                       WRITE PRTLINE FROM VENDOR-AGING-HDR
                           AFTER ADVANCING 2 LINES
                       WRITE PRTLINE FROM AGING-HEADINGS
                           AFTER ADVANCING 1 LINE
                   END-IF
                   PERFORM L8E-PRINT-AGING-LINE.

       L8E-PRINT-AGING-LINE.
           ADD 1 TO C-OPEN-LINE-CTR.
           MOVE PT-PO-NUM(PT-SUB) TO O-AG-PO-NUM.
           MOVE PT-LINE-NUM(PT-SUB) TO O-AG-PO-LINE.
           MOVE PT-DESC(PT-SUB) TO O-AG-DESC.
           MOVE PT-STORE(PT-SUB) TO O-AG-STORE.
           MOVE PT-QTY-ORDERED(PT-SUB) TO O-AG-ORDERED.
           MOVE PT-QTY-RECEIVED(PT-SUB) TO O-AG-RECVD.
           SUBTRACT PT-QTY-RECEIVED(PT-SUB) FROM PT-QTY-ORDERED(PT-SUB)
               GIVING C-LINE-OPEN.
           MOVE C-LINE-OPEN TO O-AG-OPEN.
           MOVE PT-ORDER-DATE(PT-SUB) (1:4) TO O-AG-ORD-YYYY.
           MOVE PT-ORDER-DATE(PT-SUB) (5:2) TO O-AG-ORD-MM.
           MOVE PT-ORDER-DATE(PT-SUB) (7:2) TO O-AG-ORD-DD.
           MOVE PT-EXPECT-DATE(PT-SUB) (1:4) TO O-AG-EXP-YYYY.
           MOVE PT-EXPECT-DATE(PT-SUB) (5:2) TO O-AG-EXP-MM.
           MOVE PT-EXPECT-DATE(PT-SUB) (7:2) TO O-AG-EXP-DD.
           MOVE PT-EXPECT-DATE(PT-SUB) (1:4) TO SER-YYYY.
           MOVE PT-EXPECT-DATE(PT-SUB) (5:2) TO SER-MM.
           MOVE PT-EXPECT-DATE(PT-SUB) (7:2) TO SER-DD.
           PERFORM L5-DATE-TO-SERIAL.
           IF SER-DAYS < SER-TODAY
               SUBTRACT SER-DAYS FROM SER-TODAY GIVING C-DAYS-LATE
               ADD 1 TO C-LATE-LINE-CTR
               MOVE 'LATE' TO O-AG-LATE
           ELSE
               MOVE 0 TO C-DAYS-LATE
               MOVE SPACES TO O-AG-LATE.
           MOVE C-DAYS-LATE TO O-AG-DAYS-LATE.
           WRITE PRTLINE FROM AGING-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8H-HEADINGS
                       WRITE PRTLINE FROM AGING-HEADINGS
                           AFTER ADVANCING 2 LINES.

       L8H-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.

      *  THE PURCHASE ORDER FILE GOES BACK WHOLE AFTER A GENERATION   *
      *  BACKUP OF THE COPY IT REPLACES, AND THE LAST NUMBER GIVEN    *
      *  OUT IS CARRIED FORWARD                                       *
       L9A-SAVE-PO-LINES.
           MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE.
           MOVE 'L' TO GN-ORG.
           MOVE 'POLINE.DAT' TO GN-FILE-NAME.
           CALL 'CBLGEN' USING CBLGEN-DATA.
           OPEN OUTPUT PO-LINE-FILE.
           PERFORM L9B-WRITE-PO-LINE
               VARYING PT-SUB FROM 1 BY 1
                   UNTIL PT-SUB > PT-TBL-CTR.
           CLOSE PO-LINE-FILE.
           IF NEW-PO-SW = 'Y'
               OPEN OUTPUT PO-CONTROL-FILE
               MOVE SPACES TO PO-CONTROL-REC
               MOVE C-LAST-PO TO PN-LAST-PO
               WRITE PO-CONTROL-REC
               CLOSE PO-CONTROL-FILE.

       L9B-WRITE-PO-LINE.
           MOVE PT-ENTRY(PT-SUB) TO PO-LINE-REC.
           WRITE PO-LINE-REC.

      *  PROVES THE RUN PROCESSED WHAT IT WAS GIVEN: APPROVALS AND    *
      *  RECEIPTS READ MUST EQUAL APPROVALS ACTED ON PLUS RECEIPTS    *
      *  MATCHED OR REPORTED PLUS EVERYTHING REJECTED                  *
       L9-CLOSING.
           MOVE C-APPR-READ-CTR TO O-APPR-READ-CTR.
           MOVE C-APPROVED-CTR TO O-APPROVED-CTR.
           MOVE C-DECLINED-CTR TO O-DECLINED-CTR.
           MOVE C-APPR-REJ-CTR TO O-APPR-REJ-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE C-NEW-PO-CTR TO O-NEW-PO-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE C-RCPT-READ-CTR TO O-RCPT-READ-CTR.
           MOVE C-RCPT-CLEAN-CTR TO O-RCPT-CLEAN-CTR.
           MOVE C-RCPT-SHORT-CTR TO O-RCPT-SHORT-CTR.
           MOVE C-RCPT-OVER-CTR TO O-RCPT-OVER-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 2 LINES.
           MOVE C-RCPT-UNORD-CTR TO O-RCPT-UNORD-CTR.
           MOVE C-RCPT-REJ-CTR TO O-RCPT-REJ-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE C-SIG-READ-CTR TO O-SIG-READ-CTR.
           MOVE C-SUGG-CTR TO O-SUGG-CTR.
           MOVE C-COVERED-CTR TO O-COVERED-CTR.
           MOVE C-NO-VENDOR-CTR TO O-NO-VENDOR-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-5
               AFTER ADVANCING 2 LINES.
           MOVE C-OPEN-LINE-CTR TO O-OPEN-LINE-CTR.
           MOVE C-LATE-LINE-CTR TO O-LATE-LINE-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           IF PA-OPEN-SW = 'Y'
               CLOSE APPROVAL-FILE.
           CLOSE PRTOUT.

           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC37' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           ADD C-APPR-READ-CTR C-RCPT-READ-CTR GIVING RL-RECS-READ.
           ADD C-APPROVED-CTR C-DECLINED-CTR GIVING RL-RECS-OUT-1.
           ADD C-RCPT-CLEAN-CTR C-RCPT-SHORT-CTR C-RCPT-OVER-CTR
               C-RCPT-UNORD-CTR GIVING RL-RECS-OUT-2.
           ADD C-APPR-REJ-CTR C-RCPT-REJ-CTR GIVING RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
