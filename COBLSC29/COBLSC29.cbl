       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC29.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  BOOKING CONFIRMATION AND PRE-ARRIVAL REMINDER LETTERS. RUNS   *
      *  AFTER COBLSC01 (AND COBLSC30) AND WALKS THE RESERVATION       *
      *  MASTER, PRINTING ONE LETTER PER PAGE ON LETTERS.PRT:          *
      *    - A CONFIRMATION FOR EVERY BOOKING WHOSE CONFIRMATION       *
      *      NUMBER IS HIGHER THAN THE LAST ONE LETTERED, SHOWING THE  *
      *      STAY, THE SITE/TAX/FEE BREAKDOWN, THE DEPOSIT TAKEN AND   *
      *      WHEN ANY BALANCE ON BALDUE.DAT WILL BE CHARGED, AND THE   *
      *      CANCELLATION TIERS FROM CANFEE.DAT                        *
      *    - A REMINDER FOR EVERY BOOKING THAT CAME INTO THE REMINDER  *
      *      WINDOW (LETTER.DAT DAYS BEFORE ARRIVAL) SINCE THE LAST    *
      *      RUN, WITH THE CAMPGROUND'S CHECK-IN INSTRUCTIONS FROM     *
      *      CHECKIN.DAT AND ANY SITEOOS.DAT CLOSURE DURING THE STAY   *
      *  A LETTER TO A GUEST WITH AN ADDRESS ON THE GUEST MASTER ALSO  *
      *  GOES ON LABELS.DAT FOR THE MAILING LABELS. LTRCTL.DAT KEEPS   *
      *  THE LAST NUMBER LETTERED AND THE LAST RUN DATE, SO A RERUN    *
      *  NEVER SENDS A LETTER TWICE AND A MISSED DAY IS CAUGHT UP.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  THE LETTER PARAMETER CARD - DAYS BEFORE ARRIVAL THE         *
      *  REMINDER GOES OUT                                           *
           SELECT PARM-FILE
               ASSIGN TO 'LETTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

      *  WHERE THE LAST RUN LEFT OFF  *
           SELECT LTRCTL-FILE
               ASSIGN TO 'LTRCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.

      *  THE INDEXED RESERVATION MASTER COBLSC01 MAINTAINS  *
           SELECT CAMPRES-FILE
               ASSIGN TO 'CAMPRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-RES-KEY
               ALTERNATE RECORD KEY IS O-CONF-NUM
               FILE STATUS IS WS-RES-STATUS.

      *  BALANCES STILL TO BE BILLED BEFORE ARRIVAL  *
           SELECT BALDUE-FILE
               ASSIGN TO 'BALDUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

           SELECT DEPOSIT-FILE
               ASSIGN TO 'DEPOSIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-STATUS.

           SELECT FEE-MASTER
               ASSIGN TO 'CANFEE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.

           SELECT OOS-FILE
               ASSIGN TO 'SITEOOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OOS-STATUS.

      *  THE GUEST MASTER, FOR THE MAILING ADDRESS  *
           SELECT GUEST-FILE
               ASSIGN TO 'GUESTMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GM-STATUS.

      *  EACH CAMPGROUND'S CHECK-IN INSTRUCTIONS, AS THE OFFICE      *
      *  WANTS THEM WORDED                                           *
           SELECT CHECKIN-FILE
               ASSIGN TO 'CHECKIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CI-STATUS.

           SELECT LABEL-FILE
               ASSIGN TO 'LABELS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LB-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'LETTERS.PRT'
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

       FD  PARM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS PARM-REC.
       01  PARM-REC.
           05  LP-REMIND-DAYS      PIC 999.
           05  FILLER              PIC X(27).

      *  THE HIGHEST CONFIRMATION NUMBER ALREADY LETTERED AND THE     *
      *  PROCESSING DATE OF THE RUN THAT LETTERED IT                  *
       FD  LTRCTL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS LTRCTL-REC.
       01  LTRCTL-REC.
           05  LC-LAST-CONF        PIC 9(8).
           05  LC-LAST-RUN         PIC 9(8).
           05  FILLER              PIC X(14).

       FD  CAMPRES-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS VAL-REC.

      *  CPY FILE THAT CONTAINS VAL-REC LAYOUT, THE SAME COPYBOOK     *
      *  COBLSC01 USES TO MAINTAIN CAMPRES.DAT                        *
           COPY 'VAL.CPY'.

       FD  BALDUE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS BALDUE-REC.
       01  BALDUE-REC.
           05  BD-CAMPGROUND       PIC X(15).
           05  BD-SITE             PIC X(3).
           05  BD-DATE             PIC 9(8).
           05  BD-NAME             PIC X(27).
           05  BD-BAL-AMT          PIC 9(3)V99.
           05  BD-CCTYPE           PIC X.
           05  BD-TOKEN            PIC X(16).
           05  BD-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(7).

      *  THE DEPOSIT POLICY CARD - ONLY THE BILLING DAYS MATTER HERE  *
       FD  DEPOSIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS DEPOSIT-REC.
       01  DEPOSIT-REC.
           05  DP-LEAD-DAYS        PIC 999.
           05  DP-DEPOSIT-PCT      PIC 999.
           05  DP-BILL-DAYS        PIC 999.
           05  FILLER              PIC X(21).

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

      *  ONE OUT-OF-SERVICE CLOSURE: THE SITE, THE DATE RANGE IT IS  *
      *  DARK, AND MAINTENANCE'S REASON CODE                         *
       FD  OOS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS OOS-REC.
       01  OOS-REC.
           05  OS-CAMPGROUND       PIC X(15).
           05  OS-SITE             PIC X(3).
           05  OS-START-DATE       PIC 9(8).
           05  OS-END-DATE         PIC 9(8).
           05  OS-REASON           PIC X(2).
           05  FILLER              PIC X(4).

      *  THE SAME GUEST LAYOUT COBLSC01 CARRIES  *
       FD  GUEST-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS GUEST-REC.
       01  GUEST-REC.
           05  GM-NAME             PIC X(27).
           05  GM-STAY-CNT         PIC 9(5).
           05  GM-NIGHTS           PIC 9(6).
           05  GM-LAST-VISIT       PIC 9(8).
           05  FILLER              PIC X(14).
           05  GM-ADDRESS.
               10  GM-ADDR-1       PIC X(30).
               10  GM-ADDR-2       PIC X(30).
               10  GM-CITY         PIC X(20).
               10  GM-STATE        PIC X(2).
               10  GM-ZIP          PIC X(10).
           05  FILLER              PIC X(8).

      *  ONE LINE OF CHECK-IN INSTRUCTIONS. A BLANK CAMPGROUND MEANS  *
      *  THE HOUSE WORDING FOR ANY CAMPGROUND WITHOUT ITS OWN         *
       FD  CHECKIN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CHECKIN-REC.
       01  CHECKIN-REC.
           05  CI-CAMPGROUND       PIC X(15).
           05  CI-TEXT             PIC X(65).

      *  ONE MAILING LABEL: 'C' = CONFIRMATION, 'R' = REMINDER  *
       FD  LABEL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS LABEL-REC.
       01  LABEL-REC.
           05  LB-TYPE             PIC X.
           05  LB-CONF-NUM         PIC 9(8).
           05  LB-NAME             PIC X(27).
           05  LB-ADDRESS.
               10  LB-ADDR-1       PIC X(30).
               10  LB-ADDR-2       PIC X(30).
               10  LB-CITY         PIC X(20).
               10  LB-STATE        PIC X(2).
               10  LB-ZIP          PIC X(10).
           05  FILLER              PIC X(2).

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
           05  WS-PARM-STATUS      PIC XX      VALUE '00'.
           05  WS-LC-STATUS        PIC XX      VALUE '00'.
           05  WS-RES-STATUS       PIC XX      VALUE '00'.
           05  WS-BD-STATUS        PIC XX      VALUE '00'.
           05  WS-DEP-STATUS       PIC XX      VALUE '00'.
           05  WS-FEE-STATUS       PIC XX      VALUE '00'.
           05  WS-OOS-STATUS       PIC XX      VALUE '00'.
           05  WS-GM-STATUS        PIC XX      VALUE '00'.
           05  WS-CI-STATUS        PIC XX      VALUE '00'.
           05  WS-LB-STATUS        PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  RES-EOF-SW          PIC X       VALUE 'N'.
           05  BD-EOF-SW           PIC X       VALUE 'N'.
           05  FEE-EOF-SW          PIC X       VALUE 'N'.
           05  OOS-EOF-SW          PIC X       VALUE 'N'.
           05  GM-EOF-SW           PIC X       VALUE 'N'.
           05  CI-EOF-SW           PIC X       VALUE 'N'.
      *  NO LTRCTL.DAT MEANS THE FIRST RUN - EVERY BOOKING STILL TO   *
      *  ARRIVE IS CONFIRMED, AND ONLY TODAY'S REMINDERS GO OUT       *
           05  CTL-FOUND-SW        PIC X       VALUE 'N'.
           05  MASTER-OK-SW        PIC X       VALUE 'Y'.
           05  CONF-DUE-SW         PIC X       VALUE 'N'.
           05  REMIND-DUE-SW       PIC X       VALUE 'N'.
           05  BAL-FOUND-SW        PIC X       VALUE 'N'.
           05  ADDR-FOUND-SW       PIC X       VALUE 'N'.
           05  CI-PRINTED-SW       PIC X       VALUE 'N'.
           05  OOS-PRINTED-SW      PIC X       VALUE 'N'.
           05  C-RES-READ-CTR      PIC 9(6)    VALUE 0.
           05  C-LETTERED-CTR      PIC 9(6)    VALUE 0.
           05  C-SKIP-CTR          PIC 9(6)    VALUE 0.
           05  C-CONF-CTR          PIC 9(6)    VALUE 0.
           05  C-REMIND-CTR        PIC 9(6)    VALUE 0.
           05  C-LABEL-CTR         PIC 9(6)    VALUE 0.
           05  C-NO-ADDR-CTR       PIC 9(6)    VALUE 0.
      *  BALANCES AND ADDRESSES PAST THE TABLES - THOSE LETTERS GO   *
      *  OUT WITHOUT THE CHARGE DATE OR THE LABEL                    *
           05  C-BD-OVFL-CTR       PIC 9(6)    VALUE 0.
           05  C-ADDR-OVFL-CTR     PIC 9(6)    VALUE 0.
           05  C-LAST-CONF         PIC 9(8)    VALUE 0.
           05  C-HIGH-CONF         PIC 9(8)    VALUE 0.
           05  C-LAST-RUN          PIC 9(8)    VALUE 0.
           05  C-REMIND-DAYS       PIC 999     VALUE 7.
           05  C-BAL-BILL-DAYS     PIC 999     VALUE 14.
           05  C-SITE-AMT          PIC 9(3)V99 VALUE 0.
           05  C-BAL-AMT           PIC 9(3)V99 VALUE 0.
           05  C-PAID-AMT          PIC 9(3)V99 VALUE 0.
           05  C-CHARGE-DATE       PIC 9(8)    VALUE 0.
           05  C-STAY-END          PIC 9(8)    VALUE 0.
           05  C-SITE              PIC X(3)    VALUE SPACES.
           05  C-CI-CAMPGROUND     PIC X(15)   VALUE SPACES.

      *  DATE-TO-DAY-COUNT WORK FIELDS, THE SAME DIVIDE-BY-FOUR LEAP  *
      *  RULE COBLSC01 USES FOR ITS LEAD-DAY ARITHMETIC               *
       01  SERIAL-DATE-WORK.
           05  SER-YYYY            PIC 9(4)    VALUE 0.
           05  SER-MM              PIC 99      VALUE 0.
           05  SER-DD              PIC 99      VALUE 0.
           05  SER-DAYS            PIC 9(7)    VALUE 0.
           05  SER-LEAP-QUOT       PIC 9(4)    VALUE 0.
           05  SER-LEAP-REM        PIC 9       VALUE 0.
           05  SER-TODAY           PIC 9(7)    VALUE 0.
           05  SER-ARRIVAL         PIC 9(7)    VALUE 0.
      *  THE REMINDER WINDOW: ARRIVALS AFTER WIN-LOW, UP TO AND       *
      *  INCLUDING WIN-HIGH, CAME INTO REMINDER RANGE SINCE THE LAST  *
      *  RUN                                                          *
           05  SER-WIN-LOW         PIC 9(7)    VALUE 0.
           05  SER-WIN-HIGH        PIC 9(7)    VALUE 0.

      *  A CALENDAR DATE STEPPED BACK ONE DAY AT A TIME, FOR THE DAY  *
      *  THE BALANCE BILLS                                            *
       01  PRIOR-DATE-WORK.
           05  PD-DATE.
               10  PD-YYYY         PIC 9(4).
               10  PD-MM           PIC 99.
               10  PD-DD           PIC 99.
           05  PD-DATE-NUM REDEFINES PD-DATE
                                   PIC 9(8).
           05  PD-LEAP-QUOT        PIC 9(4)    VALUE 0.
           05  PD-LEAP-REM         PIC 9       VALUE 0.

      *  A YYYYMMDD DATE TURNED AROUND FOR PRINTING AS MM/DD/YYYY  *
       01  EDIT-DATE-WORK.
           05  ED-DATE-IN.
               10  ED-IN-YYYY      PIC 9(4).
               10  ED-IN-MM        PIC 99.
               10  ED-IN-DD        PIC 99.
           05  ED-DATE-IN-NUM REDEFINES ED-DATE-IN
                                   PIC 9(8).
           05  ED-DATE-OUT.
               10  ED-OUT-MM       PIC 99.
               10  FILLER          PIC X       VALUE '/'.
               10  ED-OUT-DD       PIC 99.
               10  FILLER          PIC X       VALUE '/'.
               10  ED-OUT-YYYY     PIC 9(4).
           05  ED-AMT              PIC $ZZ9.99.
           05  ED-NIGHTS           PIC Z9.

      *  THE GUEST'S ADDRESS AS FOUND ON THE GUEST MASTER  *
       01  ADDRESS-WORK.
           05  AW-ADDR-1           PIC X(30).
           05  AW-ADDR-2           PIC X(30).
           05  AW-CITY             PIC X(20).
           05  AW-STATE            PIC X(2).
           05  AW-ZIP              PIC X(10).

      *  THE OPEN BALANCES, LOADED FROM BALDUE.DAT  *
       01  BD-TABLE-AREA.
           05  BD-ENTRY        OCCURS 1000 INDEXED BY BD-IDX.
               10  BE-CAMPGROUND   PIC X(15).
               10  BE-SITE         PIC X(3).
               10  BE-DATE         PIC 9(8).
               10  BE-AMT          PIC 9(3)V99.
               10  BE-CONF-NUM     PIC 9(8).

       01  BD-TABLE-WORK.
           05  BD-TBL-CTR          PIC 9(4)    VALUE 0.

      *  THE CANCELLATION FEE SCHEDULE FROM CANFEE.DAT  *
       01  FEE-TABLE-AREA.
           05  FEE-ENTRY       OCCURS 20 INDEXED BY FEE-IDX.
               10  FE-DAYS-MIN     PIC 999.
               10  FE-DAYS-MAX     PIC 999.
               10  FE-REFUND-PCT   PIC 999.

       01  FEE-TABLE-WORK.
           05  FEE-TBL-CTR         PIC 99      VALUE 0.

      *  OUT-OF-SERVICE CLOSURES LOADED FROM SITEOOS.DAT  *
       01  OOS-TABLE-AREA.
           05  OOS-ENTRY       OCCURS 100 INDEXED BY OOS-IDX.
               10  OE-CAMPGROUND   PIC X(15).
               10  OE-SITE         PIC X(3).
               10  OE-START        PIC 9(8).
               10  OE-END          PIC 9(8).
               10  OE-REASON       PIC X(2).

       01  OOS-TABLE-WORK.
           05  OOS-TBL-CTR         PIC 999     VALUE 0.

      *  THE GUESTS WITH A MAILING ADDRESS ON FILE  *
       01  ADDR-TABLE-AREA.
           05  ADDR-ENTRY      OCCURS 2000 INDEXED BY ADDR-IDX.
               10  AE-NAME         PIC X(27).
               10  AE-ADDRESS      PIC X(92).

       01  ADDR-TABLE-WORK.
           05  ADDR-TBL-CTR        PIC 9(4)    VALUE 0.

      *  THE CHECK-IN INSTRUCTION LINES FROM CHECKIN.DAT  *
       01  CHECKIN-TABLE-AREA.
           05  CHECKIN-ENTRY   OCCURS 100 INDEXED BY CI-IDX.
               10  CE-CAMPGROUND   PIC X(15).
               10  CE-TEXT         PIC X(65).

       01  CHECKIN-TABLE-WORK.
           05  CI-TBL-CTR          PIC 999     VALUE 0.

      *  THE WORDING USED WHEN CHECKIN.DAT HAS NOTHING TO SAY  *
       01  HOUSE-CHECKIN-LINES.
           05  FILLER              PIC X(65)   VALUE
               'CHECK-IN IS FROM 2:00 PM AT THE CAMPGROUND OFFICE.'.
           05  FILLER              PIC X(65)   VALUE
               'PLEASE HAVE YOUR CONFIRMATION NUMBER AND THE CARD USED'.
           05  FILLER              PIC X(65)   VALUE
               'FOR THE BOOKING READY. CHECK-OUT IS BY 11:00 AM.'.
       01  HOUSE-CHECKIN-TABLE REDEFINES HOUSE-CHECKIN-LINES.
           05  HC-TEXT             PIC X(65)   OCCURS 3.

       01  HC-SUB                  PIC 9       VALUE 0.

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
           05  FILLER          PIC X(44)   VALUE ' '.
           05  FILLER          PIC X(18)   VALUE
               'LETTER RUN SUMMARY'.
           05  FILLER          PIC X(46)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-RPT-PCTR      PIC Z9.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  MASTER-FAIL-LINE.
           05  FILLER          PIC X(56)   VALUE
               'RESERVATION MASTER NOT OPEN - NO LETTERS PRINTED'.
           05  FILLER          PIC X(76)   VALUE ' '.

      *  THE TOP OF EVERY LETTER: WHAT IT IS AND THE DATE IT WENT  *
       01  LTR-HEAD-LINE.
           05  FILLER          PIC X(10)   VALUE ' '.
           05  O-LH-TITLE      PIC X(40).
           05  FILLER          PIC X(10)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-LH-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-LH-DD         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-LH-YY         PIC 9(4).
           05  FILLER          PIC X(56)   VALUE ' '.

      *  ONE LINE OF LETTER TEXT: ADDRESS, SENTENCE, INSTRUCTION  *
       01  LTR-TEXT-LINE.
           05  FILLER          PIC X(10)   VALUE ' '.
           05  O-LT-TEXT       PIC X(70).
           05  FILLER          PIC X(52)   VALUE ' '.

       01  LTR-INDENT-LINE.
           05  FILLER          PIC X(12)   VALUE ' '.
           05  O-LI-TEXT       PIC X(65).
           05  FILLER          PIC X(55)   VALUE ' '.

       01  LTR-CONF-LINE.
           05  FILLER          PIC X(10)   VALUE ' '.
           05  FILLER          PIC X(22)   VALUE
               'CONFIRMATION NUMBER:  '.
           05  O-LC-CONF       PIC 9(8).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-LC-GROUP-LIT  PIC X(24).
           05  O-LC-GROUP-CONF PIC X(8).
           05  FILLER          PIC X(56)   VALUE ' '.

      *  ONE FACT ABOUT THE STAY: A LABEL AND ITS VALUE  *
       01  LTR-FIELD-LINE.
           05  FILLER          PIC X(12)   VALUE ' '.
           05  O-LF-LABEL      PIC X(20).
           05  O-LF-VALUE      PIC X(40).
           05  FILLER          PIC X(60)   VALUE ' '.

       01  LTR-AMT-LINE.
           05  FILLER          PIC X(12)   VALUE ' '.
           05  O-LA-LABEL      PIC X(30).
           05  O-LA-AMT        PIC $ZZ9.99.
           05  FILLER          PIC X(83)   VALUE ' '.

       01  LTR-FEE-LINE.
           05  FILLER          PIC X(12)   VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'CANCELLED '.
           05  O-LP-MIN        PIC ZZ9.
           05  FILLER          PIC X(4)    VALUE ' TO '.
           05  O-LP-MAX        PIC ZZ9.
           05  FILLER          PIC X(22)   VALUE
               ' DAYS BEFORE ARRIVAL: '.
           05  O-LP-PCT        PIC ZZ9.
           05  FILLER          PIC X(10)   VALUE '% REFUNDED'.
           05  FILLER          PIC X(65)   VALUE ' '.

      *  A CLOSURE DURING THE STAY - THE GUEST'S OWN SITE OR ONE     *
      *  NEARBY                                                      *
       01  LTR-OOS-LINE.
           05  FILLER          PIC X(12)   VALUE ' '.
           05  O-LO-WHOSE      PIC X(10).
           05  O-LO-SITE       PIC X(3).
           05  FILLER          PIC X(8)    VALUE ' CLOSED '.
           05  O-LO-START      PIC X(10).
           05  FILLER          PIC X(9)    VALUE ' THROUGH '.
           05  O-LO-END        PIC X(10).
           05  FILLER          PIC X(9)    VALUE ' (REASON '.
           05  O-LO-REASON     PIC X(2).
           05  FILLER          PIC X       VALUE ')'.
           05  FILLER          PIC X(58)   VALUE ' '.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(30)   VALUE
               'BOOKINGS READ:                '.
           05  O-RES-READ-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(30)   VALUE
               'CONFIRMATION LETTERS:         '.
           05  O-CONF-CTR      PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(30)   VALUE
               'REMINDER LETTERS:             '.
           05  O-REMIND-CTR    PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(30)   VALUE
               'MAILING LABELS WRITTEN:       '.
           05  O-LABEL-CTR     PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-5.
           05  FILLER          PIC X(30)   VALUE
               'LETTERS WITH NO ADDRESS:      '.
           05  O-NO-ADDR-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-6.
           05  FILLER          PIC X(30)   VALUE
               'REMINDER DAYS BEFORE ARRIVAL: '.
           05  O-REMIND-DAYS   PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-7.
           05  FILLER          PIC X(30)   VALUE
               'LAST CONFIRMATION LETTERED:   '.
           05  O-HIGH-CONF     PIC Z(7)9.
           05  FILLER          PIC X(94)   VALUE ' '.

       01  OVFL-LINE-1.
           05  FILLER          PIC X(46)   VALUE
               'BALANCES PAST TABLE LIMIT - NO CHARGE DATE:   '.
           05  O-BD-OVFL-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

       01  OVFL-LINE-2.
           05  FILLER          PIC X(46)   VALUE
               'ADDRESSES PAST TABLE LIMIT - NO LABEL:        '.
           05  O-ADDR-OVFL-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           IF MASTER-OK-SW = 'Y'
               PERFORM L3-PROCESS-BOOKING
                   UNTIL RES-EOF-SW = 'Y'
               CLOSE CAMPRES-FILE
               PERFORM L7-SAVE-CONTROL.
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
           MOVE CURR-MM TO O-RPT-MM O-LH-MM.
           MOVE CURR-DD TO O-RPT-DD O-LH-DD.
           MOVE CURR-YY TO O-RPT-YY O-LH-YY.
           MOVE CURR-YY TO SER-YYYY.
           MOVE CURR-MM TO SER-MM.
           MOVE CURR-DD TO SER-DD.
           PERFORM L8A-DATE-TO-SERIAL.
           MOVE SER-DAYS TO SER-TODAY.

           PERFORM L2F-READ-PARAMETERS.
           PERFORM L2G-SET-WINDOW.
           PERFORM L2H-LOAD-BALANCES.
           PERFORM L2J-LOAD-FEE-TABLE.
           PERFORM L2L-LOAD-OOS-TABLE.
           PERFORM L2N-LOAD-ADDRESSES.
           PERFORM L2P-LOAD-CHECKIN.

           OPEN INPUT CAMPRES-FILE.
           IF WS-RES-STATUS NOT = '00'
               MOVE 'N' TO MASTER-OK-SW.

           OPEN OUTPUT LABEL-FILE.
           OPEN OUTPUT PRTOUT.

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

      *  THE REMINDER DAYS FROM LETTER.DAT AND THE BILLING DAYS FROM  *
      *  DEPOSIT.DAT; A MISSING OR UNREADABLE CARD LEAVES THE HOUSE   *
      *  DEFAULTS IN PLACE                                            *
       L2F-READ-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LP-REMIND-DAYS NUMERIC
                           MOVE LP-REMIND-DAYS TO C-REMIND-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE.

           OPEN INPUT DEPOSIT-FILE.
           IF WS-DEP-STATUS = '00'
               READ DEPOSIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-BILL-DAYS NUMERIC
                           MOVE DP-BILL-DAYS TO C-BAL-BILL-DAYS
                       END-IF
               END-READ
               CLOSE DEPOSIT-FILE.

      *  WORKS OUT WHICH BOOKINGS ARE OWED A LETTER FROM WHERE THE    *
      *  LAST RUN LEFT OFF. A RERUN FOR THE SAME DAY FINDS NOTHING    *
      *  NEW; A MISSED DAY'S REMINDERS GO OUT WITH THE NEXT RUN       *
       L2G-SET-WINDOW.
           OPEN INPUT LTRCTL-FILE.
           IF WS-LC-STATUS = '00'
               READ LTRCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LC-LAST-CONF NUMERIC
                           AND LC-LAST-RUN NUMERIC
                               MOVE 'Y' TO CTL-FOUND-SW
                               MOVE LC-LAST-CONF TO C-LAST-CONF
                               MOVE LC-LAST-RUN TO C-LAST-RUN
                       END-IF
               END-READ
               CLOSE LTRCTL-FILE.
           MOVE C-LAST-CONF TO C-HIGH-CONF.

           ADD SER-TODAY C-REMIND-DAYS GIVING SER-WIN-HIGH.
           IF CTL-FOUND-SW = 'Y' AND C-LAST-RUN > 0
               MOVE C-LAST-RUN (1:4) TO SER-YYYY
               MOVE C-LAST-RUN (5:2) TO SER-MM
               MOVE C-LAST-RUN (7:2) TO SER-DD
               PERFORM L8A-DATE-TO-SERIAL
               ADD SER-DAYS C-REMIND-DAYS GIVING SER-WIN-LOW
               IF SER-WIN-LOW > SER-WIN-HIGH
                   MOVE SER-WIN-HIGH TO SER-WIN-LOW
               END-IF
           ELSE
               SUBTRACT 1 FROM SER-WIN-HIGH GIVING SER-WIN-LOW.

      *  THE BALANCES STILL TO BILL, SO A LETTER CAN SAY WHEN  *
       L2H-LOAD-BALANCES.
           MOVE 0 TO BD-TBL-CTR.
           MOVE 'N' TO BD-EOF-SW.
           OPEN INPUT BALDUE-FILE.
           IF WS-BD-STATUS = '00'
               PERFORM L2I-READ-BALANCE
                   UNTIL BD-EOF-SW = 'Y'
               CLOSE BALDUE-FILE.

       L2I-READ-BALANCE.
           READ BALDUE-FILE
               AT END
                   MOVE 'Y' TO BD-EOF-SW
               NOT AT END
                   IF BD-TBL-CTR < 1000
                       ADD 1 TO BD-TBL-CTR
                       MOVE BD-CAMPGROUND TO BE-CAMPGROUND(BD-TBL-CTR)
                       MOVE BD-SITE TO BE-SITE(BD-TBL-CTR)
                       MOVE BD-DATE TO BE-DATE(BD-TBL-CTR)
                       MOVE BD-BAL-AMT TO BE-AMT(BD-TBL-CTR)
                       IF BD-CONF-NUM NUMERIC
                           MOVE BD-CONF-NUM TO BE-CONF-NUM(BD-TBL-CTR)
                       ELSE
                           MOVE 0 TO BE-CONF-NUM(BD-TBL-CTR)
                       END-IF
                   ELSE
                       ADD 1 TO C-BD-OVFL-CTR
                   END-IF.

      *  LOADS THE CANCELLATION FEE SCHEDULE FROM CANFEE.DAT SO THE   *
      *  LETTER QUOTES THE SAME TIERS COBLSC01 REFUNDS BY             *
       L2J-LOAD-FEE-TABLE.
           MOVE 0 TO FEE-TBL-CTR.
           MOVE 'N' TO FEE-EOF-SW.
           OPEN INPUT FEE-MASTER.
           IF WS-FEE-STATUS = '00'
               PERFORM L2K-READ-FEE
                   UNTIL FEE-EOF-SW = 'Y'
                       OR FEE-TBL-CTR > 19
               CLOSE FEE-MASTER.

       L2K-READ-FEE.
           READ FEE-MASTER
               AT END
                   MOVE 'Y' TO FEE-EOF-SW
               NOT AT END
                   ADD 1 TO FEE-TBL-CTR
                   MOVE CF-DAYS-MIN   TO FE-DAYS-MIN(FEE-TBL-CTR)
                   MOVE CF-DAYS-MAX   TO FE-DAYS-MAX(FEE-TBL-CTR)
                   MOVE CF-REFUND-PCT TO FE-REFUND-PCT(FEE-TBL-CTR).

      *  LOADS THE OUT-OF-SERVICE CLOSURES FOR THE REMINDER NOTICES  *
       L2L-LOAD-OOS-TABLE.
           MOVE 0 TO OOS-TBL-CTR.
           MOVE 'N' TO OOS-EOF-SW.
           OPEN INPUT OOS-FILE.
           IF WS-OOS-STATUS = '00'
               PERFORM L2M-READ-OOS
                   UNTIL OOS-EOF-SW = 'Y'
                       OR OOS-TBL-CTR > 99
               CLOSE OOS-FILE.

       L2M-READ-OOS.
           READ OOS-FILE
               AT END
                   MOVE 'Y' TO OOS-EOF-SW
               NOT AT END
                   ADD 1 TO OOS-TBL-CTR
                   MOVE OS-CAMPGROUND TO OE-CAMPGROUND(OOS-TBL-CTR)
                   MOVE OS-SITE       TO OE-SITE(OOS-TBL-CTR)
                   MOVE OS-START-DATE TO OE-START(OOS-TBL-CTR)
                   MOVE OS-END-DATE   TO OE-END(OOS-TBL-CTR)
                   MOVE OS-REASON     TO OE-REASON(OOS-TBL-CTR).

      *  ONLY GUESTS WITH AN ADDRESS ARE KEPT - THE REST WOULD NEVER  *
      *  MAKE A LABEL                                                 *
       L2N-LOAD-ADDRESSES.
           MOVE 0 TO ADDR-TBL-CTR.
           MOVE 'N' TO GM-EOF-SW.
           OPEN INPUT GUEST-FILE.
           IF WS-GM-STATUS = '00'
               PERFORM L2O-READ-GUEST
                   UNTIL GM-EOF-SW = 'Y'
               CLOSE GUEST-FILE.

       L2O-READ-GUEST.
           READ GUEST-FILE
               AT END
                   MOVE 'Y' TO GM-EOF-SW
               NOT AT END
                   IF GM-ADDR-1 NOT = SPACES
                       IF ADDR-TBL-CTR < 2000
                           ADD 1 TO ADDR-TBL-CTR
                           MOVE GM-NAME TO AE-NAME(ADDR-TBL-CTR)
                           MOVE GM-ADDRESS TO AE-ADDRESS(ADDR-TBL-CTR)
                       ELSE
                           ADD 1 TO C-ADDR-OVFL-CTR
                       END-IF
                   END-IF.

       L2P-LOAD-CHECKIN.
           MOVE 0 TO CI-TBL-CTR.
           MOVE 'N' TO CI-EOF-SW.
           OPEN INPUT CHECKIN-FILE.
           IF WS-CI-STATUS = '00'
               PERFORM L2Q-READ-CHECKIN
                   UNTIL CI-EOF-SW = 'Y'
                       OR CI-TBL-CTR > 99
               CLOSE CHECKIN-FILE.

       L2Q-READ-CHECKIN.
           READ CHECKIN-FILE
               AT END
                   MOVE 'Y' TO CI-EOF-SW
               NOT AT END
                   ADD 1 TO CI-TBL-CTR
                   MOVE CI-CAMPGROUND TO CE-CAMPGROUND(CI-TBL-CTR)
                   MOVE CI-TEXT TO CE-TEXT(CI-TBL-CTR).

      *  DECIDES WHICH LETTERS ONE BOOKING IS OWED AND PRINTS THEM.   *
      *  A PARTY THE GATE HAS ALREADY SEEN GETS NEITHER               *
       L3-PROCESS-BOOKING.
           READ CAMPRES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO RES-EOF-SW
               NOT AT END
                   ADD 1 TO C-RES-READ-CTR
                   PERFORM L3A-CHOOSE-LETTERS
                   IF CONF-DUE-SW = 'Y' OR REMIND-DUE-SW = 'Y'
                       ADD 1 TO C-LETTERED-CTR
                       PERFORM L3B-FIND-ADDRESS
                   ELSE
                       ADD 1 TO C-SKIP-CTR
                   END-IF
                   IF CONF-DUE-SW = 'Y'
                       PERFORM L4-CONFIRMATION-LETTER
                   END-IF
                   IF REMIND-DUE-SW = 'Y'
                       PERFORM L5-REMINDER-LETTER
                   END-IF.

      *  A CONFIRMATION FOR A NUMBER NOT YET LETTERED; A REMINDER     *
      *  FOR AN ARRIVAL THAT CAME INTO THE WINDOW SINCE THE LAST RUN, *
      *  OR A NEW BOOKING MADE INSIDE THE WINDOW THAT WOULD OTHERWISE *
      *  NEVER GET ONE                                                *
       L3A-CHOOSE-LETTERS.
           MOVE 'N' TO CONF-DUE-SW.
           MOVE 'N' TO REMIND-DUE-SW.
           IF O-CONF-NUM > C-HIGH-CONF
               MOVE O-CONF-NUM TO C-HIGH-CONF.
           IF O-GATE-STATUS = ' ' AND O-DATE NOT < WS-CURR-DATE-NUM
               MOVE O-YYYY TO SER-YYYY
               MOVE O-MM TO SER-MM
               MOVE O-DD TO SER-DD
               PERFORM L8A-DATE-TO-SERIAL
               MOVE SER-DAYS TO SER-ARRIVAL
               IF CTL-FOUND-SW = 'Y'
                   IF O-CONF-NUM > C-LAST-CONF
                       MOVE 'Y' TO CONF-DUE-SW
                   END-IF
               ELSE
                   MOVE 'Y' TO CONF-DUE-SW
               END-IF
               IF SER-ARRIVAL > SER-WIN-LOW
                   AND SER-ARRIVAL NOT > SER-WIN-HIGH
                       MOVE 'Y' TO REMIND-DUE-SW
               END-IF
               IF CONF-DUE-SW = 'Y'
                   AND SER-ARRIVAL NOT > SER-WIN-HIGH
                       MOVE 'Y' TO REMIND-DUE-SW
               END-IF
           END-IF.

       L3B-FIND-ADDRESS.
           MOVE 'N' TO ADDR-FOUND-SW.
           MOVE SPACES TO ADDRESS-WORK.
           PERFORM L3C-ADDRESS-LOOKUP
               VARYING ADDR-IDX FROM 1 BY 1
                   UNTIL ADDR-IDX > ADDR-TBL-CTR
                       OR ADDR-FOUND-SW = 'Y'.

       L3C-ADDRESS-LOOKUP.
           IF AE-NAME(ADDR-IDX) = O-NAME
               MOVE 'Y' TO ADDR-FOUND-SW
               MOVE AE-ADDRESS(ADDR-IDX) TO ADDRESS-WORK.

      *  THE CONFIRMATION LETTER  *
       L4-CONFIRMATION-LETTER.
           MOVE 'BOOKING CONFIRMATION' TO O-LH-TITLE.
           PERFORM L6-LETTER-TOP.
           MOVE 'THANK YOU FOR YOUR BOOKING. PLEASE KEEP THIS LETTER'
               TO O-LT-TEXT.
           WRITE PRTLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'AND QUOTE YOUR CONFIRMATION NUMBER WHEN YOU CALL US.'
               TO O-LT-TEXT.
           WRITE PRTLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L6B-STAY-LINES.

      *  THE SITE'S SHARE IS WHAT IS LEFT OF THE BOOKED AMOUNT ONCE   *
      *  THE TAX AND THE BOOKING FEE INSIDE IT ARE TAKEN OUT          *
           SUBTRACT O-TAX-AMT O-FEE-AMT FROM O-AMT
               GIVING C-SITE-AMT.
           MOVE 'SITE CHARGE' TO O-LA-LABEL.
           MOVE C-SITE-AMT TO O-LA-AMT.
           WRITE PRTLINE FROM LTR-AMT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'OCCUPANCY TAX' TO O-LA-LABEL.
           MOVE O-TAX-AMT TO O-LA-AMT.
           WRITE PRTLINE FROM LTR-AMT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BOOKING FEE' TO O-LA-LABEL.
           MOVE O-FEE-AMT TO O-LA-AMT.
           WRITE PRTLINE FROM LTR-AMT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL' TO O-LA-LABEL.
           MOVE O-AMT TO O-LA-AMT.
           WRITE PRTLINE FROM LTR-AMT-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM L6C-FIND-BALANCE.
           SUBTRACT C-BAL-AMT FROM O-AMT GIVING C-PAID-AMT.
           IF C-BAL-AMT > 0
               MOVE 'DEPOSIT TAKEN' TO O-LA-LABEL
           ELSE
               MOVE 'PAID' TO O-LA-LABEL.
           MOVE C-PAID-AMT TO O-LA-AMT.
           WRITE PRTLINE FROM LTR-AMT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'BALANCE DUE' TO O-LA-LABEL.
           MOVE C-BAL-AMT TO O-LA-AMT.
           WRITE PRTLINE FROM LTR-AMT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L6D-BALANCE-SENTENCE.

           MOVE 'CANCELLATION POLICY' TO O-LT-TEXT.
           WRITE PRTLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM L4A-FEE-TIER-LINE
               VARYING FEE-IDX FROM 1 BY 1
                   UNTIL FEE-IDX > FEE-TBL-CTR.
      *  A LEAD TIME NO TIER COVERS IS REFUNDED IN FULL (COBLSC01)  *
           IF FEE-TBL-CTR > 0
               MOVE 'AT ANY OTHER TIME THE BOOKING IS REFUNDED IN FULL.'
                   TO O-LI-TEXT
           ELSE
               MOVE 'A CANCELLED BOOKING IS REFUNDED IN FULL.'
                   TO O-LI-TEXT.
           WRITE PRTLINE FROM LTR-INDENT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'C' TO LB-TYPE.
           PERFORM L6F-WRITE-LABEL.
           ADD 1 TO C-CONF-CTR.

       L4A-FEE-TIER-LINE.
           MOVE FE-DAYS-MIN(FEE-IDX) TO O-LP-MIN.
           MOVE FE-DAYS-MAX(FEE-IDX) TO O-LP-MAX.
           MOVE FE-REFUND-PCT(FEE-IDX) TO O-LP-PCT.
           WRITE PRTLINE FROM LTR-FEE-LINE
               AFTER ADVANCING 1 LINE.

      *  THE PRE-ARRIVAL REMINDER  *
       L5-REMINDER-LETTER.
           MOVE 'ARRIVAL REMINDER' TO O-LH-TITLE.
           PERFORM L6-LETTER-TOP.
           MOVE 'WE LOOK FORWARD TO SEEING YOU. YOUR STAY IS BOOKED AS'
               TO O-LT-TEXT.
           WRITE PRTLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'FOLLOWS.' TO O-LT-TEXT.
           WRITE PRTLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L6B-STAY-LINES.
           PERFORM L6C-FIND-BALANCE.
           IF C-BAL-AMT > 0
               MOVE 'BALANCE DUE' TO O-LA-LABEL
               MOVE C-BAL-AMT TO O-LA-AMT
               WRITE PRTLINE FROM LTR-AMT-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM L6D-BALANCE-SENTENCE.

           MOVE 'CHECK-IN INSTRUCTIONS' TO O-LT-TEXT.
           WRITE PRTLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 2 LINES.
      *  THE CAMPGROUND'S OWN WORDING, ELSE THE DEFAULT LINES ON      *
      *  CHECKIN.DAT, ELSE THE HOUSE WORDING                          *
           MOVE 'N' TO CI-PRINTED-SW.
           MOVE O-CAMPGROUND TO C-CI-CAMPGROUND.
           PERFORM L5A-CHECKIN-LINE
               VARYING CI-IDX FROM 1 BY 1
                   UNTIL CI-IDX > CI-TBL-CTR.
           IF CI-PRINTED-SW = 'N'
               MOVE SPACES TO C-CI-CAMPGROUND
               PERFORM L5A-CHECKIN-LINE
                   VARYING CI-IDX FROM 1 BY 1
                       UNTIL CI-IDX > CI-TBL-CTR.
           IF CI-PRINTED-SW = 'N'
               PERFORM L5B-HOUSE-CHECKIN-LINE
                   VARYING HC-SUB FROM 1 BY 1
                       UNTIL HC-SUB > 3.

      *  ANY CLOSURE AT THIS CAMPGROUND DURING THE STAY  *
           MOVE 'N' TO OOS-PRINTED-SW.
           MOVE O-SITE TO C-SITE.
           MOVE O-END-DATE TO C-STAY-END.
           PERFORM L5C-CLOSURE-LINE
               VARYING OOS-IDX FROM 1 BY 1
                   UNTIL OOS-IDX > OOS-TBL-CTR.
           IF OOS-PRINTED-SW = 'Y'
               MOVE 'THE OFFICE WILL CONTACT YOU IF YOUR SITE HAS TO BE'
                   TO O-LI-TEXT
               WRITE PRTLINE FROM LTR-INDENT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'CHANGED.' TO O-LI-TEXT
               WRITE PRTLINE FROM LTR-INDENT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE 'R' TO LB-TYPE.
           PERFORM L6F-WRITE-LABEL.
           ADD 1 TO C-REMIND-CTR.

       L5A-CHECKIN-LINE.
           IF CE-CAMPGROUND(CI-IDX) = C-CI-CAMPGROUND
               MOVE 'Y' TO CI-PRINTED-SW
               MOVE CE-TEXT(CI-IDX) TO O-LI-TEXT
               WRITE PRTLINE FROM LTR-INDENT-LINE
                   AFTER ADVANCING 1 LINE.

       L5B-HOUSE-CHECKIN-LINE.
           MOVE HC-TEXT(HC-SUB) TO O-LI-TEXT.
           WRITE PRTLINE FROM LTR-INDENT-LINE
               AFTER ADVANCING 1 LINE.

       L5C-CLOSURE-LINE.
           IF OE-CAMPGROUND(OOS-IDX) = O-CAMPGROUND
               AND O-DATE NOT > OE-END(OOS-IDX)
               AND C-STAY-END NOT < OE-START(OOS-IDX)
                   IF OOS-PRINTED-SW = 'N'
                       MOVE 'Y' TO OOS-PRINTED-SW
                       MOVE 'SITE NOTICES DURING YOUR STAY' TO O-LT-TEXT
                       WRITE PRTLINE FROM LTR-TEXT-LINE
                           AFTER ADVANCING 2 LINES
                   END-IF
                   IF OE-SITE(OOS-IDX) = C-SITE
                       MOVE 'YOUR SITE ' TO O-LO-WHOSE
                   ELSE
                       MOVE 'SITE      ' TO O-LO-WHOSE
                   END-IF
                   MOVE OE-SITE(OOS-IDX) TO O-LO-SITE
                   MOVE OE-START(OOS-IDX) TO ED-DATE-IN-NUM
                   PERFORM L8C-EDIT-DATE
                   MOVE ED-DATE-OUT TO O-LO-START
                   MOVE OE-END(OOS-IDX) TO ED-DATE-IN-NUM
                   PERFORM L8C-EDIT-DATE
                   MOVE ED-DATE-OUT TO O-LO-END
                   MOVE OE-REASON(OOS-IDX) TO O-LO-REASON
                   WRITE PRTLINE FROM LTR-OOS-LINE
                       AFTER ADVANCING 1 LINE
                   END-WRITE.

      *  THE LETTERHEAD, THE GUEST'S ADDRESS BLOCK AND THE NUMBERS  *
       L6-LETTER-TOP.
           WRITE PRTLINE FROM LTR-HEAD-LINE
               AFTER ADVANCING PAGE.
           MOVE O-CAMPGROUND TO O-LT-TEXT.
           WRITE PRTLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE O-NAME TO O-LT-TEXT.
           WRITE PRTLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 2 LINES.
           IF ADDR-FOUND-SW = 'Y'
               PERFORM L6A-ADDRESS-LINES
           ELSE
               MOVE 'ADDRESS NOT ON FILE - HOLD FOR THE OFFICE'
                   TO O-LT-TEXT
               WRITE PRTLINE FROM LTR-TEXT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO C-NO-ADDR-CTR.

           MOVE O-CONF-NUM TO O-LC-CONF.
           IF O-GROUP-ID NOT = SPACES AND O-GROUP-CONF > 0
               MOVE 'GROUP CONFIRMATION:     ' TO O-LC-GROUP-LIT
               MOVE O-GROUP-CONF TO O-LC-GROUP-CONF
           ELSE
               MOVE SPACES TO O-LC-GROUP-LIT
               MOVE SPACES TO O-LC-GROUP-CONF.
           WRITE PRTLINE FROM LTR-CONF-LINE
               AFTER ADVANCING 2 LINES.

       L6A-ADDRESS-LINES.
           MOVE AW-ADDR-1 TO O-LT-TEXT.
           WRITE PRTLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           IF AW-ADDR-2 NOT = SPACES
               MOVE AW-ADDR-2 TO O-LT-TEXT
               WRITE PRTLINE FROM LTR-TEXT-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE SPACES TO O-LT-TEXT.
           STRING AW-CITY DELIMITED BY '  '
               ', ' DELIMITED BY SIZE
               AW-STATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               AW-ZIP DELIMITED BY ' '
           INTO O-LT-TEXT.
           WRITE PRTLINE FROM LTR-TEXT-LINE
               AFTER ADVANCING 1 LINE.

      *  WHERE AND WHEN  *
       L6B-STAY-LINES.
           MOVE 'CAMPGROUND:' TO O-LF-LABEL.
           MOVE O-CAMPGROUND TO O-LF-VALUE.
           WRITE PRTLINE FROM LTR-FIELD-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'SITE:' TO O-LF-LABEL.
           MOVE O-SITE TO O-LF-VALUE.
           WRITE PRTLINE FROM LTR-FIELD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ARRIVAL:' TO O-LF-LABEL.
           MOVE O-DATE TO ED-DATE-IN.
           PERFORM L8C-EDIT-DATE.
           MOVE ED-DATE-OUT TO O-LF-VALUE.
           WRITE PRTLINE FROM LTR-FIELD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DEPARTURE:' TO O-LF-LABEL.
           MOVE O-END-DATE TO ED-DATE-IN.
           PERFORM L8C-EDIT-DATE.
           MOVE ED-DATE-OUT TO O-LF-VALUE.
           WRITE PRTLINE FROM LTR-FIELD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NIGHTS:' TO O-LF-LABEL.
           MOVE O-LEN-STAY TO ED-NIGHTS.
           MOVE ED-NIGHTS TO O-LF-VALUE.
           WRITE PRTLINE FROM LTR-FIELD-LINE
               AFTER ADVANCING 1 LINE.

      *  THE BALANCE STILL OWED: THE BALDUE.DAT ENTRY WHEN THERE IS   *
      *  ONE, ELSE WHAT THE MASTER RECORD SAYS                        *
       L6C-FIND-BALANCE.
           MOVE 'N' TO BAL-FOUND-SW.
           MOVE 0 TO C-BAL-AMT.
           PERFORM L6E-BALANCE-LOOKUP
               VARYING BD-IDX FROM 1 BY 1
                   UNTIL BD-IDX > BD-TBL-CTR
                       OR BAL-FOUND-SW = 'Y'.
           IF BAL-FOUND-SW = 'N' AND O-BAL-FLAG = 'O'
               MOVE O-BAL-DUE TO C-BAL-AMT.

      *  THE DAY THE BALANCE BILLS IS THE DEPOSIT POLICY'S BILLING    *
      *  DAYS BEFORE ARRIVAL - OR THE NEXT RUN, IF THAT DAY HAS COME  *
       L6D-BALANCE-SENTENCE.
           MOVE SPACES TO O-LI-TEXT.
           IF C-BAL-AMT = 0
               MOVE 'YOUR BOOKING IS PAID IN FULL.' TO O-LI-TEXT
           ELSE
               MOVE C-BAL-AMT TO ED-AMT
               IF BAL-FOUND-SW = 'Y'
                   MOVE O-DATE TO PD-DATE
                   PERFORM L8B-PRIOR-DAY C-BAL-BILL-DAYS TIMES
                   MOVE PD-DATE-NUM TO C-CHARGE-DATE
                   IF C-CHARGE-DATE > WS-CURR-DATE-NUM
                       MOVE C-CHARGE-DATE TO ED-DATE-IN-NUM
                       PERFORM L8C-EDIT-DATE
                       STRING 'THE BALANCE OF ' DELIMITED BY SIZE
                           ED-AMT DELIMITED BY SIZE
                           ' WILL BE CHARGED TO YOUR CARD ON '
                               DELIMITED BY SIZE
                           ED-DATE-OUT DELIMITED BY SIZE
                       INTO O-LI-TEXT
                   ELSE
                       STRING 'THE BALANCE OF ' DELIMITED BY SIZE
                           ED-AMT DELIMITED BY SIZE
                           ' WILL BE CHARGED TO YOUR CARD SHORTLY.'
                               DELIMITED BY SIZE
                       INTO O-LI-TEXT
                   END-IF
               ELSE
                   STRING 'THE BALANCE OF ' DELIMITED BY SIZE
                       ED-AMT DELIMITED BY SIZE
                       ' IS DUE AT CHECK-IN.' DELIMITED BY SIZE
                   INTO O-LI-TEXT.
           WRITE PRTLINE FROM LTR-INDENT-LINE
               AFTER ADVANCING 1 LINE.

      *  BY CONFIRMATION NUMBER, OR BY THE BOOKING KEY FOR A BALANCE  *
      *  CARRIED FROM BEFORE THE NUMBERS                              *
       L6E-BALANCE-LOOKUP.
           IF (BE-CONF-NUM(BD-IDX) > 0
                   AND BE-CONF-NUM(BD-IDX) = O-CONF-NUM)
               OR (BE-CAMPGROUND(BD-IDX) = O-CAMPGROUND
                   AND BE-SITE(BD-IDX) = O-SITE
                   AND BE-DATE(BD-IDX) = O-DATE)
                       MOVE 'Y' TO BAL-FOUND-SW
                       MOVE BE-AMT(BD-IDX) TO C-BAL-AMT.

       L6F-WRITE-LABEL.
           IF ADDR-FOUND-SW = 'Y'
               MOVE O-CONF-NUM TO LB-CONF-NUM
               MOVE O-NAME TO LB-NAME
               MOVE ADDRESS-WORK TO LB-ADDRESS
               MOVE SPACES TO LABEL-REC (129:2)
               WRITE LABEL-REC
               ADD 1 TO C-LABEL-CTR.

      *  SAVES THE HIGHEST NUMBER LETTERED AND TODAY'S DATE FOR THE   *
      *  NEXT RUN                                                     *
       L7-SAVE-CONTROL.
           OPEN OUTPUT LTRCTL-FILE.
           MOVE SPACES TO LTRCTL-REC.
           MOVE C-HIGH-CONF TO LC-LAST-CONF.
           MOVE WS-CURR-DATE-NUM TO LC-LAST-RUN.
           WRITE LTRCTL-REC.
           CLOSE LTRCTL-FILE.

       L8-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *  TURNS A CALENDAR DATE INTO A RUNNING DAY COUNT SO DAYS       *
      *  BETWEEN TWO DATES IS A SIMPLE SUBTRACTION                    *
       L8A-DATE-TO-SERIAL.
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

      *  STEPS PD-DATE BACK ONE DAY, ROLLING INTO THE PRIOR MONTH     *
      *  AND YEAR WHEN NEEDED                                         *
       L8B-PRIOR-DAY.
           SUBTRACT 1 FROM PD-DD.
           IF PD-DD = 0
               SUBTRACT 1 FROM PD-MM
               IF PD-MM = 0
                   MOVE 12 TO PD-MM
                   SUBTRACT 1 FROM PD-YYYY
               END-IF
               EVALUATE PD-MM
                   WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                       MOVE 31 TO PD-DD
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO PD-DD
                   WHEN OTHER
                       DIVIDE PD-YYYY BY 4 GIVING PD-LEAP-QUOT
                           REMAINDER PD-LEAP-REM
                       IF PD-LEAP-REM = 0
                           MOVE 29 TO PD-DD
                       ELSE
                           MOVE 28 TO PD-DD
                       END-IF
               END-EVALUATE.

       L8C-EDIT-DATE.
           MOVE ED-IN-MM TO ED-OUT-MM.
           MOVE ED-IN-DD TO ED-OUT-DD.
           MOVE ED-IN-YYYY TO ED-OUT-YYYY.

      *  THE RUN SUMMARY ON ITS OWN PAGE BEHIND THE LETTERS.          *
      *  EVERY BOOKING READ WAS EITHER LETTERED OR PASSED OVER        *
       L9-CLOSING.
           PERFORM L8-HEADINGS.
           IF MASTER-OK-SW = 'N'
               WRITE PRTLINE FROM MASTER-FAIL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE C-RES-READ-CTR TO O-RES-READ-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE C-CONF-CTR TO O-CONF-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE C-REMIND-CTR TO O-REMIND-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE C-LABEL-CTR TO O-LABEL-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE C-NO-ADDR-CTR TO O-NO-ADDR-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           MOVE C-REMIND-DAYS TO O-REMIND-DAYS.
           WRITE PRTLINE FROM TOTAL-LINE-6
               AFTER ADVANCING 2 LINES.
           MOVE C-HIGH-CONF TO O-HIGH-CONF.
           WRITE PRTLINE FROM TOTAL-LINE-7
               AFTER ADVANCING 1 LINE.
           IF C-BD-OVFL-CTR > 0
               MOVE C-BD-OVFL-CTR TO O-BD-OVFL-CTR
               WRITE PRTLINE FROM OVFL-LINE-1
                   AFTER ADVANCING 2 LINES.
           IF C-ADDR-OVFL-CTR > 0
               MOVE C-ADDR-OVFL-CTR TO O-ADDR-OVFL-CTR
               WRITE PRTLINE FROM OVFL-LINE-2
                   AFTER ADVANCING 1 LINE.
           CLOSE LABEL-FILE.
           CLOSE PRTOUT.

           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC29' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           MOVE C-RES-READ-CTR TO RL-RECS-READ.
           MOVE C-LETTERED-CTR TO RL-RECS-OUT-1.
           MOVE C-SKIP-CTR TO RL-RECS-OUT-2.
           MOVE 0 TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
