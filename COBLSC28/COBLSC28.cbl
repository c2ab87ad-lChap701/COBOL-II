       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC28.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  DECLINED CARD FOLLOW-UP RUN. EVERY CHARGE COBLSC08 FOUND      *
      *  DECLINED GOES ON A FOLLOW-UP FILE (DECLHIST.DAT) THE DAY IT   *
      *  IS FIRST SEEN AND IS RESUBMITTED TO THE SETTLEMENT FEED ON    *
      *  DAY 1 AND DAY 3. AN APPROVAL ON THE PROCESSOR'S RESPONSE FILE *
      *  CLOSES IT OUT. A CARD STILL FAILING AFTER THE GRACE PERIOD    *
      *  LOSES THE BOOKING: IT COMES OFF CAMPRES.DAT, ANY PENDING      *
      *  BALANCE-DUE CHARGE IS DROPPED, THE FREED NIGHTS ARE OFFERED   *
      *  TO THE WAITLIST THE SAME WAY A CANCELLATION'S ARE, AND THE    *
      *  GUEST GOES ON THE NOTICE LIST. A SEASONAL LEASE IS NEVER      *
      *  RELEASED - ITS INSTALLMENT IS WRITTEN OFF TO LEASEMIS.DAT AND *
      *  THE MONTHLY LEASE BILLING RUN (COBLSC32) CARRIES IT IN        *
      *  ARREARS. RUNS AFTER COBLSC01 HAS BUILT THE DAY'S FEED, SO THE *
      *  RETRIES RIDE OUT WITH IT.                                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  RUN CONTROL CARD - AS-OF DATE SO A RERUN COUNTS THE RETRY   *
      *  DAYS FROM THE DATE IT COVERS                                *
           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  THE DECLINES COBLSC08'S RECONCILIATION LEFT UNRESOLVED  *
           SELECT DECLINE-FILE
               ASSIGN TO 'DECLINES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.

      *  THE PROCESSOR'S RESPONSE TO THE LAST FEED - AN APPROVED     *
      *  RETRY SHOWS UP HERE                                         *
           SELECT RESPONSE-FILE
               ASSIGN TO 'RESPONSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.

      *  THE DECLINES UNDER FOLLOW-UP, CARRIED FORWARD FROM RUN TO   *
      *  RUN UNTIL THE CARD CLEARS OR THE BOOKING IS RELEASED        *
           SELECT HIST-FILE
               ASSIGN TO 'DECLHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-STATUS.

      *  THE INDEXED RESERVATION MASTER COBLSC01 MAINTAINS  *
           SELECT CAMPRES-FILE
               ASSIGN TO 'CAMPRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-RES-KEY
               ALTERNATE RECORD KEY IS O-CONF-NUM
               FILE STATUS IS WS-RES-STATUS.

      *  THE TOKENIZED SETTLEMENT FEED - THE RETRIES GO OUT WITH     *
      *  TODAY'S BATCH                                               *
           SELECT SETTLE-FILE
               ASSIGN TO 'SETTLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

      *  PENDING BALANCE-DUE CHARGES - A RELEASED BOOKING'S BALANCE  *
      *  MUST NEVER BILL                                             *
           SELECT BALDUE-FILE
               ASSIGN TO 'BALDUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

      *  PARTIES WAITING FOR A SITE - A RELEASED SITE IS OFFERED TO  *
      *  THEM THE WAY COBLSC01 OFFERS A CANCELLED ONE                *
           SELECT WAITLIST-FILE
               ASSIGN TO 'WAITLIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.

      *  THE SURVIVING BALANCES AND THE RE-FLAGGED WAITLIST ARE      *
      *  STAGED HERE WHILE THOSE FILES ARE REWRITTEN - THIS RUN'S    *
      *  OWN WORK FILE, NEVER COBLSC01'S BALWK.DAT                   *
           SELECT DECLWK-FILE
               ASSIGN TO 'DECLWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-STATUS.

      *  LEASE INSTALLMENTS STILL DECLINED AFTER THE GRACE PERIOD -   *
      *  ADDED TO, NEVER REWRITTEN, UNTIL COBLSC32 APPLIES THEM       *
           SELECT LEASEMIS-FILE
               ASSIGN TO 'LEASEMIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LM-STATUS.

      *  CAMPGROUND REVENUE CARRIED FORWARD FOR MONTH-END - MONEY A   *
      *  RELEASED BOOKING NEVER PAID MUST NET OUT OF IT              *
           SELECT CAMP-TOTALS-FILE
               ASSIGN TO 'CAMPTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'DECLFUP.PRT'
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

      *  ONE STILL-UNRESOLVED DECLINE, WITH THE CARD TOKEN IT WAS    *
      *  CHARGED AGAINST                                              *
       FD  DECLINE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS DECLINE-REC.
       01  DECLINE-REC.
           05  DC-CAMPGROUND       PIC X(15).
           05  DC-SITE             PIC X(3).
           05  DC-DATE             PIC 9(8).
           05  DC-NAME             PIC X(27).
           05  DC-AMT              PIC 9(5)V99.
      *  'S' = A DECLINED CHARGE, 'C' = A DECLINED CREDIT  *
           05  DC-TRAN-TYPE        PIC X.
           05  DC-CCTYPE           PIC X.
           05  DC-TOKEN            PIC X(16).
           05  DC-CONF-NUM         PIC 9(8).
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

      *  ONE DECLINED CHARGE UNDER FOLLOW-UP: THE BOOKING IT WAS     *
      *  FOR, WHAT TO RESUBMIT, THE DAY THE DECLINE WAS FIRST SEEN,  *
      *  AND HOW MANY RETRIES HAVE GONE OUT. A RECORD CARRIED OVER   *
      *  FROM BEFORE CONFIRMATION NUMBERS HAS A BLANK ONE             *
       FD  HIST-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS HIST-REC.
       01  HIST-REC.
           05  DH-CAMPGROUND       PIC X(15).
           05  DH-SITE             PIC X(3).
           05  DH-DATE             PIC 9(8).
           05  DH-NAME             PIC X(27).
           05  DH-AMT              PIC 9(5)V99.
           05  DH-CCTYPE           PIC X.
           05  DH-TOKEN            PIC X(16).
           05  DH-DECL-DATE        PIC 9(8).
           05  DH-RETRY-CNT        PIC 9.
           05  DH-LAST-RETRY       PIC 9(8).
           05  FILLER              PIC X(6).
           05  DH-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(2).

       FD  CAMPRES-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS VAL-REC.

      *  CPY FILE THAT CONTAINS VAL-REC LAYOUT, THE SAME COPYBOOK     *
      *  COBLSC01 USES TO MAINTAIN CAMPRES.DAT                        *
           COPY 'VAL.CPY'.

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

       FD  WAITLIST-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WAITLIST-REC.
       01  WAITLIST-REC.
           05  WL-CAMPGROUND       PIC X(15).
           05  WL-SITE-LET         PIC X.
           05  WL-SITE-NUM         PIC 99.
           05  WL-DATE             PIC 9(8).
           05  WL-END-DATE         PIC 9(8).
           05  WL-LEN-STAY         PIC 99.
           05  WL-NAME             PIC X(27).
           05  WL-OFFERED-SW       PIC X.
           05  WL-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(8).

       FD  DECLWK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS DECLWK-REC.
       01  DECLWK-REC              PIC X(90).

       FD  LEASEMIS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS LEASE-MISS-REC.

      *  CPY FILE THAT CONTAINS LEASE-MISS-REC LAYOUT, SHARED WITH    *
      *  THE MONTHLY LEASE BILLING RUN (COBLSC32)                     *
           COPY 'LEASEMIS.CPY'.

       FD  CAMP-TOTALS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS CAMP-TOTALS-REC.

      *  CPY FILE THAT CONTAINS CAMP-TOTALS-REC LAYOUT, THE SAME      *
      *  COPYBOOK COBLSC01 AND COBLSC06 SHARE FOR CAMPTL.DAT          *
           COPY 'CAMPTL.CPY'.

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
           05  WS-DC-STATUS        PIC XX      VALUE '00'.
           05  WS-RESP-STATUS      PIC XX      VALUE '00'.
           05  WS-DH-STATUS        PIC XX      VALUE '00'.
           05  WS-RES-STATUS       PIC XX      VALUE '00'.
           05  WS-SETTLE-STATUS    PIC XX      VALUE '00'.
           05  WS-BD-STATUS        PIC XX      VALUE '00'.
           05  WS-WL-STATUS        PIC XX      VALUE '00'.
           05  WS-WK-STATUS        PIC XX      VALUE '00'.
           05  WS-CT-STATUS        PIC XX      VALUE '00'.
           05  WS-LM-STATUS        PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  DC-EOF-SW           PIC X       VALUE 'N'.
           05  RESP-EOF-SW         PIC X       VALUE 'N'.
           05  DH-EOF-SW           PIC X       VALUE 'N'.
           05  RES-EOF-SW          PIC X       VALUE 'N'.
           05  BD-EOF-SW           PIC X       VALUE 'N'.
           05  WL-EOF-SW           PIC X       VALUE 'N'.
           05  WK-EOF-SW           PIC X       VALUE 'N'.
      *  NO MASTER MEANS NOTHING CAN BE RETRIED OR RELEASED - THE    *
      *  FOLLOW-UP FILE IS CARRIED FORWARD UNTOUCHED                 *
           05  MASTER-OK-SW        PIC X       VALUE 'Y'.
           05  BOOK-FOUND-SW       PIC X       VALUE 'N'.
           05  HIST-FOUND-SW       PIC X       VALUE 'N'.
           05  REL-FOUND-SW        PIC X       VALUE 'N'.
           05  OFFER-FOUND-SW      PIC X       VALUE 'N'.
           05  C-LOADED-CTR        PIC 9(6)    VALUE 0.
           05  C-DECL-READ-CTR     PIC 9(6)    VALUE 0.
           05  C-NEW-CTR           PIC 9(6)    VALUE 0.
      *  DECLINES ALREADY UNDER FOLLOW-UP - A RETRY THAT FAILED     *
      *  AGAIN - AND DECLINED CREDITS, WHICH STAY WITH THE DESK     *
           05  C-REPEAT-CTR        PIC 9(6)    VALUE 0.
           05  C-CREDIT-CTR        PIC 9(6)    VALUE 0.
      *  DECLINES PAST THE FOLLOW-UP TABLE - COUNTED AND PRINTED SO  *
      *  THE DESK KNOWS THE SCHEDULE IS SHORT. THOSE THAT FIT IN THE *
      *  HOLD AREA GO BACK ON DECLHIST.DAT UNWORKED; ANY PAST IT TOO *
      *  ARE LOST                                                    *
           05  C-OVFL-CTR          PIC 9(6)    VALUE 0.
           05  C-HOLD-LOST-CTR     PIC 9(6)    VALUE 0.
           05  C-RETRY-CTR         PIC 9(6)    VALUE 0.
           05  C-HELD-CTR          PIC 9(6)    VALUE 0.
           05  C-CLEARED-CTR       PIC 9(6)    VALUE 0.
           05  C-GONE-CTR          PIC 9(6)    VALUE 0.
           05  C-RELEASED-CTR      PIC 9(6)    VALUE 0.
           05  C-LEASE-MISS-CTR    PIC 9(6)    VALUE 0.
           05  C-INHOUSE-CTR       PIC 9(6)    VALUE 0.
           05  C-BAL-DROP-CTR      PIC 9(6)    VALUE 0.
           05  C-OFFER-CTR         PIC 9(6)    VALUE 0.
           05  C-CARRIED-CTR       PIC 9(6)    VALUE 0.
           05  C-REL-OVFL-CTR      PIC 9(6)    VALUE 0.
      *  BOOKINGS RELEASED FOR THE DECLINE BEING WORKED - A GROUP    *
      *  CHARGE CAN RELEASE SEVERAL                                  *
           05  C-REL-THIS-CTR      PIC 9(4)    VALUE 0.
           05  C-REVERSED-TOTAL    PIC 9(7)V99 VALUE 0.
           05  C-OPEN-BAL          PIC 9(3)V99 VALUE 0.
           05  C-UNPAID-AMT        PIC 9(5)V99 VALUE 0.
           05  C-DAYS-OUT          PIC 9(5)    VALUE 0.
           05  C-TOKEN             PIC X(16)   VALUE SPACES.
           05  C-GROUP-ID          PIC X(5)    VALUE SPACES.
           05  C-GROUP-CAMP        PIC X(15)   VALUE SPACES.
           05  C-FREED-START       PIC 9(8)    VALUE 0.
           05  C-FREED-END         PIC 9(8)    VALUE 0.
           05  C-OFFER-NAME        PIC X(27)   VALUE SPACES.
           05  C-WL-REC-CTR        PIC 999     VALUE 0.
           05  HIST-SUB            PIC 999     VALUE 0.
           05  REL-SUB             PIC 999     VALUE 0.

      *  THE RETRY SCHEDULE, IN DAYS AFTER THE DECLINE WAS FIRST      *
      *  SEEN: THE CHARGE GOES BACK TO THE FEED ON THE TWO RETRY      *
      *  DAYS, AND A CARD STILL FAILING ON THE GRACE DAY (WHEN THE    *
      *  LAST RETRY'S ANSWER IS IN) LOSES THE BOOKING                 *
       01  RETRY-SCHEDULE.
           05  C-RETRY-DAY-1       PIC 99      VALUE 1.
           05  C-RETRY-DAY-2       PIC 99      VALUE 3.
           05  C-GRACE-DAYS        PIC 99      VALUE 4.

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

      *  DATA PASSED TO/FROM CBLGEN TO ROLL GENERATION BACKUPS OF    *
      *  THE MASTER AND THE FOLLOW-UP FILE BEFORE THEY ARE UPDATED   *
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

      *  THE DECLINES UNDER FOLLOW-UP, LOADED FROM DECLHIST.DAT AND   *
      *  ADDED TO FROM TODAY'S DECLINES. STATUS ' ' = STILL OPEN,     *
      *  'C' = CARD CLEARED, 'R' = BOOKING RELEASED, 'D' = DROPPED    *
      *  (BOOKING GONE OR PARTY IN HOUSE), 'M' = LEASE INSTALLMENT    *
      *  MISSED - ONLY OPEN ENTRIES ARE CARRIED FORWARD               *
       01  HIST-TABLE-AREA.
           05  HIST-ENTRY      OCCURS 500 INDEXED BY HIST-IDX.
               10  HE-CAMPGROUND   PIC X(15).
               10  HE-SITE         PIC X(3).
               10  HE-DATE         PIC 9(8).
               10  HE-NAME         PIC X(27).
               10  HE-AMT          PIC 9(5)V99.
               10  HE-CCTYPE       PIC X.
               10  HE-TOKEN        PIC X(16).
               10  HE-DECL-DATE    PIC 9(8).
               10  HE-RETRY-CNT    PIC 9.
               10  HE-LAST-RETRY   PIC 9(8).
               10  HE-CONF-NUM     PIC 9(8).
               10  HE-STATUS       PIC X.

       01  HIST-TABLE-WORK.
           05  HIST-TBL-CTR        PIC 999     VALUE 0.

      *  FOLLOW-UP RECORDS PAST THE TABLE - WRITTEN BACK UNTOUCHED SO *
      *  THE DECLINE ISN'T LOST WHILE THE TABLE CATCHES UP           *
       01  HIST-HOLD-AREA.
           05  HH-REC               PIC X(110)  OCCURS 500.

       01  HIST-HOLD-CTRS.
           05  C-HIST-HOLD-CTR      PIC 999     VALUE 0.
           05  HH-SUB               PIC 999     VALUE 0.

      *  A NEW DECLINE PAST THE TABLE IS BUILT HERE IN THE FOLLOW-UP  *
      *  FILE'S LAYOUT, READY TO BE HELD                              *
       01  HIST-HOLD-WORK.
           05  HW-CAMPGROUND        PIC X(15).
           05  HW-SITE              PIC X(3).
           05  HW-DATE              PIC 9(8).
           05  HW-NAME              PIC X(27).
           05  HW-AMT               PIC 9(5)V99.
           05  HW-CCTYPE            PIC X.
           05  HW-TOKEN             PIC X(16).
           05  HW-DECL-DATE         PIC 9(8).
           05  HW-RETRY-CNT         PIC 9.
           05  HW-LAST-RETRY        PIC 9(8).
           05  FILLER               PIC X(6).
           05  HW-CONF-NUM          PIC 9(8).
           05  FILLER               PIC X(2).

      *  THE BOOKINGS PULLED THIS RUN (AND GROUP MEMBERS FOUND IN     *
      *  HOUSE AND LEFT ALONE) - THE GUEST NOTICE LIST PRINTS FROM    *
      *  HERE AND THE BALANCE-DUE FILE IS SIFTED AGAINST IT           *
       01  REL-TABLE-AREA.
           05  REL-ENTRY       OCCURS 500 INDEXED BY REL-IDX.
               10  RB-CAMPGROUND   PIC X(15).
               10  RB-SITE         PIC X(3).
               10  RB-DATE         PIC 9(8).
               10  RB-LEN-STAY     PIC 99.
               10  RB-NAME         PIC X(27).
               10  RB-UNPAID       PIC 9(5)V99.
      *  'R' = RELEASED, 'I' = IN HOUSE - KEPT FOR THE DESK  *
               10  RB-STATUS       PIC X.
               10  RB-OFFER-NAME   PIC X(27).

       01  REL-TABLE-WORK.
           05  REL-TBL-CTR         PIC 999     VALUE 0.

      *  WAITLISTED PARTIES IN FILE ORDER, SO THE OFFER FLAGS CAN BE  *
      *  PUT BACK ON THE RIGHT RECORDS WHEN THE FILE IS REWRITTEN     *
       01  WAITLIST-TABLE-AREA.
           05  WL-ENTRY        OCCURS 200 INDEXED BY WL-IDX.
               10  WE-CAMPGROUND   PIC X(15).
               10  WE-SITE-LET     PIC X.
               10  WE-SITE-NUM     PIC 99.
               10  WE-DATE         PIC 9(8).
               10  WE-END-DATE     PIC 9(8).
               10  WE-NAME         PIC X(27).
               10  WE-OFFERED-SW   PIC X.

       01  WAITLIST-TABLE-WORK.
           05  WL-TBL-CTR          PIC 999     VALUE 0.

       01  REPORT-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-RPT-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-YY        PIC 9(4).
           05  FILLER          PIC X(38)   VALUE ' '.
           05  FILLER          PIC X(33)   VALUE
               'DECLINED CARD FOLLOW-UP'.
           05  FILLER          PIC X(37)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-RPT-PCTR      PIC Z9.

       01  NOTICE-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-NTC-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-NTC-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-NTC-YY        PIC 9(4).
           05  FILLER          PIC X(35)   VALUE ' '.
           05  FILLER          PIC X(36)   VALUE
               'GUEST NOTICE - BOOKINGS RELEASED'.
           05  FILLER          PIC X(35)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-NTC-PCTR      PIC Z9.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  MASTER-FAIL-LINE.
           05  FILLER          PIC X(56)   VALUE
               'RESERVATION MASTER NOT OPEN - NO RETRIES OR RELEASES'.
           05  FILLER          PIC X(76)   VALUE ' '.

       01  COLUMN-HEADINGS.
           05  FILLER          PIC X(15)   VALUE 'CAMPGROUND'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(3)    VALUE 'STE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'ARRIVAL'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(27)   VALUE 'GUEST'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(9)    VALUE '   AMOUNT'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(3)    VALUE 'DAY'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(24)   VALUE 'ACTION'.
           05  FILLER          PIC X(28)   VALUE ' '.

      *  ONE DECLINE UNDER FOLLOW-UP AND WHAT THIS RUN DID WITH IT  *
       01  DETAIL-LINE.
           05  O-DET-CAMPGROUND    PIC X(15).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-SITE          PIC X(3).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-YYYY          PIC 9(4).
           05  FILLER              PIC X       VALUE '/'.
           05  O-DET-MM            PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-DET-DD            PIC 99.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-DET-NAME          PIC X(27).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-AMT           PIC ZZZZZ9.99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-DAY           PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-ACTION        PIC X(24).
           05  FILLER              PIC X(28)   VALUE ' '.

       01  NOTICE-HEADINGS.
           05  FILLER          PIC X(15)   VALUE 'CAMPGROUND'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(3)    VALUE 'STE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'ARRIVAL'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(3)    VALUE 'NTS'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(27)   VALUE 'GUEST'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(9)    VALUE '   UNPAID'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(22)   VALUE 'STATUS'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(27)   VALUE 'SITE OFFERED TO'.
           05  FILLER          PIC X(2)    VALUE ' '.

      *  ONE GUEST WHOSE BOOKING WAS PULLED, FOR THE DESK TO CALL,   *
      *  WITH THE WAITLISTED PARTY THE FREED SITE WENT TO            *
       01  NOTICE-LINE.
           05  O-NTC-CAMPGROUND    PIC X(15).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-NTC-SITE          PIC X(3).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-NTC-YYYY          PIC 9(4).
           05  FILLER              PIC X       VALUE '/'.
           05  O-NTC-DATE-MM       PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-NTC-DATE-DD       PIC 99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-NTC-LEN-STAY      PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-NTC-NAME          PIC X(27).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-NTC-UNPAID        PIC ZZZZZ9.99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-NTC-STATUS        PIC X(22).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-NTC-OFFER-NAME    PIC X(27).
           05  FILLER              PIC X(2)    VALUE ' '.

       01  NONE-LINE.
           05  FILLER          PIC X(30)   VALUE
               'NO BOOKINGS RELEASED THIS RUN'.
           05  FILLER          PIC X(102)  VALUE ' '.

       01  OVFL-LINE.
           05  FILLER          PIC X(46)   VALUE
               'DECLINES PAST TABLE LIMIT - HELD, NOT WORKED: '.
           05  O-OVFL-CTR      PIC ZZZZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

       01  HOLD-LOST-LINE.
           05  FILLER          PIC X(46)   VALUE
               'DECLINES PAST THE HOLD AREA - DROPPED:        '.
           05  O-HOLD-LOST-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

       01  REL-OVFL-LINE.
           05  FILLER          PIC X(46)   VALUE
               'RELEASES PAST TABLE LIMIT - SEE THE MASTER:   '.
           05  O-REL-OVFL-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(30)   VALUE
               'NEW DECLINES TAKEN ON:        '.
           05  O-NEW-CTR       PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(30)   VALUE
               'RETRIES SENT TO THE FEED:     '.
           05  O-RETRY-CTR     PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(30)   VALUE
               'RETRIES HELD - NO TOKEN:      '.
           05  O-HELD-CTR      PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(30)   VALUE
               'CARDS CLEARED:                '.
           05  O-CLEARED-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-5.
           05  FILLER          PIC X(30)   VALUE
               'BOOKINGS RELEASED:            '.
           05  O-RELEASED-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-6.
           05  FILLER          PIC X(30)   VALUE
               'PENDING BALANCES DROPPED:     '.
           05  O-BAL-DROP-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-7.
           05  FILLER          PIC X(30)   VALUE
               'WAITLIST OFFERS MADE:         '.
           05  O-OFFER-CTR     PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-8.
           05  FILLER          PIC X(30)   VALUE
               'UNPAID REVENUE REVERSED:      '.
           05  O-REVERSED-TOTAL PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(90)   VALUE ' '.

       01  TOTAL-LINE-9.
           05  FILLER          PIC X(30)   VALUE
               'STILL UNDER FOLLOW-UP:        '.
           05  O-CARRIED-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-10.
           05  FILLER          PIC X(30)   VALUE
               'LEASE PAYMENTS MISSED:        '.
           05  O-LEASE-MISS-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-APPLY-APPROVALS.
           PERFORM L3C-TAKE-ON-DECLINES.
           PERFORM L4-WORK-DECLINE THRU L4-WORK-EXIT
               VARYING HIST-SUB FROM 1 BY 1
                   UNTIL HIST-SUB > HIST-TBL-CTR.
           PERFORM L6-NOTICE-LIST.
           IF REL-TBL-CTR > 0
               PERFORM L6C-DROP-BALANCES THRU L6C-DROP-EXIT.
           IF C-OFFER-CTR > 0
               PERFORM L6F-SAVE-WAITLIST.
           IF C-REVERSED-TOTAL > 0
               PERFORM L7-POST-REVERSALS.
           PERFORM L6J-SAVE-HISTORY.
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
           MOVE CURR-MM TO O-RPT-MM O-NTC-MM.
           MOVE CURR-DD TO O-RPT-DD O-NTC-DD.
           MOVE CURR-YY TO O-RPT-YY O-NTC-YY.
           MOVE CURR-YY TO SER-YYYY.
           MOVE CURR-MM TO SER-MM.
           MOVE CURR-DD TO SER-DD.
           PERFORM L8A-DATE-TO-SERIAL.
           MOVE SER-DAYS TO SER-TODAY.

           PERFORM L2A-LOAD-HISTORY.
           PERFORM L2C-LOAD-WAITLIST.

      *  ROLLS THE MASTER'S GENERATIONS BEFORE ANY BOOKING COMES     *
      *  OFF IT                                                      *
           MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE.
           MOVE 'CAMPRES.DAT' TO GN-FILE-NAME.
           MOVE 'I' TO GN-ORG.
           CALL 'CBLGEN' USING CBLGEN-DATA.

           OPEN I-O CAMPRES-FILE.
           IF WS-RES-STATUS NOT = '00'
               MOVE 'N' TO MASTER-OK-SW.

      *  THE RETRIES RIDE OUT WITH WHATEVER IS ALREADY ON TODAY'S    *
      *  FEED                                                        *
           OPEN EXTEND SETTLE-FILE.
           IF WS-SETTLE-STATUS NOT = '00'
               OPEN OUTPUT SETTLE-FILE.
           OPEN EXTEND LEASEMIS-FILE.
           IF WS-LM-STATUS NOT = '00'
               OPEN OUTPUT LEASEMIS-FILE.

           OPEN OUTPUT PRTOUT.
           PERFORM L8-HEADINGS.
           IF MASTER-OK-SW = 'N'
               WRITE PRTLINE FROM MASTER-FAIL-LINE
                   AFTER ADVANCING 1 LINE
               WRITE PRTLINE FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

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

      *  THE DECLINES STILL UNDER FOLLOW-UP FROM EARLIER RUNS; NO     *
      *  FILE MEANS THE FIRST RUN                                     *
       L2A-LOAD-HISTORY.
           MOVE 0 TO HIST-TBL-CTR.
           MOVE 'N' TO DH-EOF-SW.
           OPEN INPUT HIST-FILE.
           IF WS-DH-STATUS = '00'
               PERFORM L2B-READ-HISTORY
                   UNTIL DH-EOF-SW = 'Y'
               CLOSE HIST-FILE.

       L2B-READ-HISTORY.
           READ HIST-FILE
               AT END
                   MOVE 'Y' TO DH-EOF-SW
               NOT AT END
                   ADD 1 TO C-LOADED-CTR
                   IF HIST-TBL-CTR < 500
                       ADD 1 TO HIST-TBL-CTR
                       MOVE DH-CAMPGROUND TO
                           HE-CAMPGROUND(HIST-TBL-CTR)
                       MOVE DH-SITE       TO HE-SITE(HIST-TBL-CTR)
                       MOVE DH-DATE       TO HE-DATE(HIST-TBL-CTR)
                       MOVE DH-NAME       TO HE-NAME(HIST-TBL-CTR)
                       MOVE DH-AMT        TO HE-AMT(HIST-TBL-CTR)
                       MOVE DH-CCTYPE     TO HE-CCTYPE(HIST-TBL-CTR)
                       MOVE DH-TOKEN      TO HE-TOKEN(HIST-TBL-CTR)
                       MOVE DH-DECL-DATE  TO
                           HE-DECL-DATE(HIST-TBL-CTR)
                       MOVE DH-RETRY-CNT  TO
                           HE-RETRY-CNT(HIST-TBL-CTR)
                       MOVE DH-LAST-RETRY TO
                           HE-LAST-RETRY(HIST-TBL-CTR)
                       IF DH-CONF-NUM NUMERIC
                           MOVE DH-CONF-NUM TO
                               HE-CONF-NUM(HIST-TBL-CTR)
                       ELSE
                           MOVE 0 TO HE-CONF-NUM(HIST-TBL-CTR)
                       END-IF
                       MOVE ' '           TO HE-STATUS(HIST-TBL-CTR)
                   ELSE
                       ADD 1 TO C-OVFL-CTR
                       MOVE HIST-REC TO HIST-HOLD-WORK
                       PERFORM L2B1-HOLD-DECLINE
                   END-IF.

       L2B1-HOLD-DECLINE.
           IF C-HIST-HOLD-CTR < 500
               ADD 1 TO C-HIST-HOLD-CTR
               MOVE HIST-HOLD-WORK TO HH-REC(C-HIST-HOLD-CTR)
           ELSE
               ADD 1 TO C-HOLD-LOST-CTR.

      *  LOADS THE WAITLIST IN FILE ORDER; PARTIES PAST THE TABLE     *
      *  ARE LEFT ON THE FILE UNTOUCHED AND SIMPLY NOT OFFERED        *
       L2C-LOAD-WAITLIST.
           MOVE 0 TO WL-TBL-CTR.
           MOVE 'N' TO WL-EOF-SW.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WL-STATUS = '00'
               PERFORM L2D-READ-WAITLIST
                   UNTIL WL-EOF-SW = 'Y'
               CLOSE WAITLIST-FILE.

       L2D-READ-WAITLIST.
           READ WAITLIST-FILE
               AT END
                   MOVE 'Y' TO WL-EOF-SW
               NOT AT END
                   IF WL-TBL-CTR < 200
                       ADD 1 TO WL-TBL-CTR
                       MOVE WL-CAMPGROUND TO WE-CAMPGROUND(WL-TBL-CTR)
                       MOVE WL-SITE-LET TO WE-SITE-LET(WL-TBL-CTR)
                       MOVE WL-SITE-NUM TO WE-SITE-NUM(WL-TBL-CTR)
                       MOVE WL-DATE TO WE-DATE(WL-TBL-CTR)
                       MOVE WL-END-DATE TO WE-END-DATE(WL-TBL-CTR)
                       MOVE WL-NAME TO WE-NAME(WL-TBL-CTR)
                       MOVE WL-OFFERED-SW TO WE-OFFERED-SW(WL-TBL-CTR)
                   END-IF.

      *  AN APPROVED CHARGE ON THE PROCESSOR'S RESPONSE CLOSES OUT    *
      *  THE MATCHING DECLINE - THE RETRY WENT THROUGH                *
       L3-APPLY-APPROVALS.
           MOVE 'N' TO RESP-EOF-SW.
           OPEN INPUT RESPONSE-FILE.
           IF WS-RESP-STATUS = '00'
               PERFORM L3A-READ-RESPONSE
                   UNTIL RESP-EOF-SW = 'Y'
               CLOSE RESPONSE-FILE.

       L3A-READ-RESPONSE.
           READ RESPONSE-FILE
               AT END
                   MOVE 'Y' TO RESP-EOF-SW
               NOT AT END
                   IF RS-TRAN-TYPE = 'S' AND RS-RESP-CODE = 'A'
                       PERFORM L3B-MATCH-APPROVAL
                           VARYING HIST-IDX FROM 1 BY 1
                               UNTIL HIST-IDX > HIST-TBL-CTR
                   END-IF.

       L3B-MATCH-APPROVAL.
           IF HE-STATUS(HIST-IDX) = ' '
               AND HE-CAMPGROUND(HIST-IDX) = RS-CAMPGROUND
               AND HE-SITE(HIST-IDX) = RS-SITE
               AND HE-DATE(HIST-IDX) = RS-DATE
                   MOVE 'C' TO HE-STATUS(HIST-IDX).

      *  TODAY'S DECLINES: A CHARGE NOT ALREADY UNDER FOLLOW-UP       *
      *  STARTS ITS RETRY SCHEDULE TODAY; ONE THAT IS WAS A RETRY     *
      *  THAT FAILED AGAIN. A DECLINED CREDIT IS THE DESK'S PROBLEM   *
      *  - THERE IS NO BOOKING LEFT TO RELEASE                        *
       L3C-TAKE-ON-DECLINES.
           MOVE 'N' TO DC-EOF-SW.
           OPEN INPUT DECLINE-FILE.
           IF WS-DC-STATUS = '00'
               PERFORM L3D-READ-DECLINE
                   UNTIL DC-EOF-SW = 'Y'
               CLOSE DECLINE-FILE.

       L3D-READ-DECLINE.
           READ DECLINE-FILE
               AT END
                   MOVE 'Y' TO DC-EOF-SW
               NOT AT END
                   ADD 1 TO C-DECL-READ-CTR
                   IF DC-TRAN-TYPE NOT = 'S'
                       ADD 1 TO C-CREDIT-CTR
                   ELSE
                       PERFORM L3E-ADD-DECLINE
                   END-IF.

       L3E-ADD-DECLINE.
           MOVE 'N' TO HIST-FOUND-SW.
           PERFORM L3F-MATCH-DECLINE
               VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX > HIST-TBL-CTR
                       OR HIST-FOUND-SW = 'Y'.
           IF HIST-FOUND-SW = 'Y'
               ADD 1 TO C-REPEAT-CTR
           ELSE
               IF HIST-TBL-CTR < 500
                   ADD 1 TO HIST-TBL-CTR
                   ADD 1 TO C-NEW-CTR
                   MOVE DC-CAMPGROUND TO HE-CAMPGROUND(HIST-TBL-CTR)
                   MOVE DC-SITE TO HE-SITE(HIST-TBL-CTR)
                   MOVE DC-DATE TO HE-DATE(HIST-TBL-CTR)
                   MOVE DC-NAME TO HE-NAME(HIST-TBL-CTR)
                   MOVE DC-AMT TO HE-AMT(HIST-TBL-CTR)
                   MOVE DC-CCTYPE TO HE-CCTYPE(HIST-TBL-CTR)
                   MOVE DC-TOKEN TO HE-TOKEN(HIST-TBL-CTR)
                   IF DC-CONF-NUM NUMERIC
                       MOVE DC-CONF-NUM TO HE-CONF-NUM(HIST-TBL-CTR)
                   ELSE
                       MOVE 0 TO HE-CONF-NUM(HIST-TBL-CTR)
                   END-IF
                   MOVE WS-CURR-DATE-NUM TO HE-DECL-DATE(HIST-TBL-CTR)
                   MOVE 0 TO HE-RETRY-CNT(HIST-TBL-CTR)
                   MOVE 0 TO HE-LAST-RETRY(HIST-TBL-CTR)
                   MOVE ' ' TO HE-STATUS(HIST-TBL-CTR)
               ELSE
                   ADD 1 TO C-OVFL-CTR
                   PERFORM L3G-HOLD-NEW-DECLINE.

      *  A NEW DECLINE PAST THE TABLE STARTS ITS SCHEDULE ON THE FILE *
      *  AND IS PICKED UP BY A LATER RUN ONCE THERE IS ROOM           *
       L3G-HOLD-NEW-DECLINE.
           MOVE SPACES TO HIST-HOLD-WORK.
           MOVE DC-CAMPGROUND TO HW-CAMPGROUND.
           MOVE DC-SITE TO HW-SITE.
           MOVE DC-DATE TO HW-DATE.
           MOVE DC-NAME TO HW-NAME.
           MOVE DC-AMT TO HW-AMT.
           MOVE DC-CCTYPE TO HW-CCTYPE.
           MOVE DC-TOKEN TO HW-TOKEN.
           MOVE WS-CURR-DATE-NUM TO HW-DECL-DATE.
           MOVE 0 TO HW-RETRY-CNT.
           MOVE 0 TO HW-LAST-RETRY.
           IF DC-CONF-NUM NUMERIC
               MOVE DC-CONF-NUM TO HW-CONF-NUM
           ELSE
               MOVE 0 TO HW-CONF-NUM.
           PERFORM L2B1-HOLD-DECLINE.

       L3F-MATCH-DECLINE.
           IF HE-STATUS(HIST-IDX) = ' '
               AND HE-CAMPGROUND(HIST-IDX) = DC-CAMPGROUND
               AND HE-SITE(HIST-IDX) = DC-SITE
               AND HE-DATE(HIST-IDX) = DC-DATE
                   MOVE 'Y' TO HIST-FOUND-SW.

      *  WORKS ONE DECLINE THROUGH THE SCHEDULE: A CLEARED CARD IS    *
      *  CLOSED, A BOOKING ALREADY GONE FROM THE MASTER IS DROPPED,   *
      *  THE CHARGE IS RESUBMITTED ON THE RETRY DAYS, AND A CARD      *
      *  STILL FAILING ON THE GRACE DAY LOSES THE BOOKING. A RERUN    *
      *  THE SAME DAY NEVER SENDS A SECOND RETRY                      *
       L4-WORK-DECLINE.
           MOVE HE-CAMPGROUND(HIST-SUB) TO O-DET-CAMPGROUND.
           MOVE HE-SITE(HIST-SUB) TO O-DET-SITE.
           MOVE HE-DATE(HIST-SUB) (1:4) TO O-DET-YYYY.
           MOVE HE-DATE(HIST-SUB) (5:2) TO O-DET-MM.
           MOVE HE-DATE(HIST-SUB) (7:2) TO O-DET-DD.
           MOVE HE-NAME(HIST-SUB) TO O-DET-NAME.
           MOVE HE-AMT(HIST-SUB) TO O-DET-AMT.

           MOVE HE-DECL-DATE(HIST-SUB) (1:4) TO SER-YYYY.
           MOVE HE-DECL-DATE(HIST-SUB) (5:2) TO SER-MM.
           MOVE HE-DECL-DATE(HIST-SUB) (7:2) TO SER-DD.
           PERFORM L8A-DATE-TO-SERIAL.
           IF SER-DAYS < SER-TODAY
               SUBTRACT SER-DAYS FROM SER-TODAY GIVING C-DAYS-OUT
           ELSE
               MOVE 0 TO C-DAYS-OUT.
           MOVE C-DAYS-OUT TO O-DET-DAY.

           IF HE-STATUS(HIST-SUB) = 'C'
               ADD 1 TO C-CLEARED-CTR
               MOVE 'CARD CLEARED - CLOSED' TO O-DET-ACTION
               PERFORM L8B-WRITE-DETAIL
               GO TO L4-WORK-EXIT.

           IF MASTER-OK-SW = 'N'
               MOVE 'HELD - NO MASTER' TO O-DET-ACTION
               PERFORM L8B-WRITE-DETAIL
               GO TO L4-WORK-EXIT.

           PERFORM L4A-READ-BOOKING.
           IF BOOK-FOUND-SW = 'N'
               MOVE 'D' TO HE-STATUS(HIST-SUB)
               ADD 1 TO C-GONE-CTR
               MOVE 'BOOKING GONE - CLOSED' TO O-DET-ACTION
               PERFORM L8B-WRITE-DETAIL
               GO TO L4-WORK-EXIT.

           IF HE-LAST-RETRY(HIST-SUB) NOT < WS-CURR-DATE-NUM
               MOVE 'RETRY SENT - AWAITING' TO O-DET-ACTION
               PERFORM L8B-WRITE-DETAIL
               GO TO L4-WORK-EXIT.

           IF HE-RETRY-CNT(HIST-SUB) = 0
               AND C-DAYS-OUT NOT < C-RETRY-DAY-1
                   PERFORM L4B-RESUBMIT
                   PERFORM L8B-WRITE-DETAIL
                   GO TO L4-WORK-EXIT.

           IF HE-RETRY-CNT(HIST-SUB) = 1
               AND C-DAYS-OUT NOT < C-RETRY-DAY-2
                   PERFORM L4B-RESUBMIT
                   PERFORM L8B-WRITE-DETAIL
                   GO TO L4-WORK-EXIT.

      *  A SEASONAL LEASE KEEPS ITS SITE - THE MISSED INSTALLMENT    *
      *  GOES INTO THE LEASE'S ARREARS INSTEAD                       *
           IF HE-RETRY-CNT(HIST-SUB) NOT < 2
               AND C-DAYS-OUT NOT < C-GRACE-DAYS
               AND O-LEASE-HOLD
                   PERFORM L5D-MISS-LEASE
                   PERFORM L8B-WRITE-DETAIL
                   GO TO L4-WORK-EXIT.

           IF HE-RETRY-CNT(HIST-SUB) NOT < 2
               AND C-DAYS-OUT NOT < C-GRACE-DAYS
                   PERFORM L5-RELEASE-BOOKING THRU L5-RELEASE-EXIT
                   PERFORM L8B-WRITE-DETAIL
                   GO TO L4-WORK-EXIT.

           IF HE-RETRY-CNT(HIST-SUB) = 0
               MOVE 'DECLINED - RETRY PENDING' TO O-DET-ACTION
           ELSE
               MOVE 'RETRY DECLINED - WAITING' TO O-DET-ACTION.
           PERFORM L8B-WRITE-DETAIL.

       L4-WORK-EXIT.
           EXIT.

      *  READS THE DECLINED BOOKING STRAIGHT OFF THE INDEXED MASTER   *
      *  ON ITS CAMPGROUND/SITE/ARRIVAL KEY                           *
       L4A-READ-BOOKING.
           MOVE 'N' TO BOOK-FOUND-SW.
           MOVE HE-CAMPGROUND(HIST-SUB) TO O-CAMPGROUND.
           MOVE HE-SITE(HIST-SUB) TO O-SITE.
           MOVE HE-DATE(HIST-SUB) TO O-DATE.
           READ CAMPRES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO BOOK-FOUND-SW
           END-READ.

      *  PUTS THE DECLINED CHARGE BACK ON THE SETTLEMENT FEED. THE    *
      *  TOKEN IT FAILED AGAINST IS USED; A DECLINE THAT CAME WITHOUT *
      *  ONE FALLS BACK TO THE TOKEN ON THE BOOKING. WITH NO TOKEN AT *
      *  ALL THE RETRY IS COUNTED BUT HELD, AND THE SCHEDULE RUNS ON  *
       L4B-RESUBMIT.
           ADD 1 TO HE-RETRY-CNT(HIST-SUB).
           MOVE WS-CURR-DATE-NUM TO HE-LAST-RETRY(HIST-SUB).
           MOVE HE-TOKEN(HIST-SUB) TO C-TOKEN.
           IF C-TOKEN = SPACES OR C-TOKEN = LOW-VALUES
               MOVE O-CARD-TOKEN TO C-TOKEN.
           IF C-TOKEN = SPACES OR C-TOKEN = LOW-VALUES
               ADD 1 TO C-HELD-CTR
               IF HE-RETRY-CNT(HIST-SUB) = 1
                   MOVE 'RETRY 1 HELD - NO TOKEN' TO O-DET-ACTION
               ELSE
                   MOVE 'RETRY 2 HELD - NO TOKEN' TO O-DET-ACTION
               END-IF
           ELSE
               MOVE 'S' TO SL-TRAN-TYPE
               MOVE HE-CAMPGROUND(HIST-SUB) TO SL-CAMPGROUND
               MOVE HE-SITE(HIST-SUB) TO SL-SITE
               MOVE HE-DATE(HIST-SUB) TO SL-DATE
               MOVE HE-NAME(HIST-SUB) TO SL-NAME
               MOVE HE-AMT(HIST-SUB) TO SL-AMT
               MOVE HE-CCTYPE(HIST-SUB) TO SL-CCTYPE
               MOVE C-TOKEN TO SL-TOKEN
               PERFORM L4C-RETRY-CONF THRU L4C-RETRY-EXIT
               MOVE SPACES TO SETTLE-REC (87:4)
               WRITE SETTLE-REC
               ADD 1 TO C-RETRY-CTR
               IF HE-RETRY-CNT(HIST-SUB) = 1
                   MOVE 'RETRY 1 SENT TO FEED' TO O-DET-ACTION
               ELSE
                   MOVE 'RETRY 2 SENT TO FEED' TO O-DET-ACTION.

      *  THE RETRY CARRIES THE SAME CONFIRMATION NUMBER THE DECLINED  *
      *  CHARGE DID. A DECLINE TAKEN ON WITHOUT ONE PICKS IT UP FROM  *
      *  THE BOOKING - THE GROUP'S NUMBER WHEN IT WAS A GROUP'S       *
      *  COMBINED CHARGE, AS COBLSC01 SENDS IT                        *
       L4C-RETRY-CONF.
           MOVE HE-CONF-NUM(HIST-SUB) TO SL-CONF-NUM.
           IF SL-CONF-NUM > 0
               GO TO L4C-RETRY-EXIT.
           IF O-GROUP-ID NOT = SPACES
               AND O-GROUP-CONF NUMERIC
               AND O-GROUP-CONF > 0
                   MOVE O-GROUP-CONF TO SL-CONF-NUM
           ELSE
               IF O-CONF-NUM NUMERIC
                   MOVE O-CONF-NUM TO SL-CONF-NUM.
           MOVE SL-CONF-NUM TO HE-CONF-NUM(HIST-SUB).

       L4C-RETRY-EXIT.
           EXIT.

      *  THE GRACE PERIOD IS OVER AND THE CARD STILL FAILS: THE       *
      *  BOOKING COMES OFF THE MASTER. A GROUP'S COMBINED CHARGE      *
      *  RELEASES EVERY MEMBER OF THE GROUP AT THAT CAMPGROUND. THE   *
      *  DECLINED CHARGE WAS NEVER COLLECTED, SO IT IS REVERSED OUT   *
      *  OF THE REVENUE CARRY-FORWARD ALONG WITH ANY UNBILLED BALANCE *
       L5-RELEASE-BOOKING.
           MOVE 0 TO C-REL-THIS-CTR.
           IF O-GROUP-ID = SPACES
               PERFORM L5A-RELEASE-ONE
           ELSE
               MOVE O-GROUP-ID TO C-GROUP-ID
               MOVE O-CAMPGROUND TO C-GROUP-CAMP
               MOVE 'N' TO RES-EOF-SW
               MOVE LOW-VALUES TO O-SITE
               MOVE ZEROS TO O-DATE
               START CAMPRES-FILE KEY NOT < O-RES-KEY
                   INVALID KEY
                       MOVE 'Y' TO RES-EOF-SW
               END-START
               PERFORM L5B-SCAN-GROUP
                   UNTIL RES-EOF-SW = 'Y'.

           IF C-REL-THIS-CTR = 0
               MOVE 'D' TO HE-STATUS(HIST-SUB)
               MOVE 'IN HOUSE - SEE THE DESK' TO O-DET-ACTION
               GO TO L5-RELEASE-EXIT.

           MOVE 'R' TO HE-STATUS(HIST-SUB).
           ADD HE-AMT(HIST-SUB) TO C-REVERSED-TOTAL.
           MOVE 'RELEASED - SEE NOTICE' TO O-DET-ACTION.

       L5-RELEASE-EXIT.
           EXIT.

      *  RELEASES THE BOOKING NOW SITTING IN VAL-REC. A PARTY THE     *
      *  GATE ALREADY CHECKED IN (OR OUT) IS NEVER PULLED - IT IS     *
      *  LISTED FOR THE DESK TO SETTLE BY HAND, AS COBLSC24 DOES      *
       L5A-RELEASE-ONE.
           IF O-BAL-DUE NUMERIC
               MOVE O-BAL-DUE TO C-OPEN-BAL
           ELSE
               MOVE 0 TO C-OPEN-BAL.
           MOVE C-OPEN-BAL TO C-UNPAID-AMT.
           IF O-CAMPGROUND = HE-CAMPGROUND(HIST-SUB)
               AND O-SITE = HE-SITE(HIST-SUB)
               AND O-DATE = HE-DATE(HIST-SUB)
                   ADD HE-AMT(HIST-SUB) TO C-UNPAID-AMT.
           MOVE SPACES TO C-OFFER-NAME.

           IF O-GATE-STATUS = 'I' OR O-GATE-STATUS = 'O'
               ADD 1 TO C-INHOUSE-CTR
               MOVE 'I' TO REL-FOUND-SW
           ELSE
               ADD 1 TO C-RELEASED-CTR
               ADD 1 TO C-REL-THIS-CTR
               ADD C-OPEN-BAL TO C-REVERSED-TOTAL
               MOVE 'R' TO REL-FOUND-SW
      *  THE FREED SITE MAY RESCUE A WAITLISTED PARTY - OFFER IT TO   *
      *  THE FIRST ONE WHOSE REQUESTED DATES NOW FIT                  *
               MOVE O-DATE TO C-FREED-START
               MOVE O-END-DATE TO C-FREED-END
               MOVE 'N' TO OFFER-FOUND-SW
               PERFORM L5C-OFFER-SCAN
                   VARYING WL-IDX FROM 1 BY 1
                       UNTIL WL-IDX > WL-TBL-CTR
                           OR OFFER-FOUND-SW = 'Y'
               DELETE CAMPRES-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE.

           IF REL-TBL-CTR < 500
               ADD 1 TO REL-TBL-CTR
               MOVE O-CAMPGROUND TO RB-CAMPGROUND(REL-TBL-CTR)
               MOVE O-SITE TO RB-SITE(REL-TBL-CTR)
               MOVE O-DATE TO RB-DATE(REL-TBL-CTR)
               MOVE O-LEN-STAY TO RB-LEN-STAY(REL-TBL-CTR)
               MOVE O-NAME TO RB-NAME(REL-TBL-CTR)
               MOVE C-UNPAID-AMT TO RB-UNPAID(REL-TBL-CTR)
               MOVE REL-FOUND-SW TO RB-STATUS(REL-TBL-CTR)
               MOVE C-OFFER-NAME TO RB-OFFER-NAME(REL-TBL-CTR)
           ELSE
               ADD 1 TO C-REL-OVFL-CTR.

       L5B-SCAN-GROUP.
           READ CAMPRES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO RES-EOF-SW
               NOT AT END
                   IF O-CAMPGROUND NOT = C-GROUP-CAMP
                       MOVE 'Y' TO RES-EOF-SW
                   ELSE
                       IF O-GROUP-ID = C-GROUP-ID
                           PERFORM L5A-RELEASE-ONE
                       END-IF
                   END-IF.

      *  WRITES THE MISSED LEASE INSTALLMENT FOR THE BILLING RUN AND  *
      *  CLOSES THE DECLINE. THE MONEY WAS NEVER COLLECTED, SO IT IS  *
      *  REVERSED OUT OF THE REVENUE CARRY-FORWARD THE SAME AS A      *
      *  RELEASED BOOKING'S - COBLSC32 BOOKS IT AGAIN WHEN IT BILLS   *
      *  THE ARREARS                                                  *
       L5D-MISS-LEASE.
           MOVE SPACES TO LEASE-MISS-REC.
           IF HE-CONF-NUM(HIST-SUB) > 0
               MOVE HE-CONF-NUM(HIST-SUB) TO LM-CONF-NUM
           ELSE
               IF O-CONF-NUM NUMERIC
                   MOVE O-CONF-NUM TO LM-CONF-NUM
               ELSE
                   MOVE 0 TO LM-CONF-NUM.
           MOVE HE-CAMPGROUND(HIST-SUB) TO LM-CAMPGROUND.
           MOVE HE-SITE(HIST-SUB) TO LM-SITE.
           MOVE HE-DATE(HIST-SUB) TO LM-START-DATE.
           MOVE HE-AMT(HIST-SUB) TO LM-AMT.
           MOVE WS-CURR-DATE-NUM TO LM-MISSED-DATE.
           WRITE LEASE-MISS-REC.
           MOVE 'M' TO HE-STATUS(HIST-SUB).
           ADD 1 TO C-LEASE-MISS-CTR.
           ADD HE-AMT(HIST-SUB) TO C-REVERSED-TOTAL.
           MOVE 'LEASE PAYMENT MISSED' TO O-DET-ACTION.

      *  CHECKS ONE WAITLISTED PARTY AGAINST THE SITE AND DATE RANGE  *
      *  THE RELEASE JUST FREED; A FIT MARKS THE ENTRY SO THE SAME    *
      *  GUEST ISN'T OFFERED TWICE - THE SAME TEST COBLSC01 APPLIES   *
      *  TO A CANCELLATION                                            *
       L5C-OFFER-SCAN.
           IF WE-OFFERED-SW(WL-IDX) = 'N'
               AND WE-CAMPGROUND(WL-IDX) = O-CAMPGROUND
               AND WE-SITE-LET(WL-IDX) = O-SITE-LET
               AND WE-SITE-NUM(WL-IDX) = O-SITE-NUM
               AND WE-DATE(WL-IDX) NOT < C-FREED-START
               AND WE-END-DATE(WL-IDX) NOT > C-FREED-END
                   MOVE 'Y' TO OFFER-FOUND-SW
                   MOVE 'Y' TO WE-OFFERED-SW(WL-IDX)
                   MOVE WE-NAME(WL-IDX) TO C-OFFER-NAME
                   ADD 1 TO C-OFFER-CTR.

      *  THE GUEST NOTICE LIST GETS ITS OWN PAGE SO THE DESK CAN      *
      *  CALL EVERY PARTY WHOSE BOOKING WAS PULLED                    *
       L6-NOTICE-LIST.
           PERFORM L8C-NOTICE-HEADINGS.
           IF REL-TBL-CTR = 0
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM L6A-PRINT-NOTICE
                   VARYING REL-SUB FROM 1 BY 1
                       UNTIL REL-SUB > REL-TBL-CTR.

       L6A-PRINT-NOTICE.
           MOVE RB-CAMPGROUND(REL-SUB) TO O-NTC-CAMPGROUND.
           MOVE RB-SITE(REL-SUB) TO O-NTC-SITE.
           MOVE RB-DATE(REL-SUB) (1:4) TO O-NTC-YYYY.
           MOVE RB-DATE(REL-SUB) (5:2) TO O-NTC-DATE-MM.
           MOVE RB-DATE(REL-SUB) (7:2) TO O-NTC-DATE-DD.
           MOVE RB-LEN-STAY(REL-SUB) TO O-NTC-LEN-STAY.
           MOVE RB-NAME(REL-SUB) TO O-NTC-NAME.
           MOVE RB-UNPAID(REL-SUB) TO O-NTC-UNPAID.
           IF RB-STATUS(REL-SUB) = 'R'
               MOVE 'RELEASED - CARD FAILED' TO O-NTC-STATUS
           ELSE
               MOVE 'IN HOUSE - SEE DESK' TO O-NTC-STATUS.
           MOVE RB-OFFER-NAME(REL-SUB) TO O-NTC-OFFER-NAME.
           WRITE PRTLINE FROM NOTICE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8C-NOTICE-HEADINGS.

      *  A RELEASED BOOKING'S PENDING BALANCE CHARGE MUST NEVER BILL  *
      *  - THE FILE IS REWRITTEN WITHOUT THE RELEASED ENTRIES         *
       L6C-DROP-BALANCES.
           MOVE 'N' TO BD-EOF-SW.
           OPEN INPUT BALDUE-FILE.
           IF WS-BD-STATUS NOT = '00'
               GO TO L6C-DROP-EXIT.
           OPEN OUTPUT DECLWK-FILE.
           PERFORM L6D-SIFT-ONE-BALANCE
               UNTIL BD-EOF-SW = 'Y'.
           CLOSE BALDUE-FILE.
           CLOSE DECLWK-FILE.

      *  THE SURVIVORS GO BACK OVER THE ORIGINAL  *
           MOVE 'N' TO WK-EOF-SW.
           OPEN INPUT DECLWK-FILE.
           OPEN OUTPUT BALDUE-FILE.
           PERFORM L6E-COPY-BALANCE-BACK
               UNTIL WK-EOF-SW = 'Y'.
           CLOSE DECLWK-FILE.
           CLOSE BALDUE-FILE.

       L6C-DROP-EXIT.
           EXIT.

       L6D-SIFT-ONE-BALANCE.
           READ BALDUE-FILE
               AT END
                   MOVE 'Y' TO BD-EOF-SW
               NOT AT END
                   MOVE 'N' TO REL-FOUND-SW
                   PERFORM L6G-MATCH-RELEASED
                       VARYING REL-IDX FROM 1 BY 1
                           UNTIL REL-IDX > REL-TBL-CTR
                               OR REL-FOUND-SW = 'Y'
                   IF REL-FOUND-SW = 'Y'
                       ADD 1 TO C-BAL-DROP-CTR
                   ELSE
                       WRITE DECLWK-REC FROM BALDUE-REC
                   END-IF.

       L6E-COPY-BALANCE-BACK.
           READ DECLWK-FILE
               AT END
                   MOVE 'Y' TO WK-EOF-SW
               NOT AT END
                   WRITE BALDUE-REC FROM DECLWK-REC.

       L6G-MATCH-RELEASED.
           IF RB-STATUS(REL-IDX) = 'R'
               AND RB-CAMPGROUND(REL-IDX) = BD-CAMPGROUND
               AND RB-SITE(REL-IDX) = BD-SITE
               AND RB-DATE(REL-IDX) = BD-DATE
                   MOVE 'Y' TO REL-FOUND-SW.

      *  PUTS THE OFFER FLAGS BACK ON THE WAITLIST SO COBLSC01 NEVER  *
      *  OFFERS THE SAME PARTY A SECOND SITE. THE FILE IS STAGED ON   *
      *  THE WORK FILE AND COPIED BACK, SO PARTIES PAST THE TABLE     *
      *  RIDE THROUGH UNCHANGED                                       *
       L6F-SAVE-WAITLIST.
           MOVE 0 TO C-WL-REC-CTR.
           MOVE 'N' TO WL-EOF-SW.
           OPEN INPUT WAITLIST-FILE.
           OPEN OUTPUT DECLWK-FILE.
           PERFORM L6H-FLAG-ONE-PARTY
               UNTIL WL-EOF-SW = 'Y'.
           CLOSE WAITLIST-FILE.
           CLOSE DECLWK-FILE.

           MOVE 'N' TO WK-EOF-SW.
           OPEN INPUT DECLWK-FILE.
           OPEN OUTPUT WAITLIST-FILE.
           PERFORM L6I-COPY-PARTY-BACK
               UNTIL WK-EOF-SW = 'Y'.
           CLOSE DECLWK-FILE.
           CLOSE WAITLIST-FILE.

       L6H-FLAG-ONE-PARTY.
           READ WAITLIST-FILE
               AT END
                   MOVE 'Y' TO WL-EOF-SW
               NOT AT END
                   ADD 1 TO C-WL-REC-CTR
                   IF C-WL-REC-CTR NOT > WL-TBL-CTR
                       MOVE WE-OFFERED-SW(C-WL-REC-CTR) TO
                           WL-OFFERED-SW
                   END-IF
                   MOVE SPACES TO DECLWK-REC
                   MOVE WAITLIST-REC TO DECLWK-REC
                   WRITE DECLWK-REC.

       L6I-COPY-PARTY-BACK.
           READ DECLWK-FILE
               AT END
                   MOVE 'Y' TO WK-EOF-SW
               NOT AT END
                   MOVE DECLWK-REC TO WAITLIST-REC
                   WRITE WAITLIST-REC.

      *  CARRIES THE DECLINES STILL OPEN FORWARD TO THE NEXT RUN,    *
      *  FOLLOWED BY THOSE HELD PAST THE TABLE, UNCHANGED             *
       L6J-SAVE-HISTORY.
           MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE.
           MOVE 'L' TO GN-ORG.
           MOVE 'DECLHIST.DAT' TO GN-FILE-NAME.
           CALL 'CBLGEN' USING CBLGEN-DATA.

           OPEN OUTPUT HIST-FILE.
           PERFORM L6K-SAVE-ONE-DECLINE
               VARYING HIST-SUB FROM 1 BY 1
                   UNTIL HIST-SUB > HIST-TBL-CTR.
           PERFORM L6L-SAVE-HELD-DECLINE
               VARYING HH-SUB FROM 1 BY 1
                   UNTIL HH-SUB > C-HIST-HOLD-CTR.
           CLOSE HIST-FILE.

       L6K-SAVE-ONE-DECLINE.
           IF HE-STATUS(HIST-SUB) = ' '
               ADD 1 TO C-CARRIED-CTR
               MOVE HE-CAMPGROUND(HIST-SUB) TO DH-CAMPGROUND
               MOVE HE-SITE(HIST-SUB) TO DH-SITE
               MOVE HE-DATE(HIST-SUB) TO DH-DATE
               MOVE HE-NAME(HIST-SUB) TO DH-NAME
               MOVE HE-AMT(HIST-SUB) TO DH-AMT
               MOVE HE-CCTYPE(HIST-SUB) TO DH-CCTYPE
               MOVE HE-TOKEN(HIST-SUB) TO DH-TOKEN
               MOVE HE-DECL-DATE(HIST-SUB) TO DH-DECL-DATE
               MOVE HE-RETRY-CNT(HIST-SUB) TO DH-RETRY-CNT
               MOVE HE-LAST-RETRY(HIST-SUB) TO DH-LAST-RETRY
               MOVE HE-CONF-NUM(HIST-SUB) TO DH-CONF-NUM
               MOVE SPACES TO HIST-REC (95:6)
               MOVE SPACES TO HIST-REC (109:2)
               WRITE HIST-REC.

       L6L-SAVE-HELD-DECLINE.
           MOVE HH-REC(HH-SUB) TO HIST-REC.
           WRITE HIST-REC.

      *  THE UNCOLLECTED MONEY ON A RELEASED BOOKING NETS OUT OF THE  *
      *  CAMPGROUND REVENUE CARRY-FORWARD THE WAY A REFUND DOES, SO   *
      *  THE MONTH-END REPORT ISN'T OVERSTATED BY STAYS NOBODY PAID   *
      *  FOR                                                          *
       L7-POST-REVERSALS.
           INITIALIZE CAMP-TOTALS-REC.
           OPEN INPUT CAMP-TOTALS-FILE.
           IF WS-CT-STATUS = '00'
               READ CAMP-TOTALS-FILE
                   AT END
                       INITIALIZE CAMP-TOTALS-REC
               END-READ
               CLOSE CAMP-TOTALS-FILE.
           ADD C-REVERSED-TOTAL TO CT-CF-REFUND-TOTAL.
           OPEN OUTPUT CAMP-TOTALS-FILE.
           WRITE CAMP-TOTALS-REC.
           CLOSE CAMP-TOTALS-FILE.

       L8-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *  TURNS A CALENDAR DATE INTO A RUNNING DAY COUNT (USING THE    *
      *  SAME DIVIDE-BY-FOUR LEAP RULE AS COBLSC01)                   *
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

       L8B-WRITE-DETAIL.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8-HEADINGS.

       L8C-NOTICE-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-NTC-PCTR.
           WRITE PRTLINE FROM NOTICE-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM NOTICE-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       L9-CLOSING.
           MOVE C-NEW-CTR TO O-NEW-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE C-RETRY-CTR TO O-RETRY-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE C-HELD-CTR TO O-HELD-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE C-CLEARED-CTR TO O-CLEARED-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE C-RELEASED-CTR TO O-RELEASED-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           MOVE C-BAL-DROP-CTR TO O-BAL-DROP-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           MOVE C-OFFER-CTR TO O-OFFER-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-7
               AFTER ADVANCING 1 LINE.
           MOVE C-REVERSED-TOTAL TO O-REVERSED-TOTAL.
           WRITE PRTLINE FROM TOTAL-LINE-8
               AFTER ADVANCING 1 LINE.
           MOVE C-CARRIED-CTR TO O-CARRIED-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-9
               AFTER ADVANCING 1 LINE.
           MOVE C-LEASE-MISS-CTR TO O-LEASE-MISS-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-10
               AFTER ADVANCING 1 LINE.
           IF C-OVFL-CTR > 0
               MOVE C-OVFL-CTR TO O-OVFL-CTR
               WRITE PRTLINE FROM OVFL-LINE
                   AFTER ADVANCING 2 LINES.
           IF C-HOLD-LOST-CTR > 0
               MOVE C-HOLD-LOST-CTR TO O-HOLD-LOST-CTR
               WRITE PRTLINE FROM HOLD-LOST-LINE
                   AFTER ADVANCING 1 LINE.
           IF C-REL-OVFL-CTR > 0
               MOVE C-REL-OVFL-CTR TO O-REL-OVFL-CTR
               WRITE PRTLINE FROM REL-OVFL-LINE
                   AFTER ADVANCING 1 LINE.

           IF MASTER-OK-SW = 'Y'
               CLOSE CAMPRES-FILE.
           CLOSE SETTLE-FILE.
           CLOSE LEASEMIS-FILE.
           CLOSE PRTOUT.
           PERFORM L9A-WRITE-RUN-LOG.

      *  PROVES EVERY DECLINE WAS DISPOSED OF: READ = FOLLOW-UP       *
      *  ENTRIES LOADED PLUS TODAY'S DECLINES, OUT-1 = STILL UNDER    *
      *  FOLLOW-UP OR HELD PAST THE TABLE, OUT-2 = CLOSED THIS RUN   *
      *  (CLEARED, RELEASED, DROPPED, OR MISSED ON A LEASE), REJECT = *
      *  DECLINES THAT OPENED NO ENTRY (REPEATS, CREDITS, AND ANY     *
      *  PAST THE HOLD AREA)                                          *
       L9A-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC28' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           ADD C-LOADED-CTR C-DECL-READ-CTR GIVING RL-RECS-READ.
           ADD C-CARRIED-CTR C-HIST-HOLD-CTR GIVING RL-RECS-OUT-1.
           SUBTRACT C-CARRIED-CTR FROM HIST-TBL-CTR
               GIVING RL-RECS-OUT-2.
           ADD C-REPEAT-CTR C-CREDIT-CTR C-HOLD-LOST-CTR
               GIVING RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
