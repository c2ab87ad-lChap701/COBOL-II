      *  THE INDEXED RESERVATION MASTER, KEYED BY CAMPGROUND/SITE/    *
      *  ARRIVAL DATE. BOOKINGS ARE WRITTEN, CANCELLED, AND MODIFIED  *
      *  IN PLACE, SO THE OLD BOUNDED LOOKUP TABLE AND THE CLOSING    *
      *  FULL REWRITE ARE GONE - THE MASTER CAN GROW PAST ANY TABLE.  *
      *  THE GUEST'S CONFIRMATION NUMBER IS THE ALTERNATE KEY SO A    *
      *  CANCEL OR MODIFY CAN FIND THE BOOKING BY THE NUMBER ALONE    *
           SELECT CAMPRES-FILE
               ASSIGN TO 'CAMPRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-RES-KEY
               ALTERNATE RECORD KEY IS O-CONF-NUM
               FILE STATUS IS WS-RES-STATUS.

           SELECT ERROUT
               ASSIGN TO 'OFFER.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  WHICH SITE EACH SITE-TYPE REQUEST WAS GIVEN, OR WHY IT       *
      *  COULDN'T BE GIVEN ONE                                        *
           SELECT ASSIGNOUT
               ASSIGN TO 'ASSIGN.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  DEPOSIT POLICY CARD - LEAD TIME, DEPOSIT PERCENT, AND HOW    *
      *  MANY DAYS BEFORE ARRIVAL THE BALANCE IS BILLED, SO THE       *
      *  POLICY CAN BE CHANGED WITHOUT RECOMPILING THIS PROGRAM       *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OOS-STATUS.

      *  THE PROMOTION MASTER - SENIOR, MILITARY, MIDWEEK AND         *
      *  RETURNING-GUEST CODES THE RUN PRICES INTO A BOOKING. A       *
      *  MISSING FILE JUST MEANS NO CODE IS GOOD                      *
           SELECT PROMO-FILE
               ASSIGN TO 'PROMO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.

      *  PROMOTION USAGE LEDGER, APPENDED TO RUN AFTER RUN - THE      *
      *  MONTHLY USAGE REPORT (COBLSC31) TOTALS EACH MONTH OFF IT     *
           SELECT PROMOUSE-FILE
               ASSIGN TO 'PROMOUSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PU-STATUS.

      *  SEASONAL LEASE FILE - A LEASE TAKEN TODAY IS ADDED TO THE    *
      *  END FOR THE MONTHLY LEASE BILLING RUN (COBLSC32) TO PICK UP  *
           SELECT LEASE-FILE
               ASSIGN TO 'LEASE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEASE-STATUS.

      *  SECOND VIEW OF THE TRANSACTION FILE, READ ONCE UP FRONT SO  *
      *  A GROUP WITH ANY FAILING MEMBER CAN BE TURNED AWAY AS A     *
      *  UNIT BEFORE THE MAIN PASS SELLS PART OF IT                  *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.

      *  THE LAST CONFIRMATION NUMBER HANDED OUT, CARRIED FROM RUN    *
      *  TO RUN SO A NUMBER IS NEVER GIVEN TO TWO BOOKINGS            *
           SELECT CONF-CTL-FILE
               ASSIGN TO 'CONFCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TRAN-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRAN-REC
           RECORD CONTAINS 120 CHARACTERS.

      *  CPY FILE THAT CONATAINS TRAN-REC LAYOUT  *
           COPY 'TRAN.CPY'.

       FD  CAMPRES-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS VAL-REC.

      *  CPY FILE THAT CONATAINS VAL-REC LAYOUT  *

       FD  ARCHIVE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS ARCHIVE-REC.
       01  ARCHIVE-REC             PIC X(200).

       FD  CANCELOUT
           LABEL RECORD IS OMITTED
           05  SL-AMT              PIC 9(5)V99.
           05  SL-CCTYPE           PIC X.
           05  SL-TOKEN            PIC X(16).
      *  THE BOOKING'S CONFIRMATION NUMBER (THE GROUP'S NUMBER ON A  *
      *  COMBINED GROUP CHARGE) SO THE FEED TRACES BACK TO IT        *
           05  SL-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(4).

      *  ONE REJECTED TRANSACTION: THE ORIGINAL 120-BYTE IMAGE, UP TO *
      *  FIVE ERROR NUMBERS IT TRIPPED, AND THE DATE IT WAS SUSPENDED *
       FD  SUSPENSE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 142 CHARACTERS
           DATA RECORD IS SUSPENSE-REC.
       01  SUSPENSE-REC.
           05  SU-TRAN-REC         PIC X(120).
           05  SU-ERR-NO           PIC 99      OCCURS 5.
           05  SU-DATE             PIC 9(8).
           05  FILLER              PIC X(4).
           05  WL-LEN-STAY         PIC 99.
           05  WL-NAME             PIC X(27).
           05  WL-OFFERED-SW       PIC X.
      *  THE NUMBER THE WAITLISTED PARTY WAS GIVEN TO QUOTE  *
           05  WL-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(8).

       FD  OFFEROUT
           LABEL RECORD IS OMITTED

       01  OFFERLINE           PIC X(132).

       FD  ASSIGNOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ASSIGNLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  ASSIGNLINE          PIC X(132).

      *  THE DEPOSIT POLICY CARD: BOOKINGS MORE THAN DP-LEAD-DAYS     *
      *  OUT SETTLE DP-DEPOSIT-PCT UP FRONT, WITH THE BALANCE BILLED  *
      *  DP-BILL-DAYS BEFORE ARRIVAL                                  *
           05  BD-BAL-AMT          PIC 9(3)V99.
           05  BD-CCTYPE           PIC X.
           05  BD-TOKEN            PIC X(16).
           05  BD-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(7).

       FD  BALWK-FILE
           LABEL RECORD IS OMITTED
           05  OS-REASON           PIC X(2).
           05  FILLER              PIC X(4).

       FD  PROMO-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROMO-REC.

      *  CPY FILE THAT CONTAINS PROMO-REC LAYOUT, SHARED WITH THE     *
      *  MONTHLY PROMOTION USAGE REPORT (COBLSC31)                    *
           COPY 'PROMO.CPY'.

       FD  PROMOUSE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROMO-USE-REC.

      *  CPY FILE THAT CONTAINS PROMO-USE-REC LAYOUT, SHARED WITH THE *
      *  MONTHLY PROMOTION USAGE REPORT (COBLSC31)                    *
           COPY 'PROMOUSE.CPY'.

       FD  LEASE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS LEASE-REC.

      *  CPY FILE THAT CONTAINS LEASE-REC LAYOUT, SHARED WITH THE     *
      *  MONTHLY LEASE BILLING RUN (COBLSC32)                         *
           COPY 'LEASE.CPY'.

      *  ONE GUEST: THE NAME AS THE RESERVATION RECORDS CARRY IT,    *
      *  HOW OFTEN AND HOW LONG THEY HAVE STAYED, THE LAST ARRIVAL    *
      *  DATE WE SAW, AND THE MAILING ADDRESS THE LETTERS GO TO       *
      *  (KEPT BY COBLSC30 - THIS RUN ONLY CARRIES IT THROUGH)        *
       FD  GUEST-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS GUEST-REC.
       01  GUEST-REC.
           05  GM-NAME             PIC X(27).
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

       FD  GUESTWK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS GUESTWK-REC.
       01  GUESTWK-REC             PIC X(160).

      *  THE GROUP SCAN'S VIEW OF A TRANSACTION - ONLY THE FIELDS    *
      *  THE UNIT CHECKS NEED ARE BROKEN OUT                         *
       FD  GROUP-SCAN-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS GS-REC.
       01  GS-REC.
           05  GS-CAMPGROUND       PIC X(15).
           05  FILLER              PIC X(11).
           05  GS-GROUP-ID         PIC X(5).
           05  FILLER              PIC X(8).
           05  GS-PARTY-SIZE       PIC 99.
           05  GS-RV-LEN           PIC 99.
           05  GS-VEHICLES         PIC 9.
           05  FILLER              PIC X(7).
       01  GS-WHOLE-REC            PIC X(120).

      *  ONE VAULT ENTRY: THE TOKEN EVERY OTHER FILE CARRIES AND THE *
      *  REAL CARD IT STANDS FOR                                      *
      *  'N' = NEW BOOKING, 'C' = CANCELLATION/REFUND - CANCELLATIONS *
      *  DON'T OCCUPY A SITE SO THEY'RE SKIPPED BY THE OVERLAP SCAN   *
           05  SRT-TRAN-TYPE   PIC X.
      *  AN 'L' LEASE CARRIES ITS END DATE WHERE A MODIFY CARRIES THE *
      *  ORIGINAL ARRIVAL                                             *
           05  SRT-ORIG-SITE   PIC X(3).
           05  SRT-ORIG-DATE   PIC X(8).
           05  SRT-REST-2      PIC X(25).

       01  SORT-REC-WHOLE REDEFINES SORT-REC.
           05  SRT-WHOLE-REC   PIC X(120).

      *  CHECKPOINT FILE - THE COUNT OF TRAN-MASTER RECORDS ALREADY   *
      *  VALIDATED AS OF THE LAST CHECKPOINT, PLUS EVERYTHING THE RUN *
           05  CK-TAX-TOTAL    PIC S9(7)V99 OCCURS 5.
           05  CK-CAMP-TOTAL   PIC 9(7)V99 OCCURS 5.
           05  CK-MODIFY-CTR   PIC 9(6).
           05  CK-LAST-CONF    PIC 9(8).
           05  CK-ASGN-CTR     PIC 9(6).
           05  CK-ASGN-BOOKED  PIC 9(6).
           05  CK-ASGN-WAIT    PIC 9(6).
           05  FILLER          PIC X(32).

       01  CHKPT-WL-REC REDEFINES CHKPT-REC.
           05  FILLER          PIC X.
           05  CK-WL-ENTRY     PIC X(72).
           05  FILLER          PIC X(127).

      *  'B' = ONE OPEN-BALANCE ENTRY AS IT STOOD AT THE CHECKPOINT,  *
      *  SO A RESTART NEITHER LOSES A DEPOSIT'S BALANCE NOR BILLS     *
      *  ONE TWICE                                                    *
       01  CHKPT-BD-REC REDEFINES CHKPT-REC.
           05  FILLER          PIC X.
           05  CK-BD-ENTRY     PIC X(84).
           05  FILLER          PIC X(115).

      *  'G' = ONE GROUP'S COMBINED-CHARGE ENTRY AS IT STOOD AT THE  *
      *  CHECKPOINT, SO A RESTART STILL SETTLES THE WHOLE GROUP      *
       01  CHKPT-GT-REC REDEFINES CHKPT-REC.
           05  FILLER          PIC X.
           05  CK-GT-ENTRY     PIC X(90).
           05  FILLER          PIC X(109).

       FD  CONF-CTL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CONF-CTL-REC.
       01  CONF-CTL-REC.
           05  CN-LAST-CONF    PIC 9(8).
           05  FILLER          PIC X(22).

       WORKING-STORAGE SECTION.

           05  GN-REC-CNT          PIC 9(7)    VALUE 0.
           05  GN-RETURN-CODE      PIC 9       VALUE 0.

      *  DATA PASSED TO/FROM CBLBATCH TO PROVE THE TRANSACTION        *
      *  BATCH'S HEADER AND TRAILER BEFORE ANYTHING IS POSTED, AND    *
      *  TO RECORD IT AS POSTED ONCE THE RUN IS DONE                  *
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

      *  USED TO CHECKPOINT/RESTART THE VALIDATION RUN  *
       01  CHECKPOINT-WORK-AREA.
           05  WS-CHKPT-STATUS PIC XX      VALUE '00'.
           05  CHKPT-EOF-SW    PIC X       VALUE 'N'.
           05  CHKPT-SUB       PIC 999     VALUE 0.

      *  CONFIRMATION NUMBERS: THE LAST ONE HANDED OUT (LOADED FROM  *
      *  CONFCTL.DAT AND CARRIED ON THE CHECKPOINT) AND THE ONES ON  *
      *  THE BOOKING BEING WORKED                                    *
       01  CONF-WORK-AREA.
           05  WS-CONF-STATUS  PIC XX      VALUE '00'.
           05  C-LAST-CONF     PIC 9(8)    VALUE 0.
           05  C-CONF-NUM      PIC 9(8)    VALUE 0.
           05  C-GROUP-CONF    PIC 9(8)    VALUE 0.
      *  SET WHEN A CANCEL OR MODIFY QUOTES A CONFIRMATION NUMBER    *
      *  INSTEAD OF THE ORIGINAL SITE AND ARRIVAL DATE               *
           05  CONF-KEYED-SW   PIC X       VALUE 'N'.

      *  USED WHEN SCANNING THE SORTED TRANSACTIONS FOR OVERLAPS  *
       01  OVERLAP-WORK-AREA.
           05  SORT-EOF-SW     PIC X       VALUE 'N'.
      *  SO L5-VALIDATION CAN RECOGNIZE THE RECORD WHEN IT COMES      *
      *  BACK AROUND ON THE UNSORTED MAIN PASS                        *
       01  OVERLAP-RECS.
           05  OVL-ENTRY       PIC X(120) OCCURS 100
                                   INDEXED BY OVL-IDX.

       01  CANCEL-WORK-AREA.
      *  THE OVERLAP SCAN DOESN'T TRIP OVER THE OLD STAY, THE IMAGE   *
      *  SO A FAILED WRITE OF THE NEW RECORD CAN PUT IT BACK          *
           05  MOD-ORIG-KEY        PIC X(26).
           05  MOD-ORIG-REC        PIC X(200).
           05  C-AMT-DIFF          PIC S9(5)V99 VALUE 0.
           05  C-TAX-DIFF          PIC S9(5)V99 VALUE 0.
           05  C-ABS-DIFF          PIC 9(5)V99 VALUE 0.
      *  AND CHECKSUM TESTS A NEW BOOKING GETS                        *
           05  MOD-CARD-OK-SW      PIC X       VALUE 'N'.

      *  USED TO PICK A SITE FOR AN 'A' REQUEST THAT ASKED FOR A TYPE *
      *  OF SITE - THE TIGHTEST-FITTING OPEN SITE, AND THE TIGHTEST   *
      *  TAKEN ONE TO WAITLIST AGAINST WHEN NONE IS OPEN              *
       01  ASSIGN-WORK-AREA.
      *  SET WHEN THE REQUEST COULDN'T BE GIVEN A SITE, SO THE BLANK  *
      *  SITE FIELDS AREN'T REPORTED AS KEYING ERRORS                 *
           05  ASGN-SKIP-SW        PIC X       VALUE 'N'.
      *  SET WHEN NO SITE AT THE CAMPGROUND HAS WHAT WAS ASKED FOR    *
           05  ASGN-NOFIT-SW       PIC X       VALUE 'N'.
           05  ASGN-OPEN-SITE      PIC X(3)    VALUE SPACES.
           05  ASGN-BUSY-SITE      PIC X(3)    VALUE SPACES.
           05  C-ASGN-EXTRA        PIC 9       VALUE 0.
           05  C-ASGN-SCORE        PIC 9(5)    VALUE 0.
           05  C-ASGN-BEST-OPEN    PIC 9(5)    VALUE 0.
           05  C-ASGN-BEST-BUSY    PIC 9(5)    VALUE 0.
           05  ASSIGN-PCTR         PIC 99      VALUE 0.
           05  C-ASGN-CTR          PIC 9(6)    VALUE 0.
           05  C-ASGN-BOOKED-CTR   PIC 9(6)    VALUE 0.
           05  C-ASGN-WAIT-CTR     PIC 9(6)    VALUE 0.
           05  C-ASGN-REJECT-CTR   PIC 9(6)    VALUE 0.

      *  USED BY THE CLOSING SWEEP THAT ROLLS ENDED STAYS OFF THE     *
      *  MASTER INTO THE ARCHIVE                                      *
       01  SWEEP-WORK-AREA.
               10  WE-LEN-STAY     PIC 99.
               10  WE-NAME         PIC X(27).
               10  WE-OFFERED-SW   PIC X.
               10  WE-CONF-NUM     PIC 9(8).

       01  WAITLIST-WORK-AREA.
           05  WL-TBL-CTR          PIC 999     VALUE 0.
           05  O-WL-OVFL-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(81)   VALUE ' '.

       01  ASSIGN-REPORT-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-ASG-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-ASG-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-ASG-YY        PIC 9(4).
           05  FILLER          PIC X(42)   VALUE ' '.
           05  FILLER          PIC X(22)   VALUE
               'SITE ASSIGNMENT REPORT'.
           05  FILLER          PIC X(44)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-ASG-PCTR      PIC Z9.

      *  COLUMN HEADINGS FOR THE SITE ASSIGNMENT REPORT  *
       01  ASSIGN-COL-HDGS.
           05  FILLER              PIC X(15)   VALUE 'CAMPGROUND'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE 'ARRIVAL'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(3)    VALUE 'NTS'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(27)   VALUE 'GUEST'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE 'PARTY'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(3)    VALUE 'RIG'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE 'ELEC'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(5)    VALUE 'WATER'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(4)    VALUE 'SITE'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE 'AMOUNT'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE 'CONF NO'.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(20)   VALUE 'STATUS'.

      *  ONE SITE-TYPE REQUEST: WHAT WAS ASKED FOR, THE SITE PICKED,  *
      *  AND WHETHER IT WAS BOOKED, WAITLISTED OR TURNED AWAY         *
       01  ASSIGN-DETAIL-LINE.
           05  O-ASG-CAMPGROUND    PIC X(15).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-ASG-YYYY          PIC X(4).
           05  FILLER              PIC X       VALUE '/'.
           05  O-ASG-DATE-MM       PIC XX.
           05  FILLER              PIC X       VALUE '/'.
           05  O-ASG-DATE-DD       PIC XX.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-ASG-LEN-STAY      PIC XX.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-ASG-NAME          PIC X(27).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  O-ASG-PARTY         PIC XX.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-ASG-RV-LEN        PIC XX.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  O-ASG-ELEC          PIC X.
           05  FILLER              PIC X(6)    VALUE SPACES.
           05  O-ASG-WATER         PIC X.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  O-ASG-SITE          PIC X(3).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-ASG-AMT           PIC ZZ9.99.
           05  O-ASG-AMT-X REDEFINES O-ASG-AMT
                                   PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-ASG-CONF          PIC 9(8).
           05  O-ASG-CONF-X REDEFINES O-ASG-CONF
                                   PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  O-ASG-STATUS        PIC X(20).

       01  ASSIGN-TOTAL-LINE.
           05  FILLER          PIC X(19)   VALUE
               'SITE REQUESTS:     '.
           05  O-ASG-TOT-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(12)   VALUE '   ASSIGNED '.
           05  O-ASG-BOOKED-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(14)   VALUE '   WAITLISTED '.
           05  O-ASG-WAIT-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(12)   VALUE '   REJECTED '.
           05  O-ASG-REJECT-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(51)   VALUE ' '.

       01  BAL-REPORT-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-BAL-MM        PIC 99.
               10  BE-TOKEN        PIC X(16).
      *  ' ' = OPEN, 'B' = BILLED THIS RUN, 'X' = BOOKING CANCELLED  *
               10  BE-STATUS       PIC X.
               10  BE-CONF-NUM     PIC 9(8).

       01  BALDUE-WORK-AREA.
           05  BD-TBL-CTR          PIC 999     VALUE 0.
               10  GT-AMT          PIC 9(5)V99.
               10  GT-CCTYPE       PIC X.
               10  GT-TOKEN        PIC X(16).
               10  GT-GROUP-CONF   PIC 9(8).

       01  GROUP-WORK-AREA.
           05  GF-TBL-CTR          PIC 99      VALUE 0.
           05  C-SITE-RV-PAD       PIC 99      VALUE 0.
           05  C-SITE-ELEC         PIC X       VALUE ' '.
           05  C-SITE-WATER        PIC X       VALUE ' '.
      *  SET WHEN THE PARTY OR ITS RIG WON'T FIT THE SITE, SO THE     *
      *  PARTY ISN'T WAITLISTED FOR A SITE IT COULD NEVER HAVE        *
           05  FIT-FAIL-SW         PIC X       VALUE 'N'.
      *  THE PARTY SIZE, RIG LENGTH AND VEHICLES A BOOKING CARRIES    *
      *  ONTO THE MASTER - BLANKS IN THE TRANSACTION COME OUT AS      *
      *  ZERO. A MODIFY STARTS FROM THE ORIGINAL BOOKING'S VALUES     *
           05  C-FIT-PARTY         PIC 99      VALUE 0.
           05  C-FIT-RV-LEN        PIC 99      VALUE 0.
           05  C-FIT-VEHICLES      PIC 9       VALUE 0.

      *  THE GUEST MASTER HELD IN STORAGE: MATCHED AS BOOKINGS       *
      *  VALIDATE, UPDATED WITH EACH STAY, AND REWRITTEN AT CLOSING.  *
               10  GE-STAY-CNT     PIC 9(5).
               10  GE-NIGHTS       PIC 9(6).
               10  GE-LAST-VISIT   PIC 9(8).
               10  GE-ADDRESS      PIC X(92).

       01  GUEST-WORK-AREA.
           05  GUEST-TBL-CTR       PIC 999     VALUE 0.
           05  OOS-EOF-SW          PIC X       VALUE 'N'.
           05  OOS-HIT-SW          PIC X       VALUE 'N'.

      *  THE PROMOTION MASTER LOADED FROM PROMO.DAT AT START-UP  *
       01  PROMO-TABLE-AREA.
           05  PROMO-ENTRY     OCCURS 50.
               10  PE-CODE         PIC X(5).
               10  PE-TYPE         PIC X.
               10  PE-VALUE        PIC 9(3)V99.
               10  PE-START        PIC 9(8).
               10  PE-END          PIC 9(8).
               10  PE-CAMPGROUND   PIC X(15).
               10  PE-SITE-LETS    PIC X(5).
               10  PE-MIN-NIGHTS   PIC 99.
               10  PE-RETURN-ONLY  PIC X.
               10  PE-MIDWEEK-ONLY PIC X.

       01  PROMO-WORK-AREA.
           05  PROMO-TBL-CTR       PIC 99      VALUE 0.
           05  WS-PROMO-STATUS     PIC XX      VALUE '00'.
           05  WS-PU-STATUS        PIC XX      VALUE '00'.
           05  PROMO-EOF-SW        PIC X       VALUE 'N'.
      *  'Y' WHILE A PROMOTION IS BEING PRICED INTO THE STAY - THE    *
      *  NIGHT-BY-NIGHT WALK TAKES PROMO-SUB'S TERMS OFF EACH NIGHT   *
           05  PROMO-ACTIVE-SW     PIC X       VALUE 'N'.
           05  PROMO-NIGHT-SW      PIC X       VALUE 'N'.
           05  PROMO-RETURN-SW     PIC X       VALUE 'N'.
           05  PROMO-SUB           PIC 99      VALUE 0.
           05  PROMO-WORK-CODE     PIC X(5)    VALUE SPACES.
      *  WHY THE CODE WON'T PRICE - THE ERROR MESSAGE NUMBER, OR     *
      *  ZERO WHEN IT QUALIFIES                                      *
           05  PROMO-REASON        PIC 99      VALUE 0.
           05  PROMO-ARRIVAL       PIC 9(8)    VALUE 0.
           05  PROMO-CHECKOUT      PIC 9(8)    VALUE 0.
           05  C-PROMO-LET-CTR     PIC 9       VALUE 0.
           05  C-PROMO-WEEKS       PIC 9(7)    VALUE 0.
           05  C-PROMO-WEEKDAY     PIC 9       VALUE 0.
           05  C-PROMO-WORK        PIC 9(5)V9(4) VALUE 0.
           05  C-NIGHT-DISC        PIC 99V99   VALUE 0.
      *  WHAT THE PROMOTION TOOK OFF THE STAY BEING PRICED  *
           05  C-PROMO-NIGHTS      PIC 99      VALUE 0.
           05  C-PROMO-DISC        PIC 9(3)V99 VALUE 0.
      *  WHAT A MOVED BOOKING'S PROMOTION HAD TAKEN OFF BEFORE  *
           05  C-OLD-PROMO-CODE    PIC X(5)    VALUE SPACES.
           05  C-OLD-PROMO-NIGHTS  PIC 99      VALUE 0.
           05  C-OLD-PROMO-DISC    PIC 9(3)V99 VALUE 0.

      *  USED TO TAKE ON A SEASONAL LEASE: THE TERM IN NIGHTS, AND    *
      *  WHAT GOES ON THE HOLD'S LENGTH OF STAY (IT STOPS AT 99)      *
       01  LEASE-WORK-AREA.
           05  WS-LEASE-STATUS     PIC XX      VALUE '00'.
           05  C-LEASE-START-SER   PIC 9(7)    VALUE 0.
           05  C-LEASE-END-SER     PIC 9(7)    VALUE 0.
           05  C-LEASE-NIGHTS      PIC 9(7)    VALUE 0.
           05  C-LEASE-LEN         PIC 99      VALUE 0.
      *  SET WHEN A CANCELLATION ENDS A LEASE RATHER THAN A STAY -    *
      *  NOTHING WAS COLLECTED ON THE HOLD, SO NOTHING IS CREDITED    *
           05  LEASE-END-SW        PIC X       VALUE 'N'.

       01  RATE-WORK-AREA.
           05  RATE-TBL-CTR        PIC 9(4)    VALUE 0.
           05  RATE-EOF-SW         PIC X       VALUE 'N'.

      *  LINE THAT WRITES INVALID RECORDS TO ERR.PRT  *
       01  ERR-LINE.
           05  O-ERR-REC       PIC X(120).
           05  FILLER          PIC X(12)       VALUE ' '.

       01  GROUP-OVFL-LINE.
           05  FILLER          PIC X(47)   VALUE
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L1F-READ-CONTROL-CARD.
           PERFORM L1G-PROVE-BATCH.
           PERFORM L1A-FIND-OVERLAPS.
           PERFORM L2-INIT.
           PERFORM L4-MAINLINE
               NOT AT END
      *  CANCELLATIONS AND MODIFIES DON'T BOOK A NEW STAY OF THEIR   *
      *  OWN HERE - A MODIFY'S NEW DATES ARE CHECKED AGAINST THE     *
      *  MASTER WHEN IT'S PROCESSED. A SITE-TYPE REQUEST HAS NO SITE *
      *  YET - ITS SITE IS PICKED CLEAR OF THE MASTER WHEN IT BOOKS  *
      *  THE BATCH HEADER AND TRAILER SORT IN WITH THE BOOKINGS BUT  *
      *  BOOK NOTHING                                                *
                   IF SRT-TRAN-TYPE NOT = 'C' AND SRT-TRAN-TYPE NOT =
                   'M' AND SRT-TRAN-TYPE NOT = 'A'
                   AND SRT-CAMPGROUND (1:3) NOT = 'HDR'
                   AND SRT-CAMPGROUND (1:3) NOT = 'TRL'
                       PERFORM L1D-CHECK-OVERLAP.

       L1D-CHECK-OVERLAP.
           MOVE SRT-YYYY TO DC-YYYY.
           MOVE SRT-MM   TO DC-MM.
           MOVE SRT-DD   TO DC-DD.
      *  A LEASE HOLDS THE SITE TO ITS KEYED END DATE; ONE WITH A BAD *
      *  END DATE IS TURNED AWAY IN VALIDATION, SO IT HOLDS NOTHING   *
           IF SRT-TRAN-TYPE = 'L'
               IF SRT-ORIG-DATE NUMERIC
                   MOVE SRT-ORIG-DATE TO DC-END-DATE
               ELSE
                   MOVE SRT-YYYY TO DC-END-DATE (1:4)
                   MOVE SRT-MM   TO DC-END-DATE (5:2)
                   MOVE SRT-DD   TO DC-END-DATE (7:2)
               END-IF
           ELSE
               MOVE SRT-LEN-STAY TO DC-LEN
               PERFORM L1E-CALC-END-DATE.

           MOVE SRT-YYYY TO CURR-START-DATE (1:4).
           MOVE SRT-MM   TO CURR-START-DATE (5:2).
                   MOVE CC-FILE-2 TO ERR-PRINT-NAME
               END-IF.

      *  PROVES THE BATCH'S HEADER AND TRAILER BEFORE THE SORT OR    *
      *  ANYTHING ELSE TOUCHES IT. RESERVE.DAT COMES FROM THE DESK    *
      *  ('RES') AND A RESUBMIT.DAT FED IN THROUGH THE CONTROL CARD   *
      *  FROM COBLSC07 ('RSB'); THE TRAILER TOTALS I-AMT. A BATCH     *
      *  THAT DOESN'T PROVE OUT, OR ONE ALREADY POSTED, IS TURNED     *
      *  AWAY WHOLE - CBLBATCH LOGS IT AND THE RUN STOPS WITH         *
      *  NOTHING POSTED. A RESTART IS THE SAME BATCH RESUMING, SO IT  *
      *  IS NOT TAKEN FOR A RESEND                                    *
       L1G-PROVE-BATCH.
           PERFORM L2A-CHECK-RESTART.
           MOVE 'V' TO BT-FUNC.
           MOVE TRAN-FILE-NAME TO BT-FILE-NAME.
           MOVE 'RES' TO BT-SOURCE.
           MOVE 'RSB' TO BT-ALT-SOURCE.
           MOVE 54 TO BT-TOT-POS.
           MOVE 5 TO BT-TOT-LEN.
           MOVE 2 TO BT-TOT-DEC.
           MOVE 'N' TO BT-FILE-OPTIONAL.
           MOVE RESTART-SW TO BT-RESTART-SW.
           MOVE 'COBLSC01' TO BT-PROGRAM.
           MOVE 0 TO BT-RUN-DATE.
           IF CC-DATE-FROM-CARD
               MOVE CC-RUN-DATE TO BT-RUN-DATE.
           CALL 'CBLBATCH' USING CBLBATCH-DATA.
           IF BT-RETURN-CODE NOT = 0
               DISPLAY 'COBLSC01 - INBOUND BATCH NOT POSTED'
               DISPLAY 'FILE ' TRAN-FILE-NAME
               DISPLAY 'REASON ' BT-REASON
               STOP RUN.

       L2-INIT.
           PERFORM L2A-CHECK-RESTART.

      *  CREATE THE FILE BEFORE IT CAN BE OPENED FOR UPDATE          *
           PERFORM L2C-OPEN-MASTER.

      *  PICKS UP WHERE THE CONFIRMATION NUMBERS LEFT OFF - A RESTART *
      *  MOVES IT ON TO THE CHECKPOINT'S FIGURE BELOW                 *
           PERFORM L2C2-LOAD-CONF-CTL.

           OPEN INPUT TRAN-MASTER.
           IF RESTART-SW = 'Y'
               OPEN EXTEND ERROUT
               OPEN EXTEND CANCELOUT
               OPEN EXTEND OFFEROUT
               OPEN EXTEND ASSIGNOUT
               OPEN EXTEND SETTLE-FILE
               OPEN EXTEND TAXOUT
               OPEN EXTEND BALOUT
               OPEN OUTPUT ERROUT
               OPEN OUTPUT CANCELOUT
               OPEN OUTPUT OFFEROUT
               OPEN OUTPUT ASSIGNOUT
               OPEN OUTPUT SETTLE-FILE
               OPEN OUTPUT TAXOUT
               OPEN OUTPUT BALOUT.
           IF WS-SUSP-STATUS NOT = '00'
               OPEN OUTPUT SUSPENSE-FILE.

      *  SO DOES THE PROMOTION USAGE LEDGER - THE MONTHLY USAGE       *
      *  REPORT (COBLSC31) PICKS ITS MONTH OUT BY RUN DATE            *
           OPEN EXTEND PROMOUSE-FILE.
           IF WS-PU-STATUS NOT = '00'
               OPEN OUTPUT PROMOUSE-FILE.

      *  AND SO DOES THE LEASE FILE, UNTIL THE BILLING RUN REWRITES IT *
           OPEN EXTEND LEASE-FILE.
           IF WS-LEASE-STATUS NOT = '00'
               OPEN OUTPUT LEASE-FILE.

           PERFORM L2E-LOAD-RATE-TABLE.
           PERFORM L2G-LOAD-SITE-TABLE.
           PERFORM L2G2-LOAD-OOS-TABLE.
           PERFORM L2G4-LOAD-PROMO-TABLE.
           PERFORM L2G3-LOAD-GUEST-TABLE.
           PERFORM L2I-LOAD-FEE-TABLE.
           PERFORM L2V-LOAD-DEPOSIT-POLICY.
           MOVE CURR-MM TO O-OFF-MM.
           MOVE CURR-DD TO O-OFF-DD.
           MOVE CURR-YY TO O-OFF-YY.
           MOVE CURR-MM TO O-ASG-MM.
           MOVE CURR-DD TO O-ASG-DD.
           MOVE CURR-YY TO O-ASG-YY.
           MOVE CURR-MM TO O-TAX-MM.
           MOVE CURR-DD TO O-TAX-DD.
           MOVE CURR-YY TO O-TAX-YY.
           WRITE OFFERLINE FROM OFFER-REPORT-TITLE
               AFTER ADVANCING PAGE.

           ADD 1 TO ASSIGN-PCTR.
           MOVE ASSIGN-PCTR TO O-ASG-PCTR.

           WRITE ASSIGNLINE FROM ASSIGN-REPORT-TITLE
               AFTER ADVANCING PAGE.
           WRITE ASSIGNLINE FROM ASSIGN-COL-HDGS
               AFTER ADVANCING 2 LINES.

      *  LOOKS FOR A CHECKPOINT LEFT BY A JOB THAT ABENDED MID-BATCH  *
      *  SO THIS RUN CAN RESTART PAST WHAT WAS ALREADY VALIDATED.     *
      *  ONLY THE HEADER IS READ HERE - THE ACCUMULATORS IT CARRIES   *
               OPEN OUTPUT CAMPRES-FILE
               CLOSE CAMPRES-FILE
               OPEN I-O CAMPRES-FILE.

      *  ANY OTHER STATUS MEANS AN UNCONVERTED OR DAMAGED MASTER -   *
      *  AN OLD LINE SEQUENTIAL CAMPRES.DAT MUST GO THROUGH THE      *
      *  ONE-TIME CBLCNV CONVERSION FIRST, AND A 168-BYTE INDEXED    *
      *  ONE WITHOUT CONFIRMATION NUMBERS THROUGH CBLCNV2. RUNNING   *
      *  ON WOULD STRAND EVERY BOOKING ON FILE BEHIND SILENT INVALID *
      *  KEY PATHS, SO THE RUN STOPS COLD INSTEAD                    *
           IF WS-RES-STATUS NOT = '00'
               DISPLAY 'COBLSC01 - RESERVATION MASTER OPEN FAILED'
               DISPLAY 'FILE STATUS ' WS-RES-STATUS
               DISPLAY 'RUN AN OLD MASTER THROUGH CBLCNV FIRST'
               DISPLAY 'OR A 168-BYTE MASTER THROUGH CBLCNV2'
               STOP RUN.

      *  A MISSING CONTROL FILE MEANS NO NUMBER HAS BEEN ISSUED YET  *
       L2C2-LOAD-CONF-CTL.
           MOVE 0 TO C-LAST-CONF.
           OPEN INPUT CONF-CTL-FILE.
           IF WS-CONF-STATUS = '00'
               READ CONF-CTL-FILE
                   AT END
                       MOVE 0 TO C-LAST-CONF
                   NOT AT END
                       IF CN-LAST-CONF NUMERIC
                           MOVE CN-LAST-CONF TO C-LAST-CONF
                       END-IF
               END-READ
               CLOSE CONF-CTL-FILE.

      *  LOADS THE SEASONAL SITE RATE TABLE FROM RATES.DAT SO RATES   *
      *  CAN BE UPDATED WITHOUT RECOMPILING THIS PROGRAM              *
       L2E-LOAD-RATE-TABLE.
                   IF GS-GROUP-ID NOT = SPACES
                       AND GS-TRAN-TYPE NOT = 'C'
                       AND GS-TRAN-TYPE NOT = 'M'
                       AND GS-TRAN-TYPE NOT = 'A'
                       PERFORM L2X5-CHECK-GROUP-MEMBER
                           THRU L2X5-EXIT
                   END-IF.

      *  RUNS ONE GROUP MEMBER THROUGH THE SITE-MASTER, SITE-FIT,    *
      *  CLOSURE, AND OVERLAP CHECKS; ANY FAILURE PUTS ITS WHOLE     *
      *  GROUP ON THE FAILED LIST                                    *
       L2X5-CHECK-GROUP-MEMBER.
           MOVE GS-GROUP-ID TO GRP-WORK-ID.
           MOVE 'N' TO GRP-FOUND-SW.
           IF NOT SITE-FOUND
               MOVE 'Y' TO GS-FAIL-SW.

      *  THE PARTY AND ITS RIG MUST FIT THE SITE; A MISSING OR       *
      *  UNREADABLE PARTY SIZE OR RIG LENGTH FAILS THE GROUP TOO     *
           IF GS-FAIL-SW = 'N'
               IF GS-PARTY-SIZE NOT NUMERIC
                   MOVE 'Y' TO GS-FAIL-SW
               ELSE
                   IF GS-PARTY-SIZE = 0
                       OR GS-PARTY-SIZE > C-SITE-MAX-OCC
                           MOVE 'Y' TO GS-FAIL-SW.
           IF GS-FAIL-SW = 'N' AND GS-RV-LEN NOT = SPACES
               IF GS-RV-LEN NOT NUMERIC
                   MOVE 'Y' TO GS-FAIL-SW
               ELSE
                   IF GS-RV-LEN > C-SITE-RV-PAD
                       MOVE 'Y' TO GS-FAIL-SW.

      *  THE STAY MUST BE CLEAR ON THE MASTER AND THE SITE OPEN;     *
      *  UNWORKABLE DATES FAIL THE GROUP TOO                         *
           IF GS-FAIL-SW = 'N'
           IF SE-CAMPGROUND(SITE-IDX) = GS-CAMPGROUND
               AND SE-SITE-LET(SITE-IDX) = GS-SITE (1:1)
               AND SE-SITE-NUM(SITE-IDX) = GS-SITE (2:2)
                   MOVE 'Y' TO SITE-FOUND-SW
                   MOVE SE-MAX-OCCUPANCY(SITE-IDX) TO C-SITE-MAX-OCC
                   MOVE SE-RV-PAD-LEN(SITE-IDX) TO C-SITE-RV-PAD.

       L2X7-MATCH-FAIL-GROUP.
           IF GF-GROUP-ID(GRP-SUB) = GRP-WORK-ID
                           MOVE WL-NAME TO WE-NAME(WL-TBL-CTR)
                           MOVE WL-OFFERED-SW TO
                               WE-OFFERED-SW(WL-TBL-CTR)
                           IF WL-CONF-NUM NUMERIC
                               MOVE WL-CONF-NUM TO
                                   WE-CONF-NUM(WL-TBL-CTR)
                           ELSE
                               MOVE 0 TO WE-CONF-NUM(WL-TBL-CTR)
                           END-IF
                       ELSE
                           ADD 1 TO C-WL-OVFL-CTR
                       END-IF
                       MOVE BD-CCTYPE     TO BE-CCTYPE(BD-TBL-CTR)
                       MOVE BD-TOKEN      TO BE-TOKEN(BD-TBL-CTR)
                       MOVE ' '           TO BE-STATUS(BD-TBL-CTR)
                       IF BD-CONF-NUM NUMERIC
                           MOVE BD-CONF-NUM TO BE-CONF-NUM(BD-TBL-CTR)
                       ELSE
                           MOVE 0 TO BE-CONF-NUM(BD-TBL-CTR)
                       END-IF
                   ELSE
                       ADD 1 TO C-BAL-CARRY-CTR
                       WRITE BALWK-REC FROM BALDUE-REC
           MOVE BE-AMT(BD-SUB) TO SL-AMT.
           MOVE BE-CCTYPE(BD-SUB) TO SL-CCTYPE.
           MOVE BE-TOKEN(BD-SUB) TO SL-TOKEN.
           MOVE BE-CONF-NUM(BD-SUB) TO SL-CONF-NUM.
           MOVE SPACES TO SETTLE-REC (87:4).
           WRITE SETTLE-REC.

      *  LOADS THE SITE MASTER TABLE FROM SITEMAST.DAT SO BOOKINGS    *
                   MOVE OS-END-DATE   TO OE-END(OOS-TBL-CTR)
                   MOVE OS-REASON     TO OE-REASON(OOS-TBL-CTR).

      *  LOADS THE PROMOTION MASTER; A MISSING FILE JUST MEANS NO  *
      *  PROMOTION IS RUNNING                                      *
       L2G4-LOAD-PROMO-TABLE.
           MOVE 0 TO PROMO-TBL-CTR.
           MOVE 'N' TO PROMO-EOF-SW.
           OPEN INPUT PROMO-FILE.
           IF WS-PROMO-STATUS = '00'
               PERFORM L2H4-READ-PROMO
                   UNTIL PROMO-EOF-SW = 'Y'
                       OR PROMO-TBL-CTR > 49
               CLOSE PROMO-FILE.

      *  A RECORD WHOSE AMOUNT OR DATES AREN'T NUMBERS CAN'T BE       *
      *  PRICED AND IS PASSED OVER, SO ITS CODE READS AS NOT ON FILE  *
       L2H4-READ-PROMO.
           READ PROMO-FILE
               AT END
                   MOVE 'Y' TO PROMO-EOF-SW
               NOT AT END
                   IF PM-VALUE NUMERIC
                       AND PM-START-DATE NUMERIC
                       AND PM-END-DATE NUMERIC
                       AND (PM-PERCENT OR PM-FLAT)
                           ADD 1 TO PROMO-TBL-CTR
                           PERFORM L2H5-MOVE-PROMO.

       L2H5-MOVE-PROMO.
           MOVE PM-CODE       TO PE-CODE(PROMO-TBL-CTR).
           MOVE PM-TYPE       TO PE-TYPE(PROMO-TBL-CTR).
           MOVE PM-VALUE      TO PE-VALUE(PROMO-TBL-CTR).
           MOVE PM-START-DATE TO PE-START(PROMO-TBL-CTR).
           MOVE PM-END-DATE   TO PE-END(PROMO-TBL-CTR).
           MOVE PM-CAMPGROUND TO PE-CAMPGROUND(PROMO-TBL-CTR).
           MOVE PM-SITE-LETS  TO PE-SITE-LETS(PROMO-TBL-CTR).
           IF PM-MIN-NIGHTS NUMERIC
               MOVE PM-MIN-NIGHTS TO PE-MIN-NIGHTS(PROMO-TBL-CTR)
           ELSE
               MOVE 0 TO PE-MIN-NIGHTS(PROMO-TBL-CTR).
           MOVE PM-RETURN-ONLY TO PE-RETURN-ONLY(PROMO-TBL-CTR).
           MOVE PM-MIDWEEK-ONLY TO PE-MIDWEEK-ONLY(PROMO-TBL-CTR).

      *  LOADS THE GUEST MASTER; A MISSING FILE JUST MEANS NOBODY    *
      *  HAS A HISTORY YET. A COBLSC16 REBUILD CAN PUT FAR MORE      *
      *  GUESTS ON FILE THAN THE TABLE HOLDS, SO THE TAIL IS STAGED  *
                       MOVE GM-NIGHTS TO GE-NIGHTS(GUEST-TBL-CTR)
                       MOVE GM-LAST-VISIT TO
                           GE-LAST-VISIT(GUEST-TBL-CTR)
                       MOVE GM-ADDRESS TO GE-ADDRESS(GUEST-TBL-CTR)
                   ELSE
                       ADD 1 TO C-GUEST-OVFL-CTR
                       WRITE GUESTWK-REC FROM GUEST-REC
               ADD 1 TO WS-CHKPT-CTR
               ADD 1 TO C-TRAN-READ-CTR.

      *  THE HEADER WAS PROVED UP FRONT AND IS PASSED OVER; THE      *
      *  TRAILER ENDS THE BATCH                                      *
       L3A-READ-RAW.
           PERFORM L3B-READ-TRAN.
           IF MORE-RECS = 'Y' AND TRAN-REC (1:3) = 'HDR'
               PERFORM L3B-READ-TRAN.
           IF MORE-RECS = 'Y' AND TRAN-REC (1:3) = 'TRL'
               MOVE 'N' TO MORE-RECS.

       L3B-READ-TRAN.
           READ TRAN-MASTER
               AT END
                   MOVE 'N' TO MORE-RECS.
               PERFORM L5-VALIDATION
               IF TRAN-REC NOT= O-ERR-REC
                   PERFORM L8-OUTPUT
                   IF VAL-TRAN-ASSIGN
                       PERFORM L5V3-ASSIGN-WRITE
                   END-IF
                   PERFORM L4A-SAVE-CHECKPOINT
                   PERFORM L3-READ
               ELSE
                   PERFORM L5Q-WRITE-SUSPENSE
                   IF VAL-TRAN-ASSIGN
                       PERFORM L5V3-ASSIGN-WRITE
                   END-IF
                   PERFORM L4A-SAVE-CHECKPOINT
                   PERFORM L3-READ.

           MOVE CK-CANCEL-CTR TO C-TOT-CANCEL-CTR.
           IF CK-MODIFY-CTR NUMERIC
               MOVE CK-MODIFY-CTR TO C-TOT-MODIFY-CTR.
      *  THE SITE REQUEST COUNTS, REJECTS BEING WHAT'S LEFT OVER  *
           IF CK-ASGN-CTR NUMERIC
               MOVE CK-ASGN-CTR TO C-ASGN-CTR
               MOVE CK-ASGN-BOOKED TO C-ASGN-BOOKED-CTR
               MOVE CK-ASGN-WAIT TO C-ASGN-WAIT-CTR
               SUBTRACT C-ASGN-BOOKED-CTR C-ASGN-WAIT-CTR
                   FROM C-ASGN-CTR GIVING C-ASGN-REJECT-CTR.
           MOVE CK-VAL-CTR TO C-VAL-CTR.
           MOVE CK-READ-CTR TO C-TRAN-READ-CTR.
           MOVE CK-DAY-REFUND TO C-DAY-REFUND-TOTAL.
      *  NUMBERS THE ABENDED RUN HANDED OUT BEFORE THE CHECKPOINT ARE *
      *  ALREADY ON THE MASTER AND MUST NOT BE HANDED OUT AGAIN       *
           IF CK-LAST-CONF NUMERIC
               IF CK-LAST-CONF > C-LAST-CONF
                   MOVE CK-LAST-CONF TO C-LAST-CONF.
           PERFORM L2U-RESTORE-ONE-TOTAL
               VARYING CHKPT-SUB FROM 1 BY 1
                   UNTIL CHKPT-SUB > 5.
           MOVE C-TOT-ERR-CTR TO CK-TOT-ERR-CTR.
           MOVE C-TOT-CANCEL-CTR TO CK-CANCEL-CTR.
           MOVE C-TOT-MODIFY-CTR TO CK-MODIFY-CTR.
           MOVE C-ASGN-CTR TO CK-ASGN-CTR.
           MOVE C-ASGN-BOOKED-CTR TO CK-ASGN-BOOKED.
           MOVE C-ASGN-WAIT-CTR TO CK-ASGN-WAIT.
           MOVE C-VAL-CTR TO CK-VAL-CTR.
           MOVE C-TRAN-READ-CTR TO CK-READ-CTR.
           MOVE C-DAY-REFUND-TOTAL TO CK-DAY-REFUND.
           MOVE C-LAST-CONF TO CK-LAST-CONF.
           PERFORM L4C-SAVE-ONE-TOTAL
               VARYING CHKPT-SUB FROM 1 BY 1
                   UNTIL CHKPT-SUB > 5.
              MOVE 'Y' TO SITE-SW
		      PERFORM L6-ERR-ROUT.

      *  A REQUEST FOR A TYPE OF SITE HAS ITS SITE PICKED HERE, THEN  *
      *  VALIDATES EXACTLY AS IF THE SITE HAD BEEN KEYED              *
           MOVE 'N' TO ASGN-SKIP-SW.
           MOVE 'N' TO ASGN-NOFIT-SW.
           IF VAL-TRAN-ASSIGN
               PERFORM L5V-ASSIGN-SITE
                   THRU L5V-EXIT.

           IF ASGN-SKIP-SW = 'N'
               PERFORM L5H1-CHECK-SITE-KEY.

      *  CHECKS THE BOOKING AGAINST THE SITE MASTER SO A RESERVATION  *
      *  FOR A SITE THAT DOESN'T EXIST IS REJECTED INSTEAD OF         *
                   MOVE T-ERR-MSG(30) TO O-ERR-MSG
                   PERFORM L6-ERR-ROUT.

      *  THE PARTY MUST BE KEYED AND MUST FIT THE SITE - NO MORE      *
      *  PEOPLE THAN ITS MAXIMUM OCCUPANCY AND NO RIG LONGER THAN ITS *
      *  PAD. A BLANK RIG LENGTH IS A TENT, BLANK VEHICLES ARE NONE   *
           MOVE 'N' TO FIT-FAIL-SW.
           IF I-PARTY-SIZE NOT NUMERIC
               MOVE T-ERR-MSG(35) TO O-ERR-MSG
               PERFORM L6-ERR-ROUT
           ELSE
               IF I-PARTY-SIZE = 0
                   MOVE T-ERR-MSG(35) TO O-ERR-MSG
                   PERFORM L6-ERR-ROUT
               ELSE
                   IF SITE-FOUND AND I-PARTY-SIZE > C-SITE-MAX-OCC
                       MOVE T-ERR-MSG(36) TO O-ERR-MSG
                       MOVE 'Y' TO FIT-FAIL-SW
                       PERFORM L6-ERR-ROUT.

           IF I-RV-LEN NOT = SPACES
               IF I-RV-LEN NOT NUMERIC
                   MOVE T-ERR-MSG(37) TO O-ERR-MSG
                   PERFORM L6-ERR-ROUT
               ELSE
                   IF SITE-FOUND AND I-RV-LEN > C-SITE-RV-PAD
                       MOVE T-ERR-MSG(38) TO O-ERR-MSG
                       MOVE 'Y' TO FIT-FAIL-SW
                       PERFORM L6-ERR-ROUT.

           IF I-VEHICLES NOT = SPACE AND I-VEHICLES NOT NUMERIC
               MOVE T-ERR-MSG(39) TO O-ERR-MSG
               PERFORM L6-ERR-ROUT.

      *  A LEASE HAS NO LENGTH OF STAY - ITS TERM IS CHECKED AGAINST  *
      *  THE LEASE END DATE ONCE THE START DATE HAS PASSED            *
           IF VAL-TRAN-LEASE
               NEXT SENTENCE
           ELSE
               IF I-LEN-STAY NOT NUMERIC
                   MOVE T-ERR-MSG(4) TO O-ERR-MSG
                   MOVE 'Y' TO END-DATE-SW
                   MOVE 'Y' TO AMT-SW
                   PERFORM L6-ERR-ROUT
               ELSE
                   IF NOT VAL-STAY
                       MOVE T-ERR-MSG(5) TO O-ERR-MSG
                       MOVE 'Y' TO END-DATE-SW
                       MOVE 'Y' TO AMT-SW
                       PERFORM L6-ERR-ROUT.

      *  CATCHES A SECOND BOOKING FOR A SITE THAT IS STILL OCCUPIED,  *
      *  FLAGGED AGAINST THIS RECORD DURING L1A-FIND-OVERLAPS         *
           PERFORM L7-DATE-TYPE
               THRU L7-DATE-ROUT-EXIT.

           IF VAL-TRAN-LEASE AND END-DATE-SW = 'N'
               PERFORM L5L2-CHECK-LEASE-TERM
                   THRU L5L2-EXIT.

      *  CATCHES A BOOKING FOR A SITE THAT A PRIOR RUN ALREADY SOLD   *
      *  FOR OVERLAPPING DATES - THE SORTED SCAN IN L1A ONLY SEES     *
      *  TODAY'S BATCH, SO THE CARRIED-FORWARD MASTER IS CHECKED HERE *
               MOVE C-END-YYYY TO CMP-END-YYYY
               MOVE C-END-MM TO CMP-END-MM
               MOVE C-END-DD TO CMP-END-DD
      *  A LEASE HOLDS THE SITE THROUGH ITS OWN END DATE  *
               IF VAL-TRAN-LEASE
                   MOVE I-ORIG-DATE TO CMP-END-DATE-NUM
               END-IF
      *  NO RECORD IS BEING MOVED, SO NO KEY IS EXEMPT FROM THE SCAN *
               MOVE SPACES TO MOD-ORIG-KEY
               MOVE I-CAMPGROUND TO SCAN-CAMPGROUND

      *  A PARTY TURNED AWAY FOR AN OCCUPIED SITE GOES ON THE         *
      *  WAITLIST SO A CANCELLATION CAN RESCUE THE BOOKING; WHEN THE  *
      *  TABLE IS FULL THE LOST PARTY IS AT LEAST COUNTED. A LEASE    *
      *  TURNED AWAY IS NOT WAITLISTED - THE WAITLIST IS NIGHTLY STAYS *
           IF WL-ADD-SW = 'Y' AND END-DATE-SW = 'N'
               AND FIT-FAIL-SW = 'N' AND NOT VAL-TRAN-LEASE
               IF WL-TBL-CTR < 200
                   PERFORM L5N-ADD-WAITLIST
               ELSE
               MOVE T-ERR-MSG(15) TO O-ERR-MSG
               PERFORM L6-ERR-ROUT.

      *  A LEASE IS NOT PRICED NIGHT BY NIGHT - THE AMOUNT IS THE     *
      *  MONTHLY RATE, WHICH ONLY HAS TO BE THERE - AND NO PROMOTION  *
      *  IS PRICED INTO ONE                                           *
           IF VAL-TRAN-LEASE
               MOVE 'Y' TO AMT-SW
               IF I-AMT NUMERIC AND I-AMT = 0
                   MOVE T-ERR-MSG(47) TO O-ERR-MSG
                   PERFORM L6-ERR-ROUT.

      *  A PROMOTION CODE MUST BE ON FILE AND GOOD FOR THIS STAY. A   *
      *  CODE THAT WON'T PRICE SKIPS THE AMOUNT CHECK - THE CLERK'S   *
      *  DISCOUNTED FIGURE IS WRONG FOR THE SAME REASON               *
           MOVE 'N' TO PROMO-ACTIVE-SW.
           MOVE 0 TO C-PROMO-NIGHTS.
           MOVE 0 TO C-PROMO-DISC.
           IF I-PROMO-CODE NOT = SPACES
               AND AMT-SW = 'N' AND END-DATE-SW = 'N'
                   MOVE I-PROMO-CODE TO PROMO-WORK-CODE
                   PERFORM L5J2-FIND-PROMO
                   IF PROMO-REASON NOT = 0
                       MOVE T-ERR-MSG(PROMO-REASON) TO O-ERR-MSG
                       MOVE 'Y' TO AMT-SW
                       PERFORM L6-ERR-ROUT.

      *  WALKS THE STAY ONE NIGHT AT A TIME, PRICING EACH NIGHT AT    *
      *  THE RATE IN EFFECT FOR THAT DATE, SO A STAY THAT CROSSES A   *
      *  RATE SEASON BOUNDARY IS CHECKED AGAINST ITS TRUE TOTAL. A    *
      *  PROMOTION COMES OFF EACH NIGHT IT COVERS BEFORE TAX, AND ONE *
      *  THAT COVERS NONE OF THE NIGHTS (A MIDWEEK CODE ON A WEEKEND) *
      *  IS TURNED AWAY                                               *
           IF I-AMT NOT NUMERIC
               MOVE T-ERR-MSG(16) TO O-ERR-MSG
               PERFORM L6-ERR-ROUT
                       MOVE T-ERR-MSG(32) TO O-ERR-MSG
                       PERFORM L6-ERR-ROUT
                   ELSE
                       IF PROMO-ACTIVE-SW = 'Y' AND C-PROMO-NIGHTS = 0
                           MOVE T-ERR-MSG(42) TO O-ERR-MSG
                           PERFORM L6-ERR-ROUT
                       ELSE
      *  THE AMOUNT DUE IS THE NIGHTLY ROOM CHARGES PLUS THE COUNTY   *
      *  OCCUPANCY TAX AND THE FLAT BOOKING FEE                       *
                           MULTIPLY C-EXP-AMT BY C-TAX-RATE
                               GIVING C-TAX-AMT ROUNDED
                           ADD C-EXP-AMT C-TAX-AMT C-BOOKING-FEE
                               GIVING C-TOTAL-DUE
                           IF C-TOTAL-DUE NOT = I-AMT
                               MOVE T-ERR-MSG(17) TO O-ERR-MSG
                               MOVE 'EXPECTED: ' TO O-ERR-EXP-LIT
                               MOVE C-TOTAL-DUE TO O-ERR-EXP-AMT
                               PERFORM L6-ERR-ROUT
                               MOVE SPACES TO O-ERR-EXP-LIT
                               MOVE SPACES TO O-ERR-EXP-AMT-X.

           IF NOT VAL-CCTYPE
               MOVE T-ERR-MSG(18) TO O-ERR-MSG
               AND CMP-END-DATE-NUM NOT < OE-START(OOS-IDX)
                   MOVE 'Y' TO OOS-HIT-SW.

      *  THE KEYED SITE MUST BE A LETTER AND A NON-ZERO NUMBER  *
       L5H1-CHECK-SITE-KEY.
           IF I-SITE-LET NOT ALPHABETIC
               MOVE T-ERR-MSG(2) TO O-ERR-MSG
               MOVE 'Y' TO END-DATE-SW
               MOVE 'Y' TO AMT-SW
               MOVE 'Y' TO SITE-SW
               PERFORM L6-ERR-ROUT
           ELSE
               IF I-SITE-LET = ' '
                   MOVE T-ERR-MSG(2) TO O-ERR-MSG
                   MOVE 'Y' TO END-DATE-SW
                   MOVE 'Y' TO AMT-SW
                   MOVE 'Y' TO SITE-SW
                   PERFORM L6-ERR-ROUT.

           IF I-SITE-NUM NOT NUMERIC
               MOVE T-ERR-MSG(2) TO O-ERR-MSG
               MOVE 'Y' TO END-DATE-SW
               MOVE 'Y' TO AMT-SW
               MOVE 'Y' TO SITE-SW
               PERFORM L6-ERR-ROUT
           ELSE
               IF I-SITE-NUM = 0
                   MOVE T-ERR-MSG(3) TO O-ERR-MSG
                   MOVE 'Y' TO END-DATE-SW
                   MOVE 'Y' TO AMT-SW
                   MOVE 'Y' TO SITE-SW
                   PERFORM L6-ERR-ROUT.

      *  LINEAR LOOKUP AGAINST THE SITE MASTER TABLE LOADED FROM      *
      *  SITEMAST.DAT                                                 *
       L5H-SITE-LOOKUP.
                   MOVE SE-ELEC-FLAG(SITE-IDX) TO C-SITE-ELEC
                   MOVE SE-WATER-FLAG(SITE-IDX) TO C-SITE-WATER.

      *  PICKS THE SITE FOR AN 'A' REQUEST: THE TIGHTEST-FITTING SITE *
      *  AT THE CAMPGROUND WITH THE HOOKUPS ASKED FOR, ROOM FOR THE   *
      *  PARTY AND THE RIG, AND NO BOOKING OR CLOSURE OVER THE STAY.  *
      *  WHEN EVERY SITE THAT WOULD DO IS TAKEN, THE TIGHTEST OF      *
      *  THOSE IS FILLED IN SO VALIDATION TURNS THE PARTY AWAY ONTO   *
      *  THE WAITLIST FOR IT. THE STAY IS PRICED AT THE CHOSEN SITE'S *
      *  RATES, SINCE THE CALLER COULDN'T HAVE QUOTED THEM            *
       L5V-ASSIGN-SITE.
           MOVE SPACES TO I-SITE.
           MOVE SPACES TO ASGN-OPEN-SITE.
           MOVE SPACES TO ASGN-BUSY-SITE.
           MOVE 99999 TO C-ASGN-BEST-OPEN.
           MOVE 99999 TO C-ASGN-BEST-BUSY.

      *  A BAD CAMPGROUND, DATE OR STAY CAN'T BE SEARCHED - ITS OWN   *
      *  ERRORS SAY WHY, SO THE EMPTY SITE ISN'T REPORTED AS WELL     *
           PERFORM L5T1-CHECK-MODIFY-DATE.
           IF NOT VAL-CAMP OR MOD-DATE-OK-SW = 'N'
               MOVE 'Y' TO ASGN-SKIP-SW
               MOVE 'Y' TO SITE-SW
               GO TO L5V-EXIT.

           MOVE 0 TO C-FIT-PARTY.
           MOVE 0 TO C-FIT-RV-LEN.
           IF I-PARTY-SIZE NUMERIC
               MOVE I-PARTY-SIZE TO C-FIT-PARTY.
           IF I-RV-LEN NUMERIC
               MOVE I-RV-LEN TO C-FIT-RV-LEN.

           MOVE I-YYYY TO DC-YYYY.
           MOVE I-MM   TO DC-MM.
           MOVE I-DD   TO DC-DD.
           MOVE I-LEN-STAY TO DC-LEN.
           PERFORM L1E-CALC-END-DATE.
           MOVE I-DATE TO CMP-START-DATE.
           MOVE DC-END-DATE TO CMP-END-DATE-NUM.
      *  NO BOOKING IS BEING MOVED, SO NO KEY IS EXEMPT FROM THE SCAN *
           MOVE SPACES TO MOD-ORIG-KEY.
           MOVE I-CAMPGROUND TO SCAN-CAMPGROUND.
           PERFORM L5V1-ASSIGN-CANDIDATE
               VARYING SITE-IDX FROM 1 BY 1
                   UNTIL SITE-IDX > SITE-TBL-CTR.

           IF ASGN-OPEN-SITE NOT = SPACES
               MOVE ASGN-OPEN-SITE TO I-SITE
           ELSE
               IF ASGN-BUSY-SITE NOT = SPACES
                   MOVE ASGN-BUSY-SITE TO I-SITE
               ELSE
                   MOVE 'Y' TO ASGN-SKIP-SW
                   MOVE 'Y' TO ASGN-NOFIT-SW
                   MOVE 'Y' TO SITE-SW
                   MOVE T-ERR-MSG(40) TO O-ERR-MSG
                   PERFORM L6-ERR-ROUT
                   GO TO L5V-EXIT.

      *  PRICES THE STAY AT THE CHOSEN SITE THE SAME WAY VALIDATION   *
      *  WILL, SO THE AMOUNT CHECK THERE AGREES - A PROMOTION THAT    *
      *  WON'T PRICE IS LEFT OFF HERE AND REPORTED BY VALIDATION      *
           MOVE 'N' TO PROMO-ACTIVE-SW.
           MOVE 0 TO C-PROMO-NIGHTS.
           MOVE 0 TO C-PROMO-DISC.
           IF I-PROMO-CODE NOT = SPACES
               MOVE I-PROMO-CODE TO PROMO-WORK-CODE
               PERFORM L5J2-FIND-PROMO.
           MOVE 0 TO C-EXP-AMT.
           MOVE 'N' TO RATE-MISS-SW.
           MOVE I-YYYY TO DC-YYYY.
           MOVE I-MM   TO DC-MM.
           MOVE I-DD   TO DC-DD.
           PERFORM L5J-PRICE-NIGHT
               VARYING NIGHT-CTR FROM 1 BY 1
                   UNTIL NIGHT-CTR > I-LEN-STAY
                       OR RATE-MISS-SW = 'Y'.
           IF RATE-MISS-SW = 'N'
               MULTIPLY C-EXP-AMT BY C-TAX-RATE
                   GIVING C-TAX-AMT ROUNDED
               ADD C-EXP-AMT C-TAX-AMT C-BOOKING-FEE
                   GIVING C-TOTAL-DUE
               MOVE C-TOTAL-DUE TO I-AMT.

       L5V-EXIT.
           EXIT.

      *  A SITE QUALIFIES WHEN IT IS AT THE CAMPGROUND, HOLDS THE     *
      *  PARTY AND THE RIG, AND HAS EVERY HOOKUP ASKED FOR ('Y' FLAG) *
       L5V1-ASSIGN-CANDIDATE.
           IF SE-CAMPGROUND(SITE-IDX) = I-CAMPGROUND
               AND SE-MAX-OCCUPANCY(SITE-IDX) NOT < C-FIT-PARTY
               AND SE-RV-PAD-LEN(SITE-IDX) NOT < C-FIT-RV-LEN
               AND (I-NEED-ELEC NOT = 'Y'
                   OR SE-ELEC-FLAG(SITE-IDX) = 'Y')
               AND (I-NEED-WATER NOT = 'Y'
                   OR SE-WATER-FLAG(SITE-IDX) = 'Y')
                   PERFORM L5V2-SCORE-CANDIDATE.

      *  THE TIGHTEST FIT WINS: A SITE WITH A HOOKUP THE GUEST DIDN'T *
      *  ASK FOR IS SAVED FOR SOMEONE WHO DID, THEN THE SHORTEST PAD, *
      *  THEN THE SMALLEST OCCUPANCY. TIES GO TO THE FIRST SITE ON    *
      *  THE MASTER. ONLY A SITE THAT WOULD BEAT THE BEST OPEN ONE    *
      *  SO FAR IS CHECKED AGAINST THE MASTER AND THE CLOSURES        *
       L5V2-SCORE-CANDIDATE.
           MOVE 0 TO C-ASGN-EXTRA.
           IF I-NEED-ELEC NOT = 'Y' AND SE-ELEC-FLAG(SITE-IDX) = 'Y'
               ADD 1 TO C-ASGN-EXTRA.
           IF I-NEED-WATER NOT = 'Y' AND SE-WATER-FLAG(SITE-IDX) = 'Y'
               ADD 1 TO C-ASGN-EXTRA.
           COMPUTE C-ASGN-SCORE = C-ASGN-EXTRA * 10000
               + SE-RV-PAD-LEN(SITE-IDX) * 100
               + SE-MAX-OCCUPANCY(SITE-IDX).

           IF C-ASGN-SCORE < C-ASGN-BEST-OPEN
               MOVE SE-SITE-LET(SITE-IDX) TO SCAN-SITE (1:1)
               MOVE SE-SITE-NUM(SITE-IDX) TO SCAN-SITE (2:2)
               PERFORM L5I-MASTER-OVERLAP
               MOVE 'N' TO OOS-HIT-SW
               IF MST-OVL-SW = 'N'
                   PERFORM L5H2-OOS-CHECK
                       VARYING OOS-IDX FROM 1 BY 1
                           UNTIL OOS-IDX > OOS-TBL-CTR
                               OR OOS-HIT-SW = 'Y'
               END-IF
               IF MST-OVL-SW = 'N' AND OOS-HIT-SW = 'N'
                   MOVE C-ASGN-SCORE TO C-ASGN-BEST-OPEN
                   MOVE SCAN-SITE TO ASGN-OPEN-SITE
               ELSE
                   IF C-ASGN-SCORE < C-ASGN-BEST-BUSY
                       MOVE C-ASGN-SCORE TO C-ASGN-BEST-BUSY
                       MOVE SCAN-SITE TO ASGN-BUSY-SITE.

      *  PRINTS THE REQUEST'S LINE ON THE SITE ASSIGNMENT REPORT:     *
      *  BOOKED WHEN IT CLEARED VALIDATION, WAITLISTED WHEN ITS SITE  *
      *  WAS TAKEN, OTHERWISE TURNED AWAY                             *
       L5V3-ASSIGN-WRITE.
           ADD 1 TO C-ASGN-CTR.
           MOVE I-CAMPGROUND TO O-ASG-CAMPGROUND.
           MOVE I-DATE (1:4) TO O-ASG-YYYY.
           MOVE I-DATE (5:2) TO O-ASG-DATE-MM.
           MOVE I-DATE (7:2) TO O-ASG-DATE-DD.
           MOVE I-LEN-STAY TO O-ASG-LEN-STAY.
           MOVE SPACES TO O-ASG-NAME.
           STRING I-LNAME DELIMITED BY ' '
               ', ' DELIMITED BY SIZE
               I-FNAME DELIMITED BY ' '
           INTO O-ASG-NAME.
           MOVE I-PARTY-SIZE TO O-ASG-PARTY.
           MOVE I-RV-LEN TO O-ASG-RV-LEN.
           MOVE I-NEED-ELEC TO O-ASG-ELEC.
           MOVE I-NEED-WATER TO O-ASG-WATER.
           MOVE I-SITE TO O-ASG-SITE.
           IF FIRST-ERR-SW = 'Y'
               ADD 1 TO C-ASGN-BOOKED-CTR
               MOVE I-AMT TO O-ASG-AMT
               MOVE C-CONF-NUM TO O-ASG-CONF
               MOVE 'SITE ASSIGNED' TO O-ASG-STATUS
           ELSE
               MOVE SPACES TO O-ASG-AMT-X
               MOVE SPACES TO O-ASG-CONF-X
               IF WL-ADD-SW = 'Y' AND END-DATE-SW = 'N'
                   AND FIT-FAIL-SW = 'N'
                   ADD 1 TO C-ASGN-WAIT-CTR
                   MOVE 'WAITLISTED' TO O-ASG-STATUS
               ELSE
                   ADD 1 TO C-ASGN-REJECT-CTR
                   IF ASGN-NOFIT-SW = 'Y'
                       MOVE 'NO SITE FITS' TO O-ASG-STATUS
                   ELSE
                       MOVE 'REJECTED - ERRORS' TO O-ASG-STATUS.
           WRITE ASSIGNLINE FROM ASSIGN-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       ADD 1 TO ASSIGN-PCTR
                       MOVE ASSIGN-PCTR TO O-ASG-PCTR
                       WRITE ASSIGNLINE FROM ASSIGN-REPORT-TITLE
                           AFTER ADVANCING PAGE
                       WRITE ASSIGNLINE FROM ASSIGN-COL-HDGS
                           AFTER ADVANCING 2 LINES.

      *  WRITES THE REJECTED TRANSACTION TO SUSPENSE IN ITS ORIGINAL  *
      *  LAYOUT ALONG WITH THE ERROR NUMBERS IT TRIPPED               *
       L5Q-WRITE-SUSPENSE.
               VARYING MSGNO-SUB FROM 1 BY 1
                   UNTIL MSGNO-SUB > 5.
           MOVE WS-CURR-DATE-NUM TO SU-DATE.
           MOVE SPACES TO SUSPENSE-REC (139:4).
           WRITE SUSPENSE-REC.
           ADD 1 TO C-SUSP-CTR.

               I-FNAME DELIMITED BY ' '
           INTO WE-NAME(WL-TBL-CTR).
           MOVE 'N' TO WE-OFFERED-SW(WL-TBL-CTR).
      *  THE PARTY GETS A NUMBER OF ITS OWN TO QUOTE TO THE DESK  *
           ADD 1 TO C-LAST-CONF.
           MOVE C-LAST-CONF TO WE-CONF-NUM(WL-TBL-CTR).

      *  READS THE MASTER DIRECTLY WITH A KEYED START TO FLAG A STAY  *
      *  THAT TOUCHES A STAY ALREADY SOLD FOR THE SAME SITE - NO      *
       L5D-CANCEL-PROCESS.
           MOVE 'N' TO CANCEL-FOUND-SW.
           PERFORM L5E-CANCEL-LOOKUP.
      *  CANCELLING A SEASONAL LEASE ENDS IT EARLY - NOTHING WAS     *
      *  COLLECTED ON THE HOLD ITSELF, SO NOTHING GOES BACK TO THE   *
      *  CARD. THE BILLING RUN CLOSES THE LEASE WHEN IT FINDS THE    *
      *  HOLD GONE FROM THE MASTER                                   *
           MOVE 'N' TO LEASE-END-SW.
           IF CANCEL-FOUND AND O-LEASE-HOLD
               MOVE 'Y' TO LEASE-END-SW.
      *  A PROMOTION PRICED INTO THE BOOKING COMES BACK OFF THE USAGE *
      *  LEDGER - THE STAY IT WAS GIVEN FOR WILL NEVER HAPPEN         *
           IF CANCEL-FOUND
               PERFORM L5E3-SAVE-PROMO
               IF C-OLD-PROMO-NIGHTS > 0
                   MOVE 'C' TO PU-TRAN-TYPE
                   MOVE C-OLD-PROMO-CODE TO PU-CODE
                   MOVE C-OLD-PROMO-NIGHTS TO PU-NIGHTS
                   MOVE C-OLD-PROMO-DISC TO PU-DISC
                   PERFORM L8K-WRITE-PROMO-USE.
      *  APPLIES THE FEE SCHEDULE TO WHAT WAS ACTUALLY COLLECTED -    *
      *  A DEPOSIT-ONLY BOOKING'S UNBILLED BALANCE IS NOT REFUNDED,   *
      *  ITS PENDING CHARGE IS SIMPLY DROPPED                         *
      *  TRANSMIT: SPACES OR A MISTYPED NUMBER WOULD BOUNCE THE       *
      *  WHOLE FEED, AND THE MASTER ONLY KEEPS THE MASKED COPY        *
           MOVE 'N' TO CANCEL-CARD-OK-SW.
           IF CANCEL-FOUND AND LEASE-END-SW = 'N'
               IF I-CCNUM NUMERIC
                   PERFORM L5B-LUHN-CHECK
                   IF NOT CC-LUHN-FAILED
           IF SER-LEAP-REM = 0 AND SER-MM < 3
               SUBTRACT 1 FROM SER-DAYS.

      *  AN 'L' LEASE'S END DATE MUST BE A REAL DATE, AND THE TERM    *
      *  FROM THE START DATE MUST RUN LONGER THAN THE 30 NIGHTS A     *
      *  BOOKING CAN COVER BUT NO LONGER THAN A YEAR. A GOOD END DATE *
      *  GOES ON THE HOLD AS ITS END DATE                             *
       L5L2-CHECK-LEASE-TERM.
      *  A START DATE THAT ISN'T NUMERIC IS ALREADY ON THE REPORT  *
           IF I-DATE NOT NUMERIC
               MOVE 'Y' TO END-DATE-SW
               GO TO L5L2-EXIT.
           MOVE I-ORIG-DATE TO WS-DATE.
           IF WS-DATE-NUM NOT NUMERIC
               MOVE T-ERR-MSG(45) TO O-ERR-MSG
               MOVE 'Y' TO END-DATE-SW
               PERFORM L6-ERR-ROUT
               GO TO L5L2-EXIT.

           IF NOT VAL-MM
               OR (VAL-MM-31 AND NOT VAL-DD-31)
               OR (VAL-MM-30 AND NOT VAL-DD-30)
                   MOVE T-ERR-MSG(45) TO O-ERR-MSG
                   MOVE 'Y' TO END-DATE-SW
                   PERFORM L6-ERR-ROUT
                   GO TO L5L2-EXIT.

           IF WS-MM = 2
               DIVIDE WS-YYYY BY 4 GIVING SER-LEAP-QUOT
                   REMAINDER SER-LEAP-REM
               IF (SER-LEAP-REM = 0 AND NOT VAL-DD-29)
                   OR (SER-LEAP-REM NOT = 0 AND NOT VAL-DD-28)
                       MOVE T-ERR-MSG(45) TO O-ERR-MSG
                       MOVE 'Y' TO END-DATE-SW
                       PERFORM L6-ERR-ROUT
                       GO TO L5L2-EXIT.

           MOVE I-YYYY TO SER-YYYY.
           MOVE I-MM   TO SER-MM.
           MOVE I-DD   TO SER-DD.
           PERFORM L5L-DATE-TO-SERIAL.
           MOVE SER-DAYS TO C-LEASE-START-SER.
           MOVE WS-YYYY TO SER-YYYY.
           MOVE WS-MM   TO SER-MM.
           MOVE WS-DD   TO SER-DD.
           PERFORM L5L-DATE-TO-SERIAL.
           MOVE SER-DAYS TO C-LEASE-END-SER.
           IF C-LEASE-END-SER NOT > C-LEASE-START-SER
               MOVE 0 TO C-LEASE-NIGHTS
           ELSE
               SUBTRACT C-LEASE-START-SER FROM C-LEASE-END-SER
                   GIVING C-LEASE-NIGHTS.
           IF C-LEASE-NIGHTS < 31 OR C-LEASE-NIGHTS > 366
               MOVE T-ERR-MSG(46) TO O-ERR-MSG
               MOVE 'Y' TO END-DATE-SW
               PERFORM L6-ERR-ROUT
               GO TO L5L2-EXIT.

           MOVE I-ORIG-DATE TO O-END-DATE.
           IF C-LEASE-NIGHTS > 99
               MOVE 99 TO C-LEASE-LEN
           ELSE
               MOVE C-LEASE-NIGHTS TO C-LEASE-LEN.

       L5L2-EXIT.
           EXIT.

      *  READS THE BOOKING BEING CANCELLED STRAIGHT OFF THE INDEXED   *
      *  MASTER - BY THE CONFIRMATION NUMBER WHEN THE GUEST QUOTED    *
      *  ONE, OTHERWISE ON ITS CAMPGROUND/SITE/ARRIVAL KEY            *
       L5E-CANCEL-LOOKUP.
           PERFORM L5E1-CHECK-CONF-KEYED.
           IF CONF-KEYED-SW = 'Y'
               MOVE I-CONF-NUM TO O-CONF-NUM
               READ CAMPRES-FILE
                   KEY IS O-CONF-NUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO CANCEL-FOUND-SW
      *  THE BOOKING'S OWN SITE AND ARRIVAL STAND IN FOR THE ONES    *
      *  THE GUEST DIDN'T HAVE TO QUOTE, SO THE REFUND, BALANCE,     *
      *  OFFER, AND REPORT STEPS WORK THE SAME EITHER WAY            *
                       MOVE O-CAMPGROUND TO I-CAMPGROUND
                       MOVE O-SITE TO I-SITE
                       MOVE O-DATE TO I-DATE
               END-READ
           ELSE
               MOVE I-CAMPGROUND TO O-CAMPGROUND
               MOVE I-SITE TO O-SITE
               MOVE I-DATE TO O-DATE
               READ CAMPRES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO CANCEL-FOUND-SW
               END-READ.
           IF CANCEL-FOUND
               MOVE O-AMT TO C-BOOKED-AMT
      *  BOOKINGS FROM BEFORE THE TAX AND BALANCE BYTES EXISTED      *
      *  CARRY SPACES THERE - THEY LOAD AS ZERO RATHER THAN BLOWING  *
      *  UP THE REFUND ARITHMETIC                                    *
               IF O-TAX-AMT NUMERIC
                   MOVE O-TAX-AMT TO C-BOOKED-TAX
               ELSE
                   MOVE 0 TO C-BOOKED-TAX
               END-IF
               IF O-BAL-DUE NUMERIC
                   MOVE O-BAL-DUE TO C-OPEN-BAL
               ELSE
                   MOVE 0 TO C-OPEN-BAL
               END-IF
               MOVE O-DATE TO C-FREED-START
               MOVE O-END-DATE TO C-FREED-END
               PERFORM L5E2-SAVE-CONF.

      *  A CANCEL OR MODIFY MAY QUOTE THE CONFIRMATION NUMBER IN     *
      *  PLACE OF THE ORIGINAL SITE AND ARRIVAL DATE                 *
       L5E1-CHECK-CONF-KEYED.
           MOVE 'N' TO CONF-KEYED-SW.
           IF I-CONF-NUM NUMERIC
               IF I-CONF-NUM > 0
                   MOVE 'Y' TO CONF-KEYED-SW.

      *  THE FOUND BOOKING'S NUMBERS RIDE ON EVERYTHING THIS          *
      *  TRANSACTION WRITES                                          *
       L5E2-SAVE-CONF.
           IF O-CONF-NUM NUMERIC
               MOVE O-CONF-NUM TO C-CONF-NUM
           ELSE
               MOVE 0 TO C-CONF-NUM.
           IF O-GROUP-CONF NUMERIC
               MOVE O-GROUP-CONF TO C-GROUP-CONF
           ELSE
               MOVE 0 TO C-GROUP-CONF.

      *  THE PROMOTION THE FOUND BOOKING WAS PRICED WITH - A BOOKING  *
      *  FROM BEFORE PROMOTIONS CARRIES SPACES AND LOADS AS NONE      *
       L5E3-SAVE-PROMO.
           MOVE SPACES TO C-OLD-PROMO-CODE.
           MOVE 0 TO C-OLD-PROMO-NIGHTS.
           MOVE 0 TO C-OLD-PROMO-DISC.
           IF O-PROMO-CODE NOT = SPACES
               AND O-PROMO-NIGHTS NUMERIC
               AND O-PROMO-DISC NUMERIC
                   MOVE O-PROMO-CODE TO C-OLD-PROMO-CODE
                   MOVE O-PROMO-NIGHTS TO C-OLD-PROMO-NIGHTS
                   MOVE O-PROMO-DISC TO C-OLD-PROMO-DISC.

       L5F-CANCEL-WRITE.
           MOVE I-CAMPGROUND TO O-CAN-CAMPGROUND.
               MOVE C-REFUND-AMT TO O-CAN-REFUND-AMT
      *  A HELD REFUND NEVER REACHED THE SETTLEMENT FEED - THE DESK  *
      *  HAS TO GET A GOOD CARD AND HANDLE THE CREDIT BY HAND        *
               IF LEASE-END-SW = 'Y'
                   MOVE 'SEASONAL LEASE ENDED' TO O-CAN-STATUS
               ELSE
                   IF CANCEL-CARD-OK-SW = 'Y'
                       MOVE 'REFUND PROCESSED' TO O-CAN-STATUS
                   ELSE
                       MOVE 'REFUND HELD - BAD CARD' TO O-CAN-STATUS
                   END-IF
               END-IF
      *  A KEYED REFUND THAT DISAGREES WITH THE POLICY FIGURE IS      *
      *  FLAGGED SO THE DESK CAN CHASE DOWN THE DIFFERENCE            *
               IF LEASE-END-SW = 'Y'
                   OR (I-AMT NUMERIC AND I-AMT = C-REFUND-AMT)
                   MOVE SPACES TO O-CAN-FLAG
               ELSE
                   MOVE 'KEYED AMT DIFFERS' TO O-CAN-FLAG
               END-IF
           ELSE
               MOVE SPACES TO O-CAN-BOOKED-X
               PERFORM L5Z-MODIFY-WRITE
               GO TO L5T-MODIFY-EXIT.

      *  A SEASONAL LEASE IS NOT MOVED BY A MODIFY - ITS TERM AND     *
      *  BILLING RUN OFF LEASE.DAT, SO THE DESK ENDS IT WITH A CANCEL *
      *  AND KEYS A NEW LEASE                                         *
           IF MOD-ORIG-REC (197:1) = 'L'
               MOVE 'MODIFY HELD - LEASE' TO O-MOD-STATUS
               MOVE SPACES TO O-MOD-OLD-X
               MOVE SPACES TO O-MOD-NEW-X
               MOVE SPACES TO O-MOD-DIFF-X
               PERFORM L5Z-MODIFY-WRITE
               GO TO L5T-MODIFY-EXIT.

      *  THE NEW DATE AND LENGTH OF STAY GET THE SAME CALENDAR      *
      *  CHECKS A NEW BOOKING GETS - AN IMPOSSIBLE DATE MUST NEVER  *
      *  BECOME A MASTER KEY                                        *
               PERFORM L5Z-MODIFY-WRITE
               GO TO L5T-MODIFY-EXIT.

      *  THE PARTY AND ITS RIG MUST FIT THE NEW SITE. A MOVE THAT     *
      *  WON'T FIT IS HELD AND ALSO SUSPENDED WITH ITS ERROR NUMBERS  *
      *  SO THE DESK CAN CORRECT AND RESUBMIT IT LIKE ANY REJECT      *
           PERFORM L5T2-SET-MODIFY-FIT.
           IF FIT-FAIL-SW = 'Y'
               MOVE 'MODIFY HELD - TOO LARGE' TO O-MOD-STATUS
               MOVE C-BOOKED-AMT TO O-MOD-OLD-AMT
               MOVE SPACES TO O-MOD-NEW-X
               MOVE SPACES TO O-MOD-DIFF-X
               PERFORM L5Z-MODIFY-WRITE
               PERFORM L5Q-WRITE-SUSPENSE
               GO TO L5T-MODIFY-EXIT.

      *  THE MOVED BOOKING KEEPS ITS PROMOTION UNLESS A NEW CODE IS   *
      *  KEYED. A KEYED CODE THAT WON'T PRICE THE NEW STAY HOLDS THE  *
      *  MOVE; A CARRIED CODE THE NEW STAY NO LONGER QUALIFIES FOR    *
      *  SIMPLY FALLS OFF AND THE NEW STAY PRICES IN FULL             *
           PERFORM L5T3-SET-MODIFY-PROMO.
           IF PROMO-REASON NOT = 0 AND I-PROMO-CODE NOT = SPACES
               MOVE 'MODIFY HELD - BAD PROMO' TO O-MOD-STATUS
               MOVE C-BOOKED-AMT TO O-MOD-OLD-AMT
               MOVE SPACES TO O-MOD-NEW-X
               MOVE SPACES TO O-MOD-DIFF-X
               PERFORM L5Z-MODIFY-WRITE
               GO TO L5T-MODIFY-EXIT.

      *  RE-PRICES THE NEW DATES ONE NIGHT AT A TIME SO A STAY THAT   *
      *  CROSSES A RATE SEASON BOUNDARY GETS ITS TRUE TOTAL           *
           MOVE 0 TO C-EXP-AMT.
               MOVE SPACES TO O-MOD-DIFF-X
               PERFORM L5Z-MODIFY-WRITE
               GO TO L5T-MODIFY-EXIT.
           IF I-PROMO-CODE NOT = SPACES AND C-PROMO-NIGHTS = 0
               MOVE 'MODIFY HELD - BAD PROMO' TO O-MOD-STATUS
               MOVE C-BOOKED-AMT TO O-MOD-OLD-AMT
               MOVE SPACES TO O-MOD-NEW-X
               MOVE SPACES TO O-MOD-DIFF-X
               PERFORM L5Z-MODIFY-WRITE
               GO TO L5T-MODIFY-EXIT.

      *  THE PRICING WALK LEFT THE WORK DATE SITTING ON THE CHECK-OUT *
      *  DATE OF THE NEW STAY                                         *
                       END-IF
               END-EVALUATE.

      *  THE MOVED BOOKING KEEPS THE ORIGINAL'S PARTY SIZE, RIG       *
      *  LENGTH AND VEHICLES UNLESS NEW ONES WERE KEYED ON THE MODIFY, *
      *  AND THE RESULT IS CHECKED AGAINST THE NEW SITE. A BOOKING    *
      *  TAKEN BEFORE THESE WERE KEYED CARRIES NONE AND PASSES        *
       L5T2-SET-MODIFY-FIT.
           MOVE 'N' TO FIT-FAIL-SW.
           MOVE 0 TO SUSP-ERR-CNT.
           MOVE 0 TO C-FIT-PARTY.
           MOVE 0 TO C-FIT-RV-LEN.
           MOVE 0 TO C-FIT-VEHICLES.
           IF MOD-ORIG-REC (164:2) NUMERIC
               MOVE MOD-ORIG-REC (164:2) TO C-FIT-PARTY.
           IF MOD-ORIG-REC (166:2) NUMERIC
               MOVE MOD-ORIG-REC (166:2) TO C-FIT-RV-LEN.
           IF MOD-ORIG-REC (168:1) NUMERIC
               MOVE MOD-ORIG-REC (168:1) TO C-FIT-VEHICLES.
           IF I-PARTY-SIZE NUMERIC AND I-PARTY-SIZE > 0
               MOVE I-PARTY-SIZE TO C-FIT-PARTY.
           IF I-RV-LEN NUMERIC
               MOVE I-RV-LEN TO C-FIT-RV-LEN.
           IF I-VEHICLES NUMERIC
               MOVE I-VEHICLES TO C-FIT-VEHICLES.
           IF C-FIT-PARTY > C-SITE-MAX-OCC
               MOVE 'Y' TO FIT-FAIL-SW
               ADD 1 TO SUSP-ERR-CNT
               MOVE 36 TO SUSP-ERR-NO(SUSP-ERR-CNT).
           IF C-FIT-RV-LEN > C-SITE-RV-PAD
               MOVE 'Y' TO FIT-FAIL-SW
               ADD 1 TO SUSP-ERR-CNT
               MOVE 38 TO SUSP-ERR-NO(SUSP-ERR-CNT).

      *  PICKS THE PROMOTION TO PRICE THE MOVED STAY WITH: A NEWLY    *
      *  KEYED CODE, OTHERWISE THE ONE THE ORIGINAL BOOKING CARRIES.  *
      *  WHAT THE ORIGINAL'S PROMOTION TOOK OFF IS KEPT SO THE USAGE  *
      *  LEDGER CAN BE SQUARED WHEN THE MOVE GOES THROUGH             *
       L5T3-SET-MODIFY-PROMO.
           MOVE 'N' TO PROMO-ACTIVE-SW.
           MOVE 0 TO PROMO-REASON.
           MOVE 0 TO C-PROMO-NIGHTS.
           MOVE 0 TO C-PROMO-DISC.
           MOVE MOD-ORIG-REC TO VAL-REC.
           PERFORM L5E3-SAVE-PROMO.
           IF I-PROMO-CODE NOT = SPACES
               MOVE I-PROMO-CODE TO PROMO-WORK-CODE
           ELSE
               MOVE C-OLD-PROMO-CODE TO PROMO-WORK-CODE.
           IF PROMO-WORK-CODE NOT = SPACES
               PERFORM L5J2-FIND-PROMO.

      *  READS THE BOOKING BEING MOVED STRAIGHT OFF THE INDEXED       *
      *  MASTER - BY ITS CONFIRMATION NUMBER WHEN ONE WAS QUOTED,     *
      *  OTHERWISE ON THE ORIGINAL SITE AND ARRIVAL DATE CARRIED ON   *
      *  THE TRANSACTION - SAVING ITS KEY AND FULL IMAGE              *
       L5U-MODIFY-LOOKUP.
           PERFORM L5E1-CHECK-CONF-KEYED.
           IF CONF-KEYED-SW = 'Y'
               MOVE I-CONF-NUM TO O-CONF-NUM
               READ CAMPRES-FILE
                   KEY IS O-CONF-NUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
      *  A MODIFY ONLY MOVES A STAY WITHIN ITS OWN CAMPGROUND - THE  *
      *  BOOKING'S OWN SITE AND ARRIVAL STAND IN AS THE ORIGINALS    *
                       IF O-CAMPGROUND = I-CAMPGROUND
                           MOVE 'Y' TO MOD-FOUND-SW
                           MOVE O-SITE TO I-ORIG-SITE
                           MOVE O-DATE TO I-ORIG-DATE
                       END-IF
               END-READ
           ELSE
               MOVE I-CAMPGROUND TO O-CAMPGROUND
               MOVE I-ORIG-SITE TO O-SITE
               MOVE I-ORIG-DATE TO O-DATE
               READ CAMPRES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO MOD-FOUND-SW
               END-READ.
           IF MOD-FOUND
               MOVE O-AMT TO C-BOOKED-AMT
               IF O-TAX-AMT NUMERIC
                   MOVE O-TAX-AMT TO C-BOOKED-TAX
               ELSE
                   MOVE 0 TO C-BOOKED-TAX
               END-IF
               MOVE O-RES-KEY TO MOD-ORIG-KEY
               MOVE VAL-REC TO MOD-ORIG-REC
               PERFORM L5E2-SAVE-CONF.

       L5W-MODIFY-TAX-ACCUM.
           IF T-TAX-CAMP(TAX-SUB) = I-CAMPGROUND
      *  STILL HOLDS WHATEVER THE OVERLAP SCAN LAST READ, SO THE     *
      *  BALANCE BYTES AND THE TRAILING FILLER ARE SET ON PURPOSE    *
           MOVE MOD-ORIG-REC (127:6) TO VAL-REC (127:6).
           MOVE C-FIT-PARTY TO O-PARTY-SIZE.
           MOVE C-FIT-RV-LEN TO O-RV-LEN.
           MOVE C-FIT-VEHICLES TO O-VEHICLES.
      *  THE GUEST KEEPS THE SAME CONFIRMATION AND GROUP NUMBERS  *
           MOVE C-CONF-NUM TO O-CONF-NUM.
           MOVE C-GROUP-CONF TO O-GROUP-CONF.
           PERFORM L8L-SET-PROMO-FIELDS.
           PERFORM L8N-SET-BOOK-LEAD.

      *  A MOVED BOOKING STARTS OVER AS NOT YET ARRIVED  *
           MOVE ' ' TO O-GATE-STATUS.
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM L5X1-MODIFY-PROMO-USE
           END-WRITE.

      *  SQUARES THE USAGE LEDGER FOR A MOVED BOOKING: WHAT THE OLD   *
      *  STAY'S PROMOTION TOOK OFF COMES BACK, AND WHAT THE NEW STAY  *
      *  TAKES OFF GOES ON                                            *
       L5X1-MODIFY-PROMO-USE.
           IF C-OLD-PROMO-NIGHTS > 0
               MOVE 'R' TO PU-TRAN-TYPE
               MOVE C-OLD-PROMO-CODE TO PU-CODE
               MOVE C-OLD-PROMO-NIGHTS TO PU-NIGHTS
               MOVE C-OLD-PROMO-DISC TO PU-DISC
               PERFORM L8K-WRITE-PROMO-USE.
           IF C-PROMO-NIGHTS > 0
               MOVE 'M' TO PU-TRAN-TYPE
               MOVE PROMO-WORK-CODE TO PU-CODE
               MOVE C-PROMO-NIGHTS TO PU-NIGHTS
               MOVE C-PROMO-DISC TO PU-DISC
               PERFORM L8K-WRITE-PROMO-USE.

      *  PRINTS THE MODIFICATION'S LINE ON THE CANCELLATION/REFUND    *
      *  REPORT AND COUNTS THE ATTEMPT SO THE RUN BALANCES            *
       L5Z-MODIFY-WRITE.
                   UNTIL RATE-IDX > RATE-TBL-CTR
                       OR RATE-FOUND-SW = 'Y'.
           IF RATE-FOUND
               IF PROMO-ACTIVE-SW = 'Y'
                   PERFORM L5J1-DISCOUNT-NIGHT
               END-IF
               ADD C-RATE-PRICE TO C-EXP-AMT
               MOVE 1 TO DC-LEN
               PERFORM L1E-CALC-END-DATE
           ELSE
               MOVE 'Y' TO RATE-MISS-SW.

      *  TAKES THE PROMOTION OFF ONE NIGHT WHEN THE NIGHT FALLS       *
      *  INSIDE ITS DATES - AND, FOR A MIDWEEK PROMOTION, IS A SUNDAY *
      *  THROUGH THURSDAY NIGHT. A FLAT AMOUNT NEVER TAKES A NIGHT    *
      *  BELOW ZERO                                                   *
       L5J1-DISCOUNT-NIGHT.
           MOVE 'Y' TO PROMO-NIGHT-SW.
           IF WS-RES-DATE-NUM < PE-START(PROMO-SUB)
               OR WS-RES-DATE-NUM > PE-END(PROMO-SUB)
                   MOVE 'N' TO PROMO-NIGHT-SW.
      *  THE SERIAL DAY COUNT FALLS ON A FRIDAY WHEN IT DIVIDES BY    *
      *  SEVEN, SO A REMAINDER OF 0 OR 1 IS A WEEKEND NIGHT           *
           IF PE-MIDWEEK-ONLY(PROMO-SUB) = 'Y' AND PROMO-NIGHT-SW = 'Y'
               MOVE DC-YYYY TO SER-YYYY
               MOVE DC-MM   TO SER-MM
               MOVE DC-DD   TO SER-DD
               PERFORM L5L-DATE-TO-SERIAL
               DIVIDE SER-DAYS BY 7 GIVING C-PROMO-WEEKS
                   REMAINDER C-PROMO-WEEKDAY
               IF C-PROMO-WEEKDAY < 2
                   MOVE 'N' TO PROMO-NIGHT-SW.
           IF PROMO-NIGHT-SW = 'Y'
               IF PE-TYPE(PROMO-SUB) = 'P'
                   MULTIPLY C-RATE-PRICE BY PE-VALUE(PROMO-SUB)
                       GIVING C-PROMO-WORK
                   DIVIDE 100 INTO C-PROMO-WORK
                       GIVING C-NIGHT-DISC ROUNDED
               ELSE
                   MOVE PE-VALUE(PROMO-SUB) TO C-NIGHT-DISC
               END-IF
               IF C-NIGHT-DISC > C-RATE-PRICE
                   MOVE C-RATE-PRICE TO C-NIGHT-DISC
               END-IF
               SUBTRACT C-NIGHT-DISC FROM C-RATE-PRICE
               ADD C-NIGHT-DISC TO C-PROMO-DISC
               ADD 1 TO C-PROMO-NIGHTS.

      *  FINDS THE PROMOTION RECORD PROMO-WORK-CODE PRICES THIS STAY  *
      *  WITH: THE FIRST ONE ON FILE FOR THE CODE WHOSE CAMPGROUND,   *
      *  SITE LETTERS AND DATES TAKE IN THE STAY, WHOSE MINIMUM THE   *
      *  STAY MEETS, AND - FOR A LOYALTY CODE - WHEN THE GUEST MASTER *
      *  ALREADY KNOWS THE PARTY. PROMO-ACTIVE-SW AND PROMO-SUB COME  *
      *  BACK SET FOR THE PRICING WALK; OTHERWISE PROMO-REASON SAYS   *
      *  WHICH ERROR MESSAGE EXPLAINS IT. THE CALLER RAISES IT        *
       L5J2-FIND-PROMO.
           MOVE 'N' TO PROMO-ACTIVE-SW.
           MOVE 41 TO PROMO-REASON.
           MOVE 0 TO C-PROMO-NIGHTS.
           MOVE 0 TO C-PROMO-DISC.

      *  THE STAY'S NIGHTS RUN FROM ARRIVAL UP TO THE CHECK-OUT DATE  *
           MOVE I-DATE TO PROMO-ARRIVAL.
           MOVE I-YYYY TO DC-YYYY.
           MOVE I-MM   TO DC-MM.
           MOVE I-DD   TO DC-DD.
           MOVE I-LEN-STAY TO DC-LEN.
           PERFORM L1E-CALC-END-DATE.
           MOVE DC-END-DATE TO PROMO-CHECKOUT.

           MOVE ' ' TO O-NAME.
           STRING I-LNAME DELIMITED BY ' '
               ', ' DELIMITED BY SIZE
               I-FNAME DELIMITED BY ' '
           INTO O-NAME.
           MOVE 'N' TO GUEST-FOUND-SW.
           PERFORM L8F-GUEST-LOOKUP
               VARYING GUEST-SUB FROM 1 BY 1
                   UNTIL GUEST-SUB > GUEST-TBL-CTR
                       OR GUEST-FOUND-SW = 'Y'.
           MOVE GUEST-FOUND-SW TO PROMO-RETURN-SW.

           PERFORM L5J3-PROMO-CANDIDATE
               VARYING PROMO-SUB FROM 1 BY 1
                   UNTIL PROMO-SUB > PROMO-TBL-CTR
                       OR PROMO-ACTIVE-SW = 'Y'.
           IF PROMO-ACTIVE-SW = 'Y'
               SUBTRACT 1 FROM PROMO-SUB
               MOVE 0 TO PROMO-REASON.

      *  A RECORD FOR THE CODE THAT DOESN'T TAKE THE STAY IN STILL    *
      *  NARROWS DOWN WHY: OUT OF SCOPE, TOO SHORT, OR NOT A          *
      *  RETURNING GUEST - THE CLOSEST MISS IS THE ONE REPORTED       *
       L5J3-PROMO-CANDIDATE.
           IF PE-CODE(PROMO-SUB) = PROMO-WORK-CODE
               IF PROMO-REASON = 41
                   MOVE 42 TO PROMO-REASON
               END-IF
               MOVE 0 TO C-PROMO-LET-CTR
               IF I-SITE-LET NOT = SPACE
                   INSPECT PE-SITE-LETS(PROMO-SUB)
                       TALLYING C-PROMO-LET-CTR FOR ALL I-SITE-LET
               END-IF
               IF (PE-CAMPGROUND(PROMO-SUB) = SPACES
                       OR PE-CAMPGROUND(PROMO-SUB) = I-CAMPGROUND)
                   AND (PE-SITE-LETS(PROMO-SUB) = SPACES
                       OR C-PROMO-LET-CTR > 0)
                   AND PE-START(PROMO-SUB) < PROMO-CHECKOUT
                   AND PE-END(PROMO-SUB) NOT < PROMO-ARRIVAL
                       IF I-LEN-STAY < PE-MIN-NIGHTS(PROMO-SUB)
                           IF PROMO-REASON < 43
                               MOVE 43 TO PROMO-REASON
                           END-IF
                       ELSE
                           IF PE-RETURN-ONLY(PROMO-SUB) = 'Y'
                               AND PROMO-RETURN-SW = 'N'
                                   MOVE 44 TO PROMO-REASON
                           ELSE
                               MOVE 'Y' TO PROMO-ACTIVE-SW.

      *  LINEAR LOOKUP AGAINST THE SEASONAL RATE TABLE LOADED FROM     *
      *  RATES.DAT - FINDS THE RATE FOR THIS SITE LETTER WHOSE DATE    *
      *  RANGE COVERS THE NIGHT BEING PRICED                          *
           MOVE 'N' TO MSG-FOUND-SW.
           PERFORM L6B-MATCH-MSG
               VARYING MSGNO-SUB FROM 1 BY 1
                   UNTIL MSGNO-SUB > 47
                       OR MSG-FOUND-SW = 'Y'.

       L6B-MATCH-MSG.
                   PERFORM L6-ERR-ROUT.

      *  IS SKIPED IF ON EXPIRATION DATE OR AN ERROR IS FOUND  *
           IF DATE-TYPE = 'R' AND END-DATE-SW = 'N'
               AND NOT VAL-TRAN-LEASE
               ADD WS-DD TO I-LEN-STAY GIVING C-END-DD
               MOVE WS-MM TO C-END-MM
               MOVE WS-YYYY TO C-END-YYYY
       L8-OUTPUT.
           MOVE I-CAMPGROUND TO O-CAMPGROUND.
           MOVE I-SITE TO O-SITE.
           MOVE I-DATE TO O-DATE.
           MOVE I-CCNUM4TH TO WS-CCNUM4TH.
           MOVE I-CCEXP TO O-CCEXP.
      *  A LEASE HOLD COLLECTS NOTHING ITSELF - THE MONTHLY RATE GOES *
      *  ON LEASE.DAT AND THE INSTALLMENTS ARE BILLED FROM THERE. ITS *
      *  END DATE IS THE ONE KEYED ON THE TRANSACTION                 *
           IF VAL-TRAN-LEASE
               MOVE I-ORIG-DATE TO O-END-DATE
               MOVE C-LEASE-LEN TO O-LEN-STAY
               MOVE 0 TO O-AMT
           ELSE
               MOVE I-LEN-STAY TO O-LEN-STAY
               MOVE I-AMT TO O-AMT.

      *  CARRIES THE SITE'S ATTRIBUTES FROM THE SITE MASTER ONTO THE  *
      *  VALIDATED RECORD SO DOWNSTREAM REPORTS KNOW WHAT KIND OF     *
      *  BREAKS THE TAX AND FEE COLLECTED INSIDE O-AMT OUT FOR THE    *
      *  REMITTANCE REPORT AND FOR REFUNDS, AND ROLLS THE TAX INTO    *
      *  THIS CAMPGROUND'S COUNTY TOTAL                               *
           IF VAL-TRAN-LEASE
               MOVE 0 TO O-TAX-AMT
               MOVE 0 TO O-FEE-AMT
           ELSE
               MOVE C-TAX-AMT TO O-TAX-AMT
               MOVE C-BOOKING-FEE TO O-FEE-AMT
               PERFORM L8B-TAX-ACCUM
                   VARYING TAX-SUB FROM 1 BY 1
                       UNTIL TAX-SUB > 5.

           IF I-CCTYPE = 'V'
               MOVE 'VISA' TO O-CCTYPE
               MOVE 'R' TO O-RETURN-GUEST
               SUBTRACT 1 FROM GUEST-SUB
               ADD 1 TO GE-STAY-CNT(GUEST-SUB)
               ADD O-LEN-STAY TO GE-NIGHTS(GUEST-SUB)
               IF O-DATE > GE-LAST-VISIT(GUEST-SUB)
                   MOVE O-DATE TO GE-LAST-VISIT(GUEST-SUB)
               END-IF
                   ADD 1 TO GUEST-TBL-CTR
                   MOVE O-NAME TO GE-NAME(GUEST-TBL-CTR)
                   MOVE 1 TO GE-STAY-CNT(GUEST-TBL-CTR)
                   MOVE O-LEN-STAY TO GE-NIGHTS(GUEST-TBL-CTR)
                   MOVE O-DATE TO GE-LAST-VISIT(GUEST-TBL-CTR)
                   MOVE SPACES TO GE-ADDRESS(GUEST-TBL-CTR)
               ELSE
                   ADD 1 TO C-GUEST-OVFL-CTR.

      *  THE BALANCE RIDES ON THE MASTER RECORD AND ON BALDUE.DAT     *
      *  UNTIL THE BILLING WINDOW OPENS                               *
           PERFORM L8C-CALC-LEAD-DAYS.
           IF VAL-TRAN-LEASE
               MOVE 0 TO C-SETTLE-NOW
               MOVE 0 TO C-BAL-AMT
           ELSE
           IF C-DAYS-BEFORE > C-DEP-LEAD-DAYS
               MULTIPLY I-AMT BY C-DEP-PCT GIVING C-DEP-WORK
               DIVIDE 100 INTO C-DEP-WORK ROUNDED
           ELSE
               MOVE SPACES TO O-CARD-TOKEN.

      *  THE BOOKING'S PERMANENT CONFIRMATION NUMBER, AND ITS GROUP'S *
           PERFORM L8J-ASSIGN-CONF.
           MOVE C-CONF-NUM TO O-CONF-NUM.
           MOVE C-GROUP-CONF TO O-GROUP-CONF.
           PERFORM L8L-SET-PROMO-FIELDS.
           IF VAL-TRAN-LEASE
               MOVE 'L' TO O-LEASE-FLAG.
           PERFORM L8N-SET-BOOK-LEAD.

      *  THE PARTY AND RIG THE SITE WAS CHECKED AGAINST - A BLANK     *
      *  RIG LENGTH (TENT) OR VEHICLE COUNT GOES ON AS ZERO           *
           MOVE I-PARTY-SIZE TO O-PARTY-SIZE.
           IF I-RV-LEN NUMERIC
               MOVE I-RV-LEN TO O-RV-LEN
           ELSE
               MOVE 0 TO O-RV-LEN.
           IF I-VEHICLES NUMERIC
               MOVE I-VEHICLES TO O-VEHICLES
           ELSE
               MOVE 0 TO O-VEHICLES.

      *  WRITES THE BOOKING TO THE INDEXED MASTER - A KEY COLLISION   *
      *  (SAME SITE AND ARRIVAL ALREADY ON FILE) LANDS ON THE ERROR   *
      *  REPORT INSTEAD OF BEING CHARGED                              *
                   PERFORM L6-ERR-ROUT
               NOT INVALID KEY
                   ADD 1 TO C-VAL-CTR
                   IF VAL-TRAN-LEASE
                       PERFORM L8M-WRITE-LEASE
                   ELSE
                       PERFORM L8E-SETTLE-BOOKING
                   END-IF
                   IF C-PROMO-NIGHTS > 0
                       MOVE 'B' TO PU-TRAN-TYPE
                       MOVE PROMO-WORK-CODE TO PU-CODE
                       MOVE C-PROMO-NIGHTS TO PU-NIGHTS
                       MOVE C-PROMO-DISC TO PU-DISC
                       PERFORM L8K-WRITE-PROMO-USE
                   END-IF
           END-WRITE.

      *  SENDS THE CHARGE TO THE CARD PROCESSOR'S SETTLEMENT FEED -   *
      *  IT BACK TO THE REAL CARD AT TRANSMISSION TIME               *
           PERFORM L8H-GET-TOKEN.
           MOVE C-TOKEN TO SL-TOKEN.
           MOVE C-CONF-NUM TO SL-CONF-NUM.
           MOVE SPACES TO SETTLE-REC (87:4).
           WRITE SETTLE-REC.

       L8B-TAX-ACCUM.
      *  CARRY-FORWARD BUCKET FOR THE MONTH-END REPORT               *
               ADD I-AMT TO C-DAY-CAMP-TOTAL(TAX-SUB).

      *  ONE LINE ON THE PROMOTION USAGE LEDGER - THE CALLER HAS SET  *
      *  THE TYPE, CODE, NIGHTS AND DOLLARS                           *
       L8K-WRITE-PROMO-USE.
           MOVE WS-CURR-DATE-NUM TO PU-RUN-DATE.
           MOVE I-CAMPGROUND TO PU-CAMPGROUND.
           MOVE I-SITE TO PU-SITE.
           MOVE I-DATE TO PU-DATE.
           MOVE C-CONF-NUM TO PU-CONF-NUM.
           MOVE SPACES TO PROMO-USE-REC (56:25).
           WRITE PROMO-USE-REC.

      *  THE PROMOTION PRICED INTO THE BOOKING GOES ON THE MASTER SO  *
      *  A LATER MOVE OR CANCELLATION CAN TAKE IT BACK OFF THE LEDGER *
       L8L-SET-PROMO-FIELDS.
           IF C-PROMO-NIGHTS > 0
               MOVE PROMO-WORK-CODE TO O-PROMO-CODE
               MOVE C-PROMO-NIGHTS TO O-PROMO-NIGHTS
               MOVE C-PROMO-DISC TO O-PROMO-DISC
           ELSE
               MOVE SPACES TO O-PROMO-CODE
               MOVE 0 TO O-PROMO-NIGHTS
               MOVE 0 TO O-PROMO-DISC.
           MOVE SPACE TO O-LEASE-FLAG.
           MOVE ZEROS TO O-BOOK-LEAD.

      *  HOW FAR AHEAD OF ARRIVAL THE STAY WENT ON THE BOOKS - A MOVE *
      *  COUNTS AS BOOKING THE NEW STAY ON THE DAY IT WAS MOVED        *
       L8N-SET-BOOK-LEAD.
           PERFORM L8C-CALC-LEAD-DAYS.
           IF C-DAYS-BEFORE > 999
               MOVE 999 TO O-BOOK-LEAD
           ELSE
               MOVE C-DAYS-BEFORE TO O-BOOK-LEAD.

      *  THE NEW LEASE GOES ON LEASE.DAT WITH NOTHING BILLED YET -    *
      *  THE MONTHLY LEASE BILLING RUN CHARGES FROM THE START MONTH   *
      *  ON, AGAINST THE CARD'S VAULT TOKEN                           *
       L8M-WRITE-LEASE.
           MOVE SPACES TO LEASE-REC.
           MOVE C-CONF-NUM TO LS-CONF-NUM.
           MOVE I-CAMPGROUND TO LS-CAMPGROUND.
           MOVE I-SITE TO LS-SITE.
           MOVE I-DATE TO LS-START-DATE.
           MOVE I-ORIG-DATE TO LS-END-DATE.
           MOVE O-NAME TO LS-NAME.
           MOVE I-AMT TO LS-MONTH-RATE.
           MOVE I-CCTYPE TO LS-CCTYPE.
           MOVE O-CARD-TOKEN TO LS-CARD-TOKEN.
           MOVE 0 TO LS-BILLED-THRU.
           MOVE 0 TO LS-ARREARS.
           MOVE 0 TO LS-MISSED-CTR.
           MOVE 0 TO LS-LAST-CHARGE.
           MOVE 'A' TO LS-STATUS.
           WRITE LEASE-REC.

      *  LINEAR LOOKUP AGAINST THE GUEST MASTER ON THE NAME AS THE   *
      *  RESERVATION RECORDS CARRY IT                                 *
       L8F-GUEST-LOOKUP.
                   MOVE I-CCTYPE TO GT-CCTYPE(GT-TBL-CTR)
                   PERFORM L8H-GET-TOKEN
                   MOVE C-TOKEN TO GT-TOKEN(GT-TBL-CTR)
                   MOVE C-GROUP-CONF TO GT-GROUP-CONF(GT-TBL-CTR)
               ELSE
                   ADD 1 TO C-GRP-OVFL-CTR
                   MOVE 'S' TO SL-TRAN-TYPE
           IF GT-GROUP-ID(GRP-SUB) = GRP-WORK-ID
               MOVE 'Y' TO GRP-FOUND-SW.

      *  DRAWS THE NEXT CONFIRMATION NUMBER FOR A NEW BOOKING. EVERY  *
      *  SITE OF A GROUP ALSO SHARES ONE GROUP NUMBER, DRAWN BY THE   *
      *  FIRST MEMBER TO VALIDATE AND KEPT WITH THE GROUP'S COMBINED  *
      *  CHARGE                                                       *
       L8J-ASSIGN-CONF.
           MOVE 0 TO C-GROUP-CONF.
           IF I-GROUP-ID NOT = SPACES
               MOVE I-GROUP-ID TO GRP-WORK-ID
               MOVE 'N' TO GRP-FOUND-SW
               PERFORM L8I1-MATCH-GROUP-TOTAL
                   VARYING GRP-SUB FROM 1 BY 1
                       UNTIL GRP-SUB > GT-TBL-CTR
                           OR GRP-FOUND-SW = 'Y'
               IF GRP-FOUND-SW = 'Y'
                   SUBTRACT 1 FROM GRP-SUB
                   MOVE GT-GROUP-CONF(GRP-SUB) TO C-GROUP-CONF
               ELSE
                   ADD 1 TO C-LAST-CONF
                   MOVE C-LAST-CONF TO C-GROUP-CONF.
           ADD 1 TO C-LAST-CONF.
           MOVE C-LAST-CONF TO C-CONF-NUM.

      *  FIGURES THE DAYS BETWEEN THE RUN DATE AND THE TRANSACTION'S *
      *  ARRIVAL DATE, SHARED BY THE DEPOSIT DECISION AND THE        *
      *  REFUND POLICY TIER LOOKUP                                   *
           PERFORM L8H-GET-TOKEN.
           MOVE C-TOKEN TO BE-TOKEN(BD-TBL-CTR).
           MOVE ' ' TO BE-STATUS(BD-TBL-CTR).
           MOVE C-CONF-NUM TO BE-CONF-NUM(BD-TBL-CTR).

       L9-CLOSING.
           MOVE C-ERR-CTR TO O-ERR-CTR.
           WRITE CANCELLINE FROM MODIFY-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE C-ASGN-CTR TO O-ASG-TOT-CTR.
           MOVE C-ASGN-BOOKED-CTR TO O-ASG-BOOKED-CTR.
           MOVE C-ASGN-WAIT-CTR TO O-ASG-WAIT-CTR.
           MOVE C-ASGN-REJECT-CTR TO O-ASG-REJECT-CTR.
           WRITE ASSIGNLINE FROM ASSIGN-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE C-TOT-OFFER-CTR TO O-TOT-OFFER-CTR.
           WRITE OFFERLINE FROM OFFER-TOTAL-LINE
               AFTER ADVANCING 3 LINES.
      *  REWRITES THE CARD VAULT WITH THE TOKENS MINTED THIS RUN  *
           PERFORM L9P-SAVE-VAULT.

      *  CARRIES THE LAST CONFIRMATION NUMBER ISSUED TO THE NEXT RUN  *
           PERFORM L9R-SAVE-CONF-CTL.

      *  REWRITES THE OPEN BALANCES WITH THE BILLED AND CANCELLED     *
      *  ONES DROPPED AND THIS RUN'S NEW DEPOSITS ADDED, THEN PRINTS  *
      *  THE AGING REPORT FOR THE DESK                                *
           CLOSE ERROUT.
           CLOSE CANCELOUT.
           CLOSE OFFEROUT.
           CLOSE ASSIGNOUT.
           CLOSE SUSPENSE-FILE.
           CLOSE PROMOUSE-FILE.
           CLOSE LEASE-FILE.
           CLOSE SETTLE-FILE.
           CLOSE TAXOUT.
           CLOSE BALOUT.
      *  REVENUE REPORT                                              *
           PERFORM L9J-SAVE-CAMP-TOTALS.

      *  THE BATCH IS POSTED - ITS SEQUENCE GOES ON THE REGISTER SO  *
      *  THE SAME FILE SENT AGAIN IS REFUSED                         *
           MOVE 'R' TO BT-FUNC.
           CALL 'CBLBATCH' USING CBLBATCH-DATA.

      *  PROVES THE RUN PROCESSED WHAT IT WAS GIVEN: TRANSACTIONS     *
      *  READ MUST EQUAL BOOKINGS VALIDATED PLUS CANCELS PLUS ERRORS  *
           PERFORM L9I-WRITE-RUN-LOG.
               GIVING RL-RECS-OUT-2.
           MOVE C-ERR-CTR TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           MOVE BT-HDR-SOURCE TO RL-BATCH-SOURCE.
           MOVE BT-BATCH-SEQ TO RL-BATCH-SEQ.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.

           MOVE GE-NIGHTS(GUEST-SUB) TO GM-NIGHTS.
           MOVE GE-LAST-VISIT(GUEST-SUB) TO GM-LAST-VISIT.
           MOVE SPACES TO GUEST-REC (47:14).
           MOVE GE-ADDRESS(GUEST-SUB) TO GM-ADDRESS.
           MOVE SPACES TO GUEST-REC (153:8).
           WRITE GUEST-REC.

       L9O2-COPY-GUEST-TAIL.
           MOVE GT-AMT(GRP-SUB) TO SL-AMT.
           MOVE GT-CCTYPE(GRP-SUB) TO SL-CCTYPE.
           MOVE GT-TOKEN(GRP-SUB) TO SL-TOKEN.
           MOVE GT-GROUP-CONF(GRP-SUB) TO SL-CONF-NUM.
           MOVE SPACES TO SETTLE-REC (87:4).
           WRITE SETTLE-REC.

       L9P-SAVE-VAULT.
           MOVE SPACES TO VAULT-REC (41:10).
           WRITE VAULT-REC.

       L9R-SAVE-CONF-CTL.
           OPEN OUTPUT CONF-CTL-FILE.
           MOVE C-LAST-CONF TO CN-LAST-CONF.
           MOVE SPACES TO CONF-CTL-REC (9:22).
           WRITE CONF-CTL-REC.
           CLOSE CONF-CTL-FILE.

      *  REWRITES BALDUE.DAT WITH ONLY THE BALANCES STILL OPEN, THEN  *
      *  CARRIES THE STAGED TAIL THROUGH UNTOUCHED                    *
       L9M-SAVE-BALDUE.
               MOVE BE-AMT(BD-SUB) TO BD-BAL-AMT
               MOVE BE-CCTYPE(BD-SUB) TO BD-CCTYPE
               MOVE BE-TOKEN(BD-SUB) TO BD-TOKEN
               MOVE BE-CONF-NUM(BD-SUB) TO BD-CONF-NUM
               MOVE SPACES TO BALDUE-REC (84:7)
               WRITE BALDUE-REC
               ADD 1 TO C-BAL-OPEN-CTR
               ADD BE-AMT(BD-SUB) TO C-BAL-OPEN-AMT.
           MOVE WE-LEN-STAY(WL-OUT-SUB) TO WL-LEN-STAY.
           MOVE WE-NAME(WL-OUT-SUB) TO WL-NAME.
           MOVE WE-OFFERED-SW(WL-OUT-SUB) TO WL-OFFERED-SW.
           MOVE WE-CONF-NUM(WL-OUT-SUB) TO WL-CONF-NUM.
           MOVE SPACES TO WAITLIST-REC (73:8).
           WRITE WAITLIST-REC.

