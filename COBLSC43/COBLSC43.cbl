       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC43.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  WEEKLY CAMPGROUND FILE INTEGRITY AUDIT. CROSS-CHECKS THE      *
      *  RESERVATION MASTER (CAMPRES.DAT) AND THE FILES HUNG OFF IT -  *
      *  BALDUE.DAT, CARDVLT.DAT, WAITLIST.DAT, GUESTMST.DAT,          *
      *  SETTLE.DAT, DECLINES.DAT, SITEOOS.DAT AND LEASE.DAT - AGAINST *
      *  EACH OTHER AND AGAINST THE SITE MASTER (SITEMAST.DAT). EVERY  *
      *  ORPHAN AND MISMATCH FOUND PRINTS UNDER ITS CATEGORY WITH A    *
      *  COUNT, AND THE RUN'S RUNLOG.DAT RECORD CARRIES THE RECORDS    *
      *  FOUND WRONG AS REJECTS SO THE MORNING EXCEPTION SUMMARY       *
      *  (COBLSC22) SHOWS A DIRTY AUDIT. NOTHING IS CHANGED - THE      *
      *  REPORT IS FOR THE OFFICE TO WORK.                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  RUN CONTROL CARD - AS-OF DATE PRINTED ON THE REPORT AND LOG  *
           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  THE INDEXED RESERVATION MASTER COBLSC01 MAINTAINS - READ     *
      *  THROUGH ONCE, THEN BY KEY FOR THE FILES THAT POINT AT IT     *
           SELECT CAMPRES-FILE
               ASSIGN TO 'CAMPRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-RES-KEY
               ALTERNATE RECORD KEY IS O-CONF-NUM
               FILE STATUS IS WS-RES-STATUS.

      *  OPEN BALANCES STILL TO BE BILLED, ONE PER BOOKING  *
           SELECT BALDUE-FILE
               ASSIGN TO 'BALDUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-STATUS.

      *  THE CARD VAULT - EVERY TOKEN ANY OTHER FILE CARRIES  *
           SELECT VAULT-FILE
               ASSIGN TO 'CARDVLT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VT-STATUS.

      *  PARTIES WAITING FOR A SITE TO COME FREE  *
           SELECT WAITLIST-FILE
               ASSIGN TO 'WAITLIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-STATUS.

      *  ONE RECORD PER GUEST - EVERY PARTY BOOKED IS ADDED BY        *
      *  COBLSC01 AT BOOKING TIME                                     *
           SELECT GUEST-FILE
               ASSIGN TO 'GUESTMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GM-STATUS.

      *  THE CARD SETTLEMENT FEED - CHECKED FOR ITS TOKENS  *
           SELECT SETTLE-FILE
               ASSIGN TO 'SETTLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.

      *  DECLINES STILL WAITING ON THE FOLLOW-UP RUN  *
           SELECT DECLINE-FILE
               ASSIGN TO 'DECLINES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-STATUS.

      *  DATE-RANGED OUT-OF-SERVICE CLOSURES  *
           SELECT OOS-FILE
               ASSIGN TO 'SITEOOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OOS-STATUS.

      *  SEASONAL LEASES - EACH CARRIES THE TOKEN ITS INSTALLMENTS    *
      *  ARE CHARGED AGAINST                                          *
           SELECT LEASE-FILE
               ASSIGN TO 'LEASE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LS-STATUS.

      *  CAMPGROUND SITE MASTER - THE SITES THAT EXIST  *
           SELECT SITE-MASTER
               ASSIGN TO 'SITEMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'RIAUDIT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  SORT WORK FILE SO THE EXCEPTIONS COME OUT GROUPED BY         *
      *  CATEGORY, IN THE ORDER THEY WERE FOUND WITHIN IT             *
           SELECT SORT-FILE
               ASSIGN TO 'SRTAUDIT.DAT'.

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

       FD  CAMPRES-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS VAL-REC.

      *  CPY FILE THAT CONTAINS VAL-REC LAYOUT, THE SAME COPYBOOK     *
      *  COBLSC01 USES TO MAINTAIN CAMPRES.DAT                        *
           COPY 'VAL.CPY'.

      *  ONE OPEN BALANCE, KEYED LIKE THE BOOKING IT BELONGS TO  *
       FD  BALDUE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS BALDUE-REC.
       01  BALDUE-REC.
           05  BD-RES-KEY.
               10  BD-CAMPGROUND   PIC X(15).
               10  BD-SITE         PIC X(3).
               10  BD-DATE         PIC 9(8).
           05  BD-NAME             PIC X(27).
           05  BD-BAL-AMT          PIC 9(3)V99.
           05  BD-CCTYPE           PIC X.
           05  BD-TOKEN            PIC X(16).
           05  BD-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(7).

      *  ONE VAULT ENTRY - ONLY THE TOKEN IS LOOKED AT; THE CARD      *
      *  ITSELF NEVER LEAVES THIS RECORD                              *
       FD  VAULT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS VAULT-REC.
       01  VAULT-REC.
           05  VT-TOKEN            PIC X(16).
           05  VT-CCNUM            PIC 9(16).
           05  VT-CCEXP            PIC 9(8).
           05  FILLER              PIC X(10).

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

       FD  GUEST-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS GUEST-REC.
       01  GUEST-REC.
           05  GM-NAME             PIC X(27).
           05  FILLER              PIC X(133).

      *  ONE SETTLEMENT FEED RECORD: 'S' = CHARGE, 'C' = CREDIT  *
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

       FD  DECLINE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS DECLINE-REC.
       01  DECLINE-REC.
           05  DC-RES-KEY.
               10  DC-CAMPGROUND   PIC X(15).
               10  DC-SITE         PIC X(3).
               10  DC-DATE         PIC 9(8).
           05  DC-NAME             PIC X(27).
           05  DC-AMT              PIC 9(5)V99.
      *  'S' = A DECLINED CHARGE, 'C' = A DECLINED CREDIT  *
           05  DC-TRAN-TYPE        PIC X.
           05  DC-CCTYPE           PIC X.
           05  DC-TOKEN            PIC X(16).
           05  DC-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(4).

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
           05  OS-SOURCE           PIC X.
           05  FILLER              PIC X(3).

       FD  LEASE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS LEASE-REC.

      *  CPY FILE THAT CONTAINS LEASE-REC LAYOUT, SHARED WITH THE     *
      *  RESERVATION RUN (COBLSC01) AND THE LEASE BILLING RUN         *
      *  (COBLSC32)                                                   *
           COPY 'LEASE.CPY'.

       FD  SITE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SITE-REC
           RECORD CONTAINS 30 CHARACTERS.
       01  SITE-REC.
           05  SM-CAMPGROUND       PIC X(15).
           05  SM-SITE             PIC X(3).
           05  FILLER              PIC X(12).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

      *  ONE EXCEPTION: ITS CATEGORY, THE ORDER IT WAS FOUND IN, AND  *
      *  THE RECORD IT WAS FOUND ON (LAID OUT AS EXCEPTION-WORK)      *
       SD  SORT-FILE.
       01  SORT-REC.
           05  SRT-CATEGORY        PIC 99.
           05  SRT-SEQ             PIC 9(6).
           05  SRT-DATA            PIC X(115).

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
           05  WS-RES-STATUS       PIC XX      VALUE '00'.
           05  WS-BD-STATUS        PIC XX      VALUE '00'.
           05  WS-VT-STATUS        PIC XX      VALUE '00'.
           05  WS-WL-STATUS        PIC XX      VALUE '00'.
           05  WS-GM-STATUS        PIC XX      VALUE '00'.
           05  WS-SL-STATUS        PIC XX      VALUE '00'.
           05  WS-DC-STATUS        PIC XX      VALUE '00'.
           05  WS-OOS-STATUS       PIC XX      VALUE '00'.
           05  WS-LS-STATUS        PIC XX      VALUE '00'.
           05  WS-SITE-STATUS      PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  RES-EOF-SW          PIC X       VALUE 'N'.
           05  BD-EOF-SW           PIC X       VALUE 'N'.
           05  VT-EOF-SW           PIC X       VALUE 'N'.
           05  WL-EOF-SW           PIC X       VALUE 'N'.
           05  GM-EOF-SW           PIC X       VALUE 'N'.
           05  SL-EOF-SW           PIC X       VALUE 'N'.
           05  DC-EOF-SW           PIC X       VALUE 'N'.
           05  OOS-EOF-SW          PIC X       VALUE 'N'.
           05  LS-EOF-SW           PIC X       VALUE 'N'.
           05  SITE-EOF-SW         PIC X       VALUE 'N'.
           05  SORT-EOF-SW         PIC X       VALUE 'N'.
           05  FIRST-REC-SW        PIC X       VALUE 'Y'.
      *  NO MASTER MEANS NOTHING CAN BE CHECKED AGAINST A BOOKING  *
           05  MASTER-OK-SW        PIC X       VALUE 'Y'.
      *  'N' WHEN A REFERENCE FILE IS MISSING OR LARGER THAN ITS      *
      *  TABLE - THE CHECKS AGAINST IT ARE SKIPPED RATHER THAN        *
      *  REPORTING EVERY RECORD AS AN ORPHAN                          *
           05  SITE-OK-SW          PIC X       VALUE 'Y'.
           05  GUEST-OK-SW         PIC X       VALUE 'Y'.
           05  VAULT-OK-SW         PIC X       VALUE 'Y'.
           05  BALDUE-OK-SW        PIC X       VALUE 'Y'.
           05  SITE-FOUND-SW       PIC X       VALUE 'N'.
           05  GUEST-FOUND-SW      PIC X       VALUE 'N'.
           05  TOKEN-FOUND-SW      PIC X       VALUE 'N'.
           05  BALDUE-FOUND-SW     PIC X       VALUE 'N'.
           05  BOOKING-FOUND-SW    PIC X       VALUE 'N'.
      *  'Y' ONCE THE RECORD BEING AUDITED HAS TURNED UP ANYTHING  *
           05  REC-DIRTY-SW        PIC X       VALUE 'N'.
           05  C-EXAMINED-CTR      PIC 9(6)    VALUE 0.
           05  C-CLEAN-CTR         PIC 9(6)    VALUE 0.
           05  C-DIRTY-CTR         PIC 9(6)    VALUE 0.
           05  C-EXCEPTION-CTR     PIC 9(6)    VALUE 0.
           05  C-CATEGORY          PIC 99      VALUE 0.
           05  H-CATEGORY          PIC 99      VALUE 0.
           05  CAT-SUB             PIC 99      VALUE 0.
           05  SE-SUB              PIC 999     VALUE 0.
           05  GE-SUB              PIC 9(4)    VALUE 0.
           05  VE-SUB              PIC 9(4)    VALUE 0.
           05  BK-SUB              PIC 9(4)    VALUE 0.
      *  THE SITE, GUEST AND TOKEN BEING LOOKED UP  *
           05  C-CHK-CAMPGROUND    PIC X(15)   VALUE ' '.
           05  C-CHK-SITE          PIC X(3)    VALUE ' '.
           05  C-CHK-NAME          PIC X(27)   VALUE ' '.
           05  C-CHK-TOKEN         PIC X(16)   VALUE ' '.

      *  WHAT EACH CATEGORY OF EXCEPTION MEANS, IN CATEGORY ORDER  *
       01  CATEGORY-VALUES.
           05  FILLER              PIC X(44)   VALUE
               'OPEN BALANCE WITH NO BALDUE.DAT RECORD'.
           05  FILLER              PIC X(44)   VALUE
               'BALANCE DUE FOR A BOOKING NOT ON THE MASTER'.
           05  FILLER              PIC X(44)   VALUE
               'BALANCE DUE ON A BOOKING NOT FLAGGED OPEN'.
           05  FILLER              PIC X(44)   VALUE
               'BALANCE DUE DISAGREES WITH THE BOOKING'.
           05  FILLER              PIC X(44)   VALUE
               'BOOKING ON A SITE NOT ON SITEMAST.DAT'.
           05  FILLER              PIC X(44)   VALUE
               'WAITLIST ENTRY ON A SITE NOT ON SITEMAST.DAT'.
           05  FILLER              PIC X(44)   VALUE
               'CLOSURE ON A SITE NOT ON SITEMAST.DAT'.
           05  FILLER              PIC X(44)   VALUE
               'BOOKING GUEST NOT ON GUESTMST.DAT'.
           05  FILLER              PIC X(44)   VALUE
               'CARD TOKEN NOT IN THE VAULT'.
           05  FILLER              PIC X(44)   VALUE
               'DECLINED CHARGE FOR A BOOKING NOT ON MASTER'.
           05  FILLER              PIC X(44)   VALUE
               'VAULT TOKEN NO FILE REFERENCES'.

       01  CATEGORY-TABLE REDEFINES CATEGORY-VALUES.
           05  T-CAT-TITLE         PIC X(44)   OCCURS 11.

      *  HOW MANY EXCEPTIONS EACH CATEGORY TURNED UP  *
       01  CATEGORY-COUNT-AREA.
           05  C-CAT-CTR           PIC 9(6)    OCCURS 11.

      *  THE RECORD AN EXCEPTION WAS FOUND ON, AS IT GOES TO THE SORT *
      *  AND COMES BACK FOR PRINTING. THE DETAIL IS AMOUNTS FOR THE   *
      *  MONEY CATEGORIES AND THE DATE RANGE FOR A CLOSURE            *
       01  EXCEPTION-WORK.
           05  EX-FILE             PIC X(8).
           05  EX-CAMPGROUND       PIC X(15).
           05  EX-SITE             PIC X(3).
           05  EX-DATE             PIC X(8).
           05  EX-CONF-NUM         PIC X(8).
           05  EX-NAME             PIC X(27).
           05  EX-TOKEN            PIC X(16).
           05  EX-DETAIL           PIC X(30).
           05  EX-DETAIL-AMTS REDEFINES EX-DETAIL.
               10  EX-DTL-LABEL-1  PIC X(7).
               10  EX-DTL-AMT-1    PIC ZZZZ9.99.
               10  EX-DTL-LABEL-2  PIC X(7).
               10  EX-DTL-AMT-2    PIC ZZZZ9.99.
           05  EX-DETAIL-CLOSURE REDEFINES EX-DETAIL.
               10  EX-DTL-THRU     PIC X(5).
               10  EX-DTL-END-DATE PIC 9(8).
               10  EX-DTL-REASON-LIT
                                   PIC X(9).
               10  EX-DTL-REASON   PIC X(2).
               10  FILLER          PIC X(6).

      *  THE SITES ON THE SITE MASTER - SAME 500-SITE LIMIT COBLSC01  *
      *  LOADS                                                        *
       01  SITE-TABLE-AREA.
           05  SITE-ENTRY          OCCURS 500.
               10  SE-CAMPGROUND   PIC X(15).
               10  SE-SITE         PIC X(3).

       01  SITE-TABLE-WORK.
           05  SITE-TBL-CTR        PIC 999     VALUE 0.

      *  EVERY GUEST NAME ON THE GUEST MASTER  *
       01  GUEST-TABLE-AREA.
           05  GUEST-ENTRY         OCCURS 2000.
               10  GE-NAME         PIC X(27).

       01  GUEST-TABLE-WORK.
           05  GUEST-TBL-CTR       PIC 9(4)    VALUE 0.

      *  EVERY VAULT TOKEN, AND WHETHER ANY FILE HAS BEEN SEEN        *
      *  CARRYING IT                                                  *
       01  VAULT-TABLE-AREA.
           05  VAULT-ENTRY         OCCURS 1000.
               10  VE-TOKEN        PIC X(16).
               10  VE-USED-SW      PIC X.

       01  VAULT-TABLE-WORK.
           05  VAULT-TBL-CTR       PIC 9(4)    VALUE 0.

      *  THE BOOKING KEY OF EVERY OPEN BALANCE, SO A BOOKING FLAGGED  *
      *  OPEN CAN BE PROVED TO HAVE ONE                               *
       01  BALDUE-TABLE-AREA.
           05  BALDUE-ENTRY        OCCURS 2000.
               10  BK-RES-KEY      PIC X(26).

       01  BALDUE-TABLE-WORK.
           05  BALDUE-TBL-CTR      PIC 9(4)    VALUE 0.

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
           05  FILLER          PIC X(38)   VALUE ' '.
           05  FILLER          PIC X(32)   VALUE
               'CAMPGROUND FILE INTEGRITY AUDIT'.
           05  FILLER          PIC X(38)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-RPT-PCTR      PIC Z9.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  SECTION-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-SECTION-NAME  PIC X(26).
           05  FILLER          PIC X(102)  VALUE ' '.

      *  A FILE THE AUDIT COULDN'T CHECK AGAINST, AND WHY  *
       01  SKIP-LINE.
           05  O-SKIP-FILE     PIC X(12).
           05  FILLER          PIC X(3)    VALUE ' - '.
           05  O-SKIP-WHY      PIC X(60).
           05  FILLER          PIC X(57)   VALUE ' '.

       01  CATEGORY-LINE.
           05  FILLER          PIC X(9)    VALUE 'CATEGORY '.
           05  O-CAT-NUM       PIC 99.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-CAT-TITLE     PIC X(44).
           05  FILLER          PIC X(75)   VALUE ' '.

       01  DETAIL-HEADINGS.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'FILE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(15)   VALUE 'CAMPGROUND'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(3)    VALUE 'STE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'DATE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'CONF NO'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(27)   VALUE 'NAME'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(16)   VALUE 'CARD TOKEN'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(30)   VALUE 'DETAIL'.

      *  ONE ORPHAN OR MISMATCH AND THE RECORD IT WAS FOUND ON  *
       01  DETAIL-LINE.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-DTL-FILE      PIC X(8).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-DTL-CAMPGROUND
                               PIC X(15).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-DTL-SITE      PIC X(3).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-DTL-DATE      PIC X(8).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-DTL-CONF-NUM  PIC X(8).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-DTL-NAME      PIC X(27).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-DTL-TOKEN     PIC X(16).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-DTL-DETAIL    PIC X(30).

       01  CATEGORY-COUNT-LINE.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(30)   VALUE
               'EXCEPTIONS IN CATEGORY:       '.
           05  O-CAT-CTR       PIC ZZZZZ9.
           05  FILLER          PIC X(93)   VALUE ' '.

       01  CLEAN-LINE.
           05  FILLER          PIC X(40)   VALUE
               'NO ORPHANS OR MISMATCHES FOUND'.
           05  FILLER          PIC X(92)   VALUE ' '.

      *  ONE CATEGORY'S COUNT IN THE CLOSING SUMMARY, ZERO OR NOT  *
       01  SUMMARY-LINE.
           05  O-SUM-NUM       PIC 99.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-SUM-TITLE     PIC X(44).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-SUM-CTR       PIC ZZZZZ9.
           05  FILLER          PIC X(76)   VALUE ' '.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(30)   VALUE
               'RECORDS EXAMINED:             '.
           05  O-EXAMINED-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(30)   VALUE
               'RECORDS CLEAN:                '.
           05  O-CLEAN-CTR     PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(30)   VALUE
               'RECORDS WITH EXCEPTIONS:      '.
           05  O-DIRTY-CTR     PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(30)   VALUE
               'EXCEPTIONS FOUND:             '.
           05  O-EXCEPTION-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CATEGORY SRT-SEQ
               INPUT PROCEDURE IS L3-AUDIT-FILES
               OUTPUT PROCEDURE IS L5-PRINT-EXCEPTIONS.
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
           INITIALIZE CATEGORY-COUNT-AREA.

           PERFORM L2B-LOAD-SITES.
           PERFORM L2D-LOAD-GUESTS.
           PERFORM L2F-LOAD-VAULT.
           PERFORM L2H-LOAD-BALANCES.

           OPEN INPUT CAMPRES-FILE.
           IF WS-RES-STATUS NOT = '00'
               MOVE 'N' TO MASTER-OK-SW.

           OPEN OUTPUT PRTOUT.
           PERFORM L8H-HEADINGS.
           PERFORM L2J-PRINT-SKIPPED.

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

       L2B-LOAD-SITES.
           MOVE 0 TO SITE-TBL-CTR.
           OPEN INPUT SITE-MASTER.
           IF WS-SITE-STATUS = '00'
               PERFORM L2C-READ-SITE
                   UNTIL SITE-EOF-SW = 'Y'
               CLOSE SITE-MASTER
           ELSE
               MOVE 'N' TO SITE-OK-SW.

       L2C-READ-SITE.
           READ SITE-MASTER
               AT END
                   MOVE 'Y' TO SITE-EOF-SW
               NOT AT END
                   IF SITE-TBL-CTR < 500
                       ADD 1 TO SITE-TBL-CTR
                       MOVE SM-CAMPGROUND TO SE-CAMPGROUND(SITE-TBL-CTR)
                       MOVE SM-SITE TO SE-SITE(SITE-TBL-CTR)
                   ELSE
                       MOVE 'N' TO SITE-OK-SW
                       MOVE 'Y' TO SITE-EOF-SW
                   END-IF
           END-READ.

       L2D-LOAD-GUESTS.
           MOVE 0 TO GUEST-TBL-CTR.
           OPEN INPUT GUEST-FILE.
           IF WS-GM-STATUS = '00'
               PERFORM L2E-READ-GUEST
                   UNTIL GM-EOF-SW = 'Y'
               CLOSE GUEST-FILE
           ELSE
               MOVE 'N' TO GUEST-OK-SW.

       L2E-READ-GUEST.
           READ GUEST-FILE
               AT END
                   MOVE 'Y' TO GM-EOF-SW
               NOT AT END
                   IF GUEST-TBL-CTR < 2000
                       ADD 1 TO GUEST-TBL-CTR
                       MOVE GM-NAME TO GE-NAME(GUEST-TBL-CTR)
                   ELSE
                       MOVE 'N' TO GUEST-OK-SW
                       MOVE 'Y' TO GM-EOF-SW
                   END-IF
           END-READ.

       L2F-LOAD-VAULT.
           MOVE 0 TO VAULT-TBL-CTR.
           OPEN INPUT VAULT-FILE.
           IF WS-VT-STATUS = '00'
               PERFORM L2G-READ-VAULT
                   UNTIL VT-EOF-SW = 'Y'
               CLOSE VAULT-FILE
           ELSE
               MOVE 'N' TO VAULT-OK-SW.

       L2G-READ-VAULT.
           READ VAULT-FILE
               AT END
                   MOVE 'Y' TO VT-EOF-SW
               NOT AT END
                   IF VAULT-TBL-CTR < 1000
                       ADD 1 TO VAULT-TBL-CTR
                       MOVE VT-TOKEN TO VE-TOKEN(VAULT-TBL-CTR)
                       MOVE 'N' TO VE-USED-SW(VAULT-TBL-CTR)
                   ELSE
                       MOVE 'N' TO VAULT-OK-SW
                       MOVE 'Y' TO VT-EOF-SW
                   END-IF
           END-READ.

      *  ONLY THE KEYS ARE KEPT - THE BALANCES THEMSELVES ARE AUDITED *
      *  RECORD BY RECORD LATER. NO BALDUE.DAT MEANS NO BALANCE OPEN  *
       L2H-LOAD-BALANCES.
           MOVE 0 TO BALDUE-TBL-CTR.
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
                   IF BALDUE-TBL-CTR < 2000
                       ADD 1 TO BALDUE-TBL-CTR
                       MOVE BD-RES-KEY TO BK-RES-KEY(BALDUE-TBL-CTR)
                   ELSE
                       MOVE 'N' TO BALDUE-OK-SW
                       MOVE 'Y' TO BD-EOF-SW
                   END-IF
           END-READ.

      *  A REFERENCE FILE THAT ISN'T THERE OR WOULDN'T FIT IS NAMED   *
      *  AT THE TOP OF THE REPORT, SO A SHORT AUDIT ISN'T MISTAKEN    *
      *  FOR A CLEAN ONE                                              *
       L2J-PRINT-SKIPPED.
           IF MASTER-OK-SW = 'N'
               MOVE 'CAMPRES.DAT' TO O-SKIP-FILE
               MOVE 'NOT OPEN - BOOKING CHECKS SKIPPED' TO O-SKIP-WHY
               WRITE PRTLINE FROM SKIP-LINE
                   AFTER ADVANCING 2 LINES.
           IF SITE-OK-SW = 'N'
               MOVE 'SITEMAST.DAT' TO O-SKIP-FILE
               IF WS-SITE-STATUS NOT = '00'
                   MOVE 'NOT ON HAND - SITE CHECKS SKIPPED'
                       TO O-SKIP-WHY
               ELSE
                   MOVE 'PAST 500 SITES - SITE CHECKS SKIPPED'
                       TO O-SKIP-WHY
               END-IF
               WRITE PRTLINE FROM SKIP-LINE
                   AFTER ADVANCING 2 LINES.
           IF GUEST-OK-SW = 'N'
               MOVE 'GUESTMST.DAT' TO O-SKIP-FILE
               IF WS-GM-STATUS NOT = '00'
                   MOVE 'NOT ON HAND - GUEST CHECKS SKIPPED'
                       TO O-SKIP-WHY
               ELSE
                   MOVE 'PAST 2000 GUESTS - GUEST CHECKS SKIPPED'
                       TO O-SKIP-WHY
               END-IF
               WRITE PRTLINE FROM SKIP-LINE
                   AFTER ADVANCING 2 LINES.
           IF VAULT-OK-SW = 'N'
               MOVE 'CARDVLT.DAT' TO O-SKIP-FILE
               IF WS-VT-STATUS NOT = '00'
                   MOVE 'NOT ON HAND - TOKEN CHECKS SKIPPED'
                       TO O-SKIP-WHY
               ELSE
                   MOVE 'PAST 1000 TOKENS - TOKEN CHECKS SKIPPED'
                       TO O-SKIP-WHY
               END-IF
               WRITE PRTLINE FROM SKIP-LINE
                   AFTER ADVANCING 2 LINES.
           IF BALDUE-OK-SW = 'N'
               MOVE 'BALDUE.DAT' TO O-SKIP-FILE
               MOVE 'PAST 2000 BALANCES - OPEN FLAG CHECK SKIPPED'
                   TO O-SKIP-WHY
               WRITE PRTLINE FROM SKIP-LINE
                   AFTER ADVANCING 2 LINES.

      *  PASSES EVERY EXCEPTION FOUND TO THE SORT. THE VAULT GOES     *
      *  LAST SO EVERY FILE CARRYING A TOKEN HAS MARKED IT FIRST      *
       L3-AUDIT-FILES.
           IF MASTER-OK-SW = 'Y'
               PERFORM L3A-AUDIT-BOOKINGS.
           PERFORM L3C-AUDIT-BALANCES.
           PERFORM L3E-AUDIT-WAITLIST.
           PERFORM L3G-AUDIT-CLOSURES.
           PERFORM L3I-AUDIT-SETTLEMENTS.
           PERFORM L3K-AUDIT-DECLINES.
           PERFORM L3M-AUDIT-LEASES.
           IF VAULT-OK-SW = 'Y'
               PERFORM L3O-AUDIT-VAULT-ENTRY
                   VARYING VE-SUB FROM 1 BY 1
                       UNTIL VE-SUB > VAULT-TBL-CTR.

       L3A-AUDIT-BOOKINGS.
           PERFORM L3B-READ-BOOKING
               UNTIL RES-EOF-SW = 'Y'.

      *  A BOOKING MUST HAVE A BALANCE RECORD IF IT SAYS IT OWES ONE, *
      *  SIT ON A SITE THAT EXISTS, BELONG TO A GUEST ON THE GUEST    *
      *  MASTER, AND CARRY A TOKEN THE VAULT HOLDS                    *
       L3B-READ-BOOKING.
           READ CAMPRES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO RES-EOF-SW
               NOT AT END
                   PERFORM L3B1-CHECK-BOOKING.

       L3B1-CHECK-BOOKING.
           ADD 1 TO C-EXAMINED-CTR.
           MOVE 'N' TO REC-DIRTY-SW.
           MOVE 'CAMPRES' TO EX-FILE.
           MOVE O-CAMPGROUND TO EX-CAMPGROUND.
           MOVE O-SITE TO EX-SITE.
           MOVE O-DATE TO EX-DATE.
           MOVE O-CONF-NUM TO EX-CONF-NUM.
           MOVE O-NAME TO EX-NAME.
           MOVE O-CARD-TOKEN TO EX-TOKEN.
           MOVE SPACES TO EX-DETAIL.

           IF O-BAL-FLAG = 'O' AND BALDUE-OK-SW = 'Y'
               MOVE 'N' TO BALDUE-FOUND-SW
               PERFORM L4B-FIND-BALANCE
                   VARYING BK-SUB FROM 1 BY 1
                       UNTIL BK-SUB > BALDUE-TBL-CTR
                           OR BALDUE-FOUND-SW = 'Y'
               IF BALDUE-FOUND-SW = 'N'
                   MOVE 'OWED' TO EX-DTL-LABEL-1
                   MOVE O-BAL-DUE TO EX-DTL-AMT-1
                   MOVE 1 TO C-CATEGORY
                   PERFORM L4R-RELEASE-EXCEPTION.

           MOVE O-CAMPGROUND TO C-CHK-CAMPGROUND.
           MOVE O-SITE TO C-CHK-SITE.
           MOVE 5 TO C-CATEGORY.
           PERFORM L4S-CHECK-SITE.

           IF GUEST-OK-SW = 'Y'
               MOVE 'N' TO GUEST-FOUND-SW
               MOVE O-NAME TO C-CHK-NAME
               PERFORM L4G-FIND-GUEST
                   VARYING GE-SUB FROM 1 BY 1
                       UNTIL GE-SUB > GUEST-TBL-CTR
                           OR GUEST-FOUND-SW = 'Y'
               IF GUEST-FOUND-SW = 'N'
                   MOVE 8 TO C-CATEGORY
                   PERFORM L4R-RELEASE-EXCEPTION.

           MOVE O-CARD-TOKEN TO C-CHK-TOKEN.
           PERFORM L4T-CHECK-TOKEN.
           PERFORM L4Z-TALLY-RECORD.

       L3C-AUDIT-BALANCES.
           MOVE 'N' TO BD-EOF-SW.
           OPEN INPUT BALDUE-FILE.
           IF WS-BD-STATUS = '00'
               PERFORM L3D-READ-BALANCE
                   UNTIL BD-EOF-SW = 'Y'
               CLOSE BALDUE-FILE.

      *  AN OPEN BALANCE MUST BELONG TO A BOOKING STILL ON THE        *
      *  MASTER, ONE FLAGGED AS OWING, AND OWING THE SAME AMOUNT      *
       L3D-READ-BALANCE.
           READ BALDUE-FILE
               AT END
                   MOVE 'Y' TO BD-EOF-SW
               NOT AT END
                   PERFORM L3D1-CHECK-BALANCE.

       L3D1-CHECK-BALANCE.
           ADD 1 TO C-EXAMINED-CTR.
           MOVE 'N' TO REC-DIRTY-SW.
           MOVE 'BALDUE' TO EX-FILE.
           MOVE BD-CAMPGROUND TO EX-CAMPGROUND.
           MOVE BD-SITE TO EX-SITE.
           MOVE BD-DATE TO EX-DATE.
           MOVE BD-CONF-NUM TO EX-CONF-NUM.
           MOVE BD-NAME TO EX-NAME.
           MOVE BD-TOKEN TO EX-TOKEN.
           MOVE SPACES TO EX-DETAIL.

           IF MASTER-OK-SW = 'Y'
               MOVE BD-RES-KEY TO O-RES-KEY
               READ CAMPRES-FILE
                   INVALID KEY
                       MOVE 'OWED' TO EX-DTL-LABEL-1
                       MOVE BD-BAL-AMT TO EX-DTL-AMT-1
                       MOVE 2 TO C-CATEGORY
                       PERFORM L4R-RELEASE-EXCEPTION
                   NOT INVALID KEY
                       IF O-BAL-FLAG NOT = 'O'
                           MOVE 'OWED' TO EX-DTL-LABEL-1
                           MOVE BD-BAL-AMT TO EX-DTL-AMT-1
                           MOVE 3 TO C-CATEGORY
                           PERFORM L4R-RELEASE-EXCEPTION
                       ELSE
                           IF BD-BAL-AMT NOT = O-BAL-DUE
                               MOVE 'BALDUE' TO EX-DTL-LABEL-1
                               MOVE BD-BAL-AMT TO EX-DTL-AMT-1
                               MOVE ' MASTER' TO EX-DTL-LABEL-2
                               MOVE O-BAL-DUE TO EX-DTL-AMT-2
                               MOVE 4 TO C-CATEGORY
                               PERFORM L4R-RELEASE-EXCEPTION
                           END-IF
                       END-IF
               END-READ.

           MOVE BD-TOKEN TO C-CHK-TOKEN.
           PERFORM L4T-CHECK-TOKEN.
           PERFORM L4Z-TALLY-RECORD.

       L3E-AUDIT-WAITLIST.
           OPEN INPUT WAITLIST-FILE.
           IF WS-WL-STATUS = '00'
               PERFORM L3F-READ-WAITLIST
                   UNTIL WL-EOF-SW = 'Y'
               CLOSE WAITLIST-FILE.

       L3F-READ-WAITLIST.
           READ WAITLIST-FILE
               AT END
                   MOVE 'Y' TO WL-EOF-SW
               NOT AT END
                   PERFORM L3F1-CHECK-WAITLIST.

       L3F1-CHECK-WAITLIST.
           ADD 1 TO C-EXAMINED-CTR.
           MOVE 'N' TO REC-DIRTY-SW.
           MOVE 'WAITLIST' TO EX-FILE.
           MOVE WL-CAMPGROUND TO EX-CAMPGROUND.
           MOVE WL-SITE-LET TO EX-SITE (1:1).
           MOVE WL-SITE-NUM TO EX-SITE (2:2).
           MOVE WL-DATE TO EX-DATE.
           MOVE WL-CONF-NUM TO EX-CONF-NUM.
           MOVE WL-NAME TO EX-NAME.
           MOVE SPACES TO EX-TOKEN.
           MOVE SPACES TO EX-DETAIL.

           MOVE WL-CAMPGROUND TO C-CHK-CAMPGROUND.
           MOVE EX-SITE TO C-CHK-SITE.
           MOVE 6 TO C-CATEGORY.
           PERFORM L4S-CHECK-SITE.
           PERFORM L4Z-TALLY-RECORD.

       L3G-AUDIT-CLOSURES.
           OPEN INPUT OOS-FILE.
           IF WS-OOS-STATUS = '00'
               PERFORM L3H-READ-CLOSURE
                   UNTIL OOS-EOF-SW = 'Y'
               CLOSE OOS-FILE.

       L3H-READ-CLOSURE.
           READ OOS-FILE
               AT END
                   MOVE 'Y' TO OOS-EOF-SW
               NOT AT END
                   PERFORM L3H1-CHECK-CLOSURE.

       L3H1-CHECK-CLOSURE.
           ADD 1 TO C-EXAMINED-CTR.
           MOVE 'N' TO REC-DIRTY-SW.
           MOVE 'SITEOOS' TO EX-FILE.
           MOVE OS-CAMPGROUND TO EX-CAMPGROUND.
           MOVE OS-SITE TO EX-SITE.
           MOVE OS-START-DATE TO EX-DATE.
           MOVE SPACES TO EX-CONF-NUM.
           MOVE SPACES TO EX-NAME.
           MOVE SPACES TO EX-TOKEN.
           MOVE SPACES TO EX-DETAIL.
           MOVE 'THRU' TO EX-DTL-THRU.
           MOVE OS-END-DATE TO EX-DTL-END-DATE.
           MOVE '  REASON' TO EX-DTL-REASON-LIT.
           MOVE OS-REASON TO EX-DTL-REASON.

           MOVE OS-CAMPGROUND TO C-CHK-CAMPGROUND.
           MOVE OS-SITE TO C-CHK-SITE.
           MOVE 7 TO C-CATEGORY.
           PERFORM L4S-CHECK-SITE.
           PERFORM L4Z-TALLY-RECORD.

      *  THE FEED IS ONLY CHECKED FOR ITS TOKENS - A CREDIT CAN       *
      *  RIGHTLY BE FOR A BOOKING ALREADY CANCELLED OFF THE MASTER    *
       L3I-AUDIT-SETTLEMENTS.
           OPEN INPUT SETTLE-FILE.
           IF WS-SL-STATUS = '00'
               PERFORM L3J-READ-SETTLEMENT
                   UNTIL SL-EOF-SW = 'Y'
               CLOSE SETTLE-FILE.

       L3J-READ-SETTLEMENT.
           READ SETTLE-FILE
               AT END
                   MOVE 'Y' TO SL-EOF-SW
               NOT AT END
                   PERFORM L3J1-CHECK-SETTLEMENT.

       L3J1-CHECK-SETTLEMENT.
           ADD 1 TO C-EXAMINED-CTR.
           MOVE 'N' TO REC-DIRTY-SW.
           MOVE 'SETTLE' TO EX-FILE.
           MOVE SL-CAMPGROUND TO EX-CAMPGROUND.
           MOVE SL-SITE TO EX-SITE.
           MOVE SL-DATE TO EX-DATE.
           MOVE SL-CONF-NUM TO EX-CONF-NUM.
           MOVE SL-NAME TO EX-NAME.
           MOVE SL-TOKEN TO EX-TOKEN.
           MOVE SPACES TO EX-DETAIL.
           IF SL-TRAN-TYPE = 'C'
               MOVE 'CREDIT' TO EX-DTL-LABEL-1
           ELSE
               MOVE 'CHARGE' TO EX-DTL-LABEL-1.
           MOVE SL-AMT TO EX-DTL-AMT-1.

           MOVE SL-TOKEN TO C-CHK-TOKEN.
           PERFORM L4T-CHECK-TOKEN.
           PERFORM L4Z-TALLY-RECORD.

       L3K-AUDIT-DECLINES.
           OPEN INPUT DECLINE-FILE.
           IF WS-DC-STATUS = '00'
               PERFORM L3L-READ-DECLINE
                   UNTIL DC-EOF-SW = 'Y'
               CLOSE DECLINE-FILE.

       L3L-READ-DECLINE.
           READ DECLINE-FILE
               AT END
                   MOVE 'Y' TO DC-EOF-SW
               NOT AT END
                   PERFORM L3L1-CHECK-DECLINE.

      *  A DECLINED CHARGE IS RESUBMITTED FOR ITS BOOKING, SO THE     *
      *  BOOKING MUST STILL BE ON THE MASTER - FOUND BY ITS KEY, OR   *
      *  BY ITS CONFIRMATION NUMBER IF THE STAY HAS SINCE MOVED       *
       L3L1-CHECK-DECLINE.
           ADD 1 TO C-EXAMINED-CTR.
           MOVE 'N' TO REC-DIRTY-SW.
           MOVE 'DECLINES' TO EX-FILE.
           MOVE DC-CAMPGROUND TO EX-CAMPGROUND.
           MOVE DC-SITE TO EX-SITE.
           MOVE DC-DATE TO EX-DATE.
           MOVE DC-CONF-NUM TO EX-CONF-NUM.
           MOVE DC-NAME TO EX-NAME.
           MOVE DC-TOKEN TO EX-TOKEN.
           MOVE SPACES TO EX-DETAIL.

           IF MASTER-OK-SW = 'Y' AND DC-TRAN-TYPE = 'S'
               MOVE 'Y' TO BOOKING-FOUND-SW
               MOVE DC-RES-KEY TO O-RES-KEY
               READ CAMPRES-FILE
                   INVALID KEY
                       MOVE 'N' TO BOOKING-FOUND-SW
               END-READ
               IF BOOKING-FOUND-SW = 'N' AND DC-CONF-NUM NOT = 0
                   MOVE 'Y' TO BOOKING-FOUND-SW
                   MOVE DC-CONF-NUM TO O-CONF-NUM
                   READ CAMPRES-FILE
                       KEY IS O-CONF-NUM
                       INVALID KEY
                           MOVE 'N' TO BOOKING-FOUND-SW
                   END-READ
               END-IF
               IF BOOKING-FOUND-SW = 'N'
                   MOVE 'AMOUNT' TO EX-DTL-LABEL-1
                   MOVE DC-AMT TO EX-DTL-AMT-1
                   MOVE 10 TO C-CATEGORY
                   PERFORM L4R-RELEASE-EXCEPTION.

           MOVE DC-TOKEN TO C-CHK-TOKEN.
           PERFORM L4T-CHECK-TOKEN.
           PERFORM L4Z-TALLY-RECORD.

       L3M-AUDIT-LEASES.
           OPEN INPUT LEASE-FILE.
           IF WS-LS-STATUS = '00'
               PERFORM L3N-READ-LEASE
                   UNTIL LS-EOF-SW = 'Y'
               CLOSE LEASE-FILE.

       L3N-READ-LEASE.
           READ LEASE-FILE
               AT END
                   MOVE 'Y' TO LS-EOF-SW
               NOT AT END
                   PERFORM L3N1-CHECK-LEASE.

       L3N1-CHECK-LEASE.
           ADD 1 TO C-EXAMINED-CTR.
           MOVE 'N' TO REC-DIRTY-SW.
           MOVE 'LEASE' TO EX-FILE.
           MOVE LS-CAMPGROUND TO EX-CAMPGROUND.
           MOVE LS-SITE TO EX-SITE.
           MOVE LS-START-DATE TO EX-DATE.
           MOVE LS-CONF-NUM TO EX-CONF-NUM.
           MOVE LS-NAME TO EX-NAME.
           MOVE LS-CARD-TOKEN TO EX-TOKEN.
           MOVE SPACES TO EX-DETAIL.

           MOVE LS-CARD-TOKEN TO C-CHK-TOKEN.
           PERFORM L4T-CHECK-TOKEN.
           PERFORM L4Z-TALLY-RECORD.

      *  A TOKEN NOTHING CARRIES IS A CARD WE ARE HOLDING FOR NO      *
      *  REASON                                                       *
       L3O-AUDIT-VAULT-ENTRY.
           ADD 1 TO C-EXAMINED-CTR.
           MOVE 'N' TO REC-DIRTY-SW.
           IF VE-USED-SW(VE-SUB) = 'N'
               MOVE 'CARDVLT' TO EX-FILE
               MOVE SPACES TO EX-CAMPGROUND
               MOVE SPACES TO EX-SITE
               MOVE SPACES TO EX-DATE
               MOVE SPACES TO EX-CONF-NUM
               MOVE SPACES TO EX-NAME
               MOVE VE-TOKEN(VE-SUB) TO EX-TOKEN
               MOVE SPACES TO EX-DETAIL
               MOVE 11 TO C-CATEGORY
               PERFORM L4R-RELEASE-EXCEPTION.
           PERFORM L4Z-TALLY-RECORD.

       L4B-FIND-BALANCE.
           IF BK-RES-KEY(BK-SUB) = O-RES-KEY
               MOVE 'Y' TO BALDUE-FOUND-SW.

       L4F-FIND-SITE.
           IF SE-CAMPGROUND(SE-SUB) = C-CHK-CAMPGROUND
               AND SE-SITE(SE-SUB) = C-CHK-SITE
                   MOVE 'Y' TO SITE-FOUND-SW.

       L4G-FIND-GUEST.
           IF GE-NAME(GE-SUB) = C-CHK-NAME
               MOVE 'Y' TO GUEST-FOUND-SW.

       L4K-FIND-TOKEN.
           IF VE-TOKEN(VE-SUB) = C-CHK-TOKEN
               MOVE 'Y' TO TOKEN-FOUND-SW
               MOVE 'Y' TO VE-USED-SW(VE-SUB).

      *  HANDS ONE EXCEPTION TO THE SORT UNDER C-CATEGORY AND MARKS   *
      *  THE RECORD BEING AUDITED AS WRONG                            *
       L4R-RELEASE-EXCEPTION.
           ADD 1 TO C-EXCEPTION-CTR.
           ADD 1 TO C-CAT-CTR(C-CATEGORY).
           MOVE 'Y' TO REC-DIRTY-SW.
           MOVE C-CATEGORY TO SRT-CATEGORY.
           MOVE C-EXCEPTION-CTR TO SRT-SEQ.
           MOVE EXCEPTION-WORK TO SRT-DATA.
           RELEASE SORT-REC.
           MOVE SPACES TO EX-DETAIL.

      *  THE SITE IN C-CHK-CAMPGROUND/C-CHK-SITE MUST BE ON THE SITE  *
      *  MASTER; C-CATEGORY SAYS WHICH FILE IS ASKING                 *
       L4S-CHECK-SITE.
           IF SITE-OK-SW = 'Y'
               MOVE 'N' TO SITE-FOUND-SW
               PERFORM L4F-FIND-SITE
                   VARYING SE-SUB FROM 1 BY 1
                       UNTIL SE-SUB > SITE-TBL-CTR
                           OR SITE-FOUND-SW = 'Y'
               IF SITE-FOUND-SW = 'N'
                   PERFORM L4R-RELEASE-EXCEPTION.

      *  THE TOKEN IN C-CHK-TOKEN MUST BE IN THE VAULT, AND IS MARKED *
      *  THERE AS IN USE. A BLANK TOKEN IS A BOOKING TAKEN BEFORE     *
      *  CARDS WERE VAULTED AND ISN'T CHECKED                         *
       L4T-CHECK-TOKEN.
           IF VAULT-OK-SW = 'Y' AND C-CHK-TOKEN NOT = SPACES
               MOVE 'N' TO TOKEN-FOUND-SW
               PERFORM L4K-FIND-TOKEN
                   VARYING VE-SUB FROM 1 BY 1
                       UNTIL VE-SUB > VAULT-TBL-CTR
                           OR TOKEN-FOUND-SW = 'Y'
               IF TOKEN-FOUND-SW = 'N'
                   MOVE 9 TO C-CATEGORY
                   PERFORM L4R-RELEASE-EXCEPTION.

       L4Z-TALLY-RECORD.
           IF REC-DIRTY-SW = 'Y'
               ADD 1 TO C-DIRTY-CTR
           ELSE
               ADD 1 TO C-CLEAN-CTR.

      *  WALKS THE SORTED EXCEPTIONS, PRINTING EACH CATEGORY UNDER    *
      *  ITS OWN TITLE WITH ITS COUNT AFTER IT                        *
       L5-PRINT-EXCEPTIONS.
           PERFORM L5A-RETURN-EXCEPTION.
           PERFORM L5B-PRINT-EXCEPTION
               UNTIL SORT-EOF-SW = 'Y'.
           IF FIRST-REC-SW = 'Y'
               WRITE PRTLINE FROM CLEAN-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM L5C-PRINT-CATEGORY-COUNT.

       L5A-RETURN-EXCEPTION.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SW.

       L5B-PRINT-EXCEPTION.
           IF FIRST-REC-SW = 'Y'
               MOVE 'N' TO FIRST-REC-SW
               PERFORM L5D-START-CATEGORY
           ELSE
               IF SRT-CATEGORY NOT = H-CATEGORY
                   PERFORM L5C-PRINT-CATEGORY-COUNT
                   PERFORM L5D-START-CATEGORY.

           MOVE SRT-DATA TO EXCEPTION-WORK.
           MOVE EX-FILE TO O-DTL-FILE.
           MOVE EX-CAMPGROUND TO O-DTL-CAMPGROUND.
           MOVE EX-SITE TO O-DTL-SITE.
           MOVE EX-DATE TO O-DTL-DATE.
           MOVE EX-CONF-NUM TO O-DTL-CONF-NUM.
           MOVE EX-NAME TO O-DTL-NAME.
           MOVE EX-TOKEN TO O-DTL-TOKEN.
           MOVE EX-DETAIL TO O-DTL-DETAIL.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8H-HEADINGS
                       WRITE PRTLINE FROM DETAIL-HEADINGS
                           AFTER ADVANCING 2 LINES.
           PERFORM L5A-RETURN-EXCEPTION.

       L5C-PRINT-CATEGORY-COUNT.
           MOVE C-CAT-CTR(H-CATEGORY) TO O-CAT-CTR.
           WRITE PRTLINE FROM CATEGORY-COUNT-LINE
               AFTER ADVANCING 2 LINES.

       L5D-START-CATEGORY.
           MOVE SRT-CATEGORY TO H-CATEGORY.
           MOVE SRT-CATEGORY TO O-CAT-NUM.
           MOVE T-CAT-TITLE(SRT-CATEGORY) TO O-CAT-TITLE.
           WRITE PRTLINE FROM CATEGORY-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM DETAIL-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       L8H-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.

       L8S-PRINT-SUMMARY.
           MOVE CAT-SUB TO O-SUM-NUM.
           MOVE T-CAT-TITLE(CAT-SUB) TO O-SUM-TITLE.
           MOVE C-CAT-CTR(CAT-SUB) TO O-SUM-CTR.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

      *  PRINTS EVERY CATEGORY'S COUNT, ZERO OR NOT, AND PROVES THE   *
      *  RUN: RECORDS EXAMINED MUST EQUAL RECORDS CLEAN PLUS RECORDS  *
      *  WITH EXCEPTIONS. THE RECORDS WITH EXCEPTIONS GO TO THE LOG   *
      *  AS REJECTS SO THE MORNING EXCEPTION SUMMARY SEES THEM        *
       L9-CLOSING.
           MOVE 'EXCEPTIONS BY CATEGORY' TO O-SECTION-NAME.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L8S-PRINT-SUMMARY
               VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB > 11.

           MOVE C-EXAMINED-CTR TO O-EXAMINED-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE C-CLEAN-CTR TO O-CLEAN-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE C-DIRTY-CTR TO O-DIRTY-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE C-EXCEPTION-CTR TO O-EXCEPTION-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           IF MASTER-OK-SW = 'Y'
               CLOSE CAMPRES-FILE.
           CLOSE PRTOUT.

           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC43' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           MOVE C-EXAMINED-CTR TO RL-RECS-READ.
           MOVE C-CLEAN-CTR TO RL-RECS-OUT-1.
           MOVE 0 TO RL-RECS-OUT-2.
           MOVE C-DIRTY-CTR TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
