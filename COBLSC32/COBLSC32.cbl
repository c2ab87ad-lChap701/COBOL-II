       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC32.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  MONTHLY SEASONAL LEASE BILLING RUN. EVERY ACTIVE LEASE ON     *
      *  LEASE.DAT IS BILLED FOR EACH MONTH OF ITS TERM NOT YET        *
      *  BILLED, UP TO AND INCLUDING THE RUN MONTH - A PARTIAL FIRST   *
      *  OR LAST MONTH BY THE NIGHTS IT HOLDS THE SITE - AND THE       *
      *  CHARGE, WITH ANY ARREARS, GOES TO THE SETTLEMENT FEED ON THE  *
      *  LEASE'S CARD TOKEN. INSTALLMENTS THE DECLINED CARD FOLLOW-UP  *
      *  RUN (COBLSC28) GAVE UP ON ARRIVE ON LEASEMIS.DAT AND ARE      *
      *  MOVED INTO ARREARS FIRST. A LEASE WHOSE HOLD HAS COME OFF     *
      *  CAMPRES.DAT IS CLOSED, AND ONE PAST ITS END DATE EXPIRES.     *
      *  PRINTS THE LEASE ROLL WITH THE PAID-TO DATE AND ARREARS.      *
      *  RUNS AFTER COBLSC01 HAS ADDED THE DAY'S NEW LEASES, SO THE    *
      *  INSTALLMENTS RIDE OUT WITH THAT DAY'S FEED.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  RUN CONTROL CARD - AS-OF DATE SO A RERUN BILLS THE MONTH IT  *
      *  COVERS                                                       *
           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  THE SEASONAL LEASES COBLSC01 ADDS AND THIS RUN MAINTAINS  *
           SELECT LEASE-FILE
               ASSIGN TO 'LEASE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEASE-STATUS.

      *  LEASE INSTALLMENTS COBLSC28 WROTE OFF AS MISSED  *
           SELECT LEASEMIS-FILE
               ASSIGN TO 'LEASEMIS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LM-STATUS.

      *  THE UPDATED LEASES AND THE MISSES LEFT FOR THE NEXT RUN ARE  *
      *  STAGED HERE WHILE THOSE FILES ARE REWRITTEN                  *
           SELECT LEASEWK-FILE
               ASSIGN TO 'LEASEWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-STATUS.

      *  THE INDEXED RESERVATION MASTER COBLSC01 MAINTAINS - A LEASE  *
      *  IS ONLY BILLED WHILE ITS HOLD IS STILL ON IT                 *
           SELECT CAMPRES-FILE
               ASSIGN TO 'CAMPRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-RES-KEY
               ALTERNATE RECORD KEY IS O-CONF-NUM
               FILE STATUS IS WS-RES-STATUS.

      *  THE TOKENIZED SETTLEMENT FEED - THE INSTALLMENTS GO OUT      *
      *  WITH TODAY'S BATCH                                           *
           SELECT SETTLE-FILE
               ASSIGN TO 'SETTLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

      *  CAMPGROUND REVENUE CARRIED FORWARD FOR MONTH-END - THE       *
      *  INSTALLMENTS BILLED ARE ADDED TO THEIR CAMPGROUND'S BUCKET   *
           SELECT CAMP-TOTALS-FILE
               ASSIGN TO 'CAMPTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'LEASE.PRT'
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

       FD  LEASE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS LEASE-REC.

      *  CPY FILE THAT CONTAINS LEASE-REC LAYOUT, THE SAME COPYBOOK   *
      *  COBLSC01 ADDS THE LEASES WITH                                *
           COPY 'LEASE.CPY'.

       FD  LEASEMIS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS LEASE-MISS-REC.

      *  CPY FILE THAT CONTAINS LEASE-MISS-REC LAYOUT, SHARED WITH    *
      *  COBLSC28                                                     *
           COPY 'LEASEMIS.CPY'.

       FD  LEASEWK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS LEASEWK-REC.
       01  LEASEWK-REC             PIC X(120).

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
           05  WS-LEASE-STATUS     PIC XX      VALUE '00'.
           05  WS-LM-STATUS        PIC XX      VALUE '00'.
           05  WS-WK-STATUS        PIC XX      VALUE '00'.
           05  WS-RES-STATUS       PIC XX      VALUE '00'.
           05  WS-SETTLE-STATUS    PIC XX      VALUE '00'.
           05  WS-CT-STATUS        PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  LEASE-EOF-SW        PIC X       VALUE 'N'.
           05  LM-EOF-SW           PIC X       VALUE 'N'.
           05  WK-EOF-SW           PIC X       VALUE 'N'.
      *  NO LEASE FILE MEANS NOTHING TO BILL - THE MISSES ARE LEFT    *
      *  WHERE THEY ARE FOR THE NEXT RUN                              *
           05  LEASE-OK-SW         PIC X       VALUE 'Y'.
      *  NO MASTER MEANS NO HOLD CAN BE CHECKED - EVERY LEASE IS      *
      *  CARRIED FORWARD UNBILLED                                     *
           05  MASTER-OK-SW        PIC X       VALUE 'Y'.
           05  HOLD-FOUND-SW       PIC X       VALUE 'N'.
           05  CAMP-FOUND-SW       PIC X       VALUE 'N'.
           05  C-LEASE-READ-CTR    PIC 9(6)    VALUE 0.
           05  C-LEASE-OUT-CTR     PIC 9(6)    VALUE 0.
           05  C-BILLED-CTR        PIC 9(6)    VALUE 0.
           05  C-HELD-CTR          PIC 9(6)    VALUE 0.
           05  C-EXPIRED-CTR       PIC 9(6)    VALUE 0.
           05  C-CLOSED-CTR        PIC 9(6)    VALUE 0.
           05  C-INSTALL-CTR       PIC 9(6)    VALUE 0.
           05  C-MISS-READ-CTR     PIC 9(6)    VALUE 0.
           05  C-MISS-APPLIED-CTR  PIC 9(6)    VALUE 0.
           05  C-MISS-UNMATCH-CTR  PIC 9(6)    VALUE 0.
      *  MISSES PAST THE TABLE - LEFT ON THE FILE FOR THE NEXT RUN  *
           05  C-MISS-OVFL-CTR     PIC 9(6)    VALUE 0.
           05  C-MISS-REC-CTR      PIC 9(6)    VALUE 0.
           05  C-BILLED-TOTAL      PIC 9(7)V99 VALUE 0.
           05  C-ARREARS-TOTAL     PIC 9(7)V99 VALUE 0.
           05  C-THIS-INSTALL      PIC 9(5)V99 VALUE 0.
           05  C-THIS-BILLED       PIC 9(5)V99 VALUE 0.
           05  C-CHARGE-AMT        PIC 9(5)V99 VALUE 0.
           05  C-MONTH-DAYS        PIC 99      VALUE 0.
           05  C-FIRST-NIGHT       PIC 99      VALUE 0.
           05  C-LAST-NIGHT-X      PIC 99      VALUE 0.
           05  C-NIGHTS            PIC 99      VALUE 0.
           05  C-BACK-MONTHS       PIC 9(4)    VALUE 0.
           05  C-BACK-REM          PIC 9(3)V99 VALUE 0.
           05  C-LEAP-QUOT         PIC 9(4)    VALUE 0.
           05  C-LEAP-REM          PIC 9       VALUE 0.
           05  LM-SUB              PIC 999     VALUE 0.
           05  CAMP-SUB            PIC 9       VALUE 0.

      *  MONTH ARITHMETIC ON YYYYMM: THE MONTH BEING BILLED, THE LAST  *
      *  MONTH THIS RUN MAY BILL, THE LEASE'S FIRST AND LAST MONTHS,   *
      *  AND THE MONTH THE CARD HAS PAID THROUGH                       *
       01  MONTH-WORK-AREA.
           05  C-BILL-MONTH.
               10  C-BILL-YYYY     PIC 9(4).
               10  C-BILL-MM       PIC 99.
           05  C-BILL-MONTH-NUM REDEFINES C-BILL-MONTH
                                   PIC 9(6).
           05  C-RUN-MONTH         PIC 9(6)    VALUE 0.
           05  C-LIMIT-MONTH       PIC 9(6)    VALUE 0.
           05  C-START-MONTH       PIC 9(6)    VALUE 0.
           05  C-LEASE-END-MONTH   PIC 9(6)    VALUE 0.
           05  C-END-MONTH.
               10  C-END-YYYY      PIC 9(4).
               10  C-END-MM        PIC 99.
           05  C-END-MONTH-NUM REDEFINES C-END-MONTH
                                   PIC 9(6).
           05  C-PAID-MONTH.
               10  C-PAID-YYYY     PIC 9(4).
               10  C-PAID-MM       PIC 99.
           05  C-PAID-MONTH-NUM REDEFINES C-PAID-MONTH
                                   PIC 9(6).

      *  DAYS IN EACH MONTH OF A COMMON YEAR - FEBRUARY GETS ITS LEAP  *
      *  DAY FROM THE SAME DIVIDE-BY-FOUR RULE COBLSC01 USES           *
       01  MONTH-DAYS-VALUES.
           05  FILLER              PIC X(24)   VALUE
               '312831303130313130313031'.

       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  T-MONTH-DAYS        PIC 99      OCCURS 12.

      *  THE CAMPGROUNDS IN THE SAME ORDER AS THE CAMPTL.DAT BUCKETS  *
       01  LEASE-CAMP-NAMES.
           05  FILLER              PIC X(15)   VALUE 'HONEY CREEK'.
           05  FILLER              PIC X(15)   VALUE 'HICKORY RIDGE'.
           05  FILLER              PIC X(15)   VALUE 'BRIDGEVIEW'.
           05  FILLER              PIC X(15)   VALUE 'BLUFF CREEK'.
           05  FILLER              PIC X(15)   VALUE 'ROATHBUN LAKE'.

       01  LEASE-CAMP-TABLE REDEFINES LEASE-CAMP-NAMES.
           05  T-LEASE-CAMP        PIC X(15)   OCCURS 5.

      *  THIS RUN'S INSTALLMENT REVENUE PER CAMPGROUND, ADDED TO THE   *
      *  CARRIED-FORWARD FIGURES AT CLOSING                            *
       01  LEASE-REVENUE-AREA.
           05  C-CAMP-BILLED       PIC 9(7)V99 OCCURS 5.

      *  THE MISSED INSTALLMENTS, LOADED FROM LEASEMIS.DAT IN FILE     *
      *  ORDER. 'Y' = MOVED INTO ITS LEASE'S ARREARS THIS RUN          *
       01  MISS-TABLE-AREA.
           05  MISS-ENTRY      OCCURS 200 INDEXED BY LM-IDX.
               10  ME-CONF-NUM     PIC 9(8).
               10  ME-AMT          PIC 9(5)V99.
               10  ME-APPLIED-SW   PIC X.

       01  MISS-TABLE-WORK.
           05  MISS-TBL-CTR        PIC 999     VALUE 0.

      *  DATA PASSED TO/FROM CBLGEN TO ROLL A GENERATION BACKUP OF    *
      *  THE LEASE FILE BEFORE IT IS REWRITTEN                        *
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
           05  FILLER          PIC X(40)   VALUE ' '.
           05  FILLER          PIC X(29)   VALUE
               'SEASONAL LEASE ROLL'.
           05  FILLER          PIC X(39)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-RPT-PCTR      PIC Z9.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  MASTER-FAIL-LINE.
           05  FILLER          PIC X(56)   VALUE
               'RESERVATION MASTER NOT OPEN - NO LEASES BILLED'.
           05  FILLER          PIC X(76)   VALUE ' '.

       01  NO-LEASE-LINE.
           05  FILLER          PIC X(56)   VALUE
               'NO LEASE FILE - NOTHING TO BILL'.
           05  FILLER          PIC X(76)   VALUE ' '.

       01  COLUMN-HEADINGS.
           05  FILLER          PIC X(8)    VALUE 'CONF NO'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(15)   VALUE 'CAMPGROUND'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(3)    VALUE 'STE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(20)   VALUE 'GUEST'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'START'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'END'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE '  RATE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE '  BILLED'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'PAID TO'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE ' ARREARS'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(2)    VALUE 'MS'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'STATUS'.

      *  ONE LEASE: WHAT THIS RUN BILLED, HOW FAR THE CARD HAS PAID,  *
      *  WHAT IS STILL OWED, AND HOW MANY CHARGES HAVE GONE UNPAID    *
       01  DETAIL-LINE.
           05  O-DET-CONF-NUM      PIC 9(8).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-CAMPGROUND    PIC X(15).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-SITE          PIC X(3).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-NAME          PIC X(20).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-START-YYYY    PIC 9(4).
           05  FILLER              PIC X       VALUE '/'.
           05  O-DET-START-MM      PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-DET-START-DD      PIC 99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-END-YYYY      PIC 9(4).
           05  FILLER              PIC X       VALUE '/'.
           05  O-DET-END-MM        PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-DET-END-DD        PIC 99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-RATE          PIC ZZ9.99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-BILLED        PIC ZZZZ9.99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-PAID-TO.
               10  O-DET-PAID-YYYY PIC 9(4).
               10  FILLER          PIC X       VALUE '/'.
               10  O-DET-PAID-MM   PIC 99.
               10  FILLER          PIC X       VALUE '/'.
               10  O-DET-PAID-DD   PIC 99.
           05  O-DET-PAID-TO-X REDEFINES O-DET-PAID-TO
                                   PIC X(10).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-ARREARS       PIC ZZZZ9.99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-MISSED        PIC Z9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-STATUS        PIC X(10).

      *  A MISSED INSTALLMENT NO LEASE ON FILE CLAIMS  *
       01  UNMATCHED-LINE.
           05  FILLER              PIC X(34)   VALUE
               'MISSED PAYMENT - NO SUCH LEASE:  '.
           05  O-UNM-CONF-NUM      PIC 9(8).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-UNM-AMT           PIC ZZZZ9.99.
           05  FILLER              PIC X(80)   VALUE ' '.

       01  MISS-OVFL-LINE.
           05  FILLER              PIC X(46)   VALUE
               'MISSES PAST TABLE LIMIT - HELD FOR NEXT RUN:  '.
           05  O-MISS-OVFL-CTR     PIC ZZZZZ9.
           05  FILLER              PIC X(80)   VALUE ' '.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(30)   VALUE
               'LEASES ON FILE:               '.
           05  O-LEASE-READ-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(30)   VALUE
               'LEASES BILLED:                '.
           05  O-BILLED-CTR    PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(30)   VALUE
               'MONTHLY INSTALLMENTS POSTED:  '.
           05  O-INSTALL-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(30)   VALUE
               'AMOUNT SENT TO THE FEED:      '.
           05  O-BILLED-TOTAL  PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(90)   VALUE ' '.

       01  TOTAL-LINE-5.
           05  FILLER          PIC X(30)   VALUE
               'CHARGES HELD - NO TOKEN:      '.
           05  O-HELD-CTR      PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-6.
           05  FILLER          PIC X(30)   VALUE
               'MISSED PAYMENTS APPLIED:      '.
           05  O-MISS-APPLIED-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-7.
           05  FILLER          PIC X(30)   VALUE
               'ARREARS OUTSTANDING:          '.
           05  O-ARREARS-TOTAL PIC Z,ZZZ,ZZ9.99.
           05  FILLER          PIC X(90)   VALUE ' '.

       01  TOTAL-LINE-8.
           05  FILLER          PIC X(30)   VALUE
               'LEASES EXPIRED THIS RUN:      '.
           05  O-EXPIRED-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-9.
           05  FILLER          PIC X(30)   VALUE
               'LEASES CLOSED EARLY:          '.
           05  O-CLOSED-CTR    PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           IF LEASE-OK-SW = 'Y'
               PERFORM L3-LOAD-MISSES
               PERFORM L4-BILL-LEASES
               PERFORM L6-SAVE-LEASES
               PERFORM L6C-SAVE-MISSES
               PERFORM L6F-LIST-UNMATCHED
                   VARYING LM-SUB FROM 1 BY 1
                       UNTIL LM-SUB > MISS-TBL-CTR.
           IF C-BILLED-TOTAL > 0
               PERFORM L7-POST-REVENUE.
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
           MOVE CURR-MM TO O-RPT-MM.
           MOVE CURR-DD TO O-RPT-DD.
           MOVE CURR-YY TO O-RPT-YY.
           MOVE WS-CURR-DATE-NUM (1:6) TO C-RUN-MONTH.
           INITIALIZE LEASE-REVENUE-AREA.

           OPEN OUTPUT PRTOUT.
           PERFORM L8-HEADINGS.

      *  ROLLS THE LEASE FILE'S GENERATIONS BEFORE IT IS UPDATED  *
           OPEN INPUT LEASE-FILE.
           IF WS-LEASE-STATUS NOT = '00'
               MOVE 'N' TO LEASE-OK-SW
               WRITE PRTLINE FROM NO-LEASE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               CLOSE LEASE-FILE
               MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE
               MOVE 'L' TO GN-ORG
               MOVE 'LEASE.DAT' TO GN-FILE-NAME
               CALL 'CBLGEN' USING CBLGEN-DATA.

           OPEN INPUT CAMPRES-FILE.
           IF WS-RES-STATUS NOT = '00'
               MOVE 'N' TO MASTER-OK-SW
               WRITE PRTLINE FROM MASTER-FAIL-LINE
                   AFTER ADVANCING 1 LINE
               WRITE PRTLINE FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

      *  THE INSTALLMENTS RIDE OUT WITH WHATEVER IS ALREADY ON        *
      *  TODAY'S FEED                                                 *
           OPEN EXTEND SETTLE-FILE.
           IF WS-SETTLE-STATUS NOT = '00'
               OPEN OUTPUT SETTLE-FILE.

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

      *  THE MISSED INSTALLMENTS COBLSC28 HAS WRITTEN SINCE THE LAST  *
      *  BILLING RUN; NO FILE MEANS NONE WERE MISSED                  *
       L3-LOAD-MISSES.
           MOVE 0 TO MISS-TBL-CTR.
           MOVE 'N' TO LM-EOF-SW.
           OPEN INPUT LEASEMIS-FILE.
           IF WS-LM-STATUS = '00'
               PERFORM L3A-READ-MISS
                   UNTIL LM-EOF-SW = 'Y'
               CLOSE LEASEMIS-FILE.

       L3A-READ-MISS.
           READ LEASEMIS-FILE
               AT END
                   MOVE 'Y' TO LM-EOF-SW
               NOT AT END
                   ADD 1 TO C-MISS-READ-CTR
                   IF MISS-TBL-CTR < 200
                       ADD 1 TO MISS-TBL-CTR
                       MOVE LM-CONF-NUM TO ME-CONF-NUM(MISS-TBL-CTR)
                       MOVE LM-AMT TO ME-AMT(MISS-TBL-CTR)
                       MOVE 'N' TO ME-APPLIED-SW(MISS-TBL-CTR)
                   ELSE
                       ADD 1 TO C-MISS-OVFL-CTR
                   END-IF.

      *  EVERY LEASE IS READ, BILLED IF IT IS STILL ACTIVE, AND       *
      *  STAGED ON THE WORK FILE; THE WORK FILE GOES BACK OVER THE    *
      *  LEASE FILE WHEN THE PASS IS DONE                             *
       L4-BILL-LEASES.
           MOVE 'N' TO LEASE-EOF-SW.
           OPEN INPUT LEASE-FILE.
           OPEN OUTPUT LEASEWK-FILE.
           PERFORM L4A-READ-LEASE
               UNTIL LEASE-EOF-SW = 'Y'.
           CLOSE LEASE-FILE.
           CLOSE LEASEWK-FILE.

       L4A-READ-LEASE.
           READ LEASE-FILE
               AT END
                   MOVE 'Y' TO LEASE-EOF-SW
               NOT AT END
                   ADD 1 TO C-LEASE-READ-CTR
                   PERFORM L5-WORK-LEASE THRU L5-WORK-EXIT
                   WRITE LEASEWK-REC FROM LEASE-REC
                   ADD 1 TO C-LEASE-OUT-CTR.

      *  WORKS ONE LEASE: ITS MISSES GO INTO ARREARS, A LEASE WHOSE   *
      *  HOLD IS GONE IS CLOSED (OR EXPIRED IF ITS TERM HAS RUN), AND *
      *  AN ACTIVE ONE IS BILLED FOR EVERY MONTH NOT YET BILLED UP TO *
      *  THE RUN MONTH. A RERUN IN THE SAME MONTH BILLS NOTHING TWICE *
       L5-WORK-LEASE.
           IF NOT LS-ACTIVE
               GO TO L5-WORK-EXIT.

           MOVE 0 TO C-THIS-BILLED.
           PERFORM L5A-APPLY-MISS
               VARYING LM-IDX FROM 1 BY 1
                   UNTIL LM-IDX > MISS-TBL-CTR.

      *  THE LAST MONTH THE LEASE HOLDS A NIGHT IN - A LEASE ENDING ON *
      *  THE 1ST HAS ITS LAST NIGHT IN THE MONTH BEFORE                *
           MOVE LS-START-DATE (1:6) TO C-START-MONTH.
           MOVE LS-END-DATE (1:6) TO C-LEASE-END-MONTH.
           MOVE C-LEASE-END-MONTH TO C-END-MONTH-NUM.
           IF LS-END-DATE (7:2) = '01'
               IF C-END-MM = 1
                   MOVE 12 TO C-END-MM
                   SUBTRACT 1 FROM C-END-YYYY
               ELSE
                   SUBTRACT 1 FROM C-END-MM.

           IF MASTER-OK-SW = 'N'
               MOVE 'NO MASTER' TO O-DET-STATUS
               PERFORM L5H-PRINT-LEASE
               GO TO L5-WORK-EXIT.

           PERFORM L5B-READ-HOLD.
           IF HOLD-FOUND-SW = 'N'
               AND WS-CURR-DATE-NUM < LS-END-DATE
                   MOVE 'C' TO LS-STATUS
                   ADD 1 TO C-CLOSED-CTR
                   MOVE 'CLOSED' TO O-DET-STATUS
                   PERFORM L5H-PRINT-LEASE
                   GO TO L5-WORK-EXIT.

      *  BILLS FROM THE MONTH AFTER THE LAST ONE BILLED (THE START    *
      *  MONTH FOR A NEW LEASE) THROUGH THE RUN MONTH OR THE LEASE'S  *
      *  LAST MONTH, WHICHEVER COMES FIRST                            *
           IF LS-BILLED-THRU = 0
               MOVE C-START-MONTH TO C-BILL-MONTH-NUM
           ELSE
               MOVE LS-BILLED-THRU TO C-BILL-MONTH-NUM
               PERFORM L5E-NEXT-BILL-MONTH.
           IF C-RUN-MONTH < C-END-MONTH-NUM
               MOVE C-RUN-MONTH TO C-LIMIT-MONTH
           ELSE
               MOVE C-END-MONTH-NUM TO C-LIMIT-MONTH.
           PERFORM L5C-BILL-ONE-MONTH
               UNTIL C-BILL-MONTH-NUM > C-LIMIT-MONTH.

           IF C-THIS-BILLED > 0
               PERFORM L5D-SEND-CHARGE.

           IF WS-CURR-DATE-NUM NOT < LS-END-DATE
               MOVE 'E' TO LS-STATUS
               ADD 1 TO C-EXPIRED-CTR
               MOVE 'EXPIRED' TO O-DET-STATUS
           ELSE
               IF O-DET-STATUS NOT = 'HELD-TOKEN'
                   MOVE 'ACTIVE' TO O-DET-STATUS.
           PERFORM L5H-PRINT-LEASE.

       L5-WORK-EXIT.
           EXIT.

      *  A MISSED INSTALLMENT FOR THIS LEASE IS OWED AGAIN - IT GOES  *
      *  INTO ARREARS AND IS BILLED WITH THE NEXT CHARGE              *
       L5A-APPLY-MISS.
           IF ME-APPLIED-SW(LM-IDX) = 'N'
               AND ME-CONF-NUM(LM-IDX) = LS-CONF-NUM
                   MOVE 'Y' TO ME-APPLIED-SW(LM-IDX)
                   ADD 1 TO C-MISS-APPLIED-CTR
                   ADD ME-AMT(LM-IDX) TO LS-ARREARS
                   IF LS-MISSED-CTR < 99
                       ADD 1 TO LS-MISSED-CTR.

      *  READS THE LEASE'S HOLD STRAIGHT OFF THE INDEXED MASTER ON    *
      *  ITS CAMPGROUND/SITE/START KEY                                *
       L5B-READ-HOLD.
           MOVE 'N' TO HOLD-FOUND-SW.
           MOVE LS-CAMPGROUND TO O-CAMPGROUND.
           MOVE LS-SITE TO O-SITE.
           MOVE LS-START-DATE TO O-DATE.
           READ CAMPRES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO HOLD-FOUND-SW
           END-READ.

      *  ONE MONTH'S INSTALLMENT: THE FULL MONTHLY RATE FOR A MONTH   *
      *  THE LEASE HOLDS END TO END, OTHERWISE THE RATE PRORATED BY   *
      *  THE NIGHTS IT HOLDS OVER THE DAYS IN THE MONTH               *
       L5C-BILL-ONE-MONTH.
           MOVE T-MONTH-DAYS(C-BILL-MM) TO C-MONTH-DAYS.
           IF C-BILL-MM = 2
               DIVIDE C-BILL-YYYY BY 4 GIVING C-LEAP-QUOT
                   REMAINDER C-LEAP-REM
               IF C-LEAP-REM = 0
                   MOVE 29 TO C-MONTH-DAYS.

           IF C-BILL-MONTH-NUM = C-START-MONTH
               MOVE LS-START-DATE (7:2) TO C-FIRST-NIGHT
           ELSE
               MOVE 1 TO C-FIRST-NIGHT.
           IF C-BILL-MONTH-NUM = C-LEASE-END-MONTH
               MOVE LS-END-DATE (7:2) TO C-LAST-NIGHT-X
           ELSE
               ADD 1 TO C-MONTH-DAYS GIVING C-LAST-NIGHT-X.
           SUBTRACT C-FIRST-NIGHT FROM C-LAST-NIGHT-X GIVING C-NIGHTS.

           IF C-NIGHTS NOT < C-MONTH-DAYS
               MOVE LS-MONTH-RATE TO C-THIS-INSTALL
           ELSE
               COMPUTE C-THIS-INSTALL ROUNDED =
                   LS-MONTH-RATE * C-NIGHTS / C-MONTH-DAYS.
           ADD C-THIS-INSTALL TO C-THIS-BILLED.
           ADD 1 TO C-INSTALL-CTR.
           MOVE C-BILL-MONTH-NUM TO LS-BILLED-THRU.
           PERFORM L5E-NEXT-BILL-MONTH.

      *  SENDS THE MONTH'S INSTALLMENTS AND ANY ARREARS TO THE FEED   *
      *  AS ONE CHARGE ON THE LEASE'S TOKEN. WITH NO TOKEN THE CHARGE *
      *  IS HELD - IT GOES INTO ARREARS FOR THE DESK TO COLLECT       *
       L5D-SEND-CHARGE.
           ADD LS-ARREARS C-THIS-BILLED GIVING C-CHARGE-AMT.
           IF LS-CARD-TOKEN = SPACES OR LS-CARD-TOKEN = LOW-VALUES
               ADD 1 TO C-HELD-CTR
               ADD C-THIS-BILLED TO LS-ARREARS
               MOVE 0 TO LS-LAST-CHARGE
               MOVE 'HELD-TOKEN' TO O-DET-STATUS
           ELSE
               MOVE 'S' TO SL-TRAN-TYPE
               MOVE LS-CAMPGROUND TO SL-CAMPGROUND
               MOVE LS-SITE TO SL-SITE
               MOVE LS-START-DATE TO SL-DATE
               MOVE LS-NAME TO SL-NAME
               MOVE C-CHARGE-AMT TO SL-AMT
               MOVE LS-CCTYPE TO SL-CCTYPE
               MOVE LS-CARD-TOKEN TO SL-TOKEN
               MOVE LS-CONF-NUM TO SL-CONF-NUM
               MOVE SPACES TO SETTLE-REC (87:4)
               WRITE SETTLE-REC
               ADD 1 TO C-BILLED-CTR
               ADD C-CHARGE-AMT TO C-BILLED-TOTAL
               MOVE C-CHARGE-AMT TO LS-LAST-CHARGE
               MOVE 0 TO LS-ARREARS
               MOVE 'N' TO CAMP-FOUND-SW
               PERFORM L5G-CAMP-REVENUE
                   VARYING CAMP-SUB FROM 1 BY 1
                       UNTIL CAMP-SUB > 5 OR CAMP-FOUND-SW = 'Y'.

       L5E-NEXT-BILL-MONTH.
           IF C-BILL-MM = 12
               MOVE 1 TO C-BILL-MM
               ADD 1 TO C-BILL-YYYY
           ELSE
               ADD 1 TO C-BILL-MM.

       L5F-BACK-ONE-MONTH.
           IF C-PAID-MM = 1
               MOVE 12 TO C-PAID-MM
               SUBTRACT 1 FROM C-PAID-YYYY
           ELSE
               SUBTRACT 1 FROM C-PAID-MM.

       L5G-CAMP-REVENUE.
           IF T-LEASE-CAMP(CAMP-SUB) = LS-CAMPGROUND
               MOVE 'Y' TO CAMP-FOUND-SW
               ADD C-CHARGE-AMT TO C-CAMP-BILLED(CAMP-SUB).

      *  ONE LINE OF THE LEASE ROLL. THE PAID-TO DATE BACKS THE       *
      *  BILLED-THROUGH MONTH OFF BY AS MANY MONTHS AS THE ARREARS    *
      *  COVER (A PART MONTH COUNTS AS UNPAID) AND PRINTS THE LAST    *
      *  DAY OF THAT MONTH - OR THE END DATE ONCE THE LEASE IS PAID   *
      *  UP THROUGH ITS LAST MONTH                                    *
       L5H-PRINT-LEASE.
           MOVE LS-CONF-NUM TO O-DET-CONF-NUM.
           MOVE LS-CAMPGROUND TO O-DET-CAMPGROUND.
           MOVE LS-SITE TO O-DET-SITE.
           MOVE LS-NAME TO O-DET-NAME.
           MOVE LS-START-DATE (1:4) TO O-DET-START-YYYY.
           MOVE LS-START-DATE (5:2) TO O-DET-START-MM.
           MOVE LS-START-DATE (7:2) TO O-DET-START-DD.
           MOVE LS-END-DATE (1:4) TO O-DET-END-YYYY.
           MOVE LS-END-DATE (5:2) TO O-DET-END-MM.
           MOVE LS-END-DATE (7:2) TO O-DET-END-DD.
           MOVE LS-MONTH-RATE TO O-DET-RATE.
           MOVE C-THIS-BILLED TO O-DET-BILLED.
           MOVE LS-ARREARS TO O-DET-ARREARS.
           MOVE LS-MISSED-CTR TO O-DET-MISSED.
           ADD LS-ARREARS TO C-ARREARS-TOTAL.

           MOVE 0 TO C-BACK-MONTHS.
           IF LS-ARREARS > 0 AND LS-MONTH-RATE > 0
               DIVIDE LS-ARREARS BY LS-MONTH-RATE
                   GIVING C-BACK-MONTHS REMAINDER C-BACK-REM
               IF C-BACK-REM > 0
                   ADD 1 TO C-BACK-MONTHS.
           MOVE LS-BILLED-THRU TO C-PAID-MONTH-NUM.
           IF LS-BILLED-THRU > 0
               PERFORM L5F-BACK-ONE-MONTH C-BACK-MONTHS TIMES.

           IF LS-BILLED-THRU = 0
               OR C-PAID-MONTH-NUM < C-START-MONTH
                   MOVE 'NONE' TO O-DET-PAID-TO-X
           ELSE
               IF C-PAID-MONTH-NUM NOT < C-END-MONTH-NUM
                   MOVE LS-END-DATE (1:4) TO O-DET-PAID-YYYY
                   MOVE LS-END-DATE (5:2) TO O-DET-PAID-MM
                   MOVE LS-END-DATE (7:2) TO O-DET-PAID-DD
               ELSE
                   MOVE C-PAID-YYYY TO O-DET-PAID-YYYY
                   MOVE C-PAID-MM TO O-DET-PAID-MM
                   MOVE T-MONTH-DAYS(C-PAID-MM) TO O-DET-PAID-DD
                   IF C-PAID-MM = 2
                       DIVIDE C-PAID-YYYY BY 4 GIVING C-LEAP-QUOT
                           REMAINDER C-LEAP-REM
                       IF C-LEAP-REM = 0
                           MOVE 29 TO O-DET-PAID-DD.
           IF O-DET-PAID-TO-X NOT = 'NONE'
               MOVE '/' TO O-DET-PAID-TO-X (5:1)
               MOVE '/' TO O-DET-PAID-TO-X (8:1).

           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8-HEADINGS.
           MOVE SPACES TO O-DET-STATUS.

      *  THE UPDATED LEASES GO BACK OVER THE ORIGINAL  *
       L6-SAVE-LEASES.
           MOVE 'N' TO WK-EOF-SW.
           OPEN INPUT LEASEWK-FILE.
           OPEN OUTPUT LEASE-FILE.
           PERFORM L6A-COPY-LEASE-BACK
               UNTIL WK-EOF-SW = 'Y'.
           CLOSE LEASEWK-FILE.
           CLOSE LEASE-FILE.

       L6A-COPY-LEASE-BACK.
           READ LEASEWK-FILE
               AT END
                   MOVE 'Y' TO WK-EOF-SW
               NOT AT END
                   MOVE LEASEWK-REC TO LEASE-REC
                   WRITE LEASE-REC.

      *  EVERY MISS IN THE TABLE HAS BEEN APPLIED OR LISTED, SO ONLY  *
      *  THOSE PAST THE TABLE STAY ON THE FILE FOR THE NEXT RUN. THE  *
      *  SURVIVORS ARE STAGED ON THE WORK FILE AND COPIED BACK        *
       L6C-SAVE-MISSES.
           IF C-MISS-READ-CTR = 0
               NEXT SENTENCE
           ELSE
               MOVE 0 TO C-MISS-REC-CTR
               MOVE 'N' TO LM-EOF-SW
               OPEN INPUT LEASEMIS-FILE
               OPEN OUTPUT LEASEWK-FILE
               PERFORM L6D-SIFT-ONE-MISS
                   UNTIL LM-EOF-SW = 'Y'
               CLOSE LEASEMIS-FILE
               CLOSE LEASEWK-FILE
               MOVE 'N' TO WK-EOF-SW
               OPEN INPUT LEASEWK-FILE
               OPEN OUTPUT LEASEMIS-FILE
               PERFORM L6E-COPY-MISS-BACK
                   UNTIL WK-EOF-SW = 'Y'
               CLOSE LEASEWK-FILE
               CLOSE LEASEMIS-FILE.

       L6D-SIFT-ONE-MISS.
           READ LEASEMIS-FILE
               AT END
                   MOVE 'Y' TO LM-EOF-SW
               NOT AT END
                   ADD 1 TO C-MISS-REC-CTR
                   IF C-MISS-REC-CTR > MISS-TBL-CTR
                       MOVE SPACES TO LEASEWK-REC
                       MOVE LEASE-MISS-REC TO LEASEWK-REC
                       WRITE LEASEWK-REC
                   END-IF.

       L6E-COPY-MISS-BACK.
           READ LEASEWK-FILE
               AT END
                   MOVE 'Y' TO WK-EOF-SW
               NOT AT END
                   MOVE LEASEWK-REC TO LEASE-MISS-REC
                   WRITE LEASE-MISS-REC.

      *  A MISS THAT MATCHED NO LEASE IS PRINTED FOR THE DESK AND     *
      *  DROPPED - THERE IS NOTHING TO CARRY IT AGAINST               *
       L6F-LIST-UNMATCHED.
           IF ME-APPLIED-SW(LM-SUB) = 'N'
               ADD 1 TO C-MISS-UNMATCH-CTR
               MOVE ME-CONF-NUM(LM-SUB) TO O-UNM-CONF-NUM
               MOVE ME-AMT(LM-SUB) TO O-UNM-AMT
               WRITE PRTLINE FROM UNMATCHED-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L8-HEADINGS.

      *  THE INSTALLMENTS BILLED ARE ADDED TO THEIR CAMPGROUND'S      *
      *  REVENUE CARRY-FORWARD FOR THE MONTH-END REPORT               *
       L7-POST-REVENUE.
           INITIALIZE CAMP-TOTALS-REC.
           OPEN INPUT CAMP-TOTALS-FILE.
           IF WS-CT-STATUS = '00'
               READ CAMP-TOTALS-FILE
                   AT END
                       INITIALIZE CAMP-TOTALS-REC
               END-READ
               CLOSE CAMP-TOTALS-FILE.
           PERFORM L7A-ADD-CAMP-REVENUE
               VARYING CAMP-SUB FROM 1 BY 1
                   UNTIL CAMP-SUB > 5.
           OPEN OUTPUT CAMP-TOTALS-FILE.
           WRITE CAMP-TOTALS-REC.
           CLOSE CAMP-TOTALS-FILE.

       L7A-ADD-CAMP-REVENUE.
           ADD C-CAMP-BILLED(CAMP-SUB) TO CT-CF-CAMP-TOTAL(CAMP-SUB).

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
           MOVE C-LEASE-READ-CTR TO O-LEASE-READ-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE C-BILLED-CTR TO O-BILLED-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE C-INSTALL-CTR TO O-INSTALL-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE C-BILLED-TOTAL TO O-BILLED-TOTAL.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE C-HELD-CTR TO O-HELD-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           MOVE C-MISS-APPLIED-CTR TO O-MISS-APPLIED-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           MOVE C-ARREARS-TOTAL TO O-ARREARS-TOTAL.
           WRITE PRTLINE FROM TOTAL-LINE-7
               AFTER ADVANCING 1 LINE.
           MOVE C-EXPIRED-CTR TO O-EXPIRED-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-8
               AFTER ADVANCING 1 LINE.
           MOVE C-CLOSED-CTR TO O-CLOSED-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-9
               AFTER ADVANCING 1 LINE.
           IF C-MISS-OVFL-CTR > 0
               MOVE C-MISS-OVFL-CTR TO O-MISS-OVFL-CTR
               WRITE PRTLINE FROM MISS-OVFL-LINE
                   AFTER ADVANCING 2 LINES.

           IF MASTER-OK-SW = 'Y'
               CLOSE CAMPRES-FILE.
           CLOSE SETTLE-FILE.
           CLOSE PRTOUT.
           PERFORM L9A-WRITE-RUN-LOG.

      *  PROVES EVERY LEASE AND MISS WAS ACCOUNTED FOR: READ = LEASES *
      *  READ PLUS MISSES READ, OUT-1 = LEASES WRITTEN BACK, OUT-2 =  *
      *  MISSES MOVED INTO ARREARS, REJECT = MISSES THAT MATCHED NO   *
      *  LEASE OR WERE LEFT FOR THE NEXT RUN PAST THE TABLE           *
       L9A-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC32' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           ADD C-LEASE-READ-CTR C-MISS-READ-CTR GIVING RL-RECS-READ.
           MOVE C-LEASE-OUT-CTR TO RL-RECS-OUT-1.
           MOVE C-MISS-APPLIED-CTR TO RL-RECS-OUT-2.
           ADD C-MISS-UNMATCH-CTR C-MISS-OVFL-CTR
               GIVING RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
