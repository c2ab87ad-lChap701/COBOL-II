       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC34.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  SITE MAINTENANCE WORK ORDER RUN. APPLIES THE DAY'S WORK ORDER *
      *  TRANSACTIONS (WOTXN.DAT) - ORDERS OPENED BY MAINTENANCE OR    *
      *  RAISED FROM THE GATE CHECK-OUT TALLY BY COBLSC15, ORDERS      *
      *  COMPLETED, AND ORDERS GIVEN A NEW EXPECTED DATE - TO THE      *
      *  WORK ORDER FILE (WORKORD.DAT). THE CLOSURES ON SITEOOS.DAT    *
      *  THAT BELONG TO WORK ORDERS ARE THEN REBUILT FROM THE ORDERS   *
      *  STILL OPEN, SO OPENING AN ORDER CLOSES ITS SITE AND           *
      *  COMPLETING IT LIFTS THE CLOSURE; CLOSURES KEYED BY HAND ARE   *
      *  LEFT ALONE. PRINTS THE ACTIVITY AND AN AGING OF EVERY OPEN    *
      *  ORDER, LISTING UNDER EACH ONE RUNNING PAST ITS EXPECTED DATE  *
      *  THE BOOKINGS STILL TO COME ON THAT SITE.                      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  RUN CONTROL CARD - AS-OF DATE THE ORDERS ARE OPENED AND AGED *
      *  UNDER                                                        *
           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  THE DAY'S WORK ORDER TRANSACTIONS, EMPTIED ONCE APPLIED  *
           SELECT WO-TXN-FILE
               ASSIGN TO 'WOTXN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WT-STATUS.

      *  EVERY WORK ORDER, OPEN AND COMPLETED, REWRITTEN EACH RUN  *
           SELECT WORK-ORDER-FILE
               ASSIGN TO 'WORKORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.

      *  CAMPGROUND SITE MASTER - AN ORDER CAN ONLY BE OPENED ON A    *
      *  SITE THAT EXISTS                                             *
           SELECT SITE-MASTER
               ASSIGN TO 'SITEMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-STATUS.

      *  DATE-RANGED OUT-OF-SERVICE RECORDS - A CLOSED SITE CAN'T BE  *
      *  SOLD BY COBLSC01                                             *
           SELECT OOS-FILE
               ASSIGN TO 'SITEOOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OOS-STATUS.

      *  THE HAND-KEYED CLOSURES ARE STAGED HERE WHILE SITEOOS.DAT IS *
      *  REBUILT                                                      *
           SELECT OOSWK-FILE
               ASSIGN TO 'OOSWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OWK-STATUS.

      *  THE INDEXED RESERVATION MASTER COBLSC01 MAINTAINS - THE      *
      *  BOOKINGS AN OVERDUE ORDER PUTS AT RISK                       *
           SELECT CAMPRES-FILE
               ASSIGN TO 'CAMPRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-RES-KEY
               ALTERNATE RECORD KEY IS O-CONF-NUM
               FILE STATUS IS WS-RES-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'WORKORD.PRT'
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

       FD  WO-TXN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WO-TXN-REC.

      *  CPY FILE THAT CONTAINS WO-TXN-REC LAYOUT, SHARED WITH THE    *
      *  GATE POSTING RUN (COBLSC15)                                  *
           COPY 'WOTXN.CPY'.

       FD  WORK-ORDER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WORK-ORDER-REC.

      *  CPY FILE THAT CONTAINS WORK-ORDER-REC LAYOUT  *
           COPY 'WORKORD.CPY'.

       FD  SITE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SITE-REC
           RECORD CONTAINS 30 CHARACTERS.
       01  SITE-REC.
           05  SM-CAMPGROUND       PIC X(15).
           05  SM-SITE             PIC X(3).
           05  FILLER              PIC X(12).

      *  ONE OUT-OF-SERVICE CLOSURE: THE SITE, THE DATE RANGE IT IS  *
      *  DARK, AND MAINTENANCE'S REASON CODE. OS-SOURCE 'W' MARKS A  *
      *  CLOSURE THIS RUN OWNS FOR AN OPEN WORK ORDER                *
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
               88  OS-FROM-WORK-ORDER      VALUE 'W'.
           05  FILLER              PIC X(3).

       FD  OOSWK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS OOSWK-REC.
       01  OOSWK-REC               PIC X(40).

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
           05  WS-WT-STATUS        PIC XX      VALUE '00'.
           05  WS-WO-STATUS        PIC XX      VALUE '00'.
           05  WS-SITE-STATUS      PIC XX      VALUE '00'.
           05  WS-OOS-STATUS       PIC XX      VALUE '00'.
           05  WS-OWK-STATUS       PIC XX      VALUE '00'.
           05  WS-RES-STATUS       PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  WT-EOF-SW           PIC X       VALUE 'N'.
           05  WO-EOF-SW           PIC X       VALUE 'N'.
           05  SITE-EOF-SW         PIC X       VALUE 'N'.
           05  OOS-EOF-SW          PIC X       VALUE 'N'.
           05  WK-EOF-SW           PIC X       VALUE 'N'.
           05  RES-EOF-SW          PIC X       VALUE 'N'.
           05  TXN-OK-SW           PIC X       VALUE 'Y'.
           05  WO-ON-FILE-SW       PIC X       VALUE 'N'.
           05  OOS-ON-FILE-SW      PIC X       VALUE 'N'.
      *  'N' WHEN WORKORD.DAT HOLDS MORE ORDERS THAN THE TABLE - THE  *
      *  FILE AND THE CLOSURES ARE LEFT AS THEY ARE AND EVERY         *
      *  TRANSACTION IS REJECTED RATHER THAN ORDERS BEING LOST        *
           05  WO-TABLE-OK-SW      PIC X       VALUE 'Y'.
      *  NO MASTER MEANS NO BOOKING CAN BE LISTED AT RISK  *
           05  MASTER-OK-SW        PIC X       VALUE 'Y'.
           05  SITE-FOUND-SW       PIC X       VALUE 'N'.
           05  DUP-FOUND-SW        PIC X       VALUE 'N'.
           05  DATE-OK-SW          PIC X       VALUE 'Y'.
           05  C-TXN-READ-CTR      PIC 9(6)    VALUE 0.
           05  C-APPLIED-CTR       PIC 9(6)    VALUE 0.
           05  C-REJECT-CTR        PIC 9(6)    VALUE 0.
           05  C-OPENED-CTR        PIC 9(6)    VALUE 0.
           05  C-GATE-CTR          PIC 9(6)    VALUE 0.
           05  C-COMPLETED-CTR     PIC 9(6)    VALUE 0.
           05  C-EXTENDED-CTR      PIC 9(6)    VALUE 0.
           05  C-OPEN-CTR          PIC 9(6)    VALUE 0.
           05  C-OVERDUE-CTR       PIC 9(6)    VALUE 0.
           05  C-AT-RISK-CTR       PIC 9(6)    VALUE 0.
           05  C-AGE-WEEK-CTR      PIC 9(6)    VALUE 0.
           05  C-AGE-MONTH-CTR     PIC 9(6)    VALUE 0.
           05  C-AGE-OLD-CTR       PIC 9(6)    VALUE 0.
           05  C-LAST-WO-NUMBER    PIC 9(6)    VALUE 0.
           05  C-FOUND-SUB         PIC 9(4)    VALUE 0.
           05  C-DAYS-OPEN         PIC 9(5)    VALUE 0.
           05  C-DAYS-OVER         PIC 9(5)    VALUE 0.
           05  C-DEFAULT-DAYS      PIC 99      VALUE 0.
           05  C-EXPECT-DATE       PIC 9(8)    VALUE 0.
           05  C-MONTH-DAYS        PIC 99      VALUE 0.
           05  C-LEAP-QUOT         PIC 9(4)    VALUE 0.
           05  C-LEAP-REM          PIC 9       VALUE 0.
           05  WO-SUB              PIC 9(4)    VALUE 0.
           05  SE-SUB              PIC 999     VALUE 0.
      *  WHAT HAPPENED TO THE CURRENT TRANSACTION  *
           05  C-POST-STATUS       PIC X(34)   VALUE ' '.

      *  DAYS FROM OPENED TO EXPECTED DONE WHEN THE TRANSACTION GIVES *
      *  NO DATE, BY PRIORITY: EMERGENCY, URGENT, ROUTINE             *
       01  DEFAULT-DAYS-VALUES.
           05  FILLER              PIC X(6)    VALUE '010307'.

       01  DEFAULT-DAYS-TABLE REDEFINES DEFAULT-DAYS-VALUES.
           05  T-DEFAULT-DAYS      PIC 99      OCCURS 3.

      *  DAYS IN EACH MONTH OF A COMMON YEAR - FEBRUARY GETS ITS LEAP  *
      *  DAY FROM THE SAME DIVIDE-BY-FOUR RULE COBLSC01 USES           *
       01  MONTH-DAYS-VALUES.
           05  FILLER              PIC X(24)   VALUE
               '312831303130313130313031'.

       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  T-MONTH-DAYS        PIC 99      OCCURS 12.

      *  A KEYED YYYYMMDD BEING VALIDATED, AND THE DAY THE DEFAULT    *
      *  EXPECTED DATE IS COUNTED FORWARD ON                          *
       01  CHECK-DATE-AREA.
           05  C-CHK-DATE.
               10  C-CHK-YYYY      PIC 9(4).
               10  C-CHK-MM        PIC 99.
               10  C-CHK-DD        PIC 99.
           05  C-CHK-DATE-X REDEFINES C-CHK-DATE
                                   PIC X(8).
           05  C-CHK-DATE-NUM REDEFINES C-CHK-DATE
                                   PIC 9(8).

      *  WORK FIELDS FOR TURNING A YYYYMMDD DATE INTO A DAY NUMBER SO  *
      *  AN ORDER'S AGE CAN BE FIGURED BY SUBTRACTION                 *
       01  SERIAL-DATE-AREA.
           05  SER-YYYY            PIC 9(4)    VALUE 0.
           05  SER-MM              PIC 99      VALUE 0.
           05  SER-DD              PIC 99      VALUE 0.
           05  SER-DAYS            PIC 9(7)    VALUE 0.
           05  SER-LEAP-QUOT       PIC 9(4)    VALUE 0.
           05  SER-LEAP-REM        PIC 9       VALUE 0.
           05  SER-TODAY           PIC 9(7)    VALUE 0.

      *  THE SITES ON THE SITE MASTER - SAME 500-SITE LIMIT COBLSC01  *
      *  LOADS                                                        *
       01  SITE-TABLE-AREA.
           05  SITE-ENTRY          OCCURS 500.
               10  SE-CAMPGROUND   PIC X(15).
               10  SE-SITE         PIC X(3).

       01  SITE-TABLE-WORK.
           05  SITE-TBL-CTR        PIC 999     VALUE 0.

      *  EVERY WORK ORDER ON FILE, IN NUMBER ORDER, WITH THE          *
      *  TRANSACTIONS APPLIED                                         *
       01  WO-TABLE-AREA.
           05  WO-ENTRY            OCCURS 2000.
               10  WE-NUMBER       PIC 9(6).
               10  WE-CAMPGROUND   PIC X(15).
               10  WE-SITE         PIC X(3).
               10  WE-PROBLEM-CODE PIC X(2).
               10  WE-PRIORITY     PIC X.
               10  WE-OPEN-DATE    PIC 9(8).
               10  WE-EXPECT-DATE  PIC 9(8).
               10  WE-DONE-DATE    PIC 9(8).
               10  WE-STATUS       PIC X.
               10  WE-SOURCE       PIC X.

       01  WO-TABLE-WORK.
           05  WO-TBL-CTR          PIC 9(4)    VALUE 0.

      *  DATA PASSED TO/FROM CBLGEN TO ROLL A GENERATION BACKUP OF    *
      *  THE WORK ORDER AND CLOSURE FILES BEFORE THEY ARE REWRITTEN   *
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
           05  FILLER          PIC X(35)   VALUE ' '.
           05  FILLER          PIC X(37)   VALUE
               'SITE WORK ORDER ACTIVITY AND AGING'.
           05  FILLER          PIC X(36)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-RPT-PCTR      PIC Z9.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  SECTION-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-SECTION-NAME  PIC X(26).
           05  FILLER          PIC X(102)  VALUE ' '.

       01  TABLE-FULL-LINE.
           05  FILLER          PIC X(34)   VALUE
               'WORK ORDER FILE PAST 2000 ORDERS -'.
           05  FILLER          PIC X(30)   VALUE
               ' NOTHING APPLIED OR REBUILT'.
           05  FILLER          PIC X(68)   VALUE ' '.

       01  MASTER-FAIL-LINE.
           05  FILLER          PIC X(29)   VALUE
               'RESERVATION MASTER NOT OPEN -'.
           05  FILLER          PIC X(35)   VALUE
               ' BOOKINGS AT RISK NOT LISTED'.
           05  FILLER          PIC X(68)   VALUE ' '.

      *  ONE WORK ORDER TRANSACTION AND WHAT BECAME OF IT  *
       01  ACTIVITY-LINE.
           05  O-ACT-ACTION        PIC X.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-ACT-WO-NUMBER     PIC X(6).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-ACT-CAMPGROUND    PIC X(15).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-ACT-SITE          PIC X(3).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-ACT-PROBLEM-CODE  PIC X(2).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-ACT-PRIORITY      PIC X.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-ACT-DATE          PIC X(8).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-ACT-SOURCE        PIC X(4).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-ACT-STATUS        PIC X(34).
           05  FILLER              PIC X(42)   VALUE ' '.

       01  AGING-HEADINGS.
           05  FILLER          PIC X(6)    VALUE 'ORDER'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(15)   VALUE 'CAMPGROUND'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(3)    VALUE 'STE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(4)    VALUE 'PROB'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(3)    VALUE 'PRI'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'OPENED'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'EXPECTED'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE ' DAYS'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE ' OVER'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(4)    VALUE 'FROM'.
           05  FILLER          PIC X(47)   VALUE ' '.

      *  ONE OPEN ORDER, HOW LONG IT HAS BEEN OPEN AND HOW FAR PAST   *
      *  ITS EXPECTED DATE IT HAS RUN                                 *
       01  AGING-LINE.
           05  O-AGE-WO-NUMBER     PIC 9(6).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AGE-CAMPGROUND    PIC X(15).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AGE-SITE          PIC X(3).
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-AGE-PROBLEM-CODE  PIC X(2).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-AGE-PRIORITY      PIC X.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AGE-OPEN-YYYY     PIC 9(4).
           05  FILLER              PIC X       VALUE '/'.
           05  O-AGE-OPEN-MM       PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-AGE-OPEN-DD       PIC 99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AGE-EXP-YYYY      PIC 9(4).
           05  FILLER              PIC X       VALUE '/'.
           05  O-AGE-EXP-MM        PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-AGE-EXP-DD        PIC 99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AGE-DAYS-OPEN     PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AGE-DAYS-OVER     PIC ZZZZZ.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-AGE-SOURCE        PIC X(4).
           05  FILLER              PIC X(47)   VALUE ' '.

      *  A BOOKING STILL TO COME ON A SITE WHOSE ORDER HAS RUN PAST   *
      *  ITS EXPECTED DATE                                            *
       01  AT-RISK-LINE.
           05  FILLER              PIC X(8)    VALUE ' '.
           05  FILLER              PIC X(18)   VALUE
               'BOOKING AT RISK:  '.
           05  O-RSK-CONF-NUM      PIC 9(8).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-RSK-NAME          PIC X(27).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-RSK-YYYY          PIC 9(4).
           05  FILLER              PIC X       VALUE '/'.
           05  O-RSK-MM            PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-RSK-DD            PIC 99.
           05  FILLER              PIC X(4)    VALUE ' TO '.
           05  O-RSK-END-YYYY      PIC 9(4).
           05  FILLER              PIC X       VALUE '/'.
           05  O-RSK-END-MM        PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-RSK-END-DD        PIC 99.
           05  FILLER              PIC X(43)   VALUE ' '.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(30)   VALUE
               'TRANSACTIONS READ:            '.
           05  O-TXN-READ-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(30)   VALUE
               'ORDERS OPENED:                '.
           05  O-OPENED-CTR    PIC ZZZZZ9.
           05  FILLER          PIC X(14)   VALUE '  FROM GATE: '.
           05  O-GATE-CTR      PIC ZZZZZ9.
           05  FILLER          PIC X(76)   VALUE ' '.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(30)   VALUE
               'ORDERS COMPLETED:             '.
           05  O-COMPLETED-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(30)   VALUE
               'ORDERS GIVEN A NEW DATE:      '.
           05  O-EXTENDED-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-5.
           05  FILLER          PIC X(30)   VALUE
               'TRANSACTIONS REJECTED:        '.
           05  O-REJECT-CTR    PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-6.
           05  FILLER          PIC X(30)   VALUE
               'ORDERS OPEN:                  '.
           05  O-OPEN-CTR      PIC ZZZZZ9.
           05  FILLER          PIC X(10)   VALUE '   0-7 DY '.
           05  O-AGE-WEEK-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(10)   VALUE '  8-30 DY '.
           05  O-AGE-MONTH-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(10)   VALUE '  OVER 30 '.
           05  O-AGE-OLD-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(52)   VALUE ' '.

       01  TOTAL-LINE-7.
           05  FILLER          PIC X(30)   VALUE
               'ORDERS PAST EXPECTED DATE:    '.
           05  O-OVERDUE-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-8.
           05  FILLER          PIC X(30)   VALUE
               'BOOKINGS AT RISK:             '.
           05  O-AT-RISK-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-APPLY-TXNS
               UNTIL WT-EOF-SW = 'Y'.
           IF WO-TABLE-OK-SW = 'Y'
               PERFORM L6-SAVE-ORDERS
               PERFORM L7-REBUILD-CLOSURES.
           PERFORM L8-AGING-REPORT.
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

           PERFORM L2B-LOAD-SITES.
           PERFORM L2D-LOAD-ORDERS.

           OPEN OUTPUT PRTOUT.
           PERFORM L8H-HEADINGS.
           IF WO-TABLE-OK-SW = 'N'
               WRITE PRTLINE FROM TABLE-FULL-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'WORK ORDER ACTIVITY' TO O-SECTION-NAME.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           OPEN INPUT WO-TXN-FILE.
           IF WS-WT-STATUS NOT = '00'
               MOVE 'N' TO TXN-OK-SW
               MOVE 'Y' TO WT-EOF-SW.

           OPEN INPUT CAMPRES-FILE.
           IF WS-RES-STATUS NOT = '00'
               MOVE 'N' TO MASTER-OK-SW.

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
               CLOSE SITE-MASTER.

       L2C-READ-SITE.
           READ SITE-MASTER
               AT END
                   MOVE 'Y' TO SITE-EOF-SW
               NOT AT END
                   IF SITE-TBL-CTR < 500
                       ADD 1 TO SITE-TBL-CTR
                       MOVE SM-CAMPGROUND TO SE-CAMPGROUND(SITE-TBL-CTR)
                       MOVE SM-SITE TO SE-SITE(SITE-TBL-CTR)
                   END-IF
           END-READ.

      *  LOADS EVERY ORDER AND NOTES THE HIGHEST NUMBER ISSUED SO THE *
      *  NEXT ORDER OPENED TAKES THE ONE AFTER IT                     *
       L2D-LOAD-ORDERS.
           MOVE 0 TO WO-TBL-CTR.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WO-STATUS = '00'
               MOVE 'Y' TO WO-ON-FILE-SW
               PERFORM L2E-READ-ORDER
                   UNTIL WO-EOF-SW = 'Y'
               CLOSE WORK-ORDER-FILE.

       L2E-READ-ORDER.
           READ WORK-ORDER-FILE
               AT END
                   MOVE 'Y' TO WO-EOF-SW
               NOT AT END
                   IF WO-TBL-CTR < 2000
                       ADD 1 TO WO-TBL-CTR
                       MOVE WO-NUMBER TO WE-NUMBER(WO-TBL-CTR)
                       MOVE WO-CAMPGROUND TO WE-CAMPGROUND(WO-TBL-CTR)
                       MOVE WO-SITE TO WE-SITE(WO-TBL-CTR)
                       MOVE WO-PROBLEM-CODE
                           TO WE-PROBLEM-CODE(WO-TBL-CTR)
                       MOVE WO-PRIORITY TO WE-PRIORITY(WO-TBL-CTR)
                       MOVE WO-OPEN-DATE TO WE-OPEN-DATE(WO-TBL-CTR)
                       MOVE WO-EXPECT-DATE TO WE-EXPECT-DATE(WO-TBL-CTR)
                       MOVE WO-DONE-DATE TO WE-DONE-DATE(WO-TBL-CTR)
                       MOVE WO-STATUS TO WE-STATUS(WO-TBL-CTR)
                       MOVE WO-SOURCE TO WE-SOURCE(WO-TBL-CTR)
                       IF WO-NUMBER > C-LAST-WO-NUMBER
                           MOVE WO-NUMBER TO C-LAST-WO-NUMBER
                       END-IF
                   ELSE
                       MOVE 'N' TO WO-TABLE-OK-SW
                       MOVE 'Y' TO WO-EOF-SW
                   END-IF
           END-READ.

       L3-APPLY-TXNS.
           READ WO-TXN-FILE
               AT END
                   MOVE 'Y' TO WT-EOF-SW
               NOT AT END
                   ADD 1 TO C-TXN-READ-CTR
                   PERFORM L4-APPLY-ONE-TXN THRU L4-APPLY-EXIT
                   PERFORM L4X-WRITE-ACTIVITY.

      *  VALIDATES ONE TRANSACTION AND APPLIES IT TO THE ORDER TABLE; *
      *  A BAD ONE GOES ON THE ACTIVITY LIST AS REJECTED SO THE COUNT *
      *  STILL PROVES OUT                                             *
       L4-APPLY-ONE-TXN.
           MOVE WT-ACTION TO O-ACT-ACTION.
           MOVE WT-WO-NUMBER TO O-ACT-WO-NUMBER.
           MOVE WT-CAMPGROUND TO O-ACT-CAMPGROUND.
           MOVE WT-SITE TO O-ACT-SITE.
           MOVE WT-PROBLEM-CODE TO O-ACT-PROBLEM-CODE.
           MOVE WT-PRIORITY TO O-ACT-PRIORITY.
           MOVE WT-DATE TO O-ACT-DATE.
           IF WT-SOURCE = 'G'
               MOVE 'GATE' TO O-ACT-SOURCE
           ELSE
               MOVE 'DESK' TO O-ACT-SOURCE.

           IF WO-TABLE-OK-SW = 'N'
               MOVE 'REJECTED - ORDER FILE FULL' TO C-POST-STATUS
               GO TO L4-APPLY-EXIT.

           EVALUATE TRUE
               WHEN WT-OPEN
                   PERFORM L4A-OPEN-ORDER THRU L4A-OPEN-EXIT
               WHEN WT-COMPLETE
                   PERFORM L4B-COMPLETE-ORDER THRU L4B-COMPLETE-EXIT
               WHEN WT-EXTEND
                   PERFORM L4C-EXTEND-ORDER THRU L4C-EXTEND-EXIT
               WHEN OTHER
                   MOVE 'REJECTED - ACTION MUST BE O, C, E'
                       TO C-POST-STATUS
           END-EVALUATE.

       L4-APPLY-EXIT.
           EXIT.

      *  A NEW ORDER MUST BE ON A REAL SITE WITH A PROBLEM CODE, AND  *
      *  ONLY ONE ORDER AT A TIME MAY BE OPEN FOR THE SAME PROBLEM ON *
      *  THE SAME SITE - TWO PARTIES REPORTING THE SAME BROKEN        *
      *  PEDESTAL MAKE ONE ORDER                                      *
       L4A-OPEN-ORDER.
           MOVE 'N' TO SITE-FOUND-SW.
           PERFORM L4D-FIND-SITE
               VARYING SE-SUB FROM 1 BY 1
                   UNTIL SE-SUB > SITE-TBL-CTR OR SITE-FOUND-SW = 'Y'.
           IF SITE-FOUND-SW = 'N'
               MOVE 'REJECTED - SITE NOT ON SITE MASTER'
                   TO C-POST-STATUS
               GO TO L4A-OPEN-EXIT.
           IF WT-PROBLEM-CODE = SPACES
               MOVE 'REJECTED - NO PROBLEM CODE' TO C-POST-STATUS
               GO TO L4A-OPEN-EXIT.
           IF WT-PRIORITY = SPACE
               MOVE '2' TO WT-PRIORITY.
           IF WT-PRIORITY NOT = '1' AND NOT = '2' AND NOT = '3'
               MOVE 'REJECTED - PRIORITY MUST BE 1-3' TO C-POST-STATUS
               GO TO L4A-OPEN-EXIT.

           MOVE 'N' TO DUP-FOUND-SW.
           PERFORM L4E-FIND-DUP
               VARYING WO-SUB FROM 1 BY 1
                   UNTIL WO-SUB > WO-TBL-CTR OR DUP-FOUND-SW = 'Y'.
           IF DUP-FOUND-SW = 'Y'
               MOVE 'REJECTED - ALREADY OPEN AS ORDER'
                   TO C-POST-STATUS
               MOVE WE-NUMBER(C-FOUND-SUB) TO O-ACT-WO-NUMBER
               GO TO L4A-OPEN-EXIT.

      *  NO DATE GIVEN - THE PRIORITY'S DEFAULT DAYS FROM TODAY  *
           IF WT-DATE = SPACES OR WT-DATE = ZEROS
               MOVE WS-CURR-DATE-NUM TO C-CHK-DATE-NUM
               MOVE WT-PRIORITY TO C-DEFAULT-DAYS
               MOVE T-DEFAULT-DAYS(C-DEFAULT-DAYS) TO C-DEFAULT-DAYS
               PERFORM L4G-NEXT-DAY C-DEFAULT-DAYS TIMES
               MOVE C-CHK-DATE-NUM TO C-EXPECT-DATE
           ELSE
               MOVE WT-DATE TO C-CHK-DATE-X
               PERFORM L4F-CHECK-DATE
               IF DATE-OK-SW = 'N'
                   OR C-CHK-DATE-NUM < WS-CURR-DATE-NUM
                       MOVE 'REJECTED - EXPECTED DATE NOT VALID'
                           TO C-POST-STATUS
                       GO TO L4A-OPEN-EXIT
               ELSE
                   MOVE C-CHK-DATE-NUM TO C-EXPECT-DATE.

           IF WO-TBL-CTR NOT < 2000
               MOVE 'REJECTED - ORDER FILE FULL' TO C-POST-STATUS
               GO TO L4A-OPEN-EXIT.

           ADD 1 TO WO-TBL-CTR.
           ADD 1 TO C-LAST-WO-NUMBER.
           MOVE C-LAST-WO-NUMBER TO WE-NUMBER(WO-TBL-CTR).
           MOVE WT-CAMPGROUND TO WE-CAMPGROUND(WO-TBL-CTR).
           MOVE WT-SITE TO WE-SITE(WO-TBL-CTR).
           MOVE WT-PROBLEM-CODE TO WE-PROBLEM-CODE(WO-TBL-CTR).
           MOVE WT-PRIORITY TO WE-PRIORITY(WO-TBL-CTR).
           MOVE WS-CURR-DATE-NUM TO WE-OPEN-DATE(WO-TBL-CTR).
           MOVE C-EXPECT-DATE TO WE-EXPECT-DATE(WO-TBL-CTR).
           MOVE 0 TO WE-DONE-DATE(WO-TBL-CTR).
           MOVE 'O' TO WE-STATUS(WO-TBL-CTR).
           IF WT-SOURCE = 'G'
               MOVE 'G' TO WE-SOURCE(WO-TBL-CTR)
               ADD 1 TO C-GATE-CTR
           ELSE
               MOVE 'D' TO WE-SOURCE(WO-TBL-CTR).
           ADD 1 TO C-OPENED-CTR.
           ADD 1 TO C-APPLIED-CTR.
           MOVE C-LAST-WO-NUMBER TO O-ACT-WO-NUMBER.
           MOVE WT-PRIORITY TO O-ACT-PRIORITY.
           MOVE C-EXPECT-DATE TO O-ACT-DATE.
           MOVE 'OPENED - SITE CLOSED' TO C-POST-STATUS.

       L4A-OPEN-EXIT.
           EXIT.

      *  COMPLETING AN ORDER LIFTS ITS CLOSURE WHEN THE CLOSURES ARE  *
      *  REBUILT. THE DAY IT WAS FINISHED CAN'T BE AHEAD OF THE RUN   *
      *  DATE OR BEHIND THE DAY IT WAS OPENED                         *
       L4B-COMPLETE-ORDER.
           PERFORM L4H-FIND-ORDER.
           IF C-FOUND-SUB = 0
               MOVE 'REJECTED - ORDER NOT ON FILE' TO C-POST-STATUS
               GO TO L4B-COMPLETE-EXIT.
           IF WE-STATUS(C-FOUND-SUB) NOT = 'O'
               MOVE 'REJECTED - ORDER ALREADY COMPLETE' TO C-POST-STATUS
               GO TO L4B-COMPLETE-EXIT.
           PERFORM L4J-SHOW-ORDER.

           IF WT-DATE = SPACES OR WT-DATE = ZEROS
               MOVE WS-CURR-DATE-NUM TO C-CHK-DATE-NUM
           ELSE
               MOVE WT-DATE TO C-CHK-DATE-X
               PERFORM L4F-CHECK-DATE
               IF DATE-OK-SW = 'N'
                   OR C-CHK-DATE-NUM > WS-CURR-DATE-NUM
                   OR C-CHK-DATE-NUM < WE-OPEN-DATE(C-FOUND-SUB)
                       MOVE 'REJECTED - DATE DONE NOT VALID'
                           TO C-POST-STATUS
                       GO TO L4B-COMPLETE-EXIT.

           MOVE C-CHK-DATE-NUM TO WE-DONE-DATE(C-FOUND-SUB).
           MOVE 'C' TO WE-STATUS(C-FOUND-SUB).
           ADD 1 TO C-COMPLETED-CTR.
           ADD 1 TO C-APPLIED-CTR.
           MOVE C-CHK-DATE-NUM TO O-ACT-DATE.
           MOVE 'COMPLETED - CLOSURE LIFTED' TO C-POST-STATUS.

       L4B-COMPLETE-EXIT.
           EXIT.

      *  AN ORDER RUNNING LATE GETS A NEW EXPECTED DATE, AND ITS      *
      *  CLOSURE IS STRETCHED TO MATCH                                *
       L4C-EXTEND-ORDER.
           PERFORM L4H-FIND-ORDER.
           IF C-FOUND-SUB = 0
               MOVE 'REJECTED - ORDER NOT ON FILE' TO C-POST-STATUS
               GO TO L4C-EXTEND-EXIT.
           IF WE-STATUS(C-FOUND-SUB) NOT = 'O'
               MOVE 'REJECTED - ORDER ALREADY COMPLETE' TO C-POST-STATUS
               GO TO L4C-EXTEND-EXIT.
           PERFORM L4J-SHOW-ORDER.

           MOVE WT-DATE TO C-CHK-DATE-X.
           PERFORM L4F-CHECK-DATE.
           IF DATE-OK-SW = 'N'
               OR C-CHK-DATE-NUM < WS-CURR-DATE-NUM
                   MOVE 'REJECTED - EXPECTED DATE NOT VALID'
                       TO C-POST-STATUS
                   GO TO L4C-EXTEND-EXIT.

           MOVE C-CHK-DATE-NUM TO WE-EXPECT-DATE(C-FOUND-SUB).
           ADD 1 TO C-EXTENDED-CTR.
           ADD 1 TO C-APPLIED-CTR.
           MOVE 'NEW EXPECTED DATE - CLOSURE MOVED' TO C-POST-STATUS.

       L4C-EXTEND-EXIT.
           EXIT.

       L4D-FIND-SITE.
           IF SE-CAMPGROUND(SE-SUB) = WT-CAMPGROUND
               AND SE-SITE(SE-SUB) = WT-SITE
                   MOVE 'Y' TO SITE-FOUND-SW.

       L4E-FIND-DUP.
           IF WE-STATUS(WO-SUB) = 'O'
               AND WE-CAMPGROUND(WO-SUB) = WT-CAMPGROUND
               AND WE-SITE(WO-SUB) = WT-SITE
               AND WE-PROBLEM-CODE(WO-SUB) = WT-PROBLEM-CODE
                   MOVE 'Y' TO DUP-FOUND-SW
                   MOVE WO-SUB TO C-FOUND-SUB.

      *  A KEYED YYYYMMDD MUST BE NUMERIC WITH A REAL MONTH AND DAY  *
       L4F-CHECK-DATE.
           MOVE 'Y' TO DATE-OK-SW.
           IF C-CHK-DATE-X IS NOT NUMERIC
               MOVE 'N' TO DATE-OK-SW
           ELSE
               IF C-CHK-MM < 1 OR C-CHK-MM > 12 OR C-CHK-DD < 1
                   MOVE 'N' TO DATE-OK-SW
               ELSE
                   PERFORM L4K-DAYS-IN-MONTH
                   IF C-CHK-DD > C-MONTH-DAYS
                       MOVE 'N' TO DATE-OK-SW.

       L4G-NEXT-DAY.
           PERFORM L4K-DAYS-IN-MONTH.
           IF C-CHK-DD < C-MONTH-DAYS
               ADD 1 TO C-CHK-DD
           ELSE
               MOVE 1 TO C-CHK-DD
               IF C-CHK-MM = 12
                   MOVE 1 TO C-CHK-MM
                   ADD 1 TO C-CHK-YYYY
               ELSE
                   ADD 1 TO C-CHK-MM.

       L4H-FIND-ORDER.
           MOVE 0 TO C-FOUND-SUB.
           IF WT-WO-NUMBER IS NUMERIC
               PERFORM L4I-MATCH-ORDER
                   VARYING WO-SUB FROM 1 BY 1
                       UNTIL WO-SUB > WO-TBL-CTR OR C-FOUND-SUB > 0.

       L4I-MATCH-ORDER.
           IF WE-NUMBER(WO-SUB) = WT-WO-NUMBER-N
               MOVE WO-SUB TO C-FOUND-SUB.

      *  A COMPLETION OR NEW DATE IS KEYED BY NUMBER ONLY - THE       *
      *  ACTIVITY LINE SHOWS WHICH SITE THE ORDER IS ON               *
       L4J-SHOW-ORDER.
           MOVE WE-CAMPGROUND(C-FOUND-SUB) TO O-ACT-CAMPGROUND.
           MOVE WE-SITE(C-FOUND-SUB) TO O-ACT-SITE.
           MOVE WE-PROBLEM-CODE(C-FOUND-SUB) TO O-ACT-PROBLEM-CODE.
           MOVE WE-PRIORITY(C-FOUND-SUB) TO O-ACT-PRIORITY.

       L4K-DAYS-IN-MONTH.
           MOVE T-MONTH-DAYS(C-CHK-MM) TO C-MONTH-DAYS.
           IF C-CHK-MM = 2
               DIVIDE C-CHK-YYYY BY 4 GIVING C-LEAP-QUOT
                   REMAINDER C-LEAP-REM
               IF C-LEAP-REM = 0
                   MOVE 29 TO C-MONTH-DAYS.

       L4X-WRITE-ACTIVITY.
           IF C-POST-STATUS (1:8) = 'REJECTED'
               ADD 1 TO C-REJECT-CTR.
           MOVE C-POST-STATUS TO O-ACT-STATUS.
           WRITE PRTLINE FROM ACTIVITY-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8H-HEADINGS.

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

      *  THE ORDER FILE GOES BACK WITH THE TRANSACTIONS APPLIED,      *
      *  AFTER A GENERATION BACKUP OF THE COPY IT REPLACES            *
       L6-SAVE-ORDERS.
           IF C-APPLIED-CTR > 0
               IF WO-ON-FILE-SW = 'Y'
                   MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE
                   MOVE 'L' TO GN-ORG
                   MOVE 'WORKORD.DAT' TO GN-FILE-NAME
                   CALL 'CBLGEN' USING CBLGEN-DATA
               END-IF
               OPEN OUTPUT WORK-ORDER-FILE
               PERFORM L6A-WRITE-ORDER
                   VARYING WO-SUB FROM 1 BY 1
                       UNTIL WO-SUB > WO-TBL-CTR
               CLOSE WORK-ORDER-FILE.

       L6A-WRITE-ORDER.
           MOVE SPACES TO WORK-ORDER-REC.
           MOVE WE-NUMBER(WO-SUB) TO WO-NUMBER.
           MOVE WE-CAMPGROUND(WO-SUB) TO WO-CAMPGROUND.
           MOVE WE-SITE(WO-SUB) TO WO-SITE.
           MOVE WE-PROBLEM-CODE(WO-SUB) TO WO-PROBLEM-CODE.
           MOVE WE-PRIORITY(WO-SUB) TO WO-PRIORITY.
           MOVE WE-OPEN-DATE(WO-SUB) TO WO-OPEN-DATE.
           MOVE WE-EXPECT-DATE(WO-SUB) TO WO-EXPECT-DATE.
           MOVE WE-DONE-DATE(WO-SUB) TO WO-DONE-DATE.
           MOVE WE-STATUS(WO-SUB) TO WO-STATUS.
           MOVE WE-SOURCE(WO-SUB) TO WO-SOURCE.
           WRITE WORK-ORDER-REC.

      *  REBUILDS SITEOOS.DAT: THE HAND-KEYED CLOSURES ARE STAGED ON  *
      *  THE WORK FILE AND COPIED BACK UNTOUCHED, THEN EVERY ORDER    *
      *  STILL OPEN GETS ONE CLOSURE FROM THE DAY IT WAS OPENED TO    *
      *  THE DAY IT IS EXPECTED DONE. A COMPLETED ORDER SIMPLY HAS NO *
      *  CLOSURE ANY MORE                                             *
       L7-REBUILD-CLOSURES.
           OPEN OUTPUT OOSWK-FILE.
           OPEN INPUT OOS-FILE.
           IF WS-OOS-STATUS = '00'
               MOVE 'Y' TO OOS-ON-FILE-SW
               PERFORM L7A-STAGE-CLOSURE
                   UNTIL OOS-EOF-SW = 'Y'
               CLOSE OOS-FILE.
           CLOSE OOSWK-FILE.

           IF OOS-ON-FILE-SW = 'Y'
               MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE
               MOVE 'L' TO GN-ORG
               MOVE 'SITEOOS.DAT' TO GN-FILE-NAME
               CALL 'CBLGEN' USING CBLGEN-DATA.

           OPEN INPUT OOSWK-FILE.
           OPEN OUTPUT OOS-FILE.
           PERFORM L7B-COPY-CLOSURE-BACK
               UNTIL WK-EOF-SW = 'Y'.
           CLOSE OOSWK-FILE.
           PERFORM L7C-WRITE-ORDER-CLOSURE
               VARYING WO-SUB FROM 1 BY 1
                   UNTIL WO-SUB > WO-TBL-CTR.
           CLOSE OOS-FILE.

       L7A-STAGE-CLOSURE.
           READ OOS-FILE
               AT END
                   MOVE 'Y' TO OOS-EOF-SW
               NOT AT END
                   IF NOT OS-FROM-WORK-ORDER
                       WRITE OOSWK-REC FROM OOS-REC
                   END-IF.

       L7B-COPY-CLOSURE-BACK.
           READ OOSWK-FILE
               AT END
                   MOVE 'Y' TO WK-EOF-SW
               NOT AT END
                   MOVE OOSWK-REC TO OOS-REC
                   WRITE OOS-REC.

       L7C-WRITE-ORDER-CLOSURE.
           IF WE-STATUS(WO-SUB) = 'O'
               MOVE SPACES TO OOS-REC
               MOVE WE-CAMPGROUND(WO-SUB) TO OS-CAMPGROUND
               MOVE WE-SITE(WO-SUB) TO OS-SITE
               MOVE WE-OPEN-DATE(WO-SUB) TO OS-START-DATE
               MOVE WE-EXPECT-DATE(WO-SUB) TO OS-END-DATE
               MOVE WE-PROBLEM-CODE(WO-SUB) TO OS-REASON
               MOVE 'W' TO OS-SOURCE
               WRITE OOS-REC.

      *  EVERY ORDER STILL OPEN WITH ITS AGE. ONE PAST ITS EXPECTED   *
      *  DATE HAS A CLOSURE THAT HAS ALREADY ENDED, SO COBLSC01 IS    *
      *  SELLING THE SITE AGAIN - THE BOOKINGS ON IT THAT HAVEN'T     *
      *  FINISHED ARE LISTED UNDER IT                                 *
       L8-AGING-REPORT.
           MOVE 'OPEN WORK ORDER AGING' TO O-SECTION-NAME.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 3 LINES.
           IF MASTER-OK-SW = 'N'
               WRITE PRTLINE FROM MASTER-FAIL-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM AGING-HEADINGS
               AFTER ADVANCING 1 LINE.
           PERFORM L8A-AGE-ONE-ORDER
               VARYING WO-SUB FROM 1 BY 1
                   UNTIL WO-SUB > WO-TBL-CTR.

       L8A-AGE-ONE-ORDER.
           IF WE-STATUS(WO-SUB) = 'O'
               ADD 1 TO C-OPEN-CTR
               MOVE WE-OPEN-DATE(WO-SUB) (1:4) TO SER-YYYY
               MOVE WE-OPEN-DATE(WO-SUB) (5:2) TO SER-MM
               MOVE WE-OPEN-DATE(WO-SUB) (7:2) TO SER-DD
               PERFORM L5-DATE-TO-SERIAL
               IF SER-DAYS > SER-TODAY
                   MOVE 0 TO C-DAYS-OPEN
               ELSE
                   SUBTRACT SER-DAYS FROM SER-TODAY GIVING C-DAYS-OPEN
               END-IF
               EVALUATE TRUE
                   WHEN C-DAYS-OPEN < 8
                       ADD 1 TO C-AGE-WEEK-CTR
                   WHEN C-DAYS-OPEN < 31
                       ADD 1 TO C-AGE-MONTH-CTR
                   WHEN OTHER
                       ADD 1 TO C-AGE-OLD-CTR
               END-EVALUATE
               MOVE 0 TO C-DAYS-OVER
               IF WE-EXPECT-DATE(WO-SUB) < WS-CURR-DATE-NUM
                   ADD 1 TO C-OVERDUE-CTR
                   MOVE WE-EXPECT-DATE(WO-SUB) (1:4) TO SER-YYYY
                   MOVE WE-EXPECT-DATE(WO-SUB) (5:2) TO SER-MM
                   MOVE WE-EXPECT-DATE(WO-SUB) (7:2) TO SER-DD
                   PERFORM L5-DATE-TO-SERIAL
                   SUBTRACT SER-DAYS FROM SER-TODAY GIVING C-DAYS-OVER
               END-IF
               PERFORM L8B-PRINT-AGING
               IF C-DAYS-OVER > 0 AND MASTER-OK-SW = 'Y'
                   PERFORM L8C-LIST-AT-RISK.

       L8B-PRINT-AGING.
           MOVE WE-NUMBER(WO-SUB) TO O-AGE-WO-NUMBER.
           MOVE WE-CAMPGROUND(WO-SUB) TO O-AGE-CAMPGROUND.
           MOVE WE-SITE(WO-SUB) TO O-AGE-SITE.
           MOVE WE-PROBLEM-CODE(WO-SUB) TO O-AGE-PROBLEM-CODE.
           MOVE WE-PRIORITY(WO-SUB) TO O-AGE-PRIORITY.
           MOVE WE-OPEN-DATE(WO-SUB) (1:4) TO O-AGE-OPEN-YYYY.
           MOVE WE-OPEN-DATE(WO-SUB) (5:2) TO O-AGE-OPEN-MM.
           MOVE WE-OPEN-DATE(WO-SUB) (7:2) TO O-AGE-OPEN-DD.
           MOVE WE-EXPECT-DATE(WO-SUB) (1:4) TO O-AGE-EXP-YYYY.
           MOVE WE-EXPECT-DATE(WO-SUB) (5:2) TO O-AGE-EXP-MM.
           MOVE WE-EXPECT-DATE(WO-SUB) (7:2) TO O-AGE-EXP-DD.
           MOVE C-DAYS-OPEN TO O-AGE-DAYS-OPEN.
           MOVE C-DAYS-OVER TO O-AGE-DAYS-OVER.
           IF WE-SOURCE(WO-SUB) = 'G'
               MOVE 'GATE' TO O-AGE-SOURCE
           ELSE
               MOVE 'DESK' TO O-AGE-SOURCE.
           WRITE PRTLINE FROM AGING-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8H-HEADINGS
                       WRITE PRTLINE FROM AGING-HEADINGS
                           AFTER ADVANCING 2 LINES.

      *  THE MASTER IS KEYED CAMPGROUND/SITE/ARRIVAL, SO THE SITE'S   *
      *  BOOKINGS ARE READ IN A RUN FROM ITS LOWEST KEY               *
       L8C-LIST-AT-RISK.
           MOVE 'N' TO RES-EOF-SW.
           MOVE WE-CAMPGROUND(WO-SUB) TO O-CAMPGROUND.
           MOVE WE-SITE(WO-SUB) TO O-SITE.
           MOVE ZEROS TO O-DATE.
           START CAMPRES-FILE KEY NOT < O-RES-KEY
               INVALID KEY
                   MOVE 'Y' TO RES-EOF-SW
           END-START.
           PERFORM L8D-READ-SITE-BOOKING
               UNTIL RES-EOF-SW = 'Y'.

       L8D-READ-SITE-BOOKING.
           READ CAMPRES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO RES-EOF-SW
               NOT AT END
                   IF O-CAMPGROUND NOT = WE-CAMPGROUND(WO-SUB)
                       OR O-SITE NOT = WE-SITE(WO-SUB)
                           MOVE 'Y' TO RES-EOF-SW
                   ELSE
                       IF O-END-DATE > WS-CURR-DATE-NUM
                           PERFORM L8E-PRINT-AT-RISK
                       END-IF
                   END-IF.

       L8E-PRINT-AT-RISK.
           ADD 1 TO C-AT-RISK-CTR.
           MOVE O-CONF-NUM TO O-RSK-CONF-NUM.
           MOVE O-NAME TO O-RSK-NAME.
           MOVE O-YYYY TO O-RSK-YYYY.
           MOVE O-MM TO O-RSK-MM.
           MOVE O-DD TO O-RSK-DD.
           MOVE O-END-YYYY TO O-RSK-END-YYYY.
           MOVE O-END-MM TO O-RSK-END-MM.
           MOVE O-END-DD TO O-RSK-END-DD.
           WRITE PRTLINE FROM AT-RISK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8H-HEADINGS.

       L8H-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.

      *  PROVES THE RUN PROCESSED WHAT IT WAS GIVEN: TRANSACTIONS     *
      *  READ MUST EQUAL TRANSACTIONS APPLIED PLUS REJECTED           *
       L9-CLOSING.
           MOVE C-TXN-READ-CTR TO O-TXN-READ-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE C-OPENED-CTR TO O-OPENED-CTR.
           MOVE C-GATE-CTR TO O-GATE-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE C-COMPLETED-CTR TO O-COMPLETED-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE C-EXTENDED-CTR TO O-EXTENDED-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE C-REJECT-CTR TO O-REJECT-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           MOVE C-OPEN-CTR TO O-OPEN-CTR.
           MOVE C-AGE-WEEK-CTR TO O-AGE-WEEK-CTR.
           MOVE C-AGE-MONTH-CTR TO O-AGE-MONTH-CTR.
           MOVE C-AGE-OLD-CTR TO O-AGE-OLD-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-6
               AFTER ADVANCING 2 LINES.
           MOVE C-OVERDUE-CTR TO O-OVERDUE-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-7
               AFTER ADVANCING 1 LINE.
           MOVE C-AT-RISK-CTR TO O-AT-RISK-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-8
               AFTER ADVANCING 1 LINE.
           IF TXN-OK-SW = 'Y'
               CLOSE WO-TXN-FILE
               IF WO-TABLE-OK-SW = 'Y'
                   PERFORM L9A-CLEAR-TXNS.
           IF MASTER-OK-SW = 'Y'
               CLOSE CAMPRES-FILE.
           CLOSE PRTOUT.

           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC34' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           MOVE C-TXN-READ-CTR TO RL-RECS-READ.
           MOVE C-APPLIED-CTR TO RL-RECS-OUT-1.
           MOVE 0 TO RL-RECS-OUT-2.
           MOVE C-REJECT-CTR TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.

      *  EVERY TRANSACTION HAS NOW BEEN APPLIED OR REJECTED, SO THE   *
      *  FILE IS EMPTIED AFTER A GENERATION BACKUP - AN OPEN ORDER    *
      *  LEFT ON IT WOULD BE RAISED AGAIN ONCE THE FIRST ONE WAS      *
      *  COMPLETED. WHEN THE ORDER TABLE FILLED NOTHING WAS SAVED,    *
      *  SO THE TRANSACTIONS STAY FOR THE NEXT RUN                    *
       L9A-CLEAR-TXNS.
           MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE.
           MOVE 'L' TO GN-ORG.
           MOVE 'WOTXN.DAT' TO GN-FILE-NAME.
           CALL 'CBLGEN' USING CBLGEN-DATA.
           OPEN OUTPUT WO-TXN-FILE.
           CLOSE WO-TXN-FILE.
