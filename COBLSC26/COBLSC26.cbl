       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC26.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  BANK DEPOSIT RECONCILIATION. TIES WHAT THE BOOKS SAY WENT TO  *
      *  THE BANK TO WHAT THE BANK ACTUALLY CREDITED. THE DAY'S CARD   *
      *  SETTLEMENT BATCH (APPROVED 'S' CHARGES NET OF APPROVED 'C'    *
      *  CREDITS, FROM SETTLE.DAT AND THE PROCESSOR'S RESPONSE.DAT)    *
      *  AND EACH STORE'S COUNTED CASH FROM DRAWER.DAT BECOME DEPOSITS *
      *  IN TRANSIT, AND ARE MATCHED TO THE LINES ON THE BANK'S DAILY  *
      *  STATEMENT FILE. MATCHED, SHORT, OVER, AND UNMATCHED ITEMS     *
      *  PRINT; DEPOSITS THE BANK HASN'T CREDITED AND BANK LINES NO    *
      *  DEPOSIT ACCOUNTS FOR ARE CARRIED FORWARD ON BANKOPEN.DAT      *
      *  UNTIL THEY CLEAR. A DATE ALREADY RECONCILED IS NOT RUN TWICE. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  RUN CONTROL CARD - AS-OF DATE SO A LATE RECONCILIATION     *
      *  STILL CARRIES THE DATE OF THE DEPOSITS IT COVERS           *
           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  THE SETTLEMENT FEED COBLSC01 SENT TO THE PROCESSOR  *
           SELECT SETTLE-FILE
               ASSIGN TO 'SETTLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

      *  THE PROCESSOR'S RESPONSE, ONE RECORD PER CHARGE OR CREDIT    *
      *  ATTEMPTED, KEYED THE SAME WAY AS THE FEED                    *
           SELECT RESPONSE-FILE
               ASSIGN TO 'RESPONSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.

      *  THE KEYED END-OF-DAY DRAWER COUNTS COBLSC02 BALANCES  *
           SELECT DRAWER-FILE
               ASSIGN TO 'DRAWER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DW-STATUS.

      *  THE BANK'S DAILY DEPOSIT/STATEMENT FILE  *
           SELECT BANK-FILE
               ASSIGN TO 'BANKSTMT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.

      *  DEPOSITS IN TRANSIT AND UNEXPLAINED BANK LINES CARRIED       *
      *  FORWARD FROM RUN TO RUN UNTIL THEY CLEAR                     *
           SELECT OPEN-ITEM-FILE
               ASSIGN TO 'BANKOPEN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OI-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'BANKREC.PRT'
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

      *  ONE COUNTED DRAWER: THE STORE, THE TENDER ('C'/'D'/'G'),   *
      *  AND WHAT THE COUNT CAME TO - ONLY THE CASH GOES TO THE BANK *
       FD  DRAWER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS DRAWER-REC.
       01  DRAWER-REC.
           05  DW-STORE            PIC XX.
           05  DW-TENDER           PIC X.
           05  DW-AMT              PIC 9(7)V99.
           05  FILLER              PIC X(8).

      *  ONE LINE THE BANK CREDITED: 'C' = THE CARD PROCESSOR'S       *
      *  SETTLEMENT BATCH, 'D' = A STORE'S CASH DEPOSIT (THE STORE    *
      *  CODE FROM THE DEPOSIT SLIP)                                  *
       FD  BANK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS BANK-REC.
       01  BANK-REC.
           05  BK-POST-DATE        PIC 9(8).
           05  BK-TYPE             PIC X.
               88  BK-CARD-BATCH           VALUE 'C'.
               88  BK-CASH-DEPOSIT         VALUE 'D'.
           05  BK-STORE            PIC XX.
           05  BK-AMT              PIC 9(7)V99.
           05  BK-REF              PIC X(10).
           05  FILLER              PIC X(10).

      *  ONE ITEM STILL OPEN: 'E' = A DEPOSIT ON THE BOOKS THE BANK   *
      *  HASN'T CREDITED, 'B' = A BANK LINE NO DEPOSIT ACCOUNTS FOR,  *
      *  'H' = THE CONTROL RECORD CARRYING THE LAST DATE RECONCILED   *
       FD  OPEN-ITEM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS OPEN-ITEM-REC.
       01  OPEN-ITEM-REC.
           05  OI-SIDE             PIC X.
           05  OI-TYPE             PIC X.
           05  OI-STORE            PIC XX.
           05  OI-DATE             PIC 9(8).
           05  OI-AMT              PIC 9(7)V99.
           05  OI-REF              PIC X(10).
           05  FILLER              PIC X(9).

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
           05  WS-SETTLE-STATUS    PIC XX      VALUE '00'.
           05  WS-RESP-STATUS      PIC XX      VALUE '00'.
           05  WS-DW-STATUS        PIC XX      VALUE '00'.
           05  WS-BK-STATUS        PIC XX      VALUE '00'.
           05  WS-OI-STATUS        PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  SETTLE-EOF-SW       PIC X       VALUE 'N'.
           05  RESP-EOF-SW         PIC X       VALUE 'N'.
           05  DW-EOF-SW           PIC X       VALUE 'N'.
           05  BK-EOF-SW           PIC X       VALUE 'N'.
           05  OI-EOF-SW           PIC X       VALUE 'N'.
           05  RESP-FOUND-SW       PIC X       VALUE 'N'.
           05  BANK-FOUND-SW       PIC X       VALUE 'N'.
           05  STORE-FOUND-SW      PIC X       VALUE 'N'.
      *  SET WHEN BANKOPEN.DAT SAYS THIS DATE WAS ALREADY RECONCILED *
           05  ALREADY-RUN-SW      PIC X       VALUE 'N'.
           05  C-LAST-REC-DATE     PIC 9(8)    VALUE 0.
      *  THE DAY'S CARD BATCH: APPROVED CHARGES LESS APPROVED CREDITS *
           05  C-CARD-CHARGES      PIC 9(9)V99 VALUE 0.
           05  C-CARD-CREDITS      PIC 9(9)V99 VALUE 0.
           05  C-CARD-NET          PIC S9(9)V99 VALUE 0.
           05  C-DIFF              PIC S9(9)V99 VALUE 0.
           05  C-SETTLE-CTR        PIC 9(6)    VALUE 0.
           05  C-RESP-CTR          PIC 9(6)    VALUE 0.
           05  C-DRAWER-CTR        PIC 9(6)    VALUE 0.
           05  C-BANK-CTR          PIC 9(6)    VALUE 0.
           05  C-OPEN-IN-CTR       PIC 9(6)    VALUE 0.
           05  C-MATCH-CTR         PIC 9(4)    VALUE 0.
           05  C-SHORT-CTR         PIC 9(4)    VALUE 0.
           05  C-OVER-CTR          PIC 9(4)    VALUE 0.
           05  C-TRANSIT-CTR       PIC 9(4)    VALUE 0.
           05  C-BANK-ONLY-CTR     PIC 9(4)    VALUE 0.
           05  C-MATCH-AMT         PIC 9(9)V99 VALUE 0.
           05  C-SHORT-AMT         PIC 9(9)V99 VALUE 0.
           05  C-OVER-AMT          PIC 9(9)V99 VALUE 0.
           05  C-TRANSIT-AMT       PIC 9(9)V99 VALUE 0.
           05  C-BANK-ONLY-AMT     PIC 9(9)V99 VALUE 0.
      *  ITEMS PAST THE WORK TABLES - THE RECONCILIATION IS SHORT,   *
      *  SO THE SHORTFALL IS COUNTED AND PRINTED                     *
           05  C-OVFL-CTR          PIC 9(6)    VALUE 0.
           05  EXP-SUB             PIC 999     VALUE 0.
           05  BANK-SUB            PIC 999     VALUE 0.
           05  FEED-SUB            PIC 999     VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  CURR-DATE.
               10  CURR-YY    PIC 9(4).
               10  CURR-MM    PIC 99.
               10  CURR-DD    PIC 99.
           05  CURR-TIME      PIC X(11).

      *  THE SETTLEMENT FEED, HELD SO EACH CHARGE OR CREDIT CAN BE    *
      *  CHECKED AGAINST THE PROCESSOR'S ANSWER                       *
       01  FEED-TABLE-AREA.
           05  FEED-ENTRY      OCCURS 500.
               10  FD-TRAN-TYPE    PIC X.
               10  FD-CAMPGROUND   PIC X(15).
               10  FD-SITE         PIC X(3).
               10  FD-DATE         PIC 9(8).
               10  FD-AMT          PIC 9(5)V99.
           05  FEED-TBL-CTR        PIC 999     VALUE 0.

       01  RESP-TABLE-AREA.
           05  RESP-ENTRY      OCCURS 500 INDEXED BY RESP-IDX.
               10  RE-TRAN-TYPE    PIC X.
               10  RE-CAMPGROUND   PIC X(15).
               10  RE-SITE         PIC X(3).
               10  RE-DATE         PIC 9(8).
               10  RE-RESP-CODE    PIC X.
               10  RE-MATCHED-SW   PIC X.
           05  RESP-TBL-CTR        PIC 999     VALUE 0.

      *  EVERY DEPOSIT THE BOOKS EXPECT THE BANK TO CREDIT: THE OPEN  *
      *  ITEMS CARRIED IN PLUS TODAY'S CARD BATCH AND STORE CASH.     *
      *  EX-RESULT: 'M' MATCHED, 'S' SHORT, 'O' OVER, ' ' STILL OPEN  *
       01  EXPECTED-TABLE-AREA.
           05  EXP-ENTRY           OCCURS 300.
               10  EX-TYPE         PIC X.
               10  EX-STORE        PIC XX.
               10  EX-DATE         PIC 9(8).
               10  EX-AMT          PIC 9(7)V99.
               10  EX-REF          PIC X(10).
               10  EX-RESULT       PIC X.
               10  EX-BANK-SUB     PIC 999.
           05  EXP-CNT             PIC 999     VALUE 0.

      *  EVERY BANK LINE STILL TO BE EXPLAINED: THE OPEN ONES         *
      *  CARRIED IN PLUS TODAY'S STATEMENT                            *
       01  BANK-TABLE-AREA.
           05  BANK-ENTRY          OCCURS 300.
               10  BT-TYPE         PIC X.
               10  BT-STORE        PIC XX.
               10  BT-DATE         PIC 9(8).
               10  BT-AMT          PIC 9(7)V99.
               10  BT-REF          PIC X(10).
               10  BT-MATCHED-SW   PIC X.
           05  BANK-CNT            PIC 999     VALUE 0.

      *  ONE NEW DEPOSIT BEING ADDED TO THE EXPECTED TABLE  *
       01  NEW-ITEM-AREA.
           05  NI-TYPE             PIC X.
           05  NI-STORE            PIC XX.
           05  NI-DATE             PIC 9(8).
           05  NI-AMT              PIC 9(7)V99.
           05  NI-REF              PIC X(10).

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
           05  FILLER          PIC X(39)   VALUE ' '.
           05  FILLER          PIC X(31)   VALUE
               'BANK DEPOSIT RECONCILIATION'.
           05  FILLER          PIC X(38)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-RPT-PCTR      PIC Z9.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  COLUMN-HEADINGS.
           05  FILLER          PIC X(6)    VALUE 'ITEM'.
           05  FILLER          PIC X(7)    VALUE 'STORE'.
           05  FILLER          PIC X(12)   VALUE 'BOOK DATE'.
           05  FILLER          PIC X(14)   VALUE '   BOOK AMOUNT'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(12)   VALUE 'BANK DATE'.
           05  FILLER          PIC X(14)   VALUE '   BANK AMOUNT'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(14)   VALUE '    DIFFERENCE'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(12)   VALUE 'BANK REF'.
           05  FILLER          PIC X(20)   VALUE 'STATUS'.
           05  FILLER          PIC X(12)   VALUE ' '.

       01  DETAIL-LINE.
           05  O-DET-ITEM          PIC X(4).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-STORE         PIC XX.
           05  FILLER              PIC X(5)    VALUE ' '.
           05  O-DET-BOOK-DATE     PIC X(10).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-BOOK-AMT      PIC $$,$$$,$$9.99.
           05  O-DET-BOOK-AMT-X REDEFINES O-DET-BOOK-AMT
                                   PIC X(13).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-DET-BANK-DATE     PIC X(10).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-BANK-AMT      PIC $$,$$$,$$9.99.
           05  O-DET-BANK-AMT-X REDEFINES O-DET-BANK-AMT
                                   PIC X(13).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-DET-DIFF          PIC -$,$$$,$$9.99.
           05  O-DET-DIFF-X REDEFINES O-DET-DIFF
                                   PIC X(13).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-DET-REF           PIC X(10).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-STATUS        PIC X(20).
           05  FILLER              PIC X(12)   VALUE ' '.

      *  MM/DD/YYYY FOR THE DETAIL LINE  *
       01  EDIT-DATE.
           05  ED-MM               PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  ED-DD               PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  ED-YYYY             PIC 9(4).

       01  WORK-DATE.
           05  WD-YYYY             PIC 9(4).
           05  WD-MM               PIC 99.
           05  WD-DD               PIC 99.

       01  CARD-BATCH-LINE.
           05  FILLER              PIC X(34)   VALUE
               'CARD BATCH: APPROVED CHARGES      '.
           05  O-CARD-CHARGES      PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(20)   VALUE
               '  LESS CREDITS      '.
           05  O-CARD-CREDITS      PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(8)    VALUE '  NET   '.
           05  O-CARD-NET          PIC -$,$$$,$$9.99.
           05  FILLER              PIC X(31)   VALUE ' '.

       01  TOTAL-LINE.
           05  FILLER              PIC X(26).
           05  O-TOT-CTR           PIC ZZZ9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-TOT-AMT           PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(84)   VALUE ' '.

       01  OVFL-LINE.
           05  FILLER          PIC X(46)   VALUE
               'ITEMS PAST TABLE LIMIT - NOT RECONCILED:      '.
           05  O-OVFL-CTR      PIC ZZZZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

       01  ALREADY-RUN-LINE.
           05  FILLER              PIC X(14)   VALUE ' '.
           05  FILLER              PIC X(58)   VALUE
               'DATE ALREADY RECONCILED - BANKOPEN.DAT LEFT UNCHANGED'.
           05  FILLER              PIC X(60)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT THRU L2-INIT-EXIT.
           IF ALREADY-RUN-SW = 'N'
               PERFORM L3-BUILD-CARD-BATCH
               PERFORM L4-MATCH-EXACT
                   VARYING EXP-SUB FROM 1 BY 1
                       UNTIL EXP-SUB > EXP-CNT
               PERFORM L4B-MATCH-VARIANCE
                   VARYING EXP-SUB FROM 1 BY 1
                       UNTIL EXP-SUB > EXP-CNT
               PERFORM L5-PRINT-ITEMS
               PERFORM L6-SAVE-OPEN-ITEMS
           ELSE
               WRITE PRTLINE FROM ALREADY-RUN-LINE
                   AFTER ADVANCING 2 LINES.
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

           OPEN OUTPUT PRTOUT.
           PERFORM L8-HEADINGS.

           PERFORM L2A-LOAD-OPEN-ITEMS.
           IF ALREADY-RUN-SW = 'Y'
               GO TO L2-INIT-EXIT.
           PERFORM L2C-LOAD-FEED.
           PERFORM L2G-LOAD-RESPONSES.
           PERFORM L2J-LOAD-DRAWERS.
           PERFORM L2M-LOAD-BANK.

       L2-INIT-EXIT.
           EXIT.

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

      *  THE ITEMS STILL OPEN FROM EARLIER RUNS GO BACK INTO THE      *
      *  TABLES TO BE MATCHED AGAIN; NO FILE MEANS THE FIRST RUN     *
       L2A-LOAD-OPEN-ITEMS.
           MOVE 0 TO EXP-CNT.
           MOVE 0 TO BANK-CNT.
           MOVE 'N' TO OI-EOF-SW.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-OI-STATUS = '00'
               PERFORM L2B-READ-OPEN-ITEM
                   UNTIL OI-EOF-SW = 'Y'
               CLOSE OPEN-ITEM-FILE.
           IF C-LAST-REC-DATE NOT < CURR-DATE
               MOVE 'Y' TO ALREADY-RUN-SW.

       L2B-READ-OPEN-ITEM.
           READ OPEN-ITEM-FILE
               AT END
                   MOVE 'Y' TO OI-EOF-SW
               NOT AT END
                   EVALUATE OI-SIDE
                       WHEN 'H'
                           MOVE OI-DATE TO C-LAST-REC-DATE
                       WHEN 'E'
                           ADD 1 TO C-OPEN-IN-CTR
                           MOVE OI-TYPE TO NI-TYPE
                           MOVE OI-STORE TO NI-STORE
                           MOVE OI-DATE TO NI-DATE
                           MOVE OI-AMT TO NI-AMT
                           MOVE OI-REF TO NI-REF
                           PERFORM L2P-ADD-EXPECTED
                       WHEN 'B'
                           ADD 1 TO C-OPEN-IN-CTR
                           MOVE OI-TYPE TO BK-TYPE
                           MOVE OI-STORE TO BK-STORE
                           MOVE OI-DATE TO BK-POST-DATE
                           MOVE OI-AMT TO BK-AMT
                           MOVE OI-REF TO BK-REF
                           PERFORM L2Q-ADD-BANK
                   END-EVALUATE.

       L2C-LOAD-FEED.
           MOVE 0 TO FEED-TBL-CTR.
           MOVE 'N' TO SETTLE-EOF-SW.
           OPEN INPUT SETTLE-FILE.
           IF WS-SETTLE-STATUS = '00'
               PERFORM L2D-READ-FEED
                   UNTIL SETTLE-EOF-SW = 'Y'
               CLOSE SETTLE-FILE.

       L2D-READ-FEED.
           READ SETTLE-FILE
               AT END
                   MOVE 'Y' TO SETTLE-EOF-SW
               NOT AT END
                   ADD 1 TO C-SETTLE-CTR
                   IF FEED-TBL-CTR < 500
                       ADD 1 TO FEED-TBL-CTR
                       MOVE SL-TRAN-TYPE  TO FD-TRAN-TYPE(FEED-TBL-CTR)
                       MOVE SL-CAMPGROUND TO
                           FD-CAMPGROUND(FEED-TBL-CTR)
                       MOVE SL-SITE       TO FD-SITE(FEED-TBL-CTR)
                       MOVE SL-DATE       TO FD-DATE(FEED-TBL-CTR)
                       MOVE SL-AMT        TO FD-AMT(FEED-TBL-CTR)
                   ELSE
                       ADD 1 TO C-OVFL-CTR
                   END-IF.

      *  A MISSING RESPONSE FILE MEANS NOTHING WAS APPROVED YET, SO   *
      *  THE CARD BATCH COMES TO ZERO                                 *
       L2G-LOAD-RESPONSES.
           MOVE 0 TO RESP-TBL-CTR.
           MOVE 'N' TO RESP-EOF-SW.
           OPEN INPUT RESPONSE-FILE.
           IF WS-RESP-STATUS = '00'
               PERFORM L2H-READ-RESPONSE
                   UNTIL RESP-EOF-SW = 'Y'
               CLOSE RESPONSE-FILE.

       L2H-READ-RESPONSE.
           READ RESPONSE-FILE
               AT END
                   MOVE 'Y' TO RESP-EOF-SW
               NOT AT END
                   ADD 1 TO C-RESP-CTR
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
                       ADD 1 TO C-OVFL-CTR
                   END-IF.

      *  EACH STORE'S COUNTED CASH BECOMES ONE DEPOSIT IN TRANSIT  *
       L2J-LOAD-DRAWERS.
           MOVE 'N' TO DW-EOF-SW.
           OPEN INPUT DRAWER-FILE.
           IF WS-DW-STATUS = '00'
               PERFORM L2K-READ-DRAWER
                   UNTIL DW-EOF-SW = 'Y'
               CLOSE DRAWER-FILE.

       L2K-READ-DRAWER.
           READ DRAWER-FILE
               AT END
                   MOVE 'Y' TO DW-EOF-SW
               NOT AT END
                   ADD 1 TO C-DRAWER-CTR
                   IF DW-TENDER = 'C' AND DW-AMT > 0
                       MOVE 'D' TO NI-TYPE
                       MOVE DW-STORE TO NI-STORE
                       MOVE CURR-DATE TO NI-DATE
                       MOVE DW-AMT TO NI-AMT
                       MOVE 'CASH COUNT' TO NI-REF
                       PERFORM L2P-ADD-EXPECTED
                   END-IF.

       L2M-LOAD-BANK.
           MOVE 'N' TO BK-EOF-SW.
           OPEN INPUT BANK-FILE.
           IF WS-BK-STATUS = '00'
               PERFORM L2N-READ-BANK
                   UNTIL BK-EOF-SW = 'Y'
               CLOSE BANK-FILE.

       L2N-READ-BANK.
           READ BANK-FILE
               AT END
                   MOVE 'Y' TO BK-EOF-SW
               NOT AT END
                   ADD 1 TO C-BANK-CTR
                   PERFORM L2Q-ADD-BANK.

       L2P-ADD-EXPECTED.
           IF EXP-CNT < 300
               ADD 1 TO EXP-CNT
               MOVE NI-TYPE TO EX-TYPE(EXP-CNT)
               MOVE NI-STORE TO EX-STORE(EXP-CNT)
               MOVE NI-DATE TO EX-DATE(EXP-CNT)
               MOVE NI-AMT TO EX-AMT(EXP-CNT)
               MOVE NI-REF TO EX-REF(EXP-CNT)
               MOVE ' ' TO EX-RESULT(EXP-CNT)
               MOVE 0 TO EX-BANK-SUB(EXP-CNT)
           ELSE
               ADD 1 TO C-OVFL-CTR.

       L2Q-ADD-BANK.
           IF BANK-CNT < 300
               ADD 1 TO BANK-CNT
               MOVE BK-TYPE TO BT-TYPE(BANK-CNT)
      *  THE PROCESSOR'S BATCH ISN'T A STORE'S DEPOSIT  *
               IF BK-CARD-BATCH
                   MOVE SPACES TO BT-STORE(BANK-CNT)
               ELSE
                   MOVE BK-STORE TO BT-STORE(BANK-CNT)
               END-IF
               MOVE BK-POST-DATE TO BT-DATE(BANK-CNT)
               MOVE BK-AMT TO BT-AMT(BANK-CNT)
               MOVE BK-REF TO BT-REF(BANK-CNT)
               MOVE 'N' TO BT-MATCHED-SW(BANK-CNT)
           ELSE
               ADD 1 TO C-OVFL-CTR.

      *  NETS THE APPROVED CHARGES AGAINST THE APPROVED CREDITS -     *
      *  A DECLINED OR UNANSWERED CARD NEVER REACHES THE BANK         *
       L3-BUILD-CARD-BATCH.
           MOVE 0 TO C-CARD-CHARGES.
           MOVE 0 TO C-CARD-CREDITS.
           PERFORM L3A-CHECK-FEED
               VARYING FEED-SUB FROM 1 BY 1
                   UNTIL FEED-SUB > FEED-TBL-CTR.
           SUBTRACT C-CARD-CREDITS FROM C-CARD-CHARGES
               GIVING C-CARD-NET.
           MOVE C-CARD-CHARGES TO O-CARD-CHARGES.
           MOVE C-CARD-CREDITS TO O-CARD-CREDITS.
           MOVE C-CARD-NET TO O-CARD-NET.
           WRITE PRTLINE FROM CARD-BATCH-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
      *  CREDITS OUTRUNNING CHARGES COME OUT OF THE ACCOUNT RATHER    *
      *  THAN INTO IT, SO ONLY A POSITIVE BATCH IS A DEPOSIT          *
           IF C-CARD-NET > 0
               MOVE 'C' TO NI-TYPE
               MOVE SPACES TO NI-STORE
               MOVE CURR-DATE TO NI-DATE
               MOVE C-CARD-NET TO NI-AMT
               MOVE 'CARD BATCH' TO NI-REF
               PERFORM L2P-ADD-EXPECTED.

       L3A-CHECK-FEED.
           MOVE 'N' TO RESP-FOUND-SW.
           PERFORM L3B-MATCH-RESPONSE
               VARYING RESP-IDX FROM 1 BY 1
                   UNTIL RESP-IDX > RESP-TBL-CTR
                       OR RESP-FOUND-SW = 'Y'.
           IF RESP-FOUND-SW = 'Y'
               SET RESP-IDX DOWN BY 1
               MOVE 'Y' TO RE-MATCHED-SW(RESP-IDX)
               IF RE-RESP-CODE(RESP-IDX) = 'A'
                   IF FD-TRAN-TYPE(FEED-SUB) = 'C'
                       ADD FD-AMT(FEED-SUB) TO C-CARD-CREDITS
                   ELSE
                       ADD FD-AMT(FEED-SUB) TO C-CARD-CHARGES.

       L3B-MATCH-RESPONSE.
           IF RE-MATCHED-SW(RESP-IDX) = 'N'
               AND RE-TRAN-TYPE(RESP-IDX) = FD-TRAN-TYPE(FEED-SUB)
               AND RE-CAMPGROUND(RESP-IDX) = FD-CAMPGROUND(FEED-SUB)
               AND RE-SITE(RESP-IDX) = FD-SITE(FEED-SUB)
               AND RE-DATE(RESP-IDX) = FD-DATE(FEED-SUB)
                   MOVE 'Y' TO RESP-FOUND-SW.

      *  FIRST PASS: A BANK LINE OF THE SAME KIND, FOR THE SAME       *
      *  STORE, FOR EXACTLY THE DEPOSIT AMOUNT, POSTED NO EARLIER     *
      *  THAN THE DEPOSIT WAS MADE                                    *
       L4-MATCH-EXACT.
           MOVE 'N' TO BANK-FOUND-SW.
           PERFORM L4A-TRY-EXACT
               VARYING BANK-SUB FROM 1 BY 1
                   UNTIL BANK-SUB > BANK-CNT
                       OR BANK-FOUND-SW = 'Y'.

       L4A-TRY-EXACT.
           IF BT-MATCHED-SW(BANK-SUB) = 'N'
               AND BT-TYPE(BANK-SUB) = EX-TYPE(EXP-SUB)
               AND BT-STORE(BANK-SUB) = EX-STORE(EXP-SUB)
               AND BT-AMT(BANK-SUB) = EX-AMT(EXP-SUB)
               AND BT-DATE(BANK-SUB) NOT < EX-DATE(EXP-SUB)
                   MOVE 'Y' TO BANK-FOUND-SW
                   MOVE 'Y' TO BT-MATCHED-SW(BANK-SUB)
                   MOVE 'M' TO EX-RESULT(EXP-SUB)
                   MOVE BANK-SUB TO EX-BANK-SUB(EXP-SUB).

      *  SECOND PASS: A DEPOSIT STILL OPEN TAKES THE OLDEST UNMATCHED *
      *  BANK LINE OF THE SAME KIND AND STORE, AND THE DIFFERENCE IS  *
      *  REPORTED SHORT OR OVER                                       *
       L4B-MATCH-VARIANCE.
           IF EX-RESULT(EXP-SUB) = ' '
               MOVE 'N' TO BANK-FOUND-SW
               PERFORM L4C-TRY-VARIANCE
                   VARYING BANK-SUB FROM 1 BY 1
                       UNTIL BANK-SUB > BANK-CNT
                           OR BANK-FOUND-SW = 'Y'.

       L4C-TRY-VARIANCE.
           IF BT-MATCHED-SW(BANK-SUB) = 'N'
               AND BT-TYPE(BANK-SUB) = EX-TYPE(EXP-SUB)
               AND BT-STORE(BANK-SUB) = EX-STORE(EXP-SUB)
               AND BT-DATE(BANK-SUB) NOT < EX-DATE(EXP-SUB)
                   MOVE 'Y' TO BANK-FOUND-SW
                   MOVE 'Y' TO BT-MATCHED-SW(BANK-SUB)
                   MOVE BANK-SUB TO EX-BANK-SUB(EXP-SUB)
                   IF BT-AMT(BANK-SUB) < EX-AMT(EXP-SUB)
                       MOVE 'S' TO EX-RESULT(EXP-SUB)
                   ELSE
                       MOVE 'O' TO EX-RESULT(EXP-SUB).

      *  EVERY DEPOSIT WITH ITS RESULT, THEN THE BANK LINES NOTHING   *
      *  ON THE BOOKS ACCOUNTS FOR, THEN THE TOTALS                   *
       L5-PRINT-ITEMS.
           PERFORM L5A-PRINT-EXPECTED
               VARYING EXP-SUB FROM 1 BY 1
                   UNTIL EXP-SUB > EXP-CNT.
           PERFORM L5B-PRINT-BANK-ONLY
               VARYING BANK-SUB FROM 1 BY 1
                   UNTIL BANK-SUB > BANK-CNT.

           MOVE 'MATCHED' TO TOTAL-LINE (1:26).
           MOVE C-MATCH-CTR TO O-TOT-CTR.
           MOVE C-MATCH-AMT TO O-TOT-AMT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'SHORT' TO TOTAL-LINE (1:26).
           MOVE C-SHORT-CTR TO O-TOT-CTR.
           MOVE C-SHORT-AMT TO O-TOT-AMT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OVER' TO TOTAL-LINE (1:26).
           MOVE C-OVER-CTR TO O-TOT-CTR.
           MOVE C-OVER-AMT TO O-TOT-AMT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DEPOSITS IN TRANSIT' TO TOTAL-LINE (1:26).
           MOVE C-TRANSIT-CTR TO O-TOT-CTR.
           MOVE C-TRANSIT-AMT TO O-TOT-AMT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BANK LINES UNMATCHED' TO TOTAL-LINE (1:26).
           MOVE C-BANK-ONLY-CTR TO O-TOT-CTR.
           MOVE C-BANK-ONLY-AMT TO O-TOT-AMT.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           IF C-OVFL-CTR > 0
               MOVE C-OVFL-CTR TO O-OVFL-CTR
               WRITE PRTLINE FROM OVFL-LINE
                   AFTER ADVANCING 2 LINES.

       L5A-PRINT-EXPECTED.
           IF EX-TYPE(EXP-SUB) = 'C'
               MOVE 'CARD' TO O-DET-ITEM
           ELSE
               MOVE 'CASH' TO O-DET-ITEM.
           MOVE EX-STORE(EXP-SUB) TO O-DET-STORE.
           MOVE EX-DATE(EXP-SUB) TO WORK-DATE.
           PERFORM L5C-EDIT-DATE.
           MOVE EDIT-DATE TO O-DET-BOOK-DATE.
           MOVE EX-AMT(EXP-SUB) TO O-DET-BOOK-AMT.

           IF EX-RESULT(EXP-SUB) = ' '
               ADD 1 TO C-TRANSIT-CTR
               ADD EX-AMT(EXP-SUB) TO C-TRANSIT-AMT
               MOVE SPACES TO O-DET-BANK-DATE
               MOVE SPACES TO O-DET-BANK-AMT-X
               MOVE SPACES TO O-DET-DIFF-X
               MOVE EX-REF(EXP-SUB) TO O-DET-REF
               MOVE 'OPEN - IN TRANSIT' TO O-DET-STATUS
           ELSE
               MOVE EX-BANK-SUB(EXP-SUB) TO BANK-SUB
               MOVE BT-DATE(BANK-SUB) TO WORK-DATE
               PERFORM L5C-EDIT-DATE
               MOVE EDIT-DATE TO O-DET-BANK-DATE
               MOVE BT-AMT(BANK-SUB) TO O-DET-BANK-AMT
               SUBTRACT EX-AMT(EXP-SUB) FROM BT-AMT(BANK-SUB)
                   GIVING C-DIFF
               MOVE C-DIFF TO O-DET-DIFF
               MOVE BT-REF(BANK-SUB) TO O-DET-REF
               EVALUATE EX-RESULT(EXP-SUB)
                   WHEN 'M'
                       ADD 1 TO C-MATCH-CTR
                       ADD EX-AMT(EXP-SUB) TO C-MATCH-AMT
                       MOVE 'MATCHED' TO O-DET-STATUS
                   WHEN 'S'
                       ADD 1 TO C-SHORT-CTR
                       SUBTRACT C-DIFF FROM C-SHORT-AMT
                       MOVE 'SHORT' TO O-DET-STATUS
                   WHEN 'O'
                       ADD 1 TO C-OVER-CTR
                       ADD C-DIFF TO C-OVER-AMT
                       MOVE 'OVER' TO O-DET-STATUS
               END-EVALUATE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8-HEADINGS.

       L5B-PRINT-BANK-ONLY.
           IF BT-MATCHED-SW(BANK-SUB) = 'N'
               ADD 1 TO C-BANK-ONLY-CTR
               ADD BT-AMT(BANK-SUB) TO C-BANK-ONLY-AMT
               IF BT-TYPE(BANK-SUB) = 'C'
                   MOVE 'CARD' TO O-DET-ITEM
               ELSE
                   MOVE 'CASH' TO O-DET-ITEM
               END-IF
               MOVE BT-STORE(BANK-SUB) TO O-DET-STORE
               MOVE SPACES TO O-DET-BOOK-DATE
               MOVE SPACES TO O-DET-BOOK-AMT-X
               MOVE BT-DATE(BANK-SUB) TO WORK-DATE
               PERFORM L5C-EDIT-DATE
               MOVE EDIT-DATE TO O-DET-BANK-DATE
               MOVE BT-AMT(BANK-SUB) TO O-DET-BANK-AMT
               MOVE SPACES TO O-DET-DIFF-X
               MOVE BT-REF(BANK-SUB) TO O-DET-REF
               MOVE 'UNMATCHED BANK LINE' TO O-DET-STATUS
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L8-HEADINGS.

       L5C-EDIT-DATE.
           MOVE WD-MM TO ED-MM.
           MOVE WD-DD TO ED-DD.
           MOVE WD-YYYY TO ED-YYYY.

      *  REWRITES THE OPEN ITEMS - WHAT DIDN'T CLEAR TODAY - BEHIND A *
      *  CONTROL RECORD CARRYING TODAY'S DATE, AFTER ROLLING THE      *
      *  FILE'S GENERATIONS                                           *
       L6-SAVE-OPEN-ITEMS.
           MOVE CURR-DATE TO GN-RUN-DATE.
           MOVE 'L' TO GN-ORG.
           MOVE 'BANKOPEN.DAT' TO GN-FILE-NAME.
           CALL 'CBLGEN' USING CBLGEN-DATA.

           OPEN OUTPUT OPEN-ITEM-FILE.
           MOVE SPACES TO OPEN-ITEM-REC.
           MOVE 'H' TO OI-SIDE.
           MOVE CURR-DATE TO OI-DATE.
           MOVE 0 TO OI-AMT.
           WRITE OPEN-ITEM-REC.
           PERFORM L6A-SAVE-EXPECTED
               VARYING EXP-SUB FROM 1 BY 1
                   UNTIL EXP-SUB > EXP-CNT.
           PERFORM L6B-SAVE-BANK
               VARYING BANK-SUB FROM 1 BY 1
                   UNTIL BANK-SUB > BANK-CNT.
           CLOSE OPEN-ITEM-FILE.

       L6A-SAVE-EXPECTED.
           IF EX-RESULT(EXP-SUB) = ' '
               MOVE SPACES TO OPEN-ITEM-REC
               MOVE 'E' TO OI-SIDE
               MOVE EX-TYPE(EXP-SUB) TO OI-TYPE
               MOVE EX-STORE(EXP-SUB) TO OI-STORE
               MOVE EX-DATE(EXP-SUB) TO OI-DATE
               MOVE EX-AMT(EXP-SUB) TO OI-AMT
               MOVE EX-REF(EXP-SUB) TO OI-REF
               WRITE OPEN-ITEM-REC.

       L6B-SAVE-BANK.
           IF BT-MATCHED-SW(BANK-SUB) = 'N'
               MOVE SPACES TO OPEN-ITEM-REC
               MOVE 'B' TO OI-SIDE
               MOVE BT-TYPE(BANK-SUB) TO OI-TYPE
               MOVE BT-STORE(BANK-SUB) TO OI-STORE
               MOVE BT-DATE(BANK-SUB) TO OI-DATE
               MOVE BT-AMT(BANK-SUB) TO OI-AMT
               MOVE BT-REF(BANK-SUB) TO OI-REF
               WRITE OPEN-ITEM-REC.

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

      *  PROVES EVERY ITEM IN THE RECONCILIATION WAS DISPOSED OF:     *
      *  READ = DEPOSITS AND BANK LINES RECONCILED, OUT-1 = CLEARED,  *
      *  OUT-2 = CARRIED FORWARD OPEN, REJECT = PAST THE TABLES       *
       L9A-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC26' TO RL-PROGRAM.
           MOVE CURR-DATE TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           ADD EXP-CNT BANK-CNT C-OVFL-CTR GIVING RL-RECS-READ.
           ADD C-MATCH-CTR C-SHORT-CTR C-OVER-CTR
               GIVING RL-RECS-OUT-1.
           MULTIPLY 2 BY RL-RECS-OUT-1.
           ADD C-TRANSIT-CTR C-BANK-ONLY-CTR GIVING RL-RECS-OUT-2.
           MOVE C-OVFL-CTR TO RL-RECS-REJECT.
           IF ALREADY-RUN-SW = 'Y'
               MOVE 0 TO RL-RECS-READ
               MOVE 0 TO RL-RECS-OUT-1
               MOVE 0 TO RL-RECS-OUT-2
               MOVE 0 TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
