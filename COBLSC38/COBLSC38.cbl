       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC38.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  BATCH MAINTENANCE FOR THE WAKEBOARD CATALOG MASTER            *
      *  (BRDCAT.DAT) THE DAILY SALES RUN, THE MORNING EXCEPTION       *
      *  SUMMARY, THE TRANSFER RUN AND THE PURCHASE ORDER RUN ALL      *
      *  PRICE AND NAME THEIR BOARDS FROM. APPLIES ADD, CHANGE AND     *
      *  DISCONTINUE TRANSACTIONS FROM BRDMAINT.DAT, VALIDATES EACH    *
      *  ONE, AND PRINTS A BEFORE/AFTER AUDIT OF EVERY CHANGE WITH A   *
      *  REJECT PAGE FOR THE BAD ONES. A BOARD IS NEVER TAKEN OFF THE  *
      *  CATALOG - A DISCONTINUED BOARD KEEPS ITS NUMBER SO ITS SALES  *
      *  HISTORY AND LEFTOVER STOCK STILL RESOLVE. WHEN THERE IS NO    *
      *  CATALOG YET IT IS STARTED FROM THE 18 BOARDS THE SHOP HAS     *
      *  ALWAYS CARRIED, UNDER THEIR SAME BOARD NUMBERS. THE CATALOG   *
      *  IS REWRITTEN ONLY WHEN SOMETHING CHANGED, AFTER A GENERATION  *
      *  BACKUP.                                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  RUN CONTROL CARD - AS-OF DATE STAMPED ON THE BOARDS ADDED    *
      *  AND CHANGED                                                  *
           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  CATALOG MAINTENANCE TRANSACTIONS: ACTION, BOARD NUMBER, AND  *
      *  THE FIELDS BEING SET                                         *
           SELECT MAINT-TXN-FILE
               ASSIGN TO 'BRDMAINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

      *  WAKEBOARD CATALOG MASTER, ONE RECORD PER BOARD NUMBER  *
           SELECT BOARD-CATALOG
               ASSIGN TO 'BRDCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'BRDMAINT.PRT'
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

      *  ONE CATALOG TRANSACTION. MT-ACTION: 'A' = ADD, 'C' = CHANGE, *
      *  'D' = DISCONTINUE. AN ADD WITH A BLANK BOARD NUMBER TAKES    *
      *  THE NEXT NUMBER AFTER THE HIGHEST ON THE CATALOG. ON A       *
      *  CHANGE A BLANK FIELD IS LEFT AS IT IS. MONEY IS KEYED        *
      *  ZERO-FILLED WITH TWO IMPLIED DECIMALS (05299 = $52.99, THE   *
      *  DAILY RENTAL RATE AS 4 DIGITS)                               *
       FD  MAINT-TXN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MAINT-TXN-REC.
       01  MAINT-TXN-REC.
           05  MT-ACTION           PIC X.
               88  MT-ADD                  VALUE 'A'.
               88  MT-CHANGE               VALUE 'C'.
               88  MT-DISCONTINUE          VALUE 'D'.
           05  MT-BOARD            PIC X(2).
           05  MT-BOARD-N REDEFINES MT-BOARD
                                   PIC 99.
           05  MT-BOARD-DATA.
               10  MT-UPC          PIC X(12).
               10  MT-NAME         PIC X(13).
               10  MT-PRICE        PIC X(5).
               10  MT-PRICE-N REDEFINES MT-PRICE
                                   PIC 9(3)V99.
               10  MT-UNIT-COST    PIC X(5).
               10  MT-UNIT-COST-N REDEFINES MT-UNIT-COST
                                   PIC 9(3)V99.
               10  MT-RENT-RATE    PIC X(4).
               10  MT-RENT-RATE-N REDEFINES MT-RENT-RATE
                                   PIC 99V99.
               10  MT-REORDER-PT   PIC X(3).
               10  MT-REORDER-PT-N REDEFINES MT-REORDER-PT
                                   PIC 999.
               10  MT-CLEARANCE-SW PIC X.
               10  MT-MARKDOWN     PIC X(5).
               10  MT-MARKDOWN-N REDEFINES MT-MARKDOWN
                                   PIC 9(3)V99.
           05  FILLER              PIC X(29).

       FD  BOARD-CATALOG
           LABEL RECORD IS STANDARD
           DATA RECORD IS BOARD-CATALOG-REC
           RECORD CONTAINS 80 CHARACTERS.

      *  CPY FILE THAT CONTAINS BOARD-CATALOG-REC LAYOUT, SHARED WITH *
      *  CBLBOARD, WHICH LOADS THE CATALOG FOR EVERY OTHER PROGRAM    *
           COPY 'BRDCAT.CPY'.

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
           05  WS-CAT-STATUS       PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  TXN-EOF-SW          PIC X       VALUE 'N'.
           05  CAT-EOF-SW          PIC X       VALUE 'N'.
           05  TXN-OK-SW           PIC X       VALUE 'Y'.
      *  WHETHER THE CATALOG WAS ON FILE AT START-UP (ONLY THEN DOES  *
      *  IT GET A GENERATION BACKUP) AND WHETHER THIS RUN CHANGED IT  *
           05  CAT-ON-FILE-SW      PIC X       VALUE 'N'.
           05  CAT-CHG-SW          PIC X       VALUE 'N'.
           05  UPC-DUP-SW          PIC X       VALUE 'N'.
           05  C-TXN-CTR           PIC 9(4)    VALUE 0.
           05  C-APPLIED-CTR       PIC 9(4)    VALUE 0.
           05  C-REJECT-CTR        PIC 9(4)    VALUE 0.
      *  TRANSACTIONS PAST THE TABLE - REJECTED UNREAD  *
           05  C-TXN-OVFL-CTR      PIC 9(4)    VALUE 0.
           05  C-ACTIVE-CTR        PIC 999     VALUE 0.
           05  C-DISC-CTR          PIC 999     VALUE 0.
           05  C-CUR-TX            PIC 999     VALUE 0.
           05  TX-SUB              PIC 999     VALUE 0.
           05  CG-SUB              PIC 999     VALUE 0.
      *  THE BOARD THE CURRENT TRANSACTION IS FOR, AND THE HIGHEST    *
      *  BOARD NUMBER ON THE CATALOG SO FAR                           *
           05  C-BOARD             PIC 99      VALUE 0.
           05  C-HIGH-BOARD        PIC 99      VALUE 0.
      *  THE PRICE, CLEARANCE FLAG AND MARKDOWN THE BOARD WILL HAVE   *
      *  ONCE THE TRANSACTION IS APPLIED, FOR THE CLEARANCE CHECKS    *
           05  C-NEW-PRICE         PIC 9(3)V99 VALUE 0.
           05  C-NEW-CLEARANCE-SW  PIC X       VALUE 'N'.
           05  C-NEW-MARKDOWN      PIC 9(3)V99 VALUE 0.
      *  THE REASON THE CURRENT TRANSACTION IS BEING REJECTED  *
           05  C-REJ-REASON        PIC X(34)   VALUE ' '.
           05  C-IMAGE             PIC X(93)   VALUE ' '.

      *  THE 18 BOARDS THE SHOP CARRIED BEFORE THERE WAS A CATALOG,   *
      *  IN BOARD NUMBER ORDER - USED ONLY TO START A CATALOG WHEN     *
      *  NONE IS ON FILE. AFTER THE NAME COME PRICE, OPENING QTY ON    *
      *  HAND, REORDER POINT, THE CLEARANCE SWITCH, THE MARKDOWN       *
      *  PRICE, UNIT COST AND THE DAILY RENTAL RATE                    *
       01  BOARD-SEED-VALUES.
           05  FILLER              PIC X(39)   VALUE
                    'SHANE HYBRID 52999015005N00000310004500'.
           05  FILLER              PIC X(39)   VALUE
                    'WATSON HYBRID46999008005Y39999285004000'.
           05  FILLER              PIC X(39)   VALUE
                    'PEAK HYBRID  00899025010N00000005500300'.
           05  FILLER              PIC X(39)   VALUE
                    'FLX          64999004005N00000380004500'.
           05  FILLER              PIC X(39)   VALUE
                    'SLAB         57999012005N00000340004500'.
           05  FILLER              PIC X(39)   VALUE
                    'DELUXE HYBRID49900020008N00000295004000'.
           05  FILLER              PIC X(39)   VALUE
                    'B.O.B. GRIND 54999006005N00000325004500'.
           05  FILLER              PIC X(39)   VALUE
                    'SUPER TRIP   49950018005N00000299004000'.
           05  FILLER              PIC X(39)   VALUE
                    'TEX          42999003005N00000255004000'.
           05  FILLER              PIC X(39)   VALUE
                    'WITNESS      29999030010Y24999180003000'.
           05  FILLER              PIC X(39)   VALUE
                    'S4           34999010005N00000205003500'.
           05  FILLER              PIC X(39)   VALUE
                    'NEMESIS      29999014005N00000175003000'.
           05  FILLER              PIC X(39)   VALUE
                    'NEMESIS GRIND27999007005Y19999165003000'.
           05  FILLER              PIC X(39)   VALUE
                    'WING         54999022008N00000325004500'.
           05  FILLER              PIC X(39)   VALUE
                    'ANGEL        33999009005N00000200003500'.
           05  FILLER              PIC X(39)   VALUE
                    'MELISSA GRIND49900016005N00000295004000'.
           05  FILLER              PIC X(39)   VALUE
                    'STAR         27899011005Y19999165003000'.
           05  FILLER              PIC X(39)   VALUE
                    'JETT GRIND   34999005005N00000210003500'.

       01  BOARD-SEED-TABLE REDEFINES BOARD-SEED-VALUES.
           05  SD-ENTRY            OCCURS 18.
               10  SD-NAME         PIC X(13).
               10  SD-PRICE        PIC 9(3)V99.
               10  SD-OPEN-QTY     PIC 9(3).
               10  SD-REORDER-PT   PIC 9(3).
               10  SD-CLEARANCE-SW PIC X.
               10  SD-MARKDOWN-PRICE PIC 9(3)V99.
               10  SD-UNIT-COST    PIC 9(3)V99.
               10  SD-RENT-RATE    PIC 99V99.

      *  THE CATALOG AS THE TRANSACTIONS LEAVE IT, IN THE SLOT FOR    *
      *  EACH BOARD NUMBER. CG-STATUS 'A' = ACTIVE, 'D' =             *
      *  DISCONTINUED, BLANK = BOARD NUMBER NOT ON THE CATALOG        *
       01  CATALOG-TABLE-AREA.
           05  CATALOG-ENTRY       OCCURS 99.
               10  CG-UPC          PIC X(12).
               10  CG-NAME         PIC X(13).
               10  CG-PRICE        PIC 9(3)V99.
               10  CG-OPEN-QTY     PIC 9(3).
               10  CG-REORDER-PT   PIC 9(3).
               10  CG-CLEARANCE-SW PIC X.
               10  CG-MARKDOWN-PRICE PIC 9(3)V99.
               10  CG-UNIT-COST    PIC 9(3)V99.
               10  CG-RENT-RATE    PIC 99V99.
               10  CG-STATUS       PIC X.
               10  CG-ADDED-DATE   PIC 9(8).
               10  CG-CHANGED-DATE PIC 9(8).

      *  EVERY TRANSACTION IN FILE ORDER WITH ITS AUDIT IMAGES, SO    *
      *  THE AUDIT AND THE REJECT PAGE CAN EACH BE PRINTED WHOLE.     *
      *  TX-STATUS 'A' = APPLIED, 'R' = REJECTED                      *
       01  TXN-TABLE-AREA.
           05  TXN-ENTRY           OCCURS 300.
               10  TX-IMAGE        PIC X(51).
               10  TX-ACTION       PIC X.
               10  TX-BOARD        PIC 99.
               10  TX-BEFORE       PIC X(93).
               10  TX-AFTER        PIC X(93).
               10  TX-STATUS       PIC X.
               10  TX-REASON       PIC X(34).
           05  TX-CNT              PIC 999     VALUE 0.

      *  THE AUDIT IMAGE OF ONE BOARD ON THE CATALOG  *
       01  BOARD-IMAGE.
           05  O-BI-UPC            PIC X(12).
           05  FILLER              PIC X       VALUE ' '.
           05  O-BI-NAME           PIC X(13).
           05  FILLER              PIC X(7)    VALUE ' PRICE '.
           05  O-BI-PRICE          PIC ZZ9.99.
           05  FILLER              PIC X(6)    VALUE ' COST '.
           05  O-BI-UNIT-COST      PIC ZZ9.99.
           05  FILLER              PIC X(6)    VALUE ' RENT '.
           05  O-BI-RENT-RATE      PIC Z9.99.
           05  FILLER              PIC X(5)    VALUE ' ROP '.
           05  O-BI-REORDER-PT     PIC ZZ9.
           05  FILLER              PIC X(5)    VALUE ' CLR '.
           05  O-BI-CLEARANCE-SW   PIC X.
           05  FILLER              PIC X(6)    VALUE ' MKDN '.
           05  O-BI-MARKDOWN       PIC ZZ9.99.
           05  FILLER              PIC X(4)    VALUE ' ST '.
           05  O-BI-STATUS         PIC X.

      *  DATA PASSED TO/FROM CBLGEN TO ROLL A GENERATION BACKUP OF    *
      *  THE CATALOG BEFORE IT IS REWRITTEN                           *
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
           05  FILLER          PIC X(36)   VALUE ' '.
           05  FILLER          PIC X(30)   VALUE
               'WAKEBOARD CATALOG MAINTENANCE'.
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
               'REJECTED CATALOG TRANSACTIONS'.
           05  FILLER          PIC X(41)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-REJ-PCTR      PIC Z9.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  NO-TXN-LINE.
           05  FILLER          PIC X(56)   VALUE
               'NO CATALOG TRANSACTIONS - NO BOARDS CHANGED'.
           05  FILLER          PIC X(76)   VALUE ' '.

       01  SEED-LINE.
           05  FILLER          PIC X(38)   VALUE
               'NO CATALOG ON FILE - STARTED FROM THE '.
           05  FILLER          PIC X(28)   VALUE
               'ORIGINAL 18 BOARDS'.
           05  FILLER          PIC X(66)   VALUE ' '.

      *  ONE APPLIED TRANSACTION WITH THE BOARD AS IT STOOD BEFORE ON *
      *  THE FIRST LINE AND AS IT STANDS AFTER ON THE SECOND          *
       01  AUDIT-LINE-1.
           05  FILLER          PIC X(6)    VALUE 'BOARD '.
           05  O-AUD-BOARD     PIC 99.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-AUD-ACTION    PIC X(11).
           05  FILLER          PIC X(10)   VALUE '  BEFORE: '.
           05  O-AUD-BEFORE    PIC X(93).
           05  FILLER          PIC X(8)    VALUE ' '.

       01  AUDIT-LINE-2.
           05  FILLER          PIC X(21)   VALUE ' '.
           05  FILLER          PIC X(10)   VALUE '  AFTER:  '.
           05  O-AUD-AFTER     PIC X(93).
           05  FILLER          PIC X(8)    VALUE ' '.

       01  REJECT-LINE.
           05  O-REJ-TXN       PIC X(51).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-REJ-REASON    PIC X(34).
           05  FILLER          PIC X(44)   VALUE ' '.

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
               'ACTIVE BOARDS ON CATALOG:     '.
           05  O-ACTIVE-CTR    PIC ZZZ9.
           05  FILLER          PIC X(98)   VALUE ' '.

       01  TOTAL-LINE-5.
           05  FILLER          PIC X(30)   VALUE
               'DISCONTINUED BOARDS:          '.
           05  O-DISC-CTR      PIC ZZZ9.
           05  FILLER          PIC X(98)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-APPLY-TXNS
               UNTIL TXN-EOF-SW = 'Y'.
           PERFORM L6-AUDIT-REPORT.
           PERFORM L7-REJECT-PAGE.
           PERFORM L8-REWRITE-CATALOG.
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

           OPEN OUTPUT PRTOUT.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM L2A-LOAD-CATALOG.

           OPEN INPUT MAINT-TXN-FILE.
           IF WS-TXN-STATUS NOT = '00'
               MOVE 'N' TO TXN-OK-SW
               MOVE 'Y' TO TXN-EOF-SW
               WRITE PRTLINE FROM NO-TXN-LINE
                   AFTER ADVANCING 1 LINE.

      *  LOADS THE CATALOG INTO THE SLOT FOR EACH BOARD NUMBER. WITH  *
      *  NO CATALOG ON FILE THE ORIGINAL 18 BOARDS ARE LOADED IN      *
      *  THEIR PLACE AND THE CATALOG IS WRITTEN AT THE END OF THE RUN *
       L2A-LOAD-CATALOG.
           INITIALIZE CATALOG-TABLE-AREA.
           MOVE 0 TO C-HIGH-BOARD.
           MOVE 'N' TO CAT-EOF-SW.
           OPEN INPUT BOARD-CATALOG.
           IF WS-CAT-STATUS = '00'
               MOVE 'Y' TO CAT-ON-FILE-SW
               PERFORM L2B-READ-CATALOG
                   UNTIL CAT-EOF-SW = 'Y'
               CLOSE BOARD-CATALOG
           ELSE
               PERFORM L2C-SEED-BOARD
                   VARYING CG-SUB FROM 1 BY 1
                       UNTIL CG-SUB > 18
               MOVE 18 TO C-HIGH-BOARD
               MOVE 'Y' TO CAT-CHG-SW
               WRITE PRTLINE FROM SEED-LINE
                   AFTER ADVANCING 1 LINE.

      *  A RECORD WITHOUT A USABLE BOARD NUMBER HAS NO SLOT TO GO IN  *
      *  AND IS DROPPED WHEN THE CATALOG IS NEXT REWRITTEN            *
       L2B-READ-CATALOG.
           READ BOARD-CATALOG
               AT END
                   MOVE 'Y' TO CAT-EOF-SW
               NOT AT END
                   IF BC-BOARD NUMERIC AND BC-BOARD > 0
                       MOVE BC-BOARD TO CG-SUB
                       MOVE BC-UPC TO CG-UPC(CG-SUB)
                       MOVE BC-NAME TO CG-NAME(CG-SUB)
                       MOVE BC-PRICE TO CG-PRICE(CG-SUB)
                       MOVE BC-OPEN-QTY TO CG-OPEN-QTY(CG-SUB)
                       MOVE BC-REORDER-PT TO CG-REORDER-PT(CG-SUB)
                       MOVE BC-CLEARANCE-SW TO CG-CLEARANCE-SW(CG-SUB)
                       MOVE BC-MARKDOWN-PRICE
                           TO CG-MARKDOWN-PRICE(CG-SUB)
                       MOVE BC-UNIT-COST TO CG-UNIT-COST(CG-SUB)
                       MOVE BC-RENT-RATE TO CG-RENT-RATE(CG-SUB)
                       MOVE BC-ADDED-DATE TO CG-ADDED-DATE(CG-SUB)
                       MOVE BC-CHANGED-DATE TO CG-CHANGED-DATE(CG-SUB)
                       IF BC-STATUS = 'D'
                           MOVE 'D' TO CG-STATUS(CG-SUB)
                       ELSE
                           MOVE 'A' TO CG-STATUS(CG-SUB)
                       END-IF
                       IF BC-BOARD > C-HIGH-BOARD
                           MOVE BC-BOARD TO C-HIGH-BOARD
                       END-IF
                   END-IF
           END-READ.

       L2C-SEED-BOARD.
           MOVE SPACES TO CG-UPC(CG-SUB).
           MOVE SD-NAME(CG-SUB) TO CG-NAME(CG-SUB).
           MOVE SD-PRICE(CG-SUB) TO CG-PRICE(CG-SUB).
           MOVE SD-OPEN-QTY(CG-SUB) TO CG-OPEN-QTY(CG-SUB).
           MOVE SD-REORDER-PT(CG-SUB) TO CG-REORDER-PT(CG-SUB).
           MOVE SD-CLEARANCE-SW(CG-SUB) TO CG-CLEARANCE-SW(CG-SUB).
           MOVE SD-MARKDOWN-PRICE(CG-SUB) TO CG-MARKDOWN-PRICE(CG-SUB).
           MOVE SD-UNIT-COST(CG-SUB) TO CG-UNIT-COST(CG-SUB).
           MOVE SD-RENT-RATE(CG-SUB) TO CG-RENT-RATE(CG-SUB).
           MOVE 'A' TO CG-STATUS(CG-SUB).
           MOVE WS-CURR-DATE-NUM TO CG-ADDED-DATE(CG-SUB).
           MOVE WS-CURR-DATE-NUM TO CG-CHANGED-DATE(CG-SUB).

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
                       MOVE MAINT-TXN-REC (1:51) TO TX-IMAGE(C-CUR-TX)
                       MOVE MT-ACTION TO TX-ACTION(C-CUR-TX)
                       MOVE 0 TO TX-BOARD(C-CUR-TX)
                       MOVE SPACES TO TX-BEFORE(C-CUR-TX)
                                      TX-AFTER(C-CUR-TX)
                                      TX-REASON(C-CUR-TX)
                       MOVE 'A' TO TX-STATUS(C-CUR-TX)
                       PERFORM L4-PROCESS-TXN
                   ELSE
                       ADD 1 TO C-TXN-OVFL-CTR
                   END-IF.

      *  VALIDATES ONE TRANSACTION AND APPLIES IT TO THE CATALOG,     *
      *  KEEPING THE BOARD AS IT STOOD BEFORE AND AFTER               *
       L4-PROCESS-TXN.
           IF NOT MT-ADD AND NOT MT-CHANGE AND NOT MT-DISCONTINUE
               MOVE 'ACTION MUST BE A, C, OR D' TO C-REJ-REASON
               PERFORM L4X-REJECT-TXN
           ELSE
               PERFORM L4B-BOARD-TXN THRU L4B-BOARD-EXIT.

      *  ONE BOARD, KEYED BY BOARD NUMBER. AN ADD NEEDS A NAME AND A  *
      *  PRICE; EVERY OTHER FIELD LEFT BLANK STARTS AT ZERO (AND THE  *
      *  CLEARANCE FLAG AT N). A CHANGE SETS ONLY THE FIELDS KEYED. A *
      *  DISCONTINUE KEEPS THE BOARD ON THE CATALOG, WHERE IT IS      *
      *  STILL SOLD AND RENTED OFF THE SHELF BUT NEVER REORDERED. A   *
      *  UPC MAY BELONG TO ONLY ONE BOARD, AND A BOARD ON CLEARANCE   *
      *  NEEDS A MARKDOWN PRICE UNDER ITS REGULAR PRICE               *
       L4B-BOARD-TXN.
           IF MT-ADD AND MT-BOARD = SPACES
               IF C-HIGH-BOARD NOT < 99
                   MOVE 'CATALOG FULL - NO BOARD NUMBER'
                       TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4B-BOARD-EXIT
               ELSE
                   ADD 1 C-HIGH-BOARD GIVING C-BOARD
           ELSE
               IF MT-BOARD IS NOT NUMERIC
                   OR MT-BOARD-N = 0
                       MOVE 'BOARD NUMBER MUST BE 01-99'
                           TO C-REJ-REASON
                       PERFORM L4X-REJECT-TXN
                       GO TO L4B-BOARD-EXIT
               ELSE
                   MOVE MT-BOARD-N TO C-BOARD.
           MOVE C-BOARD TO TX-BOARD(C-CUR-TX).

           IF MT-ADD
               AND CG-STATUS(C-BOARD) NOT = SPACE
                   MOVE 'BOARD NUMBER ALREADY ON CATALOG'
                       TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4B-BOARD-EXIT.
           IF NOT MT-ADD
               AND CG-STATUS(C-BOARD) = SPACE
                   MOVE 'BOARD NOT ON CATALOG' TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4B-BOARD-EXIT.

           IF MT-DISCONTINUE
               IF CG-STATUS(C-BOARD) = 'D'
                   MOVE 'BOARD ALREADY DISCONTINUED' TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4B-BOARD-EXIT
               ELSE
                   PERFORM L4B2-BOARD-IMAGE
                   MOVE C-IMAGE TO TX-BEFORE(C-CUR-TX)
                   MOVE 'D' TO CG-STATUS(C-BOARD)
                   MOVE WS-CURR-DATE-NUM TO CG-CHANGED-DATE(C-BOARD)
                   PERFORM L4B2-BOARD-IMAGE
                   MOVE C-IMAGE TO TX-AFTER(C-CUR-TX)
                   GO TO L4B-BOARD-EXIT.

           IF MT-ADD AND MT-NAME = SPACES
               MOVE 'BOARD NAME REQUIRED ON AN ADD' TO C-REJ-REASON
               PERFORM L4X-REJECT-TXN
               GO TO L4B-BOARD-EXIT.
           IF MT-ADD AND MT-PRICE = SPACES
               MOVE 'PRICE REQUIRED ON AN ADD' TO C-REJ-REASON
               PERFORM L4X-REJECT-TXN
               GO TO L4B-BOARD-EXIT.
           IF MT-CHANGE AND MT-BOARD-DATA = SPACES
               MOVE 'NO FIELDS TO CHANGE' TO C-REJ-REASON
               PERFORM L4X-REJECT-TXN
               GO TO L4B-BOARD-EXIT.

           IF MT-PRICE NOT = SPACES
               IF MT-PRICE IS NOT NUMERIC
                   OR MT-PRICE-N = 0
                       MOVE 'PRICE MUST BE NUMERIC, NOT ZERO'
                           TO C-REJ-REASON
                       PERFORM L4X-REJECT-TXN
                       GO TO L4B-BOARD-EXIT.
           IF MT-UNIT-COST NOT = SPACES
               AND MT-UNIT-COST IS NOT NUMERIC
                   MOVE 'UNIT COST NOT NUMERIC' TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4B-BOARD-EXIT.
           IF MT-RENT-RATE NOT = SPACES
               AND MT-RENT-RATE IS NOT NUMERIC
                   MOVE 'RENTAL RATE NOT NUMERIC' TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4B-BOARD-EXIT.
           IF MT-REORDER-PT NOT = SPACES
               AND MT-REORDER-PT IS NOT NUMERIC
                   MOVE 'REORDER POINT NOT NUMERIC' TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4B-BOARD-EXIT.
           IF MT-CLEARANCE-SW NOT = SPACE
               AND MT-CLEARANCE-SW NOT = 'Y'
               AND MT-CLEARANCE-SW NOT = 'N'
                   MOVE 'CLEARANCE FLAG MUST BE Y OR N'
                       TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4B-BOARD-EXIT.
           IF MT-MARKDOWN NOT = SPACES
               AND MT-MARKDOWN IS NOT NUMERIC
                   MOVE 'MARKDOWN PRICE NOT NUMERIC' TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4B-BOARD-EXIT.

           IF MT-UPC NOT = SPACES
               MOVE 'N' TO UPC-DUP-SW
               PERFORM L4B1-CHECK-UPC
                   VARYING CG-SUB FROM 1 BY 1
                       UNTIL CG-SUB > 99 OR UPC-DUP-SW = 'Y'
               IF UPC-DUP-SW = 'Y'
                   MOVE 'UPC ALREADY ON ANOTHER BOARD'
                       TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4B-BOARD-EXIT.

      *  THE CLEARANCE CHECKS LOOK AT THE BOARD AS IT WILL STAND, SO  *
      *  A CHANGE TO ANY ONE OF THE THREE FIELDS IS CHECKED AGAINST   *
      *  THE OTHER TWO ALREADY ON THE CATALOG                         *
           IF MT-ADD
               MOVE 0 TO C-NEW-PRICE
               MOVE 'N' TO C-NEW-CLEARANCE-SW
               MOVE 0 TO C-NEW-MARKDOWN
           ELSE
               MOVE CG-PRICE(C-BOARD) TO C-NEW-PRICE
               MOVE CG-CLEARANCE-SW(C-BOARD) TO C-NEW-CLEARANCE-SW
               MOVE CG-MARKDOWN-PRICE(C-BOARD) TO C-NEW-MARKDOWN.
           IF MT-PRICE NOT = SPACES
               MOVE MT-PRICE-N TO C-NEW-PRICE.
           IF MT-CLEARANCE-SW NOT = SPACE
               MOVE MT-CLEARANCE-SW TO C-NEW-CLEARANCE-SW.
           IF MT-MARKDOWN NOT = SPACES
               MOVE MT-MARKDOWN-N TO C-NEW-MARKDOWN.
           IF C-NEW-CLEARANCE-SW = 'Y'
               IF C-NEW-MARKDOWN = 0
                   MOVE 'MARKDOWN PRICE NEEDED ON CLEARANCE'
                       TO C-REJ-REASON
                   PERFORM L4X-REJECT-TXN
                   GO TO L4B-BOARD-EXIT
               ELSE
                   IF C-NEW-MARKDOWN NOT < C-NEW-PRICE
                       MOVE 'MARKDOWN MUST BE UNDER THE PRICE'
                           TO C-REJ-REASON
                       PERFORM L4X-REJECT-TXN
                       GO TO L4B-BOARD-EXIT.

           IF MT-ADD
               MOVE '(NOT ON FILE)' TO TX-BEFORE(C-CUR-TX)
               MOVE SPACES TO CG-UPC(C-BOARD)
               MOVE 0 TO CG-OPEN-QTY(C-BOARD)
                         CG-REORDER-PT(C-BOARD)
                         CG-UNIT-COST(C-BOARD)
                         CG-RENT-RATE(C-BOARD)
               MOVE 'A' TO CG-STATUS(C-BOARD)
               MOVE WS-CURR-DATE-NUM TO CG-ADDED-DATE(C-BOARD)
               IF C-BOARD > C-HIGH-BOARD
                   MOVE C-BOARD TO C-HIGH-BOARD
               END-IF
           ELSE
               PERFORM L4B2-BOARD-IMAGE
               MOVE C-IMAGE TO TX-BEFORE(C-CUR-TX).
           PERFORM L4B3-SET-BOARD.
           PERFORM L4B2-BOARD-IMAGE.
           MOVE C-IMAGE TO TX-AFTER(C-CUR-TX).

       L4B-BOARD-EXIT.
           EXIT.

       L4B1-CHECK-UPC.
           IF CG-SUB NOT = C-BOARD
               AND CG-STATUS(CG-SUB) NOT = SPACE
               AND CG-UPC(CG-SUB) = MT-UPC
                   MOVE 'Y' TO UPC-DUP-SW.

       L4B2-BOARD-IMAGE.
           MOVE CG-UPC(C-BOARD) TO O-BI-UPC.
           MOVE CG-NAME(C-BOARD) TO O-BI-NAME.
           MOVE CG-PRICE(C-BOARD) TO O-BI-PRICE.
           MOVE CG-UNIT-COST(C-BOARD) TO O-BI-UNIT-COST.
           MOVE CG-RENT-RATE(C-BOARD) TO O-BI-RENT-RATE.
           MOVE CG-REORDER-PT(C-BOARD) TO O-BI-REORDER-PT.
           MOVE CG-CLEARANCE-SW(C-BOARD) TO O-BI-CLEARANCE-SW.
           MOVE CG-MARKDOWN-PRICE(C-BOARD) TO O-BI-MARKDOWN.
           MOVE CG-STATUS(C-BOARD) TO O-BI-STATUS.
           MOVE BOARD-IMAGE TO C-IMAGE.

      *  MOVES IN EVERY FIELD THE TRANSACTION KEYED  *
       L4B3-SET-BOARD.
           IF MT-UPC NOT = SPACES
               MOVE MT-UPC TO CG-UPC(C-BOARD).
           IF MT-NAME NOT = SPACES
               MOVE MT-NAME TO CG-NAME(C-BOARD).
           IF MT-UNIT-COST NOT = SPACES
               MOVE MT-UNIT-COST-N TO CG-UNIT-COST(C-BOARD).
           IF MT-RENT-RATE NOT = SPACES
               MOVE MT-RENT-RATE-N TO CG-RENT-RATE(C-BOARD).
           IF MT-REORDER-PT NOT = SPACES
               MOVE MT-REORDER-PT-N TO CG-REORDER-PT(C-BOARD).
           MOVE C-NEW-PRICE TO CG-PRICE(C-BOARD).
           MOVE C-NEW-CLEARANCE-SW TO CG-CLEARANCE-SW(C-BOARD).
           MOVE C-NEW-MARKDOWN TO CG-MARKDOWN-PRICE(C-BOARD).
           MOVE WS-CURR-DATE-NUM TO CG-CHANGED-DATE(C-BOARD).

       L4X-REJECT-TXN.
           MOVE 'R' TO TX-STATUS(C-CUR-TX).
           MOVE C-REJ-REASON TO TX-REASON(C-CUR-TX).

      *  THE BEFORE/AFTER AUDIT OF EVERY TRANSACTION THAT WAS         *
      *  APPLIED, IN FILE ORDER                                       *
       L6-AUDIT-REPORT.
           PERFORM L6A-AUDIT-ONE
               VARYING TX-SUB FROM 1 BY 1
                   UNTIL TX-SUB > TX-CNT.

       L6A-AUDIT-ONE.
           IF TX-STATUS(TX-SUB) = 'R'
               ADD 1 TO C-REJECT-CTR
           ELSE
               ADD 1 TO C-APPLIED-CTR
               MOVE 'Y' TO CAT-CHG-SW
               EVALUATE TX-ACTION(TX-SUB)
                   WHEN 'A'
                       MOVE 'ADD' TO O-AUD-ACTION
                   WHEN 'C'
                       MOVE 'CHANGE' TO O-AUD-ACTION
                   WHEN OTHER
                       MOVE 'DISCONTINUE' TO O-AUD-ACTION
               END-EVALUATE
               MOVE TX-BOARD(TX-SUB) TO O-AUD-BOARD
               MOVE TX-BEFORE(TX-SUB) TO O-AUD-BEFORE
               MOVE TX-AFTER(TX-SUB) TO O-AUD-AFTER
               WRITE PRTLINE FROM AUDIT-LINE-1
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM L6B-AUDIT-HEADING
               END-WRITE
               WRITE PRTLINE FROM AUDIT-LINE-2
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L6B-AUDIT-HEADING.

       L6B-AUDIT-HEADING.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
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

      *  REWRITES THE CATALOG WHEN A TRANSACTION STUCK OR IT WAS JUST *
      *  STARTED, AFTER ROLLING A GENERATION BACKUP OF THE COPY BEING *
      *  REPLACED. ALSO COUNTS THE BOARDS FOR THE CLOSING TOTALS      *
       L8-REWRITE-CATALOG.
           IF CAT-CHG-SW = 'Y'
               IF CAT-ON-FILE-SW = 'Y'
                   MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE
                   MOVE 'L' TO GN-ORG
                   MOVE 'BRDCAT.DAT' TO GN-FILE-NAME
                   CALL 'CBLGEN' USING CBLGEN-DATA
               END-IF
               OPEN OUTPUT BOARD-CATALOG.
           PERFORM L8A-WRITE-BOARD
               VARYING CG-SUB FROM 1 BY 1
                   UNTIL CG-SUB > 99.
           IF CAT-CHG-SW = 'Y'
               CLOSE BOARD-CATALOG.

       L8A-WRITE-BOARD.
           IF CG-STATUS(CG-SUB) = 'A'
               ADD 1 TO C-ACTIVE-CTR.
           IF CG-STATUS(CG-SUB) = 'D'
               ADD 1 TO C-DISC-CTR.
           IF CG-STATUS(CG-SUB) NOT = SPACE
               AND CAT-CHG-SW = 'Y'
                   MOVE SPACES TO BOARD-CATALOG-REC
                   MOVE CG-SUB TO BC-BOARD
                   MOVE CG-UPC(CG-SUB) TO BC-UPC
                   MOVE CG-NAME(CG-SUB) TO BC-NAME
                   MOVE CG-PRICE(CG-SUB) TO BC-PRICE
                   MOVE CG-OPEN-QTY(CG-SUB) TO BC-OPEN-QTY
                   MOVE CG-REORDER-PT(CG-SUB) TO BC-REORDER-PT
                   MOVE CG-CLEARANCE-SW(CG-SUB) TO BC-CLEARANCE-SW
                   MOVE CG-MARKDOWN-PRICE(CG-SUB) TO BC-MARKDOWN-PRICE
                   MOVE CG-UNIT-COST(CG-SUB) TO BC-UNIT-COST
                   MOVE CG-RENT-RATE(CG-SUB) TO BC-RENT-RATE
                   MOVE CG-STATUS(CG-SUB) TO BC-STATUS
                   MOVE CG-ADDED-DATE(CG-SUB) TO BC-ADDED-DATE
                   MOVE CG-CHANGED-DATE(CG-SUB) TO BC-CHANGED-DATE
                   WRITE BOARD-CATALOG-REC.

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
           MOVE C-ACTIVE-CTR TO O-ACTIVE-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 2 LINES.
           MOVE C-DISC-CTR TO O-DISC-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           IF TXN-OK-SW = 'Y'
               CLOSE MAINT-TXN-FILE.
           CLOSE PRTOUT.

           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC38' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           MOVE C-TXN-CTR TO RL-RECS-READ.
           MOVE C-APPLIED-CTR TO RL-RECS-OUT-1.
           MOVE 0 TO RL-RECS-OUT-2.
           MOVE C-REJECT-CTR TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
