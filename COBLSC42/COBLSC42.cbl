       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC42.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  FURNITURE DELIVERY SCHEDULING. TAKES THE SALES THE WEEKLY     *
      *  FURNITURE RUN (COBLSC04) QUEUED FOR DELIVERY (DELIVPND.DAT),  *
      *  EARLIEST PROMISE FIRST, AND BOOKS EACH ONE ON THE FIRST TRUCK *
      *  OF ITS STORE, ON OR AFTER THE PROMISED DAY, THAT STILL HAS A  *
      *  STOP AND THE CUBIC FEET ITS CATEGORY TAKES (FURNCAT.DAT).     *
      *  TRUCKS AND WHAT EACH CAN RUN PER DAY COME FROM TRUCKCAP.DAT;  *
      *  WHAT EARLIER RUNS ALREADY BOOKED (DELIVHST.DAT) COMES OFF     *
      *  FIRST, SO A SATURDAY CAN NO LONGER BE PROMISED MORE STOPS     *
      *  THAN THE TRUCKS RUN. PRINTS EACH TRUCK'S DAILY MANIFEST, THE  *
      *  DELIVERIES NOTHING COULD HOLD, AND EACH SALESPERSON'S         *
      *  DELIVERED-VERSUS-PROMISED RECORD (DELIVSCH.PRT).              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  RUN CONTROL CARD - AS-OF DATE NOTHING IS BOOKED BEFORE  *
           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  FURNITURE CATEGORIES AND THE TRUCK SPACE EACH TAKES  *
           SELECT FURNITURE-MASTER
               ASSIGN TO 'FURNCAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FURN-STATUS.

      *  EACH STORE'S TRUCKS AND THE STOPS AND CUBIC FEET EACH CAN   *
      *  RUN ON A GIVEN DAY                                          *
           SELECT TRUCK-CAP-FILE
               ASSIGN TO 'TRUCKCAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TK-STATUS.

      *  SALES WAITING FOR A TRUCK - REWRITTEN WITH THE ONES THIS    *
      *  RUN COULDN'T BOOK                                           *
           SELECT DELIV-PEND-FILE
               ASSIGN TO 'DELIVPND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQ-STATUS.

      *  EVERY DELIVERY EVER BOOKED, WITH ITS TRUCK AND DAY - ONLY   *
      *  EVER ADDED TO                                               *
           SELECT DELIV-HIST-FILE
               ASSIGN TO 'DELIVHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DH-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'DELIVSCH.PRT'
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

       FD  FURNITURE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS FURNITURE-MASTER-REC
           RECORD CONTAINS 27 CHARACTERS.

       01  FURNITURE-MASTER-REC.
           05  FM-FURN-CODE        PIC 9.
           05  FM-FURN-DESC        PIC X(22).
           05  FM-STATUS           PIC X.
           05  FM-CUBIC-FT         PIC 9(3).

      *  ONE TRUCK ON ONE DAY: THE STORE IT RUNS FROM, THE MOST      *
      *  STOPS IT CAN MAKE AND THE CUBIC FEET IT CAN CARRY           *
       FD  TRUCK-CAP-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS TRUCK-CAP-REC.
       01  TRUCK-CAP-REC.
           05  TK-STORE-CD         PIC 9.
           05  TK-DATE             PIC 9(8).
           05  TK-TRUCK-ID         PIC XX.
           05  TK-MAX-STOPS        PIC 99.
           05  TK-MAX-CUBE         PIC 9(4).
           05  FILLER              PIC X(3).

       FD  DELIV-PEND-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS DELIVERY-REC.

      *  CPY FILE THAT CONTAINS DELIVERY-REC LAYOUT, SHARED WITH THE  *
      *  WEEKLY FURNITURE RUN (COBLSC04) THAT QUEUES THE DELIVERIES   *
           COPY 'DELIVERY.CPY'.

      *  THE SAME LAYOUT, WITH THE TRUCK AND DAY FILLED IN  *
       FD  DELIV-HIST-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS DELIV-HIST-REC.
       01  DELIV-HIST-REC          PIC X(110).

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
           05  WS-FURN-STATUS      PIC XX      VALUE '00'.
           05  WS-TK-STATUS        PIC XX      VALUE '00'.
           05  WS-DQ-STATUS        PIC XX      VALUE '00'.
           05  WS-DH-STATUS        PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  FURN-EOF-SW         PIC X       VALUE 'N'.
           05  TK-EOF-SW           PIC X       VALUE 'N'.
           05  DQ-EOF-SW           PIC X       VALUE 'N'.
           05  DH-EOF-SW           PIC X       VALUE 'N'.
           05  DQ-ON-FILE-SW       PIC X       VALUE 'N'.
           05  C-READ-CTR          PIC 9(5)    VALUE 0.
           05  C-SCHED-CTR         PIC 9(5)    VALUE 0.
           05  C-WAIT-CTR          PIC 9(5)    VALUE 0.
      *  QUEUED DELIVERIES PAST THE TABLE - THEY STAY ONLY ON THE     *
      *  GENERATION BACKUP, SO THEY COUNT AS REJECTS                  *
           05  C-OVFL-CTR          PIC 9(5)    VALUE 0.
      *  BOOKED DELIVERIES FROM EARLIER RUNS PAST THE TABLE - STILL   *
      *  ON THE HISTORY, BUT MISSING FROM THE MANIFESTS              *
           05  C-HIST-OVFL-CTR     PIC 9(5)    VALUE 0.
           05  C-TRUCK-OVFL-CTR    PIC 9(5)    VALUE 0.
           05  C-CUBE              PIC 9(3)    VALUE 0.
           05  C-EARLIEST          PIC 9(8)    VALUE 0.
           05  C-STORE-TRUCK-SW    PIC X       VALUE 'N'.
           05  C-BIG-ENOUGH-SW     PIC X       VALUE 'N'.
           05  C-LATE-DAYS         PIC 9(4)    VALUE 0.
           05  C-STOP-NUM          PIC 99      VALUE 0.
           05  C-AVG-LATE          PIC 9(3)V9  VALUE 0.
           05  FUR-SUB             PIC 99      VALUE 0.
           05  TD-SUB              PIC 999     VALUE 0.
           05  DL-SUB              PIC 9(4)    VALUE 0.
           05  SP-SUB              PIC 99      VALUE 0.
           05  RANK-I              PIC 9(4)    VALUE 0.
           05  RANK-J              PIC 9(4)    VALUE 0.
           05  RANK-NEXT           PIC 9(4)    VALUE 0.
           05  RANK-MIN-SUB        PIC 9(4)    VALUE 0.
      *  A DATE BROKEN OUT FOR PRINTING  *
           05  C-PRT-DATE          PIC 9(8)    VALUE 0.
           05  C-PRT-DATE-X REDEFINES C-PRT-DATE.
               10  C-PRT-YYYY      PIC 9(4).
               10  C-PRT-MM        PIC 99.
               10  C-PRT-DD        PIC 99.

      *  USED TO TURN A CALENDAR DATE INTO A RUNNING DAY COUNT SO    *
      *  DAYS LATE IS A SIMPLE SUBTRACTION                           *
       01  SERIAL-WORK-AREA.
           05  SER-DATE            PIC 9(8)    VALUE 0.
           05  SER-DATE-X REDEFINES SER-DATE.
               10  SER-YYYY        PIC 9(4).
               10  SER-MM          PIC 99.
               10  SER-DD          PIC 99.
           05  SER-DAYS            PIC 9(7)    VALUE 0.
           05  SER-LEAP-QUOT       PIC 9(4)    VALUE 0.
           05  SER-LEAP-REM        PIC 9       VALUE 0.
           05  SER-PROMISED        PIC 9(7)    VALUE 0.

      *  THE CATEGORIES IN CODE SLOTS  *
       01  CATEGORY-TABLE-AREA.
           05  CAT-ENTRY           OCCURS 9.
               10  CAT-DESC        PIC X(22).
               10  CAT-CUBIC-FT    PIC 9(3).

      *  THE TRUCK-DAYS FROM TODAY ON, EARLIEST FIRST, WITH WHAT IS  *
      *  ALREADY BOOKED ON EACH                                      *
       01  TRUCK-TABLE-AREA.
           05  TRUCK-DAY-ENTRY     OCCURS 300.
               10  TD-KEY.
                   15  TD-DATE         PIC 9(8).
                   15  TD-STORE-CD     PIC 9.
                   15  TD-TRUCK-ID     PIC XX.
               10  TD-MAX-STOPS        PIC 99.
               10  TD-MAX-CUBE         PIC 9(4).
               10  TD-STOPS-USED       PIC 99.
               10  TD-CUBE-USED        PIC 9(4).
           05  TD-CNT              PIC 999     VALUE 0.

      *  EVERY DELIVERY IN PLAY: BOOKED BY AN EARLIER RUN FOR TODAY  *
      *  OR LATER ('B'), BOOKED THIS RUN ('S'), OR STILL WAITING     *
      *  ('W')                                                       *
       01  DELIVERY-TABLE-AREA.
           05  DELIVERY-ENTRY      OCCURS 2000.
               10  DL-DATA.
                   15  DL-QUEUE-DATE       PIC 9(8).
                   15  DL-QUEUE-SEQ        PIC 9(4).
                   15  DL-STORE-CD         PIC 9.
                   15  DL-SLM-NUM          PIC 99.
                   15  DL-SLM-NAME         PIC X(25).
                   15  DL-SALES-DATE       PIC 9(8).
                   15  DL-FUR-CODE         PIC 9.
                   15  DL-AMOUNT           PIC 9(5)V99.
                   15  DL-ADDR             PIC X(30).
                   15  DL-REQ-DATE         PIC 9(8).
                   15  DL-SCHED-DATE       PIC 9(8).
                   15  DL-TRUCK-ID         PIC XX.
                   15  FILLER              PIC X(6).
               10  DL-STATUS           PIC X.
               10  DL-SLOT             PIC 999.
               10  DL-REASON           PIC X(30).
           05  DL-CNT              PIC 9(4)    VALUE 0.

      *  SCRATCH ENTRIES FOR THE SORT SWAPS  *
       01  TRUCK-HOLD-ENTRY        PIC X(23).
       01  DELIVERY-HOLD-ENTRY     PIC X(144).

      *  EACH SALESPERSON'S RECORD AGAINST THE DAYS THEY PROMISED  *
       01  SALESPERSON-TABLE-AREA.
           05  SLM-ENTRY           OCCURS 15.
               10  SP-NAME         PIC X(25).
               10  SP-DELIVERED    PIC 9(5).
               10  SP-ON-TIME      PIC 9(5).
               10  SP-LATE-DAYS    PIC 9(7).
               10  SP-WORST        PIC 9(4).
               10  SP-BOOKED       PIC 9(5).
               10  SP-BOOKED-LATE  PIC 9(5).
               10  SP-WAITING      PIC 9(5).
               10  SP-WAIT-LATE    PIC 9(5).

      *  DATA PASSED TO/FROM CBLGEN TO ROLL GENERATION BACKUPS OF    *
      *  THE DELIVERY QUEUE BEFORE IT IS REWRITTEN                   *
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
           05  O-RPT-TITLE     PIC X(36).
           05  FILLER          PIC X(36)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-RPT-PCTR      PIC Z9.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  PRT-DATE-EDIT.
           05  O-PD-YYYY       PIC 9(4).
           05  FILLER          PIC X       VALUE '/'.
           05  O-PD-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-PD-DD         PIC 99.

       01  TICKET-EDIT.
           05  O-TK-DATE       PIC 9(8).
           05  FILLER          PIC X       VALUE '-'.
           05  O-TK-SEQ        PIC 9(4).

      *  ONE TRUCK-DAY'S HEADER ON ITS MANIFEST  *
       01  TRUCK-HEADER-LINE.
           05  FILLER          PIC X(6)    VALUE 'STORE '.
           05  O-TH-STORE      PIC 9.
           05  FILLER          PIC X(9)    VALUE '   TRUCK '.
           05  O-TH-TRUCK      PIC XX.
           05  FILLER          PIC X(7)    VALUE '   DAY '.
           05  O-TH-DATE       PIC X(10).
           05  FILLER          PIC X(9)    VALUE '   STOPS '.
           05  O-TH-STOPS      PIC Z9.
           05  FILLER          PIC X(4)    VALUE ' OF '.
           05  O-TH-MAX-STOPS  PIC Z9.
           05  FILLER          PIC X(14)   VALUE '   CUBIC FEET '.
           05  O-TH-CUBE       PIC ZZZ9.
           05  FILLER          PIC X(4)    VALUE ' OF '.
           05  O-TH-MAX-CUBE   PIC ZZZ9.
           05  FILLER          PIC X(54)   VALUE ' '.

       01  MF-HEADING.
           05  FILLER          PIC X(6)    VALUE 'STOP'.
           05  FILLER          PIC X(16)   VALUE 'TICKET'.
           05  FILLER          PIC X(27)   VALUE 'SALESPERSON'.
           05  FILLER          PIC X(24)   VALUE 'CATEGORY'.
           05  FILLER          PIC X(32)   VALUE 'DELIVER TO'.
           05  FILLER          PIC X(12)   VALUE 'PROMISED'.
           05  FILLER          PIC X(5)    VALUE 'CUBE'.
           05  FILLER          PIC X(10)   VALUE 'NOTE'.

      *  ONE STOP ON THE TRUCK, FLAGGED WHEN IT MISSES ITS PROMISE  *
       01  MF-LINE.
           05  O-MF-STOP       PIC Z9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-MF-TICKET     PIC X(13).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-MF-SLM-NAME   PIC X(25).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-MF-CATEGORY   PIC X(22).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-MF-ADDR       PIC X(30).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-MF-PROMISED   PIC X(10).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-MF-CUBE       PIC ZZ9.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-MF-NOTE       PIC X(4).
           05  FILLER          PIC X(6)    VALUE ' '.

       01  NO-MANIFEST-LINE.
           05  FILLER          PIC X(56)   VALUE
               'NO DELIVERIES BOOKED ON ANY TRUCK'.
           05  FILLER          PIC X(76)   VALUE ' '.

       01  UN-HEADING.
           05  FILLER          PIC X(16)   VALUE 'TICKET'.
           05  FILLER          PIC X(4)    VALUE 'ST'.
           05  FILLER          PIC X(27)   VALUE 'SALESPERSON'.
           05  FILLER          PIC X(32)   VALUE 'DELIVER TO'.
           05  FILLER          PIC X(12)   VALUE 'PROMISED'.
           05  FILLER          PIC X(5)    VALUE 'CUBE'.
           05  FILLER          PIC X(36)   VALUE
               'REASON NOT SCHEDULED'.

      *  ONE DELIVERY NO TRUCK COULD TAKE, WITH THE REASON  *
       01  UN-LINE.
           05  O-UN-TICKET     PIC X(13).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-UN-STORE      PIC 9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-UN-SLM-NAME   PIC X(25).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-UN-ADDR       PIC X(30).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-UN-PROMISED   PIC X(10).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-UN-CUBE       PIC ZZ9.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-UN-REASON     PIC X(30).
           05  FILLER          PIC X(6)    VALUE ' '.

       01  NO-UNSCHED-LINE.
           05  FILLER          PIC X(56)   VALUE
               'EVERY QUEUED DELIVERY IS BOOKED'.
           05  FILLER          PIC X(76)   VALUE ' '.

       01  FIT-TOTAL-LINE.
           05  FILLER          PIC X(15)   VALUE 'QUEUE READ:'.
           05  O-FT-READ       PIC ZZZZ9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(20)   VALUE 'BOOKED THIS RUN:'.
           05  O-FT-SCHED      PIC ZZZZ9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(16)   VALUE 'STILL WAITING:'.
           05  O-FT-WAIT       PIC ZZZZ9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(18)   VALUE 'PAST THE TABLE:'.
           05  O-FT-OVFL       PIC ZZZZ9.
           05  FILLER          PIC X(31)   VALUE ' '.

       01  OVFL-WARN-LINE.
           05  FILLER          PIC X(30)   VALUE
               'TABLE OVERFLOW - TRUCK-DAYS / '.
           05  FILLER          PIC X(30)   VALUE
               'EARLIER BOOKINGS LEFT OFF:'.
           05  O-OV-TRUCKS     PIC ZZZZ9.
           05  FILLER          PIC X(3)    VALUE ' / '.
           05  O-OV-HIST       PIC ZZZZ9.
           05  FILLER          PIC X(59)   VALUE ' '.

       01  SP-HEADING-1.
           05  FILLER          PIC X(32)   VALUE ' '.
           05  FILLER          PIC X(41)   VALUE
               '--------------- DELIVERED --------------'.
           05  FILLER          PIC X(18)   VALUE
               '---- BOOKED -----'.
           05  FILLER          PIC X(13)   VALUE '-- WAITING --'.
           05  FILLER          PIC X(28)   VALUE ' '.

       01  SP-HEADING-2.
           05  FILLER          PIC X(5)    VALUE 'SLM'.
           05  FILLER          PIC X(27)   VALUE 'NAME'.
           05  FILLER          PIC X(8)    VALUE 'TOTAL'.
           05  FILLER          PIC X(8)    VALUE 'ON TIME'.
           05  FILLER          PIC X(8)    VALUE 'LATE'.
           05  FILLER          PIC X(8)    VALUE 'AVG LATE'.
           05  FILLER          PIC X(9)    VALUE ' WORST'.
           05  FILLER          PIC X(8)    VALUE 'TOTAL'.
           05  FILLER          PIC X(10)   VALUE 'WILL LATE'.
           05  FILLER          PIC X(8)    VALUE 'TOTAL'.
           05  FILLER          PIC X(33)   VALUE 'LATE'.

      *  ONE SALESPERSON: DELIVERIES MADE AND HOW THEY MET THE       *
      *  PROMISE, WHAT IS BOOKED AHEAD AND WHAT IS STILL WAITING      *
       01  SP-LINE.
           05  O-SP-SLM        PIC Z9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-SP-NAME       PIC X(25).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-SP-DELIVERED  PIC ZZZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-SP-ON-TIME    PIC ZZZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-SP-LATE       PIC ZZZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-SP-AVG-LATE   PIC ZZ9.9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-SP-WORST      PIC ZZZ9.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-SP-BOOKED     PIC ZZZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-SP-BOOKED-LATE PIC ZZZZ9.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-SP-WAITING    PIC ZZZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-SP-WAIT-LATE  PIC ZZZZ9.
           05  FILLER          PIC X(28)   VALUE ' '.

       01  SP-NOTE-LINE.
           05  FILLER          PIC X(43)   VALUE
               'DELIVERED = BOOKED FOR A DAY BEFORE TODAY. '.
           05  FILLER          PIC X(46)   VALUE
               'LATE = PAST THE DAY THE SALESPERSON PROMISED; '.
           05  FILLER          PIC X(43)   VALUE
               'AVERAGE AND WORST IN DAYS.'.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-LOAD-HISTORY.
           PERFORM L3E-LOAD-QUEUE.
           PERFORM L5-SORT-DELIVERIES.
           PERFORM L6-FIT-DELIVERIES
               VARYING DL-SUB FROM 1 BY 1
                   UNTIL DL-SUB > DL-CNT.
           PERFORM L7-PRINT-MANIFESTS.
           PERFORM L7D-PRINT-UNSCHEDULED.
           PERFORM L7G-PRINT-SALESPERSONS.
           PERFORM L8-SAVE-FILES.
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

           OPEN OUTPUT PRTOUT.
           INITIALIZE SALESPERSON-TABLE-AREA.

           PERFORM L2A-LOAD-CATEGORIES.
           PERFORM L2C-LOAD-TRUCKS.
           PERFORM L2G-SORT-TRUCKS.

      *  A CATEGORY WITH NO CUBIC FEET ON FILE TAKES ONLY A STOP  *
       L2A-LOAD-CATEGORIES.
           INITIALIZE CATEGORY-TABLE-AREA.
           MOVE 'N' TO FURN-EOF-SW.
           OPEN INPUT FURNITURE-MASTER.
           IF WS-FURN-STATUS = '00'
               PERFORM L2B-READ-CATEGORY
                   UNTIL FURN-EOF-SW = 'Y'
               CLOSE FURNITURE-MASTER.

       L2B-READ-CATEGORY.
           READ FURNITURE-MASTER
               AT END
                   MOVE 'Y' TO FURN-EOF-SW
               NOT AT END
                   IF FM-FURN-CODE > 0 AND FM-FURN-CODE < 10
                       MOVE FM-FURN-DESC TO CAT-DESC(FM-FURN-CODE)
                       IF FM-CUBIC-FT NUMERIC
                           MOVE FM-CUBIC-FT
                               TO CAT-CUBIC-FT(FM-FURN-CODE)
                       END-IF
                   END-IF
           END-READ.

      *  ONLY TRUCK-DAYS FROM TODAY ON CAN TAKE A DELIVERY  *
       L2C-LOAD-TRUCKS.
           MOVE 0 TO TD-CNT.
           MOVE 'N' TO TK-EOF-SW.
           OPEN INPUT TRUCK-CAP-FILE.
           IF WS-TK-STATUS = '00'
               PERFORM L2D-READ-TRUCK
                   UNTIL TK-EOF-SW = 'Y'
               CLOSE TRUCK-CAP-FILE.

       L2D-READ-TRUCK.
           READ TRUCK-CAP-FILE
               AT END
                   MOVE 'Y' TO TK-EOF-SW
               NOT AT END
                   IF TK-DATE NOT < WS-CURR-DATE-NUM
                       IF TD-CNT < 300
                           ADD 1 TO TD-CNT
                           MOVE TK-DATE TO TD-DATE(TD-CNT)
                           MOVE TK-STORE-CD TO TD-STORE-CD(TD-CNT)
                           MOVE TK-TRUCK-ID TO TD-TRUCK-ID(TD-CNT)
                           MOVE TK-MAX-STOPS TO TD-MAX-STOPS(TD-CNT)
                           MOVE TK-MAX-CUBE TO TD-MAX-CUBE(TD-CNT)
                           MOVE 0 TO TD-STOPS-USED(TD-CNT)
                           MOVE 0 TO TD-CUBE-USED(TD-CNT)
                       ELSE
                           ADD 1 TO C-TRUCK-OVFL-CTR
                       END-IF
                   END-IF
           END-READ.

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

      *  STARTS A PAGE OF THE REPORT UNDER THE TITLE IN O-RPT-TITLE  *
       L2F-NEW-PAGE.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *  SELECTION SORT BY DAY, STORE AND TRUCK  *
       L2G-SORT-TRUCKS.
           PERFORM L2H-PLACE-TRUCK
               VARYING RANK-I FROM 1 BY 1
                   UNTIL RANK-I NOT < TD-CNT.

       L2H-PLACE-TRUCK.
           MOVE RANK-I TO RANK-MIN-SUB.
           ADD 1 TO RANK-I GIVING RANK-NEXT.
           PERFORM L2I-FIND-MIN-TRUCK
               VARYING RANK-J FROM RANK-NEXT BY 1
                   UNTIL RANK-J > TD-CNT.
           IF RANK-MIN-SUB NOT = RANK-I
               MOVE TRUCK-DAY-ENTRY(RANK-I) TO TRUCK-HOLD-ENTRY
               MOVE TRUCK-DAY-ENTRY(RANK-MIN-SUB)
                   TO TRUCK-DAY-ENTRY(RANK-I)
               MOVE TRUCK-HOLD-ENTRY TO TRUCK-DAY-ENTRY(RANK-MIN-SUB).

       L2I-FIND-MIN-TRUCK.
           IF TD-KEY(RANK-J) < TD-KEY(RANK-MIN-SUB)
               MOVE RANK-J TO RANK-MIN-SUB.

      *  DELIVERIES BOOKED BY EARLIER RUNS: THOSE WHOSE DAY HAS PASSED *
      *  ARE DELIVERED AND GO ON THE SALESPERSON RECORD; THOSE FROM    *
      *  TODAY ON STILL TAKE UP THEIR TRUCK AND GO ON ITS MANIFEST     *
       L3-LOAD-HISTORY.
           MOVE 0 TO DL-CNT.
           MOVE 'N' TO DH-EOF-SW.
           OPEN INPUT DELIV-HIST-FILE.
           IF WS-DH-STATUS = '00'
               PERFORM L3A-READ-HISTORY
                   UNTIL DH-EOF-SW = 'Y'
               CLOSE DELIV-HIST-FILE.

       L3A-READ-HISTORY.
           READ DELIV-HIST-FILE INTO DELIVERY-REC
               AT END
                   MOVE 'Y' TO DH-EOF-SW
               NOT AT END
                   IF DQ-SCHED-DATE < WS-CURR-DATE-NUM
                       PERFORM L3B-TALLY-DELIVERED
                   ELSE
                       IF DL-CNT < 2000
                           ADD 1 TO DL-CNT
                           MOVE DELIVERY-REC TO DL-DATA(DL-CNT)
                           MOVE 'B' TO DL-STATUS(DL-CNT)
                           MOVE SPACES TO DL-REASON(DL-CNT)
                           PERFORM L3C-FIND-BOOKED-TRUCK
                       ELSE
                           ADD 1 TO C-HIST-OVFL-CTR
                       END-IF
                   END-IF
           END-READ.

       L3B-TALLY-DELIVERED.
           IF DQ-SLM-NUM > 0 AND DQ-SLM-NUM < 16
               MOVE DQ-SLM-NAME TO SP-NAME(DQ-SLM-NUM)
               ADD 1 TO SP-DELIVERED(DQ-SLM-NUM)
               IF DQ-SCHED-DATE NOT > DQ-REQ-DATE
                   ADD 1 TO SP-ON-TIME(DQ-SLM-NUM)
               ELSE
                   MOVE DQ-REQ-DATE TO SER-DATE
                   MOVE DQ-SCHED-DATE TO C-PRT-DATE
                   PERFORM L4-DAYS-LATE
                   ADD C-LATE-DAYS TO SP-LATE-DAYS(DQ-SLM-NUM)
                   IF C-LATE-DAYS > SP-WORST(DQ-SLM-NUM)
                       MOVE C-LATE-DAYS TO SP-WORST(DQ-SLM-NUM).

      *  TIES AN EARLIER BOOKING TO ITS TRUCK-DAY AND TAKES ITS STOP  *
      *  AND CUBIC FEET OFF WHAT THE TRUCK HAS LEFT                   *
       L3C-FIND-BOOKED-TRUCK.
           MOVE 0 TO DL-SLOT(DL-CNT).
           PERFORM L3D-MATCH-BOOKED-TRUCK
               VARYING TD-SUB FROM 1 BY 1
                   UNTIL TD-SUB > TD-CNT
                       OR DL-SLOT(DL-CNT) > 0.
           IF DL-SLOT(DL-CNT) > 0
               MOVE DL-SLOT(DL-CNT) TO TD-SUB
               ADD 1 TO TD-STOPS-USED(TD-SUB)
               IF DL-FUR-CODE(DL-CNT) > 0
                   ADD CAT-CUBIC-FT(DL-FUR-CODE(DL-CNT))
                       TO TD-CUBE-USED(TD-SUB).

       L3D-MATCH-BOOKED-TRUCK.
           IF TD-DATE(TD-SUB) = DQ-SCHED-DATE
               AND TD-STORE-CD(TD-SUB) = DQ-STORE-CD
               AND TD-TRUCK-ID(TD-SUB) = DQ-TRUCK-ID
                   MOVE TD-SUB TO DL-SLOT(DL-CNT).

      *  THE SALES STILL WAITING FOR A TRUCK  *
       L3E-LOAD-QUEUE.
           MOVE 'N' TO DQ-EOF-SW.
           OPEN INPUT DELIV-PEND-FILE.
           IF WS-DQ-STATUS = '00'
               MOVE 'Y' TO DQ-ON-FILE-SW
               PERFORM L3F-READ-QUEUE
                   UNTIL DQ-EOF-SW = 'Y'
               CLOSE DELIV-PEND-FILE.

       L3F-READ-QUEUE.
           READ DELIV-PEND-FILE
               AT END
                   MOVE 'Y' TO DQ-EOF-SW
               NOT AT END
                   ADD 1 TO C-READ-CTR
                   IF DL-CNT < 2000
                       ADD 1 TO DL-CNT
                       MOVE DELIVERY-REC TO DL-DATA(DL-CNT)
                       MOVE 'W' TO DL-STATUS(DL-CNT)
                       MOVE 0 TO DL-SLOT(DL-CNT)
                       MOVE SPACES TO DL-REASON(DL-CNT)
                   ELSE
                       ADD 1 TO C-OVFL-CTR
                   END-IF
           END-READ.

      *  DAYS FROM THE PROMISED DAY IN SER-DATE TO THE BOOKED DAY IN  *
      *  C-PRT-DATE                                                   *
       L4-DAYS-LATE.
           PERFORM L4A-DATE-TO-SERIAL.
           MOVE SER-DAYS TO SER-PROMISED.
           MOVE C-PRT-DATE TO SER-DATE.
           PERFORM L4A-DATE-TO-SERIAL.
           SUBTRACT SER-PROMISED FROM SER-DAYS GIVING C-LATE-DAYS.

      *  TURNS A CALENDAR DATE INTO A RUNNING DAY COUNT (USING THE    *
      *  SAME DIVIDE-BY-FOUR LEAP RULE AS COBLSC01)                   *
       L4A-DATE-TO-SERIAL.
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
           IF SER-LEAP-REM = 0 AND SER-MM < 3
               SUBTRACT 1 FROM SER-DAYS.

      *  SELECTION SORT, EARLIEST PROMISE FIRST, THEN IN THE ORDER    *
      *  THE SALES WERE QUEUED - THE CUSTOMER PROMISED FIRST GETS     *
      *  THE FIRST TRUCK                                              *
       L5-SORT-DELIVERIES.
           PERFORM L5A-PLACE-DELIVERY
               VARYING RANK-I FROM 1 BY 1
                   UNTIL RANK-I NOT < DL-CNT.

       L5A-PLACE-DELIVERY.
           MOVE RANK-I TO RANK-MIN-SUB.
           ADD 1 TO RANK-I GIVING RANK-NEXT.
           PERFORM L5B-FIND-MIN-DELIVERY
               VARYING RANK-J FROM RANK-NEXT BY 1
                   UNTIL RANK-J > DL-CNT.
           IF RANK-MIN-SUB NOT = RANK-I
               MOVE DELIVERY-ENTRY(RANK-I) TO DELIVERY-HOLD-ENTRY
               MOVE DELIVERY-ENTRY(RANK-MIN-SUB)
                   TO DELIVERY-ENTRY(RANK-I)
               MOVE DELIVERY-HOLD-ENTRY
                   TO DELIVERY-ENTRY(RANK-MIN-SUB).

       L5B-FIND-MIN-DELIVERY.
           IF DL-REQ-DATE(RANK-J) < DL-REQ-DATE(RANK-MIN-SUB)
               MOVE RANK-J TO RANK-MIN-SUB
           ELSE
               IF DL-REQ-DATE(RANK-J) = DL-REQ-DATE(RANK-MIN-SUB)
                   IF DL-QUEUE-DATE(RANK-J) <
                           DL-QUEUE-DATE(RANK-MIN-SUB)
                       OR (DL-QUEUE-DATE(RANK-J) =
                               DL-QUEUE-DATE(RANK-MIN-SUB)
                           AND DL-QUEUE-SEQ(RANK-J) <
                               DL-QUEUE-SEQ(RANK-MIN-SUB))
                       MOVE RANK-J TO RANK-MIN-SUB.

      *  BOOKS A WAITING DELIVERY ON THE FIRST TRUCK-DAY OF ITS STORE  *
      *  ON OR AFTER THE PROMISED DAY (NEVER BEFORE TODAY) WITH A      *
      *  STOP AND THE CUBIC FEET TO SPARE; A DELIVERY NOTHING CAN      *
      *  HOLD STAYS WAITING WITH THE REASON                            *
       L6-FIT-DELIVERIES.
           IF DL-STATUS(DL-SUB) = 'W'
               MOVE 0 TO C-CUBE
               IF DL-FUR-CODE(DL-SUB) > 0
                   MOVE CAT-CUBIC-FT(DL-FUR-CODE(DL-SUB)) TO C-CUBE
               END-IF
               IF DL-REQ-DATE(DL-SUB) > WS-CURR-DATE-NUM
                   MOVE DL-REQ-DATE(DL-SUB) TO C-EARLIEST
               ELSE
                   MOVE WS-CURR-DATE-NUM TO C-EARLIEST
               END-IF
               PERFORM L6A-TRY-ONE-TRUCK
                   VARYING TD-SUB FROM 1 BY 1
                       UNTIL TD-SUB > TD-CNT
                           OR DL-STATUS(DL-SUB) = 'S'
               IF DL-STATUS(DL-SUB) = 'S'
                   ADD 1 TO C-SCHED-CTR
               ELSE
                   ADD 1 TO C-WAIT-CTR
                   PERFORM L6B-SET-REASON.

       L6A-TRY-ONE-TRUCK.
           IF TD-STORE-CD(TD-SUB) = DL-STORE-CD(DL-SUB)
               AND TD-DATE(TD-SUB) NOT < C-EARLIEST
               AND TD-STOPS-USED(TD-SUB) < TD-MAX-STOPS(TD-SUB)
               AND TD-CUBE-USED(TD-SUB) + C-CUBE
                   NOT > TD-MAX-CUBE(TD-SUB)
                       ADD 1 TO TD-STOPS-USED(TD-SUB)
                       ADD C-CUBE TO TD-CUBE-USED(TD-SUB)
                       MOVE 'S' TO DL-STATUS(DL-SUB)
                       MOVE TD-SUB TO DL-SLOT(DL-SUB)
                       MOVE TD-DATE(TD-SUB) TO DL-SCHED-DATE(DL-SUB)
                       MOVE TD-TRUCK-ID(TD-SUB) TO DL-TRUCK-ID(DL-SUB).

       L6B-SET-REASON.
           MOVE 'N' TO C-STORE-TRUCK-SW.
           MOVE 'N' TO C-BIG-ENOUGH-SW.
           PERFORM L6C-CHECK-STORE-TRUCK
               VARYING TD-SUB FROM 1 BY 1
                   UNTIL TD-SUB > TD-CNT.
           IF C-STORE-TRUCK-SW = 'N'
               MOVE 'NO TRUCKS ON FILE FOR STORE' TO DL-REASON(DL-SUB)
           ELSE
               IF C-BIG-ENOUGH-SW = 'N'
                   MOVE 'TOO BIG FOR ANY TRUCK' TO DL-REASON(DL-SUB)
               ELSE
                   MOVE 'ALL TRUCK-DAYS ON FILE FULL'
                       TO DL-REASON(DL-SUB).

       L6C-CHECK-STORE-TRUCK.
           IF TD-STORE-CD(TD-SUB) = DL-STORE-CD(DL-SUB)
               AND TD-DATE(TD-SUB) NOT < C-EARLIEST
                   MOVE 'Y' TO C-STORE-TRUCK-SW
                   IF TD-MAX-CUBE(TD-SUB) NOT < C-CUBE
                       MOVE 'Y' TO C-BIG-ENOUGH-SW.

      *  ONE MANIFEST PAGE PER TRUCK-DAY WITH ANYTHING BOOKED ON IT,   *
      *  STOPS IN PROMISE ORDER                                       *
       L7-PRINT-MANIFESTS.
           MOVE 'DELIVERY MANIFEST' TO O-RPT-TITLE.
           MOVE 'N' TO C-STORE-TRUCK-SW.
           PERFORM L7A-PRINT-ONE-TRUCK
               VARYING TD-SUB FROM 1 BY 1
                   UNTIL TD-SUB > TD-CNT.
           IF C-STORE-TRUCK-SW = 'N'
               PERFORM L2F-NEW-PAGE
               WRITE PRTLINE FROM NO-MANIFEST-LINE
                   AFTER ADVANCING 1 LINE.

       L7A-PRINT-ONE-TRUCK.
           IF TD-STOPS-USED(TD-SUB) > 0
               MOVE 'Y' TO C-STORE-TRUCK-SW
               MOVE 0 TO C-STOP-NUM
               PERFORM L7B-MANIFEST-HEADING
               PERFORM L7C-PRINT-STOP
                   VARYING DL-SUB FROM 1 BY 1
                       UNTIL DL-SUB > DL-CNT.

       L7B-MANIFEST-HEADING.
           PERFORM L2F-NEW-PAGE.
           MOVE TD-STORE-CD(TD-SUB) TO O-TH-STORE.
           MOVE TD-TRUCK-ID(TD-SUB) TO O-TH-TRUCK.
           MOVE TD-DATE(TD-SUB) TO C-PRT-DATE.
           PERFORM L7J-EDIT-DATE.
           MOVE PRT-DATE-EDIT TO O-TH-DATE.
           MOVE TD-STOPS-USED(TD-SUB) TO O-TH-STOPS.
           MOVE TD-MAX-STOPS(TD-SUB) TO O-TH-MAX-STOPS.
           MOVE TD-CUBE-USED(TD-SUB) TO O-TH-CUBE.
           MOVE TD-MAX-CUBE(TD-SUB) TO O-TH-MAX-CUBE.
           WRITE PRTLINE FROM TRUCK-HEADER-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM MF-HEADING
               AFTER ADVANCING 2 LINES.

       L7C-PRINT-STOP.
           IF DL-SLOT(DL-SUB) = TD-SUB
               AND (DL-STATUS(DL-SUB) = 'B' OR DL-STATUS(DL-SUB) = 'S')
                   ADD 1 TO C-STOP-NUM
                   MOVE C-STOP-NUM TO O-MF-STOP
                   PERFORM L7K-EDIT-TICKET
                   MOVE TICKET-EDIT TO O-MF-TICKET
                   MOVE DL-SLM-NAME(DL-SUB) TO O-MF-SLM-NAME
                   MOVE SPACES TO O-MF-CATEGORY
                   MOVE 0 TO O-MF-CUBE
                   IF DL-FUR-CODE(DL-SUB) > 0
                       MOVE CAT-DESC(DL-FUR-CODE(DL-SUB))
                           TO O-MF-CATEGORY
                       MOVE CAT-CUBIC-FT(DL-FUR-CODE(DL-SUB))
                           TO O-MF-CUBE
                   END-IF
                   MOVE DL-ADDR(DL-SUB) TO O-MF-ADDR
                   MOVE DL-REQ-DATE(DL-SUB) TO C-PRT-DATE
                   PERFORM L7J-EDIT-DATE
                   MOVE PRT-DATE-EDIT TO O-MF-PROMISED
                   IF DL-SCHED-DATE(DL-SUB) > DL-REQ-DATE(DL-SUB)
                       MOVE 'LATE' TO O-MF-NOTE
                   ELSE
                       MOVE SPACES TO O-MF-NOTE
                   END-IF
                   WRITE PRTLINE FROM MF-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L7B-MANIFEST-HEADING.

      *  THE DELIVERIES STILL WAITING, EACH WITH WHY NO TRUCK TOOK IT *
       L7D-PRINT-UNSCHEDULED.
           MOVE 'DELIVERIES NOT SCHEDULED' TO O-RPT-TITLE.
           PERFORM L7E-UNSCHEDULED-HEADING.
           IF C-WAIT-CTR = 0
               WRITE PRTLINE FROM NO-UNSCHED-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM L7F-PRINT-ONE-UNSCHEDULED
                   VARYING DL-SUB FROM 1 BY 1
                       UNTIL DL-SUB > DL-CNT.
           MOVE C-READ-CTR TO O-FT-READ.
           MOVE C-SCHED-CTR TO O-FT-SCHED.
           MOVE C-WAIT-CTR TO O-FT-WAIT.
           MOVE C-OVFL-CTR TO O-FT-OVFL.
           WRITE PRTLINE FROM FIT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           IF C-TRUCK-OVFL-CTR > 0 OR C-HIST-OVFL-CTR > 0
               MOVE C-TRUCK-OVFL-CTR TO O-OV-TRUCKS
               MOVE C-HIST-OVFL-CTR TO O-OV-HIST
               WRITE PRTLINE FROM OVFL-WARN-LINE
                   AFTER ADVANCING 1 LINE.

       L7E-UNSCHEDULED-HEADING.
           PERFORM L2F-NEW-PAGE.
           WRITE PRTLINE FROM UN-HEADING
               AFTER ADVANCING 1 LINE.

       L7F-PRINT-ONE-UNSCHEDULED.
           IF DL-STATUS(DL-SUB) = 'W'
               PERFORM L7K-EDIT-TICKET
               MOVE TICKET-EDIT TO O-UN-TICKET
               MOVE DL-STORE-CD(DL-SUB) TO O-UN-STORE
               MOVE DL-SLM-NAME(DL-SUB) TO O-UN-SLM-NAME
               MOVE DL-ADDR(DL-SUB) TO O-UN-ADDR
               MOVE DL-REQ-DATE(DL-SUB) TO C-PRT-DATE
               PERFORM L7J-EDIT-DATE
               MOVE PRT-DATE-EDIT TO O-UN-PROMISED
               MOVE 0 TO O-UN-CUBE
               IF DL-FUR-CODE(DL-SUB) > 0
                   MOVE CAT-CUBIC-FT(DL-FUR-CODE(DL-SUB)) TO O-UN-CUBE
               END-IF
               MOVE DL-REASON(DL-SUB) TO O-UN-REASON
               WRITE PRTLINE FROM UN-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L7E-UNSCHEDULED-HEADING.

      *  EACH SALESPERSON'S DELIVERIES AGAINST WHAT THEY PROMISED:   *
      *  THOSE MADE, THOSE BOOKED AHEAD, AND THOSE STILL WAITING     *
       L7G-PRINT-SALESPERSONS.
           PERFORM L7H-TALLY-IN-PLAY
               VARYING DL-SUB FROM 1 BY 1
                   UNTIL DL-SUB > DL-CNT.
           MOVE 'DELIVERED VS PROMISED BY SALESPERSON' TO O-RPT-TITLE.
           PERFORM L2F-NEW-PAGE.
           WRITE PRTLINE FROM SP-HEADING-1
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SP-HEADING-2
               AFTER ADVANCING 1 LINE.
           PERFORM L7I-PRINT-ONE-SALESPERSON
               VARYING SP-SUB FROM 1 BY 1
                   UNTIL SP-SUB > 15.
           WRITE PRTLINE FROM SP-NOTE-LINE
               AFTER ADVANCING 2 LINES.

       L7H-TALLY-IN-PLAY.
           IF DL-SLM-NUM(DL-SUB) > 0 AND DL-SLM-NUM(DL-SUB) < 16
               MOVE DL-SLM-NUM(DL-SUB) TO SP-SUB
               MOVE DL-SLM-NAME(DL-SUB) TO SP-NAME(SP-SUB)
               IF DL-STATUS(DL-SUB) = 'W'
                   ADD 1 TO SP-WAITING(SP-SUB)
                   IF DL-REQ-DATE(DL-SUB) < WS-CURR-DATE-NUM
                       ADD 1 TO SP-WAIT-LATE(SP-SUB)
                   END-IF
               ELSE
                   ADD 1 TO SP-BOOKED(SP-SUB)
                   IF DL-SCHED-DATE(DL-SUB) > DL-REQ-DATE(DL-SUB)
                       ADD 1 TO SP-BOOKED-LATE(SP-SUB).

       L7I-PRINT-ONE-SALESPERSON.
           IF SP-DELIVERED(SP-SUB) > 0 OR SP-BOOKED(SP-SUB) > 0
               OR SP-WAITING(SP-SUB) > 0
                   MOVE SP-SUB TO O-SP-SLM
                   MOVE SP-NAME(SP-SUB) TO O-SP-NAME
                   MOVE SP-DELIVERED(SP-SUB) TO O-SP-DELIVERED
                   MOVE SP-ON-TIME(SP-SUB) TO O-SP-ON-TIME
                   SUBTRACT SP-ON-TIME(SP-SUB)
                       FROM SP-DELIVERED(SP-SUB)
                       GIVING O-SP-LATE
                   MOVE 0 TO C-AVG-LATE
                   IF SP-DELIVERED(SP-SUB) > SP-ON-TIME(SP-SUB)
                       COMPUTE C-AVG-LATE ROUNDED =
                           SP-LATE-DAYS(SP-SUB) /
                               (SP-DELIVERED(SP-SUB)
                                   - SP-ON-TIME(SP-SUB))
                           ON SIZE ERROR
                               MOVE 999.9 TO C-AVG-LATE
                       END-COMPUTE
                   END-IF
                   MOVE C-AVG-LATE TO O-SP-AVG-LATE
                   MOVE SP-WORST(SP-SUB) TO O-SP-WORST
                   MOVE SP-BOOKED(SP-SUB) TO O-SP-BOOKED
                   MOVE SP-BOOKED-LATE(SP-SUB) TO O-SP-BOOKED-LATE
                   MOVE SP-WAITING(SP-SUB) TO O-SP-WAITING
                   MOVE SP-WAIT-LATE(SP-SUB) TO O-SP-WAIT-LATE
                   WRITE PRTLINE FROM SP-LINE
                       AFTER ADVANCING 1 LINE.

       L7J-EDIT-DATE.
           MOVE C-PRT-YYYY TO O-PD-YYYY.
           MOVE C-PRT-MM TO O-PD-MM.
           MOVE C-PRT-DD TO O-PD-DD.

       L7K-EDIT-TICKET.
           MOVE DL-QUEUE-DATE(DL-SUB) TO O-TK-DATE.
           MOVE DL-QUEUE-SEQ(DL-SUB) TO O-TK-SEQ.

      *  ADDS THIS RUN'S BOOKINGS TO THE HISTORY AND REWRITES THE     *
      *  QUEUE WITH WHAT IS STILL WAITING, AFTER ROLLING A            *
      *  GENERATION BACKUP OF IT                                      *
       L8-SAVE-FILES.
           IF C-SCHED-CTR > 0
               OPEN EXTEND DELIV-HIST-FILE
               IF WS-DH-STATUS NOT = '00'
                   OPEN OUTPUT DELIV-HIST-FILE
               END-IF
               PERFORM L8A-WRITE-HISTORY
                   VARYING DL-SUB FROM 1 BY 1
                       UNTIL DL-SUB > DL-CNT
               CLOSE DELIV-HIST-FILE.
           IF DQ-ON-FILE-SW = 'Y'
               MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE
               MOVE 'L' TO GN-ORG
               MOVE 'DELIVPND.DAT' TO GN-FILE-NAME
               CALL 'CBLGEN' USING CBLGEN-DATA
               OPEN OUTPUT DELIV-PEND-FILE
               PERFORM L8B-WRITE-QUEUE
                   VARYING DL-SUB FROM 1 BY 1
                       UNTIL DL-SUB > DL-CNT
               CLOSE DELIV-PEND-FILE.

       L8A-WRITE-HISTORY.
           IF DL-STATUS(DL-SUB) = 'S'
               MOVE DL-DATA(DL-SUB) TO DELIV-HIST-REC
               WRITE DELIV-HIST-REC.

       L8B-WRITE-QUEUE.
           IF DL-STATUS(DL-SUB) = 'W'
               MOVE DL-DATA(DL-SUB) TO DELIVERY-REC
               WRITE DELIVERY-REC.

      *  PROVES THE RUN PROCESSED WHAT IT WAS GIVEN: DELIVERIES READ  *
      *  FROM THE QUEUE MUST EQUAL THOSE BOOKED PLUS THOSE STILL      *
      *  WAITING PLUS THOSE PAST THE TABLE                            *
       L9-CLOSING.
           CLOSE PRTOUT.

           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC42' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           MOVE C-READ-CTR TO RL-RECS-READ.
           MOVE C-SCHED-CTR TO RL-RECS-OUT-1.
           MOVE C-WAIT-CTR TO RL-RECS-OUT-2.
           MOVE C-OVFL-CTR TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
