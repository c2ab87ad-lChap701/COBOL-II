       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC36.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  WAKEBOARD INTER-STORE TRANSFER RUN. APPLIES THE DAY'S         *
      *  TRANSFER TRANSACTIONS (XFERTXN.DAT) TO THE PER-STORE STOCK ON *
      *  BRDINV.DAT: A SHIPMENT TAKES THE BOARDS OFF THE SENDING       *
      *  STORE'S SHELF AND PUTS THEM IN TRANSIT ON INTRANS.DAT, AND A  *
      *  RECEIPT PUTS THEM ON THE RECEIVING STORE'S SHELF AND CLOSES   *
      *  THE TRANSFER. RUNS AHEAD OF THE DAILY WAKEBOARD RUN (COBLSC02)*
      *  SO THE DAY'S SALES AND WEB ORDERS SEE THE MOVED STOCK. PRINTS *
      *  THE TRANSFER ACTIVITY, EVERY TRANSFER STILL IN TRANSIT WITH   *
      *  ITS DAYS ON THE ROAD, AND EACH STORE'S STOCK AND MOVEMENT.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  RUN CONTROL CARD - AS-OF DATE THE TRANSFERS ARE DATED AND    *
      *  AGED UNDER                                                   *
           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  THE DAY'S SHIP AND RECEIVE TRANSACTIONS  *
           SELECT XFER-TXN-FILE
               ASSIGN TO 'XFERTXN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XT-STATUS.

      *  PERPETUAL ON-HAND QUANTITIES, ONE RECORD PER STORE PER      *
      *  BOARD, SHARED WITH THE DAILY WAKEBOARD RUN (COBLSC02)        *
           SELECT INV-FILE
               ASSIGN TO 'BRDINV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INV-STATUS.

      *  TRANSFERS SHIPPED AND NOT YET RECEIVED, REWRITTEN EACH RUN  *
           SELECT IN-TRANSIT-FILE
               ASSIGN TO 'INTRANS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IT-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'XFER.PRT'
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

       FD  XFER-TXN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS XFER-TXN-REC.

      *  CPY FILE THAT CONTAINS XFER-TXN-REC LAYOUT  *
           COPY 'XFERTXN.CPY'.

       FD  INV-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 20 TO 162 CHARACTERS
           DATA RECORD IS INV-REC.

      *  CPY FILE THAT CONTAINS INV-REC LAYOUT, SHARED WITH THE DAILY *
      *  WAKEBOARD RUN (COBLSC02) AND THE EXCEPTION SUMMARY (COBLSC22)*
           COPY 'BRDINV.CPY'.

       FD  IN-TRANSIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS IN-TRANSIT-REC.

      *  CPY FILE THAT CONTAINS IN-TRANSIT-REC LAYOUT  *
           COPY 'INTRANS.CPY'.

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
           05  WS-XT-STATUS        PIC XX      VALUE '00'.
           05  WS-INV-STATUS       PIC XX      VALUE '00'.
           05  WS-IT-STATUS        PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  XT-EOF-SW           PIC X       VALUE 'N'.
           05  INV-EOF-SW          PIC X       VALUE 'N'.
           05  IT-EOF-SW           PIC X       VALUE 'N'.
           05  TXN-OK-SW           PIC X       VALUE 'Y'.
      *  NO STOCK FILE YET MEANS THE DAILY RUN HASN'T SEEDED ONE -    *
      *  NOTHING CAN SHIP, AND NOTHING IS WRITTEN THAT WOULD STOP IT *
      *  SEEDING                                                     *
           05  INV-ON-FILE-SW      PIC X       VALUE 'N'.
           05  IT-ON-FILE-SW       PIC X       VALUE 'N'.
      *  'N' WHEN INTRANS.DAT HOLDS MORE TRANSFERS THAN THE TABLE -   *
      *  EVERY TRANSACTION IS REJECTED AND NOTHING IS REWRITTEN       *
      *  RATHER THAN TRANSFERS BEING LOST                             *
           05  IT-TABLE-OK-SW      PIC X       VALUE 'Y'.
           05  DATE-OK-SW          PIC X       VALUE 'Y'.
           05  C-TXN-READ-CTR      PIC 9(6)    VALUE 0.
           05  C-APPLIED-CTR       PIC 9(6)    VALUE 0.
           05  C-REJECT-CTR        PIC 9(6)    VALUE 0.
           05  C-SHIPPED-CTR       PIC 9(6)    VALUE 0.
           05  C-UNITS-SHIPPED     PIC 9(6)    VALUE 0.
           05  C-RECEIVED-CTR      PIC 9(6)    VALUE 0.
           05  C-UNITS-RECEIVED    PIC 9(6)    VALUE 0.
           05  C-UNITS-SHORT       PIC 9(6)    VALUE 0.
           05  C-TRANSIT-CTR       PIC 9(6)    VALUE 0.
           05  C-UNITS-TRANSIT     PIC 9(6)    VALUE 0.
           05  C-LATE-CTR          PIC 9(6)    VALUE 0.
      *  A TRANSFER ON THE ROAD LONGER THAN THIS MANY DAYS IS FLAGGED *
      *  LATE SO SOMEBODY CALLS THE RECEIVING STORE                   *
           05  C-LATE-DAYS         PIC 99      VALUE 5.
           05  C-DAYS-OUT          PIC 9(5)    VALUE 0.
           05  C-FROM-SUB          PIC 99      VALUE 0.
           05  C-TO-SUB            PIC 99      VALUE 0.
           05  C-STORE-SUB         PIC 99      VALUE 0.
           05  C-LOOKUP-CODE       PIC XX      VALUE SPACES.
           05  C-FOUND-SUB         PIC 999     VALUE 0.
           05  C-RECV-QTY          PIC 9(3)    VALUE 0.
           05  C-SHORT-QTY         PIC 9(3)    VALUE 0.
           05  C-QTY-ED            PIC ZZ9.
           05  C-TXN-DATE          PIC 9(8)    VALUE 0.
           05  C-MONTH-DAYS        PIC 99      VALUE 0.
           05  C-LEAP-QUOT         PIC 9(4)    VALUE 0.
           05  C-LEAP-REM          PIC 9       VALUE 0.
           05  STORE-SUB           PIC 99      VALUE 0.
           05  BOARD-SUB           PIC 999     VALUE 0.
           05  IE-SUB              PIC 999     VALUE 0.
      *  WHAT HAPPENED TO THE CURRENT TRANSACTION  *
           05  C-POST-STATUS       PIC X(38)   VALUE ' '.

      *  DAYS IN EACH MONTH OF A COMMON YEAR - FEBRUARY GETS ITS LEAP  *
      *  DAY FROM THE SAME DIVIDE-BY-FOUR RULE COBLSC01 USES           *
       01  MONTH-DAYS-VALUES.
           05  FILLER              PIC X(24)   VALUE
               '312831303130313130313031'.

       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  T-MONTH-DAYS        PIC 99      OCCURS 12.

      *  A KEYED YYYYMMDD BEING VALIDATED  *
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
      *  A TRANSFER'S DAYS ON THE ROAD CAN BE FIGURED BY SUBTRACTION   *
       01  SERIAL-DATE-AREA.
           05  SER-YYYY            PIC 9(4)    VALUE 0.
           05  SER-MM              PIC 99      VALUE 0.
           05  SER-DD              PIC 99      VALUE 0.
           05  SER-DAYS            PIC 9(7)    VALUE 0.
           05  SER-LEAP-QUOT       PIC 9(4)    VALUE 0.
           05  SER-LEAP-REM        PIC 9       VALUE 0.
           05  SER-TODAY           PIC 9(7)    VALUE 0.

      *  STORE LOCATION TABLE, LOADED FROM THE SHARED STORE MASTER    *
      *  THROUGH CBLSTORE, WITH EACH STORE'S TRANSFER MOVEMENT        *
       01  STORE-TABLE-AREA.
           05  T-STORES             OCCURS 10.
               10  T-STORE-CODE     PIC XX.
               10  T-STORE-NAME     PIC X(20).
               10  T-STORE-SHIPPED  PIC 9(5).
               10  T-STORE-RECEIVED PIC 9(5).
               10  T-STORE-OUTBOUND PIC 9(5).
               10  T-STORE-INBOUND  PIC 9(5).
           05  STORE-CNT            PIC 99      VALUE 0.

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

      *  EACH STORE'S ON-HAND AND ON-RENT FIGURES IN STORE-TABLE      *
      *  ORDER, AS BRDINV.DAT CARRIES THEM                            *
       01  STOCK-TABLE-AREA.
           05  SK-STORE             OCCURS 10.
               10  SK-ON-HAND       PIC S9(4)   OCCURS 99.
               10  SK-ON-RENT       PIC S9(4)   OCCURS 99.

      *  STORE RECORDS ON BRDINV.DAT FOR A CODE NO LONGER ON THE     *
      *  STORE MASTER - WRITTEN BACK UNTOUCHED                       *
       01  INV-ORPHAN-AREA.
           05  IO-REC               PIC X(20)   OCCURS 200.
           05  C-INV-ORPHAN-CTR     PIC 999     VALUE 0.
           05  IO-SUB               PIC 999     VALUE 0.

      *  AN OLD-LAYOUT STORE RECORD HELD ASIDE IS SPLIT INTO KEYED   *
      *  RECORDS HERE, SINCE INV-REC SHARES THE OLD RECORD'S BYTES   *
       01  INV-ORPHAN-WORK.
           05  IW-STORE             PIC XX.
           05  IW-BOARD             PIC 99.
           05  IW-QTY-ON-HAND       PIC S9(4).
           05  IW-QTY-ON-RENT       PIC S9(4).
           05  FILLER               PIC X(8).

      *  EVERY TRANSFER IN TRANSIT AT START-UP PLUS TODAY'S           *
      *  SHIPMENTS                                                    *
       01  IN-TRANSIT-TABLE-AREA.
           05  IE-ENTRY             OCCURS 500.
               10  IE-XFER-NUM      PIC 9(6).
               10  IE-BOARD         PIC 99.
               10  IE-FROM-STORE    PIC XX.
               10  IE-TO-STORE      PIC XX.
               10  IE-QTY           PIC 9(3).
               10  IE-SHIP-DATE     PIC 9(8).
      *  ' ' = STILL IN TRANSIT, 'R' = RECEIVED THIS RUN  *
               10  IE-STATUS        PIC X.

       01  IN-TRANSIT-TABLE-WORK.
           05  IE-TBL-CTR           PIC 999     VALUE 0.

      *  CPY FILE THAT CONTAINS THE BOARD TABLE, FILLED FROM THE      *
      *  CATALOG BY CBLBOARD - THE BOARDS THAT CAN BE SHIPPED AND THE *
      *  NAMES THE REPORT PRINTS                                      *
       COPY 'BOARDTBL.CPY'.

      *  DATA PASSED TO/FROM CBLGEN TO ROLL A GENERATION BACKUP OF    *
      *  THE STOCK AND IN-TRANSIT FILES BEFORE THEY ARE REWRITTEN     *
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
           05  FILLER          PIC X(37)   VALUE ' '.
           05  FILLER          PIC X(34)   VALUE
               'WAKEBOARD TRANSFERS AND IN-TRANSIT'.
           05  FILLER          PIC X(37)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-RPT-PCTR      PIC Z9.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  SECTION-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-SECTION-NAME  PIC X(30).
           05  FILLER          PIC X(98)   VALUE ' '.

       01  TABLE-FULL-LINE.
           05  FILLER          PIC X(34)   VALUE
               'IN-TRANSIT FILE PAST 500 ENTRIES -'.
           05  FILLER          PIC X(30)   VALUE
               ' NOTHING APPLIED OR REWRITTEN'.
           05  FILLER          PIC X(68)   VALUE ' '.

       01  NO-STOCK-LINE.
           05  FILLER          PIC X(34)   VALUE
               'NO BRDINV.DAT YET - RUN COBLSC02 T'.
           05  FILLER          PIC X(30)   VALUE
               'O SEED STOCK BEFORE TRANSFERS'.
           05  FILLER          PIC X(68)   VALUE ' '.

       01  ACTIVITY-HEADINGS.
           05  FILLER          PIC X(4)    VALUE 'ACTN'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'XFER #'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(2)    VALUE 'BD'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(13)   VALUE 'BOARD NAME'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(2)    VALUE 'FR'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(2)    VALUE 'TO'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(3)    VALUE 'QTY'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'DATE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'STATUS'.
           05  FILLER          PIC X(70)   VALUE ' '.

      *  ONE TRANSFER TRANSACTION AND WHAT BECAME OF IT  *
       01  ACTIVITY-LINE.
           05  O-ACT-ACTION        PIC X(4).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-ACT-XFER-NUM      PIC X(6).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-ACT-BOARD         PIC X(2).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-ACT-NAME          PIC X(13).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-ACT-FROM          PIC X(2).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-ACT-TO            PIC X(2).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-ACT-QTY           PIC X(3).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-ACT-DATE          PIC X(8).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-ACT-STATUS        PIC X(38).
           05  FILLER              PIC X(38)   VALUE ' '.

       01  TRANSIT-HEADINGS.
           05  FILLER          PIC X(6)    VALUE 'XFER #'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(2)    VALUE 'BD'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(13)   VALUE 'BOARD NAME'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(2)    VALUE 'FR'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(2)    VALUE 'TO'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(3)    VALUE 'QTY'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'SHIPPED'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE ' DAYS'.
           05  FILLER          PIC X(75)   VALUE ' '.

      *  ONE TRANSFER STILL ON THE ROAD AND HOW LONG IT HAS BEEN OUT  *
       01  TRANSIT-LINE.
           05  O-IT-XFER-NUM       PIC 9(6).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-IT-BOARD          PIC Z9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-IT-NAME           PIC X(13).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-IT-FROM           PIC X(2).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-IT-TO             PIC X(2).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-IT-QTY            PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-IT-SHIP-YYYY      PIC 9(4).
           05  FILLER              PIC X       VALUE '/'.
           05  O-IT-SHIP-MM        PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-IT-SHIP-DD        PIC 99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-IT-DAYS           PIC ZZZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-IT-LATE           PIC X(4).
           05  FILLER              PIC X(69)   VALUE ' '.

       01  TRANSIT-NONE-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(26)   VALUE
               'NOTHING IN TRANSIT'.
           05  FILLER          PIC X(102)  VALUE ' '.

       01  STORE-HEADINGS.
           05  FILLER          PIC X(2)    VALUE 'ST'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(20)   VALUE 'STORE NAME'.
           05  FILLER          PIC X(10)   VALUE '   ON HAND'.
           05  FILLER          PIC X(10)   VALUE '   SHIPPED'.
           05  FILLER          PIC X(10)   VALUE '  RECEIVED'.
           05  FILLER          PIC X(10)   VALUE '  OUTBOUND'.
           05  FILLER          PIC X(10)   VALUE '   INBOUND'.
           05  FILLER          PIC X(58)   VALUE ' '.

      *  ONE STORE'S SHELF STOCK AFTER THE TRANSFERS, WHAT IT SHIPPED *
      *  AND RECEIVED TODAY, AND WHAT IS ON THE ROAD FROM AND TO IT   *
       01  STORE-LINE.
           05  O-SS-STORE          PIC X(2).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-SS-NAME           PIC X(20).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-SS-ON-HAND        PIC -ZZZZ9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-SS-SHIPPED        PIC -ZZZZ9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-SS-RECEIVED       PIC -ZZZZ9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-SS-OUTBOUND       PIC -ZZZZ9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-SS-INBOUND        PIC -ZZZZ9.
           05  FILLER              PIC X(58)   VALUE ' '.

       01  C-SS-ON-HAND            PIC S9(5)   VALUE 0.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(30)   VALUE
               'TRANSACTIONS READ:            '.
           05  O-TXN-READ-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(30)   VALUE
               'TRANSFERS SHIPPED:            '.
           05  O-SHIPPED-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(10)   VALUE '   UNITS: '.
           05  O-UNITS-SHIPPED PIC ZZZZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(30)   VALUE
               'TRANSFERS RECEIVED:           '.
           05  O-RECEIVED-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(10)   VALUE '   UNITS: '.
           05  O-UNITS-RECEIVED
                               PIC ZZZZZ9.
           05  FILLER          PIC X(19)   VALUE
               '   LOST IN TRANSIT:'.
           05  FILLER          PIC X       VALUE ' '.
           05  O-UNITS-SHORT   PIC ZZZZZ9.
           05  FILLER          PIC X(54)   VALUE ' '.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(30)   VALUE
               'TRANSACTIONS REJECTED:        '.
           05  O-REJECT-CTR    PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-5.
           05  FILLER          PIC X(30)   VALUE
               'TRANSFERS STILL IN TRANSIT:   '.
           05  O-TRANSIT-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(10)   VALUE '   UNITS: '.
           05  O-UNITS-TRANSIT PIC ZZZZZ9.
           05  FILLER          PIC X(10)   VALUE '   LATE: '.
           05  O-LATE-CTR      PIC ZZZZZ9.
           05  FILLER          PIC X(64)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-APPLY-TXNS
               UNTIL XT-EOF-SW = 'Y'.
           IF C-APPLIED-CTR > 0
               PERFORM L6-SAVE-INVENTORY
               PERFORM L7-SAVE-IN-TRANSIT.
           PERFORM L8-TRANSIT-REPORT.
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
           PERFORM L2D-LOAD-INVENTORY.
           PERFORM L2H-LOAD-IN-TRANSIT.

           OPEN OUTPUT PRTOUT.
           PERFORM L8H-HEADINGS.
           IF IT-TABLE-OK-SW = 'N'
               WRITE PRTLINE FROM TABLE-FULL-LINE
                   AFTER ADVANCING 2 LINES.
           IF INV-ON-FILE-SW = 'N'
               WRITE PRTLINE FROM NO-STOCK-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'TRANSFER ACTIVITY' TO O-SECTION-NAME.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM ACTIVITY-HEADINGS
               AFTER ADVANCING 1 LINE.

           OPEN INPUT XFER-TXN-FILE.
           IF WS-XT-STATUS NOT = '00'
               MOVE 'N' TO TXN-OK-SW
               MOVE 'Y' TO XT-EOF-SW.

      *  WITHOUT THE CATALOG EVERY BOARD NUMBER LOOKS UNKNOWN - THE  *
      *  RUN STOPS BEFORE A TRANSACTION IS READ OR A FILE REWRITTEN  *
       L2Z-CATALOG-MISSING.
           DISPLAY 'COBLSC36 - BOARD CATALOG BRDCAT.DAT NOT ON FILE'.
           DISPLAY 'RUN STOPPED - NO TRANSFERS POSTED'.
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

      *  LOADS THE STORE TABLE FROM THE SHARED STORE MASTER THROUGH   *
      *  CBLSTORE - THE SAME LIST, IN THE SAME ORDER, COBLSC02 USES   *
       L2B-LOAD-STORES.
           MOVE 'N' TO CS-FUNC.
           CALL 'CBLSTORE' USING CBLSTORE-DATA.
           MOVE CS-COUNT TO STORE-CNT.
           IF STORE-CNT > 10
               MOVE 10 TO STORE-CNT.
           INITIALIZE STOCK-TABLE-AREA.
           PERFORM L2C-LOAD-ONE-STORE
               VARYING STORE-SUB FROM 1 BY 1
                   UNTIL STORE-SUB > STORE-CNT.

       L2C-LOAD-ONE-STORE.
           MOVE 'E' TO CS-FUNC.
           MOVE STORE-SUB TO CS-ENTRY-NUM.
           CALL 'CBLSTORE' USING CBLSTORE-DATA.
           MOVE CS-STORE-CODE TO T-STORE-CODE(STORE-SUB).
           MOVE CS-STORE-NAME TO T-STORE-NAME(STORE-SUB).
           MOVE 0 TO T-STORE-SHIPPED(STORE-SUB).
           MOVE 0 TO T-STORE-RECEIVED(STORE-SUB).
           MOVE 0 TO T-STORE-OUTBOUND(STORE-SUB).
           MOVE 0 TO T-STORE-INBOUND(STORE-SUB).

      *  LOADS EACH STORE'S STOCK RECORDS. A BLANK STORE CODE IS THE *
      *  OLD COMPANY-WIDE RECORD AND LANDS ON THE FIRST STORE, THE    *
      *  SAME AS COBLSC02 LOADS IT                                    *
       L2D-LOAD-INVENTORY.
           OPEN INPUT INV-FILE.
           IF WS-INV-STATUS = '00'
               MOVE 'Y' TO INV-ON-FILE-SW
               PERFORM L2E-READ-INVENTORY
                   UNTIL INV-EOF-SW = 'Y'
               CLOSE INV-FILE.

       L2E-READ-INVENTORY.
           READ INV-FILE
               AT END
                   MOVE 'Y' TO INV-EOF-SW
               NOT AT END
                   PERFORM L2E1-LOAD-STORE-INV
           END-READ.

      *  A STORE THAT HAS LEFT THE MASTER IS HELD ASIDE AND WRITTEN   *
      *  BACK AS IT CAME. A RECORD IN THE OLD ONE-PER-STORE LAYOUT IS *
      *  SPREAD OVER THE FIRST 18 BOARDS                              *
       L2E1-LOAD-STORE-INV.
           IF INV-OLD-REC (21:124) NOT = SPACES
               PERFORM L2E2-LOAD-OLD-STORE-INV
           ELSE
               MOVE IV-STORE TO C-LOOKUP-CODE
               PERFORM L2E4-INV-STORE
               IF C-STORE-SUB > 0
                   AND IV-BOARD NUMERIC AND IV-BOARD > 0
                       PERFORM L2G-LOAD-ONE-BOARD
               ELSE
                   IF C-INV-ORPHAN-CTR < 200
                       ADD 1 TO C-INV-ORPHAN-CTR
                       MOVE INV-REC TO IO-REC(C-INV-ORPHAN-CTR).

       L2E2-LOAD-OLD-STORE-INV.
           MOVE IV-OLD-STORE TO C-LOOKUP-CODE.
           PERFORM L2E4-INV-STORE.
           IF C-STORE-SUB > 0
               PERFORM L2G1-LOAD-OLD-BOARD
                   VARYING BOARD-SUB FROM 1 BY 1
                       UNTIL BOARD-SUB > 18
           ELSE
               PERFORM L2E3-SPLIT-OLD-ORPHAN
                   VARYING BOARD-SUB FROM 1 BY 1
                       UNTIL BOARD-SUB > 18.

      *  ONE BOARD OF AN OLD-LAYOUT RECORD FOR A STORE OFF THE        *
      *  MASTER, HELD ASIDE AS A KEYED RECORD IF IT HAS ANY STOCK     *
       L2E3-SPLIT-OLD-ORPHAN.
           MOVE SPACES TO INV-ORPHAN-WORK.
           MOVE IV-OLD-STORE TO IW-STORE.
           MOVE BOARD-SUB TO IW-BOARD.
           MOVE IV-OLD-ON-HAND(BOARD-SUB) TO IW-QTY-ON-HAND.
           IF IV-OLD-ON-RENT(BOARD-SUB) NUMERIC
               MOVE IV-OLD-ON-RENT(BOARD-SUB) TO IW-QTY-ON-RENT
           ELSE
               MOVE 0 TO IW-QTY-ON-RENT.
           IF IW-QTY-ON-HAND NOT = 0 OR IW-QTY-ON-RENT NOT = 0
               IF C-INV-ORPHAN-CTR < 200
                   ADD 1 TO C-INV-ORPHAN-CTR
                   MOVE INV-ORPHAN-WORK TO IO-REC(C-INV-ORPHAN-CTR).

      *  A BLANK STORE CODE IS THE FIRST STORE, WHERE EVERYTHING WENT *
      *  BEFORE STOCK WAS KEPT BY STORE                               *
       L2E4-INV-STORE.
           IF C-LOOKUP-CODE = SPACES AND STORE-CNT > 0
               MOVE 1 TO C-STORE-SUB
           ELSE
               PERFORM L2F-FIND-STORE.

      *  FINDS C-LOOKUP-CODE IN THE STORE TABLE, LEAVING ITS SLOT IN  *
      *  C-STORE-SUB (0 = NOT ON THE MASTER)                          *
       L2F-FIND-STORE.
           MOVE 0 TO C-STORE-SUB.
           PERFORM L2F1-MATCH-STORE
               VARYING STORE-SUB FROM 1 BY 1
                   UNTIL STORE-SUB > STORE-CNT OR C-STORE-SUB > 0.

       L2F1-MATCH-STORE.
           IF T-STORE-CODE(STORE-SUB) = C-LOOKUP-CODE
               MOVE STORE-SUB TO C-STORE-SUB.

       L2G-LOAD-ONE-BOARD.
           IF IV-QTY-ON-HAND NUMERIC
               ADD IV-QTY-ON-HAND
                   TO SK-ON-HAND(C-STORE-SUB, IV-BOARD).
           IF IV-QTY-ON-RENT NUMERIC
               ADD IV-QTY-ON-RENT
                   TO SK-ON-RENT(C-STORE-SUB, IV-BOARD).

       L2G1-LOAD-OLD-BOARD.
           IF IV-OLD-ON-HAND(BOARD-SUB) NUMERIC
               ADD IV-OLD-ON-HAND(BOARD-SUB)
                   TO SK-ON-HAND(C-STORE-SUB, BOARD-SUB).
           IF IV-OLD-ON-RENT(BOARD-SUB) NUMERIC
               ADD IV-OLD-ON-RENT(BOARD-SUB)
                   TO SK-ON-RENT(C-STORE-SUB, BOARD-SUB).

       L2H-LOAD-IN-TRANSIT.
           MOVE 0 TO IE-TBL-CTR.
           OPEN INPUT IN-TRANSIT-FILE.
           IF WS-IT-STATUS = '00'
               MOVE 'Y' TO IT-ON-FILE-SW
               PERFORM L2I-READ-IN-TRANSIT
                   UNTIL IT-EOF-SW = 'Y'
               CLOSE IN-TRANSIT-FILE.

       L2I-READ-IN-TRANSIT.
           READ IN-TRANSIT-FILE
               AT END
                   MOVE 'Y' TO IT-EOF-SW
               NOT AT END
                   IF IE-TBL-CTR < 500
                       ADD 1 TO IE-TBL-CTR
                       MOVE IT-XFER-NUM TO IE-XFER-NUM(IE-TBL-CTR)
                       MOVE IT-BOARD TO IE-BOARD(IE-TBL-CTR)
                       MOVE IT-FROM-STORE TO IE-FROM-STORE(IE-TBL-CTR)
                       MOVE IT-TO-STORE TO IE-TO-STORE(IE-TBL-CTR)
                       MOVE IT-QTY TO IE-QTY(IE-TBL-CTR)
                       MOVE IT-SHIP-DATE TO IE-SHIP-DATE(IE-TBL-CTR)
                       MOVE ' ' TO IE-STATUS(IE-TBL-CTR)
                   ELSE
                       MOVE 'N' TO IT-TABLE-OK-SW
                       MOVE 'Y' TO IT-EOF-SW
                   END-IF
           END-READ.

       L3-APPLY-TXNS.
           READ XFER-TXN-FILE
               AT END
                   MOVE 'Y' TO XT-EOF-SW
               NOT AT END
                   ADD 1 TO C-TXN-READ-CTR
                   PERFORM L4-APPLY-ONE-TXN THRU L4-APPLY-EXIT
                   PERFORM L4X-WRITE-ACTIVITY.

      *  VALIDATES ONE TRANSACTION AND APPLIES IT TO THE STOCK AND    *
      *  IN-TRANSIT TABLES; A BAD ONE GOES ON THE ACTIVITY LIST AS    *
      *  REJECTED SO THE COUNT STILL PROVES OUT                       *
       L4-APPLY-ONE-TXN.
           EVALUATE TRUE
               WHEN XT-SHIP
                   MOVE 'SHIP' TO O-ACT-ACTION
               WHEN XT-RECEIVE
                   MOVE 'RECV' TO O-ACT-ACTION
               WHEN OTHER
                   MOVE XT-ACTION TO O-ACT-ACTION
           END-EVALUATE.
           MOVE XT-XFER-NUM TO O-ACT-XFER-NUM.
           MOVE XT-BOARD TO O-ACT-BOARD.
           MOVE SPACES TO O-ACT-NAME.
           MOVE XT-FROM-STORE TO O-ACT-FROM.
           MOVE XT-TO-STORE TO O-ACT-TO.
           MOVE XT-QTY TO O-ACT-QTY.
           MOVE XT-DATE TO O-ACT-DATE.

           IF IT-TABLE-OK-SW = 'N'
               MOVE 'REJECTED - IN-TRANSIT FILE FULL' TO C-POST-STATUS
               GO TO L4-APPLY-EXIT.
           IF INV-ON-FILE-SW = 'N'
               MOVE 'REJECTED - NO STOCK FILE' TO C-POST-STATUS
               GO TO L4-APPLY-EXIT.
           IF XT-XFER-NUM IS NOT NUMERIC OR XT-XFER-NUM-N = 0
               MOVE 'REJECTED - TRANSFER NUMBER NOT VALID'
                   TO C-POST-STATUS
               GO TO L4-APPLY-EXIT.

      *  NO DATE GIVEN MEANS IT HAPPENED TODAY  *
           IF XT-DATE = SPACES OR XT-DATE = ZEROS
               MOVE WS-CURR-DATE-NUM TO C-TXN-DATE
           ELSE
               MOVE XT-DATE TO C-CHK-DATE-X
               PERFORM L4F-CHECK-DATE
               IF DATE-OK-SW = 'N'
                   OR C-CHK-DATE-NUM > WS-CURR-DATE-NUM
                       MOVE 'REJECTED - DATE NOT VALID'
                           TO C-POST-STATUS
                       GO TO L4-APPLY-EXIT
               ELSE
                   MOVE C-CHK-DATE-NUM TO C-TXN-DATE.

           EVALUATE TRUE
               WHEN XT-SHIP
                   PERFORM L4A-SHIP-TRANSFER THRU L4A-SHIP-EXIT
               WHEN XT-RECEIVE
                   PERFORM L4B-RECEIVE-TRANSFER THRU L4B-RECEIVE-EXIT
               WHEN OTHER
                   MOVE 'REJECTED - ACTION MUST BE S OR R'
                       TO C-POST-STATUS
           END-EVALUATE.

       L4-APPLY-EXIT.
           EXIT.

      *  A SHIPMENT NEEDS A NEW TRANSFER NUMBER, A REAL BOARD, TWO    *
      *  DIFFERENT STORES ON THE MASTER, AND THE BOARDS ACTUALLY ON   *
      *  THE SENDING STORE'S SHELF                                    *
       L4A-SHIP-TRANSFER.
           PERFORM L4C-FIND-XFER.
           IF C-FOUND-SUB > 0
               MOVE 'REJECTED - ALREADY IN TRANSIT' TO C-POST-STATUS
               GO TO L4A-SHIP-EXIT.
           IF XT-BOARD IS NOT NUMERIC OR XT-BOARD-N < 1
               MOVE 'REJECTED - BOARD NOT ON CATALOG'
                   TO C-POST-STATUS
               GO TO L4A-SHIP-EXIT.
           IF NOT T-ON-CATALOG(XT-BOARD-N)
               MOVE 'REJECTED - BOARD NOT ON CATALOG'
                   TO C-POST-STATUS
               GO TO L4A-SHIP-EXIT.
           MOVE T-NAME(XT-BOARD-N) TO O-ACT-NAME.

           MOVE XT-FROM-STORE TO C-LOOKUP-CODE.
           PERFORM L2F-FIND-STORE.
           IF C-STORE-SUB = 0
               MOVE 'REJECTED - SHIPPING STORE NOT ON FILE'
                   TO C-POST-STATUS
               GO TO L4A-SHIP-EXIT.
           MOVE C-STORE-SUB TO C-FROM-SUB.
           MOVE XT-TO-STORE TO C-LOOKUP-CODE.
           PERFORM L2F-FIND-STORE.
           IF C-STORE-SUB = 0
               MOVE 'REJECTED - RECEIVING STORE NOT ON FILE'
                   TO C-POST-STATUS
               GO TO L4A-SHIP-EXIT.
           MOVE C-STORE-SUB TO C-TO-SUB.
           IF C-FROM-SUB = C-TO-SUB
               MOVE 'REJECTED - SHIPS TO ITS OWN STORE'
                   TO C-POST-STATUS
               GO TO L4A-SHIP-EXIT.

           IF XT-QTY IS NOT NUMERIC OR XT-QTY-N = 0
               MOVE 'REJECTED - QUANTITY NOT VALID' TO C-POST-STATUS
               GO TO L4A-SHIP-EXIT.
           IF SK-ON-HAND(C-FROM-SUB, XT-BOARD-N) < XT-QTY-N
               MOVE 'REJECTED - NOT ENOUGH ON HAND'
                   TO C-POST-STATUS
               GO TO L4A-SHIP-EXIT.
           IF IE-TBL-CTR NOT < 500
               MOVE 'REJECTED - IN-TRANSIT FILE FULL' TO C-POST-STATUS
               GO TO L4A-SHIP-EXIT.

           SUBTRACT XT-QTY-N FROM SK-ON-HAND(C-FROM-SUB, XT-BOARD-N).
           ADD XT-QTY-N TO T-STORE-SHIPPED(C-FROM-SUB).
           ADD 1 TO IE-TBL-CTR.
           MOVE XT-XFER-NUM-N TO IE-XFER-NUM(IE-TBL-CTR).
           MOVE XT-BOARD-N TO IE-BOARD(IE-TBL-CTR).
           MOVE XT-FROM-STORE TO IE-FROM-STORE(IE-TBL-CTR).
           MOVE XT-TO-STORE TO IE-TO-STORE(IE-TBL-CTR).
           MOVE XT-QTY-N TO IE-QTY(IE-TBL-CTR).
           MOVE C-TXN-DATE TO IE-SHIP-DATE(IE-TBL-CTR).
           MOVE ' ' TO IE-STATUS(IE-TBL-CTR).
           ADD 1 TO C-APPLIED-CTR.
           ADD 1 TO C-SHIPPED-CTR.
           ADD XT-QTY-N TO C-UNITS-SHIPPED.
           MOVE 'SHIPPED - IN TRANSIT' TO C-POST-STATUS.

       L4A-SHIP-EXIT.
           EXIT.

      *  A RECEIPT IS KEYED BY TRANSFER NUMBER - THE BOARD AND STORES *
      *  COME FROM THE SHIPMENT. A SHORT DELIVERY PUTS WHAT ARRIVED   *
      *  ON THE SHELF AND THE REST IS REPORTED LOST IN TRANSIT        *
       L4B-RECEIVE-TRANSFER.
           PERFORM L4C-FIND-XFER.
           IF C-FOUND-SUB = 0
               MOVE 'REJECTED - NOT IN TRANSIT' TO C-POST-STATUS
               GO TO L4B-RECEIVE-EXIT.
           MOVE IE-BOARD(C-FOUND-SUB) TO O-ACT-BOARD.
           MOVE T-NAME(IE-BOARD(C-FOUND-SUB)) TO O-ACT-NAME.
           MOVE IE-FROM-STORE(C-FOUND-SUB) TO O-ACT-FROM.
           MOVE IE-TO-STORE(C-FOUND-SUB) TO O-ACT-TO.
           IF XT-TO-STORE NOT = SPACES
               AND XT-TO-STORE NOT = IE-TO-STORE(C-FOUND-SUB)
                   MOVE 'REJECTED - RECEIVED AT WRONG STORE'
                       TO C-POST-STATUS
                   GO TO L4B-RECEIVE-EXIT.
           MOVE IE-TO-STORE(C-FOUND-SUB) TO C-LOOKUP-CODE.
           PERFORM L2F-FIND-STORE.
           IF C-STORE-SUB = 0
               MOVE 'REJECTED - RECEIVING STORE NOT ON FILE'
                   TO C-POST-STATUS
               GO TO L4B-RECEIVE-EXIT.
           MOVE C-STORE-SUB TO C-TO-SUB.

           IF XT-QTY = SPACES OR XT-QTY = ZEROS
               MOVE IE-QTY(C-FOUND-SUB) TO C-RECV-QTY
           ELSE
               IF XT-QTY IS NOT NUMERIC
                   MOVE 'REJECTED - QUANTITY NOT VALID'
                       TO C-POST-STATUS
                   GO TO L4B-RECEIVE-EXIT
               ELSE
                   MOVE XT-QTY-N TO C-RECV-QTY.
           IF C-RECV-QTY > IE-QTY(C-FOUND-SUB)
               MOVE 'REJECTED - MORE THAN WAS SHIPPED'
                   TO C-POST-STATUS
               GO TO L4B-RECEIVE-EXIT.
           IF C-TXN-DATE < IE-SHIP-DATE(C-FOUND-SUB)
               MOVE 'REJECTED - RECEIVED BEFORE SHIPPED'
                   TO C-POST-STATUS
               GO TO L4B-RECEIVE-EXIT.

           ADD C-RECV-QTY
               TO SK-ON-HAND(C-TO-SUB, IE-BOARD(C-FOUND-SUB)).
           ADD C-RECV-QTY TO T-STORE-RECEIVED(C-TO-SUB).
           MOVE 'R' TO IE-STATUS(C-FOUND-SUB).
           ADD 1 TO C-APPLIED-CTR.
           ADD 1 TO C-RECEIVED-CTR.
           ADD C-RECV-QTY TO C-UNITS-RECEIVED.
           MOVE C-RECV-QTY TO C-QTY-ED.
           MOVE C-QTY-ED TO O-ACT-QTY.
           SUBTRACT C-RECV-QTY FROM IE-QTY(C-FOUND-SUB)
               GIVING C-SHORT-QTY.
           IF C-SHORT-QTY > 0
               ADD C-SHORT-QTY TO C-UNITS-SHORT
               MOVE C-SHORT-QTY TO C-QTY-ED
               MOVE SPACES TO C-POST-STATUS
               STRING 'RECEIVED - ' DELIMITED BY SIZE
                   C-QTY-ED DELIMITED BY SIZE
                   ' LOST IN TRANSIT' DELIMITED BY SIZE
                   INTO C-POST-STATUS
           ELSE
               MOVE 'RECEIVED' TO C-POST-STATUS.

       L4B-RECEIVE-EXIT.
           EXIT.

      *  FINDS THE TRANSFER STILL IN TRANSIT UNDER XT-XFER-NUM,       *
      *  LEAVING ITS SLOT IN C-FOUND-SUB (0 = NONE)                   *
       L4C-FIND-XFER.
           MOVE 0 TO C-FOUND-SUB.
           PERFORM L4D-MATCH-XFER
               VARYING IE-SUB FROM 1 BY 1
                   UNTIL IE-SUB > IE-TBL-CTR OR C-FOUND-SUB > 0.

       L4D-MATCH-XFER.
           IF IE-XFER-NUM(IE-SUB) = XT-XFER-NUM-N
               AND IE-STATUS(IE-SUB) = ' '
                   MOVE IE-SUB TO C-FOUND-SUB.

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
                       PERFORM L8H-HEADINGS
                       WRITE PRTLINE FROM ACTIVITY-HEADINGS
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

      *  THE STOCK FILE GOES BACK ONE RECORD PER STORE PER BOARD,     *
      *  THEN ANY HELD-ASIDE RECORDS AS THEY CAME IN, AFTER A         *
      *  GENERATION BACKUP OF THE COPY IT REPLACES                    *
       L6-SAVE-INVENTORY.
           MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE.
           MOVE 'L' TO GN-ORG.
           MOVE 'BRDINV.DAT' TO GN-FILE-NAME.
           CALL 'CBLGEN' USING CBLGEN-DATA.
           OPEN OUTPUT INV-FILE.
           PERFORM L6A-WRITE-STORE-INV
               VARYING STORE-SUB FROM 1 BY 1
                   UNTIL STORE-SUB > STORE-CNT.
           PERFORM L6C-WRITE-ORPHAN-INV
               VARYING IO-SUB FROM 1 BY 1
                   UNTIL IO-SUB > C-INV-ORPHAN-CTR.
           CLOSE INV-FILE.

       L6A-WRITE-STORE-INV.
           PERFORM L6B-SET-ONE-BOARD
               VARYING BOARD-SUB FROM 1 BY 1
                   UNTIL BOARD-SUB > 99.

      *  A BOARD NUMBER NOT ON THE CATALOG IS WRITTEN ONLY WHILE IT   *
      *  STILL HAS STOCK                                              *
       L6B-SET-ONE-BOARD.
           MOVE SPACES TO INV-REC.
           MOVE T-STORE-CODE(STORE-SUB) TO IV-STORE.
           MOVE BOARD-SUB TO IV-BOARD.
           MOVE SK-ON-HAND(STORE-SUB, BOARD-SUB) TO IV-QTY-ON-HAND.
           MOVE SK-ON-RENT(STORE-SUB, BOARD-SUB) TO IV-QTY-ON-RENT.
           IF T-ON-CATALOG(BOARD-SUB)
               OR IV-QTY-ON-HAND NOT = 0
               OR IV-QTY-ON-RENT NOT = 0
                   WRITE INV-REC.

       L6C-WRITE-ORPHAN-INV.
           MOVE IO-REC(IO-SUB) TO INV-REC.
           WRITE INV-REC.

      *  THE IN-TRANSIT FILE GOES BACK WITHOUT THE TRANSFERS RECEIVED *
      *  TODAY                                                        *
       L7-SAVE-IN-TRANSIT.
           IF IT-ON-FILE-SW = 'Y'
               MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE
               MOVE 'L' TO GN-ORG
               MOVE 'INTRANS.DAT' TO GN-FILE-NAME
               CALL 'CBLGEN' USING CBLGEN-DATA.
           OPEN OUTPUT IN-TRANSIT-FILE.
           PERFORM L7A-WRITE-IN-TRANSIT
               VARYING IE-SUB FROM 1 BY 1
                   UNTIL IE-SUB > IE-TBL-CTR.
           CLOSE IN-TRANSIT-FILE.

       L7A-WRITE-IN-TRANSIT.
           IF IE-STATUS(IE-SUB) = ' '
               MOVE SPACES TO IN-TRANSIT-REC
               MOVE IE-XFER-NUM(IE-SUB) TO IT-XFER-NUM
               MOVE IE-BOARD(IE-SUB) TO IT-BOARD
               MOVE IE-FROM-STORE(IE-SUB) TO IT-FROM-STORE
               MOVE IE-TO-STORE(IE-SUB) TO IT-TO-STORE
               MOVE IE-QTY(IE-SUB) TO IT-QTY
               MOVE IE-SHIP-DATE(IE-SUB) TO IT-SHIP-DATE
               WRITE IN-TRANSIT-REC.

      *  EVERY TRANSFER STILL ON THE ROAD WITH ITS DAYS OUT, THEN     *
      *  EACH STORE'S SHELF STOCK AND TRANSFER MOVEMENT               *
       L8-TRANSIT-REPORT.
           MOVE 'BOARDS IN TRANSIT' TO O-SECTION-NAME.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TRANSIT-HEADINGS
               AFTER ADVANCING 1 LINE.
           PERFORM L8A-AGE-ONE-TRANSFER
               VARYING IE-SUB FROM 1 BY 1
                   UNTIL IE-SUB > IE-TBL-CTR.
           IF C-TRANSIT-CTR = 0
               WRITE PRTLINE FROM TRANSIT-NONE-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE 'STOCK AND TRANSFERS BY STORE' TO O-SECTION-NAME.
           WRITE PRTLINE FROM SECTION-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM STORE-HEADINGS
               AFTER ADVANCING 1 LINE.
           PERFORM L8C-PRINT-ONE-STORE
               VARYING STORE-SUB FROM 1 BY 1
                   UNTIL STORE-SUB > STORE-CNT.

       L8A-AGE-ONE-TRANSFER.
           IF IE-STATUS(IE-SUB) = ' '
               ADD 1 TO C-TRANSIT-CTR
               ADD IE-QTY(IE-SUB) TO C-UNITS-TRANSIT
               MOVE IE-FROM-STORE(IE-SUB) TO C-LOOKUP-CODE
               PERFORM L2F-FIND-STORE
               IF C-STORE-SUB > 0
                   ADD IE-QTY(IE-SUB) TO T-STORE-OUTBOUND(C-STORE-SUB)
               END-IF
               MOVE IE-TO-STORE(IE-SUB) TO C-LOOKUP-CODE
               PERFORM L2F-FIND-STORE
               IF C-STORE-SUB > 0
                   ADD IE-QTY(IE-SUB) TO T-STORE-INBOUND(C-STORE-SUB)
               END-IF
               MOVE IE-SHIP-DATE(IE-SUB) (1:4) TO SER-YYYY
               MOVE IE-SHIP-DATE(IE-SUB) (5:2) TO SER-MM
               MOVE IE-SHIP-DATE(IE-SUB) (7:2) TO SER-DD
               PERFORM L5-DATE-TO-SERIAL
               IF SER-DAYS > SER-TODAY
                   MOVE 0 TO C-DAYS-OUT
               ELSE
                   SUBTRACT SER-DAYS FROM SER-TODAY GIVING C-DAYS-OUT
               END-IF
               PERFORM L8B-PRINT-TRANSFER.

       L8B-PRINT-TRANSFER.
           MOVE IE-XFER-NUM(IE-SUB) TO O-IT-XFER-NUM.
           MOVE IE-BOARD(IE-SUB) TO O-IT-BOARD.
           MOVE T-NAME(IE-BOARD(IE-SUB)) TO O-IT-NAME.
           MOVE IE-FROM-STORE(IE-SUB) TO O-IT-FROM.
           MOVE IE-TO-STORE(IE-SUB) TO O-IT-TO.
           MOVE IE-QTY(IE-SUB) TO O-IT-QTY.
           MOVE IE-SHIP-DATE(IE-SUB) (1:4) TO O-IT-SHIP-YYYY.
           MOVE IE-SHIP-DATE(IE-SUB) (5:2) TO O-IT-SHIP-MM.
           MOVE IE-SHIP-DATE(IE-SUB) (7:2) TO O-IT-SHIP-DD.
           MOVE C-DAYS-OUT TO O-IT-DAYS.
           IF C-DAYS-OUT > C-LATE-DAYS
               ADD 1 TO C-LATE-CTR
               MOVE 'LATE' TO O-IT-LATE
           ELSE
               MOVE SPACES TO O-IT-LATE.
           WRITE PRTLINE FROM TRANSIT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8H-HEADINGS
                       WRITE PRTLINE FROM TRANSIT-HEADINGS
                           AFTER ADVANCING 2 LINES.

       L8C-PRINT-ONE-STORE.
           MOVE 0 TO C-SS-ON-HAND.
           PERFORM L8D-ADD-ONE-BOARD
               VARYING BOARD-SUB FROM 1 BY 1
                   UNTIL BOARD-SUB > 99.
           MOVE T-STORE-CODE(STORE-SUB) TO O-SS-STORE.
           MOVE T-STORE-NAME(STORE-SUB) TO O-SS-NAME.
           MOVE C-SS-ON-HAND TO O-SS-ON-HAND.
           MOVE T-STORE-SHIPPED(STORE-SUB) TO O-SS-SHIPPED.
           MOVE T-STORE-RECEIVED(STORE-SUB) TO O-SS-RECEIVED.
           MOVE T-STORE-OUTBOUND(STORE-SUB) TO O-SS-OUTBOUND.
           MOVE T-STORE-INBOUND(STORE-SUB) TO O-SS-INBOUND.
           WRITE PRTLINE FROM STORE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8H-HEADINGS.

       L8D-ADD-ONE-BOARD.
           ADD SK-ON-HAND(STORE-SUB, BOARD-SUB) TO C-SS-ON-HAND.

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
           MOVE C-SHIPPED-CTR TO O-SHIPPED-CTR.
           MOVE C-UNITS-SHIPPED TO O-UNITS-SHIPPED.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE C-RECEIVED-CTR TO O-RECEIVED-CTR.
           MOVE C-UNITS-RECEIVED TO O-UNITS-RECEIVED.
           MOVE C-UNITS-SHORT TO O-UNITS-SHORT.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE C-REJECT-CTR TO O-REJECT-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE C-TRANSIT-CTR TO O-TRANSIT-CTR.
           MOVE C-UNITS-TRANSIT TO O-UNITS-TRANSIT.
           MOVE C-LATE-CTR TO O-LATE-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-5
               AFTER ADVANCING 2 LINES.
           IF TXN-OK-SW = 'Y'
               CLOSE XFER-TXN-FILE.
           CLOSE PRTOUT.

           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC36' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           MOVE C-TXN-READ-CTR TO RL-RECS-READ.
           MOVE C-APPLIED-CTR TO RL-RECS-OUT-1.
           MOVE 0 TO RL-RECS-OUT-2.
           MOVE C-REJECT-CTR TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
