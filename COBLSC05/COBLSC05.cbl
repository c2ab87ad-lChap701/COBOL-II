               FILE STATUS IS WS-EX-STATUS.

      *  GALLONS ON THE SHELF PER QUALITY TIER, MAINTAINED THE WAY   *
      *  COBLSC02 KEEPS BRDINV.DAT - RECEIPTS IN, PAINT USED OUT     *
           SELECT PAINT-INV-FILE
               ASSIGN TO 'PNTINV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.

      *  EVERY TIER THE LEDGER SAYS NEEDS PURCHASING, REWRITTEN EACH  *
      *  RUN FOR THE PURCHASE ORDER RUN (COBLSC37) TO SUGGEST ORDERS  *
      *  FROM                                                         *
           SELECT PAINT-REORDER-FILE
               ASSIGN TO 'PNTREORD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDER-STATUS.

      *  RUN-CONTROL LOG SHARED BY EVERY BATCH PROGRAM - ONE RECORD   *
      *  PER RUN PROVING WHAT WENT IN CAME BACK OUT                   *
           SELECT RUN-LOG-FILE
       FD  ACTUAL-JOB-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AJ-REC
           RECORD CONTAINS 50 CHARACTERS.

      *  CPY FILE THAT CONTAINS AJ-REC LAYOUT, SHARED WITH THE        *
      *  TIMESHEET POSTING RUN (COBLSC41) THAT BUILDS ACTUAL.DAT      *
           COPY 'ACTUAL.CPY'.

       FD  PAINT-TOTALS-FILE
           LABEL RECORD IS OMITTED
      *  ACCEPTED, 'D' = DECLINED, 'C' = COMPLETED)                   *
       FD  EST-STATUS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 95 CHARACTERS
           DATA RECORD IS EST-STATUS-REC.

      *  CPY FILE THAT CONTAINS EST-STATUS-REC LAYOUT, SHARED WITH    *
      *  THE CREW SCHEDULING RUN (COBLSC20) AND THE PAINT INVOICING   *
      *  RUN (COBLSC40)                                               *
           COPY 'ESTSTAT.CPY'.

       FD  EST-WORK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 95 CHARACTERS
           DATA RECORD IS EST-WORK-REC.

       01  EST-WORK-REC            PIC X(95).

       FD  EST-TXN-FILE
           LABEL RECORD IS OMITTED
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PAINT-INV-REC.

      *  CPY FILE THAT CONTAINS PAINT-INV-REC LAYOUT, SHARED WITH THE *
      *  TIMESHEET POSTING RUN (COBLSC41) THAT DRAWS THE SHELF DOWN   *
           COPY 'PNTINV.CPY'.

      *  ONE DELIVERY FROM THE SUPPLIER: WHICH TIER AND HOW MANY     *
      *  GALLONS                                                     *
           05  PR-GALS             PIC 9(5).
           05  FILLER              PIC X(4).

       FD  PAINT-REORDER-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REORDER-SIG-REC.

      *  CPY FILE THAT CONTAINS REORDER-SIG-REC LAYOUT, SHARED WITH   *
      *  THE WAKEBOARD RUN (COBLSC02) AND THE PURCHASE ORDER RUN      *
      *  (COBLSC37)                                                   *
           COPY 'REORDSIG.CPY'.

       FD  RUN-LOG-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           05  GN-REC-CNT          PIC 9(7)    VALUE 0.
           05  GN-RETURN-CODE      PIC 9       VALUE 0.

      *  DATA PASSED TO/FROM CBLBATCH TO PROVE THE ESTIMATE BATCH'S   *
      *  HEADER AND TRAILER BEFORE ANYTHING IS POSTED, AND TO RECORD  *
      *  IT AS POSTED ONCE THE RUN IS DONE                            *
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

       01  CALC-AREA.
           05  C-WALL-PERIMETER            PIC 9(4)V9.
           05  C-WALL-AREA                 PIC 9(6)V9.
               10  ET-QUALITY              PIC X(10).
               10  ET-GALS                 PIC 9(5).
               10  ET-LABOR-HRS            PIC 9(4)V9.
               10  ET-CUST-NAME            PIC X(20).
               10  ET-CUST-ADDR            PIC X(25).

       01  STATUS-WORK-AREA.
           05  STATUS-CNT                  PIC 999     VALUE 0.
               10  PV-COMMITTED            PIC 9(7).
           05  WS-PI-STATUS                PIC XX      VALUE '00'.
           05  WS-PR-STATUS                PIC XX      VALUE '00'.
           05  WS-REORDER-STATUS           PIC XX      VALUE '00'.
      *  'Y' ONCE PNTREORD.DAT IS OPEN TO TAKE THE PURCHASE NEEDS  *
           05  REORDER-OPEN-SW             PIC X       VALUE 'N'.
           05  PI-EOF-SW                   PIC X       VALUE 'N'.
           05  PR-EOF-SW                   PIC X       VALUE 'N'.
           05  PV-SUB                      PIC 9       VALUE 0.

       L2-INIT.
           PERFORM L2J-READ-CONTROL-CARD.
           PERFORM L2Q-PROVE-BATCH.

           OPEN INPUT PAINT-MASTER.
           OPEN OUTPUT PRTOUT.
           PERFORM L2H-SAVE-PAINT-TOTALS.
           PERFORM L2I-WRITE-RUN-LOG.

      *  THE BATCH IS POSTED - ITS SEQUENCE GOES ON THE REGISTER SO  *
      *  THE SAME FILE SENT AGAIN IS REFUSED                         *
           MOVE 'R' TO BT-FUNC.
           CALL 'CBLBATCH' USING CBLBATCH-DATA.

           CLOSE PAINT-MASTER.
           CLOSE PRTOUT.
           CLOSE CUSTOMER-PRTOUT.
           MOVE 0 TO RL-RECS-OUT-2.
           MOVE REJECT-CTR TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           MOVE BT-HDR-SOURCE TO RL-BATCH-SOURCE.
           MOVE BT-BATCH-SEQ TO RL-BATCH-SEQ.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.

      *  PROVES THE ESTIMATE BATCH ('PNT') BEFORE IT IS OPENED TO     *
      *  POST. ESTIMATES CARRY NO DOLLARS UNTIL THEY ARE PRICED, SO   *
      *  THE TRAILER HASHES THE ESTIMATE NUMBER. A BATCH THAT DOESN'T *
      *  PROVE OUT, OR ONE ALREADY POSTED, IS TURNED AWAY WHOLE -     *
      *  CBLBATCH LOGS IT AND THE RUN STOPS WITH NOTHING POSTED       *
       L2Q-PROVE-BATCH.
           MOVE 'V' TO BT-FUNC.
           MOVE PAINT-FILE-NAME TO BT-FILE-NAME.
           MOVE 'PNT' TO BT-SOURCE.
           MOVE SPACES TO BT-ALT-SOURCE.
           MOVE 1 TO BT-TOT-POS.
           MOVE 5 TO BT-TOT-LEN.
           MOVE 0 TO BT-TOT-DEC.
           MOVE 'N' TO BT-FILE-OPTIONAL.
           MOVE 'N' TO BT-RESTART-SW.
           MOVE 'COBLSC05' TO BT-PROGRAM.
           MOVE 0 TO BT-RUN-DATE.
           IF CC-DATE-FROM-CARD
               MOVE CC-RUN-DATE TO BT-RUN-DATE.
           CALL 'CBLBATCH' USING CBLBATCH-DATA.
           IF BT-RETURN-CODE NOT = 0
               DISPLAY 'COBLSC05 - INBOUND BATCH NOT POSTED'
               DISPLAY 'FILE ' PAINT-FILE-NAME
               DISPLAY 'REASON ' BT-REASON
               STOP RUN.

      *  READS THE RUN CONTROL CARD, FALLING BACK TO THE SYSTEM DATE  *
      *  AND DEFAULT FILE NAMES WHEN NO CARD IS SUPPLIED              *
       L2J-READ-CONTROL-CARD.
                   MOVE CC-FILE-2 TO PAINT-PRINT-NAME
               END-IF.

      *  THE HEADER WAS PROVED UP FRONT AND IS PASSED OVER; THE      *
      *  TRAILER ENDS THE BATCH                                      *
       L3-READ.
           PERFORM L3D-READ-ESTIMATE.
           IF MORE-RECS = 'Y' AND I-PAINT-REC (1:3) = 'HDR'
               PERFORM L3D-READ-ESTIMATE.
           IF MORE-RECS = 'Y' AND I-PAINT-REC (1:3) = 'TRL'
               MOVE 'N' TO MORE-RECS.

       L3D-READ-ESTIMATE.
           READ PAINT-MASTER
               AT END
                   MOVE 'N' TO MORE-RECS.
               AT END
                   MOVE 'Y' TO VARIANCE-EOF-SW
               NOT AT END
      *  A JOB THE CREWS ARE STILL ON HAS NO RESULT TO COMPARE YET  *
                   IF NOT AJ-IN-PROGRESS
                       ADD 1 TO VARIANCE-TBL-CTR
                       MOVE AJ-EST-NUM TO
                           VJ-EST-NUM(VARIANCE-TBL-CTR)
                       MOVE AJ-ACTUAL-GALS TO
                           VJ-ACTUAL-GALS(VARIANCE-TBL-CTR)
                       MOVE AJ-ACTUAL-LABOR-COST TO
                           VJ-ACTUAL-LABOR-COST(VARIANCE-TBL-CTR)
                       MOVE AJ-ACTUAL-TOTAL-COST TO
                           VJ-ACTUAL-TOTAL-COST(VARIANCE-TBL-CTR)
      *  A JOB THAT ACTUALLY HAPPENED CLOSES ITS ESTIMATE OUT  *
                       PERFORM L6E-COMPLETE-ESTIMATE
                   END-IF.

      *  PRINTS THE TITLE AND COLUMN HEADINGS FOR THE VARIANCE REPORT  *
       L2C-VARIANCE-HEADINGS.
                       ELSE
                           MOVE 0 TO ET-LABOR-HRS(STATUS-CNT)
                       END-IF
                       MOVE SF-CUST-NAME TO ET-CUST-NAME(STATUS-CNT)
                       MOVE SF-CUST-ADDR TO ET-CUST-ADDR(STATUS-CNT)
                   ELSE
                       ADD 1 TO C-STAT-CARRY-CTR
                       WRITE EST-WORK-REC FROM EST-STATUS-REC
               MOVE J-TOTAL-COST TO ET-TOTAL-COST(STAT-SUB)
               MOVE J-QUALITY-NAME TO ET-QUALITY(STAT-SUB)
               MOVE J-GALS TO ET-GALS(STAT-SUB)
               MOVE J-LABOR-HOURS TO ET-LABOR-HRS(STAT-SUB)
               MOVE J-CUST-NAME TO ET-CUST-NAME(STAT-SUB)
               MOVE J-CUST-ADDR TO ET-CUST-ADDR(STAT-SUB).

       L6F-FIND-STATUS.
           IF ET-EST-NUM(STAT-SUB) = J-EST-NUM

      *  THE GALLONS COME OFF THE SHELF ONLY AS THE ESTIMATE TURNS   *
      *  COMPLETED - ACTUAL.DAT IS REREAD EVERY RUN AND A FINISHED   *
      *  JOB MUST NOT DRAW ITS PAINT TWICE. A JOB BUILT FROM THE     *
      *  TIMESHEETS HAD ITS PAINT DRAWN AS THE CREWS USED IT         *
       L6H-COMPLETE-ONE.
           IF ET-EST-NUM(STAT-SUB) = AJ-EST-NUM
               AND ET-STATUS(STAT-SUB) NOT = 'C'
                   IF AJ-KEYED-LUMP
                       PERFORM L2N-DRAW-PAINT
                   END-IF
                   MOVE 'C' TO ET-STATUS(STAT-SUB).

      *  LOADS THE SHELF POSITION PER TIER; A MISSING FILE JUST      *
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'N' TO REORDER-OPEN-SW.
           OPEN OUTPUT PAINT-REORDER-FILE.
           IF WS-REORDER-STATUS = '00'
               MOVE 'Y' TO REORDER-OPEN-SW
           ELSE
               DISPLAY 'COBLSC05 - PNTREORD.DAT NOT OPENED, STATUS '
                   WS-REORDER-STATUS
               DISPLAY 'PURCHASE NEEDS NOT PASSED TO COBLSC37'.
           PERFORM L2O1-LEDGER-ONE-TIER
               VARYING PV-SUB FROM 1 BY 1
                   UNTIL PV-SUB > 3.
           IF REORDER-OPEN-SW = 'Y'
               CLOSE PAINT-REORDER-FILE.

       L2O1-LEDGER-ONE-TIER.
           MOVE 0 TO PV-COMMITTED(PV-SUB).
           MOVE PV-REORDER-PT(PV-SUB) TO O-LDG-REORDER.
           IF C-PV-AVAIL < PV-REORDER-PT(PV-SUB)
               MOVE 'PURCHASE NEEDED' TO O-LDG-FLAG
               PERFORM L2O3-SIGNAL-REORDER
           ELSE
               MOVE SPACES TO O-LDG-FLAG.
           WRITE PRTLINE FROM LEDGER-DETAIL-LINE
               AND ET-QUALITY(STAT-SUB) = T-QUALITY-NAME(PV-SUB)
                   ADD ET-GALS(STAT-SUB) TO PV-COMMITTED(PV-SUB).

      *  HANDS THE PURCHASE-NEEDS LINE TO THE PURCHASE ORDER RUN   *
      *  WHEN PNTREORD.DAT COULD BE OPENED - THE LEDGER PAGE STILL  *
      *  FLAGS THE TIER EITHER WAY                                  *
       L2O3-SIGNAL-REORDER.
           IF REORDER-OPEN-SW = 'Y'
               MOVE SPACES TO REORDER-SIG-REC
               MOVE 'P' TO RS-LINE
               MOVE PV-SUB TO RS-ITEM
               MOVE T-QUALITY-NAME(PV-SUB) TO RS-DESC
               MOVE C-PV-AVAIL TO RS-AVAIL
               MOVE PV-REORDER-PT(PV-SUB) TO RS-REORDER-PT
               MOVE RD-DATE TO RS-DATE
               WRITE REORDER-SIG-REC
               IF WS-REORDER-STATUS NOT = '00'
                   DISPLAY 'COBLSC05 - PNTREORD.DAT WRITE FAILED, '
                       'STATUS ' WS-REORDER-STATUS
                   DISPLAY 'PURCHASE NEED NOT PASSED FOR '
                       T-QUALITY-NAME(PV-SUB).

      *  CARRIES THE SHELF POSITION FORWARD TO THE NEXT RUN  *
       L2P-SAVE-PAINT-INV.
           OPEN OUTPUT PAINT-INV-FILE.
           MOVE ET-GALS(STAT-SUB) TO SF-GALS.
           MOVE ET-LABOR-HRS(STAT-SUB) TO SF-LABOR-HRS.
           MOVE SPACES TO EST-STATUS-REC (44:7).
           MOVE ET-CUST-NAME(STAT-SUB) TO SF-CUST-NAME.
           MOVE ET-CUST-ADDR(STAT-SUB) TO SF-CUST-ADDR.
           WRITE EST-STATUS-REC.

      *  REWRITES PAINT-TOTALS-FILE WITH THE COMBINED FIGURES  *
