               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FA-STATUS.

      *  POSTED SALES WAITING FOR A TRUCK - EACH ONE MARKED FOR       *
      *  DELIVERY IS ADDED HERE FOR THE DELIVERY SCHEDULING RUN       *
      *  (COBLSC42)                                                   *
           SELECT DELIV-PEND-FILE
               ASSIGN TO 'DELIVPND.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQ-STATUS.

      *  SALES QUOTAS PER SALESPERSON PER MONTHLY PERIOD - THE PLAN  *
      *  THE WEEKLY RANKING PAGE NEVER KNEW ABOUT                    *
           SELECT QUOTA-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QT-STATUS.

      *  THE SALES TAX LEDGER SHARED WITH THE BOARD STORES - ONE     *
      *  RECORD PER STORE PER RUN, APPENDED AT CLOSING FOR THE       *
      *  MONTHLY REMITTANCE REPORT (COBLSC27)                        *
           SELECT SALES-TAX-FILE
               ASSIGN TO 'SALESTAX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.

      *  HOLDS HOW FAR THE RUN HAS GOT THROUGH THE WEEK'S SALES AND  *
      *  EVERYTHING IT HAS POSTED IN MEMORY, SO A RERUN OF A JOB     *
      *  THAT ABENDED PART WAY PICKS UP THERE INSTEAD OF POSTING THE *
      *  WEEK TWICE. FIXED-LENGTH RECORDS, NOT TEXT LINES, SINCE AN  *
      *  UNUSED TABLE SLOT CAN HOLD BYTES A TEXT FILE WON'T TAKE     *
           SELECT CHKPT-FILE
               ASSIGN TO 'FURCHKPT.DAT'
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WS-CHKPT-STATUS.

      *  RUN-CONTROL LOG SHARED BY EVERY BATCH PROGRAM - ONE RECORD   *
      *  PER RUN PROVING WHAT WENT IN CAME BACK OUT                   *
           SELECT RUN-LOG-FILE
       FD  SALES-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS ST-REC
           RECORD CONTAINS 83 CHARACTERS.

           01  ST-REC.
               05  ST-SLM-NUM           PIC 99.
                   88  VAL-FTRAN-SALE   VALUE 'S' ' '.
                   88  VAL-FTRAN-RETURN VALUE 'R'.
                   88  VAL-FTRAN-CREDIT VALUE 'C'.
      *  'Y' = THE STORE DELIVERS THE SALE TO ST-DELIV-ADDR ON OR     *
      *  AFTER ST-REQ-DATE (YYYYMMDD); 'N' OR BLANK = TAKEN WITH     *
      *  THE CUSTOMER. A RECORD FROM BEFORE THESE FIELDS EXISTED     *
      *  READS THEM AS SPACES                                        *
               05  ST-DELIV-FLAG        PIC X.
                   88  ST-DELIVER       VALUE 'Y'.
                   88  ST-NO-DELIVER    VALUE 'N' ' '.
               05  ST-DELIV-ADDR        PIC X(30).
               05  ST-REQ-DATE          PIC X(8).
               05  ST-REQ-DATE-N REDEFINES ST-REQ-DATE
                                        PIC 9(8).
               05  ST-REQ-DATE-X REDEFINES ST-REQ-DATE.
                   10  ST-REQ-YYYY      PIC 9(4).
                   10  ST-REQ-MM        PIC 99.
                   10  ST-REQ-DD        PIC 99.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           05  FILLER               PIC X(8).

      *  ONE ARCHIVED SALE: THE RUN DATE IT POSTED AND THE ORIGINAL  *
      *  ST-REC IMAGE - THE DELIVERY FIELDS ARE LEFT OFF, SINCE THE  *
      *  DELIVERY HISTORY (DELIVHST.DAT) KEEPS THEM. THE RUN'S START *
      *  TIME TELLS TWO RUNS ON ONE DATE APART (SPACES ON A RECORD   *
      *  ARCHIVED BEFORE IT WAS KEPT)                                *
       FD  FURN-ARCH-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
       01  FURN-ARCH-REC.
           05  FA-RUN-DATE          PIC 9(8).
           05  FA-ST-REC            PIC X(44).
           05  FA-RUN-TIME          PIC X(6).
           05  FILLER               PIC X(2).

      *  ONE QUOTA: THE PERIOD (YYYYMM), THE SALESPERSON, AND THE   *
      *  DOLLAR TARGET THE OWNERS SET                                *
       FD  DELIV-PEND-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS DELIVERY-REC.

      *  CPY FILE THAT CONTAINS DELIVERY-REC LAYOUT, SHARED WITH THE  *
      *  DELIVERY SCHEDULING RUN (COBLSC42)                           *
           COPY 'DELIVERY.CPY'.

       FD  QUOTA-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 20 CHARACTERS
           05  QT-AMOUNT            PIC 9(7)V99.
           05  FILLER               PIC X(3).

       FD  SALES-TAX-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SALES-TAX-REC.

      *  CPY FILE THAT CONTAINS SALES-TAX-REC LAYOUT, SHARED WITH THE *
      *  BOARD RUN (COBLSC02) AND THE REMITTANCE REPORT (COBLSC27)    *
           COPY 'SALESTAX.CPY'.

       FD  CHKPT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS CHKPT-REC.
      *  'H' = WHERE THE RUN HAD GOT TO (FIRST RECORD), 'A' = ONE     *
      *  SLICE OF A WORKING-STORAGE AREA, 'C' = ONE CLOSING STEP      *
      *  FINISHED                                                     *
       01  CHKPT-REC.
           05  CK-REC-TYPE              PIC X.
           05  FILLER                   PIC X(199).

      *  THE PHASE IS 'S' WHILE THE SALES ARE BEING POSTED AND 'C'   *
      *  ONCE CLOSING HAS BEGUN                                      *
       01  CHKPT-HEADER-REC REDEFINES CHKPT-REC.
           05  FILLER                   PIC X.
           05  CK-PHASE                 PIC X.
           05  CK-SALES-DONE            PIC 9(6).
           05  CK-RUN-DATE              PIC 9(8).
           05  CK-RUN-TIME              PIC X(6).
           05  FILLER                   PIC X(178).

      *  THE AREAS ARE WRITTEN 190 BYTES AT A TIME - THE LAST SLICE  *
      *  OF EACH IS FLAGGED SO THE RESTORE KNOWS THE AREA IS WHOLE   *
       01  CHKPT-AREA-REC REDEFINES CHKPT-REC.
           05  FILLER                   PIC X.
           05  CK-AREA-ID               PIC XX.
           05  CK-AREA-OFFSET           PIC 9(5).
           05  CK-AREA-LAST             PIC X.
           05  CK-AREA-DATA             PIC X(190).
           05  FILLER                   PIC X.

      *  1 = GENERATIONS ROLLED, 2 = SALES TAX LEDGER APPENDED,      *
      *  3 = RUN LOG WRITTEN                                         *
       01  CHKPT-STEP-REC REDEFINES CHKPT-REC.
           05  FILLER                   PIC X.
           05  CK-STEP-NUM              PIC 9.
           05  FILLER                   PIC X(198).

       FD  RUN-LOG-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
               10  QE-AMOUNT            PIC 9(7)V99.
           05  WS-QT-STATUS             PIC XX     VALUE '00'.
           05  WS-FA-STATUS             PIC XX     VALUE '00'.
           05  WS-DQ-STATUS             PIC XX     VALUE '00'.
      *  SALES QUEUED FOR DELIVERY THIS RUN, ALSO EACH ONE'S TICKET  *
      *  SEQUENCE                                                   *
           05  C-DELIV-CTR              PIC 9(4)   VALUE 0.
           05  QT-EOF-SW                PIC X      VALUE 'N'.
           05  QUOTA-SW                 PIC X      VALUE 'N'.
           05  C-RUN-YYYYMM             PIC 9(6)   VALUE 0.
           05  GN-REC-CNT          PIC 9(7)    VALUE 0.
           05  GN-RETURN-CODE      PIC 9       VALUE 0.

      *  DATA PASSED TO/FROM CBLBATCH TO PROVE THE WEEK'S SALES       *
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

      *  USED TO CHECKPOINT/RESTART THE WEEKLY RUN  *
       01  CHECKPOINT-WORK-AREA.
           05  WS-CHKPT-STATUS          PIC XX     VALUE '00'.
           05  RESTART-SW               PIC X      VALUE 'N'.
      *  THE PHASE THE CHECKPOINT BEING WRITTEN IS FOR, AND THE ONE  *
      *  THE ABENDED RUN HAD REACHED (SPACE ON A NORMAL RUN)         *
           05  CHKPT-PHASE              PIC X      VALUE 'S'.
           05  CHKPT-RESTART-PHASE      PIC X      VALUE ' '.
           05  CHKPT-SALES-DONE         PIC 9(6)   VALUE 0.
           05  CHKPT-RUN-DATE           PIC 9(8)   VALUE 0.
           05  CHKPT-RUN-TIME           PIC X(6)   VALUE SPACES.
           05  CHKPT-STEPS-DONE         PIC 9      VALUE 0.
           05  CHKPT-SKIP-CTR           PIC 9(6)   VALUE 0.
           05  CHKPT-INTERVAL           PIC 999    VALUE 25.
           05  CHKPT-QUOT               PIC 9(6).
           05  CHKPT-REM                PIC 999.
           05  CHKPT-EOF-SW             PIC X      VALUE 'N'.
           05  CHKPT-AREA-ID            PIC XX     VALUE SPACES.
           05  CHKPT-OFFSET             PIC 9(5)   VALUE 0.
           05  CHKPT-LEN                PIC 9(5)   VALUE 0.
      *  ARCHIVE AND DELIVERY QUEUE RECORDS THE ABENDED RUN GOT OUT  *
      *  BEFORE IT WENT DOWN - THE RESTART REBUILDS THE SAME RECORDS *
      *  IN THE SAME ORDER AND HOLDS BACK EVERY ONE ALREADY ON FILE  *
           05  CHKPT-FA-ON-FILE         PIC 9(6)   VALUE 0.
           05  CHKPT-DQ-ON-FILE         PIC 9(6)   VALUE 0.

      *  ONE WORKING-STORAGE AREA ON ITS WAY TO OR FROM THE          *
      *  CHECKPOINT - AS LONG AS THE LARGEST AREA, THE SALESPERSON   *
      *  DAILY SALES, ROUNDED UP TO A WHOLE SLICE                    *
       01  CHKPT-BUFFER                 PIC X(1330).

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YYYY               PIC 9(4).
               10  T-STORE-CODE         PIC XX.
               10  T-STORE-NAME         PIC X(20).
               10  T-STORE-REGION       PIC X(10).
      *  THE STORE'S TAXING JURISDICTION AND RATE FROM TAXRATE.DAT,  *
      *  WITH THE WEEK'S TAXABLE SALES AND TAX, RETURNS AND CREDITS  *
      *  KEPT APART                                                  *
               10  T-STORE-JURIS        PIC X(20).
               10  T-STORE-TAX-RATE     PIC V9(4).
               10  T-STORE-TAXABLE      PIC 9(7)V99.
               10  T-STORE-RET-TAXABLE  PIC 9(7)V99.
               10  T-STORE-TAX          PIC 9(7)V99.
               10  T-STORE-TAX-REFUND   PIC 9(7)V99.
           05  STORE-CNT                PIC 99     VALUE 0.
           05  STORE-LOAD-SUB           PIC 99     VALUE 0.

               88  CS-FOUND             VALUE 0.
               88  CS-NOT-FOUND         VALUE 1.

      *  DATA PASSED TO/FROM CBLTAX TO READ THE SALES TAX RATES  *
       01  CBLTAX-DATA.
           05  CT-STORE-CODE            PIC XX.
           05  CT-JURISDICTION          PIC X(20).
           05  CT-RATE                  PIC V9(4).
           05  CT-RETURN-CODE           PIC 9.
               88  CT-FOUND             VALUE 0.
               88  CT-NOT-FOUND         VALUE 1.

      *  SALES TAX ON THE RECORD IN HAND AND THE WEEK'S NET TAX  *
       01  TAX-WORK-AREA.
           05  WS-TX-STATUS             PIC XX     VALUE '00'.
           05  C-TAX-AMT                PIC 9(5)V99 VALUE 0.
           05  C-WEEK-TAX-TOTAL         PIC S9(9)V99 VALUE 0.

      *  THE ONE-DIGIT STORE CODE KEYED ON ST-REC, PREFIXED WITH A    *
      *  ZERO TO MATCH THE TWO-CHARACTER CODES ON THE STORE MASTER    *
       01  C-STORE-CODE-X.
               10  FILLER               PIC X      VALUE ' '.
           05  FILLER                   PIC X(22)  VALUE ' '.

      *  LINE THAT REPORTS HOW MANY POSTED SALES WENT TO THE          *
      *  DELIVERY QUEUE                                               *
       01  DELIV-TOTAL-LINE.
           05  FILLER                   PIC X(26)  VALUE
                                    'DELIVERIES QUEUED:'.
           05  O-DELIV-CTR              PIC ZZZ9.
           05  FILLER                   PIC X(102) VALUE ' '.

      *  LINE THAT REPORTS HOW MANY ST-REC RECORDS FAILED VALIDATION  *
       01  REJECT-TOTAL-LINE.
           05  FILLER                   PIC X(26)  VALUE
           05  O-STORE-SUBTOTAL         PIC -$$$$,$$$,$$$.99.
           05  FILLER                   PIC X(56)  VALUE ' '.

      *  SALES TAX BY STORE, NET OF RETURNS AND CREDITS - WHAT EACH  *
      *  STORE OWES ITS JURISDICTION FOR THE WEEK                    *
       01  TAX-SECTION-TITLE-LINE.
           05  FILLER                   PIC X(30)  VALUE ' '.
           05  FILLER                   PIC X(27)  VALUE
                                        'SALES TAX BY STORE LOCATION'.
           05  FILLER                   PIC X(75)  VALUE ' '.

       01  TAX-COL-HDGS-LINE.
           05  FILLER                   PIC X(34)  VALUE ' '.
           05  FILLER                   PIC X(4)   VALUE 'CODE'.
           05  FILLER                   PIC X(2)   VALUE ' '.
           05  FILLER                   PIC X(12)  VALUE 'JURISDICTION'.
           05  FILLER                   PIC X(10)  VALUE ' '.
           05  FILLER                   PIC X(4)   VALUE 'RATE'.
           05  FILLER                   PIC X(6)   VALUE ' '.
           05  FILLER                   PIC X(13)  VALUE
                                                   'TAXABLE SALES'.
           05  FILLER                   PIC X(8)   VALUE ' '.
           05  FILLER                   PIC X(9)   VALUE 'SALES TAX'.
           05  FILLER                   PIC X(30)  VALUE ' '.

       01  TAX-LINE.
           05  FILLER                   PIC X(34)  VALUE ' '.
           05  O-TAX-STORE              PIC XX.
           05  FILLER                   PIC X(4)   VALUE ' '.
           05  O-TAX-JURIS              PIC X(20).
           05  FILLER                   PIC X(2)   VALUE ' '.
           05  O-TAX-RATE               PIC Z9.99.
           05  FILLER                   PIC X      VALUE '%'.
           05  FILLER                   PIC X(2)   VALUE ' '.
           05  O-TAX-TAXABLE            PIC -$$$,$$$,$$9.99.
           05  FILLER                   PIC X(2)   VALUE ' '.
           05  O-TAX-NET                PIC -$$$,$$$,$$9.99.
           05  FILLER                   PIC X(30)  VALUE ' '.

       01  TAX-TOTAL-LINE.
           05  FILLER                   PIC X(34)  VALUE ' '.
           05  FILLER                   PIC X(25)  VALUE
                                                   'TOTAL SALES TAX'.
           05  FILLER                   PIC X(28)  VALUE ' '.
           05  O-TAX-WEEK-TOTAL         PIC -$$$,$$$,$$9.99.
           05  FILLER                   PIC X(30)  VALUE ' '.

      *  TITLE LINE FOR THE COMMISSION REPORT  *
       01  COMMISSION-REPORT-TITLE.
           05  FILLER                   PIC X(53)  VALUE ' '.
           05  O-RANK-FUR-TOTAL         PIC -$$$$,$$$,$$$.99.
           05  FILLER                   PIC X(38)  VALUE ' '.

      *  PRINTED UNDER THE HEADINGS WHEN A RUN PICKS UP FROM A        *
      *  CHECKPOINT                                                   *
       01  RESTART-NOTE-LINE.
           05  FILLER                   PIC X(50)  VALUE
               'RESTARTED FROM CHECKPOINT - SALES ALREADY POSTED: '.
           05  O-RS-SALES               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(75)  VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.

       L2-INIT.
           PERFORM L2O-READ-CONTROL-CARD.
      *  A CHECKPOINT LEFT ON FILE MEANS THE LAST RUN ABENDED PART   *
      *  WAY THROUGH - THIS RUN PICKS UP WHERE THAT ONE LEFT OFF     *
           PERFORM L7-CHECK-RESTART.
           PERFORM L2Z2-PROVE-BATCH.

           OPEN INPUT SALES-MASTER.
           IF RESTART-SW = 'Y'
               PERFORM L7A-REOPEN-OUTPUTS
           ELSE
               OPEN OUTPUT PRTOUT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *  A RERUN AS OF A PRIOR DATE TAKES ITS PROCESSING DATE FROM    *
      *  THE CONTROL CARD INSTEAD OF THE SYSTEM CLOCK                 *
           IF CC-DATE-FROM-CARD
               MOVE CC-RUN-DATE TO I-DATE.
      *  A RESTART KEEPS THE ABENDED RUN'S DATE AND START TIME SO    *
      *  THE ARCHIVE, THE QUEUE AND THE LEDGERS CARRY THE RUN THE    *
      *  WEEK WAS POSTED IN                                          *
           IF RESTART-SW = 'Y'
               MOVE CHKPT-RUN-DATE TO I-DATE
               MOVE CHKPT-RUN-TIME TO I-TIME (1:6).
           MOVE I-YYYY TO O-YYYY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.

      *  A RESTART PRINTS ITS HEADINGS AND READS ITS WAY BACK INTO   *
      *  THE SALES FILE ONCE THE CHECKPOINT IS RESTORED BELOW        *
           IF RESTART-SW NOT = 'Y'
               PERFORM L9-READ
               PERFORM L9-HDGS.

      *  INITIALIZES ALL SOFT-CODED TABLES  *
           INITIALIZE T-GT-FURNITURE-DATA.
           IF WS-FA-STATUS NOT = '00'
               OPEN OUTPUT FURN-ARCH-FILE.

      *  THE DELIVERY QUEUE KEEPS WHAT THE LAST SCHEDULING RUN       *
      *  COULDN'T FIT - ADD TO IT, NEVER REWRITE                     *
           OPEN EXTEND DELIV-PEND-FILE.
           IF WS-DQ-STATUS NOT = '00'
               OPEN OUTPUT DELIV-PEND-FILE.

      *  THE MASTERS ABOVE ARE NEVER POSTED TO, SO A RESTART SIMPLY  *
      *  RELOADS THEM; EVERYTHING THE RUN POSTS, AND THE SEASON      *
      *  FIGURES AS THEY STOOD BEFORE ANY REWRITE, COMES BACK FROM   *
      *  THE CHECKPOINT. A NORMAL RUN PUTS ITS FIRST CHECKPOINT DOWN *
      *  BEFORE THE FIRST SALE                                       *
           IF RESTART-SW = 'Y'
               PERFORM L7C-RESTART-RUN
           ELSE
               MOVE 'S' TO CHKPT-PHASE
               PERFORM L7F-WRITE-CHECKPOINT.

       L2-MAINLINE.
           ADD 1 TO C-READ-CTR.
           PERFORM L3A-VALIDATE-REC.
      *  THE POSTED DETAIL GOES TO THE PERMANENT ARCHIVE TOO  *
               MOVE I-DATE TO FA-RUN-DATE
               MOVE ST-REC TO FA-ST-REC
               MOVE I-TIME (1:6) TO FA-RUN-TIME
               MOVE SPACES TO FURN-ARCH-REC (59:2)
               IF C-POST-CTR > CHKPT-FA-ON-FILE
                   WRITE FURN-ARCH-REC
               END-IF
               IF ST-DELIVER
                   PERFORM L3G-QUEUE-DELIVERY
               END-IF
           ELSE
               ADD 1 TO REJECT-CTR.
           PERFORM L7I-SAVE-CHECKPOINT.
           PERFORM L9-READ.

       L2-CLOSING.
      *  EVERYTHING IS POSTED IN MEMORY - ONE LAST CHECKPOINT SO A   *
      *  RESTART FROM HERE ONLY REDOES THE CLOSING. A RESTART THAT   *
      *  IS ALREADY IN THE CLOSING KEEPS THE ONE IT HAS, WITH THE    *
      *  STEPS THE ABENDED RUN FINISHED                              *
           IF CHKPT-RESTART-PHASE NOT = 'C'
               MOVE 'C' TO CHKPT-PHASE
               PERFORM L7F-WRITE-CHECKPOINT.

           PERFORM L4-SALESPERSONS
               VARYING SALESPERSON-SUB FROM 1 BY 1
                   UNTIL SALESPERSON-SUB > 15.
           WRITE PRTLINE FROM REJECT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE C-DELIV-CTR TO O-DELIV-CTR.
           WRITE PRTLINE FROM DELIV-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      *  COMBINES THIS RUN'S TOTALS WITH THE CARRIED-FORWARD FIGURES  *
      *  BEFORE THE SEASON-TO-DATE COLUMNS ARE PRINTED BELOW          *
           PERFORM L2B-COMBINE-SEASON-TOTALS.
               VARYING REGION-SUB FROM 1 BY 1
                   UNTIL REGION-SUB > REGION-CNT.

      *  PRINTS WHAT EACH STORE TOOK IN AS SALES TAX, NET OF THE     *
      *  TAX HANDED BACK ON RETURNS AND CREDITS                      *
           WRITE PRTLINE FROM TAX-SECTION-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM TAX-COL-HDGS-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM L2I-PRINT-STORE-TAX
               VARYING STORE-SUB FROM 1 BY 1
                   UNTIL STORE-SUB > STORE-CNT.
           MOVE C-WEEK-TAX-TOTAL TO O-TAX-WEEK-TOTAL.
           WRITE PRTLINE FROM TAX-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

      *  BUILDS THE DESCENDING RANK TABLES AND PRINTS THE RANKING     *
      *  REPORT TITLES AND IT'S COLUMN HEADINGS                       *
           PERFORM L2F-BUILD-RANK-TABLES.
           MOVE 'N' TO QUOTA-SW.

      *  ROLLS THE CARRY-FORWARD MASTER'S GENERATIONS BEFORE THE    *
      *  CLOSING REWRITE DESTROYS THE ONLY COPY - ONCE, SO A RESTART *
      *  NEVER ROLLS THE WEEK'S OWN REWRITE OVER THE LAST GOOD ONE   *
           IF CHKPT-STEPS-DONE < 1
               MOVE I-DATE TO GN-RUN-DATE
               MOVE 'L' TO GN-ORG
               MOVE 'WEEKTL.DAT' TO GN-FILE-NAME
               CALL 'CBLGEN' USING CBLGEN-DATA
               MOVE 1 TO CHKPT-STEPS-DONE
               PERFORM L7J-MARK-STEP.

      *  THE REWRITE COMES FROM THE FIGURES AS CHECKPOINTED, SO      *
      *  DOING IT AGAIN ON A RESTART CHANGES NOTHING - THE APPENDS   *
      *  ARE EACH DONE ONCE                                          *
           PERFORM L2E-SAVE-SEASON-TOTALS.
           IF CHKPT-STEPS-DONE < 2
               PERFORM L2J-SAVE-SALES-TAX
               MOVE 2 TO CHKPT-STEPS-DONE
               PERFORM L7J-MARK-STEP.
           IF CHKPT-STEPS-DONE < 3
               PERFORM L2P-WRITE-RUN-LOG
               MOVE 3 TO CHKPT-STEPS-DONE
               PERFORM L7J-MARK-STEP.

      *  THE BATCH IS POSTED - ITS SEQUENCE GOES ON THE REGISTER SO  *
      *  THE SAME FILE SENT AGAIN IS REFUSED. RECORDING IT TWICE     *
      *  CHANGES NOTHING, SO A RESTART JUST DOES IT AGAIN            *
           MOVE 'R' TO BT-FUNC.
           CALL 'CBLBATCH' USING CBLBATCH-DATA.

           CLOSE SALES-MASTER.
           CLOSE FURN-ARCH-FILE.
           CLOSE DELIV-PEND-FILE.
           CLOSE PRTOUT.

      *  THE RUN FINISHED - NOTHING IS LEFT TO RESTART  *
           DELETE FILE CHKPT-FILE.

      *  PROVES THE RUN PROCESSED WHAT IT WAS GIVEN: SALES READ MUST  *
      *  EQUAL SALES POSTED PLUS SALES REJECTED                       *
       L2P-WRITE-RUN-LOG.
           MOVE 0 TO RL-RECS-OUT-2.
           MOVE REJECT-CTR TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           MOVE BT-HDR-SOURCE TO RL-BATCH-SOURCE.
           MOVE BT-BATCH-SEQ TO RL-BATCH-SEQ.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.

      *  PRINTS ONE STORE'S NET TAXABLE SALES AND NET SALES TAX  *
       L2I-PRINT-STORE-TAX.
           MOVE T-STORE-CODE(STORE-SUB) TO O-TAX-STORE.
           MOVE T-STORE-JURIS(STORE-SUB) TO O-TAX-JURIS.
           MULTIPLY T-STORE-TAX-RATE(STORE-SUB) BY 100
               GIVING O-TAX-RATE.
           SUBTRACT T-STORE-RET-TAXABLE(STORE-SUB)
               FROM T-STORE-TAXABLE(STORE-SUB)
               GIVING O-TAX-TAXABLE.
           SUBTRACT T-STORE-TAX-REFUND(STORE-SUB)
               FROM T-STORE-TAX(STORE-SUB)
               GIVING O-TAX-NET.
           WRITE PRTLINE FROM TAX-LINE
               AFTER ADVANCING 1 LINE.

      *  APPENDS THE WEEK'S TAX TO THE SALES TAX LEDGER - ONE RECORD *
      *  PER STORE THAT TOOK IN OR HANDED BACK ANY TAXABLE MONEY     *
       L2J-SAVE-SALES-TAX.
           OPEN EXTEND SALES-TAX-FILE.
           IF WS-TX-STATUS NOT = '00'
               OPEN OUTPUT SALES-TAX-FILE.
           PERFORM L2J1-WRITE-STORE-TAX
               VARYING STORE-SUB FROM 1 BY 1
                   UNTIL STORE-SUB > STORE-CNT.
           CLOSE SALES-TAX-FILE.

       L2J1-WRITE-STORE-TAX.
           IF T-STORE-TAXABLE(STORE-SUB) NOT = 0
               OR T-STORE-RET-TAXABLE(STORE-SUB) NOT = 0
               MOVE I-DATE TO TL-DATE
               MOVE 'F' TO TL-SOURCE
               MOVE T-STORE-CODE(STORE-SUB) TO TL-STORE
               MOVE T-STORE-JURIS(STORE-SUB) TO TL-JURISDICTION
               MOVE T-STORE-TAX-RATE(STORE-SUB) TO TL-RATE
               MOVE T-STORE-TAXABLE(STORE-SUB) TO TL-TAXABLE-SALES
               MOVE T-STORE-RET-TAXABLE(STORE-SUB)
                   TO TL-TAXABLE-RETURNS
               MOVE T-STORE-TAX(STORE-SUB) TO TL-TAX-COLLECTED
               MOVE T-STORE-TAX-REFUND(STORE-SUB) TO TL-TAX-REFUNDED
               MOVE SPACES TO SALES-TAX-REC (72:9)
               WRITE SALES-TAX-REC.

      *  READS THE RUN CONTROL CARD, FALLING BACK TO THE SYSTEM DATE  *
      *  AND DEFAULT FILE NAMES WHEN NO CARD IS SUPPLIED              *
       L2O-READ-CONTROL-CARD.
           MOVE CS-STORE-CODE TO T-STORE-CODE(STORE-LOAD-SUB).
           MOVE CS-STORE-NAME TO T-STORE-NAME(STORE-LOAD-SUB).
           MOVE CS-REGION TO T-STORE-REGION(STORE-LOAD-SUB).
           MOVE 0 TO T-STORE-TAXABLE(STORE-LOAD-SUB).
           MOVE 0 TO T-STORE-RET-TAXABLE(STORE-LOAD-SUB).
           MOVE 0 TO T-STORE-TAX(STORE-LOAD-SUB).
           MOVE 0 TO T-STORE-TAX-REFUND(STORE-LOAD-SUB).
      *  A STORE WITH NO RATE ON FILE CHARGES NO TAX, AND THE TAX    *
      *  SECTION SAYS SO AGAINST THE STORE                           *
           MOVE CS-STORE-CODE TO CT-STORE-CODE.
           CALL 'CBLTAX' USING CBLTAX-DATA.
           MOVE CT-JURISDICTION TO T-STORE-JURIS(STORE-LOAD-SUB).
           MOVE CT-RATE TO T-STORE-TAX-RATE(STORE-LOAD-SUB).

      *  LOADS THE ROSTER AND SEEDS THE REPORT NAMES FROM IT; WITH    *
      *  NO ROSTER FILE THE KEYED NAMES ARE TRUSTED AS BEFORE         *
                   UNTIL QT-EOF-SW = 'Y'
               CLOSE QUOTA-FILE.

      *  PROVES THE WEEK'S SALES BATCH ('FUR') BEFORE IT IS OPENED   *
      *  TO POST. THE TRAILER TOTALS THE AMOUNT AS KEYED - RETURNS    *
      *  AND CREDITS ARE KEYED POSITIVE, SO THEY ADD INTO THE TOTAL   *
      *  THE SAME AS A SALE. A BATCH THAT DOESN'T                     *
      *  PROVE OUT, OR ONE ALREADY POSTED, IS TURNED AWAY WHOLE -     *
      *  CBLBATCH LOGS IT AND THE RUN STOPS WITH NOTHING POSTED. A    *
      *  RESTART IS THE SAME BATCH RESUMING, SO IT IS NOT TAKEN FOR   *
      *  A RESEND                                                     *
       L2Z2-PROVE-BATCH.
           MOVE 'V' TO BT-FUNC.
           MOVE SALES-FILE-NAME TO BT-FILE-NAME.
           MOVE 'FUR' TO BT-SOURCE.
           MOVE SPACES TO BT-ALT-SOURCE.
           MOVE 4 TO BT-TOT-POS.
           MOVE 7 TO BT-TOT-LEN.
           MOVE 2 TO BT-TOT-DEC.
           MOVE 'N' TO BT-FILE-OPTIONAL.
           MOVE RESTART-SW TO BT-RESTART-SW.
           MOVE 'COBLSC04' TO BT-PROGRAM.
           MOVE 0 TO BT-RUN-DATE.
           IF CC-DATE-FROM-CARD
               MOVE CC-RUN-DATE TO BT-RUN-DATE.
           IF RESTART-SW = 'Y'
               MOVE CHKPT-RUN-DATE TO BT-RUN-DATE.
           CALL 'CBLBATCH' USING CBLBATCH-DATA.
           IF BT-RETURN-CODE NOT = 0
               DISPLAY 'COBLSC04 - INBOUND BATCH NOT POSTED'
               DISPLAY 'FILE ' SALES-FILE-NAME
               DISPLAY 'REASON ' BT-REASON
               STOP RUN.

       L2Z1-CLEAR-QUOTA-SLOT.
           MOVE 'N' TO QE-PRESENT-SW(SALESPERSON-SUB).
           MOVE 0 TO QE-AMOUNT(SALESPERSON-SUB).
           IF WEEKEND-SET-SW = 'Y' AND VALID-REC
               PERFORM L3C-CHECK-PERIOD.

           IF NOT ST-DELIVER AND NOT ST-NO-DELIVER
               MOVE 'N' TO VALID-SW.
           IF ST-DELIVER
               PERFORM L3E-CHECK-DELIVERY.

      *  GIVES THE SIX-DIGIT SALES DATE ITS CENTURY (YY UNDER 50 IS   *
      *  20XX, OTHERWISE 19XX) AND PROVES IT EQUALS THE WEEK-ENDING   *
      *  DATE LESS THE DAYS REMAINING AFTER ST-DAY                    *
       L3C-CHECK-PERIOD.
           PERFORM L3F-CENTURY-SALES-DATE.

           MOVE C-SALES-YYYY TO SER-YYYY.
           MOVE C-SALES-MM TO SER-MM.
               WRITE PRTLINE FROM OOP-LINE
                   AFTER ADVANCING 1 LINE.

      *  A DELIVERY HAS TO BE A SALE, GO SOMEWHERE, AND BE PROMISED   *
      *  FOR A REAL DATE NO EARLIER THAN THE SALE                     *
       L3E-CHECK-DELIVERY.
           IF NOT VAL-FTRAN-SALE
               MOVE 'N' TO VALID-SW.
           IF ST-DELIV-ADDR = SPACES
               MOVE 'N' TO VALID-SW.
           IF ST-REQ-DATE NOT NUMERIC
               MOVE 'N' TO VALID-SW
           ELSE
               PERFORM L3F-CENTURY-SALES-DATE
               IF ST-REQ-MM < 1 OR ST-REQ-MM > 12
                   OR ST-REQ-DD < 1 OR ST-REQ-DD > 31
                   OR ST-REQ-DATE-N < C-SALES-DATE-CENT
                       MOVE 'N' TO VALID-SW.

      *  GIVES THE SIX-DIGIT SALES DATE ITS CENTURY (YY UNDER 50 IS   *
      *  20XX, OTHERWISE 19XX)                                        *
       L3F-CENTURY-SALES-DATE.
           MOVE ST-SALES-DATE (1:2) TO C-SALES-YY.
           IF C-SALES-YY < 50
               ADD 2000 C-SALES-YY GIVING C-SALES-YYYY
           ELSE
               ADD 1900 C-SALES-YY GIVING C-SALES-YYYY.
           MOVE ST-SALES-DATE (3:2) TO C-SALES-MM.
           MOVE ST-SALES-DATE (5:2) TO C-SALES-DD.

      *  QUEUES A POSTED SALE FOR THE DELIVERY SCHEDULING RUN  *
       L3G-QUEUE-DELIVERY.
           ADD 1 TO C-DELIV-CTR.
           PERFORM L3F-CENTURY-SALES-DATE.
           MOVE SPACES TO DELIVERY-REC.
           MOVE I-DATE TO DQ-QUEUE-DATE.
           MOVE C-DELIV-CTR TO DQ-QUEUE-SEQ.
           MOVE ST-STORE-CD TO DQ-STORE-CD.
           MOVE ST-SLM-NUM TO DQ-SLM-NUM.
           MOVE T-SALESPERSON(ST-SLM-NUM) TO DQ-SLM-NAME.
           MOVE C-SALES-DATE-CENT TO DQ-SALES-DATE.
           MOVE ST-FUR-CODE TO DQ-FUR-CODE.
           MOVE ST-AMOUNT TO DQ-AMOUNT.
           MOVE ST-DELIV-ADDR TO DQ-ADDR.
           MOVE ST-REQ-DATE-N TO DQ-REQ-DATE.
           MOVE 0 TO DQ-SCHED-DATE.
           MOVE I-TIME (1:6) TO DQ-QUEUE-TIME.
           IF C-DELIV-CTR > CHKPT-DQ-ON-FILE
               WRITE DELIVERY-REC.

      *  TURNS A CALENDAR DATE INTO A RUNNING DAY COUNT (USING THE    *
      *  SAME DIVIDE-BY-FOUR LEAP RULE AS COBLSC01)                   *
       L3B-DATE-TO-SERIAL.
      *  CALCULATES THE DAILY TOTALS  *
           ADD C-POST-AMT TO T-GT-DAILY-TOTALS(ST-DAY).

           IF C-STORE-ENTRY NOT > STORE-CNT
               PERFORM L3D-CALC-TAX.

      *  A SALE IS TAXED AT ITS STORE'S RATE; A RETURN OR CREDIT     *
      *  HANDS THE SAME TAX BACK                                     *
       L3D-CALC-TAX.
           MULTIPLY ST-AMOUNT BY T-STORE-TAX-RATE(C-STORE-ENTRY)
               GIVING C-TAX-AMT ROUNDED.
           IF VAL-FTRAN-RETURN OR VAL-FTRAN-CREDIT
               ADD ST-AMOUNT TO T-STORE-RET-TAXABLE(C-STORE-ENTRY)
               ADD C-TAX-AMT TO T-STORE-TAX-REFUND(C-STORE-ENTRY)
               SUBTRACT C-TAX-AMT FROM C-WEEK-TAX-TOTAL
           ELSE
               ADD ST-AMOUNT TO T-STORE-TAXABLE(C-STORE-ENTRY)
               ADD C-TAX-AMT TO T-STORE-TAX(C-STORE-ENTRY)
               ADD C-TAX-AMT TO C-WEEK-TAX-TOTAL.

      *  MOVES AND PRINTS CONTENTS OF THE SALES REPORT  *
       L4-SALESPERSONS.
      *  ALL PART OF ONE BIG LOOP  *
           MOVE T-ACC-WEEKLY-TOTALS(SALESPERSON-SUB) TO 
               O-ACC-WEEKLY-TOTALS(SALESPERSON-SUB).

      *  THE HEADER WAS PROVED UP FRONT AND IS PASSED OVER; THE      *
      *  TRAILER ENDS THE BATCH                                      *
       L9-READ.
           PERFORM L9A-READ-SALE.
           IF MORE-RECS = 'Y' AND ST-REC (1:3) = 'HDR'
               PERFORM L9A-READ-SALE.
           IF MORE-RECS = 'Y' AND ST-REC (1:3) = 'TRL'
               MOVE 'N' TO MORE-RECS.

       L9A-READ-SALE.
           READ SALES-MASTER
               AT END
                   MOVE 'N' TO MORE-RECS.
                       WRITE PRTLINE FROM GRAND-TOTALS-COL-HDGS-LINE
                           AFTER ADVANCING 2 LINES
                       WRITE PRTLINE FROM BLANK-LINE
                           AFTER ADVANCING 1 LINE.
      *  READS THE CHECKPOINT HEADER, IF ONE IS ON FILE  *
       L7-CHECK-RESTART.
           MOVE 'N' TO RESTART-SW.
           MOVE SPACE TO CHKPT-RESTART-PHASE.
           OPEN INPUT CHKPT-FILE.
           IF WS-CHKPT-STATUS = '00'
               READ CHKPT-FILE
                   AT END
                       MOVE 'N' TO RESTART-SW
                   NOT AT END
                       IF CK-REC-TYPE = 'H'
                           MOVE 'Y' TO RESTART-SW
                           MOVE CK-PHASE TO CHKPT-RESTART-PHASE
                           MOVE CK-SALES-DONE TO CHKPT-SALES-DONE
                           MOVE CK-RUN-DATE TO CHKPT-RUN-DATE
                           MOVE CK-RUN-TIME TO CHKPT-RUN-TIME
                       END-IF
               END-READ
               CLOSE CHKPT-FILE.

      *  COUNTS WHAT THE ABENDED RUN ALREADY PUT ON THE ARCHIVE AND   *
      *  THE DELIVERY QUEUE - ITS RECORDS CARRY ITS RUN DATE AND      *
      *  START TIME - THEN ADDS ON TO THE REPORT INSTEAD OF STARTING  *
      *  IT OVER                                                      *
       L7A-REOPEN-OUTPUTS.
           MOVE 0 TO CHKPT-FA-ON-FILE.
           MOVE 'N' TO CHKPT-EOF-SW.
           OPEN INPUT FURN-ARCH-FILE.
           IF WS-FA-STATUS = '00'
               PERFORM L7B-COUNT-ARCHIVE
                   UNTIL CHKPT-EOF-SW = 'Y'
               CLOSE FURN-ARCH-FILE.
           MOVE 0 TO CHKPT-DQ-ON-FILE.
           MOVE 'N' TO CHKPT-EOF-SW.
           OPEN INPUT DELIV-PEND-FILE.
           IF WS-DQ-STATUS = '00'
               PERFORM L7B1-COUNT-QUEUE
                   UNTIL CHKPT-EOF-SW = 'Y'
               CLOSE DELIV-PEND-FILE.

           OPEN EXTEND PRTOUT.

       L7B-COUNT-ARCHIVE.
           READ FURN-ARCH-FILE
               AT END
                   MOVE 'Y' TO CHKPT-EOF-SW
               NOT AT END
                   IF FA-RUN-DATE = CHKPT-RUN-DATE
                       AND FA-RUN-TIME = CHKPT-RUN-TIME
                           ADD 1 TO CHKPT-FA-ON-FILE.

       L7B1-COUNT-QUEUE.
           READ DELIV-PEND-FILE
               AT END
                   MOVE 'Y' TO CHKPT-EOF-SW
               NOT AT END
                   IF DQ-QUEUE-DATE = CHKPT-RUN-DATE
                       AND DQ-QUEUE-TIME = CHKPT-RUN-TIME
                           ADD 1 TO CHKPT-DQ-ON-FILE.

      *  PUTS THE ABENDED RUN'S POSTINGS BACK AND READS PAST THE      *
      *  SALES IT HAD ALREADY POSTED. A RUN THAT HAD FINISHED THE     *
      *  SALES FILE CHECKPOINTED WITH NO MORE RECORDS TO READ         *
       L7C-RESTART-RUN.
           PERFORM L7D-RESTORE-CHECKPOINT.
           PERFORM L9-HDGS.
           MOVE CHKPT-SALES-DONE TO O-RS-SALES.
           WRITE PRTLINE FROM RESTART-NOTE-LINE
               AFTER ADVANCING 2 LINES.
           IF CHKPT-RESTART-PHASE = 'S'
               PERFORM L9-READ
                   VARYING CHKPT-SKIP-CTR FROM 1 BY 1
                       UNTIL CHKPT-SKIP-CTR > CHKPT-SALES-DONE
               PERFORM L9-READ.

      *  RE-READS THE CHECKPOINT AND PUTS EVERY AREA THE RUN POSTS TO *
      *  BACK AS IT STOOD: COUNTERS, THE SALESPERSON AND FURNITURE    *
      *  TABLES, THE STORE TAX FIGURES, AND THE CARRIED SEASON        *
      *  TOTALS                                                       *
       L7D-RESTORE-CHECKPOINT.
           MOVE 'N' TO CHKPT-EOF-SW.
           OPEN INPUT CHKPT-FILE.
           PERFORM L7D1-READ-CHKPT
               UNTIL CHKPT-EOF-SW = 'Y'.
           CLOSE CHKPT-FILE.

       L7D1-READ-CHKPT.
           READ CHKPT-FILE
               AT END
                   MOVE 'Y' TO CHKPT-EOF-SW
               NOT AT END
                   EVALUATE CK-REC-TYPE
                       WHEN 'A'
                           PERFORM L7E-RESTORE-AREA
                       WHEN 'C'
                           MOVE CK-STEP-NUM TO CHKPT-STEPS-DONE
                   END-EVALUATE
           END-READ.

      *  BUILDS THE AREA BACK UP A SLICE AT A TIME AND MOVES IT HOME  *
      *  ONCE ITS LAST SLICE IS IN                                    *
       L7E-RESTORE-AREA.
           MOVE CK-AREA-DATA TO CHKPT-BUFFER (CK-AREA-OFFSET:190).
           IF CK-AREA-LAST = 'Y'
               EVALUATE CK-AREA-ID
                   WHEN 'WK'
                       MOVE CHKPT-BUFFER TO WORK-AREA
                   WHEN 'QT'
                       MOVE CHKPT-BUFFER TO QUOTA-TABLE-AREA
                   WHEN 'WC'
                       MOVE CHKPT-BUFFER TO WEEK-CHECK-AREA
                   WHEN 'RD'
                       MOVE CHKPT-BUFFER TO RETURNS-DATA
                   WHEN 'CF'
                       MOVE CHKPT-BUFFER TO CARRIED-TOTALS-AREA
                   WHEN 'ST'
                       MOVE CHKPT-BUFFER TO STORE-TABLE-AREA
                   WHEN 'TX'
                       MOVE CHKPT-BUFFER TO TAX-WORK-AREA
                   WHEN 'FT'
                       MOVE CHKPT-BUFFER TO T-GT-FURNITURE-DATA
                   WHEN 'SL'
                       MOVE CHKPT-BUFFER TO T-SALES-DATA
                   WHEN 'WT'
                       MOVE CHKPT-BUFFER TO T-ACC-WEEKLY-TOTALS-DATA
                   WHEN 'DT'
                       MOVE CHKPT-BUFFER
                           TO T-GT-DAILY-SALES-TOTALS-DATA
               END-EVALUATE.

      *  WRITES THE WHOLE CHECKPOINT OVER THE LAST ONE: WHERE THE RUN *
      *  HAS GOT TO, THEN EVERY AREA IT POSTS TO                      *
       L7F-WRITE-CHECKPOINT.
           OPEN OUTPUT CHKPT-FILE.
           MOVE SPACES TO CHKPT-REC.
           MOVE 'H' TO CK-REC-TYPE.
           MOVE CHKPT-PHASE TO CK-PHASE.
           MOVE C-READ-CTR TO CK-SALES-DONE.
           MOVE I-DATE TO CK-RUN-DATE.
           MOVE I-TIME (1:6) TO CK-RUN-TIME.
           WRITE CHKPT-REC.

           MOVE 'WK' TO CHKPT-AREA-ID.
           MOVE WORK-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF WORK-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'QT' TO CHKPT-AREA-ID.
           MOVE QUOTA-TABLE-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF QUOTA-TABLE-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'WC' TO CHKPT-AREA-ID.
           MOVE WEEK-CHECK-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF WEEK-CHECK-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'RD' TO CHKPT-AREA-ID.
           MOVE RETURNS-DATA TO CHKPT-BUFFER.
           MOVE LENGTH OF RETURNS-DATA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'CF' TO CHKPT-AREA-ID.
           MOVE CARRIED-TOTALS-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF CARRIED-TOTALS-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'ST' TO CHKPT-AREA-ID.
           MOVE STORE-TABLE-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF STORE-TABLE-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'TX' TO CHKPT-AREA-ID.
           MOVE TAX-WORK-AREA TO CHKPT-BUFFER.
           MOVE LENGTH OF TAX-WORK-AREA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'FT' TO CHKPT-AREA-ID.
           MOVE T-GT-FURNITURE-DATA TO CHKPT-BUFFER.
           MOVE LENGTH OF T-GT-FURNITURE-DATA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'SL' TO CHKPT-AREA-ID.
           MOVE T-SALES-DATA TO CHKPT-BUFFER.
           MOVE LENGTH OF T-SALES-DATA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'WT' TO CHKPT-AREA-ID.
           MOVE T-ACC-WEEKLY-TOTALS-DATA TO CHKPT-BUFFER.
           MOVE LENGTH OF T-ACC-WEEKLY-TOTALS-DATA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           MOVE 'DT' TO CHKPT-AREA-ID.
           MOVE T-GT-DAILY-SALES-TOTALS-DATA TO CHKPT-BUFFER.
           MOVE LENGTH OF T-GT-DAILY-SALES-TOTALS-DATA TO CHKPT-LEN.
           PERFORM L7G-WRITE-AREA.
           CLOSE CHKPT-FILE.

       L7G-WRITE-AREA.
           PERFORM L7G1-WRITE-SLICE
               VARYING CHKPT-OFFSET FROM 1 BY 190
                   UNTIL CHKPT-OFFSET > CHKPT-LEN.

       L7G1-WRITE-SLICE.
           MOVE SPACES TO CHKPT-REC.
           MOVE 'A' TO CK-REC-TYPE.
           MOVE CHKPT-AREA-ID TO CK-AREA-ID.
           MOVE CHKPT-OFFSET TO CK-AREA-OFFSET.
           MOVE CHKPT-BUFFER (CHKPT-OFFSET:190) TO CK-AREA-DATA.
           IF CHKPT-OFFSET + 190 > CHKPT-LEN
               MOVE 'Y' TO CK-AREA-LAST
           ELSE
               MOVE 'N' TO CK-AREA-LAST.
           WRITE CHKPT-REC.

      *  TAKES A CHECKPOINT EVERY CHKPT-INTERVAL SALES  *
       L7I-SAVE-CHECKPOINT.
           DIVIDE C-READ-CTR BY CHKPT-INTERVAL
               GIVING CHKPT-QUOT
               REMAINDER CHKPT-REM.
           IF CHKPT-REM = 0
               PERFORM L7F-WRITE-CHECKPOINT.

      *  NOTES ON THE CHECKPOINT THAT A CLOSING STEP IS DONE, SO A    *
      *  RESTART NEVER ROLLS A GENERATION OR APPENDS A RECORD TWICE   *
       L7J-MARK-STEP.
           OPEN EXTEND CHKPT-FILE.
           MOVE SPACES TO CHKPT-REC.
           MOVE 'C' TO CK-REC-TYPE.
           MOVE CHKPT-STEPS-DONE TO CK-STEP-NUM.
           WRITE CHKPT-REC.
           CLOSE CHKPT-FILE.
