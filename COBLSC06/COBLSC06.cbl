       DATE-COMPILED.
      ******************************************************************
      *  MONTH-END REVENUE REPORT AND CLOSE. COMBINES THE FURNITURE   *
      *  SALES TOTALS CARRIED FORWARD BY COBLSC04 WITH THE MONEY      *
      *  COLLECTED ON INVOICED PAINT JOBS CARRIED FORWARD BY          *
      *  COBLSC40, SHOWS THIS MONTH AGAINST LAST MONTH AND            *
      *  YEAR-TO-DATE FROM THE MONTHLY HISTORY FILE, AND PRINTS A     *
      *  TWELVE-MONTH TREND PER BUSINESS LINE. IN MONTH-END MODE ('M' *
      *  ON THE CONTROL CARD) THE RUN SNAPSHOTS THE CURRENT TOTALS    *
      *  INTO THE HISTORY AND ZEROES THE CARRY-FORWARD FILES FOR THE  *
      *  NEW PERIOD; A MONTH ALREADY ON THE HISTORY IS NOT CLOSED     *
      *  TWICE, SO THE CLOSE IS SAFE TO RERUN. IN YEAR-END MODE ('Y') *
      *  THE TWELVE CLOSED MONTHS OF LAST YEAR ROLL INTO AN ANNUAL    *
      *  HISTORY RECORD PER BUSINESS LINE, AN ANNUAL COMPARATIVE      *
      *  REPORT PRINTS, AND MONTHLY DETAIL PAST THE RETENTION WINDOW  *
      *  IS RETIRED - A YEAR ALREADY ON THE ANNUAL HISTORY IS NEVER   *
      *  CLOSED TWICE. CAMPGROUND BOOKINGS ARE CARRIED AS UNEARNED    *
      *  DEPOSITS AND RECOGNIZED BY THE NIGHTS ACTUALLY STAYED: THE   *
      *  RESERVATION MASTER AND THE ARCHIVE ARE WALKED FOR THE        *
      *  MONTH'S NIGHTS, A DEFERRED-REVENUE ROLLFORWARD PRINTS UNDER  *
      *  THE CAMP LINE, AND THE CLOSE APPENDS THE MONTH TO            *
      *  DEFREV.DAT.                                                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.

      *  PAINT BILLINGS AND COLLECTIONS FOR THE MONTH CARRIED FORWARD *
      *  BY THE PAINT INVOICING RUN (COBLSC40) - THE MONEY COLLECTED  *
      *  IS THE MONTH'S PAINT REVENUE                                 *
           SELECT PAINT-COLLECT-FILE
               ASSIGN TO 'PAINTCOL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.

      *  ONE RECORD PER CLOSED YEAR PER BUSINESS LINE, WRITTEN BY    *
      *  THE YEAR-END CLOSE                                           *
           SELECT ANNUAL-HIST-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.

      *  THE INDEXED RESERVATION MASTER COBLSC01 MAINTAINS - EVERY   *
      *  CURRENT AND FUTURE STAY, FOR THE NIGHTS STILL DEFERRED       *
           SELECT CAMPRES-IN
               ASSIGN TO 'CAMPRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS O-RES-KEY
               ALTERNATE RECORD KEY IS O-CONF-NUM
               FILE STATUS IS WS-RES-STATUS.

      *  COMPLETED STAYS ROLLED OFF THE RESERVATION MASTER  *
           SELECT ARCHIVE-FILE
               ASSIGN TO 'CAMPARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

      *  ONE RECORD PER CLOSED MONTH, THE DEFERRED CAMPGROUND        *
      *  REVENUE ROLLFORWARD                                          *
           SELECT DEFREV-FILE
               ASSIGN TO 'DEFREV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DF-STATUS.

      *  THE GATEKEEPER'S GO/NO-GO VERDICTS (COBLSC21) - CHECKED     *
      *  BEFORE THIS PROGRAM WILL RUN, SO A CLOSE CAN'T SNAPSHOT     *
      *  SHORT TOTALS BECAUSE A POSTING RUN HADN'T FINISHED          *
      *  COPYBOOK COBLSC05 USES TO WRITE PAINTTL.DAT                  *
           COPY 'PAINTTL.CPY'.

       FD  PAINT-COLLECT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PAINT-COLLECT-REC.

      *  CPY FILE THAT CONTAINS PAINT-COLLECT-REC LAYOUT, THE SAME    *
      *  COPYBOOK COBLSC40 USES TO WRITE PAINTCOL.DAT                 *
           COPY 'PAINTCOL.CPY'.

       FD  CAMPRES-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS VAL-REC.

      *  CPY FILE THAT CONTAINS VAL-REC LAYOUT, THE SAME COPYBOOK     *
      *  COBLSC01 USES TO MAINTAIN CAMPRES.DAT AND THE ARCHIVE        *
           COPY 'VAL.CPY'.

       FD  ARCHIVE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS ARCHIVE-REC.
       01  ARCHIVE-REC             PIC X(200).

       FD  DEFREV-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DEFREV-REC.

      *  CPY FILE THAT CONTAINS DEFREV-REC LAYOUT, SHARED WITH THE    *
      *  GENERAL LEDGER INTERFACE (COBLSC25)                          *
           COPY 'DEFREV.CPY'.

      *  ONE GO/NO-GO VERDICT PER DEPENDENT PROGRAM PER RUN DATE  *
       FD  GONOGO-FILE
           LABEL RECORD IS OMITTED
       01  WORK-AREA.
           05  WS-ST-STATUS                PIC XX      VALUE '00'.
           05  WS-PT-STATUS                PIC XX      VALUE '00'.
           05  WS-PC-STATUS                PIC XX      VALUE '00'.
           05  C-PCTR                      PIC 99      VALUE 0.
      *  SUBSCRIPT USED TO SUM THE FURNITURE CATEGORY TOTALS  *
           05  FUR-SUB                     PIC 99      VALUE 0.
           05  C-CURR-YEAR                 PIC 9(4)    VALUE 0.
           05  C-YEAR-REM                  PIC 99      VALUE 0.

      *  FURNITURE SALES, PAINT COLLECTED AND COMBINED REVENUE        *
      *  FIGURES FOR THE MONTH                                        *
       01  REVENUE-AREA.
           05  C-FUR-REVENUE               PIC 9(9)V99 VALUE 0.
           05  C-PAINT-REVENUE             PIC 9(9)V99 VALUE 0.
           05  C-CAMP-GROSS                PIC 9(10)V99 VALUE 0.
           05  C-CAMP-REFUNDS              PIC 9(9)V99 VALUE 0.
      *  CAMPGROUND REVENUE RECOGNIZED OUT OF THE DEFERRED BALANCE  *
           05  C-CAMP-REVENUE              PIC S9(10)V99 VALUE 0.
           05  C-COMBINED-REVENUE          PIC S9(10)V99 VALUE 0.
           05  CAMP-SUB                    PIC 9       VALUE 0.

      *  THE DEFERRED CAMPGROUND REVENUE ROLLFORWARD: OPENING PLUS    *
      *  BOOKINGS TAKEN LESS REFUNDS LESS WHAT WAS RECOGNIZED EQUALS  *
      *  THE CLOSING BALANCE - THE NIGHTS STILL TO BE STAYED ON THE   *
      *  RESERVATION MASTER AFTER MONTH-END                           *
       01  DEFERRED-REVENUE-AREA.
           05  WS-RES-STATUS               PIC XX      VALUE '00'.
           05  WS-ARCH-STATUS              PIC XX      VALUE '00'.
           05  WS-DF-STATUS                PIC XX      VALUE '00'.
           05  RES-EOF-SW                  PIC X       VALUE 'N'.
           05  ARCH-EOF-SW                 PIC X       VALUE 'N'.
           05  DF-EOF-SW                   PIC X       VALUE 'N'.
      *  SET WHEN THIS PERIOD'S ROLLFORWARD IS ALREADY ON DEFREV.DAT *
           05  DEFREV-CLOSED-SW            PIC X       VALUE 'N'.
           05  C-DEF-LAST-YYYYMM           PIC 9(6)    VALUE 0.
           05  C-DEF-OPENING               PIC S9(10)V99 VALUE 0.
           05  C-DEF-NEW                   PIC S9(10)V99 VALUE 0.
           05  C-DEF-REFUNDS               PIC 9(10)V99 VALUE 0.
           05  C-DEF-EARNED                PIC 9(10)V99 VALUE 0.
      *  CANCELLATION FEES KEPT AND MODIFY ADJUSTMENTS - WHATEVER     *
      *  LEFT THE DEFERRED BALANCE WITHOUT A NIGHT BEING STAYED       *
           05  C-DEF-ADJUST                PIC S9(10)V99 VALUE 0.
           05  C-DEF-RECOGNIZED            PIC S9(10)V99 VALUE 0.
           05  C-DEF-CLOSING               PIC S9(10)V99 VALUE 0.
      *  THE MONTH AS DAY SERIALS, AND ONE BOOKING'S NIGHTS  *
           05  C-MONTH-FIRST               PIC 9(7)    VALUE 0.
           05  C-MONTH-LAST                PIC 9(7)    VALUE 0.
           05  C-DAYS-IN-MO                PIC 99      VALUE 0.
           05  C-STAY-FIRST                PIC 9(7)    VALUE 0.
           05  C-STAY-LAST                 PIC 9(7)    VALUE 0.
           05  C-WIN-FIRST                 PIC 9(7)    VALUE 0.
           05  C-WIN-LAST                  PIC 9(7)    VALUE 0.
           05  C-NIGHTS                    PIC 9(5)    VALUE 0.
           05  C-NIGHT-WORK                PIC 9(9)V99 VALUE 0.
           05  C-NIGHT-VALUE               PIC 9(7)V99 VALUE 0.
           05  SER-YYYY                    PIC 9(4)    VALUE 0.
           05  SER-MM                      PIC 99      VALUE 0.
           05  SER-DD                      PIC 99      VALUE 0.
           05  SER-DAYS                    PIC 9(7)    VALUE 0.
           05  SER-LEAP-QUOT               PIC 9(4)    VALUE 0.
           05  SER-LEAP-REM                PIC 9       VALUE 0.

      *  THE FIVE CAMPGROUNDS, IN THE SAME ORDER AS THE BUCKETS ON   *
      *  CAMPTL.DAT                                                  *
       01  CAMP-NAMES.
       01  PAINT-REVENUE-LINE.
           05  FILLER                      PIC X(14)   VALUE ' '.
           05  FILLER                      PIC X(25)   VALUE
                                       'PAINT REVENUE COLLECTED'.
           05  FILLER                      PIC X(5)    VALUE ' '.
           05  O-PAINT-REVENUE             PIC $$$,$$$,$$9.99.

       01  CAMP-REVENUE-LINE.
           05  FILLER                      PIC X(14)   VALUE ' '.
           05  FILLER                      PIC X(25)   VALUE
                                       'CAMPGROUND BOOKINGS:'.
           05  FILLER                      PIC X(5)    VALUE ' '.
           05  O-CAMP-GROSS                PIC $$$,$$$,$$9.99.

           05  FILLER                      PIC X(5)    VALUE ' '.
           05  O-CAMP-REFUNDS              PIC $$$,$$$,$$9.99-.

      *  THE DEFERRED-REVENUE ROLLFORWARD PRINTED UNDER THE CAMP     *
      *  LINES, AND THE EARNED FIGURE THAT FEEDS THE COMBINED TOTAL  *
       01  DEFREV-TITLE-LINE.
           05  FILLER                      PIC X(18)   VALUE ' '.
           05  FILLER                      PIC X(40)   VALUE
                   'DEFERRED CAMPGROUND REVENUE ROLLFORWARD'.
           05  FILLER                      PIC X(74)   VALUE ' '.

       01  DEFREV-LINE.
           05  FILLER                      PIC X(18)   VALUE ' '.
           05  O-DEF-LABEL                 PIC X(26).
           05  O-DEF-AMT                   PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(73)   VALUE ' '.

       01  DEFREV-DETAIL-LINE.
           05  FILLER                      PIC X(22)   VALUE ' '.
           05  O-DEFD-LABEL                PIC X(22).
           05  O-DEFD-AMT                  PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(73)   VALUE ' '.

       01  CAMP-EARNED-LINE.
           05  FILLER                      PIC X(14)   VALUE ' '.
           05  FILLER                      PIC X(25)   VALUE
                                       'CAMPGROUND REVENUE EARNED'.
           05  FILLER                      PIC X(5)    VALUE ' '.
           05  O-CAMP-EARNED               PIC $$$,$$$,$$9.99-.

      *  ONE CAMPGROUND'S SHARE OF THE REVENUE ON THE BREAKDOWN PAGE *
       01  CAMP-PAGE-TITLE.
           05  FILLER                      PIC X(50)   VALUE ' '.
           PERFORM L2-CLOSING.
       STOP RUN.

      *  READS THE FURNITURE/SALESPERSON, PAINT ESTIMATING AND PAINT  *
      *  COLLECTION TOTALS CARRIED FORWARD FROM PRIOR RUNS,           *
      *  DEFAULTING TO ZERO IF A FILE DOESN'T EXIST YET               *
       L2-INIT.
           PERFORM L2-READ-CONTROL-CARD.

           ELSE
               CONTINUE.

           MOVE SPACES TO PAINT-COLLECT-REC.
           INITIALIZE PAINT-COLLECT-REC.
           OPEN INPUT PAINT-COLLECT-FILE.
           IF WS-PC-STATUS = '00'
               READ PAINT-COLLECT-FILE
                   AT END
                       INITIALIZE PAINT-COLLECT-REC
                   NOT AT END
                       ADD 1 TO C-READ-CTR
               END-READ
               CLOSE PAINT-COLLECT-FILE
           ELSE
               CONTINUE.

      *  THE CAMPGROUND SIDE OF THE SHOP, CARRIED FORWARD BY COBLSC01 *
           INITIALIZE CAMP-TOTALS-REC.
           OPEN INPUT CAMP-TOTALS-FILE.
       L2-SUM-FURNITURE-TOTALS.
           ADD ST-CF-FUR-TOTAL(FUR-SUB) TO C-FUR-REVENUE.

      *  BUILDS THE PAINT, CAMPGROUND, AND COMBINED REVENUE FIGURES. *
      *  PAINT IS BOOKED WHEN THE CUSTOMER PAYS THE INVOICE, NOT WHEN *
      *  THE JOB IS QUOTED                                            *
       L2-BUILD-REVENUE-FIGURES.
           MOVE PC-MTD-COLLECTED TO C-PAINT-REVENUE.
           MOVE 0 TO C-CAMP-GROSS.
           PERFORM L2-SUM-CAMP-TOTALS
               VARYING CAMP-SUB FROM 1 BY 1
                   UNTIL CAMP-SUB > 5.
           MOVE CT-CF-REFUND-TOTAL TO C-CAMP-REFUNDS.
      *  BOOKINGS TAKEN NET OF REFUNDS GO INTO THE DEFERRED BALANCE; *
      *  ONLY WHAT THE ROLLFORWARD RECOGNIZES IS THE MONTH'S REVENUE *
           PERFORM L2-BUILD-DEFERRED-REVENUE.
           MOVE C-DEF-RECOGNIZED TO C-CAMP-REVENUE.
           ADD C-FUR-REVENUE C-PAINT-REVENUE C-CAMP-REVENUE
               GIVING C-COMBINED-REVENUE.

       L2-SUM-CAMP-TOTALS.
           ADD CT-CF-CAMP-TOTAL(CAMP-SUB) TO C-CAMP-GROSS.

      *  ROLLS THE DEFERRED BALANCE FORWARD: THE NIGHTS STAYED THIS  *
      *  MONTH ARE PRICED OFF EVERY BOOKING ON THE MASTER AND THE    *
      *  ARCHIVE, THE CLOSING BALANCE IS THE NIGHTS STILL TO COME    *
      *  AFTER MONTH-END, AND WHAT LEFT THE BALANCE IS RECOGNIZED    *
       L2-BUILD-DEFERRED-REVENUE.
           PERFORM L2-LOAD-DEFREV.
           MOVE C-CAMP-GROSS TO C-DEF-NEW.
           MOVE C-CAMP-REFUNDS TO C-DEF-REFUNDS.
           MOVE 0 TO C-DEF-EARNED.
           MOVE 0 TO C-DEF-CLOSING.

           MOVE RD-YYYYMM (1:4) TO SER-YYYY.
           MOVE RD-YYYYMM (5:2) TO SER-MM.
           MOVE 1 TO SER-DD.
           PERFORM L2-DATE-TO-SERIAL.
           MOVE SER-DAYS TO C-MONTH-FIRST.
           EVALUATE SER-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO C-DAYS-IN-MO
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO C-DAYS-IN-MO
               WHEN OTHER
                   IF SER-LEAP-REM = 0
                       MOVE 29 TO C-DAYS-IN-MO
                   ELSE
                       MOVE 28 TO C-DAYS-IN-MO
                   END-IF
           END-EVALUATE.
           ADD C-MONTH-FIRST C-DAYS-IN-MO GIVING C-MONTH-LAST.
           SUBTRACT 1 FROM C-MONTH-LAST.

           MOVE 'N' TO RES-EOF-SW.
           OPEN INPUT CAMPRES-IN.
           IF WS-RES-STATUS = '00'
               PERFORM L2-READ-CAMPRES
                   UNTIL RES-EOF-SW = 'Y'
               CLOSE CAMPRES-IN.
           MOVE 'N' TO ARCH-EOF-SW.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS = '00'
               PERFORM L2-READ-ARCHIVE
                   UNTIL ARCH-EOF-SW = 'Y'
               CLOSE ARCHIVE-FILE.

           ADD C-DEF-OPENING C-DEF-NEW GIVING C-DEF-RECOGNIZED.
           SUBTRACT C-DEF-REFUNDS C-DEF-CLOSING FROM C-DEF-RECOGNIZED.
           SUBTRACT C-DEF-EARNED FROM C-DEF-RECOGNIZED
               GIVING C-DEF-ADJUST.

      *  THE OPENING BALANCE IS THE NEWEST CLOSED MONTH BEFORE THIS  *
      *  ONE; A RERUN OF A CLOSED MONTH REUSES THE OPENING IT CLOSED *
      *  WITH SO THE ROLLFORWARD COMES OUT THE SAME                  *
       L2-LOAD-DEFREV.
           MOVE 0 TO C-DEF-OPENING.
           MOVE 0 TO C-DEF-LAST-YYYYMM.
           MOVE 'N' TO DEFREV-CLOSED-SW.
           MOVE 'N' TO DF-EOF-SW.
           OPEN INPUT DEFREV-FILE.
           IF WS-DF-STATUS = '00'
               PERFORM L2-READ-DEFREV
                   UNTIL DF-EOF-SW = 'Y'
               CLOSE DEFREV-FILE.

       L2-READ-DEFREV.
           READ DEFREV-FILE
               AT END
                   MOVE 'Y' TO DF-EOF-SW
               NOT AT END
                   IF DF-YYYYMM = RD-YYYYMM
                       MOVE 'Y' TO DEFREV-CLOSED-SW
                       MOVE DF-OPEN-BAL TO C-DEF-OPENING
                   END-IF
                   IF DF-YYYYMM < RD-YYYYMM
                       AND DF-YYYYMM > C-DEF-LAST-YYYYMM
                       AND DEFREV-CLOSED-SW = 'N'
                           MOVE DF-YYYYMM TO C-DEF-LAST-YYYYMM
                           MOVE DF-CLOSE-BAL TO C-DEF-OPENING
                   END-IF.

       L2-READ-CAMPRES.
           READ CAMPRES-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO RES-EOF-SW
               NOT AT END
                   ADD 1 TO C-READ-CTR
                   PERFORM L2-DEFER-BOOKING
                       THRU L2-DEFER-BOOKING-EXIT.

       L2-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO ARCH-EOF-SW
               NOT AT END
                   ADD 1 TO C-READ-CTR
                   MOVE ARCHIVE-REC TO VAL-REC
                   PERFORM L2-DEFER-BOOKING
                       THRU L2-DEFER-BOOKING-EXIT.

      *  ONE BOOKING: ITS NIGHTS RUN FROM THE ARRIVAL DATE FOR THE   *
      *  LENGTH OF STAY, EACH WORTH AN EQUAL SHARE OF O-AMT. NIGHTS  *
      *  INSIDE THE MONTH ARE EARNED, NIGHTS AFTER IT STAY DEFERRED  *
       L2-DEFER-BOOKING.
           IF O-LEN-STAY NOT NUMERIC OR O-LEN-STAY = 0
               OR O-DATE NOT NUMERIC OR O-AMT NOT NUMERIC
                   GO TO L2-DEFER-BOOKING-EXIT.
           MOVE O-YYYY TO SER-YYYY.
           MOVE O-MM TO SER-MM.
           MOVE O-DD TO SER-DD.
           PERFORM L2-DATE-TO-SERIAL.
           MOVE SER-DAYS TO C-STAY-FIRST.
           ADD C-STAY-FIRST O-LEN-STAY GIVING C-STAY-LAST.
           SUBTRACT 1 FROM C-STAY-LAST.

           IF C-STAY-FIRST > C-MONTH-FIRST
               MOVE C-STAY-FIRST TO C-WIN-FIRST
           ELSE
               MOVE C-MONTH-FIRST TO C-WIN-FIRST.
           IF C-STAY-LAST < C-MONTH-LAST
               MOVE C-STAY-LAST TO C-WIN-LAST
           ELSE
               MOVE C-MONTH-LAST TO C-WIN-LAST.
           IF C-WIN-LAST NOT < C-WIN-FIRST
               SUBTRACT C-WIN-FIRST FROM C-WIN-LAST GIVING C-NIGHTS
               ADD 1 TO C-NIGHTS
               PERFORM L2-PRICE-NIGHTS
               ADD C-NIGHT-VALUE TO C-DEF-EARNED.

           IF C-STAY-LAST > C-MONTH-LAST
               IF C-STAY-FIRST > C-MONTH-LAST
                   MOVE O-LEN-STAY TO C-NIGHTS
               ELSE
                   SUBTRACT C-MONTH-LAST FROM C-STAY-LAST
                       GIVING C-NIGHTS
               END-IF
               PERFORM L2-PRICE-NIGHTS
               ADD C-NIGHT-VALUE TO C-DEF-CLOSING.

       L2-DEFER-BOOKING-EXIT.
           EXIT.

       L2-PRICE-NIGHTS.
           MULTIPLY O-AMT BY C-NIGHTS GIVING C-NIGHT-WORK.
           DIVIDE C-NIGHT-WORK BY O-LEN-STAY
               GIVING C-NIGHT-VALUE ROUNDED.

      *  TURNS SER-YYYY/SER-MM/SER-DD INTO A DAY NUMBER (THE SAME     *
      *  DIVIDE-BY-FOUR LEAP RULE COBLSC01 USES) SO NIGHTS BETWEEN    *
      *  TWO DATES IS A SIMPLE SUBTRACTION                            *
       L2-DATE-TO-SERIAL.
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

       L2-PRINT-REPORT.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM CAMP-REFUND-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM L2-PRINT-ROLLFORWARD.

           MOVE C-CAMP-REVENUE TO O-CAMP-EARNED.
           WRITE PRTLINE FROM CAMP-EARNED-LINE
               AFTER ADVANCING 2 LINES.

           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           WRITE PRTLINE FROM COMBINED-REVENUE-LINE
               AFTER ADVANCING 1 LINE.

      *  OPENING, NEW BOOKINGS, REFUNDS, RECOGNIZED (SPLIT INTO THE  *
      *  NIGHTS STAYED AND EVERYTHING ELSE) AND THE CLOSING BALANCE  *
       L2-PRINT-ROLLFORWARD.
           WRITE PRTLINE FROM DEFREV-TITLE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'OPENING DEFERRED BALANCE' TO O-DEF-LABEL.
           MOVE C-DEF-OPENING TO O-DEF-AMT.
           WRITE PRTLINE FROM DEFREV-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PLUS NEW BOOKINGS' TO O-DEF-LABEL.
           MOVE C-DEF-NEW TO O-DEF-AMT.
           WRITE PRTLINE FROM DEFREV-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LESS REFUNDS' TO O-DEF-LABEL.
           MOVE C-DEF-REFUNDS TO O-DEF-AMT.
           WRITE PRTLINE FROM DEFREV-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'LESS REVENUE RECOGNIZED' TO O-DEF-LABEL.
           MOVE C-DEF-RECOGNIZED TO O-DEF-AMT.
           WRITE PRTLINE FROM DEFREV-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NIGHTS STAYED' TO O-DEFD-LABEL.
           MOVE C-DEF-EARNED TO O-DEFD-AMT.
           WRITE PRTLINE FROM DEFREV-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FEES KEPT/ADJUSTMENTS' TO O-DEFD-LABEL.
           MOVE C-DEF-ADJUST TO O-DEFD-AMT.
           WRITE PRTLINE FROM DEFREV-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CLOSING DEFERRED BALANCE' TO O-DEF-LABEL.
           MOVE C-DEF-CLOSING TO O-DEF-AMT.
           WRITE PRTLINE FROM DEFREV-LINE
               AFTER ADVANCING 1 LINE.

       L2-CLOSING.
           PERFORM L2-WRITE-RUN-LOG.
           CLOSE PRTOUT.
                   END-IF
                   PERFORM L5A-APPEND-HISTORY
               END-IF
               PERFORM L5F-APPEND-DEFREV
               PERFORM L5C-ZERO-CARRY-FORWARDS
               WRITE PRTLINE FROM CLOSE-DONE-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE SPACES TO MONTH-HIST-REC (40:11).
           WRITE MONTH-HIST-REC.

      *  THE MONTH'S DEFERRED ROLLFORWARD IS APPENDED BEFORE CAMPTL   *
      *  IS ZEROED - ITS CLOSING BALANCE OPENS NEXT MONTH. A MONTH    *
      *  ALREADY ON DEFREV.DAT IS NOT WRITTEN TWICE                   *
       L5F-APPEND-DEFREV.
           IF DEFREV-CLOSED-SW = 'N'
               OPEN EXTEND DEFREV-FILE
               IF WS-DF-STATUS NOT = '00'
                   OPEN OUTPUT DEFREV-FILE
               END-IF
               MOVE RD-YYYYMM TO DF-YYYYMM
               MOVE C-DEF-OPENING TO DF-OPEN-BAL
               MOVE C-DEF-NEW TO DF-NEW-BOOKINGS
               MOVE C-DEF-REFUNDS TO DF-REFUNDS
               MOVE C-DEF-EARNED TO DF-NIGHTS-EARNED
               MOVE C-DEF-RECOGNIZED TO DF-RECOGNIZED
               MOVE C-DEF-CLOSING TO DF-CLOSE-BAL
               MOVE SPACES TO DEFREV-REC (73:8)
               WRITE DEFREV-REC
               CLOSE DEFREV-FILE
               MOVE 'Y' TO DEFREV-CLOSED-SW.

      *  RERUN OF A CLOSE THAT ALREADY SNAPSHOTTED THIS PERIOD: IF   *
      *  THE CARRY-FORWARDS STILL MATCH THE SNAPSHOT, THE RESET      *
      *  NEVER HAPPENED - FINISH IT NOW; OTHERWISE THE CLOSE REALLY  *
               VARYING HIST-SUB FROM 1 BY 1
                   UNTIL HIST-SUB > HIST-CNT.
           IF CLOSE-PENDING-SW = 'Y'
               PERFORM L5F-APPEND-DEFREV
               PERFORM L5C-ZERO-CARRY-FORWARDS
               WRITE PRTLINE FROM CLOSE-DONE-LINE
                   AFTER ADVANCING 3 LINES
           CALL 'CBLGEN' USING CBLGEN-DATA.
           MOVE 'PAINTTL.DAT' TO GN-FILE-NAME.
           CALL 'CBLGEN' USING CBLGEN-DATA.
           MOVE 'PAINTCOL.DAT' TO GN-FILE-NAME.
           CALL 'CBLGEN' USING CBLGEN-DATA.

           INITIALIZE SEASON-TOTALS-REC.
           OPEN OUTPUT SEASON-TOTALS-FILE.
           OPEN OUTPUT PAINT-TOTALS-FILE.
           WRITE PAINT-TOTALS-REC.
           CLOSE PAINT-TOTALS-FILE.
           MOVE SPACES TO PAINT-COLLECT-REC.
           INITIALIZE PAINT-COLLECT-REC.
           OPEN OUTPUT PAINT-COLLECT-FILE.
           WRITE PAINT-COLLECT-REC.
           CLOSE PAINT-COLLECT-FILE.
           INITIALIZE CAMP-TOTALS-REC.
           OPEN OUTPUT CAMP-TOTALS-FILE.
           WRITE CAMP-TOTALS-REC.
