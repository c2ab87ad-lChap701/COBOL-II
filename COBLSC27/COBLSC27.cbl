       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC27.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  MONTHLY SALES TAX REMITTANCE FOR THE BOARD AND FURNITURE      *
      *  STORES. READS THE SALES TAX LEDGER (SALESTAX.DAT) THE BOARD   *
      *  DAILY RUN (COBLSC02) AND THE FURNITURE WEEKLY RUN (COBLSC04)  *
      *  APPEND TO, PICKS UP EVERY RECORD POSTED IN THE MONTH BEFORE   *
      *  THE AS-OF RUN DATE, AND PRINTS WHAT WE OWE EACH TAXING        *
      *  JURISDICTION: TAXABLE SALES, RETURNS, TAX COLLECTED, TAX      *
      *  HANDED BACK, AND THE NET DUE, BY STORE AND SALES LINE WITHIN  *
      *  JURISDICTION. THE CAMPGROUND OCCUPANCY TAX STAYS ON ITS OWN   *
      *  REMITTANCE (TAXRMT.PRT FROM COBLSC01).                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  RUN CONTROL CARD - AS-OF DATE SO THE REPORT FOR A CLOSED    *
      *  MONTH CAN BE REPRINTED LATER                                *
           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  THE SALES TAX LEDGER, ONE RECORD PER STORE PER RUN  *
           SELECT SALES-TAX-FILE
               ASSIGN TO 'SALESTAX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'SALESTAX.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  SORT WORK FILE SO THE MONTH'S RECORDS COME OUT GROUPED BY   *
      *  JURISDICTION, THEN STORE, THEN SALES LINE                   *
           SELECT SORT-FILE
               ASSIGN TO 'SRTSTAX.DAT'.

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

       FD  SALES-TAX-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SALES-TAX-REC.

      *  CPY FILE THAT CONTAINS SALES-TAX-REC LAYOUT, SHARED WITH THE *
      *  BOARD RUN (COBLSC02) AND THE FURNITURE RUN (COBLSC04)        *
           COPY 'SALESTAX.CPY'.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       SD  SORT-FILE.
       01  SORT-REC.
           05  SRT-DATE            PIC 9(8).
           05  SRT-SOURCE          PIC X.
           05  SRT-STORE           PIC XX.
           05  SRT-JURIS           PIC X(20).
           05  SRT-RATE            PIC V9(4).
           05  SRT-SALES           PIC 9(7)V99.
           05  SRT-RETURNS         PIC 9(7)V99.
           05  SRT-COLLECTED       PIC 9(7)V99.
           05  SRT-REFUNDED        PIC 9(7)V99.
           05  FILLER              PIC X(9).

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
           05  WS-TX-STATUS        PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  TX-EOF-SW           PIC X       VALUE 'N'.
           05  SORT-EOF-SW         PIC X       VALUE 'N'.
      *  'Y' UNTIL THE FIRST SORTED RECORD HAS BEEN TAKEN  *
           05  FIRST-REC-SW        PIC X       VALUE 'Y'.
      *  'Y' WHILE THE JURISDICTION NAME STILL NEEDS TO PRINT ON    *
      *  THE FIRST DETAIL LINE OF ITS GROUP                         *
           05  JURIS-NAME-SW       PIC X       VALUE 'Y'.
           05  C-READ-CTR          PIC 9(6)    VALUE 0.
           05  C-SELECT-CTR        PIC 9(6)    VALUE 0.
           05  C-SKIP-CTR          PIC 9(6)    VALUE 0.

      *  THE MONTH BEING REMITTED - THE MONTH BEFORE THE RUN DATE  *
       01  C-REPORT-MONTH.
           05  C-REPORT-YYYY       PIC 9(4).
           05  C-REPORT-MM         PIC 99.

      *  THE JURISDICTION/STORE/LINE NOW BEING TOTALED  *
       01  HOLD-KEYS.
           05  H-JURIS             PIC X(20).
           05  H-STORE             PIC XX.
           05  H-SOURCE            PIC X.

      *  RUNNING TOTALS FOR ONE STORE'S SALES LINE, ONE JURISDICTION, *
      *  AND THE WHOLE MONTH                                          *
       01  TAX-TOTALS-AREA.
           05  C-STORE-SALES       PIC 9(9)V99 VALUE 0.
           05  C-STORE-RETURNS     PIC 9(9)V99 VALUE 0.
           05  C-STORE-COLLECTED   PIC 9(9)V99 VALUE 0.
           05  C-STORE-REFUNDED    PIC 9(9)V99 VALUE 0.
           05  C-JURIS-SALES       PIC 9(9)V99 VALUE 0.
           05  C-JURIS-RETURNS     PIC 9(9)V99 VALUE 0.
           05  C-JURIS-COLLECTED   PIC 9(9)V99 VALUE 0.
           05  C-JURIS-REFUNDED    PIC 9(9)V99 VALUE 0.
           05  C-GRAND-SALES       PIC 9(9)V99 VALUE 0.
           05  C-GRAND-RETURNS     PIC 9(9)V99 VALUE 0.
           05  C-GRAND-COLLECTED   PIC 9(9)V99 VALUE 0.
           05  C-GRAND-REFUNDED    PIC 9(9)V99 VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  CURR-DATE.
               10  CURR-YY    PIC 9(4).
               10  CURR-MM    PIC 99.
               10  CURR-DD    PIC 99.
           05  CURR-TIME      PIC X(11).

      *  DATA PASSED TO/FROM CBLSTORE TO READ THE STORE MASTER  *
       01  CBLSTORE-DATA.
           05  CS-FUNC             PIC X       VALUE 'C'.
           05  CS-ENTRY-NUM        PIC 99.
           05  CS-STORE-CODE       PIC XX.
           05  CS-STORE-NAME       PIC X(20).
           05  CS-REGION           PIC X(10).
           05  CS-STATUS           PIC X.
           05  CS-COUNT            PIC 99.
           05  CS-RETURN-CODE      PIC 9.
               88  CS-FOUND        VALUE 0.
               88  CS-NOT-FOUND    VALUE 1.

       01  REPORT-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-RPT-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-YY        PIC 9(4).
           05  FILLER          PIC X(39)   VALUE ' '.
           05  FILLER          PIC X(31)   VALUE
               'SALES TAX REMITTANCE REPORT'.
           05  FILLER          PIC X(38)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-RPT-PCTR      PIC Z9.

       01  MONTH-TITLE.
           05  FILLER          PIC X(54)   VALUE ' '.
           05  FILLER          PIC X(17)   VALUE 'FOR THE MONTH OF '.
           05  O-MON-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-MON-YYYY      PIC 9(4).
           05  FILLER          PIC X(54)   VALUE ' '.

       01  COLUMN-HEADINGS.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(12)   VALUE 'JURISDICTION'.
           05  FILLER          PIC X(10)   VALUE ' '.
           05  FILLER          PIC X(2)    VALUE 'ST'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'STORE NAME'.
           05  FILLER          PIC X(12)   VALUE ' '.
           05  FILLER          PIC X(4)    VALUE 'LINE'.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  FILLER          PIC X(13)   VALUE 'TAXABLE SALES'.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'RETURNS'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'COLLECTED'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'REFUNDED'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(11)   VALUE 'NET TAX DUE'.
           05  FILLER          PIC X(8)    VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

      *  ONE STORE'S SALES LINE FOR THE MONTH  *
       01  DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-JURIS         PIC X(20).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-STORE         PIC XX.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-STORE-NAME    PIC X(20).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-LINE          PIC X(9).
           05  FILLER              PIC X       VALUE ' '.
           05  O-DET-SALES         PIC $$,$$$,$$9.99.
           05  FILLER              PIC X       VALUE ' '.
           05  O-DET-RETURNS       PIC $$,$$$,$$9.99.
           05  FILLER              PIC X       VALUE ' '.
           05  O-DET-COLLECTED     PIC $$$,$$9.99.
           05  FILLER              PIC X       VALUE ' '.
           05  O-DET-REFUNDED      PIC $$$,$$9.99.
           05  FILLER              PIC X       VALUE ' '.
           05  O-DET-DUE           PIC -$$,$$$,$$9.99.
           05  FILLER              PIC X(8)    VALUE ' '.

      *  ONE JURISDICTION'S TOTAL, AND THE MONTH'S TOTAL UNDER  *
      *  'ALL JURISDICTIONS'                                    *
       01  TOTAL-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'TOTAL '.
           05  O-TOT-JURIS         PIC X(20).
           05  FILLER              PIC X(32)   VALUE ' '.
           05  O-TOT-SALES         PIC $$,$$$,$$9.99.
           05  FILLER              PIC X       VALUE ' '.
           05  O-TOT-RETURNS       PIC $$,$$$,$$9.99.
           05  FILLER              PIC X       VALUE ' '.
           05  O-TOT-COLLECTED     PIC $$$,$$9.99.
           05  FILLER              PIC X       VALUE ' '.
           05  O-TOT-REFUNDED      PIC $$$,$$9.99.
           05  FILLER              PIC X       VALUE ' '.
           05  O-TOT-DUE           PIC -$$,$$$,$$9.99.
           05  FILLER              PIC X(8)    VALUE ' '.

       01  NONE-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(40)   VALUE
               'NO SALES TAX POSTED FOR THE MONTH'.
           05  FILLER              PIC X(90)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-JURIS SRT-STORE SRT-SOURCE
               INPUT PROCEDURE IS L3-SELECT-MONTH
               OUTPUT PROCEDURE IS L4-PRINT-REMIT.
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

      *  THE REMITTANCE IS FILED AFTER THE MONTH CLOSES, SO THE      *
      *  REPORT COVERS THE MONTH BEFORE THE RUN DATE                 *
           IF CURR-MM = 1
               MOVE 12 TO C-REPORT-MM
               SUBTRACT 1 FROM CURR-YY GIVING C-REPORT-YYYY
           ELSE
               SUBTRACT 1 FROM CURR-MM GIVING C-REPORT-MM
               MOVE CURR-YY TO C-REPORT-YYYY.
           MOVE C-REPORT-MM TO O-MON-MM.
           MOVE C-REPORT-YYYY TO O-MON-YYYY.

           OPEN OUTPUT PRTOUT.
           PERFORM L8-HEADINGS.

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

      *  PASSES THE MONTH'S LEDGER RECORDS TO THE SORT; A MISSING    *
      *  LEDGER JUST MEANS NOTHING HAS BEEN TAXED YET                *
       L3-SELECT-MONTH.
           OPEN INPUT SALES-TAX-FILE.
           IF WS-TX-STATUS = '00'
               PERFORM L3A-READ-TAX
                   UNTIL TX-EOF-SW = 'Y'
               CLOSE SALES-TAX-FILE.

       L3A-READ-TAX.
           READ SALES-TAX-FILE
               AT END
                   MOVE 'Y' TO TX-EOF-SW
               NOT AT END
                   ADD 1 TO C-READ-CTR
                   IF TL-DATE (1:6) = C-REPORT-MONTH
                       ADD 1 TO C-SELECT-CTR
                       RELEASE SORT-REC FROM SALES-TAX-REC
                   ELSE
                       ADD 1 TO C-SKIP-CTR
                   END-IF
           END-READ.

      *  WALKS THE SORTED RECORDS, PRINTING A LINE PER STORE AND      *
      *  SALES LINE, A TOTAL PER JURISDICTION, AND THE MONTH'S TOTAL  *
       L4-PRINT-REMIT.
           PERFORM L4A-RETURN-TAX.
           PERFORM L4B-POST-TAX
               UNTIL SORT-EOF-SW = 'Y'.
           IF FIRST-REC-SW = 'Y'
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM L4C-PRINT-STORE
               PERFORM L4D-PRINT-JURIS-TOTAL.

           MOVE 'ALL JURISDICTIONS' TO O-TOT-JURIS.
           MOVE C-GRAND-SALES TO O-TOT-SALES.
           MOVE C-GRAND-RETURNS TO O-TOT-RETURNS.
           MOVE C-GRAND-COLLECTED TO O-TOT-COLLECTED.
           MOVE C-GRAND-REFUNDED TO O-TOT-REFUNDED.
           SUBTRACT C-GRAND-REFUNDED FROM C-GRAND-COLLECTED
               GIVING O-TOT-DUE.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       L4A-RETURN-TAX.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SW.

      *  A NEW JURISDICTION CLOSES OUT THE STORE LINE AND THE         *
      *  JURISDICTION BEFORE IT; A NEW STORE OR SALES LINE CLOSES     *
      *  OUT JUST THE STORE LINE                                      *
       L4B-POST-TAX.
           IF FIRST-REC-SW = 'Y'
               MOVE 'N' TO FIRST-REC-SW
               PERFORM L4E-START-JURIS
               PERFORM L4F-START-STORE
           ELSE
               IF SRT-JURIS NOT = H-JURIS
                   PERFORM L4C-PRINT-STORE
                   PERFORM L4D-PRINT-JURIS-TOTAL
                   PERFORM L4E-START-JURIS
                   PERFORM L4F-START-STORE
               ELSE
                   IF SRT-STORE NOT = H-STORE
                       OR SRT-SOURCE NOT = H-SOURCE
                           PERFORM L4C-PRINT-STORE
                           PERFORM L4F-START-STORE.

           ADD SRT-SALES TO C-STORE-SALES.
           ADD SRT-RETURNS TO C-STORE-RETURNS.
           ADD SRT-COLLECTED TO C-STORE-COLLECTED.
           ADD SRT-REFUNDED TO C-STORE-REFUNDED.
           PERFORM L4A-RETURN-TAX.

      *  PRINTS ONE STORE'S SALES LINE AND ROLLS IT INTO ITS          *
      *  JURISDICTION                                                 *
       L4C-PRINT-STORE.
           IF JURIS-NAME-SW = 'Y'
               MOVE H-JURIS TO O-DET-JURIS
               MOVE 'N' TO JURIS-NAME-SW
           ELSE
               MOVE SPACES TO O-DET-JURIS.
           MOVE H-STORE TO O-DET-STORE.
           MOVE 'C' TO CS-FUNC.
           MOVE H-STORE TO CS-STORE-CODE.
           CALL 'CBLSTORE' USING CBLSTORE-DATA.
           IF CS-FOUND
               MOVE CS-STORE-NAME TO O-DET-STORE-NAME
           ELSE
               MOVE 'NOT ON STORE MASTER' TO O-DET-STORE-NAME.
           IF H-SOURCE = 'F'
               MOVE 'FURNITURE' TO O-DET-LINE
           ELSE
               MOVE 'BOARDS' TO O-DET-LINE.
           MOVE C-STORE-SALES TO O-DET-SALES.
           MOVE C-STORE-RETURNS TO O-DET-RETURNS.
           MOVE C-STORE-COLLECTED TO O-DET-COLLECTED.
           MOVE C-STORE-REFUNDED TO O-DET-REFUNDED.
           SUBTRACT C-STORE-REFUNDED FROM C-STORE-COLLECTED
               GIVING O-DET-DUE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8-HEADINGS.

           ADD C-STORE-SALES TO C-JURIS-SALES.
           ADD C-STORE-RETURNS TO C-JURIS-RETURNS.
           ADD C-STORE-COLLECTED TO C-JURIS-COLLECTED.
           ADD C-STORE-REFUNDED TO C-JURIS-REFUNDED.

      *  PRINTS WHAT IS OWED TO ONE JURISDICTION AND ROLLS IT INTO    *
      *  THE MONTH'S TOTAL                                            *
       L4D-PRINT-JURIS-TOTAL.
           MOVE H-JURIS TO O-TOT-JURIS.
           MOVE C-JURIS-SALES TO O-TOT-SALES.
           MOVE C-JURIS-RETURNS TO O-TOT-RETURNS.
           MOVE C-JURIS-COLLECTED TO O-TOT-COLLECTED.
           MOVE C-JURIS-REFUNDED TO O-TOT-REFUNDED.
           SUBTRACT C-JURIS-REFUNDED FROM C-JURIS-COLLECTED
               GIVING O-TOT-DUE.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L8-HEADINGS.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           ADD C-JURIS-SALES TO C-GRAND-SALES.
           ADD C-JURIS-RETURNS TO C-GRAND-RETURNS.
           ADD C-JURIS-COLLECTED TO C-GRAND-COLLECTED.
           ADD C-JURIS-REFUNDED TO C-GRAND-REFUNDED.

       L4E-START-JURIS.
           MOVE SRT-JURIS TO H-JURIS.
           MOVE 'Y' TO JURIS-NAME-SW.
           MOVE 0 TO C-JURIS-SALES.
           MOVE 0 TO C-JURIS-RETURNS.
           MOVE 0 TO C-JURIS-COLLECTED.
           MOVE 0 TO C-JURIS-REFUNDED.

       L4F-START-STORE.
           MOVE SRT-STORE TO H-STORE.
           MOVE SRT-SOURCE TO H-SOURCE.
           MOVE 0 TO C-STORE-SALES.
           MOVE 0 TO C-STORE-RETURNS.
           MOVE 0 TO C-STORE-COLLECTED.
           MOVE 0 TO C-STORE-REFUNDED.

       L8-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM MONTH-TITLE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       L9-CLOSING.
           PERFORM L9A-WRITE-RUN-LOG.
           CLOSE PRTOUT.

      *  PROVES EVERY LEDGER RECORD WAS ACCOUNTED FOR: OUT-1 = THE    *
      *  MONTH'S RECORDS REPORTED, OUT-2 = OTHER MONTHS PASSED OVER   *
       L9A-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC27' TO RL-PROGRAM.
           MOVE CURR-DATE TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           MOVE C-READ-CTR TO RL-RECS-READ.
           MOVE C-SELECT-CTR TO RL-RECS-OUT-1.
           MOVE C-SKIP-CTR TO RL-RECS-OUT-2.
           MOVE 0 TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
