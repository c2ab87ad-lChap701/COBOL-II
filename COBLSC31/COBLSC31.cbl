       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC31.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  MONTHLY PROMOTION USAGE REPORT FOR THE CAMPGROUNDS. READS THE *
      *  PROMOTION USAGE LEDGER (PROMOUSE.DAT) THE RESERVATION RUN     *
      *  (COBLSC01) APPENDS TO, PICKS UP EVERY RECORD POSTED IN THE    *
      *  MONTH BEFORE THE AS-OF RUN DATE, AND PRINTS FOR EACH          *
      *  PROMOTION CODE THE BOOKINGS IT PRICED, THE BOOKINGS LATER     *
      *  CANCELLED, AND THE NIGHTS AND DOLLARS GIVEN AWAY NET OF WHAT  *
      *  MOVES AND CANCELLATIONS TOOK BACK. THE CODE'S DESCRIPTION     *
      *  COMES FROM THE PROMOTION MASTER (PROMO.DAT).                  *
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

      *  THE PROMOTION USAGE LEDGER, ONE RECORD PER PROMOTION PRICED  *
      *  INTO OR TAKEN BACK OFF A BOOKING                             *
           SELECT PROMOUSE-FILE
               ASSIGN TO 'PROMOUSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PU-STATUS.

      *  THE PROMOTION MASTER, READ ONLY FOR EACH CODE'S DESCRIPTION  *
           SELECT PROMO-FILE
               ASSIGN TO 'PROMO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'PROMOUSE.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  SORT WORK FILE SO THE MONTH'S RECORDS COME OUT GROUPED BY   *
      *  PROMOTION CODE                                              *
           SELECT SORT-FILE
               ASSIGN TO 'SRTPROMO.DAT'.

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

       FD  PROMOUSE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROMO-USE-REC.

      *  CPY FILE THAT CONTAINS PROMO-USE-REC LAYOUT, SHARED WITH THE *
      *  RESERVATION RUN (COBLSC01)                                   *
           COPY 'PROMOUSE.CPY'.

       FD  PROMO-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROMO-REC.

      *  CPY FILE THAT CONTAINS PROMO-REC LAYOUT, SHARED WITH THE     *
      *  RESERVATION RUN (COBLSC01)                                   *
           COPY 'PROMO.CPY'.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       SD  SORT-FILE.
       01  SORT-REC.
           05  SRT-RUN-DATE        PIC 9(8).
           05  SRT-CODE            PIC X(5).
           05  SRT-TRAN-TYPE       PIC X.
           05  SRT-CAMPGROUND      PIC X(15).
           05  SRT-SITE            PIC X(3).
           05  SRT-DATE            PIC 9(8).
           05  SRT-CONF-NUM        PIC 9(8).
           05  SRT-NIGHTS          PIC 99.
           05  SRT-DISC            PIC 9(3)V99.
           05  FILLER              PIC X(25).

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
           05  WS-PU-STATUS        PIC XX      VALUE '00'.
           05  WS-PROMO-STATUS     PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  PU-EOF-SW           PIC X       VALUE 'N'.
           05  PROMO-EOF-SW        PIC X       VALUE 'N'.
           05  SORT-EOF-SW         PIC X       VALUE 'N'.
      *  'Y' UNTIL THE FIRST SORTED RECORD HAS BEEN TAKEN  *
           05  FIRST-REC-SW        PIC X       VALUE 'Y'.
           05  DESC-FOUND-SW       PIC X       VALUE 'N'.
           05  C-READ-CTR          PIC 9(6)    VALUE 0.
           05  C-SELECT-CTR        PIC 9(6)    VALUE 0.
           05  C-SKIP-CTR          PIC 9(6)    VALUE 0.

      *  THE MONTH BEING REPORTED - THE MONTH BEFORE THE RUN DATE  *
       01  C-REPORT-MONTH.
           05  C-REPORT-YYYY       PIC 9(4).
           05  C-REPORT-MM         PIC 99.

      *  EACH CODE'S DESCRIPTION FROM THE PROMOTION MASTER - A CODE   *
      *  ON FILE MORE THAN ONCE TAKES THE FIRST RECORD'S              *
       01  PROMO-DESC-AREA.
           05  PD-ENTRY        OCCURS 100.
               10  PD-CODE         PIC X(5).
               10  PD-DESC         PIC X(20).
           05  PD-TBL-CTR          PIC 999     VALUE 0.
           05  PD-SUB              PIC 999     VALUE 0.

      *  THE CODE NOW BEING TOTALED  *
       01  H-CODE                  PIC X(5).

      *  RUNNING TOTALS FOR ONE CODE AND THE WHOLE MONTH. A MOVE OR   *
      *  CANCELLATION CAN TAKE BACK MORE THAN THE MONTH GAVE, SO THE  *
      *  NIGHTS AND DOLLARS ARE SIGNED                                *
       01  PROMO-TOTALS-AREA.
           05  C-CODE-BOOKINGS     PIC 9(5)    VALUE 0.
           05  C-CODE-CANCELS      PIC 9(5)    VALUE 0.
           05  C-CODE-NIGHTS       PIC S9(5)   VALUE 0.
           05  C-CODE-DISC         PIC S9(7)V99 VALUE 0.
           05  C-GRAND-BOOKINGS    PIC 9(5)    VALUE 0.
           05  C-GRAND-CANCELS     PIC 9(5)    VALUE 0.
           05  C-GRAND-NIGHTS      PIC S9(5)   VALUE 0.
           05  C-GRAND-DISC        PIC S9(7)V99 VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  CURR-DATE.
               10  CURR-YY    PIC 9(4).
               10  CURR-MM    PIC 99.
               10  CURR-DD    PIC 99.
           05  CURR-TIME      PIC X(11).

       01  REPORT-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-RPT-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-YY        PIC 9(4).
           05  FILLER          PIC X(39)   VALUE ' '.
           05  FILLER          PIC X(31)   VALUE
               'PROMOTION USAGE REPORT'.
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
           05  FILLER          PIC X(4)    VALUE 'CODE'.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(11)   VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(11)   VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'BOOKINGS'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'CANCELLED'.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'NIGHTS'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(18)   VALUE 'DOLLARS GIVEN AWAY'.
           05  FILLER          PIC X(47)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

      *  ONE PROMOTION CODE FOR THE MONTH  *
       01  DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DET-CODE          PIC X(5).
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-DET-DESC          PIC X(20).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-DET-BOOKINGS      PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-DET-CANCELS       PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-DET-NIGHTS        PIC -ZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-DET-DISC          PIC -$$,$$$,$$9.99.
           05  FILLER              PIC X(47)   VALUE ' '.

      *  THE MONTH'S TOTAL ACROSS EVERY CODE  *
       01  TOTAL-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(32)   VALUE
               'TOTAL ALL PROMOTIONS'.
           05  O-TOT-BOOKINGS      PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-TOT-CANCELS       PIC ZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-TOT-NIGHTS        PIC -ZZ,ZZ9.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-TOT-DISC          PIC -$$,$$$,$$9.99.
           05  FILLER              PIC X(47)   VALUE ' '.

       01  NONE-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(40)   VALUE
               'NO PROMOTIONS USED IN THE MONTH'.
           05  FILLER              PIC X(90)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CODE
               INPUT PROCEDURE IS L3-SELECT-MONTH
               OUTPUT PROCEDURE IS L4-PRINT-USAGE.
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

      *  THE REPORT IS RUN AFTER THE MONTH CLOSES, SO IT COVERS THE   *
      *  MONTH BEFORE THE RUN DATE                                    *
           IF CURR-MM = 1
               MOVE 12 TO C-REPORT-MM
               SUBTRACT 1 FROM CURR-YY GIVING C-REPORT-YYYY
           ELSE
               SUBTRACT 1 FROM CURR-MM GIVING C-REPORT-MM
               MOVE CURR-YY TO C-REPORT-YYYY.
           MOVE C-REPORT-MM TO O-MON-MM.
           MOVE C-REPORT-YYYY TO O-MON-YYYY.

           PERFORM L2F-LOAD-PROMO-DESC.

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

      *  LOADS EACH CODE'S DESCRIPTION; A MISSING MASTER JUST LEAVES  *
      *  THE DESCRIPTIONS OFF THE REPORT                              *
       L2F-LOAD-PROMO-DESC.
           OPEN INPUT PROMO-FILE.
           IF WS-PROMO-STATUS = '00'
               PERFORM L2G-READ-PROMO
                   UNTIL PROMO-EOF-SW = 'Y'
                       OR PD-TBL-CTR > 99
               CLOSE PROMO-FILE.

       L2G-READ-PROMO.
           READ PROMO-FILE
               AT END
                   MOVE 'Y' TO PROMO-EOF-SW
               NOT AT END
                   MOVE 'N' TO DESC-FOUND-SW
                   PERFORM L2H-MATCH-DESC
                       VARYING PD-SUB FROM 1 BY 1
                           UNTIL PD-SUB > PD-TBL-CTR
                               OR DESC-FOUND-SW = 'Y'
                   IF DESC-FOUND-SW = 'N'
                       ADD 1 TO PD-TBL-CTR
                       MOVE PM-CODE TO PD-CODE(PD-TBL-CTR)
                       MOVE PM-DESC TO PD-DESC(PD-TBL-CTR)
                   END-IF
           END-READ.

       L2H-MATCH-DESC.
           IF PD-CODE(PD-SUB) = PM-CODE
               MOVE 'Y' TO DESC-FOUND-SW.

      *  PASSES THE MONTH'S LEDGER RECORDS TO THE SORT; A MISSING    *
      *  LEDGER JUST MEANS NO PROMOTION HAS BEEN USED YET            *
       L3-SELECT-MONTH.
           OPEN INPUT PROMOUSE-FILE.
           IF WS-PU-STATUS = '00'
               PERFORM L3A-READ-USAGE
                   UNTIL PU-EOF-SW = 'Y'
               CLOSE PROMOUSE-FILE.

       L3A-READ-USAGE.
           READ PROMOUSE-FILE
               AT END
                   MOVE 'Y' TO PU-EOF-SW
               NOT AT END
                   ADD 1 TO C-READ-CTR
                   IF PU-RUN-DATE (1:6) = C-REPORT-MONTH
                       ADD 1 TO C-SELECT-CTR
                       RELEASE SORT-REC FROM PROMO-USE-REC
                   ELSE
                       ADD 1 TO C-SKIP-CTR
                   END-IF
           END-READ.

      *  WALKS THE SORTED RECORDS, PRINTING A LINE PER PROMOTION CODE *
      *  AND THE MONTH'S TOTAL                                        *
       L4-PRINT-USAGE.
           PERFORM L4A-RETURN-USAGE.
           PERFORM L4B-POST-USAGE
               UNTIL SORT-EOF-SW = 'Y'.
           IF FIRST-REC-SW = 'Y'
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM L4C-PRINT-CODE.

           MOVE C-GRAND-BOOKINGS TO O-TOT-BOOKINGS.
           MOVE C-GRAND-CANCELS TO O-TOT-CANCELS.
           MOVE C-GRAND-NIGHTS TO O-TOT-NIGHTS.
           MOVE C-GRAND-DISC TO O-TOT-DISC.
           WRITE PRTLINE FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       L4A-RETURN-USAGE.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SW.

      *  A NEW CODE CLOSES OUT THE ONE BEFORE IT. A BOOKING OR A      *
      *  MOVED BOOKING'S NEW PRICE ADDS TO THE CODE; WHAT A MOVE OR   *
      *  A CANCELLATION TOOK BACK COMES OFF                           *
       L4B-POST-USAGE.
           IF FIRST-REC-SW = 'Y'
               MOVE 'N' TO FIRST-REC-SW
               PERFORM L4D-START-CODE
           ELSE
               IF SRT-CODE NOT = H-CODE
                   PERFORM L4C-PRINT-CODE
                   PERFORM L4D-START-CODE.

           IF SRT-TRAN-TYPE = 'B'
               ADD 1 TO C-CODE-BOOKINGS.
           IF SRT-TRAN-TYPE = 'C'
               ADD 1 TO C-CODE-CANCELS.
           IF SRT-TRAN-TYPE = 'R' OR SRT-TRAN-TYPE = 'C'
               SUBTRACT SRT-NIGHTS FROM C-CODE-NIGHTS
               SUBTRACT SRT-DISC FROM C-CODE-DISC
           ELSE
               ADD SRT-NIGHTS TO C-CODE-NIGHTS
               ADD SRT-DISC TO C-CODE-DISC.
           PERFORM L4A-RETURN-USAGE.

      *  PRINTS ONE CODE'S LINE AND ROLLS IT INTO THE MONTH'S TOTAL   *
       L4C-PRINT-CODE.
           MOVE H-CODE TO O-DET-CODE.
           MOVE 'N' TO DESC-FOUND-SW.
           PERFORM L4E-FIND-DESC
               VARYING PD-SUB FROM 1 BY 1
                   UNTIL PD-SUB > PD-TBL-CTR
                       OR DESC-FOUND-SW = 'Y'.
           IF DESC-FOUND-SW = 'N'
               MOVE 'NOT ON PROMO MASTER' TO O-DET-DESC.
           MOVE C-CODE-BOOKINGS TO O-DET-BOOKINGS.
           MOVE C-CODE-CANCELS TO O-DET-CANCELS.
           MOVE C-CODE-NIGHTS TO O-DET-NIGHTS.
           MOVE C-CODE-DISC TO O-DET-DISC.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8-HEADINGS.

           ADD C-CODE-BOOKINGS TO C-GRAND-BOOKINGS.
           ADD C-CODE-CANCELS TO C-GRAND-CANCELS.
           ADD C-CODE-NIGHTS TO C-GRAND-NIGHTS.
           ADD C-CODE-DISC TO C-GRAND-DISC.

       L4D-START-CODE.
           MOVE SRT-CODE TO H-CODE.
           MOVE 0 TO C-CODE-BOOKINGS.
           MOVE 0 TO C-CODE-CANCELS.
           MOVE 0 TO C-CODE-NIGHTS.
           MOVE 0 TO C-CODE-DISC.

       L4E-FIND-DESC.
           IF PD-CODE(PD-SUB) = H-CODE
               MOVE 'Y' TO DESC-FOUND-SW
               MOVE PD-DESC(PD-SUB) TO O-DET-DESC.

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
           MOVE 'COBLSC31' TO RL-PROGRAM.
           MOVE CURR-DATE TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           MOVE C-READ-CTR TO RL-RECS-READ.
           MOVE C-SELECT-CTR TO RL-RECS-OUT-1.
           MOVE C-SKIP-CTR TO RL-RECS-OUT-2.
           MOVE 0 TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
