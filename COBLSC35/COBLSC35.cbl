       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC35.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  FORWARD BOOKING PACE. BUCKETS THE NIGHTS AND REVENUE ON THE   *
      *  BOOKS FOR THE RUN MONTH AND THE ELEVEN MONTHS AFTER IT BY     *
      *  CAMPGROUND AND ARRIVAL MONTH - THE BOOKINGS STILL ON          *
      *  CAMPRES.DAT PLUS THE STAYS THIS MONTH ALREADY ROLLED TO       *
      *  CAMPARCH.DAT - AND SETS THEM BESIDE WHAT WAS ON THE BOOKS     *
      *  FOR THE SAME MONTHS A YEAR EARLIER AS OF THE SAME DAY A YEAR  *
      *  AGO, REBUILT FROM THE ARCHIVE AND EACH STAY'S BOOKING LEAD.   *
      *  PICKUP IS THE CHANGE SINCE THE LAST RUN, KEPT ON PACESNAP.DAT,*
      *  AND A MONTH WITH FEWER NIGHTS ON THE BOOKS THAN LAST YEAR IS  *
      *  FLAGGED BEHIND - WHILE THERE IS STILL TIME TO PROMOTE IT.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  RUN CONTROL CARD - THE AS-OF DATE THE BOOKS ARE READ AT  *
           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  CAMPGROUND SITE MASTER - EVERY CAMPGROUND GETS A BLOCK ON    *
      *  THE REPORT, BOOKED OR NOT                                    *
           SELECT SITE-MASTER
               ASSIGN TO 'SITEMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SITE-STATUS.

      *  THE INDEXED RESERVATION MASTER COBLSC01 MAINTAINS  *
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

      *  WHAT WAS ON THE BOOKS AT THE LAST RUN, ONE RECORD PER        *
      *  CAMPGROUND AND ARRIVAL MONTH - REPLACED EVERY RUN            *
           SELECT PACE-SNAP-FILE
               ASSIGN TO 'PACESNAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'PACE.PRT'
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

       FD  SITE-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SITE-REC
           RECORD CONTAINS 30 CHARACTERS.
       01  SITE-REC.
           05  SM-CAMPGROUND       PIC X(15).
           05  FILLER              PIC X(15).

       FD  CAMPRES-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS VAL-REC.

      *  CPY FILE THAT CONTAINS VAL-REC LAYOUT, THE SAME COPYBOOK     *
      *  COBLSC01 USES TO MAINTAIN CAMPRES.DAT AND THE ARCHIVE        *
           COPY 'VAL.CPY'.

      *  ONE ARCHIVED STAY IN THE RESERVATION MASTER LAYOUT  *
       FD  ARCHIVE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS ARCHIVE-REC.
       01  ARCHIVE-REC             PIC X(200).

      *  NIGHTS AND REVENUE ON THE BOOKS FOR ONE CAMPGROUND AND       *
      *  ARRIVAL MONTH AT THE LAST RUN, AND THAT RUN'S AS-OF DATE     *
       FD  PACE-SNAP-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS PACE-SNAP-REC.
       01  PACE-SNAP-REC.
           05  PS-CAMPGROUND       PIC X(15).
           05  PS-YYYYMM.
               10  PS-YYYY         PIC 9(4).
               10  PS-MM           PIC 99.
           05  PS-NIGHTS           PIC 9(7).
           05  PS-REVENUE          PIC 9(9)V99.
           05  PS-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(3).

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
           05  WS-SITE-STATUS      PIC XX      VALUE '00'.
           05  WS-RES-STATUS       PIC XX      VALUE '00'.
           05  WS-ARCH-STATUS      PIC XX      VALUE '00'.
           05  WS-SNAP-STATUS      PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  SITE-EOF-SW         PIC X       VALUE 'N'.
           05  RES-EOF-SW          PIC X       VALUE 'N'.
           05  ARCH-EOF-SW         PIC X       VALUE 'N'.
           05  SNAP-EOF-SW         PIC X       VALUE 'N'.
      *  'Y' ONCE A SNAPSHOT FROM A PRIOR RUN HAS BEEN READ - WITHOUT *
      *  ONE THERE IS NO PICKUP TO SHOW                               *
           05  SNAP-FOUND-SW       PIC X       VALUE 'N'.
           05  CAMP-FOUND-SW       PIC X       VALUE 'N'.
           05  CAMP-SUB            PIC 99      VALUE 0.
           05  CAMP-CNT            PIC 99      VALUE 0.
           05  FIND-SUB            PIC 99      VALUE 0.
           05  MON-SUB             PIC 99      VALUE 0.
           05  C-MON-IDX           PIC S9(5)   VALUE 0.
           05  C-READ-CTR          PIC 9(6)    VALUE 0.
           05  C-THIS-YEAR-CTR     PIC 9(6)    VALUE 0.
           05  C-PASSED-CTR        PIC 9(6)    VALUE 0.
           05  C-OVFL-CTR          PIC 9(6)    VALUE 0.
           05  C-PRIOR-RUN-DATE    PIC 9(8)    VALUE 0.
           05  C-BOOKED-SER        PIC S9(7)   VALUE 0.
           05  C-WORK-PCT          PIC 9(5)V9  VALUE 0.
           05  C-PICKUP-NIGHTS     PIC S9(7)   VALUE 0.
           05  C-PICKUP-REV        PIC S9(9)V99 VALUE 0.

      *  THE FIRST ARRIVAL MONTH ON THE REPORT THIS YEAR AND THE SAME *
      *  MONTH A YEAR EARLIER                                         *
       01  WINDOW-AREA.
           05  WIN-START.
               10  WIN-YYYY        PIC 9(4)    VALUE 0.
               10  WIN-MM          PIC 99      VALUE 0.
           05  WIN-LY-YYYY         PIC 9(4)    VALUE 0.
      *  THE AS-OF DATE AND THE SAME CALENDAR DAY A YEAR EARLIER AS   *
      *  RUNNING DAY COUNTS                                           *
           05  SER-ASOF            PIC 9(7)    VALUE 0.
           05  SER-LY-ASOF         PIC 9(7)    VALUE 0.

      *  THE TWELVE ARRIVAL MONTHS ON THE REPORT  *
       01  MONTH-LABEL-TABLE.
           05  ML-ENTRY            OCCURS 12.
               10  ML-YYYY         PIC 9(4).
               10  ML-MM           PIC 99.

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

      *  USED TO TURN A CALENDAR DATE INTO A RUNNING DAY COUNT       *
      *  (USING THE SAME DIVIDE-BY-FOUR LEAP RULE AS COBLSC01)       *
       01  SERIAL-WORK-AREA.
           05  SER-YYYY            PIC 9(4)    VALUE 0.
           05  SER-MM              PIC 99      VALUE 0.
           05  SER-DD              PIC 99      VALUE 0.
           05  SER-DAYS            PIC 9(7)    VALUE 0.
           05  SER-LEAP-QUOT       PIC 9(4)    VALUE 0.
           05  SER-LEAP-REM        PIC 9       VALUE 0.

      *  PER-CAMPGROUND FIGURES FOR EACH OF THE TWELVE MONTHS: ON THE *
      *  BOOKS NOW, ON THE BOOKS A YEAR AGO, AND ON THE BOOKS AT THE  *
      *  LAST RUN                                                     *
       01  CAMP-PACE-TABLE.
           05  CAMP-PACE-ENTRY     OCCURS 10.
               10  CP-CAMPGROUND       PIC X(15).
               10  CP-MONTH            OCCURS 12.
                   15  CP-TY-NIGHTS    PIC 9(7).
                   15  CP-TY-REV       PIC 9(9)V99.
                   15  CP-LY-NIGHTS    PIC 9(7).
                   15  CP-LY-REV       PIC 9(9)V99.
                   15  CP-PR-NIGHTS    PIC 9(7).
                   15  CP-PR-REV       PIC 9(9)V99.

      *  ONE LINE'S FIGURES, ADDED UP FOR A CAMPGROUND'S TOTAL AND    *
      *  FOR THE ALL-CAMPGROUNDS BLOCK                                *
       01  PACE-LINE-WORK.
           05  PW-TY-NIGHTS        PIC 9(8)    VALUE 0.
           05  PW-TY-REV           PIC 9(10)V99 VALUE 0.
           05  PW-LY-NIGHTS        PIC 9(8)    VALUE 0.
           05  PW-LY-REV           PIC 9(10)V99 VALUE 0.
           05  PW-PR-NIGHTS        PIC 9(8)    VALUE 0.
           05  PW-PR-REV           PIC 9(10)V99 VALUE 0.

       01  PACE-TOTAL-WORK.
           05  PT-TY-NIGHTS        PIC 9(8)    VALUE 0.
           05  PT-TY-REV           PIC 9(10)V99 VALUE 0.
           05  PT-LY-NIGHTS        PIC 9(8)    VALUE 0.
           05  PT-LY-REV           PIC 9(10)V99 VALUE 0.
           05  PT-PR-NIGHTS        PIC 9(8)    VALUE 0.
           05  PT-PR-REV           PIC 9(10)V99 VALUE 0.

      *  DATA PASSED TO/FROM CBLGEN TO ROLL A GENERATION BACKUP OF    *
      *  THE SNAPSHOT BEFORE IT IS REPLACED                           *
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
           05  FILLER          PIC X(38)   VALUE ' '.
           05  FILLER          PIC X(34)   VALUE
               'FORWARD BOOKING PACE BY CAMPGROUND'.
           05  FILLER          PIC X(36)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-RPT-PCTR      PIC Z9.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

      *  WHAT THE COMPARISON AND PICKUP COLUMNS ARE MEASURED AGAINST  *
       01  BASIS-LINE.
           05  FILLER          PIC X(24)   VALUE
               'LAST YEAR ON THE BOOKS: '.
           05  O-BAS-LY-YYYY   PIC 9(4).
           05  FILLER          PIC X       VALUE '/'.
           05  O-BAS-LY-MM     PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-BAS-LY-DD     PIC 99.
           05  FILLER          PIC X(6)    VALUE ' '.
           05  FILLER          PIC X(15)   VALUE 'PICKUP SINCE:  '.
           05  O-BAS-PRIOR     PIC X(20).
           05  FILLER          PIC X(57)   VALUE ' '.

       01  PRIOR-DATE-EDIT.
           05  O-PRI-YYYY      PIC 9(4).
           05  FILLER          PIC X       VALUE '/'.
           05  O-PRI-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-PRI-DD        PIC 99.
           05  FILLER          PIC X(10)   VALUE ' '.

       01  CAMP-TITLE-LINE.
           05  FILLER          PIC X(12)   VALUE 'CAMPGROUND: '.
           05  O-CT-CAMPGROUND PIC X(15).
           05  FILLER          PIC X(105)  VALUE ' '.

       01  PACE-COL-HDGS.
           05  FILLER          PIC X(7)    VALUE 'ARRIVAL'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'NTS OTB'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(14)   VALUE '   REVENUE OTB'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(7)    VALUE ' LY NTS'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(14)   VALUE '    LY REVENUE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE '  PACE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'PICK NT'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(14)   VALUE '    PICKUP REV'.
           05  FILLER          PIC X(42)   VALUE ' '.

      *  ONE ARRIVAL MONTH (OR THE TOTAL) FOR ONE CAMPGROUND (OR FOR  *
      *  ALL OF THEM)                                                 *
       01  PACE-DETAIL-LINE.
           05  O-PD-MONTH.
               10  O-PD-YYYY       PIC 9(4).
               10  O-PD-SLASH      PIC X.
               10  O-PD-MM         PIC 99.
           05  O-PD-LABEL REDEFINES O-PD-MONTH
                                   PIC X(7).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-PD-TY-NIGHTS      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-PD-TY-REV         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-PD-LY-NIGHTS      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-PD-LY-REV         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-PD-PACE-PCT       PIC ZZZ9.9.
           05  O-PD-PACE-X REDEFINES O-PD-PACE-PCT
                                   PIC X(6).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-PD-PICK-NIGHTS    PIC -ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-PD-PICK-REV       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-PD-FLAG           PIC X(6).
           05  FILLER              PIC X(34)   VALUE ' '.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(30)   VALUE
               'RESERVATION RECORDS READ:     '.
           05  O-READ-CTR      PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(30)   VALUE
               'STAYS ON THE BOOKS:           '.
           05  O-THIS-YEAR-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(30)   VALUE
               'LAST YEAR OR OUTSIDE WINDOW:  '.
           05  O-PASSED-CTR    PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(30)   VALUE
               'CAMPGROUND TABLE FULL:        '.
           05  O-OVFL-CTR      PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-LOAD-CAMPGROUNDS.
           PERFORM L4-POST-MASTER.
           PERFORM L5-POST-ARCHIVE.
           PERFORM L2D-LOAD-SNAPSHOT.
           PERFORM L6-PRINT-PACE.
           PERFORM L7-SAVE-SNAPSHOT.
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

           PERFORM L2B-SET-WINDOW.
           INITIALIZE CAMP-PACE-TABLE.

           OPEN OUTPUT PRTOUT.
           PERFORM L8-HEADINGS.

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

      *  THE WINDOW IS THE RUN MONTH AND THE ELEVEN AFTER IT. LAST    *
      *  YEAR IS READ AS OF THE SAME CALENDAR DAY A YEAR EARLIER - A  *
      *  29 FEBRUARY RUN LOOKS BACK TO THE 28TH                       *
       L2B-SET-WINDOW.
           MOVE WS-CURR-YY TO WIN-YYYY.
           MOVE WS-CURR-MM TO WIN-MM.
           SUBTRACT 1 FROM WIN-YYYY GIVING WIN-LY-YYYY.

           MOVE WS-CURR-YY TO SER-YYYY.
           MOVE WS-CURR-MM TO SER-MM.
           MOVE WS-CURR-DD TO SER-DD.
           PERFORM L7S-DATE-TO-SERIAL.
           MOVE SER-DAYS TO SER-ASOF.

           SUBTRACT 1 FROM WS-CURR-YY GIVING SER-YYYY.
           IF WS-CURR-MM = 2 AND WS-CURR-DD = 29
               MOVE 28 TO SER-DD.
           PERFORM L7S-DATE-TO-SERIAL.
           MOVE SER-DAYS TO SER-LY-ASOF.
           MOVE SER-YYYY TO O-BAS-LY-YYYY.
           MOVE SER-MM TO O-BAS-LY-MM.
           MOVE SER-DD TO O-BAS-LY-DD.

           MOVE WIN-YYYY TO ML-YYYY(1).
           MOVE WIN-MM TO ML-MM(1).
           PERFORM L2C-NEXT-MONTH-LABEL
               VARYING MON-SUB FROM 2 BY 1
                   UNTIL MON-SUB > 12.

       L2C-NEXT-MONTH-LABEL.
           MOVE ML-YYYY(MON-SUB - 1) TO ML-YYYY(MON-SUB).
           IF ML-MM(MON-SUB - 1) = 12
               MOVE 1 TO ML-MM(MON-SUB)
               ADD 1 TO ML-YYYY(MON-SUB)
           ELSE
               ADD 1 TO ML-MM(MON-SUB - 1) GIVING ML-MM(MON-SUB).

      *  THE LAST RUN'S SNAPSHOT SETS THE BASE FOR THE PICKUP COLUMNS *
      *  - ONLY THE MONTHS STILL INSIDE TODAY'S WINDOW ARE KEPT       *
       L2D-LOAD-SNAPSHOT.
           OPEN INPUT PACE-SNAP-FILE.
           IF WS-SNAP-STATUS = '00'
               PERFORM L2E-READ-SNAPSHOT
                   UNTIL SNAP-EOF-SW = 'Y'
               CLOSE PACE-SNAP-FILE.

       L2E-READ-SNAPSHOT.
           READ PACE-SNAP-FILE
               AT END
                   MOVE 'Y' TO SNAP-EOF-SW
               NOT AT END
                   MOVE 'Y' TO SNAP-FOUND-SW
                   MOVE PS-RUN-DATE TO C-PRIOR-RUN-DATE
                   COMPUTE C-MON-IDX = (PS-YYYY - WIN-YYYY) * 12
                       + PS-MM - WIN-MM + 1
                   MOVE PS-CAMPGROUND TO SM-CAMPGROUND
                   PERFORM L3B-FIND-CAMPGROUND
                   IF CAMP-SUB > 0 AND C-MON-IDX > 0 AND C-MON-IDX < 13
                       MOVE PS-NIGHTS
                           TO CP-PR-NIGHTS(CAMP-SUB, C-MON-IDX)
                       MOVE PS-REVENUE
                           TO CP-PR-REV(CAMP-SUB, C-MON-IDX)
                   END-IF
           END-READ.

      *  EVERY CAMPGROUND ON THE SITE MASTER GETS ITS SLOT UP FRONT  *
       L3-LOAD-CAMPGROUNDS.
           OPEN INPUT SITE-MASTER.
           IF WS-SITE-STATUS = '00'
               PERFORM L3A-READ-SITE
                   UNTIL SITE-EOF-SW = 'Y'
               CLOSE SITE-MASTER.

       L3A-READ-SITE.
           READ SITE-MASTER
               AT END
                   MOVE 'Y' TO SITE-EOF-SW
               NOT AT END
                   PERFORM L3B-FIND-CAMPGROUND.

      *  FINDS (OR ADDS) THE CAMPGROUND'S SLOT IN THE PACE TABLE,    *
      *  LEAVING ITS NUMBER IN CAMP-SUB (ZERO WHEN THE TABLE IS      *
      *  FULL)                                                       *
       L3B-FIND-CAMPGROUND.
           MOVE 'N' TO CAMP-FOUND-SW.
           MOVE 0 TO CAMP-SUB.
           PERFORM L3C-MATCH-CAMPGROUND
               VARYING FIND-SUB FROM 1 BY 1
                   UNTIL FIND-SUB > CAMP-CNT
                       OR CAMP-FOUND-SW = 'Y'.
           IF CAMP-FOUND-SW = 'N'
               IF CAMP-CNT < 10
                   ADD 1 TO CAMP-CNT
                   MOVE SM-CAMPGROUND TO CP-CAMPGROUND(CAMP-CNT)
                   MOVE CAMP-CNT TO CAMP-SUB.

       L3C-MATCH-CAMPGROUND.
           IF CP-CAMPGROUND(FIND-SUB) = SM-CAMPGROUND
               MOVE 'Y' TO CAMP-FOUND-SW
               MOVE FIND-SUB TO CAMP-SUB.

      *  EVERY BOOKING STILL ON THE MASTER  *
       L4-POST-MASTER.
           OPEN INPUT CAMPRES-IN.
           IF WS-RES-STATUS NOT = '00'
               MOVE 'Y' TO RES-EOF-SW.
           PERFORM L4A-READ-MASTER
               UNTIL RES-EOF-SW = 'Y'.
           IF WS-RES-STATUS NOT = '35'
               CLOSE CAMPRES-IN.

       L4A-READ-MASTER.
           READ CAMPRES-IN NEXT RECORD
               AT END
                   MOVE 'Y' TO RES-EOF-SW
               NOT AT END
                   ADD 1 TO C-READ-CTR
                   PERFORM L4B-POST-ONE-STAY THRU L4B-POST-EXIT
           END-READ.

      *  A STAY ARRIVING INSIDE THIS YEAR'S WINDOW IS ON THE BOOKS    *
      *  NOW. ONE ARRIVING IN THE SAME MONTHS A YEAR EARLIER COUNTS   *
      *  FOR LAST YEAR ONLY IF IT HAD BEEN BOOKED BY THE SAME DAY A   *
      *  YEAR AGO - A STAY BOOKED BEFORE ITS LEAD WAS CARRIED IS      *
      *  TAKEN AS BOOKED IN TIME. LEASE HOLDS ARE NOT NIGHTLY         *
      *  BUSINESS AND ARE PASSED OVER                                 *
       L4B-POST-ONE-STAY.
           IF O-LEASE-HOLD
               ADD 1 TO C-PASSED-CTR
               GO TO L4B-POST-EXIT.

           MOVE O-CAMPGROUND TO SM-CAMPGROUND.
           PERFORM L3B-FIND-CAMPGROUND.
           IF CAMP-SUB = 0
               ADD 1 TO C-OVFL-CTR
               GO TO L4B-POST-EXIT.

           COMPUTE C-MON-IDX = (O-YYYY - WIN-YYYY) * 12
               + O-MM - WIN-MM + 1.
           IF C-MON-IDX > 0 AND C-MON-IDX < 13
               ADD O-LEN-STAY TO CP-TY-NIGHTS(CAMP-SUB, C-MON-IDX)
               ADD O-AMT TO CP-TY-REV(CAMP-SUB, C-MON-IDX)
               ADD 1 TO C-THIS-YEAR-CTR
               GO TO L4B-POST-EXIT.

           COMPUTE C-MON-IDX = (O-YYYY - WIN-LY-YYYY) * 12
               + O-MM - WIN-MM + 1.
           IF C-MON-IDX > 0 AND C-MON-IDX < 13
               IF O-BOOK-LEAD IS NUMERIC
                   MOVE O-YYYY TO SER-YYYY
                   MOVE O-MM TO SER-MM
                   MOVE O-DD TO SER-DD
                   PERFORM L7S-DATE-TO-SERIAL
                   SUBTRACT O-BOOK-LEAD FROM SER-DAYS
                       GIVING C-BOOKED-SER
                   IF C-BOOKED-SER > SER-LY-ASOF
                       ADD 1 TO C-PASSED-CTR
                       GO TO L4B-POST-EXIT.

           IF C-MON-IDX > 0 AND C-MON-IDX < 13
               ADD O-LEN-STAY TO CP-LY-NIGHTS(CAMP-SUB, C-MON-IDX)
               ADD O-AMT TO CP-LY-REV(CAMP-SUB, C-MON-IDX).
           ADD 1 TO C-PASSED-CTR.

       L4B-POST-EXIT.
           EXIT.

      *  THE ARCHIVE HOLDS LAST YEAR'S STAYS, AND THE STAYS EARLIER   *
      *  THIS MONTH THAT HAVE ALREADY ENDED AND ROLLED OFF THE MASTER *
       L5-POST-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = '00'
               MOVE 'Y' TO ARCH-EOF-SW.
           PERFORM L5A-READ-ARCHIVE
               UNTIL ARCH-EOF-SW = 'Y'.
           IF WS-ARCH-STATUS NOT = '35'
               CLOSE ARCHIVE-FILE.

       L5A-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO ARCH-EOF-SW
               NOT AT END
                   ADD 1 TO C-READ-CTR
                   MOVE ARCHIVE-REC TO VAL-REC
                   PERFORM L4B-POST-ONE-STAY THRU L4B-POST-EXIT
           END-READ.

      *  ONE BLOCK PER CAMPGROUND, THEN THE SAME TWELVE MONTHS FOR    *
      *  ALL CAMPGROUNDS TOGETHER                                     *
       L6-PRINT-PACE.
           IF SNAP-FOUND-SW = 'Y'
               MOVE C-PRIOR-RUN-DATE (1:4) TO O-PRI-YYYY
               MOVE C-PRIOR-RUN-DATE (5:2) TO O-PRI-MM
               MOVE C-PRIOR-RUN-DATE (7:2) TO O-PRI-DD
               MOVE PRIOR-DATE-EDIT TO O-BAS-PRIOR
           ELSE
               MOVE 'NO PRIOR RUN ON FILE' TO O-BAS-PRIOR.
           WRITE PRTLINE FROM BASIS-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM L6A-PRINT-ONE-CAMP
               VARYING CAMP-SUB FROM 1 BY 1
                   UNTIL CAMP-SUB > CAMP-CNT.

           MOVE 'ALL CAMPGROUNDS' TO O-CT-CAMPGROUND.
           PERFORM L6H-BLOCK-HEADINGS.
           INITIALIZE PACE-TOTAL-WORK.
           PERFORM L6D-PRINT-ALL-MONTH
               VARYING MON-SUB FROM 1 BY 1
                   UNTIL MON-SUB > 12.
           PERFORM L6F-PRINT-TOTAL.

       L6A-PRINT-ONE-CAMP.
           MOVE CP-CAMPGROUND(CAMP-SUB) TO O-CT-CAMPGROUND.
           PERFORM L6H-BLOCK-HEADINGS.
           INITIALIZE PACE-TOTAL-WORK.
           PERFORM L6B-PRINT-CAMP-MONTH
               VARYING MON-SUB FROM 1 BY 1
                   UNTIL MON-SUB > 12.
           PERFORM L6F-PRINT-TOTAL.

       L6B-PRINT-CAMP-MONTH.
           MOVE CP-TY-NIGHTS(CAMP-SUB, MON-SUB) TO PW-TY-NIGHTS.
           MOVE CP-TY-REV(CAMP-SUB, MON-SUB) TO PW-TY-REV.
           MOVE CP-LY-NIGHTS(CAMP-SUB, MON-SUB) TO PW-LY-NIGHTS.
           MOVE CP-LY-REV(CAMP-SUB, MON-SUB) TO PW-LY-REV.
           MOVE CP-PR-NIGHTS(CAMP-SUB, MON-SUB) TO PW-PR-NIGHTS.
           MOVE CP-PR-REV(CAMP-SUB, MON-SUB) TO PW-PR-REV.
           PERFORM L6C-PRINT-MONTH.

       L6C-PRINT-MONTH.
           MOVE ML-YYYY(MON-SUB) TO O-PD-YYYY.
           MOVE '/' TO O-PD-SLASH.
           MOVE ML-MM(MON-SUB) TO O-PD-MM.
           ADD PW-TY-NIGHTS TO PT-TY-NIGHTS.
           ADD PW-TY-REV TO PT-TY-REV.
           ADD PW-LY-NIGHTS TO PT-LY-NIGHTS.
           ADD PW-LY-REV TO PT-LY-REV.
           ADD PW-PR-NIGHTS TO PT-PR-NIGHTS.
           ADD PW-PR-REV TO PT-PR-REV.
           PERFORM L6G-WRITE-PACE-LINE.

       L6D-PRINT-ALL-MONTH.
           INITIALIZE PACE-LINE-WORK.
           PERFORM L6E-ADD-CAMP-MONTH
               VARYING CAMP-SUB FROM 1 BY 1
                   UNTIL CAMP-SUB > CAMP-CNT.
           PERFORM L6C-PRINT-MONTH.

       L6E-ADD-CAMP-MONTH.
           ADD CP-TY-NIGHTS(CAMP-SUB, MON-SUB) TO PW-TY-NIGHTS.
           ADD CP-TY-REV(CAMP-SUB, MON-SUB) TO PW-TY-REV.
           ADD CP-LY-NIGHTS(CAMP-SUB, MON-SUB) TO PW-LY-NIGHTS.
           ADD CP-LY-REV(CAMP-SUB, MON-SUB) TO PW-LY-REV.
           ADD CP-PR-NIGHTS(CAMP-SUB, MON-SUB) TO PW-PR-NIGHTS.
           ADD CP-PR-REV(CAMP-SUB, MON-SUB) TO PW-PR-REV.

       L6F-PRINT-TOTAL.
           MOVE PACE-TOTAL-WORK TO PACE-LINE-WORK.
           MOVE 'TOTAL' TO O-PD-LABEL.
           PERFORM L6G-WRITE-PACE-LINE.

      *  PACE IS THIS YEAR'S NIGHTS AS A PERCENT OF LAST YEAR'S; A    *
      *  MONTH SHORT OF LAST YEAR IS FLAGGED. WITH NOTHING ON THE     *
      *  BOOKS LAST YEAR THERE IS NOTHING TO PACE AGAINST             *
       L6G-WRITE-PACE-LINE.
           MOVE PW-TY-NIGHTS TO O-PD-TY-NIGHTS.
           MOVE PW-TY-REV TO O-PD-TY-REV.
           MOVE PW-LY-NIGHTS TO O-PD-LY-NIGHTS.
           MOVE PW-LY-REV TO O-PD-LY-REV.
           MOVE SPACES TO O-PD-FLAG.
           IF PW-LY-NIGHTS = 0
               MOVE SPACES TO O-PD-PACE-X
           ELSE
               COMPUTE C-WORK-PCT ROUNDED =
                   PW-TY-NIGHTS * 100 / PW-LY-NIGHTS
                   ON SIZE ERROR
                       MOVE 9999.9 TO C-WORK-PCT
               END-COMPUTE
               MOVE C-WORK-PCT TO O-PD-PACE-PCT
               IF PW-TY-NIGHTS < PW-LY-NIGHTS
                   MOVE 'BEHIND' TO O-PD-FLAG.
           SUBTRACT PW-PR-NIGHTS FROM PW-TY-NIGHTS
               GIVING C-PICKUP-NIGHTS.
           SUBTRACT PW-PR-REV FROM PW-TY-REV
               GIVING C-PICKUP-REV.
           MOVE C-PICKUP-NIGHTS TO O-PD-PICK-NIGHTS.
           MOVE C-PICKUP-REV TO O-PD-PICK-REV.
           WRITE PRTLINE FROM PACE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8-HEADINGS
                       WRITE PRTLINE FROM PACE-COL-HDGS
                           AFTER ADVANCING 2 LINES.

       L6H-BLOCK-HEADINGS.
           WRITE PRTLINE FROM CAMP-TITLE-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PRTLINE FROM PACE-COL-HDGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *  WHAT IS ON THE BOOKS TODAY BECOMES THE BASE FOR THE NEXT     *
      *  RUN'S PICKUP, AFTER A GENERATION BACKUP OF THE LAST ONE      *
       L7-SAVE-SNAPSHOT.
           IF SNAP-FOUND-SW = 'Y'
               MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE
               MOVE 'L' TO GN-ORG
               MOVE 'PACESNAP.DAT' TO GN-FILE-NAME
               CALL 'CBLGEN' USING CBLGEN-DATA.
           OPEN OUTPUT PACE-SNAP-FILE.
           PERFORM L7A-SAVE-CAMP
               VARYING CAMP-SUB FROM 1 BY 1
                   UNTIL CAMP-SUB > CAMP-CNT.
           CLOSE PACE-SNAP-FILE.

       L7A-SAVE-CAMP.
           PERFORM L7B-SAVE-MONTH
               VARYING MON-SUB FROM 1 BY 1
                   UNTIL MON-SUB > 12.

       L7B-SAVE-MONTH.
           MOVE SPACES TO PACE-SNAP-REC.
           MOVE CP-CAMPGROUND(CAMP-SUB) TO PS-CAMPGROUND.
           MOVE ML-YYYY(MON-SUB) TO PS-YYYY.
           MOVE ML-MM(MON-SUB) TO PS-MM.
           MOVE CP-TY-NIGHTS(CAMP-SUB, MON-SUB) TO PS-NIGHTS.
           MOVE CP-TY-REV(CAMP-SUB, MON-SUB) TO PS-REVENUE.
           MOVE WS-CURR-DATE-NUM TO PS-RUN-DATE.
           WRITE PACE-SNAP-REC.

      *  TURNS A CALENDAR DATE INTO A RUNNING DAY COUNT (USING THE    *
      *  SAME DIVIDE-BY-FOUR LEAP RULE AS COBLSC01)                   *
       L7S-DATE-TO-SERIAL.
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

       L8-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.

      *  PROVES EVERY RESERVATION RECORD READ WAS EITHER COUNTED ON   *
      *  THE BOOKS, PASSED OVER, OR LOST TO A FULL CAMPGROUND TABLE   *
       L9-CLOSING.
           MOVE C-READ-CTR TO O-READ-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE C-THIS-YEAR-CTR TO O-THIS-YEAR-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE C-PASSED-CTR TO O-PASSED-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE C-OVFL-CTR TO O-OVFL-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           CLOSE PRTOUT.

           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC35' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           MOVE C-READ-CTR TO RL-RECS-READ.
           MOVE C-THIS-YEAR-CTR TO RL-RECS-OUT-1.
           MOVE C-PASSED-CTR TO RL-RECS-OUT-2.
           MOVE C-OVFL-CTR TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
