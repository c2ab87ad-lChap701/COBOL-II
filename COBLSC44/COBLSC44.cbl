       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC44.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  ARCHIVE AND HISTORY RETENTION PURGE. CAMPARCH.DAT,            *
      *  FURNARCH.DAT, SALESHST.DAT, GENLOG.DAT AND RUNLOG.DAT ARE     *
      *  ONLY EVER APPENDED TO. THIS RUN TAKES OFF EACH ONE THE        *
      *  RECORDS OLDER THAN THE RETENTION PERIOD ON THE POLICY FILE    *
      *  (RETAIN.DAT), COPYING THEM FIRST TO A DATED OFFLINE FILE -    *
      *  THE FILE'S OWN NAME WITH .P AND THE RUN DATE HUNG ON THE END  *
      *  - AFTER A GENERATION BACKUP OF THE FILE IS ROLLED. NOTHING    *
      *  DATED AFTER THE LAST YEAR THE COBLSC06 YEAR-END CLOSE HAS     *
      *  WRITTEN TO ANNHST.DAT IS EVER PURGED, AND A FILE A REPORT     *
      *  STILL LOOKS BACK INTO IS KEPT AT LEAST AS LONG AS THAT        *
      *  REPORT NEEDS IT, WHATEVER THE POLICY SAYS. COMPLETED STAYS    *
      *  TAKEN OFF CAMPARCH.DAT ARE ROLLED UP BY GUEST ONTO            *
      *  STAYSUM.DAT SO THE GUEST MASTER REBUILD (COBLSC16) STILL      *
      *  COUNTS THEM, AND THE NEWEST GENERATION ROLL LOGGED FOR EACH   *
      *  FILE STAYS ON GENLOG.DAT FOR THE VERIFY UTILITY (COBLSC23).   *
      *  PRINTS EVERY FILE'S RECORDS BEFORE, PURGED AND AFTER, WHICH   *
      *  MUST BALANCE.                                                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  RUN CONTROL CARD - AS-OF DATE THE RECORDS ARE AGED FROM  *
           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  THE RETENTION POLICY - HOW MANY DAYS EACH FILE IS KEPT  *
           SELECT RETAIN-FILE
               ASSIGN TO 'RETAIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

      *  ONE RECORD PER CLOSED YEAR PER BUSINESS LINE, WRITTEN BY    *
      *  THE COBLSC06 YEAR-END CLOSE                                  *
           SELECT ANNUAL-HIST-FILE
               ASSIGN TO 'ANNHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AH-STATUS.

      *  THE FILE BEING PURGED - READ, THEN REWRITTEN WITH WHAT IS   *
      *  KEPT                                                         *
           SELECT PURGE-IN-FILE
               ASSIGN USING H-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

      *  THE RECORDS KEPT ARE STAGED HERE WHILE THE FILE IS SWEPT  *
           SELECT PURGE-WORK-FILE
               ASSIGN TO 'PURGEWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-STATUS.

      *  THE DATED OFFLINE FILE THE EXPIRED RECORDS GO TO  *
           SELECT PURGE-OFF-FILE
               ASSIGN USING H-OFF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFF-STATUS.

      *  ONE RECORD PER GUEST FOR THE STAYS PURGED OFF CAMPARCH.DAT  *
           SELECT STAY-SUM-FILE
               ASSIGN TO 'STAYSUM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SS-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'PURGE.PRT'
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

      *  ONE FILE'S RETENTION: ITS NAME AND THE DAYS A RECORD IS     *
      *  KEPT FROM THE DATE IT CARRIES. ZERO OR BLANK DAYS, OR NO    *
      *  RECORD AT ALL, MEANS THE FILE IS KEPT WHOLE                 *
       FD  RETAIN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS RETAIN-REC.
       01  RETAIN-REC.
           05  RP-FILE-NAME        PIC X(12).
           05  RP-KEEP-DAYS        PIC 9(5).
           05  FILLER              PIC X(13).

      *  ONE CLOSED YEAR FOR ONE BUSINESS LINE - ONLY THE YEAR IS     *
      *  LOOKED AT HERE                                               *
       FD  ANNUAL-HIST-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS ANNUAL-HIST-REC.
       01  ANNUAL-HIST-REC.
           05  AH-YYYY             PIC 9(4).
           05  AH-LINE             PIC X(10).
           05  FILLER              PIC X(146).

      *  THE WIDEST RECORD PURGED IS THE 200-BYTE ARCHIVED STAY. EACH *
      *  FILE'S OWN VIEW BELOW IS WHERE ITS DATE IS FOUND             *
       FD  PURGE-IN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PURGE-IN-REC.
       01  PURGE-IN-REC            PIC X(200).

      *  CPY FILE THAT CONTAINS VAL-REC LAYOUT, THE SAME COPYBOOK     *
      *  COBLSC01 USES TO WRITE THE ARCHIVE - AGED ON THE END DATE    *
           COPY 'VAL.CPY'.

      *  FURNARCH.DAT - AGED ON THE DATE COBLSC04 POSTED IT  *
       01  FURN-ARCH-IN.
           05  FA-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(192).

      *  SALESHST.DAT - AGED ON THE DAY THE BOARD RUN WROTE IT  *
       01  SALES-HIST-IN.
           05  SH-DATE             PIC 9(8).
           05  FILLER              PIC X(192).

      *  GENLOG.DAT - AGED ON THE DAY OF THE ROLL OR RESTORE  *
       01  GEN-LOG-IN.
           05  GL-DATE             PIC 9(8).
           05  GL-FILE-NAME        PIC X(30).
           05  GL-ACTION           PIC X(8).
           05  FILLER              PIC X(154).

      *  RUNLOG.DAT - AGED ON THE RUN DATE  *
       01  RUN-HIST-IN.
           05  RH-PROGRAM          PIC X(8).
           05  RH-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(184).

       FD  PURGE-WORK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PURGE-WORK-REC.
       01  PURGE-WORK-REC          PIC X(200).

       FD  PURGE-OFF-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS PURGE-OFF-REC.
       01  PURGE-OFF-REC           PIC X(200).

       FD  STAY-SUM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS STAY-SUM-REC.

      *  CPY FILE THAT CONTAINS STAY-SUM-REC LAYOUT, SHARED WITH THE  *
      *  GUEST MASTER REBUILD (COBLSC16)                              *
           COPY 'STAYSUM.CPY'.

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
           05  WS-RP-STATUS        PIC XX      VALUE '00'.
           05  WS-AH-STATUS        PIC XX      VALUE '00'.
           05  WS-IN-STATUS        PIC XX      VALUE '00'.
           05  WS-WK-STATUS        PIC XX      VALUE '00'.
           05  WS-OFF-STATUS       PIC XX      VALUE '00'.
           05  WS-SS-STATUS        PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  RP-EOF-SW           PIC X       VALUE 'N'.
           05  AH-EOF-SW           PIC X       VALUE 'N'.
           05  IN-EOF-SW           PIC X       VALUE 'N'.
           05  WK-EOF-SW           PIC X       VALUE 'N'.
           05  SS-EOF-SW           PIC X       VALUE 'N'.
      *  'N' WHEN THERE IS NO POLICY FILE OR NO CLOSED YEAR - THEN    *
      *  NOTHING AT ALL IS PURGED                                     *
           05  PURGE-OK-SW         PIC X       VALUE 'Y'.
      *  'N' WHEN STAYSUM.DAT ALREADY HOLDS MORE GUESTS THAN THE      *
      *  TABLE - CAMPARCH.DAT IS THEN LEFT WHOLE                      *
           05  STAY-SUM-OK-SW      PIC X       VALUE 'Y'.
           05  SS-ON-FILE-SW       PIC X       VALUE 'N'.
      *  'N' WHEN GENLOG.DAT NAMES MORE FILES THAN THE ROLL TABLE  *
           05  ROLL-OK-SW          PIC X       VALUE 'Y'.
           05  OFF-OPEN-SW         PIC X       VALUE 'N'.
           05  EXPIRED-SW          PIC X       VALUE 'N'.
           05  FILE-FOUND-SW       PIC X       VALUE 'N'.
           05  GUEST-FOUND-SW      PIC X       VALUE 'N'.
           05  ROLL-FOUND-SW       PIC X       VALUE 'N'.
           05  C-BEFORE-CTR        PIC 9(7)    VALUE 0.
           05  C-PURGED-CTR        PIC 9(7)    VALUE 0.
           05  C-KEPT-CTR          PIC 9(7)    VALUE 0.
           05  C-AFTER-CTR         PIC 9(7)    VALUE 0.
           05  C-PROOF-CTR         PIC 9(7)    VALUE 0.
           05  C-TOT-BEFORE-CTR    PIC 9(7)    VALUE 0.
           05  C-TOT-PURGED-CTR    PIC 9(7)    VALUE 0.
           05  C-TOT-AFTER-CTR     PIC 9(7)    VALUE 0.
           05  C-UNBAL-CTR         PIC 9(6)    VALUE 0.
      *  STAYS ROLLED ONTO STAYSUM.DAT, AND EXPIRED STAYS KEPT        *
      *  BECAUSE THEIR GUEST WOULD NOT FIT ON IT                      *
           05  C-ROLLED-UP-CTR     PIC 9(7)    VALUE 0.
           05  C-SUM-FULL-CTR      PIC 9(7)    VALUE 0.
      *  EXPIRED GENLOG.DAT LINES KEPT AS THEIR FILE'S NEWEST ROLL  *
           05  C-ROLL-KEPT-CTR     PIC 9(7)    VALUE 0.
      *  RECORD NUMBER ON THE GENLOG.DAT PRE-PASS  *
           05  C-LOG-REC-NUM       PIC 9(7)    VALUE 0.
           05  C-CLOSED-YYYY       PIC 9(4)    VALUE 0.
           05  C-CLOSED-THRU       PIC 9(8)    VALUE 0.
           05  FILE-SUB            PIC 9       VALUE 0.
           05  SUM-SUB             PIC 9(4)    VALUE 0.
           05  SUM-TBL-CTR         PIC 9(4)    VALUE 0.
           05  ROLL-SUB            PIC 999     VALUE 0.
           05  ROLL-TBL-CTR        PIC 999     VALUE 0.
      *  THE FILE IN HAND, ITS OFFLINE FILE, AND WHAT BECAME OF IT  *
           05  H-IN-NAME           PIC X(30)   VALUE SPACES.
           05  H-OFF-NAME          PIC X(30)   VALUE SPACES.
           05  H-KEEP-DAYS         PIC 9(5)    VALUE 0.
           05  H-STATUS            PIC X(20)   VALUE SPACES.

      *  THE FILES THIS RUN PURGES, AND THE FEWEST DAYS EACH MUST BE  *
      *  KEPT FOR THE REPORT THAT STILL LOOKS BACK INTO IT - A POLICY *
      *  SHORTER THAN THAT IS RAISED TO IT                            *
       01  PURGE-FILE-VALUES.
           05  FILLER              PIC X(12)   VALUE 'CAMPARCH.DAT'.
           05  FILLER              PIC 9(5)    VALUE 400.
           05  FILLER              PIC X(40)   VALUE
               'COBLSC35 BOOKING PACE - MONTH LAST YEAR'.
           05  FILLER              PIC X(12)   VALUE 'FURNARCH.DAT'.
           05  FILLER              PIC 9(5)    VALUE 0.
           05  FILLER              PIC X(40)   VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'SALESHST.DAT'.
           05  FILLER              PIC 9(5)    VALUE 371.
           05  FILLER              PIC X(40)   VALUE
               'COBLSC18 - SAME WEEK LAST SEASON'.
           05  FILLER              PIC X(12)   VALUE 'GENLOG.DAT'.
           05  FILLER              PIC 9(5)    VALUE 0.
           05  FILLER              PIC X(40)   VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'RUNLOG.DAT'.
           05  FILLER              PIC 9(5)    VALUE 14.
           05  FILLER              PIC X(40)   VALUE
               'COBLSC22 - LATEST WEEKLY AUDIT'.

       01  PURGE-FILE-TABLE REDEFINES PURGE-FILE-VALUES.
           05  PF-ENTRY            OCCURS 5.
               10  PF-NAME         PIC X(12).
               10  PF-FLOOR-DAYS   PIC 9(5).
               10  PF-FLOOR-WHY    PIC X(40).

      *  EACH FILE'S DAYS FROM RETAIN.DAT, AND THE DAYS ACTUALLY KEPT *
      *  ONCE THE FLOOR IS APPLIED                                    *
       01  PURGE-POLICY-AREA.
           05  PP-ENTRY            OCCURS 5.
               10  PP-POLICY-DAYS  PIC 9(5).
               10  PP-KEEP-DAYS    PIC 9(5).

      *  EVERY GUEST ON STAYSUM.DAT, WITH THIS RUN'S PURGED STAYS     *
      *  ADDED - THE SAME 2000-GUEST LIMIT COBLSC16 REBUILDS WITH     *
       01  STAY-SUM-TABLE-AREA.
           05  SUM-ENTRY           OCCURS 2000.
               10  SU-NAME         PIC X(27).
               10  SU-STAY-CNT     PIC 9(5).
               10  SU-NIGHTS       PIC 9(6).
               10  SU-LAST-VISIT   PIC 9(8).

      *  EVERY FILE NAMED ON GENLOG.DAT AND THE RECORD NUMBER OF ITS  *
      *  NEWEST 'ROLLED' LINE - THE ONE COBLSC23 PROVES G1 AGAINST    *
       01  ROLL-TABLE-AREA.
           05  ROLL-ENTRY          OCCURS 100.
               10  RT-FILE-NAME    PIC X(30).
               10  RT-LAST-REC     PIC 9(7).

      *  THE DATE CARRIED BY THE RECORD IN HAND  *
       01  REC-DATE-AREA.
           05  H-REC-DATE.
               10  H-REC-YYYY      PIC 9(4).
               10  H-REC-MM        PIC 99.
               10  H-REC-DD        PIC 99.
           05  H-REC-DATE-X REDEFINES H-REC-DATE
                                   PIC X(8).
           05  H-REC-DATE-NUM REDEFINES H-REC-DATE
                                   PIC 9(8).

      *  WORK FIELDS FOR TURNING A YYYYMMDD DATE INTO A DAY NUMBER SO  *
      *  A RECORD'S AGE CAN BE FIGURED BY SUBTRACTION                 *
       01  SERIAL-DATE-AREA.
           05  SER-YYYY            PIC 9(4)    VALUE 0.
           05  SER-MM              PIC 99      VALUE 0.
           05  SER-DD              PIC 99      VALUE 0.
           05  SER-DAYS            PIC 9(7)    VALUE 0.
           05  SER-LEAP-QUOT       PIC 9(4)    VALUE 0.
           05  SER-LEAP-REM        PIC 9       VALUE 0.
           05  SER-TODAY           PIC 9(7)    VALUE 0.

      *  DATA PASSED TO/FROM CBLGEN TO ROLL A GENERATION BACKUP OF    *
      *  EACH FILE BEFORE IT IS PURGED                                *
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
           05  FILLER          PIC X(36)   VALUE ' '.
           05  FILLER          PIC X(35)   VALUE
               'ARCHIVE AND HISTORY RETENTION PURGE'.
           05  FILLER          PIC X(37)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-RPT-PCTR      PIC Z9.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

      *  A FILE LEFT ALONE, OR A POLICY RECORD NOT USED, AND WHY  *
       01  SKIP-LINE.
           05  O-SKIP-FILE     PIC X(12).
           05  FILLER          PIC X(3)    VALUE ' - '.
           05  O-SKIP-WHY      PIC X(60).
           05  FILLER          PIC X(57)   VALUE ' '.

      *  A POLICY SHORTER THAN A REPORT STILL NEEDS, AND THE REPORT  *
       01  FLOOR-LINE.
           05  O-FLR-FILE      PIC X(12).
           05  FILLER          PIC X(10)   VALUE ' - POLICY '.
           05  O-FLR-POLICY    PIC ZZZZ9.
           05  FILLER          PIC X(16)   VALUE ' DAYS RAISED TO '.
           05  O-FLR-KEEP      PIC ZZZZ9.
           05  FILLER          PIC X(7)    VALUE ' DAYS, '.
           05  O-FLR-WHY       PIC X(40).
           05  FILLER          PIC X(37)   VALUE ' '.

      *  THE LIMIT EVERY FILE IS HELD TO BY THE ANNUAL HISTORY  *
       01  GUARD-LINE.
           05  FILLER          PIC X(32)   VALUE
               'LAST YEAR CLOSED ON ANNHST.DAT: '.
           05  O-GRD-YYYY      PIC 9(4).
           05  FILLER          PIC X(24)   VALUE
               '  - NOTHING DATED AFTER '.
           05  O-GRD-THRU-MM   PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-GRD-THRU-DD   PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-GRD-THRU-YYYY PIC 9(4).
           05  FILLER          PIC X(14)   VALUE ' IS PURGED'.
           05  FILLER          PIC X(48)   VALUE ' '.

       01  DETAIL-HEADINGS.
           05  FILLER          PIC X(12)   VALUE 'FILE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'POLICY'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE ' KEPT'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(7)    VALUE ' BEFORE'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(7)    VALUE ' PURGED'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(7)    VALUE '  AFTER'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(20)   VALUE 'STATUS'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(30)   VALUE 'OFFLINE FILE'.
           05  FILLER          PIC X(21)   VALUE ' '.

       01  DETAIL-HEADINGS-2.
           05  FILLER          PIC X(14)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE '  DAYS'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE ' DAYS'.
           05  FILLER          PIC X(105)  VALUE ' '.

      *  ONE FILE: ITS POLICY, THE DAYS KEPT, AND THE COUNTS THAT     *
      *  MUST BALANCE - BEFORE = PURGED + AFTER                       *
       01  DETAIL-LINE.
           05  O-DET-FILE      PIC X(12).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-DET-POLICY    PIC ZZZZ9.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-DET-KEEP      PIC ZZZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-DET-BEFORE    PIC ZZZZZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-DET-PURGED    PIC ZZZZZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-DET-AFTER     PIC ZZZZZZ9.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-DET-STATUS    PIC X(20).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-DET-OFFLINE   PIC X(30).
           05  FILLER          PIC X(21)   VALUE ' '.

       01  STAY-SUM-LINE.
           05  FILLER          PIC X(32)   VALUE
               'STAYS ROLLED UP ON STAYSUM.DAT: '.
           05  O-ROLLED-UP-CTR PIC ZZZZZZ9.
           05  FILLER          PIC X(26)   VALUE
               '   GUESTS ON STAYSUM.DAT: '.
           05  O-SUM-GUEST-CTR PIC ZZZZ9.
           05  FILLER          PIC X(62)   VALUE ' '.

       01  SUM-FULL-LINE.
           05  FILLER          PIC X(45)   VALUE
               'EXPIRED STAYS KEPT - STAYSUM.DAT PAST 2000:  '.
           05  O-SUM-FULL-CTR  PIC ZZZZZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

       01  ROLL-KEPT-LINE.
           05  FILLER          PIC X(45)   VALUE
               'EXPIRED GENLOG LINES KEPT AS NEWEST ROLL:    '.
           05  O-ROLL-KEPT-CTR PIC ZZZZZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(30)   VALUE
               'RECORDS BEFORE PURGE:         '.
           05  O-TOT-BEFORE    PIC ZZZZZZ9.
           05  FILLER          PIC X(95)   VALUE ' '.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(30)   VALUE
               'RECORDS PURGED TO OFFLINE:    '.
           05  O-TOT-PURGED    PIC ZZZZZZ9.
           05  FILLER          PIC X(95)   VALUE ' '.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(30)   VALUE
               'RECORDS AFTER PURGE:          '.
           05  O-TOT-AFTER     PIC ZZZZZZ9.
           05  FILLER          PIC X(95)   VALUE ' '.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(30)   VALUE
               'FILES OUT OF BALANCE:         '.
           05  O-UNBAL-CTR     PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           IF PURGE-OK-SW = 'Y'
               PERFORM L3-PURGE-ONE-FILE THRU L3-PURGE-EXIT
                   VARYING FILE-SUB FROM 1 BY 1
                       UNTIL FILE-SUB > 5.
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
           PERFORM L8-DATE-TO-SERIAL.
           MOVE SER-DAYS TO SER-TODAY.

           OPEN OUTPUT PRTOUT.
           PERFORM L8H-HEADINGS.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           INITIALIZE PURGE-POLICY-AREA.
           PERFORM L2B-LOAD-POLICY.
           PERFORM L2D-APPLY-FLOOR
               VARYING FILE-SUB FROM 1 BY 1
                   UNTIL FILE-SUB > 5.
           PERFORM L2E-SCAN-ANNUAL-HIST.
           PERFORM L2G-LOAD-STAY-SUMMARY.

           IF PURGE-OK-SW = 'Y'
               MOVE C-CLOSED-YYYY TO O-GRD-YYYY
               MOVE C-CLOSED-YYYY TO O-GRD-THRU-YYYY
               MOVE 12 TO O-GRD-THRU-MM
               MOVE 31 TO O-GRD-THRU-DD
               WRITE PRTLINE FROM GUARD-LINE
                   AFTER ADVANCING 2 LINES.

           WRITE PRTLINE FROM DETAIL-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM DETAIL-HEADINGS-2
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

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

      *  EACH POLICY RECORD IS MATCHED TO A FILE THIS RUN PURGES BY   *
      *  NAME. WITHOUT THE POLICY FILE NOTHING IS PURGED              *
       L2B-LOAD-POLICY.
           OPEN INPUT RETAIN-FILE.
           IF WS-RP-STATUS NOT = '00'
               MOVE 'N' TO PURGE-OK-SW
               MOVE 'RETAIN.DAT' TO O-SKIP-FILE
               MOVE 'NO RETENTION POLICY ON HAND - NOTHING PURGED'
                   TO O-SKIP-WHY
               WRITE PRTLINE FROM SKIP-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM L2C-READ-POLICY
                   UNTIL RP-EOF-SW = 'Y'
               CLOSE RETAIN-FILE.

       L2C-READ-POLICY.
           READ RETAIN-FILE
               AT END
                   MOVE 'Y' TO RP-EOF-SW
               NOT AT END
                   MOVE 'N' TO FILE-FOUND-SW
                   PERFORM L2C1-MATCH-POLICY
                       VARYING FILE-SUB FROM 1 BY 1
                           UNTIL FILE-SUB > 5 OR FILE-FOUND-SW = 'Y'
                   IF FILE-FOUND-SW = 'N'
                       MOVE RP-FILE-NAME TO O-SKIP-FILE
                       MOVE 'ON RETAIN.DAT - NOT A FILE THIS RUN PURGES'
                           TO O-SKIP-WHY
                       WRITE PRTLINE FROM SKIP-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
           END-READ.

       L2C1-MATCH-POLICY.
           IF PF-NAME(FILE-SUB) = RP-FILE-NAME
               MOVE 'Y' TO FILE-FOUND-SW
               IF RP-KEEP-DAYS NUMERIC
                   MOVE RP-KEEP-DAYS TO PP-POLICY-DAYS(FILE-SUB)
               ELSE
                   MOVE 0 TO PP-POLICY-DAYS(FILE-SUB).

      *  A FILE WITH A POLICY IS KEPT NO SHORTER THAN ITS FLOOR  *
       L2D-APPLY-FLOOR.
           MOVE PP-POLICY-DAYS(FILE-SUB) TO PP-KEEP-DAYS(FILE-SUB).
           IF PP-POLICY-DAYS(FILE-SUB) > 0
               AND PP-POLICY-DAYS(FILE-SUB) < PF-FLOOR-DAYS(FILE-SUB)
                   MOVE PF-FLOOR-DAYS(FILE-SUB)
                       TO PP-KEEP-DAYS(FILE-SUB)
                   MOVE PF-NAME(FILE-SUB) TO O-FLR-FILE
                   MOVE PP-POLICY-DAYS(FILE-SUB) TO O-FLR-POLICY
                   MOVE PF-FLOOR-DAYS(FILE-SUB) TO O-FLR-KEEP
                   MOVE PF-FLOOR-WHY(FILE-SUB) TO O-FLR-WHY
                   WRITE PRTLINE FROM FLOOR-LINE
                       AFTER ADVANCING 1 LINE.

      *  THE NEWEST YEAR THE YEAR-END CLOSE HAS WRITTEN. NO YEAR      *
      *  CLOSED YET MEANS NOTHING IS OLD ENOUGH TO PURGE              *
       L2E-SCAN-ANNUAL-HIST.
           MOVE 0 TO C-CLOSED-YYYY.
           OPEN INPUT ANNUAL-HIST-FILE.
           IF WS-AH-STATUS = '00'
               PERFORM L2F-READ-ANNUAL
                   UNTIL AH-EOF-SW = 'Y'
               CLOSE ANNUAL-HIST-FILE.
           IF C-CLOSED-YYYY = 0
               MOVE 'N' TO PURGE-OK-SW
               MOVE 'ANNHST.DAT' TO O-SKIP-FILE
               MOVE 'NO YEAR CLOSED BY COBLSC06 - NOTHING PURGED'
                   TO O-SKIP-WHY
               WRITE PRTLINE FROM SKIP-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MULTIPLY C-CLOSED-YYYY BY 10000 GIVING C-CLOSED-THRU
               ADD 1231 TO C-CLOSED-THRU.

       L2F-READ-ANNUAL.
           READ ANNUAL-HIST-FILE
               AT END
                   MOVE 'Y' TO AH-EOF-SW
               NOT AT END
                   IF AH-YYYY NUMERIC
                       AND AH-YYYY > C-CLOSED-YYYY
                           MOVE AH-YYYY TO C-CLOSED-YYYY
                   END-IF
           END-READ.

      *  THE STAYS ALREADY ROLLED UP BY EARLIER PURGES  *
       L2G-LOAD-STAY-SUMMARY.
           MOVE 0 TO SUM-TBL-CTR.
           OPEN INPUT STAY-SUM-FILE.
           IF WS-SS-STATUS = '00'
               MOVE 'Y' TO SS-ON-FILE-SW
               PERFORM L2H-READ-STAY-SUMMARY
                   UNTIL SS-EOF-SW = 'Y'
               CLOSE STAY-SUM-FILE.

       L2H-READ-STAY-SUMMARY.
           READ STAY-SUM-FILE
               AT END
                   MOVE 'Y' TO SS-EOF-SW
               NOT AT END
                   IF SUM-TBL-CTR < 2000
                       ADD 1 TO SUM-TBL-CTR
                       MOVE SS-NAME TO SU-NAME(SUM-TBL-CTR)
                       MOVE SS-STAY-CNT TO SU-STAY-CNT(SUM-TBL-CTR)
                       MOVE SS-NIGHTS TO SU-NIGHTS(SUM-TBL-CTR)
                       MOVE SS-LAST-VISIT TO SU-LAST-VISIT(SUM-TBL-CTR)
                   ELSE
                       MOVE 'N' TO STAY-SUM-OK-SW
                       MOVE 'Y' TO SS-EOF-SW
                   END-IF
           END-READ.

      *  ONE FILE: ROLLS ITS GENERATION BACKUP, SPLITS IT INTO WHAT   *
      *  IS KEPT AND WHAT GOES OFFLINE, AND PUTS BACK WHAT IS KEPT.   *
      *  A FILE WITH NO POLICY, NOT ON HAND, OR WITH NOTHING EXPIRED  *
      *  IS LEFT EXACTLY AS IT WAS                                    *
       L3-PURGE-ONE-FILE.
           MOVE 0 TO C-BEFORE-CTR.
           MOVE 0 TO C-PURGED-CTR.
           MOVE 0 TO C-KEPT-CTR.
           MOVE 0 TO C-AFTER-CTR.
           MOVE SPACES TO H-OFF-NAME.
           MOVE PF-NAME(FILE-SUB) TO H-IN-NAME.
           MOVE PP-KEEP-DAYS(FILE-SUB) TO H-KEEP-DAYS.

           IF H-KEEP-DAYS = 0
               MOVE 'NO POLICY - KEPT' TO H-STATUS
               GO TO L3Z-PRINT-FILE.

           OPEN INPUT PURGE-IN-FILE.
           IF WS-IN-STATUS NOT = '00'
               MOVE 'NOT ON HAND' TO H-STATUS
               GO TO L3Z-PRINT-FILE.
           CLOSE PURGE-IN-FILE.

           IF FILE-SUB = 1 AND STAY-SUM-OK-SW = 'N'
               MOVE 'STAYSUM PAST 2000' TO H-STATUS
               GO TO L3Z-PRINT-FILE.

      *  THE GENERATION IS ROLLED FIRST, SO THE LINE CBLGEN LOGS FOR  *
      *  GENLOG.DAT ITSELF IS ON THE FILE WHEN IT IS SWEPT            *
           MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE.
           MOVE 'L' TO GN-ORG.
           MOVE H-IN-NAME TO GN-FILE-NAME.
           CALL 'CBLGEN' USING CBLGEN-DATA.

           IF FILE-SUB = 4
               PERFORM L4-FIND-NEWEST-ROLLS
               IF ROLL-OK-SW = 'N'
                   MOVE 'ROLL TABLE FULL' TO H-STATUS
                   GO TO L3Z-PRINT-FILE.

           MOVE SPACES TO H-OFF-NAME.
           STRING H-IN-NAME DELIMITED BY ' '
               '.P' DELIMITED BY SIZE
               WS-CURR-DATE DELIMITED BY SIZE
           INTO H-OFF-NAME.

           PERFORM L5-SPLIT-FILE.
           IF C-PURGED-CTR = 0
               MOVE SPACES TO H-OFF-NAME
               MOVE C-KEPT-CTR TO C-AFTER-CTR
               MOVE 'NOTHING EXPIRED' TO H-STATUS
               GO TO L3Z-PRINT-FILE.

           PERFORM L6-COPY-BACK.
           IF FILE-SUB = 1
               PERFORM L7-SAVE-STAY-SUMMARY.

           ADD C-PURGED-CTR C-AFTER-CTR GIVING C-PROOF-CTR.
           IF C-PROOF-CTR = C-BEFORE-CTR
               MOVE 'PURGED' TO H-STATUS
           ELSE
               MOVE '*** OUT OF BALANCE' TO H-STATUS
               ADD 1 TO C-UNBAL-CTR.

       L3Z-PRINT-FILE.
           MOVE H-IN-NAME TO O-DET-FILE.
           MOVE PP-POLICY-DAYS(FILE-SUB) TO O-DET-POLICY.
           MOVE H-KEEP-DAYS TO O-DET-KEEP.
           MOVE C-BEFORE-CTR TO O-DET-BEFORE.
           MOVE C-PURGED-CTR TO O-DET-PURGED.
           MOVE C-AFTER-CTR TO O-DET-AFTER.
           MOVE H-STATUS TO O-DET-STATUS.
           MOVE H-OFF-NAME TO O-DET-OFFLINE.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8H-HEADINGS.
           ADD C-BEFORE-CTR TO C-TOT-BEFORE-CTR.
           ADD C-PURGED-CTR TO C-TOT-PURGED-CTR.
           ADD C-AFTER-CTR TO C-TOT-AFTER-CTR.

       L3-PURGE-EXIT.
           EXIT.

      *  A PRE-PASS OVER GENLOG.DAT NOTING WHERE EACH FILE'S NEWEST   *
      *  'ROLLED' LINE SITS, SO THE SWEEP CAN KEEP IT HOWEVER OLD     *
       L4-FIND-NEWEST-ROLLS.
           MOVE 0 TO ROLL-TBL-CTR.
           MOVE 0 TO C-LOG-REC-NUM.
           MOVE 'N' TO IN-EOF-SW.
           OPEN INPUT PURGE-IN-FILE.
           PERFORM L4A-READ-GENLOG
               UNTIL IN-EOF-SW = 'Y'.
           CLOSE PURGE-IN-FILE.

       L4A-READ-GENLOG.
           READ PURGE-IN-FILE
               AT END
                   MOVE 'Y' TO IN-EOF-SW
               NOT AT END
                   ADD 1 TO C-LOG-REC-NUM
                   IF GL-ACTION = 'ROLLED  '
                       PERFORM L4B-NOTE-ROLL
                   END-IF
           END-READ.

       L4B-NOTE-ROLL.
           PERFORM L4C-FIND-ROLL-FILE.
           IF ROLL-FOUND-SW = 'Y'
               MOVE C-LOG-REC-NUM TO RT-LAST-REC(ROLL-SUB)
           ELSE
               IF ROLL-TBL-CTR < 100
                   ADD 1 TO ROLL-TBL-CTR
                   MOVE GL-FILE-NAME TO RT-FILE-NAME(ROLL-TBL-CTR)
                   MOVE C-LOG-REC-NUM TO RT-LAST-REC(ROLL-TBL-CTR)
               ELSE
                   MOVE 'N' TO ROLL-OK-SW
                   MOVE 'Y' TO IN-EOF-SW.

      *  LEAVES ROLL-SUB ON THE FILE'S ENTRY WHEN IT IS FOUND  *
       L4C-FIND-ROLL-FILE.
           MOVE 'N' TO ROLL-FOUND-SW.
           PERFORM L4D-MATCH-ROLL-FILE
               VARYING ROLL-SUB FROM 1 BY 1
                   UNTIL ROLL-SUB > ROLL-TBL-CTR
                       OR ROLL-FOUND-SW = 'Y'.
           IF ROLL-FOUND-SW = 'Y'
               SUBTRACT 1 FROM ROLL-SUB.

       L4D-MATCH-ROLL-FILE.
           IF RT-FILE-NAME(ROLL-SUB) = GL-FILE-NAME
               MOVE 'Y' TO ROLL-FOUND-SW.

      *  EVERY RECORD GOES EITHER TO THE WORK FILE TO BE KEPT OR TO   *
      *  THE OFFLINE FILE. THE OFFLINE FILE IS ONLY OPENED ONCE A     *
      *  RECORD HAS EXPIRED, AND IS ADDED TO IF AN EARLIER RUN THE    *
      *  SAME DAY ALREADY MADE IT                                     *
       L5-SPLIT-FILE.
           MOVE 'N' TO IN-EOF-SW.
           MOVE 'N' TO OFF-OPEN-SW.
           OPEN INPUT PURGE-IN-FILE.
           OPEN OUTPUT PURGE-WORK-FILE.
           PERFORM L5A-READ-RECORD
               UNTIL IN-EOF-SW = 'Y'.
           CLOSE PURGE-IN-FILE.
           CLOSE PURGE-WORK-FILE.
           IF OFF-OPEN-SW = 'Y'
               CLOSE PURGE-OFF-FILE.

       L5A-READ-RECORD.
           READ PURGE-IN-FILE
               AT END
                   MOVE 'Y' TO IN-EOF-SW
               NOT AT END
                   ADD 1 TO C-BEFORE-CTR
                   PERFORM L5B-TEST-EXPIRED THRU L5B-TEST-EXIT
                   IF EXPIRED-SW = 'Y'
                       PERFORM L5C-WRITE-OFFLINE
                   ELSE
                       WRITE PURGE-WORK-REC FROM PURGE-IN-REC
                       ADD 1 TO C-KEPT-CTR
                   END-IF
           END-READ.

      *  A RECORD EXPIRES WHEN ITS DATE IS IN A CLOSED YEAR AND MORE  *
      *  THAN THE DAYS KEPT BEFORE THE RUN DATE. A RECORD WITH NO     *
      *  GOOD DATE IS NEVER PURGED                                    *
       L5B-TEST-EXPIRED.
           MOVE 'N' TO EXPIRED-SW.
           EVALUATE FILE-SUB
               WHEN 1  MOVE O-END-DATE TO H-REC-DATE-X
               WHEN 2  MOVE FA-RUN-DATE TO H-REC-DATE-X
               WHEN 3  MOVE SH-DATE TO H-REC-DATE-X
               WHEN 4  MOVE GL-DATE TO H-REC-DATE-X
               WHEN 5  MOVE RH-RUN-DATE TO H-REC-DATE-X
           END-EVALUATE.
           IF H-REC-DATE-X NOT NUMERIC
               GO TO L5B-TEST-EXIT.
           IF H-REC-MM < 1 OR H-REC-MM > 12
               GO TO L5B-TEST-EXIT.
           IF H-REC-DATE-NUM > C-CLOSED-THRU
               GO TO L5B-TEST-EXIT.

           MOVE H-REC-YYYY TO SER-YYYY.
           MOVE H-REC-MM TO SER-MM.
           MOVE H-REC-DD TO SER-DD.
           PERFORM L8-DATE-TO-SERIAL.
           ADD H-KEEP-DAYS TO SER-DAYS.
           IF SER-DAYS NOT < SER-TODAY
               GO TO L5B-TEST-EXIT.

           IF FILE-SUB = 4 AND GL-ACTION = 'ROLLED  '
               PERFORM L4C-FIND-ROLL-FILE
               IF ROLL-FOUND-SW = 'Y'
                   AND RT-LAST-REC(ROLL-SUB) = C-BEFORE-CTR
                       ADD 1 TO C-ROLL-KEPT-CTR
                       GO TO L5B-TEST-EXIT.

           IF FILE-SUB = 1
               PERFORM L5D-ROLL-UP-STAY
               IF GUEST-FOUND-SW = 'N'
                   ADD 1 TO C-SUM-FULL-CTR
                   GO TO L5B-TEST-EXIT.

           MOVE 'Y' TO EXPIRED-SW.

       L5B-TEST-EXIT.
           EXIT.

       L5C-WRITE-OFFLINE.
           IF OFF-OPEN-SW = 'N'
               MOVE 'Y' TO OFF-OPEN-SW
               OPEN EXTEND PURGE-OFF-FILE
               IF WS-OFF-STATUS NOT = '00'
                   OPEN OUTPUT PURGE-OFF-FILE.
           WRITE PURGE-OFF-REC FROM PURGE-IN-REC.
           ADD 1 TO C-PURGED-CTR.

      *  FOLDS AN EXPIRED STAY INTO ITS GUEST'S SUMMARY THE WAY       *
      *  COBLSC16 FOLDS A STAY INTO THE GUEST MASTER. GUEST-FOUND-SW  *
      *  IS LEFT 'N' ONLY WHEN A NEW GUEST WON'T FIT                  *
       L5D-ROLL-UP-STAY.
           MOVE 'N' TO GUEST-FOUND-SW.
           PERFORM L5E-MATCH-GUEST
               VARYING SUM-SUB FROM 1 BY 1
                   UNTIL SUM-SUB > SUM-TBL-CTR
                       OR GUEST-FOUND-SW = 'Y'.
           IF GUEST-FOUND-SW = 'Y'
               SUBTRACT 1 FROM SUM-SUB
               ADD 1 TO SU-STAY-CNT(SUM-SUB)
               ADD O-LEN-STAY TO SU-NIGHTS(SUM-SUB)
               IF O-DATE > SU-LAST-VISIT(SUM-SUB)
                   MOVE O-DATE TO SU-LAST-VISIT(SUM-SUB)
               END-IF
               ADD 1 TO C-ROLLED-UP-CTR
           ELSE
               IF SUM-TBL-CTR < 2000
                   MOVE 'Y' TO GUEST-FOUND-SW
                   ADD 1 TO SUM-TBL-CTR
                   MOVE O-NAME TO SU-NAME(SUM-TBL-CTR)
                   MOVE 1 TO SU-STAY-CNT(SUM-TBL-CTR)
                   MOVE O-LEN-STAY TO SU-NIGHTS(SUM-TBL-CTR)
                   MOVE O-DATE TO SU-LAST-VISIT(SUM-TBL-CTR)
                   ADD 1 TO C-ROLLED-UP-CTR.

       L5E-MATCH-GUEST.
           IF SU-NAME(SUM-SUB) = O-NAME
               MOVE 'Y' TO GUEST-FOUND-SW.

      *  PUTS BACK WHAT WAS KEPT, COUNTING IT AS IT GOES - THE COUNT  *
      *  THE FILE BALANCES ON                                         *
       L6-COPY-BACK.
           MOVE 'N' TO WK-EOF-SW.
           OPEN INPUT PURGE-WORK-FILE.
           OPEN OUTPUT PURGE-IN-FILE.
           PERFORM L6A-COPY-ONE-BACK
               UNTIL WK-EOF-SW = 'Y'.
           CLOSE PURGE-WORK-FILE.
           CLOSE PURGE-IN-FILE.

       L6A-COPY-ONE-BACK.
           READ PURGE-WORK-FILE
               AT END
                   MOVE 'Y' TO WK-EOF-SW
               NOT AT END
                   MOVE PURGE-WORK-REC TO PURGE-IN-REC
                   WRITE PURGE-IN-REC
                   ADD 1 TO C-AFTER-CTR
           END-READ.

      *  STAYSUM.DAT GOES BACK WITH THE PURGED STAYS ADDED, AFTER A   *
      *  GENERATION BACKUP OF THE COPY IT REPLACES                    *
       L7-SAVE-STAY-SUMMARY.
           IF SS-ON-FILE-SW = 'Y'
               MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE
               MOVE 'L' TO GN-ORG
               MOVE 'STAYSUM.DAT' TO GN-FILE-NAME
               CALL 'CBLGEN' USING CBLGEN-DATA.
           OPEN OUTPUT STAY-SUM-FILE.
           PERFORM L7A-WRITE-STAY-SUMMARY
               VARYING SUM-SUB FROM 1 BY 1
                   UNTIL SUM-SUB > SUM-TBL-CTR.
           CLOSE STAY-SUM-FILE.

       L7A-WRITE-STAY-SUMMARY.
           MOVE SPACES TO STAY-SUM-REC.
           MOVE SU-NAME(SUM-SUB) TO SS-NAME.
           MOVE SU-STAY-CNT(SUM-SUB) TO SS-STAY-CNT.
           MOVE SU-NIGHTS(SUM-SUB) TO SS-NIGHTS.
           MOVE SU-LAST-VISIT(SUM-SUB) TO SS-LAST-VISIT.
           WRITE STAY-SUM-REC.

      *  TURNS SER-YYYY/MM/DD INTO A DAY NUMBER - THE SAME COUNT      *
      *  COBLSC01 FIGURES LEAD DAYS WITH                              *
       L8-DATE-TO-SERIAL.
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

       L8H-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.

      *  PROVES THE RUN PROCESSED WHAT IT WAS GIVEN: RECORDS BEFORE   *
      *  MUST EQUAL RECORDS PURGED PLUS RECORDS AFTER, FILE BY FILE   *
      *  AND IN TOTAL                                                 *
       L9-CLOSING.
           IF C-ROLLED-UP-CTR > 0
               MOVE C-ROLLED-UP-CTR TO O-ROLLED-UP-CTR
               MOVE SUM-TBL-CTR TO O-SUM-GUEST-CTR
               WRITE PRTLINE FROM STAY-SUM-LINE
                   AFTER ADVANCING 2 LINES.
           IF C-SUM-FULL-CTR > 0
               MOVE C-SUM-FULL-CTR TO O-SUM-FULL-CTR
               WRITE PRTLINE FROM SUM-FULL-LINE
                   AFTER ADVANCING 1 LINE.
           IF C-ROLL-KEPT-CTR > 0
               MOVE C-ROLL-KEPT-CTR TO O-ROLL-KEPT-CTR
               WRITE PRTLINE FROM ROLL-KEPT-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE C-TOT-BEFORE-CTR TO O-TOT-BEFORE.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE C-TOT-PURGED-CTR TO O-TOT-PURGED.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE C-TOT-AFTER-CTR TO O-TOT-AFTER.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE C-UNBAL-CTR TO O-UNBAL-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           CLOSE PRTOUT.

           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC44' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           MOVE C-TOT-BEFORE-CTR TO RL-RECS-READ.
           MOVE C-TOT-AFTER-CTR TO RL-RECS-OUT-1.
           MOVE C-TOT-PURGED-CTR TO RL-RECS-OUT-2.
           MOVE 0 TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
