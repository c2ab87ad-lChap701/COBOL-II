       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC41.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  CREW TIMESHEET POSTING. EACH DAY'S TIMESHEETS (TIMESHT.DAT) - *
      *  WHICH CREW, WHICH JOB, THE DAY, THE HOURS, THE GALLONS DRAWN  *
      *  FROM EACH QUALITY TIER AND THE SQUARE FEET PAINTED - ARE      *
      *  POSTED TO THE JOB'S RUNNING ACTUALS ON ACTUAL.DAT, AND THE    *
      *  GALLONS COME OFF THE SHELF ON PNTINV.DAT. A TIMESHEET MARKED  *
      *  FINISHED CLOSES THE JOB: THE ESTIMATING RUN (COBLSC05) THEN   *
      *  SEES ITS TRUE COST AND COMPLETES THE ESTIMATE. EVERY CREW'S   *
      *  HOURS, SQUARE FEET AND - ON FINISHED JOBS - HOURS AGAINST ITS *
      *  SHARE OF THE QUOTE ARE KEPT ON CREWPROD.DAT, WHERE THE CREW   *
      *  SCHEDULING RUN (COBLSC20) PICKS UP EACH CREW'S REAL PACE.     *
      *  PRINTS THE POSTING REGISTER, THE JOBS FINISHED AND THE CREW   *
      *  PRODUCTIVITY REPORT (CREWPROD.PRT).                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  RUN CONTROL CARD - AS-OF DATE A TIMESHEET CANNOT BE DATED    *
      *  PAST                                                         *
           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  EVERY ESTIMATE EVER QUOTED - A CREW CAN ONLY BOOK TIME TO AN *
      *  ACCEPTED ONE, AND ITS QUOTED HOURS ARE WHAT THE CREW IS      *
      *  MEASURED AGAINST                                             *
           SELECT EST-STATUS-FILE
               ASSIGN TO 'ESTSTAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ES-STATUS.

      *  CREWS AND THE HOURS EACH HAS AVAILABLE PER DAY - THE CREWS   *
      *  ON IT ARE THE ONLY ONES THAT CAN TURN IN A TIMESHEET         *
           SELECT CREW-CAP-FILE
               ASSIGN TO 'CREWCAP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CW-STATUS.

      *  THE DAY'S TIMESHEETS, ONE LINE PER CREW PER JOB  *
           SELECT TIMESHEET-FILE
               ASSIGN TO 'TIMESHT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-STATUS.

      *  ACTUAL JOB RESULTS KEYED BY ESTIMATE NUMBER, BUILT UP HERE   *
           SELECT ACTUAL-JOB-FILE
               ASSIGN TO 'ACTUAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJ-STATUS.

      *  GALLONS ON THE SHELF PER QUALITY TIER  *
           SELECT PAINT-INV-FILE
               ASSIGN TO 'PNTINV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PI-STATUS.

      *  EACH CREW'S PRODUCTIVITY TO DATE  *
           SELECT CREW-PROD-FILE
               ASSIGN TO 'CREWPROD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.

      *  HOURS EACH CREW HAS PUT INTO EACH JOB STILL IN PROGRESS, SO  *
      *  THE QUOTE CAN BE SPLIT AMONG THE CREWS WHEN THE JOB FINISHES *
           SELECT JOB-CREW-FILE
               ASSIGN TO 'JOBCREW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JR-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'CREWPROD.PRT'
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

       FD  EST-STATUS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 95 CHARACTERS
           DATA RECORD IS EST-STATUS-REC.

      *  CPY FILE THAT CONTAINS EST-STATUS-REC LAYOUT, SHARED WITH    *
      *  THE ESTIMATING RUN (COBLSC05) THAT KEEPS ESTSTAT.DAT         *
           COPY 'ESTSTAT.CPY'.

      *  ONE CREW-DAY: THE DATE, THE CREW, AND THE HOURS IT HAS  *
       FD  CREW-CAP-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS CREW-CAP-REC.
       01  CREW-CAP-REC.
           05  CW-DATE             PIC 9(8).
           05  CW-CREW-ID          PIC XX.
           05  CW-HOURS-AVAIL      PIC 9(3)V9.
           05  FILLER              PIC X(6).

      *  ONE CREW'S DAY ON ONE JOB: THE HOURS WITH ONE IMPLIED        *
      *  DECIMAL, THE GALLONS DRAWN FROM EACH TIER (1 = ECONOMY,      *
      *  2 = STANDARD, 3 = PREMIUM), THE SQUARE FEET OF WALL PAINTED, *
      *  AND 'Y' WHEN THE CREW FINISHED THE JOB THAT DAY. A BLANK     *
      *  DATE IS THE RUN DATE; BLANK GALLONS OR SQUARE FEET ARE ZERO  *
       FD  TIMESHEET-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS TIMESHEET-REC.
       01  TIMESHEET-REC.
           05  TS-CREW-ID          PIC XX.
           05  TS-EST-NUM          PIC X(5).
           05  TS-EST-NUM-N REDEFINES TS-EST-NUM
                                   PIC 9(5).
           05  TS-DATE             PIC X(8).
           05  TS-DATE-N REDEFINES TS-DATE
                                   PIC 9(8).
           05  TS-HOURS            PIC X(4).
           05  TS-HOURS-N REDEFINES TS-HOURS
                                   PIC 9(3)V9.
           05  TS-TIER-GALS-X      PIC X(9).
           05  TS-TIER-GALS-AREA REDEFINES TS-TIER-GALS-X.
               10  TS-TIER-GALS    PIC 9(3)    OCCURS 3.
           05  TS-SQ-FT            PIC X(5).
           05  TS-SQ-FT-N REDEFINES TS-SQ-FT
                                   PIC 9(5).
           05  TS-JOB-DONE         PIC X.
               88  TS-JOB-FINISHED         VALUE 'Y'.
           05  FILLER              PIC X(6).

       FD  ACTUAL-JOB-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AJ-REC
           RECORD CONTAINS 50 CHARACTERS.

      *  CPY FILE THAT CONTAINS AJ-REC LAYOUT, SHARED WITH THE        *
      *  ESTIMATING RUN (COBLSC05) AND THE PAINT INVOICING RUN        *
      *  (COBLSC40)                                                   *
           COPY 'ACTUAL.CPY'.

       FD  PAINT-INV-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PAINT-INV-REC.

      *  CPY FILE THAT CONTAINS PAINT-INV-REC LAYOUT, SHARED WITH THE *
      *  ESTIMATING RUN (COBLSC05) THAT KEEPS PNTINV.DAT              *
           COPY 'PNTINV.CPY'.

       FD  CREW-PROD-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS CREW-PROD-REC.

      *  CPY FILE THAT CONTAINS CREW-PROD-REC LAYOUT, SHARED WITH THE *
      *  CREW SCHEDULING RUN (COBLSC20)                               *
           COPY 'CREWPROD.CPY'.

      *  ONE CREW'S HOURS SO FAR ON ONE JOB STILL IN PROGRESS  *
       FD  JOB-CREW-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS JOB-CREW-REC.
       01  JOB-CREW-REC.
           05  JR-EST-NUM          PIC 9(5).
           05  JR-CREW-ID          PIC XX.
           05  JR-HOURS            PIC 9(5)V9.
           05  FILLER              PIC X(7).

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
           05  WS-ES-STATUS        PIC XX      VALUE '00'.
           05  WS-CW-STATUS        PIC XX      VALUE '00'.
           05  WS-TS-STATUS        PIC XX      VALUE '00'.
           05  WS-AJ-STATUS        PIC XX      VALUE '00'.
           05  WS-PI-STATUS        PIC XX      VALUE '00'.
           05  WS-CP-STATUS        PIC XX      VALUE '00'.
           05  WS-JR-STATUS        PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  ES-EOF-SW           PIC X       VALUE 'N'.
           05  CW-EOF-SW           PIC X       VALUE 'N'.
           05  TS-EOF-SW           PIC X       VALUE 'N'.
           05  AJ-EOF-SW           PIC X       VALUE 'N'.
           05  PI-EOF-SW           PIC X       VALUE 'N'.
           05  CP-EOF-SW           PIC X       VALUE 'N'.
           05  JR-EOF-SW           PIC X       VALUE 'N'.
      *  WHETHER EACH CARRY-FORWARD FILE WAS ON FILE AT START-UP -    *
      *  ONLY THEN DOES IT GET A GENERATION BACKUP                   *
           05  AJ-ON-FILE-SW       PIC X       VALUE 'N'.
           05  PI-ON-FILE-SW       PIC X       VALUE 'N'.
           05  CP-ON-FILE-SW       PIC X       VALUE 'N'.
           05  JR-ON-FILE-SW       PIC X       VALUE 'N'.
           05  C-REJ-REASON        PIC X(30)   VALUE ' '.
           05  C-READ-CTR          PIC 9(5)    VALUE 0.
           05  C-POST-CTR          PIC 9(5)    VALUE 0.
           05  C-REJ-CTR           PIC 9(5)    VALUE 0.
           05  C-FINISH-CTR        PIC 9(5)    VALUE 0.
           05  C-POST-HOURS        PIC 9(6)V9  VALUE 0.
           05  C-POST-COST         PIC 9(7)V99 VALUE 0.
      *  THE LABOR RATE THE ESTIMATING RUN QUOTES AT, SO ACTUAL AND  *
      *  QUOTED LABOR COST ARE FIGURED THE SAME WAY                  *
           05  C-LABOR-RATE        PIC 9(2)V99 VALUE 23.50.
           05  C-WORK-DATE         PIC 9(8)    VALUE 0.
           05  C-LINE-GALS         PIC 9(5)    VALUE 0.
           05  C-LINE-LABOR        PIC 9(6)V99 VALUE 0.
           05  C-LINE-PAINT        PIC 9(6)V99 VALUE 0.
           05  C-LINE-COST         PIC 9(6)V99 VALUE 0.
           05  C-QUOTE-SHARE       PIC 9(6)V9  VALUE 0.
           05  C-OVER-HRS          PIC S9(6)V9 VALUE 0.
           05  C-SQ-FT-HR          PIC 9(5)V9  VALUE 0.
           05  C-EQ-FOUND-SUB      PIC 999     VALUE 0.
           05  C-AT-FOUND-SUB      PIC 999     VALUE 0.
           05  C-CT-FOUND-SUB      PIC 99      VALUE 0.
           05  C-JT-FOUND-SUB      PIC 9(4)    VALUE 0.
           05  C-VC-FOUND-SW       PIC X       VALUE 'N'.
           05  EQ-SUB              PIC 999     VALUE 0.
           05  AT-SUB              PIC 999     VALUE 0.
           05  CT-SUB              PIC 99      VALUE 0.
           05  JT-SUB              PIC 9(4)    VALUE 0.
           05  VC-SUB              PIC 99      VALUE 0.
           05  FJ-SUB              PIC 999     VALUE 0.
           05  PV-SUB              PIC 9       VALUE 0.
      *  A LEDGER DATE BROKEN OUT FOR PRINTING  *
           05  C-PRT-DATE          PIC 9(8)    VALUE 0.
           05  C-PRT-DATE-X REDEFINES C-PRT-DATE.
               10  C-PRT-YYYY      PIC 9(4).
               10  C-PRT-MM        PIC 99.
               10  C-PRT-DD        PIC 99.

      *  PAINT QUALITY TABLE: GRADE CODE, GRADE NAME, PRICE PER      *
      *  GALLON AND COVERAGE - THE SAME GRADES AND PRICES THE        *
      *  ESTIMATING RUN QUOTES FROM                                  *
       01  QUALITY-INFO.
           05  FILLER              PIC X(19)   VALUE
                                       '1ECONOMY   01800100'.
           05  FILLER              PIC X(19)   VALUE
                                       '2STANDARD  02800115'.
           05  FILLER              PIC X(19)   VALUE
                                       '3PREMIUM   04200130'.

       01  QUALITY-TABLE REDEFINES QUALITY-INFO.
           05  T-QUALITY           OCCURS 3.
               10  T-QUALITY-CODE      PIC 9.
               10  T-QUALITY-NAME      PIC X(10).
               10  T-QUALITY-PRICE     PIC 9(3)V99.
               10  T-QUALITY-COVERAGE  PIC 9(3).

      *  THE ACCEPTED AND COMPLETED ESTIMATES A TIMESHEET CAN NAME   *
       01  EST-TABLE-AREA.
           05  EST-ENTRY           OCCURS 500.
               10  EQ-EST-NUM      PIC 9(5).
               10  EQ-STATUS       PIC X.
               10  EQ-LABOR-HRS    PIC 9(4)V9.
               10  EQ-TOTAL-COST   PIC 9(7)V99.
           05  EQ-CNT              PIC 999     VALUE 0.

      *  EVERY CREW ON THE CREW-CAPACITY FILE  *
       01  CREW-ID-AREA.
           05  VC-CREW-ID          PIC XX      OCCURS 50.
           05  VC-CNT              PIC 99      VALUE 0.

      *  ACTUAL.DAT AS THIS RUN LEAVES IT  *
       01  ACTUAL-TABLE-AREA.
           05  ACTUAL-ENTRY        OCCURS 500.
               10  AT-DATA.
                   15  AT-EST-NUM          PIC 9(5).
                   15  AT-GALS             PIC 9(5).
                   15  AT-LABOR-COST       PIC 9(6)V99.
                   15  AT-TOTAL-COST       PIC 9(6)V99.
                   15  AT-HOURS            PIC 9(5)V9.
                   15  AT-SQ-FT            PIC 9(7).
                   15  AT-JOB-STATUS       PIC X.
                   15  AT-LAST-WORK-DATE   PIC 9(8).
                   15  FILLER              PIC X(2).
           05  AT-CNT              PIC 999     VALUE 0.

      *  THE SHELF PER TIER AND THE GALLONS THE TIMESHEETS DREW  *
       01  PAINT-INV-AREA.
           05  T-PAINT-INV         OCCURS 3.
               10  PV-ON-HAND      PIC S9(7).
               10  PV-REORDER-PT   PIC 9(5).
               10  PV-USED         PIC 9(5).

      *  CREWPROD.DAT AS THIS RUN LEAVES IT  *
       01  CREW-PROD-TABLE-AREA.
           05  CREW-PROD-ENTRY     OCCURS 50.
               10  CT-DATA.
                   15  CT-CREW-ID          PIC XX.
                   15  CT-HOURS            PIC 9(6)V9.
                   15  CT-SQ-FT            PIC 9(8).
                   15  CT-DONE-HOURS       PIC 9(6)V9.
                   15  CT-DONE-QUOTE-HRS   PIC 9(6)V9.
                   15  CT-JOBS-DONE        PIC 9(5).
                   15  CT-PACE-PCT         PIC 9(3)V9.
                   15  CT-LAST-WORK-DATE   PIC 9(8).
                   15  FILLER              PIC X(12).
           05  CT-CNT              PIC 99      VALUE 0.

      *  JOBCREW.DAT AS THIS RUN LEAVES IT - A FINISHED JOB'S LINES  *
      *  ARE MARKED 'D' AND DROPPED WHEN THE FILE IS REWRITTEN       *
       01  JOB-CREW-TABLE-AREA.
           05  JOB-CREW-ENTRY      OCCURS 1000.
               10  JT-EST-NUM      PIC 9(5).
               10  JT-CREW-ID      PIC XX.
               10  JT-HOURS        PIC 9(5)V9.
               10  JT-DEL-SW       PIC X.
           05  JT-CNT              PIC 9(4)    VALUE 0.

      *  THE JOBS FINISHED THIS RUN, FOR THE QUOTE-VERSUS-ACTUAL PAGE *
       01  FINISHED-TABLE-AREA.
           05  FINISHED-ENTRY      OCCURS 200.
               10  FJ-EST-NUM      PIC 9(5).
               10  FJ-QUOTE-HRS    PIC 9(4)V9.
               10  FJ-ACT-HRS      PIC 9(5)V9.
               10  FJ-QUOTE-COST   PIC 9(7)V99.
               10  FJ-ACT-COST     PIC 9(6)V99.
               10  FJ-SQ-FT        PIC 9(7).
           05  FJ-CNT              PIC 999     VALUE 0.

      *  DATA PASSED TO/FROM CBLGEN TO ROLL GENERATION BACKUPS OF    *
      *  THE CARRY-FORWARD FILES BEFORE THEY ARE REWRITTEN           *
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

       01  NO-TS-LINE.
           05  FILLER          PIC X(56)   VALUE
               'NO TIMESHEET FILE - NOTHING POSTED'.
           05  FILLER          PIC X(76)   VALUE ' '.

       01  TS-HEADING.
           05  FILLER          PIC X(6)    VALUE 'CREW'.
           05  FILLER          PIC X(8)    VALUE 'EST'.
           05  FILLER          PIC X(13)   VALUE 'WORKED'.
           05  FILLER          PIC X(5)    VALUE 'HOURS'.
           05  FILLER          PIC X(6)    VALUE '  ECON'.
           05  FILLER          PIC X(6)    VALUE '   STD'.
           05  FILLER          PIC X(6)    VALUE '  PREM'.
           05  FILLER          PIC X(9)    VALUE '    SQ FT'.
           05  FILLER          PIC X(13)   VALUE '         COST'.
           05  FILLER          PIC X(33)   VALUE '   RESULT'.
           05  FILLER          PIC X(27)   VALUE ' '.

      *  ONE TIMESHEET, POSTED OR REJECTED WITH THE REASON  *
       01  TS-LINE.
           05  O-TS-CREW       PIC XX.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-TS-EST        PIC X(5).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-TS-DATE       PIC X(10).
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-TS-HOURS      PIC ZZ9.9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-TS-GALS-1     PIC ZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-TS-GALS-2     PIC ZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-TS-GALS-3     PIC ZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-TS-SQ-FT      PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-TS-COST       PIC $$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-TS-RESULT     PIC X(30).
           05  FILLER          PIC X(27)   VALUE ' '.

       01  TS-DATE-EDIT.
           05  O-TD-YYYY       PIC 9(4).
           05  FILLER          PIC X       VALUE '/'.
           05  O-TD-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-TD-DD         PIC 99.

       01  TS-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE 'TIMESHEETS POSTED:'.
           05  O-TS-POST-CTR   PIC ZZZZ9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'REJECTED:'.
           05  O-TS-REJ-CTR    PIC ZZZZ9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(7)    VALUE 'HOURS:'.
           05  O-TS-TOT-HOURS  PIC ZZZ,ZZ9.9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'COST:'.
           05  O-TS-TOT-COST   PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(14)   VALUE 'JOBS FINISHED:'.
           05  O-TS-FINISH-CTR PIC ZZZZ9.
           05  FILLER          PIC X(22)   VALUE ' '.

      *  WHAT THE CREWS DREW FROM EACH TIER AND WHAT IS LEFT  *
       01  DRAW-LINE.
           05  FILLER          PIC X(14)   VALUE 'PAINT DRAWN - '.
           05  O-DR-TIER       PIC X(10).
           05  FILLER          PIC X(10)   VALUE ' GALLONS: '.
           05  O-DR-GALS       PIC ZZ,ZZ9.
           05  FILLER          PIC X(16)   VALUE '   ON HAND NOW: '.
           05  O-DR-ON-HAND    PIC -Z,ZZZ,ZZ9.
           05  FILLER          PIC X(66)   VALUE ' '.

       01  FJ-HEADING.
           05  FILLER          PIC X(5)    VALUE 'EST'.
           05  FILLER          PIC X(13)   VALUE '   QUOTED HRS'.
           05  FILLER          PIC X(13)   VALUE '   ACTUAL HRS'.
           05  FILLER          PIC X(14)   VALUE '    OVER/UNDER'.
           05  FILLER          PIC X(17)   VALUE
               '      QUOTED COST'.
           05  FILLER          PIC X(17)   VALUE
               '      ACTUAL COST'.
           05  FILLER          PIC X(13)   VALUE '        SQ FT'.
           05  FILLER          PIC X(40)   VALUE ' '.

      *  ONE JOB FINISHED THIS RUN, ITS ACTUALS AGAINST THE QUOTE  *
       01  FJ-LINE.
           05  O-FJ-EST        PIC 9(5).
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-FJ-QUOTE-HRS  PIC ZZ,ZZ9.9.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-FJ-ACT-HRS    PIC ZZ,ZZ9.9.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-FJ-OVER       PIC ---,--9.9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-FJ-QUOTE-COST PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-FJ-ACT-COST   PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-FJ-SQ-FT      PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(40)   VALUE ' '.

       01  NO-FJ-LINE.
           05  FILLER          PIC X(56)   VALUE
               'NO JOBS FINISHED THIS RUN'.
           05  FILLER          PIC X(76)   VALUE ' '.

       01  CP-HEADING-1.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  FILLER          PIC X(33)   VALUE
               '     ---- ALL WORK TO DATE ----'.
           05  FILLER          PIC X(8)    VALUE ' '.
           05  FILLER          PIC X(46)   VALUE
               '     ------------ FINISHED JOBS -------------'.
           05  FILLER          PIC X(38)   VALUE ' '.

       01  CP-HEADING-2.
           05  FILLER          PIC X(7)    VALUE 'CREW'.
           05  FILLER          PIC X(9)    VALUE '    HOURS'.
           05  FILLER          PIC X(13)   VALUE '        SQ FT'.
           05  FILLER          PIC X(11)   VALUE '  SQ FT/HR'.
           05  FILLER          PIC X(8)    VALUE '    JOBS'.
           05  FILLER          PIC X(12)   VALUE '  ACTUAL HRS'.
           05  FILLER          PIC X(12)   VALUE '  QUOTED HRS'.
           05  FILLER          PIC X(13)   VALUE '   OVER/UNDER'.
           05  FILLER          PIC X(9)    VALUE '     PACE'.
           05  FILLER          PIC X(38)   VALUE ' '.

      *  ONE CREW: ITS RATE ON EVERYTHING IT HAS BOOKED, THEN ITS     *
      *  HOURS AGAINST ITS SHARE OF THE QUOTE ON FINISHED JOBS AND    *
      *  THE PACE THE SCHEDULING RUN PLANS IT AT                      *
       01  CP-LINE.
           05  O-CP-CREW       PIC XX.
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-CP-HOURS      PIC ZZZ,ZZ9.9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-CP-SQ-FT      PIC ZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-CP-SQ-FT-HR   PIC ZZ,ZZ9.9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-CP-JOBS       PIC ZZZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-CP-DONE-HRS   PIC ZZZ,ZZ9.9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-CP-QUOTE-HRS  PIC ZZZ,ZZ9.9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-CP-OVER       PIC ----,--9.9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-CP-PACE       PIC ZZ9.9.
           05  FILLER          PIC X       VALUE '%'.
           05  FILLER          PIC X(38)   VALUE ' '.

       01  CP-NOTE-LINE.
           05  FILLER          PIC X(49)   VALUE
               'PACE = ACTUAL HOURS AS A PERCENT OF QUOTED HOURS '.
           05  FILLER          PIC X(83)   VALUE 'ON FINISHED JOBS.'.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-POST-TIMESHEETS.
           PERFORM L5-FINISHED-PAGE.
           PERFORM L6-PRODUCTIVITY-PAGE.
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

           PERFORM L2A-LOAD-ESTIMATES.
           PERFORM L2C-LOAD-CREWS.
           PERFORM L2G-LOAD-ACTUALS.
           PERFORM L2I-LOAD-PAINT-INV.
           PERFORM L2K-LOAD-CREW-PROD.
           PERFORM L2M-LOAD-JOB-CREW.

      *  ONLY ACCEPTED AND COMPLETED ESTIMATES MATTER HERE  *
       L2A-LOAD-ESTIMATES.
           MOVE 0 TO EQ-CNT.
           MOVE 'N' TO ES-EOF-SW.
           OPEN INPUT EST-STATUS-FILE.
           IF WS-ES-STATUS = '00'
               PERFORM L2B-READ-ESTIMATE
                   UNTIL ES-EOF-SW = 'Y'
               CLOSE EST-STATUS-FILE.

       L2B-READ-ESTIMATE.
           READ EST-STATUS-FILE
               AT END
                   MOVE 'Y' TO ES-EOF-SW
               NOT AT END
                   IF (SF-STATUS = 'A' OR SF-STATUS = 'C')
                       AND EQ-CNT < 500
                       ADD 1 TO EQ-CNT
                       MOVE SF-EST-NUM TO EQ-EST-NUM(EQ-CNT)
                       MOVE SF-STATUS TO EQ-STATUS(EQ-CNT)
                       MOVE SF-TOTAL-COST TO EQ-TOTAL-COST(EQ-CNT)
                       IF SF-LABOR-HRS IS NUMERIC
                           MOVE SF-LABOR-HRS TO EQ-LABOR-HRS(EQ-CNT)
                       ELSE
                           MOVE 0 TO EQ-LABOR-HRS(EQ-CNT)
                       END-IF
                   END-IF
           END-READ.

      *  EACH CREW ONCE, HOWEVER MANY CREW-DAYS IT HAS  *
       L2C-LOAD-CREWS.
           MOVE 0 TO VC-CNT.
           MOVE 'N' TO CW-EOF-SW.
           OPEN INPUT CREW-CAP-FILE.
           IF WS-CW-STATUS = '00'
               PERFORM L2D-READ-CREW
                   UNTIL CW-EOF-SW = 'Y'
               CLOSE CREW-CAP-FILE.

       L2D-READ-CREW.
           READ CREW-CAP-FILE
               AT END
                   MOVE 'Y' TO CW-EOF-SW
               NOT AT END
                   MOVE CW-CREW-ID TO TS-CREW-ID
                   PERFORM L4B-FIND-CREW
                   IF C-VC-FOUND-SW = 'N' AND VC-CNT < 50
                       AND CW-CREW-ID NOT = SPACES
                       ADD 1 TO VC-CNT
                       MOVE CW-CREW-ID TO VC-CREW-ID(VC-CNT)
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

      *  LOADS ACTUAL.DAT - JOBS IN PROGRESS, FINISHED JOBS AND       *
      *  HAND-KEYED LUMPS ALIKE; ALL OF THEM ARE WRITTEN BACK         *
       L2G-LOAD-ACTUALS.
           MOVE 0 TO AT-CNT.
           MOVE 'N' TO AJ-EOF-SW.
           OPEN INPUT ACTUAL-JOB-FILE.
           IF WS-AJ-STATUS = '00'
               MOVE 'Y' TO AJ-ON-FILE-SW
               PERFORM L2H-READ-ACTUAL
                   UNTIL AJ-EOF-SW = 'Y'
               CLOSE ACTUAL-JOB-FILE.

       L2H-READ-ACTUAL.
           READ ACTUAL-JOB-FILE
               AT END
                   MOVE 'Y' TO AJ-EOF-SW
               NOT AT END
                   IF AT-CNT < 500
                       ADD 1 TO AT-CNT
                       MOVE AJ-REC TO AT-DATA(AT-CNT)
                   END-IF
           END-READ.

      *  LOADS THE SHELF POSITION PER TIER; A MISSING FILE JUST      *
      *  MEANS THE LEDGER STARTS FROM ZERO                           *
       L2I-LOAD-PAINT-INV.
           INITIALIZE PAINT-INV-AREA.
           MOVE 'N' TO PI-EOF-SW.
           OPEN INPUT PAINT-INV-FILE.
           IF WS-PI-STATUS = '00'
               MOVE 'Y' TO PI-ON-FILE-SW
               PERFORM L2J-READ-PAINT-INV
                   UNTIL PI-EOF-SW = 'Y'
               CLOSE PAINT-INV-FILE.

       L2J-READ-PAINT-INV.
           READ PAINT-INV-FILE
               AT END
                   MOVE 'Y' TO PI-EOF-SW
               NOT AT END
                   IF PI-TIER > 0 AND PI-TIER < 4
                       MOVE PI-GALS-ON-HAND TO PV-ON-HAND(PI-TIER)
                       MOVE PI-REORDER-PT TO PV-REORDER-PT(PI-TIER)
                   END-IF
           END-READ.

       L2K-LOAD-CREW-PROD.
           MOVE 0 TO CT-CNT.
           MOVE 'N' TO CP-EOF-SW.
           OPEN INPUT CREW-PROD-FILE.
           IF WS-CP-STATUS = '00'
               MOVE 'Y' TO CP-ON-FILE-SW
               PERFORM L2L-READ-CREW-PROD
                   UNTIL CP-EOF-SW = 'Y'
               CLOSE CREW-PROD-FILE.

       L2L-READ-CREW-PROD.
           READ CREW-PROD-FILE
               AT END
                   MOVE 'Y' TO CP-EOF-SW
               NOT AT END
                   IF CT-CNT < 50
                       ADD 1 TO CT-CNT
                       MOVE CREW-PROD-REC TO CT-DATA(CT-CNT)
                   END-IF
           END-READ.

       L2M-LOAD-JOB-CREW.
           MOVE 0 TO JT-CNT.
           MOVE 'N' TO JR-EOF-SW.
           OPEN INPUT JOB-CREW-FILE.
           IF WS-JR-STATUS = '00'
               MOVE 'Y' TO JR-ON-FILE-SW
               PERFORM L2N-READ-JOB-CREW
                   UNTIL JR-EOF-SW = 'Y'
               CLOSE JOB-CREW-FILE.

       L2N-READ-JOB-CREW.
           READ JOB-CREW-FILE
               AT END
                   MOVE 'Y' TO JR-EOF-SW
               NOT AT END
                   IF JT-CNT < 1000
                       ADD 1 TO JT-CNT
                       MOVE JR-EST-NUM TO JT-EST-NUM(JT-CNT)
                       MOVE JR-CREW-ID TO JT-CREW-ID(JT-CNT)
                       MOVE JR-HOURS TO JT-HOURS(JT-CNT)
                       MOVE ' ' TO JT-DEL-SW(JT-CNT)
                   END-IF
           END-READ.

      *  POSTS EACH TIMESHEET. A TIMESHEET NEEDS A KNOWN CREW, AN     *
      *  ACCEPTED JOB THAT ISN'T FINISHED, A DATE NO LATER THAN THE   *
      *  RUN DATE AND NUMERIC FIGURES; A BAD ONE IS LISTED WITH THE   *
      *  REASON AND POSTS NOTHING                                     *
       L3-POST-TIMESHEETS.
           MOVE 'CREW TIMESHEET POSTING' TO O-RPT-TITLE.
           PERFORM L3C-TIMESHEET-HEADING.
           MOVE 'N' TO TS-EOF-SW.
           OPEN INPUT TIMESHEET-FILE.
           IF WS-TS-STATUS = '00'
               PERFORM L3A-READ-TIMESHEET
                   UNTIL TS-EOF-SW = 'Y'
               CLOSE TIMESHEET-FILE
           ELSE
               WRITE PRTLINE FROM NO-TS-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE C-POST-CTR TO O-TS-POST-CTR.
           MOVE C-REJ-CTR TO O-TS-REJ-CTR.
           MOVE C-POST-HOURS TO O-TS-TOT-HOURS.
           MOVE C-POST-COST TO O-TS-TOT-COST.
           MOVE C-FINISH-CTR TO O-TS-FINISH-CTR.
           WRITE PRTLINE FROM TS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM L3E-PRINT-DRAW
               VARYING PV-SUB FROM 1 BY 1
                   UNTIL PV-SUB > 3.

       L3A-READ-TIMESHEET.
           READ TIMESHEET-FILE
               AT END
                   MOVE 'Y' TO TS-EOF-SW
               NOT AT END
                   ADD 1 TO C-READ-CTR
                   PERFORM L3B-POST-ONE THRU L3B-POST-EXIT
           END-READ.

       L3B-POST-ONE.
           MOVE 0 TO C-LINE-COST.
           INSPECT TS-TIER-GALS-X REPLACING ALL SPACE BY ZERO.
           INSPECT TS-SQ-FT REPLACING ALL SPACE BY ZERO.
           PERFORM L4B-FIND-CREW.
           IF C-VC-FOUND-SW = 'N'
               MOVE 'CREW NOT ON CREWCAP.DAT' TO C-REJ-REASON
               GO TO L3B-POST-REJECT.
           MOVE 0 TO C-EQ-FOUND-SUB.
           IF TS-EST-NUM IS NUMERIC
               PERFORM L4A-FIND-ESTIMATE.
           IF C-EQ-FOUND-SUB = 0
               MOVE 'NOT AN ACCEPTED ESTIMATE' TO C-REJ-REASON
               GO TO L3B-POST-REJECT.
           IF EQ-STATUS(C-EQ-FOUND-SUB) = 'C'
               MOVE 'JOB ALREADY COMPLETED' TO C-REJ-REASON
               GO TO L3B-POST-REJECT.
           PERFORM L4C-FIND-ACTUAL.
           IF C-AT-FOUND-SUB > 0
               IF AT-JOB-STATUS(C-AT-FOUND-SUB) NOT = 'W'
                   MOVE 'JOB ALREADY FINISHED' TO C-REJ-REASON
                   GO TO L3B-POST-REJECT.
           IF TS-DATE = SPACES
               MOVE WS-CURR-DATE-NUM TO C-WORK-DATE
           ELSE
               IF TS-DATE IS NOT NUMERIC
                   MOVE 'DATE WORKED NOT NUMERIC' TO C-REJ-REASON
                   GO TO L3B-POST-REJECT
               ELSE
                   MOVE TS-DATE-N TO C-WORK-DATE.
           IF C-WORK-DATE > WS-CURR-DATE-NUM
               MOVE 'DATE WORKED IS IN THE FUTURE' TO C-REJ-REASON
               GO TO L3B-POST-REJECT.
           IF TS-HOURS IS NOT NUMERIC
               MOVE 'HOURS NOT NUMERIC' TO C-REJ-REASON
               GO TO L3B-POST-REJECT.
           IF TS-TIER-GALS-X IS NOT NUMERIC
               MOVE 'GALLONS NOT NUMERIC' TO C-REJ-REASON
               GO TO L3B-POST-REJECT.
           IF TS-SQ-FT IS NOT NUMERIC
               MOVE 'SQUARE FEET NOT NUMERIC' TO C-REJ-REASON
               GO TO L3B-POST-REJECT.
           ADD TS-TIER-GALS(1) TS-TIER-GALS(2) TS-TIER-GALS(3)
               GIVING C-LINE-GALS.
           IF TS-HOURS-N = 0 AND C-LINE-GALS = 0
               IF NOT TS-JOB-FINISHED
                   MOVE 'NO HOURS OR GALLONS' TO C-REJ-REASON
                   GO TO L3B-POST-REJECT
               ELSE
                   IF C-AT-FOUND-SUB = 0
                       MOVE 'NO WORK POSTED TO THIS JOB'
                           TO C-REJ-REASON
                       GO TO L3B-POST-REJECT.
      *  EVERY TABLE THE LINE WILL LAND IN MUST HAVE ROOM BEFORE ANY *
      *  OF THEM IS TOUCHED                                          *
           IF C-AT-FOUND-SUB = 0 AND AT-CNT NOT < 500
               MOVE 'ACTUAL FILE IS FULL' TO C-REJ-REASON
               GO TO L3B-POST-REJECT.
           PERFORM L4D-FIND-CREW-PROD.
           IF C-CT-FOUND-SUB = 0 AND CT-CNT NOT < 50
               MOVE 'CREW FILE IS FULL' TO C-REJ-REASON
               GO TO L3B-POST-REJECT.
           PERFORM L4E-FIND-JOB-CREW.
           IF C-JT-FOUND-SUB = 0 AND JT-CNT NOT < 1000
               AND TS-HOURS-N > 0
                   MOVE 'JOB/CREW FILE IS FULL' TO C-REJ-REASON
                   GO TO L3B-POST-REJECT.

           PERFORM L3D-APPLY-TIMESHEET.
           ADD 1 TO C-POST-CTR.
           ADD TS-HOURS-N TO C-POST-HOURS.
           ADD C-LINE-COST TO C-POST-COST.
           IF TS-JOB-FINISHED
               PERFORM L4F-FINISH-JOB
               MOVE 'POSTED - JOB FINISHED' TO O-TS-RESULT
           ELSE
               MOVE 'POSTED' TO O-TS-RESULT.
           MOVE C-WORK-DATE TO C-PRT-DATE.
           MOVE C-PRT-YYYY TO O-TD-YYYY.
           MOVE C-PRT-MM TO O-TD-MM.
           MOVE C-PRT-DD TO O-TD-DD.
           MOVE TS-DATE-EDIT TO O-TS-DATE.
           PERFORM L3F-PRINT-TIMESHEET.
           GO TO L3B-POST-EXIT.

       L3B-POST-REJECT.
           ADD 1 TO C-REJ-CTR.
           MOVE TS-DATE TO O-TS-DATE.
           MOVE C-REJ-REASON TO O-TS-RESULT.
           PERFORM L3F-PRINT-TIMESHEET.

       L3B-POST-EXIT.
           EXIT.

       L3C-TIMESHEET-HEADING.
           PERFORM L2F-NEW-PAGE.
           WRITE PRTLINE FROM TS-HEADING
               AFTER ADVANCING 1 LINE.

      *  THE DAY GOES ONTO THE JOB'S ACTUALS, THE CREW'S RECORD AND   *
      *  THE CREW'S HOURS ON THE JOB; THE GALLONS COME OFF THE SHELF  *
      *  AT THE TIER THEY WERE DRAWN FROM, COSTED AT THAT TIER'S      *
      *  PRICE, AND THE HOURS ARE COSTED AT THE QUOTING LABOR RATE    *
       L3D-APPLY-TIMESHEET.
           IF C-AT-FOUND-SUB = 0
               ADD 1 TO AT-CNT
               MOVE AT-CNT TO C-AT-FOUND-SUB
               MOVE SPACES TO AT-DATA(AT-CNT)
               INITIALIZE AT-DATA(AT-CNT)
               MOVE TS-EST-NUM-N TO AT-EST-NUM(AT-CNT)
               MOVE 'W' TO AT-JOB-STATUS(AT-CNT).
           MOVE 0 TO C-LINE-PAINT.
           PERFORM L3D1-DRAW-ONE-TIER
               VARYING PV-SUB FROM 1 BY 1
                   UNTIL PV-SUB > 3.
           COMPUTE C-LINE-LABOR ROUNDED = TS-HOURS-N * C-LABOR-RATE.
           ADD C-LINE-LABOR C-LINE-PAINT GIVING C-LINE-COST.
           ADD C-LINE-GALS TO AT-GALS(C-AT-FOUND-SUB).
           ADD C-LINE-LABOR TO AT-LABOR-COST(C-AT-FOUND-SUB).
           ADD C-LINE-COST TO AT-TOTAL-COST(C-AT-FOUND-SUB).
           ADD TS-HOURS-N TO AT-HOURS(C-AT-FOUND-SUB).
           ADD TS-SQ-FT-N TO AT-SQ-FT(C-AT-FOUND-SUB).
           IF C-WORK-DATE > AT-LAST-WORK-DATE(C-AT-FOUND-SUB)
               MOVE C-WORK-DATE TO AT-LAST-WORK-DATE(C-AT-FOUND-SUB).

           IF C-CT-FOUND-SUB = 0
               ADD 1 TO CT-CNT
               MOVE CT-CNT TO C-CT-FOUND-SUB
               MOVE SPACES TO CT-DATA(CT-CNT)
               INITIALIZE CT-DATA(CT-CNT)
               MOVE TS-CREW-ID TO CT-CREW-ID(CT-CNT)
               MOVE 100.0 TO CT-PACE-PCT(CT-CNT).
           ADD TS-HOURS-N TO CT-HOURS(C-CT-FOUND-SUB).
           ADD TS-SQ-FT-N TO CT-SQ-FT(C-CT-FOUND-SUB).
           IF C-WORK-DATE > CT-LAST-WORK-DATE(C-CT-FOUND-SUB)
               MOVE C-WORK-DATE TO CT-LAST-WORK-DATE(C-CT-FOUND-SUB).

           IF TS-HOURS-N > 0
               IF C-JT-FOUND-SUB = 0
                   ADD 1 TO JT-CNT
                   MOVE JT-CNT TO C-JT-FOUND-SUB
                   MOVE TS-EST-NUM-N TO JT-EST-NUM(JT-CNT)
                   MOVE TS-CREW-ID TO JT-CREW-ID(JT-CNT)
                   MOVE 0 TO JT-HOURS(JT-CNT)
                   MOVE ' ' TO JT-DEL-SW(JT-CNT)
               END-IF
               ADD TS-HOURS-N TO JT-HOURS(C-JT-FOUND-SUB).

       L3D1-DRAW-ONE-TIER.
           IF TS-TIER-GALS(PV-SUB) > 0
               SUBTRACT TS-TIER-GALS(PV-SUB) FROM PV-ON-HAND(PV-SUB)
               ADD TS-TIER-GALS(PV-SUB) TO PV-USED(PV-SUB)
               COMPUTE C-LINE-PAINT ROUNDED = C-LINE-PAINT +
                   TS-TIER-GALS(PV-SUB) * T-QUALITY-PRICE(PV-SUB).

       L3E-PRINT-DRAW.
           MOVE T-QUALITY-NAME(PV-SUB) TO O-DR-TIER.
           MOVE PV-USED(PV-SUB) TO O-DR-GALS.
           MOVE PV-ON-HAND(PV-SUB) TO O-DR-ON-HAND.
           WRITE PRTLINE FROM DRAW-LINE
               AFTER ADVANCING 1 LINE.

       L3F-PRINT-TIMESHEET.
           MOVE TS-CREW-ID TO O-TS-CREW.
           MOVE TS-EST-NUM TO O-TS-EST.
           IF TS-HOURS IS NUMERIC
               MOVE TS-HOURS-N TO O-TS-HOURS
           ELSE
               MOVE 0 TO O-TS-HOURS.
           IF TS-TIER-GALS-X IS NUMERIC
               MOVE TS-TIER-GALS(1) TO O-TS-GALS-1
               MOVE TS-TIER-GALS(2) TO O-TS-GALS-2
               MOVE TS-TIER-GALS(3) TO O-TS-GALS-3
           ELSE
               MOVE 0 TO O-TS-GALS-1 O-TS-GALS-2 O-TS-GALS-3.
           IF TS-SQ-FT IS NUMERIC
               MOVE TS-SQ-FT-N TO O-TS-SQ-FT
           ELSE
               MOVE 0 TO O-TS-SQ-FT.
           MOVE C-LINE-COST TO O-TS-COST.
           WRITE PRTLINE FROM TS-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3C-TIMESHEET-HEADING.

       L4A-FIND-ESTIMATE.
           PERFORM L4A1-MATCH-ESTIMATE
               VARYING EQ-SUB FROM 1 BY 1
                   UNTIL EQ-SUB > EQ-CNT
                       OR C-EQ-FOUND-SUB > 0.

       L4A1-MATCH-ESTIMATE.
           IF EQ-EST-NUM(EQ-SUB) = TS-EST-NUM-N
               MOVE EQ-SUB TO C-EQ-FOUND-SUB.

      *  LOOKS TS-CREW-ID UP AMONG THE CREWS ON CREWCAP.DAT  *
       L4B-FIND-CREW.
           MOVE 'N' TO C-VC-FOUND-SW.
           PERFORM L4B1-MATCH-CREW
               VARYING VC-SUB FROM 1 BY 1
                   UNTIL VC-SUB > VC-CNT
                       OR C-VC-FOUND-SW = 'Y'.

       L4B1-MATCH-CREW.
           IF VC-CREW-ID(VC-SUB) = TS-CREW-ID
               MOVE 'Y' TO C-VC-FOUND-SW.

       L4C-FIND-ACTUAL.
           MOVE 0 TO C-AT-FOUND-SUB.
           PERFORM L4C1-MATCH-ACTUAL
               VARYING AT-SUB FROM 1 BY 1
                   UNTIL AT-SUB > AT-CNT
                       OR C-AT-FOUND-SUB > 0.

       L4C1-MATCH-ACTUAL.
           IF AT-EST-NUM(AT-SUB) = TS-EST-NUM-N
               MOVE AT-SUB TO C-AT-FOUND-SUB.

       L4D-FIND-CREW-PROD.
           MOVE 0 TO C-CT-FOUND-SUB.
           PERFORM L4D1-MATCH-CREW-PROD
               VARYING CT-SUB FROM 1 BY 1
                   UNTIL CT-SUB > CT-CNT
                       OR C-CT-FOUND-SUB > 0.

       L4D1-MATCH-CREW-PROD.
           IF CT-CREW-ID(CT-SUB) = TS-CREW-ID
               MOVE CT-SUB TO C-CT-FOUND-SUB.

       L4E-FIND-JOB-CREW.
           MOVE 0 TO C-JT-FOUND-SUB.
           PERFORM L4E1-MATCH-JOB-CREW
               VARYING JT-SUB FROM 1 BY 1
                   UNTIL JT-SUB > JT-CNT
                       OR C-JT-FOUND-SUB > 0.

       L4E1-MATCH-JOB-CREW.
           IF JT-EST-NUM(JT-SUB) = TS-EST-NUM-N
               AND JT-CREW-ID(JT-SUB) = TS-CREW-ID
               AND JT-DEL-SW(JT-SUB) NOT = 'D'
                   MOVE JT-SUB TO C-JT-FOUND-SUB.

      *  CLOSES THE JOB ON ACTUAL.DAT AND SPLITS ITS QUOTED HOURS     *
      *  AMONG THE CREWS THAT WORKED IT, EACH BY ITS SHARE OF THE     *
      *  HOURS ACTUALLY PUT IN                                        *
       L4F-FINISH-JOB.
           MOVE 'C' TO AT-JOB-STATUS(C-AT-FOUND-SUB).
           ADD 1 TO C-FINISH-CTR.
           PERFORM L4G-FINISH-ONE-CREW
               VARYING JT-SUB FROM 1 BY 1
                   UNTIL JT-SUB > JT-CNT.
           IF FJ-CNT < 200
               ADD 1 TO FJ-CNT
               MOVE TS-EST-NUM-N TO FJ-EST-NUM(FJ-CNT)
               MOVE EQ-LABOR-HRS(C-EQ-FOUND-SUB)
                   TO FJ-QUOTE-HRS(FJ-CNT)
               MOVE EQ-TOTAL-COST(C-EQ-FOUND-SUB)
                   TO FJ-QUOTE-COST(FJ-CNT)
               MOVE AT-HOURS(C-AT-FOUND-SUB) TO FJ-ACT-HRS(FJ-CNT)
               MOVE AT-TOTAL-COST(C-AT-FOUND-SUB)
                   TO FJ-ACT-COST(FJ-CNT)
               MOVE AT-SQ-FT(C-AT-FOUND-SUB) TO FJ-SQ-FT(FJ-CNT).

       L4G-FINISH-ONE-CREW.
           IF JT-EST-NUM(JT-SUB) = TS-EST-NUM-N
               AND JT-DEL-SW(JT-SUB) NOT = 'D'
                   MOVE 'D' TO JT-DEL-SW(JT-SUB)
                   MOVE JT-CREW-ID(JT-SUB) TO TS-CREW-ID
                   PERFORM L4D-FIND-CREW-PROD
                   IF C-CT-FOUND-SUB > 0
                       AND AT-HOURS(C-AT-FOUND-SUB) > 0
                           COMPUTE C-QUOTE-SHARE ROUNDED =
                               EQ-LABOR-HRS(C-EQ-FOUND-SUB)
                                   * JT-HOURS(JT-SUB)
                                   / AT-HOURS(C-AT-FOUND-SUB)
                           ADD JT-HOURS(JT-SUB)
                               TO CT-DONE-HOURS(C-CT-FOUND-SUB)
                           ADD C-QUOTE-SHARE
                               TO CT-DONE-QUOTE-HRS(C-CT-FOUND-SUB)
                           ADD 1 TO CT-JOBS-DONE(C-CT-FOUND-SUB)
                           PERFORM L4H-SET-PACE.

      *  ACTUAL HOURS AS A PERCENT OF QUOTED ON THE CREW'S FINISHED  *
      *  JOBS; A JOB QUOTED AT NO HOURS LEAVES THE PACE WHERE IT WAS *
       L4H-SET-PACE.
           IF CT-DONE-QUOTE-HRS(C-CT-FOUND-SUB) > 0
               COMPUTE CT-PACE-PCT(C-CT-FOUND-SUB) ROUNDED =
                   CT-DONE-HOURS(C-CT-FOUND-SUB) * 100
                       / CT-DONE-QUOTE-HRS(C-CT-FOUND-SUB)
                   ON SIZE ERROR
                       MOVE 999.9 TO CT-PACE-PCT(C-CT-FOUND-SUB)
               END-COMPUTE.

      *  THE JOBS FINISHED THIS RUN, ACTUAL HOURS AND COST AGAINST   *
      *  THE QUOTE                                                   *
       L5-FINISHED-PAGE.
           MOVE 'JOBS FINISHED VS QUOTE' TO O-RPT-TITLE.
           PERFORM L5B-FINISHED-HEADING.
           IF FJ-CNT = 0
               WRITE PRTLINE FROM NO-FJ-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM L5A-PRINT-FINISHED
                   VARYING FJ-SUB FROM 1 BY 1
                       UNTIL FJ-SUB > FJ-CNT.

       L5A-PRINT-FINISHED.
           MOVE FJ-EST-NUM(FJ-SUB) TO O-FJ-EST.
           MOVE FJ-QUOTE-HRS(FJ-SUB) TO O-FJ-QUOTE-HRS.
           MOVE FJ-ACT-HRS(FJ-SUB) TO O-FJ-ACT-HRS.
           SUBTRACT FJ-QUOTE-HRS(FJ-SUB) FROM FJ-ACT-HRS(FJ-SUB)
               GIVING C-OVER-HRS.
           MOVE C-OVER-HRS TO O-FJ-OVER.
           MOVE FJ-QUOTE-COST(FJ-SUB) TO O-FJ-QUOTE-COST.
           MOVE FJ-ACT-COST(FJ-SUB) TO O-FJ-ACT-COST.
           MOVE FJ-SQ-FT(FJ-SUB) TO O-FJ-SQ-FT.
           WRITE PRTLINE FROM FJ-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L5B-FINISHED-HEADING.

       L5B-FINISHED-HEADING.
           PERFORM L2F-NEW-PAGE.
           WRITE PRTLINE FROM FJ-HEADING
               AFTER ADVANCING 1 LINE.

      *  EVERY CREW'S SQUARE FEET PER LABOR HOUR AND ITS HOURS OVER   *
      *  OR UNDER THE QUOTE ON FINISHED JOBS                          *
       L6-PRODUCTIVITY-PAGE.
           MOVE 'CREW PRODUCTIVITY TO DATE' TO O-RPT-TITLE.
           PERFORM L6B-PRODUCTIVITY-HEADING.
           PERFORM L6A-PRINT-CREW
               VARYING CT-SUB FROM 1 BY 1
                   UNTIL CT-SUB > CT-CNT.
           WRITE PRTLINE FROM CP-NOTE-LINE
               AFTER ADVANCING 2 LINES.

       L6A-PRINT-CREW.
           MOVE CT-CREW-ID(CT-SUB) TO O-CP-CREW.
           MOVE CT-HOURS(CT-SUB) TO O-CP-HOURS.
           MOVE CT-SQ-FT(CT-SUB) TO O-CP-SQ-FT.
           MOVE 0 TO C-SQ-FT-HR.
           IF CT-HOURS(CT-SUB) > 0
               DIVIDE CT-SQ-FT(CT-SUB) BY CT-HOURS(CT-SUB)
                   GIVING C-SQ-FT-HR ROUNDED
                   ON SIZE ERROR
                       MOVE 0 TO C-SQ-FT-HR
               END-DIVIDE.
           MOVE C-SQ-FT-HR TO O-CP-SQ-FT-HR.
           MOVE CT-JOBS-DONE(CT-SUB) TO O-CP-JOBS.
           MOVE CT-DONE-HOURS(CT-SUB) TO O-CP-DONE-HRS.
           MOVE CT-DONE-QUOTE-HRS(CT-SUB) TO O-CP-QUOTE-HRS.
           SUBTRACT CT-DONE-QUOTE-HRS(CT-SUB) FROM CT-DONE-HOURS(CT-SUB)
               GIVING C-OVER-HRS.
           MOVE C-OVER-HRS TO O-CP-OVER.
           MOVE CT-PACE-PCT(CT-SUB) TO O-CP-PACE.
           WRITE PRTLINE FROM CP-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L6B-PRODUCTIVITY-HEADING.

       L6B-PRODUCTIVITY-HEADING.
           PERFORM L2F-NEW-PAGE.
           WRITE PRTLINE FROM CP-HEADING-1
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM CP-HEADING-2
               AFTER ADVANCING 1 LINE.

      *  REWRITES THE JOB ACTUALS, THE SHELF, THE CREW RECORDS AND    *
      *  THE CREWS' HOURS ON OPEN JOBS WHEN ANYTHING WAS POSTED,      *
      *  AFTER ROLLING A GENERATION BACKUP OF EACH                    *
       L8-SAVE-FILES.
           IF C-POST-CTR > 0
               MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE
               MOVE 'L' TO GN-ORG
               IF AJ-ON-FILE-SW = 'Y'
                   MOVE 'ACTUAL.DAT' TO GN-FILE-NAME
                   CALL 'CBLGEN' USING CBLGEN-DATA
               END-IF
               IF PI-ON-FILE-SW = 'Y'
                   MOVE 'PNTINV.DAT' TO GN-FILE-NAME
                   CALL 'CBLGEN' USING CBLGEN-DATA
               END-IF
               IF CP-ON-FILE-SW = 'Y'
                   MOVE 'CREWPROD.DAT' TO GN-FILE-NAME
                   CALL 'CBLGEN' USING CBLGEN-DATA
               END-IF
               IF JR-ON-FILE-SW = 'Y'
                   MOVE 'JOBCREW.DAT' TO GN-FILE-NAME
                   CALL 'CBLGEN' USING CBLGEN-DATA
               END-IF
               OPEN OUTPUT ACTUAL-JOB-FILE
               PERFORM L8A-WRITE-ACTUAL
                   VARYING AT-SUB FROM 1 BY 1
                       UNTIL AT-SUB > AT-CNT
               CLOSE ACTUAL-JOB-FILE
               OPEN OUTPUT PAINT-INV-FILE
               PERFORM L8B-WRITE-PAINT-INV
                   VARYING PV-SUB FROM 1 BY 1
                       UNTIL PV-SUB > 3
               CLOSE PAINT-INV-FILE
               OPEN OUTPUT CREW-PROD-FILE
               PERFORM L8C-WRITE-CREW-PROD
                   VARYING CT-SUB FROM 1 BY 1
                       UNTIL CT-SUB > CT-CNT
               CLOSE CREW-PROD-FILE
               OPEN OUTPUT JOB-CREW-FILE
               PERFORM L8D-WRITE-JOB-CREW
                   VARYING JT-SUB FROM 1 BY 1
                       UNTIL JT-SUB > JT-CNT
               CLOSE JOB-CREW-FILE.

       L8A-WRITE-ACTUAL.
           MOVE AT-DATA(AT-SUB) TO AJ-REC.
           WRITE AJ-REC.

       L8B-WRITE-PAINT-INV.
           MOVE PV-SUB TO PI-TIER.
           MOVE PV-ON-HAND(PV-SUB) TO PI-GALS-ON-HAND.
           MOVE PV-REORDER-PT(PV-SUB) TO PI-REORDER-PT.
           MOVE SPACES TO PAINT-INV-REC (14:7).
           WRITE PAINT-INV-REC.

       L8C-WRITE-CREW-PROD.
           MOVE CT-DATA(CT-SUB) TO CREW-PROD-REC.
           WRITE CREW-PROD-REC.

       L8D-WRITE-JOB-CREW.
           IF JT-DEL-SW(JT-SUB) NOT = 'D'
               MOVE SPACES TO JOB-CREW-REC
               MOVE JT-EST-NUM(JT-SUB) TO JR-EST-NUM
               MOVE JT-CREW-ID(JT-SUB) TO JR-CREW-ID
               MOVE JT-HOURS(JT-SUB) TO JR-HOURS
               WRITE JOB-CREW-REC.

      *  PROVES THE RUN PROCESSED WHAT IT WAS GIVEN: TIMESHEETS READ *
      *  MUST EQUAL TIMESHEETS POSTED PLUS TIMESHEETS REJECTED       *
       L9-CLOSING.
           CLOSE PRTOUT.

           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC41' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           MOVE C-READ-CTR TO RL-RECS-READ.
           MOVE C-POST-CTR TO RL-RECS-OUT-1.
           MOVE 0 TO RL-RECS-OUT-2.
           MOVE C-REJ-CTR TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
