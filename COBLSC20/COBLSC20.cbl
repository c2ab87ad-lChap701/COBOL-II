      *  PRINTS THE BOOKED-JOBS CALENDAR PLUS AN UNSCHEDULED-BACKLOG    *
      *  PAGE SHOWING HOW MANY LABOR HOURS ARE WAITING - SO THE         *
      *  PAINTERS STOP BEING IDLE ONE WEEK AND DOUBLE-BOOKED THE NEXT.  *
      *  A CREW-DAY HOLDS QUOTED HOURS AT THE CREW'S OWN PACE FROM THE  *
      *  TIMESHEETS (CREWPROD.DAT): A CREW THAT RUNS 25% OVER QUOTE     *
      *  GETS 8 HOURS' WORTH OF QUOTE OUT OF A 10-HOUR DAY. A CREW WITH *
      *  NO FINISHED JOBS YET IS PLANNED AT THE QUOTE.                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CW-STATUS.

      *  EACH CREW'S PACE AGAINST THE QUOTE, KEPT BY THE TIMESHEET  *
      *  POSTING RUN (COBLSC41)                                      *
           SELECT CREW-PROD-FILE
               ASSIGN TO 'CREWPROD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'CREWSCH.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       FD  EST-STATUS-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 95 CHARACTERS
           DATA RECORD IS EST-STATUS-REC.

      *  CPY FILE THAT CONTAINS EST-STATUS-REC LAYOUT, SHARED WITH    *
      *  THE ESTIMATING RUN (COBLSC05) THAT KEEPS ESTSTAT.DAT         *
           COPY 'ESTSTAT.CPY'.

      *  ONE CREW-DAY: THE DATE, THE CREW, AND THE HOURS IT HAS  *
       FD  CREW-CAP-FILE
           05  CW-HOURS-AVAIL      PIC 9(3)V9.
           05  FILLER              PIC X(6).

       FD  CREW-PROD-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS CREW-PROD-REC.

      *  CPY FILE THAT CONTAINS CREW-PROD-REC LAYOUT, SHARED WITH THE *
      *  TIMESHEET POSTING RUN (COBLSC41)                             *
           COPY 'CREWPROD.CPY'.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05  C-PCTR              PIC 99      VALUE 0.
           05  WS-ES-STATUS        PIC XX      VALUE '00'.
           05  WS-CW-STATUS        PIC XX      VALUE '00'.
           05  WS-CP-STATUS        PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  ES-EOF-SW           PIC X       VALUE 'N'.
           05  CW-EOF-SW           PIC X       VALUE 'N'.
           05  CP-EOF-SW           PIC X       VALUE 'N'.
           05  PACE-SUB            PIC 99      VALUE 0.
           05  C-PACE-FOUND-SUB    PIC 99      VALUE 0.
           05  JOB-SUB             PIC 999     VALUE 0.
           05  JOB-CNT             PIC 999     VALUE 0.
           05  SLOT-SUB            PIC 999     VALUE 0.

      *  SCRATCH ENTRIES FOR THE SORT SWAPS  *
       01  JOB-HOLD-ENTRY          PIC X(22).
       01  SLOT-HOLD-ENTRY         PIC X(23).

      *  THE CREW-DAYS, EARLIEST FIRST, WITH THE HOURS STILL OPEN  *
       01  SLOT-TABLE-AREA.
               10  SL-DATE         PIC 9(8).
               10  SL-CREW-ID      PIC XX.
               10  SL-HOURS-AVAIL  PIC 9(3)V9.
      *  OPEN HOURS ARE QUOTED HOURS - THE CREW'S HOURS SCALED BY   *
      *  ITS PACE                                                   *
               10  SL-HOURS-OPEN   PIC S9(4)V9.
               10  SL-PACE-PCT     PIC 9(3)V9.

      *  EACH CREW THAT HAS FINISHED A JOB, WITH ITS ACTUAL HOURS AS *
      *  A PERCENT OF QUOTED                                         *
       01  CREW-PACE-AREA.
           05  CREW-PACE-ENTRY OCCURS 50.
               10  PA-CREW-ID      PIC XX.
               10  PA-PACE-PCT     PIC 9(3)V9.
           05  PA-CNT              PIC 99      VALUE 0.

       01  REPORT-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-SL-AVAIL      PIC ZZ9.9.
           05  FILLER          PIC X(8)    VALUE '  OPEN: '.
           05  O-SL-OPEN       PIC -ZZ9.9.
           05  FILLER          PIC X(8)    VALUE '  PACE: '.
           05  O-SL-PACE       PIC ZZ9.9.
           05  FILLER          PIC X       VALUE '%'.
           05  FILLER          PIC X(69)   VALUE ' '.

      *  ONE JOB FITTED INTO THE CREW-DAY ABOVE IT  *
       01  SCHED-DETAIL-LINE.

      *  ONLY CREW-DAYS FROM TODAY ON ARE WORTH FITTING AGAINST  *
       L4-LOAD-SLOTS.
           PERFORM L4B-LOAD-CREW-PACE.
           OPEN INPUT CREW-CAP-FILE.
           IF WS-CW-STATUS NOT = '00'
               MOVE 'Y' TO CW-EOF-SW.
                           MOVE CW-CREW-ID TO SL-CREW-ID(SLOT-CNT)
                           MOVE CW-HOURS-AVAIL TO
                               SL-HOURS-AVAIL(SLOT-CNT)
                           PERFORM L4D-FIND-PACE
                           COMPUTE SL-HOURS-OPEN(SLOT-CNT) ROUNDED =
                               CW-HOURS-AVAIL * 100
                                   / SL-PACE-PCT(SLOT-CNT)
                       ELSE
                           ADD 1 TO C-SLOT-OVFL-CTR
                       END-IF
                   END-IF.

      *  A MISSING CREWPROD.DAT JUST MEANS EVERY CREW IS PLANNED AT *
      *  THE QUOTE                                                  *
       L4B-LOAD-CREW-PACE.
           OPEN INPUT CREW-PROD-FILE.
           IF WS-CP-STATUS NOT = '00'
               MOVE 'Y' TO CP-EOF-SW.
           PERFORM L4C-READ-CREW-PROD
               UNTIL CP-EOF-SW = 'Y'.
           IF WS-CP-STATUS NOT = '35'
               CLOSE CREW-PROD-FILE.

       L4C-READ-CREW-PROD.
           READ CREW-PROD-FILE
               AT END
                   MOVE 'Y' TO CP-EOF-SW
               NOT AT END
                   IF CP-JOBS-DONE NUMERIC AND CP-PACE-PCT NUMERIC
                       IF CP-JOBS-DONE > 0 AND CP-PACE-PCT > 0
                           AND PA-CNT < 50
                               ADD 1 TO PA-CNT
                               MOVE CP-CREW-ID TO PA-CREW-ID(PA-CNT)
                               MOVE CP-PACE-PCT TO PA-PACE-PCT(PA-CNT)
                       END-IF
                   END-IF.

      *  SETS THE NEW CREW-DAY'S PACE FROM ITS CREW, OR 100.0  *
       L4D-FIND-PACE.
           MOVE 0 TO C-PACE-FOUND-SUB.
           PERFORM L4E-MATCH-PACE
               VARYING PACE-SUB FROM 1 BY 1
                   UNTIL PACE-SUB > PA-CNT
                       OR C-PACE-FOUND-SUB > 0.
           IF C-PACE-FOUND-SUB > 0
               MOVE PA-PACE-PCT(C-PACE-FOUND-SUB)
                   TO SL-PACE-PCT(SLOT-CNT)
           ELSE
               MOVE 100.0 TO SL-PACE-PCT(SLOT-CNT).

       L4E-MATCH-PACE.
           IF PA-CREW-ID(PACE-SUB) = CW-CREW-ID
               MOVE PACE-SUB TO C-PACE-FOUND-SUB.

      *  SELECTION SORT, OLDEST QUOTE FIRST - THE PARTY WHO SAID     *
      *  YES FIRST GETS THE FIRST OPEN CREW-DAY                      *
       L5-SORT-JOBS.
           MOVE SL-CREW-ID(SLOT-SUB) TO O-SL-CREW.
           MOVE SL-HOURS-AVAIL(SLOT-SUB) TO O-SL-AVAIL.
           MOVE SL-HOURS-OPEN(SLOT-SUB) TO O-SL-OPEN.
           MOVE SL-PACE-PCT(SLOT-SUB) TO O-SL-PACE.
           WRITE PRTLINE FROM SLOT-HEADER-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
