      *  CREWPROD.CPY                                                  *
      *  LAYOUT OF ONE PAINT CREW'S PRODUCTIVITY TO DATE ON            *
      *  CREWPROD.DAT, ACCUMULATED FROM THE TIMESHEETS BY THE          *
      *  TIMESHEET POSTING RUN (COBLSC41). THE CREW SCHEDULING RUN     *
      *  (COBLSC20) USES CP-PACE-PCT TO TURN A CREW-DAY'S HOURS INTO   *
      *  THE QUOTED HOURS THAT CREW REALLY GETS THROUGH.               *
       01  CREW-PROD-REC.
           05  CP-CREW-ID           PIC XX.
      *  EVERY HOUR AND SQUARE FOOT THE CREW HAS PUT ON A TIMESHEET  *
           05  CP-HOURS             PIC 9(6)V9.
           05  CP-SQ-FT             PIC 9(8).
      *  ON FINISHED JOBS ONLY: THE CREW'S HOURS, ITS SHARE OF THE    *
      *  QUOTED HOURS (THE QUOTE SPLIT BY EACH CREW'S PART OF THE     *
      *  JOB'S HOURS) AND HOW MANY JOBS IT WORKED                     *
           05  CP-DONE-HOURS        PIC 9(6)V9.
           05  CP-DONE-QUOTE-HRS    PIC 9(6)V9.
           05  CP-JOBS-DONE         PIC 9(5).
      *  ACTUAL HOURS AS A PERCENT OF QUOTED ON FINISHED JOBS - OVER *
      *  100 IS A CREW RUNNING SLOWER THAN THE QUOTES; 100.0 UNTIL   *
      *  THE CREW HAS FINISHED A JOB                                 *
           05  CP-PACE-PCT          PIC 9(3)V9.
           05  CP-LAST-WORK-DATE    PIC 9(8).
           05  FILLER               PIC X(12).
