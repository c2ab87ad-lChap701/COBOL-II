      *  ACTUAL.CPY                                                    *
      *  LAYOUT OF ONE JOB'S ACTUAL RESULT ON ACTUAL.DAT, KEYED BY     *
      *  ESTIMATE NUMBER. BUILT UP DAY BY DAY FROM THE CREWS'          *
      *  TIMESHEETS BY THE TIMESHEET POSTING RUN (COBLSC41); READ BY   *
      *  THE ESTIMATING RUN (COBLSC05) FOR THE VARIANCE REPORT AND TO  *
      *  CLOSE THE ESTIMATE, AND BY THE PAINT INVOICING RUN (COBLSC40) *
      *  TO BILL THE JOB. A RECORD KEYED BY HAND AS ONE LUMP AFTER THE *
      *  JOB READS THE HOURS, SQUARE FEET AND STATUS BYTES AS SPACES.  *
       01  AJ-REC.
           05  AJ-EST-NUM              PIC 9(5).
           05  AJ-ACTUAL-GALS          PIC 9(5).
           05  AJ-ACTUAL-LABOR-COST    PIC 9(6)V99.
           05  AJ-ACTUAL-TOTAL-COST    PIC 9(6)V99.
           05  AJ-ACTUAL-HOURS         PIC 9(5)V9.
           05  AJ-ACTUAL-SQ-FT         PIC 9(7).
      *  'W' = CREWS STILL ON THE JOB, 'C' = THE LAST TIMESHEET SAID  *
      *  THE JOB WAS FINISHED, ' ' = A LUMP KEYED BY HAND AFTER THE   *
      *  JOB. ONLY A HAND-KEYED LUMP STILL HAS ITS PAINT TO COME OFF  *
      *  THE SHELF - THE TIMESHEETS DRAW IT DOWN AS IT IS USED        *
           05  AJ-JOB-STATUS           PIC X.
               88  AJ-IN-PROGRESS      VALUE 'W'.
               88  AJ-KEYED-LUMP       VALUE ' '.
           05  AJ-LAST-WORK-DATE       PIC 9(8).
           05  FILLER                  PIC X(2).
