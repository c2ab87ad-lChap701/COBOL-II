      *  ESTSTAT.CPY                                                   *
      *  LAYOUT OF THE PAINT ESTIMATE LIFECYCLE FILE (ESTSTAT.DAT) -   *
      *  ONE RECORD PER ESTIMATE EVER QUOTED. KEPT BY THE ESTIMATING   *
      *  RUN (COBLSC05) AND READ BY THE CREW SCHEDULING RUN            *
      *  (COBLSC20) AND THE PAINT INVOICING RUN (COBLSC40). A RECORD   *
      *  WRITTEN BEFORE THE CUSTOMER BYTES EXISTED READS THEM AS       *
      *  SPACES.                                                       *
       01  EST-STATUS-REC.
           05  SF-EST-NUM          PIC 9(5).
           05  SF-DATE             PIC 9(8).
      *  'O' = OUTSTANDING, 'A' = ACCEPTED, 'D' = DECLINED,          *
      *  'C' = COMPLETED                                             *
           05  SF-STATUS           PIC X.
           05  SF-TOTAL-COST       PIC 9(7)V99.
           05  SF-QUALITY          PIC X(10).
      *  GALLONS THE QUOTE CALLS FOR - AN ACCEPTED ESTIMATE'S        *
      *  GALLONS COUNT AS COMMITTED AGAINST THE SHELF                *
           05  SF-GALS             PIC 9(5).
      *  THE QUOTE'S LABOR HOURS - THE CREW SCHEDULING RUN           *
      *  (COBLSC20) FITS ACCEPTED JOBS AGAINST CREW CAPACITY ON THEM *
           05  SF-LABOR-HRS        PIC 9(4)V9.
           05  FILLER              PIC X(7).
      *  WHO THE JOB IS FOR - THE INVOICE IS BILLED TO THEM  *
           05  SF-CUST-NAME        PIC X(20).
           05  SF-CUST-ADDR        PIC X(25).
