       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC40.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  PAINT INVOICING AND ACCOUNTS RECEIVABLE. EVERY ESTIMATE ON    *
      *  ESTSTAT.DAT THAT HAS GONE TO COMPLETED AND IS NOT YET ON THE  *
      *  RECEIVABLES FILE (ARMAST.DAT) IS BILLED TO THE CUSTOMER ON    *
      *  THE ESTIMATE - AT THE JOB'S ACTUAL COST FROM ACTUAL.DAT, OR   *
      *  AT THE QUOTED TOTAL WHEN NO ACTUALS WERE POSTED. CUSTOMER     *
      *  PAYMENTS FROM ARPAY.DAT ARE THEN POSTED AGAINST THE OPEN      *
      *  INVOICES. PRINTS THE INVOICE REGISTER, THE PAYMENTS POSTED    *
      *  AND A 30/60/90-DAY AGING (ARAGING.PRT), AND A STATEMENT FOR   *
      *  EVERY CUSTOMER WITH A BALANCE (ARSTMT.PRT). THE MONTH'S       *
      *  BILLINGS AND COLLECTIONS ARE CARRIED ON PAINTCOL.DAT, WHERE   *
      *  THE MONTH-END REPORT (COBLSC06) PICKS UP THE MONEY COLLECTED  *
      *  AS PAINT REVENUE. RUN IT AFTER THE ESTIMATING RUN (COBLSC05). *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  RUN CONTROL CARD - AS-OF DATE THE INVOICES ARE BILLED ON AND *
      *  THE AGING IS MEASURED FROM                                   *
           SELECT CTL-FILE
               ASSIGN TO 'CTLCARD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  EVERY ESTIMATE EVER QUOTED AND WHERE IT STANDS - ONLY THE   *
      *  COMPLETED ('C') ONES ARE BILLED                             *
           SELECT EST-STATUS-FILE
               ASSIGN TO 'ESTSTAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ES-STATUS.

      *  ACTUAL JOB RESULTS KEYED BY ESTIMATE NUMBER  *
           SELECT ACTUAL-JOB-FILE
               ASSIGN TO 'ACTUAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJ-STATUS.

      *  OPEN RECEIVABLES, ONE RECORD PER PAINT JOB INVOICE  *
           SELECT AR-FILE
               ASSIGN TO 'ARMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.

      *  CUSTOMER PAYMENTS RECEIVED AGAINST PAINT INVOICES  *
           SELECT PAY-TXN-FILE
               ASSIGN TO 'ARPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.

      *  THE MONTH'S PAINT BILLINGS AND COLLECTIONS, CARRIED FORWARD  *
      *  FOR THE MONTH-END REPORT                                     *
           SELECT PAINT-COLLECT-FILE
               ASSIGN TO 'PAINTCOL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'ARAGING.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  CUSTOMER STATEMENTS, ONE PAGE PER CUSTOMER, FOR MAILING  *
           SELECT STMT-PRTOUT
               ASSIGN TO 'ARSTMT.PRT'
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

       FD  ACTUAL-JOB-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AJ-REC
           RECORD CONTAINS 50 CHARACTERS.

      *  CPY FILE THAT CONTAINS AJ-REC LAYOUT, SHARED WITH THE        *
      *  TIMESHEET POSTING RUN (COBLSC41) THAT BUILDS ACTUAL.DAT      *
           COPY 'ACTUAL.CPY'.

       FD  AR-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AR-INVOICE-REC
           RECORD CONTAINS 100 CHARACTERS.

      *  CPY FILE THAT CONTAINS AR-INVOICE-REC LAYOUT  *
           COPY 'ARINV.CPY'.

      *  ONE PAYMENT: THE INVOICE (ESTIMATE) NUMBER IT PAYS, THE DATE *
      *  RECEIVED (BLANK = THE RUN DATE), THE AMOUNT ZERO-FILLED WITH *
      *  TWO IMPLIED DECIMALS, HOW IT WAS PAID ('C' = CASH, 'K' =     *
      *  CHECK, 'D' = CARD) AND THE CHECK OR AUTHORIZATION NUMBER     *
       FD  PAY-TXN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PAY-TXN-REC.
       01  PAY-TXN-REC.
           05  PY-INV-NUM          PIC X(5).
           05  PY-INV-NUM-N REDEFINES PY-INV-NUM
                                   PIC 9(5).
           05  PY-DATE             PIC X(8).
           05  PY-DATE-N REDEFINES PY-DATE
                                   PIC 9(8).
           05  PY-AMT              PIC X(9).
           05  PY-AMT-N REDEFINES PY-AMT
                                   PIC 9(7)V99.
           05  PY-METHOD           PIC X.
               88  PY-METHOD-OK            VALUE 'C' 'K' 'D'.
           05  PY-REF              PIC X(10).
           05  FILLER              PIC X(7).

       FD  PAINT-COLLECT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PAINT-COLLECT-REC.

      *  CPY FILE THAT CONTAINS PAINT-COLLECT-REC LAYOUT, SHARED WITH *
      *  COBLSC06'S MONTH-END REVENUE REPORT                          *
           COPY 'PAINTCOL.CPY'.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       FD  STMT-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS STMT-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  STMT-PRTLINE            PIC X(132).

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
           05  STMT-PCTR           PIC 999     VALUE 0.
           05  WS-CTL-STATUS       PIC XX      VALUE '00'.
           05  WS-ES-STATUS        PIC XX      VALUE '00'.
           05  WS-AJ-STATUS        PIC XX      VALUE '00'.
           05  WS-AR-STATUS        PIC XX      VALUE '00'.
           05  WS-PY-STATUS        PIC XX      VALUE '00'.
           05  WS-PC-STATUS        PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  ES-EOF-SW           PIC X       VALUE 'N'.
           05  AJ-EOF-SW           PIC X       VALUE 'N'.
           05  AR-EOF-SW           PIC X       VALUE 'N'.
           05  PY-EOF-SW           PIC X       VALUE 'N'.
      *  WHETHER EACH CARRY-FORWARD FILE WAS ON FILE AT START-UP     *
      *  (ONLY THEN DOES IT GET A GENERATION BACKUP) AND WHETHER     *
      *  THIS RUN BILLED OR COLLECTED ANYTHING                       *
           05  AR-ON-FILE-SW       PIC X       VALUE 'N'.
           05  PC-ON-FILE-SW       PIC X       VALUE 'N'.
           05  AR-CHG-SW           PIC X       VALUE 'N'.
           05  C-REJ-REASON        PIC X(30)   VALUE ' '.
      *  COMPLETED JOBS FOUND UNBILLED, INVOICES RAISED FROM THEM,   *
      *  AND THOSE THE RECEIVABLES TABLE HAD NO ROOM FOR             *
           05  C-UNBILLED-CTR      PIC 9(5)    VALUE 0.
           05  C-INV-CTR           PIC 9(5)    VALUE 0.
           05  C-INV-AMT           PIC 9(8)V99 VALUE 0.
           05  C-INV-FULL-CTR      PIC 9(5)    VALUE 0.
           05  C-PAY-READ-CTR      PIC 9(5)    VALUE 0.
           05  C-PAY-CTR           PIC 9(5)    VALUE 0.
           05  C-PAY-AMT           PIC 9(8)V99 VALUE 0.
           05  C-PAY-REJ-CTR       PIC 9(5)    VALUE 0.
           05  C-PAY-DATE          PIC 9(8)    VALUE 0.
           05  AR-SUB              PIC 9(4)    VALUE 0.
           05  AR-SUB-2            PIC 9(4)    VALUE 0.
           05  C-AR-FOUND-SUB      PIC 9(4)    VALUE 0.
           05  AT-SUB              PIC 999     VALUE 0.
           05  C-AT-FOUND-SUB      PIC 999     VALUE 0.
           05  BKT-SUB             PIC 9       VALUE 0.
      *  A LEDGER DATE BROKEN OUT FOR PRINTING  *
           05  C-PRT-DATE          PIC 9(8)    VALUE 0.
           05  C-PRT-DATE-X REDEFINES C-PRT-DATE.
               10  C-PRT-YYYY      PIC 9(4).
               10  C-PRT-MM        PIC 99.
               10  C-PRT-DD        PIC 99.

      *  THE RECEIVABLES FILE AS THIS RUN LEAVES IT. AI-DAYS IS HOW   *
      *  LONG AN OPEN INVOICE HAS BEEN OUT AND AI-BKT ITS AGING       *
      *  BUCKET (1 = 0-30 DAYS ... 4 = OVER 90); AI-STMT-SW MARKS AN  *
      *  INVOICE ALREADY ON A CUSTOMER'S STATEMENT                    *
       01  AR-TABLE-AREA.
           05  AR-ENTRY            OCCURS 1000.
               10  AI-DATA.
                   15  AI-INV-NUM      PIC 9(5).
                   15  AI-INV-DATE     PIC 9(8).
                   15  AI-STATUS       PIC X.
                   15  AI-BILL-BASIS   PIC X.
                   15  AI-CUST-NAME    PIC X(20).
                   15  AI-CUST-ADDR    PIC X(25).
                   15  AI-INV-AMT      PIC 9(7)V99.
                   15  AI-PAID-AMT     PIC 9(7)V99.
                   15  AI-BALANCE      PIC 9(7)V99.
                   15  AI-LAST-PAY-DATE PIC 9(8).
                   15  FILLER          PIC X(5).
               10  AI-DAYS         PIC 9(5).
               10  AI-BKT          PIC 9.
               10  AI-STMT-SW      PIC X.
           05  AR-CNT              PIC 9(4)    VALUE 0.

      *  THE ACTUAL TOTAL COST OF EVERY JOB ON ACTUAL.DAT  *
       01  ACTUAL-TABLE-AREA.
           05  ACTUAL-ENTRY        OCCURS 500.
               10  AT-EST-NUM      PIC 9(5).
               10  AT-TOTAL-COST   PIC 9(6)V99.
           05  AT-CNT              PIC 999     VALUE 0.

      *  OPEN BALANCES BY AGING BUCKET - THE WHOLE FILE, AND THE      *
      *  CUSTOMER ON THE STATEMENT BEING PRINTED                      *
       01  AGING-BUCKET-AREA.
           05  C-AGE-BKT-AMT       PIC 9(8)V99 OCCURS 4.
           05  C-STMT-BKT-AMT      PIC 9(8)V99 OCCURS 4.
           05  C-AGE-OPEN-CTR      PIC 9(5)    VALUE 0.
           05  C-AGE-OPEN-AMT      PIC 9(8)V99 VALUE 0.
           05  C-STMT-DUE          PIC 9(8)V99 VALUE 0.
           05  C-STMT-CTR          PIC 9(5)    VALUE 0.

      *  DAY-NUMBER ARITHMETIC FOR THE AGING, THE SAME DIVIDE-BY-FOUR *
      *  LEAP RULE THE ESTIMATING RUN AGES ITS QUOTES WITH            *
       01  SERIAL-DATE-AREA.
           05  SER-YYYY            PIC 9(4)    VALUE 0.
           05  SER-MM              PIC 99      VALUE 0.
           05  SER-DD              PIC 99      VALUE 0.
           05  SER-DAYS            PIC 9(7)    VALUE 0.
           05  SER-LEAP-QUOT       PIC 9(4)    VALUE 0.
           05  SER-LEAP-REM        PIC 9       VALUE 0.
           05  SER-TODAY           PIC 9(7)    VALUE 0.
           05  C-AGE-DAYS          PIC S9(7)   VALUE 0.

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

       01  NO-EST-LINE.
           05  FILLER          PIC X(56)   VALUE
               'NO ESTIMATE FILE - NO JOBS BILLED'.
           05  FILLER          PIC X(76)   VALUE ' '.

       01  NO-PAY-LINE.
           05  FILLER          PIC X(56)   VALUE
               'NO PAYMENT FILE - NO PAYMENTS POSTED'.
           05  FILLER          PIC X(76)   VALUE ' '.

       01  INV-HEADING.
           05  FILLER          PIC X(9)    VALUE 'INVOICE'.
           05  FILLER          PIC X(12)   VALUE 'BILLED'.
           05  FILLER          PIC X(22)   VALUE 'CUSTOMER'.
           05  FILLER          PIC X(27)   VALUE 'ADDRESS'.
           05  FILLER          PIC X(8)    VALUE 'BASIS'.
           05  FILLER          PIC X(13)   VALUE '       AMOUNT'.
           05  FILLER          PIC X(41)   VALUE ' '.

      *  ONE INVOICE RAISED THIS RUN  *
       01  INV-LINE.
           05  O-INV-NUM       PIC 9(5).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-INV-YYYY      PIC 9(4).
           05  FILLER          PIC X       VALUE '/'.
           05  O-INV-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-INV-DD        PIC 99.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-INV-NAME      PIC X(20).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-INV-ADDR      PIC X(25).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-INV-BASIS     PIC X(6).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-INV-AMT       PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(41)   VALUE ' '.

       01  INV-FULL-LINE.
           05  FILLER          PIC X(4)    VALUE 'JOB '.
           05  O-FULL-EST-NUM  PIC 9(5).
           05  FILLER          PIC X(40)   VALUE
               ' NOT BILLED - RECEIVABLES FILE IS FULL'.
           05  FILLER          PIC X(83)   VALUE ' '.

       01  INV-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE 'INVOICES RAISED:'.
           05  O-INV-CTR       PIC ZZZZ9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'BILLED:'.
           05  O-INV-TOT-AMT   PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(80)   VALUE ' '.

       01  PAY-HEADING.
           05  FILLER          PIC X(9)    VALUE 'INVOICE'.
           05  FILLER          PIC X(12)   VALUE 'RECEIVED'.
           05  FILLER          PIC X(22)   VALUE 'CUSTOMER'.
           05  FILLER          PIC X(12)   VALUE 'REFERENCE'.
           05  FILLER          PIC X(8)    VALUE 'METHOD'.
           05  FILLER          PIC X(13)   VALUE '       AMOUNT'.
           05  FILLER          PIC X(13)   VALUE '  BALANCE DUE'.
           05  FILLER          PIC X(33)   VALUE '   RESULT'.
           05  FILLER          PIC X(10)   VALUE ' '.

      *  ONE PAYMENT, POSTED OR REJECTED WITH THE REASON  *
       01  PAY-LINE.
           05  O-PAY-INV       PIC X(5).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-PAY-DATE      PIC X(10).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-PAY-NAME      PIC X(20).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-PAY-REF       PIC X(10).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-PAY-METHOD    PIC X.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  O-PAY-AMT       PIC $$,$$$,$$9.99.
           05  O-PAY-BALANCE   PIC $$,$$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-PAY-RESULT    PIC X(30).
           05  FILLER          PIC X(10)   VALUE ' '.

       01  PAY-DATE-EDIT.
           05  O-PD-YYYY       PIC 9(4).
           05  FILLER          PIC X       VALUE '/'.
           05  O-PD-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-PD-DD         PIC 99.

       01  PAY-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE 'PAYMENTS POSTED:'.
           05  O-PAY-CTR       PIC ZZZZ9.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'COLLECTED:'.
           05  O-PAY-TOT-AMT   PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'REJECTED:'.
           05  O-PAY-REJ-CTR   PIC ZZZZ9.
           05  FILLER          PIC X(61)   VALUE ' '.

       01  AGE-HEADING.
           05  FILLER          PIC X(9)    VALUE 'INVOICE'.
           05  FILLER          PIC X(12)   VALUE 'BILLED'.
           05  FILLER          PIC X(20)   VALUE 'CUSTOMER'.
           05  FILLER          PIC X(7)    VALUE '   DAYS'.
           05  FILLER          PIC X(15)   VALUE '      0-30 DAYS'.
           05  FILLER          PIC X(15)   VALUE '     31-60 DAYS'.
           05  FILLER          PIC X(15)   VALUE '     61-90 DAYS'.
           05  FILLER          PIC X(15)   VALUE '   OVER 90 DAYS'.
           05  FILLER          PIC X(24)   VALUE ' '.

      *  ONE OPEN INVOICE, ITS BALANCE UNDER THE BUCKET IT AGES INTO *
       01  AGE-LINE.
           05  O-AGE-INV       PIC 9(5).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-AGE-YYYY      PIC 9(4).
           05  FILLER          PIC X       VALUE '/'.
           05  O-AGE-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-AGE-DD        PIC 99.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-AGE-NAME      PIC X(20).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-AGE-DAYS      PIC ZZZZ9.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-AGE-BKT-1     PIC $$,$$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-AGE-BKT-2     PIC $$,$$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-AGE-BKT-3     PIC $$,$$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-AGE-BKT-4     PIC $$,$$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(24)   VALUE ' '.

       01  AGE-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE 'OPEN INVOICES:'.
           05  O-AGE-OPEN-CTR  PIC ZZZZ9.
           05  FILLER          PIC X(23)   VALUE ' '.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-AT-BKT-1      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-AT-BKT-2      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-AT-BKT-3      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-AT-BKT-4      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(24)   VALUE ' '.

       01  AGE-GRAND-LINE.
           05  FILLER          PIC X(20)   VALUE 'TOTAL RECEIVABLE:'.
           05  O-AGE-OPEN-AMT  PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(99)   VALUE ' '.

      *  THE CUSTOMER'S STATEMENT, LAID OUT LIKE THE CUSTOMER'S COPY  *
      *  OF THE ESTIMATE                                              *
       01  STMT-TITLE.
           05  FILLER          PIC X(45)   VALUE ' '.
           05  FILLER          PIC X(20)   VALUE
               'STATEMENT OF ACCOUNT'.
           05  FILLER          PIC X(58)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-STMT-PCTR     PIC ZZ9.

       01  STMT-DATE-LINE.
           05  FILLER          PIC X(20)   VALUE ' '.
           05  FILLER          PIC X(16)   VALUE 'STATEMENT DATE: '.
           05  O-STMT-YYYY     PIC 9(4).
           05  FILLER          PIC X       VALUE '/'.
           05  O-STMT-MM       PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-STMT-DD       PIC 99.
           05  FILLER          PIC X(86)   VALUE ' '.

       01  STMT-NAME-LINE.
           05  FILLER          PIC X(20)   VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'CUSTOMER: '.
           05  O-STMT-NAME     PIC X(20).
           05  FILLER          PIC X(82)   VALUE ' '.

       01  STMT-ADDR-LINE.
           05  FILLER          PIC X(20)   VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'ADDRESS:  '.
           05  O-STMT-ADDR     PIC X(25).
           05  FILLER          PIC X(77)   VALUE ' '.

       01  STMT-HEADING.
           05  FILLER          PIC X(20)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'INVOICE'.
           05  FILLER          PIC X(12)   VALUE 'BILLED'.
           05  FILLER          PIC X(15)   VALUE '       INVOICED'.
           05  FILLER          PIC X(15)   VALUE '           PAID'.
           05  FILLER          PIC X(15)   VALUE '        BALANCE'.
           05  FILLER          PIC X(7)    VALUE '   DAYS'.
           05  FILLER          PIC X(39)   VALUE ' '.

       01  STMT-LINE.
           05  FILLER          PIC X(20)   VALUE ' '.
           05  O-SL-INV        PIC 9(5).
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-SL-YYYY       PIC 9(4).
           05  FILLER          PIC X       VALUE '/'.
           05  O-SL-MM         PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-SL-DD         PIC 99.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-SL-INV-AMT    PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-SL-PAID-AMT   PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-SL-BALANCE    PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-SL-DAYS       PIC ZZZZ9.
           05  FILLER          PIC X(39)   VALUE ' '.

       01  STMT-DUE-LINE.
           05  FILLER          PIC X(20)   VALUE ' '.
           05  FILLER          PIC X(53)   VALUE
               'TOTAL NOW DUE'.
           05  O-STMT-DUE      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(46)   VALUE ' '.

       01  STMT-AGE-LINE.
           05  FILLER          PIC X(20)   VALUE ' '.
           05  FILLER          PIC X(9)    VALUE 'CURRENT: '.
           05  O-SA-BKT-1      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(9)    VALUE '  31-60: '.
           05  O-SA-BKT-2      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(9)    VALUE '  61-90: '.
           05  O-SA-BKT-3      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(11)   VALUE '  OVER 90: '.
           05  O-SA-BKT-4      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(22)   VALUE ' '.

       01  STMT-TOTAL-LINE.
           05  FILLER          PIC X(20)   VALUE 'STATEMENTS PRINTED:'.
           05  O-STMT-CTR      PIC ZZZZ9.
           05  FILLER          PIC X(107)  VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-BILL-JOBS.
           PERFORM L4-POST-PAYMENTS.
           PERFORM L5-AGING-REPORT.
           PERFORM L6-STATEMENTS.
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
           MOVE WS-CURR-DATE-NUM TO C-PRT-DATE.
           MOVE C-PRT-YYYY TO SER-YYYY.
           MOVE C-PRT-MM TO SER-MM.
           MOVE C-PRT-DD TO SER-DD.
           PERFORM L7-DATE-TO-SERIAL.
           MOVE SER-DAYS TO SER-TODAY.
           INITIALIZE AGING-BUCKET-AREA.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT STMT-PRTOUT.

           PERFORM L2A-LOAD-RECEIVABLES.
           PERFORM L2C-LOAD-ACTUALS.

           MOVE SPACES TO PAINT-COLLECT-REC.
           INITIALIZE PAINT-COLLECT-REC.
           OPEN INPUT PAINT-COLLECT-FILE.
           IF WS-PC-STATUS = '00'
               MOVE 'Y' TO PC-ON-FILE-SW
               READ PAINT-COLLECT-FILE
                   AT END
                       INITIALIZE PAINT-COLLECT-REC
               END-READ
               CLOSE PAINT-COLLECT-FILE.

      *  LOADS THE RECEIVABLES FILE; A MISSING FILE MEANS NOTHING HAS *
      *  BEEN BILLED YET                                              *
       L2A-LOAD-RECEIVABLES.
           MOVE 0 TO AR-CNT.
           MOVE 'N' TO AR-EOF-SW.
           OPEN INPUT AR-FILE.
           IF WS-AR-STATUS = '00'
               MOVE 'Y' TO AR-ON-FILE-SW
               PERFORM L2B-READ-RECEIVABLE
                   UNTIL AR-EOF-SW = 'Y'
               CLOSE AR-FILE.

       L2B-READ-RECEIVABLE.
           READ AR-FILE
               AT END
                   MOVE 'Y' TO AR-EOF-SW
               NOT AT END
                   IF AR-CNT < 1000
                       ADD 1 TO AR-CNT
                       MOVE AR-INVOICE-REC TO AI-DATA(AR-CNT)
                       MOVE 0 TO AI-DAYS(AR-CNT)
                       MOVE 0 TO AI-BKT(AR-CNT)
                       MOVE 'N' TO AI-STMT-SW(AR-CNT)
                   END-IF
           END-READ.

      *  LOADS THE ACTUAL COST OF EVERY JOB THAT HAS ONE - A JOB THE *
      *  CREWS ARE STILL ON HAS NO FINAL COST YET                    *
       L2C-LOAD-ACTUALS.
           MOVE 0 TO AT-CNT.
           MOVE 'N' TO AJ-EOF-SW.
           OPEN INPUT ACTUAL-JOB-FILE.
           IF WS-AJ-STATUS = '00'
               PERFORM L2D-READ-ACTUAL
                   UNTIL AJ-EOF-SW = 'Y'
               CLOSE ACTUAL-JOB-FILE.

       L2D-READ-ACTUAL.
           READ ACTUAL-JOB-FILE
               AT END
                   MOVE 'Y' TO AJ-EOF-SW
               NOT AT END
                   IF AT-CNT < 500 AND NOT AJ-IN-PROGRESS
                       ADD 1 TO AT-CNT
                       MOVE AJ-EST-NUM TO AT-EST-NUM(AT-CNT)
                       MOVE AJ-ACTUAL-TOTAL-COST
                           TO AT-TOTAL-COST(AT-CNT)
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

      *  STARTS A PAGE OF THE REGISTER UNDER THE TITLE IN O-RPT-TITLE *
       L2F-NEW-PAGE.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *  BILLS EVERY COMPLETED JOB NOT ALREADY ON THE RECEIVABLES  *
      *  FILE                                                      *
       L3-BILL-JOBS.
           MOVE 'PAINT INVOICE REGISTER' TO O-RPT-TITLE.
           PERFORM L3C-INVOICE-HEADING.
           MOVE 'N' TO ES-EOF-SW.
           OPEN INPUT EST-STATUS-FILE.
           IF WS-ES-STATUS = '00'
               PERFORM L3A-READ-ESTIMATE
                   UNTIL ES-EOF-SW = 'Y'
               CLOSE EST-STATUS-FILE
           ELSE
               WRITE PRTLINE FROM NO-EST-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE C-INV-CTR TO O-INV-CTR.
           MOVE C-INV-AMT TO O-INV-TOT-AMT.
           WRITE PRTLINE FROM INV-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       L3A-READ-ESTIMATE.
           READ EST-STATUS-FILE
               AT END
                   MOVE 'Y' TO ES-EOF-SW
               NOT AT END
                   IF SF-STATUS = 'C'
                       PERFORM L3B-BILL-ONE-JOB
                   END-IF
           END-READ.

      *  THE INVOICE IS THE JOB'S ACTUAL COST WHEN ACTUAL.DAT HAS ONE *
      *  AND THE QUOTED TOTAL OTHERWISE, BILLED ON THE RUN DATE TO    *
      *  THE CUSTOMER THE ESTIMATE WAS WRITTEN FOR                    *
       L3B-BILL-ONE-JOB.
           PERFORM L3D-FIND-INVOICE.
           IF C-AR-FOUND-SUB = 0
               ADD 1 TO C-UNBILLED-CTR
               IF AR-CNT NOT < 1000
                   ADD 1 TO C-INV-FULL-CTR
                   MOVE SF-EST-NUM TO O-FULL-EST-NUM
                   WRITE PRTLINE FROM INV-FULL-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L3C-INVOICE-HEADING
                   END-WRITE
               ELSE
                   ADD 1 TO AR-CNT
                   MOVE SPACES TO AI-DATA(AR-CNT)
                   INITIALIZE AR-ENTRY(AR-CNT)
                   MOVE SF-EST-NUM TO AI-INV-NUM(AR-CNT)
                   MOVE WS-CURR-DATE-NUM TO AI-INV-DATE(AR-CNT)
                   MOVE 'O' TO AI-STATUS(AR-CNT)
                   MOVE SF-CUST-NAME TO AI-CUST-NAME(AR-CNT)
                   MOVE SF-CUST-ADDR TO AI-CUST-ADDR(AR-CNT)
                   PERFORM L3E-FIND-ACTUAL
                   IF C-AT-FOUND-SUB > 0
                       MOVE 'A' TO AI-BILL-BASIS(AR-CNT)
                       MOVE AT-TOTAL-COST(C-AT-FOUND-SUB)
                           TO AI-INV-AMT(AR-CNT)
                       MOVE 'ACTUAL' TO O-INV-BASIS
                   ELSE
                       MOVE 'Q' TO AI-BILL-BASIS(AR-CNT)
                       MOVE SF-TOTAL-COST TO AI-INV-AMT(AR-CNT)
                       MOVE 'QUOTED' TO O-INV-BASIS
                   END-IF
                   MOVE AI-INV-AMT(AR-CNT) TO AI-BALANCE(AR-CNT)
                   MOVE 'N' TO AI-STMT-SW(AR-CNT)
                   MOVE 'Y' TO AR-CHG-SW
                   ADD 1 TO C-INV-CTR
                   ADD AI-INV-AMT(AR-CNT) TO C-INV-AMT
                   MOVE AR-CNT TO AR-SUB
                   PERFORM L3F-PRINT-INVOICE.

       L3C-INVOICE-HEADING.
           PERFORM L2F-NEW-PAGE.
           WRITE PRTLINE FROM INV-HEADING
               AFTER ADVANCING 1 LINE.

      *  FINDS SF-EST-NUM ON THE RECEIVABLES, LEAVING ITS SLOT IN     *
      *  C-AR-FOUND-SUB (0 = NOT YET BILLED)                          *
       L3D-FIND-INVOICE.
           MOVE 0 TO C-AR-FOUND-SUB.
           PERFORM L3D1-MATCH-INVOICE
               VARYING AR-SUB FROM 1 BY 1
                   UNTIL AR-SUB > AR-CNT
                       OR C-AR-FOUND-SUB > 0.

       L3D1-MATCH-INVOICE.
           IF AI-INV-NUM(AR-SUB) = SF-EST-NUM
               MOVE AR-SUB TO C-AR-FOUND-SUB.

      *  AN ACTUAL OF ZERO MEANS NOTHING WAS POSTED FOR THE JOB  *
       L3E-FIND-ACTUAL.
           MOVE 0 TO C-AT-FOUND-SUB.
           PERFORM L3E1-MATCH-ACTUAL
               VARYING AT-SUB FROM 1 BY 1
                   UNTIL AT-SUB > AT-CNT
                       OR C-AT-FOUND-SUB > 0.

       L3E1-MATCH-ACTUAL.
           IF AT-EST-NUM(AT-SUB) = SF-EST-NUM
               AND AT-TOTAL-COST(AT-SUB) > 0
                   MOVE AT-SUB TO C-AT-FOUND-SUB.

       L3F-PRINT-INVOICE.
           MOVE AI-INV-NUM(AR-SUB) TO O-INV-NUM.
           MOVE AI-INV-DATE(AR-SUB) TO C-PRT-DATE.
           MOVE C-PRT-YYYY TO O-INV-YYYY.
           MOVE C-PRT-MM TO O-INV-MM.
           MOVE C-PRT-DD TO O-INV-DD.
           MOVE AI-CUST-NAME(AR-SUB) TO O-INV-NAME.
           MOVE AI-CUST-ADDR(AR-SUB) TO O-INV-ADDR.
           MOVE AI-INV-AMT(AR-SUB) TO O-INV-AMT.
           WRITE PRTLINE FROM INV-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L3C-INVOICE-HEADING.

      *  POSTS EACH PAYMENT AGAINST ITS INVOICE. A PAYMENT NEEDS AN   *
      *  OPEN INVOICE, AN AMOUNT NO MORE THAN THE BALANCE DUE, AND A  *
      *  KNOWN METHOD; A BAD ONE IS LISTED WITH THE REASON AND POSTS  *
      *  NOTHING                                                      *
       L4-POST-PAYMENTS.
           MOVE 'PAINT PAYMENTS POSTED' TO O-RPT-TITLE.
           PERFORM L4C-PAYMENT-HEADING.
           MOVE 'N' TO PY-EOF-SW.
           OPEN INPUT PAY-TXN-FILE.
           IF WS-PY-STATUS = '00'
               PERFORM L4A-READ-PAYMENT
                   UNTIL PY-EOF-SW = 'Y'
               CLOSE PAY-TXN-FILE
           ELSE
               WRITE PRTLINE FROM NO-PAY-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE C-PAY-CTR TO O-PAY-CTR.
           MOVE C-PAY-AMT TO O-PAY-TOT-AMT.
           MOVE C-PAY-REJ-CTR TO O-PAY-REJ-CTR.
           WRITE PRTLINE FROM PAY-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       L4A-READ-PAYMENT.
           READ PAY-TXN-FILE
               AT END
                   MOVE 'Y' TO PY-EOF-SW
               NOT AT END
                   ADD 1 TO C-PAY-READ-CTR
                   PERFORM L4B-POST-ONE THRU L4B-POST-EXIT
           END-READ.

       L4B-POST-ONE.
           MOVE SPACES TO O-PAY-NAME.
           MOVE 0 TO O-PAY-BALANCE.
           MOVE 0 TO C-AR-FOUND-SUB.
           IF PY-INV-NUM IS NUMERIC
               MOVE PY-INV-NUM-N TO SF-EST-NUM
               PERFORM L3D-FIND-INVOICE.
           IF C-AR-FOUND-SUB = 0
               MOVE 'INVOICE NOT ON FILE' TO C-REJ-REASON
               GO TO L4B-POST-REJECT.
           MOVE AI-CUST-NAME(C-AR-FOUND-SUB) TO O-PAY-NAME.
           IF PY-AMT IS NOT NUMERIC OR PY-AMT-N = 0
               MOVE 'AMOUNT MUST BE NUMERIC, NOT 0' TO C-REJ-REASON
               GO TO L4B-POST-REJECT.
           IF NOT PY-METHOD-OK
               MOVE 'METHOD MUST BE C, K OR D' TO C-REJ-REASON
               GO TO L4B-POST-REJECT.
           IF PY-DATE = SPACES
               MOVE WS-CURR-DATE-NUM TO C-PAY-DATE
           ELSE
               IF PY-DATE IS NOT NUMERIC
                   MOVE 'DATE RECEIVED NOT NUMERIC' TO C-REJ-REASON
                   GO TO L4B-POST-REJECT
               ELSE
                   MOVE PY-DATE-N TO C-PAY-DATE.
           IF AI-STATUS(C-AR-FOUND-SUB) = 'P'
               MOVE 'INVOICE ALREADY PAID IN FULL' TO C-REJ-REASON
               GO TO L4B-POST-REJECT.
           IF PY-AMT-N > AI-BALANCE(C-AR-FOUND-SUB)
               MOVE 'OVER THE BALANCE DUE' TO C-REJ-REASON
               GO TO L4B-POST-REJECT.

           ADD PY-AMT-N TO AI-PAID-AMT(C-AR-FOUND-SUB).
           SUBTRACT PY-AMT-N FROM AI-BALANCE(C-AR-FOUND-SUB).
           MOVE C-PAY-DATE TO AI-LAST-PAY-DATE(C-AR-FOUND-SUB).
           IF AI-BALANCE(C-AR-FOUND-SUB) = 0
               MOVE 'P' TO AI-STATUS(C-AR-FOUND-SUB)
               MOVE 'POSTED - PAID IN FULL' TO O-PAY-RESULT
           ELSE
               MOVE 'POSTED' TO O-PAY-RESULT.
           MOVE 'Y' TO AR-CHG-SW.
           ADD 1 TO C-PAY-CTR.
           ADD PY-AMT-N TO C-PAY-AMT.
           MOVE AI-BALANCE(C-AR-FOUND-SUB) TO O-PAY-BALANCE.
           MOVE C-PAY-DATE TO C-PRT-DATE.
           MOVE C-PRT-YYYY TO O-PD-YYYY.
           MOVE C-PRT-MM TO O-PD-MM.
           MOVE C-PRT-DD TO O-PD-DD.
           MOVE PAY-DATE-EDIT TO O-PAY-DATE.
           PERFORM L4D-PRINT-PAYMENT.
           GO TO L4B-POST-EXIT.

       L4B-POST-REJECT.
           ADD 1 TO C-PAY-REJ-CTR.
           MOVE PY-DATE TO O-PAY-DATE.
           MOVE C-REJ-REASON TO O-PAY-RESULT.
           PERFORM L4D-PRINT-PAYMENT.

       L4B-POST-EXIT.
           EXIT.

       L4C-PAYMENT-HEADING.
           PERFORM L2F-NEW-PAGE.
           WRITE PRTLINE FROM PAY-HEADING
               AFTER ADVANCING 1 LINE.

       L4D-PRINT-PAYMENT.
           MOVE PY-INV-NUM TO O-PAY-INV.
           MOVE PY-REF TO O-PAY-REF.
           MOVE PY-METHOD TO O-PAY-METHOD.
           IF PY-AMT IS NUMERIC
               MOVE PY-AMT-N TO O-PAY-AMT
           ELSE
               MOVE 0 TO O-PAY-AMT.
           WRITE PRTLINE FROM PAY-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L4C-PAYMENT-HEADING.

      *  EVERY OPEN INVOICE AGED FROM THE DAY IT WAS BILLED INTO THE  *
      *  0-30, 31-60, 61-90 AND OVER-90-DAY BUCKETS                   *
       L5-AGING-REPORT.
           MOVE 'PAINT RECEIVABLES AGING' TO O-RPT-TITLE.
           PERFORM L5C-AGING-HEADING.
           PERFORM L5A-AGE-ONE
               VARYING AR-SUB FROM 1 BY 1
                   UNTIL AR-SUB > AR-CNT.
           MOVE C-AGE-OPEN-CTR TO O-AGE-OPEN-CTR.
           MOVE C-AGE-BKT-AMT(1) TO O-AT-BKT-1.
           MOVE C-AGE-BKT-AMT(2) TO O-AT-BKT-2.
           MOVE C-AGE-BKT-AMT(3) TO O-AT-BKT-3.
           MOVE C-AGE-BKT-AMT(4) TO O-AT-BKT-4.
           WRITE PRTLINE FROM AGE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-AGE-OPEN-AMT TO O-AGE-OPEN-AMT.
           WRITE PRTLINE FROM AGE-GRAND-LINE
               AFTER ADVANCING 1 LINE.

       L5A-AGE-ONE.
           IF AI-STATUS(AR-SUB) = 'O' AND AI-BALANCE(AR-SUB) > 0
               PERFORM L5B-SET-BUCKET
               ADD 1 TO C-AGE-OPEN-CTR
               ADD AI-BALANCE(AR-SUB) TO C-AGE-OPEN-AMT
               ADD AI-BALANCE(AR-SUB)
                   TO C-AGE-BKT-AMT(AI-BKT(AR-SUB))
               MOVE AI-INV-NUM(AR-SUB) TO O-AGE-INV
               MOVE AI-INV-DATE(AR-SUB) TO C-PRT-DATE
               MOVE C-PRT-YYYY TO O-AGE-YYYY
               MOVE C-PRT-MM TO O-AGE-MM
               MOVE C-PRT-DD TO O-AGE-DD
               MOVE AI-CUST-NAME(AR-SUB) TO O-AGE-NAME
               MOVE AI-DAYS(AR-SUB) TO O-AGE-DAYS
               MOVE 0 TO O-AGE-BKT-1 O-AGE-BKT-2
                         O-AGE-BKT-3 O-AGE-BKT-4
               EVALUATE AI-BKT(AR-SUB)
                   WHEN 1
                       MOVE AI-BALANCE(AR-SUB) TO O-AGE-BKT-1
                   WHEN 2
                       MOVE AI-BALANCE(AR-SUB) TO O-AGE-BKT-2
                   WHEN 3
                       MOVE AI-BALANCE(AR-SUB) TO O-AGE-BKT-3
                   WHEN OTHER
                       MOVE AI-BALANCE(AR-SUB) TO O-AGE-BKT-4
               END-EVALUATE
               WRITE PRTLINE FROM AGE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L5C-AGING-HEADING.

      *  DAYS SINCE THE INVOICE WAS BILLED AND THE BUCKET THAT PUTS   *
      *  IT IN                                                        *
       L5B-SET-BUCKET.
           MOVE AI-INV-DATE(AR-SUB) TO C-PRT-DATE.
           MOVE C-PRT-YYYY TO SER-YYYY.
           MOVE C-PRT-MM TO SER-MM.
           MOVE C-PRT-DD TO SER-DD.
           PERFORM L7-DATE-TO-SERIAL.
           SUBTRACT SER-DAYS FROM SER-TODAY GIVING C-AGE-DAYS.
           IF C-AGE-DAYS < 0
               MOVE 0 TO C-AGE-DAYS.
           MOVE C-AGE-DAYS TO AI-DAYS(AR-SUB).
           EVALUATE TRUE
               WHEN C-AGE-DAYS NOT > 30
                   MOVE 1 TO AI-BKT(AR-SUB)
               WHEN C-AGE-DAYS NOT > 60
                   MOVE 2 TO AI-BKT(AR-SUB)
               WHEN C-AGE-DAYS NOT > 90
                   MOVE 3 TO AI-BKT(AR-SUB)
               WHEN OTHER
                   MOVE 4 TO AI-BKT(AR-SUB)
           END-EVALUATE.

       L5C-AGING-HEADING.
           PERFORM L2F-NEW-PAGE.
           WRITE PRTLINE FROM AGE-HEADING
               AFTER ADVANCING 1 LINE.

      *  ONE STATEMENT PER CUSTOMER WITH A BALANCE. A CUSTOMER IS THE *
      *  NAME AND ADDRESS THE JOBS WERE BILLED TO, SO EVERY OPEN      *
      *  INVOICE FOR THEM LANDS ON THE ONE STATEMENT                  *
       L6-STATEMENTS.
           PERFORM L6A-STATEMENT-ONE
               VARYING AR-SUB FROM 1 BY 1
                   UNTIL AR-SUB > AR-CNT.
           MOVE C-STMT-CTR TO O-STMT-CTR.
           WRITE PRTLINE FROM STMT-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       L6A-STATEMENT-ONE.
           IF AI-STATUS(AR-SUB) = 'O' AND AI-BALANCE(AR-SUB) > 0
               AND AI-STMT-SW(AR-SUB) = 'N'
                   PERFORM L6B-PRINT-STATEMENT.

       L6B-PRINT-STATEMENT.
           ADD 1 TO C-STMT-CTR.
           MOVE 0 TO C-STMT-DUE.
           MOVE 0 TO C-STMT-BKT-AMT(1) C-STMT-BKT-AMT(2)
                     C-STMT-BKT-AMT(3) C-STMT-BKT-AMT(4).
           PERFORM L6C-STATEMENT-HEADING.
           PERFORM L6D-STATEMENT-LINE
               VARYING AR-SUB-2 FROM AR-SUB BY 1
                   UNTIL AR-SUB-2 > AR-CNT.
           MOVE C-STMT-DUE TO O-STMT-DUE.
           WRITE STMT-PRTLINE FROM STMT-DUE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-STMT-BKT-AMT(1) TO O-SA-BKT-1.
           MOVE C-STMT-BKT-AMT(2) TO O-SA-BKT-2.
           MOVE C-STMT-BKT-AMT(3) TO O-SA-BKT-3.
           MOVE C-STMT-BKT-AMT(4) TO O-SA-BKT-4.
           WRITE STMT-PRTLINE FROM STMT-AGE-LINE
               AFTER ADVANCING 2 LINES.

       L6C-STATEMENT-HEADING.
           ADD 1 TO STMT-PCTR.
           MOVE STMT-PCTR TO O-STMT-PCTR.
           WRITE STMT-PRTLINE FROM STMT-TITLE
               AFTER ADVANCING PAGE.
           MOVE WS-CURR-DATE-NUM TO C-PRT-DATE.
           MOVE C-PRT-YYYY TO O-STMT-YYYY.
           MOVE C-PRT-MM TO O-STMT-MM.
           MOVE C-PRT-DD TO O-STMT-DD.
           WRITE STMT-PRTLINE FROM STMT-DATE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE AI-CUST-NAME(AR-SUB) TO O-STMT-NAME.
           WRITE STMT-PRTLINE FROM STMT-NAME-LINE
               AFTER ADVANCING 2 LINES.
           MOVE AI-CUST-ADDR(AR-SUB) TO O-STMT-ADDR.
           WRITE STMT-PRTLINE FROM STMT-ADDR-LINE
               AFTER ADVANCING 1 LINE.
           WRITE STMT-PRTLINE FROM STMT-HEADING
               AFTER ADVANCING 3 LINES.
           WRITE STMT-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

       L6D-STATEMENT-LINE.
           IF AI-STATUS(AR-SUB-2) = 'O' AND AI-BALANCE(AR-SUB-2) > 0
               AND AI-STMT-SW(AR-SUB-2) = 'N'
               AND AI-CUST-NAME(AR-SUB-2) = AI-CUST-NAME(AR-SUB)
               AND AI-CUST-ADDR(AR-SUB-2) = AI-CUST-ADDR(AR-SUB)
                   MOVE 'Y' TO AI-STMT-SW(AR-SUB-2)
                   ADD AI-BALANCE(AR-SUB-2) TO C-STMT-DUE
                   MOVE AI-BKT(AR-SUB-2) TO BKT-SUB
                   ADD AI-BALANCE(AR-SUB-2)
                       TO C-STMT-BKT-AMT(BKT-SUB)
                   MOVE AI-INV-NUM(AR-SUB-2) TO O-SL-INV
                   MOVE AI-INV-DATE(AR-SUB-2) TO C-PRT-DATE
                   MOVE C-PRT-YYYY TO O-SL-YYYY
                   MOVE C-PRT-MM TO O-SL-MM
                   MOVE C-PRT-DD TO O-SL-DD
                   MOVE AI-INV-AMT(AR-SUB-2) TO O-SL-INV-AMT
                   MOVE AI-PAID-AMT(AR-SUB-2) TO O-SL-PAID-AMT
                   MOVE AI-BALANCE(AR-SUB-2) TO O-SL-BALANCE
                   MOVE AI-DAYS(AR-SUB-2) TO O-SL-DAYS
                   WRITE STMT-PRTLINE FROM STMT-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM L6C-STATEMENT-HEADING.

       L7-DATE-TO-SERIAL.
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

      *  REWRITES THE RECEIVABLES AND THE MONTH'S BILLING AND         *
      *  COLLECTION TOTALS WHEN ANYTHING WAS BILLED OR COLLECTED,     *
      *  AFTER ROLLING A GENERATION BACKUP OF EACH                    *
       L8-SAVE-FILES.
           IF AR-CHG-SW = 'Y'
               MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE
               MOVE 'L' TO GN-ORG
               IF AR-ON-FILE-SW = 'Y'
                   MOVE 'ARMAST.DAT' TO GN-FILE-NAME
                   CALL 'CBLGEN' USING CBLGEN-DATA
               END-IF
               IF PC-ON-FILE-SW = 'Y'
                   MOVE 'PAINTCOL.DAT' TO GN-FILE-NAME
                   CALL 'CBLGEN' USING CBLGEN-DATA
               END-IF
               OPEN OUTPUT AR-FILE
               PERFORM L8A-WRITE-RECEIVABLE
                   VARYING AR-SUB FROM 1 BY 1
                       UNTIL AR-SUB > AR-CNT
               CLOSE AR-FILE
               ADD C-INV-CTR TO PC-MTD-INV-CTR
               ADD C-INV-AMT TO PC-MTD-BILLED
               ADD C-PAY-CTR TO PC-MTD-PAY-CTR
               ADD C-PAY-AMT TO PC-MTD-COLLECTED
               OPEN OUTPUT PAINT-COLLECT-FILE
               WRITE PAINT-COLLECT-REC
               CLOSE PAINT-COLLECT-FILE.

       L8A-WRITE-RECEIVABLE.
           MOVE AI-DATA(AR-SUB) TO AR-INVOICE-REC.
           WRITE AR-INVOICE-REC.

      *  PROVES THE RUN PROCESSED WHAT IT WAS GIVEN: UNBILLED JOBS    *
      *  PLUS PAYMENTS READ MUST EQUAL INVOICES RAISED PLUS PAYMENTS  *
      *  POSTED PLUS JOBS AND PAYMENTS REJECTED                       *
       L9-CLOSING.
           CLOSE PRTOUT.
           CLOSE STMT-PRTOUT.

           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC40' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           ADD C-UNBILLED-CTR C-PAY-READ-CTR GIVING RL-RECS-READ.
           MOVE C-INV-CTR TO RL-RECS-OUT-1.
           MOVE C-PAY-CTR TO RL-RECS-OUT-2.
           ADD C-INV-FULL-CTR C-PAY-REJ-CTR GIVING RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
