      *  WOTXN.CPY                                                     *
      *  LAYOUT OF ONE WORK ORDER TRANSACTION ON WOTXN.DAT. KEYED BY   *
      *  MAINTENANCE, OR WRITTEN BY THE GATE POSTING RUN (COBLSC15)    *
      *  WHEN A CHECK-OUT TALLY CARRIES A SITE PROBLEM CODE, AND       *
      *  APPLIED BY THE WORK ORDER RUN (COBLSC34).                     *
      *  'O' = OPEN AN ORDER ON CAMPGROUND/SITE. WT-DATE IS THE DATE   *
      *        IT IS EXPECTED DONE - BLANK TAKES THE DEFAULT FOR THE   *
      *        PRIORITY; A BLANK PRIORITY IS URGENT.                   *
      *  'C' = COMPLETE ORDER WT-WO-NUMBER; WT-DATE IS THE DAY IT WAS  *
      *        FINISHED - BLANK MEANS THE RUN DATE.                    *
      *  'E' = ORDER WT-WO-NUMBER NOW EXPECTED DONE ON WT-DATE.        *
       01  WO-TXN-REC.
           05  WT-ACTION           PIC X.
               88  WT-OPEN                 VALUE 'O'.
               88  WT-COMPLETE             VALUE 'C'.
               88  WT-EXTEND               VALUE 'E'.
           05  WT-WO-NUMBER        PIC X(6).
           05  WT-WO-NUMBER-N REDEFINES WT-WO-NUMBER
                                   PIC 9(6).
           05  WT-CAMPGROUND       PIC X(15).
           05  WT-SITE             PIC X(3).
           05  WT-PROBLEM-CODE     PIC X(2).
           05  WT-PRIORITY         PIC X.
           05  WT-DATE             PIC X(8).
           05  WT-DATE-N REDEFINES WT-DATE
                                   PIC 9(8).
           05  WT-SOURCE           PIC X.
           05  FILLER              PIC X(23).
