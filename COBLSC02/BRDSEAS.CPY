      *  BRDSEAS.CPY                                                   *
      *  LAYOUT OF THE WAKEBOARD SEASON-TO-DATE TOTALS CARRIED FORWARD *
      *  ON SEASONTL.DAT BY THE DAILY RUN (COBLSC02) AND READ BY THE   *
      *  GL JOURNAL RUN (COBLSC25). A SUMMARY RECORD ('S') COMES       *
      *  FIRST WITH THE SIZE COUNTS AND THE SALES, MARGIN AND RENTAL   *
      *  BUCKETS, FOLLOWED BY ONE RECORD ('B') PER BOARD NUMBER WITH   *
      *  ANY SEASON SALES, SO A NEW BOARD ON THE CATALOG IS JUST       *
      *  ANOTHER RECORD.                                               *
       01  BOARD-SEASON-REC.
           05  BS-REC-TYPE          PIC X.
               88  BS-SUMMARY       VALUE 'S'.
               88  BS-BOARD-LINE    VALUE 'B'.
           05  BS-DATA              PIC X(79).
           05  BS-SUMMARY-DATA REDEFINES BS-DATA.
               10  BS-SIZE-CTR      PIC 9(4)    OCCURS 5.
               10  BS-GRAND-TOTAL   PIC 9(9)V99.
      *  SEASON-TO-DATE GROSS MARGIN, CARRIED ALONGSIDE THE SALES    *
      *  TOTALS SO MARGIN EROSION OVER CLEARANCE SEASON IS VISIBLE   *
               10  BS-MARGIN-TOTAL  PIC S9(9)V99.
      *  RENTAL REVENUE RIDES IN ITS OWN BUCKET SO THE RENT LINE OF  *
      *  BUSINESS NEVER MUDDIES THE SALE FIGURES                     *
               10  BS-RENT-TOTAL    PIC 9(9)V99.
               10  FILLER           PIC X(26).
           05  BS-BOARD-DATA REDEFINES BS-DATA.
               10  BS-BOARD         PIC 99.
               10  BS-BOARD-TOTAL   PIC 9(7)V99.
               10  FILLER           PIC X(68).

      *  THE OLD SINGLE-RECORD LAYOUT WITH A SLOT FOR EACH OF THE     *
      *  FIRST 18 BOARD NUMBERS. STILL READ SO A FILE WRITTEN BEFORE  *
      *  THE TOTALS WERE KEYED BY BOARD CARRIES FORWARD; AN OLD       *
      *  RECORD STARTS WITH A DIGIT WHERE A KEYED ONE HAS ITS TYPE    *
       01  BOARD-SEASON-OLD-REC.
           05  BS-OLD-BOARD-TOTAL   PIC 9(7)V99 OCCURS 18.
           05  BS-OLD-SIZE-CTR      PIC 9(4)    OCCURS 5.
           05  BS-OLD-GRAND-TOTAL   PIC 9(9)V99.
           05  BS-OLD-MARGIN-TOTAL  PIC S9(9)V99.
           05  BS-OLD-RENT-TOTAL    PIC 9(9)V99.
