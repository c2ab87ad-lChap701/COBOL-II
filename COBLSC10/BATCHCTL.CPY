      *  BATCHCTL.CPY                                                  *
      *  THE CONTROL RECORDS THAT BRACKET EVERY INBOUND TRANSACTION    *
      *  FILE - RESERVE.DAT, BOARD.DAT, WEBORD.DAT, FURN.DAT AND       *
      *  PAINTEST.DAT, AND RESUBMIT.DAT FROM THE SUSPENSE CORRECTION   *
      *  RUN (COBLSC07). THE FIRST RECORD IS THE HEADER, THE LAST IS   *
      *  THE TRAILER, AND EVERY RECORD BETWEEN IS DATA IN THE FILE'S   *
      *  OWN LAYOUT. BOTH FIT IN THE FIRST 20 BYTES SO THEY RIDE IN    *
      *  THE NARROWEST OF THE FILES. CBLBATCH PROVES THEM BEFORE THE   *
      *  RUN READING THE FILE POSTS ANYTHING.                          *
       01  BATCH-CTL-REC.
           05  BC-REC-ID           PIC X(3).
               88  BC-HEADER               VALUE 'HDR'.
               88  BC-TRAILER              VALUE 'TRL'.
           05  FILLER              PIC X(17).

      *  WHO SENT THE BATCH, THE DAY IT WAS CUT, AND THE SENDER'S      *
      *  RUNNING SEQUENCE NUMBER - ONE HIGHER FOR EVERY BATCH IT SENDS *
       01  BATCH-HDR-REC REDEFINES BATCH-CTL-REC.
           05  FILLER              PIC X(3).
           05  BC-SOURCE           PIC X(3).
           05  BC-BATCH-DATE       PIC 9(8).
           05  BC-BATCH-SEQ        PIC 9(6).

      *  HOW MANY DATA RECORDS THE SENDER WROTE AND THE TOTAL OF ONE   *
      *  FIELD ACROSS THEM - DOLLARS WHERE THE FILE CARRIES AN AMOUNT, *
      *  A HASH OF A NUMBER FIELD WHERE IT DOESN'T. A BLANK OR         *
      *  NON-NUMERIC FIELD ADDS NOTHING TO THE TOTAL                   *
       01  BATCH-TRL-REC REDEFINES BATCH-CTL-REC.
           05  FILLER              PIC X(3).
           05  BC-REC-CNT          PIC 9(6).
           05  BC-TOTAL            PIC S9(9)V99.
