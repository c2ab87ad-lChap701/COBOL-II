      *  BRDINV.CPY                                                    *
      *  LAYOUT OF THE PERPETUAL WAKEBOARD STOCK ON BRDINV.DAT - ONE   *
      *  RECORD PER STORE PER BOARD NUMBER, SO A NEW BOARD ON THE      *
      *  CATALOG IS JUST ANOTHER RECORD. KEPT BY THE DAILY RUN         *
      *  (COBLSC02) AND THE TRANSFER RUN (COBLSC36), AND READ BY THE   *
      *  MORNING EXCEPTION SUMMARY (COBLSC22). A RECORD WITH A BLANK   *
      *  IV-STORE IS THE OLD COMPANY-WIDE FIGURE AND LOADS INTO THE    *
      *  FIRST STORE ON THE MASTER.                                    *
       01  INV-REC.
           05  IV-STORE             PIC XX.
           05  IV-BOARD             PIC 99.
           05  IV-QTY-ON-HAND       PIC S9(4).
      *  BOARDS OUT ON RENT - OFF THE SHELF BUT STILL OURS, SO THEY  *
      *  CAN'T BE SOLD OFF THE RACK                                  *
           05  IV-QTY-ON-RENT       PIC S9(4).
           05  FILLER               PIC X(8).

      *  THE OLD ONE-RECORD-PER-STORE LAYOUT WITH A SLOT FOR EACH OF  *
      *  THE FIRST 18 BOARD NUMBERS. STILL READ SO A FILE WRITTEN     *
      *  BEFORE THE STOCK WAS KEYED BY BOARD CARRIES FORWARD; IT IS   *
      *  ALWAYS WRITTEN BACK IN THE KEYED LAYOUT. AN OLD RECORD HAS   *
      *  DIGITS PAST THE END OF A KEYED ONE                           *
       01  INV-OLD-REC.
           05  IV-OLD-ON-HAND       PIC S9(4)   OCCURS 18.
           05  IV-OLD-ON-RENT       PIC S9(4)   OCCURS 18.
           05  IV-OLD-STORE         PIC XX.
           05  FILLER               PIC X(16).
