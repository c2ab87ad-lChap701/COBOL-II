      *  SALESTAX.CPY                                                  *
      *  LAYOUT OF ONE RECORD ON SALESTAX.DAT, THE SALES TAX LEDGER.   *
      *  THE BOARD DAILY RUN (COBLSC02, SOURCE 'B') AND THE FURNITURE  *
      *  WEEKLY RUN (COBLSC04, SOURCE 'F') EACH APPEND ONE RECORD PER  *
      *  STORE THAT SAW TAXABLE ACTIVITY; THE MONTHLY REMITTANCE       *
      *  REPORT (COBLSC27) TOTALS THEM BY JURISDICTION AND STORE.      *
      *  RETURNS AND CREDITS ARE CARRIED SEPARATELY SO THE REPORT CAN  *
      *  SHOW THE TAX HANDED BACK AS WELL AS THE TAX TAKEN IN.         *
       01  SALES-TAX-REC.
           05  TL-DATE             PIC 9(8).
           05  TL-SOURCE           PIC X.
               88  TL-BOARDS               VALUE 'B'.
               88  TL-FURNITURE            VALUE 'F'.
           05  TL-STORE            PIC XX.
           05  TL-JURISDICTION     PIC X(20).
           05  TL-RATE             PIC V9(4).
           05  TL-TAXABLE-SALES    PIC 9(7)V99.
           05  TL-TAXABLE-RETURNS  PIC 9(7)V99.
           05  TL-TAX-COLLECTED    PIC 9(7)V99.
           05  TL-TAX-REFUNDED     PIC 9(7)V99.
           05  FILLER              PIC X(9).
