      *  PAINTCOL.CPY                                                  *
      *  LAYOUT OF THE PAINT BILLING AND COLLECTION TOTALS CARRIED     *
      *  FORWARD ON PAINTCOL.DAT BY THE PAINT INVOICING RUN (COBLSC40) *
      *  FOR THE MONTH. COBLSC06 REPORTS THE MONEY COLLECTED AS THE    *
      *  MONTH'S PAINT REVENUE AND ITS MONTH-END CLOSE ZEROES THE FILE *
      *  FOR THE NEW PERIOD.                                           *
       01  PAINT-COLLECT-REC.
           05  PC-MTD-COLLECTED     PIC 9(9)V99.
           05  PC-MTD-PAY-CTR       PIC 9(7).
           05  PC-MTD-BILLED        PIC 9(9)V99.
           05  PC-MTD-INV-CTR       PIC 9(7).
           05  FILLER               PIC X(4).
