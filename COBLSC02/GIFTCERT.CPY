      *  GIFTCERT.CPY                                                  *
      *  LAYOUT OF ONE GIFT CERTIFICATE ON THE LEDGER (GIFTCERT.DAT).  *
      *  THE DAILY WAKEBOARD RUN (COBLSC02) ADDS A CERTIFICATE WHEN    *
      *  THE REGISTER SELLS ONE AND DRAWS IT DOWN AS IT IS REDEEMED;   *
      *  THE GIFT CERTIFICATE RUN (COBLSC39) VOIDS AND ESCHEATS THEM   *
      *  AND REPORTS THE OUTSTANDING LIABILITY. A CERTIFICATE STAYS ON *
      *  THE LEDGER SO ITS NUMBER CANNOT BE USED AGAIN UNTIL IT HAS    *
      *  BEEN CLOSED FOR THE RETENTION PERIOD, WHEN COBLSC39 MOVES IT  *
      *  TO THE ARCHIVE (GIFTARCH.DAT).                                *
       01  GIFT-CERT-REC.
      *  THE NUMBER PRINTED ON THE CERTIFICATE  *
           05  GC-CERT-NUM          PIC X(8).
      *  'A' = OUTSTANDING, 'R' = REDEEMED IN FULL, 'V' = VOIDED,     *
      *  'E' = ESCHEATED - THE BALANCE WAS TURNED OVER TO THE STATE   *
           05  GC-STATUS            PIC X.
               88  GC-OUTSTANDING   VALUE 'A'.
               88  GC-REDEEMED      VALUE 'R'.
               88  GC-VOIDED        VALUE 'V'.
               88  GC-ESCHEATED     VALUE 'E'.
           05  GC-ISSUE-STORE       PIC XX.
           05  GC-ISSUE-DATE        PIC 9(8).
           05  GC-ORIG-AMT          PIC 9(5)V99.
           05  GC-BALANCE           PIC 9(5)V99.
      *  THE LAST DAY THE CERTIFICATE WAS SOLD, REDEEMED OR CREDITED *
      *  - DORMANCY FOR THE ESCHEAT LIST RUNS FROM HERE              *
           05  GC-LAST-USED-DATE    PIC 9(8).
           05  GC-REDEEM-CTR        PIC 999.
      *  THE DAY IT WAS VOIDED OR ESCHEATED, AND THE BALANCE IT HAD  *
           05  GC-STATUS-DATE       PIC 9(8).
           05  GC-STATUS-AMT        PIC 9(5)V99.
           05  FILLER               PIC X(1).
