           05  SL-AMT              PIC 9(5)V99.
           05  SL-CCTYPE           PIC X.
           05  SL-TOKEN            PIC X(16).
           05  SL-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(4).

       FD  VAULT-FILE
           LABEL RECORD IS OMITTED
