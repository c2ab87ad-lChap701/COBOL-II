               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-RES-KEY
               ALTERNATE RECORD KEY IS O-CONF-NUM
               FILE STATUS IS WS-RES-STATUS.

      *  THE TOKENIZED SETTLEMENT FEED - THE CREDITS GO OUT WITH     *

       FD  CAMPRES-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS VAL-REC.

      *  CPY FILE THAT CONTAINS VAL-REC LAYOUT, THE SAME COPYBOOK     *
           05  SL-AMT              PIC 9(5)V99.
           05  SL-CCTYPE           PIC X.
           05  SL-TOKEN            PIC X(16).
           05  SL-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(4).

       FD  BALDUE-FILE
           LABEL RECORD IS OMITTED
           05  BD-BAL-AMT          PIC 9(3)V99.
           05  BD-CCTYPE           PIC X.
           05  BD-TOKEN            PIC X(16).
           05  BD-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(7).

       FD  BULKWK-FILE
           LABEL RECORD IS OMITTED
           05  FILLER          PIC X(88)   VALUE ' '.

       01  NOTIFY-COL-HDGS.
           05  FILLER          PIC X(8)    VALUE 'CONF NO'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(3)    VALUE 'STE'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'ARRIVAL'.
           05  FILLER          PIC X(8)    VALUE '  REFUND'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(24)   VALUE 'STATUS'.
           05  FILLER          PIC X(42)   VALUE ' '.

      *  ONE AFFECTED GUEST FOR THE DESK TO CALL, WITH THE NUMBER  *
      *  THE GUEST WILL QUOTE BACK                                 *
       01  NOTIFY-DETAIL-LINE.
           05  O-NTF-CONF      PIC 9(8).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-NTF-SITE      PIC X(3).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-NTF-YYYY      PIC 9(4).
                               PIC X(8).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-NTF-STATUS    PIC X(24).
           05  FILLER          PIC X(42)   VALUE ' '.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(28)   VALUE
      *  SERVICE CHECK USES - NOT JUST WHEN IT ARRIVES INSIDE IT.    *
      *  A PARTY THE GATE ALREADY CHECKED IN (OR OUT) IS KEPT AND    *
      *  LISTED FOR THE DESK: A MID-STAY FULL REFUND WOULD BE WRONG  *
      *  AND RELOCATION IS A BY-HAND DECISION. A SEASONAL LEASE IS   *
      *  KEPT AND LISTED TOO - ITS TERM AND BILLING RUN OFF THE      *
      *  LEASE FILE, SO THE DESK DECIDES HOW TO CREDIT THE LESSEE    *
       L4-SWEEP-MASTER.
           READ CAMPRES-FILE NEXT RECORD
               AT END
                       AND O-DATE NOT > BC-END-DATE
                       AND O-END-DATE NOT < BC-START-DATE
                       IF O-GATE-STATUS = 'I' OR O-GATE-STATUS = 'O'
                           OR O-LEASE-HOLD
                           ADD 1 TO C-KEPT-CTR
                           IF O-GATE-STATUS = 'I' OR O-LEASE-HOLD
                               PERFORM L5B-LIST-IN-HOUSE
                           END-IF
                       ELSE
               MOVE 0 TO C-OPEN-BAL.
           SUBTRACT C-OPEN-BAL FROM O-AMT GIVING C-REFUND-AMT.

           MOVE O-CONF-NUM TO O-NTF-CONF.
           MOVE O-SITE TO O-NTF-SITE.
           MOVE O-YYYY TO O-NTF-YYYY.
           MOVE O-MM TO O-NTF-MM.
               MOVE C-REFUND-AMT TO SL-AMT
               MOVE ' ' TO SL-CCTYPE
               MOVE O-CARD-TOKEN TO SL-TOKEN
               MOVE O-CONF-NUM TO SL-CONF-NUM
               MOVE SPACES TO SETTLE-REC (87:4)
               WRITE SETTLE-REC
               ADD C-REFUND-AMT TO C-REFUND-TOTAL
               MOVE 'FULL REFUND CREDITED' TO O-NTF-STATUS.

      *  ONE PARTY ALREADY ON SITE WHEN THE CLOSURE HIT - THE DESK   *
      *  RELOCATES AND SETTLES THEM BY HAND, SO THE LINE CARRIES NO  *
      *  REFUND FIGURE. A SEASONAL LEASE IS LISTED THE SAME WAY      *
       L5B-LIST-IN-HOUSE.
           IF NOT O-LEASE-HOLD
               ADD 1 TO C-INHOUSE-CTR.
           MOVE O-CONF-NUM TO O-NTF-CONF.
           MOVE O-SITE TO O-NTF-SITE.
           MOVE O-YYYY TO O-NTF-YYYY.
           MOVE O-MM TO O-NTF-MM.
           MOVE O-DD TO O-NTF-DD.
           MOVE O-NAME TO O-NTF-NAME.
           MOVE SPACES TO O-NTF-REFUND-X.
           IF O-LEASE-HOLD
               MOVE 'LEASE HOLD - SEE DESK' TO O-NTF-STATUS
           ELSE
               MOVE 'IN HOUSE - SEE THE DESK' TO O-NTF-STATUS.
           WRITE PRTLINE FROM NOTIFY-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
