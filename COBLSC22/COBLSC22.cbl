      *  "DID ANYTHING GO WRONG LAST NIGHT": OUT-OF-BALANCE RUNS ON    *
      *  RUNLOG.DAT, THE COUNT AND AGE OF SUSPENSE.DAT, WAITLISTED     *
      *  PARTIES STILL WITHOUT AN OFFER, BOARDS AT OR UNDER THEIR      *
      *  REORDER POINT ON BRDINV.DAT, UNRESOLVED DECLINES FROM         *
      *  COBLSC08'S RECONCILIATION, AND THE RECORDS THE LAST WEEKLY    *
      *  CAMPGROUND FILE AUDIT (COBLSC43) FOUND WRONG. ONLY EXCEPTIONS *
      *  PRINT; A QUIET NIGHT IS ONE LINE: ALL CLEAR.                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  SUSPENSE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 142 CHARACTERS
           DATA RECORD IS SUSPENSE-REC.
       01  SUSPENSE-REC.
           05  SU-TRAN-REC         PIC X(120).
           05  SU-ERR-NO           PIC 99      OCCURS 5.
           05  SU-DATE             PIC 9(8).
           05  FILLER              PIC X(4).
           05  WL-LEN-STAY         PIC 99.
           05  WL-NAME             PIC X(27).
           05  WL-OFFERED-SW       PIC X.
           05  WL-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(8).

       FD  INV-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 20 TO 162 CHARACTERS
           DATA RECORD IS INV-REC.

      *  CPY FILE THAT CONTAINS INV-REC LAYOUT, ONE RECORD PER STORE  *
      *  PER BOARD, SHARED WITH THE DAILY WAKEBOARD RUN (COBLSC02)    *
           COPY 'BRDINV.CPY'.

       FD  DECLINE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS DECLINE-REC.
       01  DECLINE-REC.
           05  DC-CAMPGROUND       PIC X(15).
           05  DC-DATE             PIC 9(8).
           05  DC-NAME             PIC X(27).
           05  DC-AMT              PIC 9(5)V99.
           05  DC-TRAN-TYPE        PIC X.
           05  DC-CCTYPE           PIC X.
           05  DC-TOKEN            PIC X(16).
           05  DC-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(4).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           05  DC-EOF-SW           PIC X       VALUE 'N'.
           05  C-EXPECTED-READ     PIC 9(7)    VALUE 0.
           05  C-OOB-CTR           PIC 9(4)    VALUE 0.
           05  C-BATCH-CTR         PIC 9(4)    VALUE 0.
           05  C-SUSP-CTR          PIC 9(4)    VALUE 0.
           05  C-SUSP-OLDEST       PIC S9(5)   VALUE 0.
           05  C-SUSP-AGE          PIC S9(5)   VALUE 0.
           05  C-LOW-CTR           PIC 9(4)    VALUE 0.
           05  C-DECL-CTR          PIC 9(4)    VALUE 0.
           05  C-EXCEPTION-CTR     PIC 9(4)    VALUE 0.
      *  THE LATEST CAMPGROUND FILE AUDIT ON THE LOG - ITS DATE AND   *
      *  THE RECORDS IT FOUND WRONG                                   *
           05  C-AUDIT-DATE        PIC 9(8)    VALUE 0.
           05  C-AUDIT-DIRTY       PIC 9(6)    VALUE 0.
           05  INV-EOF-SW          PIC X       VALUE 'N'.
           05  SUB                 PIC 999     VALUE 0.
      *  THE STORE WHOSE RECORDS ARE BEING GATHERED, AND WHETHER ANY  *
      *  HAVE BEEN YET                                                *
           05  C-INV-STORE         PIC XX      VALUE ' '.
           05  STORE-HAS-INV-SW    PIC X       VALUE 'N'.
      *  EVERY BOARD A STORE HOLDS, ON THE SHELF OR OUT ON RENT - A  *
      *  STORE HOLDING NONE (THE WEB PSEUDO-STORE) DOESN'T STOCK     *
      *  BOARDS AND ISN'T CHECKED                                    *
           05  C-STORE-STOCK       PIC S9(6)   VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  CURR-DATE.
           05  SER-REC             PIC 9(7)    VALUE 0.
           05  SER-TODAY           PIC 9(7)    VALUE 0.

      *  ONE STORE'S ON-HAND FIGURE FOR EACH BOARD NUMBER, GATHERED  *
      *  FROM ITS RECORDS ON BRDINV.DAT BEFORE IT IS CHECKED          *
       01  STORE-INV-AREA.
           05  SV-ENTRY            OCCURS 99.
               10  SV-QTY-ON-HAND  PIC S9(4).
               10  SV-PRESENT-SW   PIC X.

      *  CPY FILE THAT CONTAINS THE BOARD TABLE, FILLED FROM THE     *
      *  CATALOG BY CBLBOARD - THE SAME TABLE COBLSC02 SELLS FROM,   *
      *  SO THE REORDER POINTS LIVE IN EXACTLY ONE PLACE             *
       COPY 'BOARDTBL.CPY'.

       01  REPORT-TITLE.
           05  FILLER          PIC X(17)   VALUE '  OUT OF BALANCE'.
           05  FILLER          PIC X(93)   VALUE ' '.

       01  BATCH-LINE.
           05  FILLER          PIC X(34)   VALUE
               'INBOUND BATCHES TURNED AWAY:      '.
           05  O-BATCH-CTR     PIC ZZZ9.
           05  FILLER          PIC X(94)   VALUE ' '.

      *  A RUN THAT HELD OR REFUSED ITS INBOUND BATCH - THE BATCH     *
      *  AND WHY, SO THE SENDER CAN BE CALLED                         *
       01  BATCH-DETAIL-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-BAT-PROGRAM   PIC X(8).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-BAT-DATE      PIC 9(8).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-BAT-STATUS    PIC X(13).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-BAT-SOURCE    PIC X(3).
           05  FILLER          PIC X       VALUE ' '.
           05  O-BAT-SEQ       PIC 9(6).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-BAT-REASON    PIC X(20).
           05  FILLER          PIC X(61)   VALUE ' '.

       01  AUDIT-LINE.
           05  FILLER          PIC X(34)   VALUE
               'CAMPGROUND FILE AUDIT EXCEPTIONS: '.
           05  O-AUDIT-DIRTY   PIC ZZZZZ9.
           05  FILLER          PIC X(14)   VALUE '   AUDIT DATE '.
           05  O-AUDIT-DATE    PIC 9(8).
           05  FILLER          PIC X(70)   VALUE ' '.
       01  SUSP-LINE.
           05  FILLER          PIC X(34)   VALUE
               'RECORDS SITTING IN SUSPENSE:      '.

       01  LOW-DETAIL-LINE.
           05  FILLER          PIC X(4)    VALUE ' '.
           05  O-LOW-STORE     PIC XX.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-LOW-NAME      PIC X(13).
           05  FILLER          PIC X(11)   VALUE '  ON HAND: '.
           05  O-LOW-QTY       PIC -ZZZ9.
           05  FILLER          PIC X(16)   VALUE '  REORDER PT:   '.
           05  O-LOW-PT        PIC ZZ9.
           05  FILLER          PIC X(76)   VALUE ' '.

       01  DECL-LINE.
           05  FILLER          PIC X(34)   VALUE
           05  O-DECL-CTR      PIC ZZZ9.
           05  FILLER          PIC X(94)   VALUE ' '.

       01  CATALOG-MISSING-LINE.
           05  FILLER          PIC X(60)   VALUE
               'BOARD CATALOG BRDCAT.DAT NOT ON FILE - RUN STOPPED'.
           05  FILLER          PIC X(72)   VALUE ' '.

       01  ALL-CLEAR-LINE.
           05  FILLER          PIC X(34)   VALUE
               'ALL CLEAR - NOTHING TO CHASE TODAY'.
               END-READ
               CLOSE CTL-FILE.

      *  EVERY OUT-OF-BALANCE RUN STILL ON THE LOG IS WORTH CHASING, *
      *  AND SO IS EVERY RUN THAT TURNED ITS INBOUND BATCH AWAY - IT  *
      *  BALANCES BECAUSE IT POSTED NOTHING. THE WEEKLY CAMPGROUND    *
      *  AUDIT LOGS THE RECORDS IT FOUND WRONG AS REJECTS; ONLY THE   *
      *  LATEST AUDIT COUNTS, SINCE IT RE-CHECKS EVERYTHING           *
       L3-CHECK-RUNLOG.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-LOG-STATUS NOT = '00'
               MOVE C-OOB-CTR TO O-OOB-CTR
               WRITE PRTLINE FROM OOB-LINE
                   AFTER ADVANCING 2 LINES.
           IF C-BATCH-CTR > 0
               ADD 1 TO C-EXCEPTION-CTR
               MOVE C-BATCH-CTR TO O-BATCH-CTR
               WRITE PRTLINE FROM BATCH-LINE
                   AFTER ADVANCING 2 LINES.
           IF C-AUDIT-DIRTY > 0
               ADD 1 TO C-EXCEPTION-CTR
               MOVE C-AUDIT-DIRTY TO O-AUDIT-DIRTY
               MOVE C-AUDIT-DATE TO O-AUDIT-DATE
               WRITE PRTLINE FROM AUDIT-LINE
                   AFTER ADVANCING 2 LINES.

       L3A-READ-RUNLOG.
           READ RUN-LOG-FILE
                       MOVE RL-RUN-DATE TO O-OOB-DATE
                       WRITE PRTLINE FROM OOB-DETAIL-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
                   IF RL-BATCH-HELD OR RL-BATCH-REFUSED
                       PERFORM L3B-PRINT-BATCH
                   END-IF
                   IF RL-PROGRAM = 'COBLSC43'
                       MOVE RL-RUN-DATE TO C-AUDIT-DATE
                       MOVE RL-RECS-REJECT TO C-AUDIT-DIRTY
                   END-IF.

       L3B-PRINT-BATCH.
           ADD 1 TO C-BATCH-CTR.
           MOVE RL-PROGRAM TO O-BAT-PROGRAM.
           MOVE RL-RUN-DATE TO O-BAT-DATE.
           IF RL-BATCH-HELD
               MOVE 'BATCH HELD' TO O-BAT-STATUS
           ELSE
               MOVE 'BATCH REFUSED' TO O-BAT-STATUS.
           MOVE RL-BATCH-SOURCE TO O-BAT-SOURCE.
           MOVE RL-BATCH-SEQ TO O-BAT-SEQ.
           MOVE RL-BATCH-REASON TO O-BAT-REASON.
           WRITE PRTLINE FROM BATCH-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *  NOTE: THE DETAIL LINES PRINT AS THE LOG IS READ, SO THE     *
      *  COUNT LINE ABOVE THEM ONLY FOLLOWS WHEN ANY WERE FOUND      *
       L4-CHECK-SUSPENSE.
                       ADD 1 TO C-WL-CTR
                   END-IF.

      *  EACH STORE'S ON-HAND FIGURES AGAINST THE REORDER POINTS ON *
      *  THE CATALOG. A STORE'S RECORDS ARE GATHERED UNTIL THE STORE *
      *  CODE CHANGES, THEN THE STORE IS CHECKED AS A WHOLE          *
       L6-CHECK-INVENTORY.
           CALL 'CBLBOARD' USING BOARD-TABLE.
           IF BOARD-CATALOG-MISSING
               PERFORM L6G-CATALOG-MISSING.
           MOVE SPACES TO C-INV-STORE.
           PERFORM L6D-CLEAR-STORE.
           OPEN INPUT INV-FILE.
           IF WS-INV-STATUS = '00'
               PERFORM L6B-READ-STORE-INV
                   UNTIL INV-EOF-SW = 'Y'
               PERFORM L6E-CHECK-STORE
               CLOSE INV-FILE.
           IF C-LOW-CTR > 0
               ADD 1 TO C-EXCEPTION-CTR
               MOVE C-LOW-CTR TO O-LOW-CTR
               WRITE PRTLINE FROM LOW-LINE
                   AFTER ADVANCING 2 LINES.

      *  A RECORD IN THE OLD ONE-PER-STORE LAYOUT IS A WHOLE STORE  *
      *  BY ITSELF                                                  *
       L6B-READ-STORE-INV.
           READ INV-FILE
               AT END
                   MOVE 'Y' TO INV-EOF-SW
               NOT AT END
                   IF INV-OLD-REC (21:124) NOT = SPACES
                       PERFORM L6E-CHECK-STORE
                       MOVE IV-OLD-STORE TO C-INV-STORE
                       PERFORM L6F-LOAD-OLD-BOARD
                           VARYING SUB FROM 1 BY 1
                               UNTIL SUB > 18
                       PERFORM L6E-CHECK-STORE
                   ELSE
                       IF IV-STORE NOT = C-INV-STORE
                           PERFORM L6E-CHECK-STORE
                           MOVE IV-STORE TO C-INV-STORE
                       END-IF
                       IF IV-BOARD NUMERIC AND IV-BOARD > 0
                           PERFORM L6C-ADD-STORE-STOCK
                       END-IF
                   END-IF.

       L6C-ADD-STORE-STOCK.
           MOVE 'Y' TO STORE-HAS-INV-SW.
           MOVE 'Y' TO SV-PRESENT-SW(IV-BOARD).
           IF IV-QTY-ON-HAND NUMERIC
               MOVE IV-QTY-ON-HAND TO SV-QTY-ON-HAND(IV-BOARD)
               ADD IV-QTY-ON-HAND TO C-STORE-STOCK.
           IF IV-QTY-ON-RENT NUMERIC
               ADD IV-QTY-ON-RENT TO C-STORE-STOCK.

       L6F-LOAD-OLD-BOARD.
           MOVE 'Y' TO STORE-HAS-INV-SW.
           MOVE 'Y' TO SV-PRESENT-SW(SUB).
           IF IV-OLD-ON-HAND(SUB) NUMERIC
               MOVE IV-OLD-ON-HAND(SUB) TO SV-QTY-ON-HAND(SUB)
               ADD IV-OLD-ON-HAND(SUB) TO C-STORE-STOCK.
           IF IV-OLD-ON-RENT(SUB) NUMERIC
               ADD IV-OLD-ON-RENT(SUB) TO C-STORE-STOCK.

       L6D-CLEAR-STORE.
           INITIALIZE STORE-INV-AREA.
           MOVE 0 TO C-STORE-STOCK.
           MOVE 'N' TO STORE-HAS-INV-SW.

      *  CHECKS THE STORE JUST GATHERED, THEN CLEARS FOR THE NEXT ONE *
       L6E-CHECK-STORE.
           IF STORE-HAS-INV-SW = 'Y' AND C-STORE-STOCK NOT = 0
               PERFORM L6A-CHECK-ONE-BOARD
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > BOARD-CNT.
           PERFORM L6D-CLEAR-STORE.

      *  WITHOUT THE CATALOG THERE ARE NO REORDER POINTS TO CHECK     *
      *  AND AN EMPTY BOARD SECTION WOULD READ AS ALL CLEAR - THE RUN *
      *  STOPS WITH THE REASON ON THE REPORT AND THE CONSOLE          *
       L6G-CATALOG-MISSING.
           WRITE PRTLINE FROM CATALOG-MISSING-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE PRTOUT.
           DISPLAY 'COBLSC22 - BOARD CATALOG BRDCAT.DAT NOT ON FILE'.
           DISPLAY 'RUN STOPPED - EXCEPTION SUMMARY INCOMPLETE'.
       STOP RUN.

      *  A DISCONTINUED BOARD IS SOLD DOWN AND NEVER REORDERED, SO  *
      *  ONLY ACTIVE BOARDS ARE CHECKED                             *
       L6A-CHECK-ONE-BOARD.
           IF SV-PRESENT-SW(SUB) = 'Y'
               AND T-ACTIVE(SUB)
               AND SV-QTY-ON-HAND(SUB) NOT > T-REORDER-PT(SUB)
                   ADD 1 TO C-LOW-CTR
                   MOVE C-INV-STORE TO O-LOW-STORE
                   MOVE T-NAME(SUB) TO O-LOW-NAME
                   MOVE SV-QTY-ON-HAND(SUB) TO O-LOW-QTY
                   MOVE T-REORDER-PT(SUB) TO O-LOW-PT
                   WRITE PRTLINE FROM LOW-DETAIL-LINE
                       AFTER ADVANCING 1 LINE.

       L7-CHECK-DECLINES.
           OPEN INPUT DECLINE-FILE.
