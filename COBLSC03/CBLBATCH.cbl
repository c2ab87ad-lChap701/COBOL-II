       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLBATCH.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  THE SUBROUTINE THAT GUARDS EVERY INBOUND TRANSACTION FILE.    *
      *  EACH FILE ARRIVES BRACKETED BY A HEADER (SOURCE, BATCH DATE,  *
      *  BATCH SEQUENCE) AND A TRAILER (RECORD COUNT AND A DOLLAR OR   *
      *  HASH TOTAL) - SEE BATCHCTL.CPY. BEFORE A RUN POSTS ANYTHING   *
      *  IT ASKS THIS ROUTINE TO PROVE THE FILE: THE HEADER MUST COME  *
      *  FIRST FROM THE RIGHT SOURCE, THE TRAILER LAST, AND THE COUNT  *
      *  AND TOTAL MUST MATCH WHAT IS ACTUALLY ON FILE, SO A TRUNCATED *
      *  TRANSFER IS HELD INSTEAD OF POSTED. THE LAST SEQUENCE POSTED  *
      *  FROM EACH SOURCE IS KEPT ON BATCHSEQ.DAT, SO A FILE SENT      *
      *  TWICE IS REFUSED. A BATCH TURNED AWAY EITHER WAY IS LOGGED    *
      *  TO RUNLOG.DAT HERE, SO THE GATEKEEPER (COBLSC21) AND THE      *
      *  MORNING SUMMARY (COBLSC22) SEE IT.                            *
      *                                                                *
      *  SOURCES AND THE FIELD EACH TRAILER TOTALS:                    *
      *      RES  RESERVE.DAT   COBLSC01  I-AMT (DOLLARS)              *
      *      RSB  RESUBMIT.DAT  COBLSC01  I-AMT (DOLLARS)              *
      *      BRD  BOARD.DAT     COBLSC02  I-TENDER-AMT (DOLLARS)       *
      *      WEB  WEBORD.DAT    COBLSC02  WO-BOARD (HASH)              *
      *      FUR  FURN.DAT      COBLSC04  ST-AMOUNT (DOLLARS)          *
      *      PNT  PAINTEST.DAT  COBLSC05  I-EST-NUM (HASH)             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  THE INBOUND FILE BEING PROVED - THE WIDEST INBOUND RECORD   *
      *  IN THE SHOP IS RESERVE.DAT'S 120 BYTES                      *
           SELECT BATCH-IN-FILE
               ASSIGN USING BATCH-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BI-STATUS.

      *  ONE RECORD PER SOURCE: THE LAST SEQUENCE POSTED FROM IT,    *
      *  AND FOR A BATCH THIS SHOP CUTS ITSELF THE LAST ONE ISSUED   *
           SELECT BATCH-SEQ-FILE
               ASSIGN TO 'BATCHSEQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BQ-STATUS.

      *  RUN-CONTROL LOG SHARED BY EVERY BATCH PROGRAM - A BATCH     *
      *  TURNED AWAY GETS ITS RECORD HERE                            *
           SELECT RUN-LOG-FILE
               ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BATCH-IN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS BATCH-IN-REC.
       01  BATCH-IN-REC            PIC X(120).

       FD  BATCH-SEQ-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS BATCH-SEQ-REC.
       01  BATCH-SEQ-REC.
           05  BQ-SOURCE           PIC X(3).
           05  BQ-LAST-SEQ         PIC 9(6).
      *  THE BATCH DATE OF THE LAST BATCH POSTED, THE DAY IT WAS     *
      *  POSTED, AND THE PROGRAM THAT POSTED IT                      *
           05  BQ-LAST-DATE        PIC 9(8).
           05  BQ-POSTED-DATE      PIC 9(8).
           05  BQ-PROGRAM          PIC X(8).
           05  BQ-LAST-ISSUED      PIC 9(6).
           05  FILLER              PIC X(11).

       FD  RUN-LOG-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LOG-REC.

      *  CPY FILE THAT CONTAINS RUN-LOG-REC LAYOUT, SHARED WITH EVERY *
      *  BATCH PROGRAM THAT WRITES RUNLOG.DAT                         *
           COPY 'RUNLOG.CPY'.

       WORKING-STORAGE SECTION.
       01  BATCH-NAME-AREA.
           05  BATCH-IN-NAME       PIC X(30)   VALUE SPACES.

       01  BATCH-WORK-AREA.
           05  WS-BI-STATUS        PIC XX      VALUE '00'.
           05  WS-BQ-STATUS        PIC XX      VALUE '00'.
           05  WS-RL-STATUS        PIC XX      VALUE '00'.
           05  BATCH-EOF-SW        PIC X       VALUE 'N'.
           05  TRL-SEEN-SW         PIC X       VALUE 'N'.
           05  SEQ-EOF-SW          PIC X       VALUE 'N'.
           05  REG-FOUND-SW        PIC X       VALUE 'N'.
           05  REG-CNT             PIC 99      VALUE 0.
           05  REG-SUB             PIC 99      VALUE 0.
      *  WHERE THE TOTALED FIELD LANDS IN THE WORK FIELD BELOW, SO   *
      *  ITS DECIMALS LINE UP WITH THE TRAILER'S TWO                 *
           05  TOT-START           PIC 99      VALUE 0.
           05  TOT-END             PIC 99      VALUE 0.

      *  ONE RECORD'S TOTALED FIELD, RIGHT-ALIGNED ON ITS DECIMAL    *
      *  POINT. A SIGNED AMOUNT'S SIGN RIDES OVER ITS LAST DIGIT, SO *
      *  IT STAYS IN THE LAST BYTE WHERE THE NUMERIC VIEW LOOKS FOR  *
      *  IT                                                          *
       01  TOT-WORK-AREA.
           05  TOT-WORK-X          PIC X(11).
           05  TOT-WORK-N REDEFINES TOT-WORK-X
                                   PIC S9(9)V99.

       01  BATCH-DATE-AND-TIME.
           05  BD-DATE             PIC 9(8).
           05  BD-TIME             PIC X(11).

      *  BATCHSEQ.DAT IN STORAGE WHILE A CALL LOOKS AT OR UPDATES IT  *
       01  REGISTER-TABLE.
           05  RG-ENTRY            OCCURS 20.
               10  RG-SOURCE       PIC X(3).
               10  RG-LAST-SEQ     PIC 9(6).
               10  RG-LAST-DATE    PIC 9(8).
               10  RG-POSTED-DATE  PIC 9(8).
               10  RG-PROGRAM      PIC X(8).
               10  RG-LAST-ISSUED  PIC 9(6).

      *  CPY FILE THAT CONTAINS THE HEADER AND TRAILER LAYOUTS,      *
      *  SHARED WITH COBLSC07, WHICH CUTS RESUBMIT.DAT               *
       COPY 'BATCHCTL.CPY'.

      *  SECTION USED TO BE ABLE TO USE THE "USING" WITH PASSED-DATA  *
       LINKAGE SECTION.
       01  BATCH-PASSED-DATA.
      *  'V' = PROVE A BATCH BEFORE IT IS POSTED, 'R' = RECORD THE   *
      *  BATCH JUST PROVED AS POSTED ONCE THE RUN HAS FINISHED, 'N' = *
      *  ISSUE THE NEXT SEQUENCE FOR A BATCH THIS SHOP CUTS ITSELF    *
           05  BT-FUNC             PIC X.
               88  BT-VERIFY       VALUE 'V'.
               88  BT-RECORD       VALUE 'R'.
               88  BT-NEXT-SEQ     VALUE 'N'.
           05  BT-FILE-NAME        PIC X(30).
      *  THE SOURCE THE FILE SHOULD COME FROM, AND A SECOND SOURCE   *
      *  THAT MAY ALSO FEED IT (SPACES WHEN THERE IS NONE)           *
           05  BT-SOURCE           PIC X(3).
           05  BT-ALT-SOURCE       PIC X(3).
      *  WHERE THE FIELD THE TRAILER TOTALS SITS IN A DATA RECORD:   *
      *  STARTING POSITION, DIGITS, AND HOW MANY OF THEM ARE DECIMALS *
           05  BT-TOT-POS          PIC 999.
           05  BT-TOT-LEN          PIC 99.
           05  BT-TOT-DEC          PIC 9.
      *  'Y' WHEN NO FILE AT ALL JUST MEANS NOTHING CAME IN TODAY    *
           05  BT-FILE-OPTIONAL    PIC X.
      *  'Y' WHEN THE CALLER IS RESUMING THE SAME BATCH FROM ITS     *
      *  CHECKPOINT - IT MAY ALREADY HAVE BEEN RECORDED AS POSTED    *
      *  JUST BEFORE THE ABEND, SO IT IS NOT CHECKED AS A DUPLICATE  *
           05  BT-RESTART-SW       PIC X.
           05  BT-PROGRAM          PIC X(8).
      *  THE CALLER'S RUN DATE - ZERO TAKES TODAY'S  *
           05  BT-RUN-DATE         PIC 9(8).
      *  RETURNED: THE BATCH AS ITS HEADER AND TRAILER DESCRIBE IT,  *
      *  OR THE SEQUENCE JUST ISSUED                                 *
           05  BT-HDR-SOURCE       PIC X(3).
           05  BT-BATCH-DATE       PIC 9(8).
           05  BT-BATCH-SEQ        PIC 9(6).
           05  BT-REC-CNT          PIC 9(6).
           05  BT-TOTAL            PIC S9(9)V99.
      *  RETURN CODE: 0 = GOOD BATCH, RECORDED OR ISSUED, 1 = NO     *
      *  FILE (OR NOTHING TO RECORD), 2 = HELD - HEADER OR TRAILER   *
      *  MISSING OR OUT OF BALANCE, 3 = REFUSED - ALREADY POSTED     *
           05  BT-RETURN-CODE      PIC 9.
           05  BT-REASON           PIC X(20).

      *  PROVES A BATCH, RECORDS ONE AS POSTED, OR ISSUES A SEQUENCE *
       PROCEDURE DIVISION USING BATCH-PASSED-DATA.
       0000-BATCH-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO BATCH-DATE-AND-TIME.
           IF BT-RUN-DATE = 0
               MOVE BD-DATE TO BT-RUN-DATE.
           MOVE 0 TO BT-RETURN-CODE.
           MOVE SPACES TO BT-REASON.
           PERFORM 1000-LOAD-REGISTER.

           EVALUATE TRUE
               WHEN BT-VERIFY
                   PERFORM 2000-VERIFY-BATCH THRU 2000-EXIT
                   IF BT-RETURN-CODE > 1
                       PERFORM 5000-LOG-TURNED-AWAY
                   END-IF
               WHEN BT-RECORD
                   PERFORM 3000-RECORD-POSTED
               WHEN BT-NEXT-SEQ
                   PERFORM 4000-ISSUE-NEXT-SEQ
           END-EVALUATE.

      *  GOBACK USED TO EXIT THE SUBROUTINE  *
           GOBACK.

      *  LOADS BATCHSEQ.DAT - A MISSING FILE MEANS NO BATCH HAS BEEN *
      *  POSTED YET FROM ANY SOURCE                                  *
       1000-LOAD-REGISTER.
           MOVE 0 TO REG-CNT.
           MOVE 'N' TO SEQ-EOF-SW.
           OPEN INPUT BATCH-SEQ-FILE.
           IF WS-BQ-STATUS NOT = '00'
               MOVE 'Y' TO SEQ-EOF-SW.
           PERFORM 1100-READ-REGISTER
               UNTIL SEQ-EOF-SW = 'Y'.
           IF WS-BQ-STATUS NOT = '35'
               CLOSE BATCH-SEQ-FILE.

       1100-READ-REGISTER.
           READ BATCH-SEQ-FILE
               AT END
                   MOVE 'Y' TO SEQ-EOF-SW
               NOT AT END
                   IF REG-CNT < 20
                       ADD 1 TO REG-CNT
                       MOVE BQ-SOURCE TO RG-SOURCE(REG-CNT)
                       MOVE BQ-LAST-SEQ TO RG-LAST-SEQ(REG-CNT)
                       MOVE BQ-LAST-DATE TO RG-LAST-DATE(REG-CNT)
                       MOVE BQ-POSTED-DATE TO RG-POSTED-DATE(REG-CNT)
                       MOVE BQ-PROGRAM TO RG-PROGRAM(REG-CNT)
                       MOVE BQ-LAST-ISSUED TO RG-LAST-ISSUED(REG-CNT)
                   END-IF
           END-READ.

      *  READS THE WHOLE FILE ONCE, FRONT TO BACK, WITHOUT POSTING    *
      *  ANYTHING: HEADER FIRST, THEN DATA RECORDS COUNTED AND        *
      *  TOTALED UP TO THE TRAILER, WHICH MUST BE THE LAST RECORD.    *
      *  THE FIRST FAULT FOUND IS THE REASON THE BATCH IS HELD        *
       2000-VERIFY-BATCH.
           MOVE SPACES TO BT-HDR-SOURCE.
           MOVE 0 TO BT-BATCH-DATE.
           MOVE 0 TO BT-BATCH-SEQ.
           MOVE 0 TO BT-REC-CNT.
           MOVE 0 TO BT-TOTAL.
           MOVE 'N' TO BATCH-EOF-SW.
           MOVE 'N' TO TRL-SEEN-SW.
           ADD 9 BT-TOT-DEC GIVING TOT-END.
           SUBTRACT BT-TOT-LEN FROM TOT-END GIVING TOT-START.
           ADD 1 TO TOT-START.

           MOVE BT-FILE-NAME TO BATCH-IN-NAME.
           OPEN INPUT BATCH-IN-FILE.
           IF WS-BI-STATUS NOT = '00'
               IF BT-FILE-OPTIONAL = 'Y'
                   MOVE 1 TO BT-RETURN-CODE
               ELSE
                   MOVE 2 TO BT-RETURN-CODE
                   MOVE 'NO BATCH FILE' TO BT-REASON
               END-IF
               GO TO 2000-EXIT.

           PERFORM 2100-READ-BATCH-REC.
           IF BATCH-EOF-SW = 'Y'
               MOVE 'NO HEADER RECORD' TO BT-REASON
               GO TO 2000-CLOSE.
           MOVE BATCH-IN-REC (1:20) TO BATCH-CTL-REC.
           IF NOT BC-HEADER
               MOVE 'NO HEADER RECORD' TO BT-REASON
               GO TO 2000-CLOSE.
           IF BC-BATCH-DATE NOT NUMERIC OR BC-BATCH-SEQ NOT NUMERIC
               MOVE 'HEADER UNREADABLE' TO BT-REASON
               GO TO 2000-CLOSE.
           MOVE BC-SOURCE TO BT-HDR-SOURCE.
           MOVE BC-BATCH-DATE TO BT-BATCH-DATE.
           MOVE BC-BATCH-SEQ TO BT-BATCH-SEQ.
           IF BC-SOURCE NOT = BT-SOURCE
               AND (BT-ALT-SOURCE = SPACES
                   OR BC-SOURCE NOT = BT-ALT-SOURCE)
               MOVE 'WRONG SOURCE' TO BT-REASON
               GO TO 2000-CLOSE.

           PERFORM 2200-TALLY-BATCH-REC
               UNTIL BATCH-EOF-SW = 'Y'.
           IF BT-REASON NOT = SPACES
               GO TO 2000-CLOSE.
           IF TRL-SEEN-SW = 'N'
               MOVE 'NO TRAILER RECORD' TO BT-REASON
               GO TO 2000-CLOSE.
           IF BC-REC-CNT NOT NUMERIC OR BC-REC-CNT NOT = BT-REC-CNT
               MOVE 'RECORD COUNT OFF' TO BT-REASON
               GO TO 2000-CLOSE.
           IF BC-TOTAL NOT NUMERIC OR BC-TOTAL NOT = BT-TOTAL
               MOVE 'CONTROL TOTAL OFF' TO BT-REASON
               GO TO 2000-CLOSE.

      *  THE BATCH PROVES OUT - IT MUST ALSO BE NEWER THAN THE LAST  *
      *  ONE POSTED FROM ITS SOURCE                                  *
           IF BT-RESTART-SW NOT = 'Y'
               PERFORM 2300-FIND-SOURCE
               IF REG-FOUND-SW = 'Y'
                   IF BT-BATCH-SEQ NOT > RG-LAST-SEQ(REG-SUB)
                       MOVE 3 TO BT-RETURN-CODE
                       MOVE 'BATCH ALREADY POSTED' TO BT-REASON.

       2000-CLOSE.
           CLOSE BATCH-IN-FILE.
           IF BT-REASON NOT = SPACES AND BT-RETURN-CODE = 0
               MOVE 2 TO BT-RETURN-CODE.

       2000-EXIT.
           EXIT.

       2100-READ-BATCH-REC.
           READ BATCH-IN-FILE
               AT END
                   MOVE 'Y' TO BATCH-EOF-SW.

      *  ONE RECORD PAST THE HEADER: THE TRAILER IS KEPT FOR THE     *
      *  CHECKS ABOVE, ANYTHING ELSE IS DATA. A SECOND HEADER OR A   *
      *  RECORD AFTER THE TRAILER MEANS FILES RAN TOGETHER           *
       2200-TALLY-BATCH-REC.
           PERFORM 2100-READ-BATCH-REC.
           IF BATCH-EOF-SW = 'N'
               IF TRL-SEEN-SW = 'Y'
                   MOVE 'DATA AFTER TRAILER' TO BT-REASON
                   MOVE 'Y' TO BATCH-EOF-SW
               ELSE
               IF BATCH-IN-REC (1:3) = 'TRL'
                   MOVE BATCH-IN-REC (1:20) TO BATCH-CTL-REC
                   MOVE 'Y' TO TRL-SEEN-SW
               ELSE
               IF BATCH-IN-REC (1:3) = 'HDR'
                   MOVE 'SECOND HEADER RECORD' TO BT-REASON
                   MOVE 'Y' TO BATCH-EOF-SW
               ELSE
                   ADD 1 TO BT-REC-CNT
                   PERFORM 2210-ADD-TO-TOTAL.

       2210-ADD-TO-TOTAL.
           MOVE ZEROS TO TOT-WORK-X.
           MOVE BATCH-IN-REC (BT-TOT-POS:BT-TOT-LEN)
               TO TOT-WORK-X (TOT-START:BT-TOT-LEN).
           IF TOT-WORK-N NUMERIC
               ADD TOT-WORK-N TO BT-TOTAL.

      *  FINDS THE REGISTER ENTRY FOR THE BATCH'S SOURCE  *
       2300-FIND-SOURCE.
           MOVE 'N' TO REG-FOUND-SW.
           PERFORM 2310-MATCH-SOURCE
               VARYING REG-SUB FROM 1 BY 1
                   UNTIL REG-SUB > REG-CNT
                       OR REG-FOUND-SW = 'Y'.
           IF REG-FOUND-SW = 'Y'
               SUBTRACT 1 FROM REG-SUB.

       2310-MATCH-SOURCE.
           IF RG-SOURCE(REG-SUB) = BT-HDR-SOURCE
               MOVE 'Y' TO REG-FOUND-SW.

      *  THE RUN POSTED THE BATCH IT PROVED - ITS SEQUENCE BECOMES   *
      *  THE ONE A RESEND IS REFUSED AGAINST. RECORDING THE SAME     *
      *  BATCH AGAIN (A RESTART) CHANGES NOTHING                     *
       3000-RECORD-POSTED.
           MOVE 'N' TO REG-FOUND-SW.
           IF BT-HDR-SOURCE NOT = SPACES
               PERFORM 3100-ADD-SOURCE.
           IF REG-FOUND-SW = 'N'
               MOVE 1 TO BT-RETURN-CODE
           ELSE
               IF BT-BATCH-SEQ NOT < RG-LAST-SEQ(REG-SUB)
                   MOVE BT-BATCH-SEQ TO RG-LAST-SEQ(REG-SUB)
                   MOVE BT-BATCH-DATE TO RG-LAST-DATE(REG-SUB)
                   MOVE BT-RUN-DATE TO RG-POSTED-DATE(REG-SUB)
                   MOVE BT-PROGRAM TO RG-PROGRAM(REG-SUB)
               END-IF
               PERFORM 6000-SAVE-REGISTER.

      *  FINDS THE SOURCE'S ENTRY, STARTING ONE FOR A SOURCE NEVER   *
      *  SEEN BEFORE WHILE THE TABLE HAS ROOM                        *
       3100-ADD-SOURCE.
           PERFORM 2300-FIND-SOURCE.
           IF REG-FOUND-SW = 'N' AND REG-CNT < 20
               ADD 1 TO REG-CNT
               MOVE REG-CNT TO REG-SUB
               MOVE BT-HDR-SOURCE TO RG-SOURCE(REG-SUB)
               MOVE 0 TO RG-LAST-SEQ(REG-SUB)
               MOVE 0 TO RG-LAST-DATE(REG-SUB)
               MOVE 0 TO RG-POSTED-DATE(REG-SUB)
               MOVE SPACES TO RG-PROGRAM(REG-SUB)
               MOVE 0 TO RG-LAST-ISSUED(REG-SUB)
               MOVE 'Y' TO REG-FOUND-SW.

      *  NUMBERS A BATCH THIS SHOP WRITES ITSELF ONE PAST THE LAST   *
      *  ONE ISSUED OR POSTED, WHICHEVER IS HIGHER, AND DATES IT     *
      *  WITH THE CALLER'S RUN DATE                                  *
       4000-ISSUE-NEXT-SEQ.
           MOVE BT-SOURCE TO BT-HDR-SOURCE.
           MOVE BT-RUN-DATE TO BT-BATCH-DATE.
           PERFORM 3100-ADD-SOURCE.
           IF REG-FOUND-SW = 'N'
               MOVE 1 TO BT-RETURN-CODE
               MOVE 0 TO BT-BATCH-SEQ
           ELSE
               IF RG-LAST-SEQ(REG-SUB) > RG-LAST-ISSUED(REG-SUB)
                   MOVE RG-LAST-SEQ(REG-SUB) TO RG-LAST-ISSUED(REG-SUB)
               END-IF
               ADD 1 TO RG-LAST-ISSUED(REG-SUB)
               MOVE RG-LAST-ISSUED(REG-SUB) TO BT-BATCH-SEQ
               PERFORM 6000-SAVE-REGISTER.

      *  ONE RUN-LOG RECORD FOR THE BATCH TURNED AWAY: NOTHING WAS   *
      *  POSTED, SO EVERY RECORD IT CARRIED COUNTS AS REJECTED       *
       5000-LOG-TURNED-AWAY.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RL-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE BT-PROGRAM TO RL-PROGRAM.
           MOVE BT-RUN-DATE TO RL-RUN-DATE.
           MOVE BD-TIME (1:6) TO RL-RUN-TIME.
           MOVE BT-REC-CNT TO RL-RECS-READ.
           MOVE 0 TO RL-RECS-OUT-1.
           MOVE 0 TO RL-RECS-OUT-2.
           MOVE BT-REC-CNT TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           IF BT-RETURN-CODE = 3
               MOVE 'D' TO RL-BATCH-STATUS
           ELSE
               MOVE 'H' TO RL-BATCH-STATUS.
           IF BT-HDR-SOURCE = SPACES
               MOVE BT-SOURCE TO RL-BATCH-SOURCE
           ELSE
               MOVE BT-HDR-SOURCE TO RL-BATCH-SOURCE.
           MOVE BT-BATCH-SEQ TO RL-BATCH-SEQ.
           MOVE BT-REASON TO RL-BATCH-REASON.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.

       6000-SAVE-REGISTER.
           OPEN OUTPUT BATCH-SEQ-FILE.
           PERFORM 6100-WRITE-REGISTER
               VARYING REG-SUB FROM 1 BY 1
                   UNTIL REG-SUB > REG-CNT.
           CLOSE BATCH-SEQ-FILE.

       6100-WRITE-REGISTER.
           MOVE RG-SOURCE(REG-SUB) TO BQ-SOURCE.
           MOVE RG-LAST-SEQ(REG-SUB) TO BQ-LAST-SEQ.
           MOVE RG-LAST-DATE(REG-SUB) TO BQ-LAST-DATE.
           MOVE RG-POSTED-DATE(REG-SUB) TO BQ-POSTED-DATE.
           MOVE RG-PROGRAM(REG-SUB) TO BQ-PROGRAM.
           MOVE RG-LAST-ISSUED(REG-SUB) TO BQ-LAST-ISSUED.
           MOVE SPACES TO BATCH-SEQ-REC (40:11).
           WRITE BATCH-SEQ-REC.
