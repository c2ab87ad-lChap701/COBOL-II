      *  STAMPING EACH BOOKING WITH WHAT THE GATE ACTUALLY SAW, THEN   *
      *  PRINTS THE NIGHTLY NO-SHOW REPORT (BOOKED, PAID, NEVER        *
      *  ARRIVED - FLAGGED WHEN A WAITLISTED PARTY WANTED THE SITE)    *
      *  AND THE EARLY-DEPARTURE LIST. A CHECK-OUT TALLY CARRYING A    *
      *  SITE PROBLEM CODE RAISES A WORK ORDER ON WOTXN.DAT FOR THE    *
      *  WORK ORDER RUN (COBLSC34) TO OPEN.                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-CTL-STATUS.

      *  THE GATE STAFF'S KEYED TALLY: 'I' = PARTY CHECKED IN,       *
      *  'O' = PARTY CHECKED OUT, WITH A PROBLEM CODE WHEN THE STAFF *
      *  FOUND THE SITE NEEDING REPAIR                               *
           SELECT GATE-TXN-FILE
               ASSIGN TO 'GATETXN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-RES-KEY
               ALTERNATE RECORD KEY IS O-CONF-NUM
               FILE STATUS IS WS-RES-STATUS.

      *  WORK ORDERS RAISED FROM THE TALLY, ADDED TO WHATEVER        *
      *  MAINTENANCE HAS ALREADY KEYED FOR THE WORK ORDER RUN        *
           SELECT WO-TXN-FILE
               ASSIGN TO 'WOTXN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WT-STATUS.

      *  PARTIES STILL WAITING FOR A SITE - A NO-SHOW ON A SITE      *
      *  SOMEBODY WANTED HURTS TWICE                                 *
           SELECT WAITLIST-FILE
           05  GT-SITE             PIC X(3).
           05  GT-DATE             PIC 9(8).
           05  GT-ACT-DATE         PIC 9(8).
      *  MAINTENANCE PROBLEM CODE ON A CHECK-OUT - BLANK WHEN THE    *
      *  SITE WAS LEFT IN GOOD ORDER                                 *
           05  GT-PROBLEM-CODE     PIC X(2).
           05  FILLER              PIC X(3).

       FD  CAMPRES-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS VAL-REC.

      *  CPY FILE THAT CONTAINS VAL-REC LAYOUT, THE SAME COPYBOOK     *
      *  COBLSC01 USES TO MAINTAIN CAMPRES.DAT                        *
           COPY 'VAL.CPY'.

       FD  WO-TXN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS WO-TXN-REC.

      *  CPY FILE THAT CONTAINS WO-TXN-REC LAYOUT, SHARED WITH THE    *
      *  WORK ORDER RUN (COBLSC34)                                    *
           COPY 'WOTXN.CPY'.

       FD  WAITLIST-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           05  WL-LEN-STAY         PIC 99.
           05  WL-NAME             PIC X(27).
           05  WL-OFFERED-SW       PIC X.
           05  WL-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           05  WS-GT-STATUS        PIC XX      VALUE '00'.
           05  WS-RES-STATUS       PIC XX      VALUE '00'.
           05  WS-WL-STATUS        PIC XX      VALUE '00'.
           05  WS-WT-STATUS        PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  GT-EOF-SW           PIC X       VALUE 'N'.
           05  RES-EOF-SW          PIC X       VALUE 'N'.
           05  C-REJECT-CTR        PIC 9(6)    VALUE 0.
           05  C-NOSHOW-CTR        PIC 9(4)    VALUE 0.
           05  C-EARLY-CTR         PIC 9(4)    VALUE 0.
           05  C-WO-RAISED-CTR     PIC 9(4)    VALUE 0.
           05  WL-TBL-CTR          PIC 999     VALUE 0.
      *  'N' WHEN THE MASTER WOULDN'T OPEN - NOTHING POSTS AND THE  *
      *  SWEEPS ARE SKIPPED INSTEAD OF ABORTING ON THE FIRST READ   *
           05  O-PST-STATUS        PIC X(24).
           05  FILLER              PIC X(62)   VALUE ' '.

      *  ONE BOOKING THE GATE NEVER SAW, WITH ITS CONFIRMATION      *
      *  NUMBER SO THE DESK CAN PULL IT UP WHEN THE GUEST CALLS     *
       01  NOSHOW-DETAIL-LINE.
           05  O-NS-CONF           PIC 9(8).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-NS-CAMPGROUND     PIC X(15).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-NS-SITE           PIC X(3).
           05  O-NS-AMT            PIC ZZ9.99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-NS-FLAG           PIC X(22).
           05  FILLER              PIC X(28)   VALUE ' '.

       01  MASTER-FAIL-LINE.
           05  FILLER          PIC X(49)   VALUE
           05  O-EARLY-CTR     PIC ZZZ9.
           05  FILLER          PIC X(102)  VALUE ' '.

       01  WO-RAISED-TOTAL-LINE.
           05  FILLER          PIC X(26)   VALUE
               'WORK ORDERS RAISED:       '.
           05  O-WO-RAISED-CTR PIC ZZZ9.
           05  FILLER          PIC X(102)  VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           OPEN INPUT GATE-TXN-FILE.
           IF WS-GT-STATUS NOT = '00'
               MOVE 'Y' TO GT-EOF-SW.
           OPEN EXTEND WO-TXN-FILE.
           IF WS-WT-STATUS NOT = '00'
               OPEN OUTPUT WO-TXN-FILE.
           OPEN OUTPUT PRTOUT.
           PERFORM L8-HEADINGS.
           IF MASTER-OK-SW = 'N'
                   IF VAL-GATE-IN
                       MOVE 'CHECKED IN' TO O-PST-STATUS
                   ELSE
                       IF GT-PROBLEM-CODE = SPACES
                           MOVE 'CHECKED OUT' TO O-PST-STATUS
                       ELSE
                           PERFORM L4C-RAISE-WORK-ORDER
                           MOVE 'CHECKED OUT - WO RAISED'
                               TO O-PST-STATUS
                       END-IF
                   END-IF
                   PERFORM L4B-WRITE-POST-LINE
           END-READ.
                   AT EOP
                       PERFORM L8-HEADINGS.

      *  THE GATE ONLY KNOWS THE SITE AND WHAT IS WRONG WITH IT - THE *
      *  WORK ORDER RUN NUMBERS THE ORDER AND GIVES IT THE URGENT     *
      *  PRIORITY AND ITS DEFAULT EXPECTED DATE                       *
       L4C-RAISE-WORK-ORDER.
           MOVE SPACES TO WO-TXN-REC.
           MOVE 'O' TO WT-ACTION.
           MOVE GT-CAMPGROUND TO WT-CAMPGROUND.
           MOVE GT-SITE TO WT-SITE.
           MOVE GT-PROBLEM-CODE TO WT-PROBLEM-CODE.
           MOVE 'G' TO WT-SOURCE.
           WRITE WO-TXN-REC.
           ADD 1 TO C-WO-RAISED-CTR.

      *  WALKS THE WHOLE MASTER: A BOOKING WHOSE ARRIVAL HAS PASSED  *
      *  WITH NO CHECK-IN IS A NO-SHOW; A CHECK-OUT BEFORE THE END   *
      *  DATE IS AN EARLY DEPARTURE                                  *
           MOVE C-EARLY-CTR TO O-EARLY-CTR.
           WRITE PRTLINE FROM EARLY-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE C-WO-RAISED-CTR TO O-WO-RAISED-CTR.
           WRITE PRTLINE FROM WO-RAISED-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       L5A-SWEEP-NOSHOW.
           READ CAMPRES-FILE NEXT RECORD

       L5B-PRINT-NOSHOW.
           ADD 1 TO C-NOSHOW-CTR.
           MOVE O-CONF-NUM TO O-NS-CONF.
           MOVE O-CAMPGROUND TO O-NS-CAMPGROUND.
           MOVE O-SITE TO O-NS-SITE.
           MOVE O-YYYY TO O-NS-YYYY.

       L5E-PRINT-EARLY.
           ADD 1 TO C-EARLY-CTR.
           MOVE O-CONF-NUM TO O-NS-CONF.
           MOVE O-CAMPGROUND TO O-NS-CAMPGROUND.
           MOVE O-SITE TO O-NS-SITE.
           MOVE O-YYYY TO O-NS-YYYY.
               CLOSE GATE-TXN-FILE.
           IF MASTER-OK-SW = 'Y'
               CLOSE CAMPRES-FILE.
           CLOSE WO-TXN-FILE.
           CLOSE PRTOUT.

           OPEN EXTEND RUN-LOG-FILE.
