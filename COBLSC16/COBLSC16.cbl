      *  MASTER INTO ONE RECORD PER GUEST - STAY COUNT, LIFETIME       *
      *  NIGHTS, AND LAST VISIT - AND REWRITES GUESTMST.DAT FROM       *
      *  SCRATCH. COBLSC01 KEEPS THE FILE CURRENT DAY TO DAY; THIS     *
      *  RUN IS THE FIRST-TIME BUILD AND THE PERIODIC TRUE-UP. THE     *
      *  MAILING ADDRESSES ON THE OLD MASTER CAN'T BE REBUILT FROM     *
      *  THE STAYS, SO THEY ARE CARRIED ACROSS BY GUEST NAME. STAYS    *
      *  THE RETENTION PURGE (COBLSC44) HAS TAKEN OFF CAMPARCH.DAT     *
      *  ARE COUNTED FROM THE PER-GUEST TOTALS IT LEFT ON STAYSUM.DAT. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

      *  PER-GUEST TOTALS OF THE STAYS PURGED OFF CAMPARCH.DAT  *
           SELECT STAY-SUM-FILE
               ASSIGN TO 'STAYSUM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SS-STATUS.

      *  THE INDEXED RESERVATION MASTER COBLSC01 MAINTAINS  *
           SELECT CAMPRES-IN
               ASSIGN TO 'CAMPRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS O-RES-KEY
               ALTERNATE RECORD KEY IS O-CONF-NUM
               FILE STATUS IS WS-RES-STATUS.

      *  ONE RECORD PER GUEST, REBUILT FROM SCRATCH THIS RUN - READ  *
      *  FIRST FOR THE ADDRESSES IT ALREADY HOLDS                    *
           SELECT GUEST-FILE
               ASSIGN TO 'GUESTMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GM-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'GUEST.PRT'

       FD  ARCHIVE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS ARCHIVE-REC.
       01  ARCHIVE-REC             PIC X(200).

       FD  STAY-SUM-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS STAY-SUM-REC.

      *  CPY FILE THAT CONTAINS STAY-SUM-REC LAYOUT, WRITTEN BY THE   *
      *  RETENTION PURGE (COBLSC44)                                   *
           COPY 'STAYSUM.CPY'.

       FD  CAMPRES-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS VAL-REC.

      *  CPY FILE THAT CONTAINS VAL-REC LAYOUT, THE SAME COPYBOOK     *

       FD  GUEST-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS GUEST-REC.
       01  GUEST-REC.
           05  GM-NAME             PIC X(27).
           05  GM-NIGHTS           PIC 9(6).
           05  GM-LAST-VISIT       PIC 9(8).
           05  FILLER              PIC X(14).
           05  GM-ADDRESS.
               10  GM-ADDR-1       PIC X(30).
               10  GM-ADDR-2       PIC X(30).
               10  GM-CITY         PIC X(20).
               10  GM-STATE        PIC X(2).
               10  GM-ZIP          PIC X(10).
           05  FILLER              PIC X(8).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
       01  WORK-AREA.
           05  C-PCTR              PIC 99      VALUE 0.
           05  WS-ARCH-STATUS      PIC XX      VALUE '00'.
           05  WS-SS-STATUS        PIC XX      VALUE '00'.
           05  WS-RES-STATUS       PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  WS-GM-STATUS        PIC XX      VALUE '00'.
           05  GM-EOF-SW           PIC X       VALUE 'N'.
           05  ARCH-EOF-SW         PIC X       VALUE 'N'.
           05  SS-EOF-SW           PIC X       VALUE 'N'.
           05  RES-EOF-SW          PIC X       VALUE 'N'.
           05  GUEST-FOUND-SW      PIC X       VALUE 'N'.
           05  GUEST-SUB           PIC 9(4)    VALUE 0.
           05  GUEST-TBL-CTR       PIC 9(4)    VALUE 0.
           05  C-READ-CTR          PIC 9(6)    VALUE 0.
      *  GUEST SUMMARIES READ FROM STAYSUM.DAT  *
           05  C-SUMM-CTR          PIC 9(6)    VALUE 0.
           05  C-GUEST-OUT-CTR     PIC 9(6)    VALUE 0.
      *  STAYS PAST THE GUEST TABLE - COUNTED SO A SHORT MASTER      *
      *  ISN'T SILENT                                                *
           05  C-OVFL-CTR          PIC 9(6)    VALUE 0.
      *  ADDRESSES CARRIED OVER FROM THE OLD MASTER  *
           05  C-ADDR-CTR          PIC 9(6)    VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  CURR-DATE.
               10  GE-STAY-CNT     PIC 9(5).
               10  GE-NIGHTS       PIC 9(6).
               10  GE-LAST-VISIT   PIC 9(8).
               10  GE-ADDRESS      PIC X(92).

       01  REPORT-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-GUEST-CTR     PIC ZZZZZ9.
           05  FILLER          PIC X(100)  VALUE ' '.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(26)   VALUE
               'ADDRESSES CARRIED OVER:   '.
           05  O-ADDR-CTR      PIC ZZZZZ9.
           05  FILLER          PIC X(100)  VALUE ' '.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(26)   VALUE
               'PURGED STAY SUMMARIES:    '.
           05  O-SUMM-CTR      PIC ZZZZZ9.
           05  FILLER          PIC X(100)  VALUE ' '.

       01  OVFL-LINE.
           05  FILLER          PIC X(46)   VALUE
               'STAYS PAST GUEST TABLE - MASTER IS SHORT:     '.
       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2A-LOAD-ADDRESSES.
           PERFORM L2C-LOAD-STAY-SUMMARY.
           PERFORM L3-SWEEP-ARCHIVE.
           PERFORM L4-SWEEP-MASTER.
           PERFORM L5-WRITE-GUEST-MASTER.
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.

      *  EVERY GUEST ON THE OLD MASTER WITH AN ADDRESS STARTS THE     *
      *  TABLE WITH NO HISTORY; THE SWEEPS THEN REBUILD THE COUNTS.  *
      *  A GUEST WHOSE ADDRESS WAS KEYED BEFORE A FIRST STAY KEEPS   *
      *  IT. NO OLD MASTER MEANS THE FIRST-TIME BUILD                *
       L2A-LOAD-ADDRESSES.
           OPEN INPUT GUEST-FILE.
           IF WS-GM-STATUS NOT = '00'
               MOVE 'Y' TO GM-EOF-SW.
           PERFORM L2B-READ-OLD-GUEST
               UNTIL GM-EOF-SW = 'Y'.
           IF WS-GM-STATUS NOT = '35'
               CLOSE GUEST-FILE.

       L2B-READ-OLD-GUEST.
           READ GUEST-FILE
               AT END
                   MOVE 'Y' TO GM-EOF-SW
               NOT AT END
                   IF GM-ADDRESS NOT = SPACES
                       IF GUEST-TBL-CTR < 2000
                           ADD 1 TO GUEST-TBL-CTR
                           ADD 1 TO C-ADDR-CTR
                           MOVE GM-NAME TO GE-NAME(GUEST-TBL-CTR)
                           MOVE 0 TO GE-STAY-CNT(GUEST-TBL-CTR)
                           MOVE 0 TO GE-NIGHTS(GUEST-TBL-CTR)
                           MOVE 0 TO GE-LAST-VISIT(GUEST-TBL-CTR)
                           MOVE GM-ADDRESS TO GE-ADDRESS(GUEST-TBL-CTR)
                       END-IF
                   END-IF.

      *  THE STAYS ALREADY PURGED OFF THE ARCHIVE START THEIR GUEST'S *
      *  HISTORY FROM THE TOTALS THE PURGE KEPT                       *
       L2C-LOAD-STAY-SUMMARY.
           OPEN INPUT STAY-SUM-FILE.
           IF WS-SS-STATUS NOT = '00'
               MOVE 'Y' TO SS-EOF-SW.
           PERFORM L2D-READ-STAY-SUMMARY
               UNTIL SS-EOF-SW = 'Y'.
           IF WS-SS-STATUS NOT = '35'
               CLOSE STAY-SUM-FILE.

       L2D-READ-STAY-SUMMARY.
           READ STAY-SUM-FILE
               AT END
                   MOVE 'Y' TO SS-EOF-SW
               NOT AT END
                   PERFORM L7-POST-SUMMARY.

      *  EVERY ARCHIVED STAY FEEDS ITS GUEST'S HISTORY  *
       L3-SWEEP-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
                   MOVE 1 TO GE-STAY-CNT(GUEST-TBL-CTR)
                   MOVE O-LEN-STAY TO GE-NIGHTS(GUEST-TBL-CTR)
                   MOVE O-DATE TO GE-LAST-VISIT(GUEST-TBL-CTR)
                   MOVE SPACES TO GE-ADDRESS(GUEST-TBL-CTR)
               ELSE
                   ADD 1 TO C-OVFL-CTR.

           IF GE-NAME(GUEST-SUB) = O-NAME
               MOVE 'Y' TO GUEST-FOUND-SW.

      *  FINDS OR ADDS THE GUEST AND FOLDS IN THE PURGED STAYS  *
       L7-POST-SUMMARY.
           ADD 1 TO C-SUMM-CTR.
           MOVE 'N' TO GUEST-FOUND-SW.
           PERFORM L7A-MATCH-SUMMARY
               VARYING GUEST-SUB FROM 1 BY 1
                   UNTIL GUEST-SUB > GUEST-TBL-CTR
                       OR GUEST-FOUND-SW = 'Y'.
           IF GUEST-FOUND-SW = 'Y'
               SUBTRACT 1 FROM GUEST-SUB
               ADD SS-STAY-CNT TO GE-STAY-CNT(GUEST-SUB)
               ADD SS-NIGHTS TO GE-NIGHTS(GUEST-SUB)
               IF SS-LAST-VISIT > GE-LAST-VISIT(GUEST-SUB)
                   MOVE SS-LAST-VISIT TO GE-LAST-VISIT(GUEST-SUB)
               END-IF
           ELSE
               IF GUEST-TBL-CTR < 2000
                   ADD 1 TO GUEST-TBL-CTR
                   MOVE SS-NAME TO GE-NAME(GUEST-TBL-CTR)
                   MOVE SS-STAY-CNT TO GE-STAY-CNT(GUEST-TBL-CTR)
                   MOVE SS-NIGHTS TO GE-NIGHTS(GUEST-TBL-CTR)
                   MOVE SS-LAST-VISIT TO GE-LAST-VISIT(GUEST-TBL-CTR)
                   MOVE SPACES TO GE-ADDRESS(GUEST-TBL-CTR)
               ELSE
                   ADD 1 TO C-OVFL-CTR.

       L7A-MATCH-SUMMARY.
           IF GE-NAME(GUEST-SUB) = SS-NAME
               MOVE 'Y' TO GUEST-FOUND-SW.

       L5-WRITE-GUEST-MASTER.
           OPEN OUTPUT GUEST-FILE.
           PERFORM L5A-WRITE-ONE-GUEST
           MOVE GE-NIGHTS(GUEST-SUB) TO GM-NIGHTS.
           MOVE GE-LAST-VISIT(GUEST-SUB) TO GM-LAST-VISIT.
           MOVE SPACES TO GUEST-REC (47:14).
           MOVE GE-ADDRESS(GUEST-SUB) TO GM-ADDRESS.
           MOVE SPACES TO GUEST-REC (153:8).
           WRITE GUEST-REC.
           ADD 1 TO C-GUEST-OUT-CTR.

      *  PROVES THE RUN PROCESSED WHAT IT WAS GIVEN: EVERY STAY AND  *
      *  STAY SUMMARY READ LANDED ON A GUEST OR WAS COUNTED PAST THE *
      *  TABLE                                                       *
       L9-CLOSING.
           MOVE C-READ-CTR TO O-READ-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-1
           MOVE C-GUEST-OUT-CTR TO O-GUEST-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE C-ADDR-CTR TO O-ADDR-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           IF C-SUMM-CTR > 0
               MOVE C-SUMM-CTR TO O-SUMM-CTR
               WRITE PRTLINE FROM TOTAL-LINE-4
                   AFTER ADVANCING 1 LINE.
           IF C-OVFL-CTR > 0
               MOVE C-OVFL-CTR TO O-OVFL-CTR
               WRITE PRTLINE FROM OVFL-LINE
           MOVE 'COBLSC16' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           ADD C-READ-CTR C-SUMM-CTR GIVING RL-RECS-READ.
           SUBTRACT C-OVFL-CTR FROM RL-RECS-READ GIVING RL-RECS-OUT-1.
           MOVE 0 TO RL-RECS-OUT-2.
           MOVE C-OVFL-CTR TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
