       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCNV2.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  ONE-TIME CONVERSION THAT GIVES EVERY BOOKING ON FILE ITS      *
      *  PERMANENT CONFIRMATION NUMBER. THE INDEXED MASTER AND THE     *
      *  ARCHIVE GROW FROM 168 TO 200 BYTES - THE NUMBER, THE GROUP'S  *
      *  SHARED NUMBER, AND ROOM TO SPARE SIT BEHIND THE OLD RECORD,   *
      *  SO EVERY EXISTING FIELD STAYS WHERE IT WAS. THE MASTER ALSO   *
      *  GAINS THE NUMBER AS AN ALTERNATE KEY. OPEN BALANCES PICK UP   *
      *  THEIR BOOKING'S NUMBER FROM THE NEW MASTER, AND EACH          *
      *  WAITLISTED PARTY IS GIVEN A NUMBER OF ITS OWN. THE LAST       *
      *  NUMBER ISSUED IS LEFT ON CONFCTL.DAT FOR COBLSC01.            *
      *                                                                *
      *  OPERATING PROCEDURE: RENAME THE LIVE FILES ASIDE FIRST -      *
      *  CAMPRES.DAT TO CAMPRES.OLD, CAMPARCH.DAT TO CAMPARCH.OLD,     *
      *  BALDUE.DAT TO BALDUE.OLD AND WAITLIST.DAT TO WAITLIST.OLD -   *
      *  THEN RUN THIS ONCE. A MISSING .OLD FILE JUST SKIPS THAT       *
      *  PHASE. A MASTER STILL IN THE 136-BYTE LINE SEQUENTIAL LAYOUT  *
      *  GOES THROUGH CBLCNV INSTEAD, WHICH NUMBERS IT AS IT CONVERTS. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  THE 168-BYTE INDEXED MASTER AS IT STOOD BEFORE THE NUMBERS  *
           SELECT OLD-MST-FILE
               ASSIGN TO 'CAMPRES.OLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-KEY
               FILE STATUS IS WS-OLD-STATUS.

      *  THE 168-BYTE ARCHIVE  *
           SELECT OLD-ARCH-FILE
               ASSIGN TO 'CAMPARCH.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

      *  THE OPEN BALANCES AND THE WAITLIST AS THEY STOOD - THE      *
      *  NUMBER TAKES OVER FILLER BYTES, SO THE RECORD SIZES HOLD    *
           SELECT OLD-BAL-FILE
               ASSIGN TO 'BALDUE.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT OLD-WL-FILE
               ASSIGN TO 'WAITLIST.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

      *  THE NEW INDEXED MASTER - DYNAMIC SO THE BALANCE PHASE CAN   *
      *  READ IT BACK BY KEY                                         *
           SELECT CAMPRES-FILE
               ASSIGN TO 'CAMPRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-RES-KEY
               ALTERNATE RECORD KEY IS O-CONF-NUM
               FILE STATUS IS WS-RES-STATUS.

           SELECT ARCH-OUT-FILE
               ASSIGN TO 'CAMPARCH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BALDUE-FILE
               ASSIGN TO 'BALDUE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WAITLIST-FILE
               ASSIGN TO 'WAITLIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE LAST CONFIRMATION NUMBER ISSUED, WHERE COBLSC01 PICKS   *
      *  UP NUMBERING NEW BOOKINGS                                   *
           SELECT CONF-CTL-FILE
               ASSIGN TO 'CONFCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'CONVERT2.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  RUN-CONTROL LOG SHARED BY EVERY BATCH PROGRAM - ONE RECORD   *
      *  PER RUN PROVING WHAT WENT IN CAME BACK OUT                   *
           SELECT RUN-LOG-FILE
               ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *  THE OLD RECORD IS CARRIED ACROSS WHOLE - ONLY THE KEY AND   *
      *  THE GROUP ID ARE BROKEN OUT                                 *
       FD  OLD-MST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 168 CHARACTERS
           DATA RECORD IS OLD-MST-REC.
       01  OLD-MST-REC.
           05  OM-KEY              PIC X(26).
           05  FILLER              PIC X(142).

       FD  OLD-ARCH-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 168 CHARACTERS
           DATA RECORD IS OLD-ARCH-REC.
       01  OLD-ARCH-REC            PIC X(168).

       FD  OLD-BAL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS OLD-BAL-REC.
       01  OLD-BAL-REC             PIC X(90).

       FD  OLD-WL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OLD-WL-REC.
       01  OLD-WL-REC              PIC X(80).

       FD  CAMPRES-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS VAL-REC.

      *  CPY FILE THAT CONTAINS VAL-REC LAYOUT, THE SAME COPYBOOK     *
      *  COBLSC01 MAINTAINS CAMPRES.DAT WITH                          *
           COPY 'VAL.CPY'.

       FD  ARCH-OUT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS ARCH-OUT-REC.
       01  ARCH-OUT-REC            PIC X(200).

      *  THE SAME OPEN-BALANCE LAYOUT COBLSC01 CARRIES  *
       FD  BALDUE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS BALDUE-REC.
       01  BALDUE-REC.
           05  BD-CAMPGROUND       PIC X(15).
           05  BD-SITE             PIC X(3).
           05  BD-DATE             PIC 9(8).
           05  BD-NAME             PIC X(27).
           05  BD-BAL-AMT          PIC 9(3)V99.
           05  BD-CCTYPE           PIC X.
           05  BD-TOKEN            PIC X(16).
           05  BD-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(7).

      *  THE SAME WAITLIST LAYOUT COBLSC01 CARRIES  *
       FD  WAITLIST-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS WAITLIST-REC.
       01  WAITLIST-REC.
           05  WL-CAMPGROUND       PIC X(15).
           05  WL-SITE-LET         PIC X.
           05  WL-SITE-NUM         PIC 99.
           05  WL-DATE             PIC 9(8).
           05  WL-END-DATE         PIC 9(8).
           05  WL-LEN-STAY         PIC 99.
           05  WL-NAME             PIC X(27).
           05  WL-OFFERED-SW       PIC X.
           05  WL-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(8).

       FD  CONF-CTL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CONF-CTL-REC.
       01  CONF-CTL-REC.
           05  CN-LAST-CONF        PIC 9(8).
           05  FILLER              PIC X(22).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       FD  RUN-LOG-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LOG-REC.

      *  CPY FILE THAT CONTAINS RUN-LOG-REC LAYOUT, SHARED WITH THE   *
      *  RUN CONTROL BALANCE REPORT (COBLSC10)                        *
           COPY 'RUNLOG.CPY'.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR              PIC 99      VALUE 0.
           05  WS-OLD-STATUS       PIC XX      VALUE '00'.
           05  WS-RES-STATUS       PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  OLD-EOF-SW          PIC X       VALUE 'N'.
      *  SET WHEN THE NEW MASTER WAS BUILT, SO THE BALANCE PHASE    *
      *  KNOWS IT HAS SOMETHING TO LOOK NUMBERS UP IN               *
           05  MST-BUILT-SW        PIC X       VALUE 'N'.
           05  C-MST-READ-CTR      PIC 9(6)    VALUE 0.
           05  C-MST-OUT-CTR       PIC 9(6)    VALUE 0.
           05  C-ARC-READ-CTR      PIC 9(6)    VALUE 0.
           05  C-ARC-OUT-CTR       PIC 9(6)    VALUE 0.
           05  C-BAL-READ-CTR      PIC 9(6)    VALUE 0.
           05  C-BAL-OUT-CTR       PIC 9(6)    VALUE 0.
      *  BALANCES WHOSE BOOKING ISN'T ON THE MASTER - CARRIED WITH  *
      *  A ZERO NUMBER AND COUNTED SO THE DESK CAN CHASE THEM       *
           05  C-BAL-NOMATCH-CTR   PIC 9(4)    VALUE 0.
           05  C-WL-READ-CTR       PIC 9(6)    VALUE 0.
           05  C-WL-OUT-CTR        PIC 9(6)    VALUE 0.
      *  MASTER RECORDS THE INDEXED WRITE BOUNCED (DUPLICATE KEY) -  *
      *  COUNTED AND LISTED SO A DIRTY OLD FILE ISN'T HIDDEN         *
           05  C-DUP-CTR           PIC 9(4)    VALUE 0.
      *  THE LAST CONFIRMATION NUMBER HANDED OUT  *
           05  C-LAST-CONF         PIC 9(8)    VALUE 0.
           05  C-GROUP-CONF        PIC 9(8)    VALUE 0.
      *  GROUPS PAST THE TABLE - EACH SUCH MEMBER DRAWS ITS OWN      *
      *  GROUP NUMBER, SO THE COUNT IS PRINTED FOR THE DESK          *
           05  C-GRP-OVFL-CTR      PIC 9(4)    VALUE 0.

      *  ONE GROUP NUMBER PER GROUP ID SEEN IN THE FILE BEING        *
      *  CONVERTED, CLEARED BETWEEN THE MASTER AND THE ARCHIVE SO    *
      *  AN OLD GROUP ID REUSED YEARS LATER ISN'T TIED TO THE NEW    *
      *  GROUP                                                       *
       01  GROUP-CONF-TABLE.
           05  GC-ENTRY        OCCURS 500.
               10  GC-GROUP-ID     PIC X(5).
               10  GC-CONF         PIC 9(8).

       01  GROUP-CONF-WORK.
           05  GC-TBL-CTR          PIC 999     VALUE 0.
           05  GC-SUB              PIC 999     VALUE 0.
           05  GC-FOUND-SW         PIC X       VALUE 'N'.

       01  CURRENT-DATE-AND-TIME.
           05  CURR-DATE.
               10  CURR-YY    PIC 9(4).
               10  CURR-MM    PIC 99.
               10  CURR-DD    PIC 99.
           05  CURR-TIME      PIC X(11).

       01  WS-CURR-DATE-NUM    PIC 9(8)    VALUE 0.

       01  REPORT-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-RPT-MM        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-DD        PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-RPT-YY        PIC 9(4).
           05  FILLER          PIC X(34)   VALUE ' '.
           05  FILLER          PIC X(40)   VALUE
               'CONFIRMATION NUMBER CONVERSION RUN'.
           05  FILLER          PIC X(34)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-RPT-PCTR      PIC Z9.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  SKIP-LINE.
           05  O-SKIP-NAME     PIC X(30).
           05  FILLER          PIC X(34)   VALUE
               ' NOT ON FILE - PHASE SKIPPED'.
           05  FILLER          PIC X(68)   VALUE ' '.

       01  DUP-LINE.
           05  FILLER          PIC X(26)   VALUE
               'DUPLICATE KEY BOUNCED FOR '.
           05  O-DUP-KEY       PIC X(26).
           05  FILLER          PIC X(80)   VALUE ' '.

       01  NOMATCH-LINE.
           05  FILLER          PIC X(26)   VALUE
               'BALANCE WITH NO BOOKING:  '.
           05  O-NOMATCH-CAMP  PIC X(15).
           05  FILLER          PIC X       VALUE ' '.
           05  O-NOMATCH-SITE  PIC X(3).
           05  FILLER          PIC X       VALUE ' '.
           05  O-NOMATCH-DATE  PIC 9(8).
           05  FILLER          PIC X(78)   VALUE ' '.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(30)   VALUE
               'MASTER RECORDS CONVERTED:     '.
           05  O-MST-OUT-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(10)   VALUE '  OF READ '.
           05  O-MST-READ-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(30)   VALUE
               'ARCHIVE RECORDS CONVERTED:    '.
           05  O-ARC-OUT-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(10)   VALUE '  OF READ '.
           05  O-ARC-READ-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(30)   VALUE
               'OPEN BALANCES CONVERTED:      '.
           05  O-BAL-OUT-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(10)   VALUE '  OF READ '.
           05  O-BAL-READ-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(30)   VALUE
               'WAITLIST PARTIES CONVERTED:   '.
           05  O-WL-OUT-CTR    PIC ZZZZZ9.
           05  FILLER          PIC X(10)   VALUE '  OF READ '.
           05  O-WL-READ-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

       01  TOTAL-LINE-5.
           05  FILLER          PIC X(30)   VALUE
               'DUPLICATE KEYS BOUNCED:       '.
           05  O-DUP-CTR       PIC ZZZ9.
           05  FILLER          PIC X(98)   VALUE ' '.

       01  TOTAL-LINE-6.
           05  FILLER          PIC X(30)   VALUE
               'BALANCES WITH NO BOOKING:     '.
           05  O-NOMATCH-CTR   PIC ZZZ9.
           05  FILLER          PIC X(98)   VALUE ' '.

       01  TOTAL-LINE-7.
           05  FILLER          PIC X(30)   VALUE
               'GROUPS PAST THE TABLE:        '.
           05  O-GRP-OVFL-CTR  PIC ZZZ9.
           05  FILLER          PIC X(98)   VALUE ' '.

       01  TOTAL-LINE-8.
           05  FILLER          PIC X(30)   VALUE
               'LAST CONFIRMATION NUMBER:     '.
           05  O-LAST-CONF     PIC 9(8).
           05  FILLER          PIC X(94)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-CONVERT-FILES.
           PERFORM 1000-INIT.
           PERFORM 2000-CONVERT-MASTER.
           PERFORM 3000-CONVERT-ARCHIVE.
           PERFORM 5000-CONVERT-BALDUE.
           PERFORM 6000-CONVERT-WAITLIST.
           PERFORM 9000-CLOSING.
       STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURR-DATE TO WS-CURR-DATE-NUM.
           MOVE CURR-MM TO O-RPT-MM.
           MOVE CURR-DD TO O-RPT-DD.
           MOVE CURR-YY TO O-RPT-YY.

           OPEN OUTPUT PRTOUT.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *  THE OLD MASTER IS COPIED IN KEY ORDER INTO THE NEW ONE,     *
      *  EACH BOOKING DRAWING THE NEXT NUMBER                        *
       2000-CONVERT-MASTER.
           MOVE 'N' TO OLD-EOF-SW.
           MOVE 0 TO GC-TBL-CTR.
           OPEN INPUT OLD-MST-FILE.
           IF WS-OLD-STATUS NOT = '00'
               MOVE 'CAMPRES.OLD' TO O-SKIP-NAME
               WRITE PRTLINE FROM SKIP-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               OPEN OUTPUT CAMPRES-FILE
               PERFORM 2100-CONVERT-ONE-REC
                   UNTIL OLD-EOF-SW = 'Y'
               CLOSE OLD-MST-FILE
               CLOSE CAMPRES-FILE
               MOVE 'Y' TO MST-BUILT-SW.

       2100-CONVERT-ONE-REC.
           READ OLD-MST-FILE
               AT END
                   MOVE 'Y' TO OLD-EOF-SW
               NOT AT END
                   ADD 1 TO C-MST-READ-CTR
                   MOVE OLD-MST-REC TO VAL-REC (1:168)
                   PERFORM 4000-NUMBER-BOOKING
                   WRITE VAL-REC
                       INVALID KEY
                           PERFORM 2200-BOUNCE-DUP
      *  A BOUNCED RECORD GIVES ITS NUMBER BACK  *
                           SUBTRACT 1 FROM C-LAST-CONF
                       NOT INVALID KEY
                           ADD 1 TO C-MST-OUT-CTR
                   END-WRITE.

      *  A KEYED OLD FILE SHOULDN'T HOLD A DUPLICATE, BUT ONE THAT   *
      *  DOES IS LISTED RATHER THAN LOST QUIETLY                     *
       2200-BOUNCE-DUP.
           ADD 1 TO C-DUP-CTR.
           MOVE O-RES-KEY TO O-DUP-KEY.
           WRITE PRTLINE FROM DUP-LINE
               AFTER ADVANCING 1 LINE.

      *  ENDED STAYS GET NUMBERS TOO, SO EVERY BOOKING EVER TAKEN     *
      *  CAN BE TRACED BY ONE                                        *
       3000-CONVERT-ARCHIVE.
           MOVE 'N' TO OLD-EOF-SW.
           MOVE 0 TO GC-TBL-CTR.
           OPEN INPUT OLD-ARCH-FILE.
           IF WS-OLD-STATUS NOT = '00'
               MOVE 'CAMPARCH.OLD' TO O-SKIP-NAME
               WRITE PRTLINE FROM SKIP-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               OPEN OUTPUT ARCH-OUT-FILE
               PERFORM 3100-CONVERT-ONE-ARCH
                   UNTIL OLD-EOF-SW = 'Y'
               CLOSE OLD-ARCH-FILE
               CLOSE ARCH-OUT-FILE.

       3100-CONVERT-ONE-ARCH.
           READ OLD-ARCH-FILE
               AT END
                   MOVE 'Y' TO OLD-EOF-SW
               NOT AT END
                   ADD 1 TO C-ARC-READ-CTR
                   MOVE OLD-ARCH-REC TO VAL-REC (1:168)
                   PERFORM 4000-NUMBER-BOOKING
                   WRITE ARCH-OUT-REC FROM VAL-REC
                   ADD 1 TO C-ARC-OUT-CTR.

      *  THE NEXT NUMBER FOR THE BOOKING IN VAL-REC, PLUS ITS        *
      *  GROUP'S SHARED NUMBER WHEN IT BELONGS TO ONE                *
       4000-NUMBER-BOOKING.
           ADD 1 TO C-LAST-CONF.
           MOVE C-LAST-CONF TO O-CONF-NUM.
           MOVE 0 TO C-GROUP-CONF.
           IF O-GROUP-ID NOT = SPACES
               PERFORM 4100-GROUP-CONF.
           MOVE C-GROUP-CONF TO O-GROUP-CONF.
           MOVE SPACES TO VAL-REC (185:16).

       4100-GROUP-CONF.
           MOVE 'N' TO GC-FOUND-SW.
           PERFORM 4200-MATCH-GROUP
               VARYING GC-SUB FROM 1 BY 1
                   UNTIL GC-SUB > GC-TBL-CTR
                       OR GC-FOUND-SW = 'Y'.
           IF GC-FOUND-SW = 'Y'
               SUBTRACT 1 FROM GC-SUB
               MOVE GC-CONF(GC-SUB) TO C-GROUP-CONF
           ELSE
               ADD 1 TO C-LAST-CONF
               MOVE C-LAST-CONF TO C-GROUP-CONF
               IF GC-TBL-CTR < 500
                   ADD 1 TO GC-TBL-CTR
                   MOVE O-GROUP-ID TO GC-GROUP-ID(GC-TBL-CTR)
                   MOVE C-GROUP-CONF TO GC-CONF(GC-TBL-CTR)
               ELSE
                   ADD 1 TO C-GRP-OVFL-CTR.

       4200-MATCH-GROUP.
           IF GC-GROUP-ID(GC-SUB) = O-GROUP-ID
               MOVE 'Y' TO GC-FOUND-SW.

      *  EACH OPEN BALANCE TAKES ITS BOOKING'S NUMBER OFF THE NEW    *
      *  MASTER, LOOKED UP ON THE SITE AND ARRIVAL IT CARRIES        *
       5000-CONVERT-BALDUE.
           MOVE 'N' TO OLD-EOF-SW.
           OPEN INPUT OLD-BAL-FILE.
           IF WS-OLD-STATUS NOT = '00'
               MOVE 'BALDUE.OLD' TO O-SKIP-NAME
               WRITE PRTLINE FROM SKIP-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF MST-BUILT-SW = 'Y'
                   OPEN INPUT CAMPRES-FILE
               END-IF
               OPEN OUTPUT BALDUE-FILE
               PERFORM 5100-CONVERT-ONE-BAL
                   UNTIL OLD-EOF-SW = 'Y'
               CLOSE OLD-BAL-FILE
               CLOSE BALDUE-FILE
               IF MST-BUILT-SW = 'Y'
                   CLOSE CAMPRES-FILE.

       5100-CONVERT-ONE-BAL.
           READ OLD-BAL-FILE
               AT END
                   MOVE 'Y' TO OLD-EOF-SW
               NOT AT END
                   ADD 1 TO C-BAL-READ-CTR
                   MOVE OLD-BAL-REC TO BALDUE-REC
                   PERFORM 5200-FIND-BAL-CONF
                   WRITE BALDUE-REC
                   ADD 1 TO C-BAL-OUT-CTR.

       5200-FIND-BAL-CONF.
           MOVE 0 TO BD-CONF-NUM.
           MOVE SPACES TO BALDUE-REC (84:7).
           IF MST-BUILT-SW = 'Y'
               MOVE BD-CAMPGROUND TO O-CAMPGROUND
               MOVE BD-SITE TO O-SITE
               MOVE BD-DATE TO O-DATE
               READ CAMPRES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE O-CONF-NUM TO BD-CONF-NUM
               END-READ.
           IF BD-CONF-NUM = 0
               ADD 1 TO C-BAL-NOMATCH-CTR
               MOVE BD-CAMPGROUND TO O-NOMATCH-CAMP
               MOVE BD-SITE TO O-NOMATCH-SITE
               MOVE BD-DATE TO O-NOMATCH-DATE
               WRITE PRTLINE FROM NOMATCH-LINE
                   AFTER ADVANCING 1 LINE.

      *  EVERY PARTY STILL WAITING IS GIVEN A NUMBER TO QUOTE  *
       6000-CONVERT-WAITLIST.
           MOVE 'N' TO OLD-EOF-SW.
           OPEN INPUT OLD-WL-FILE.
           IF WS-OLD-STATUS NOT = '00'
               MOVE 'WAITLIST.OLD' TO O-SKIP-NAME
               WRITE PRTLINE FROM SKIP-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               OPEN OUTPUT WAITLIST-FILE
               PERFORM 6100-CONVERT-ONE-WL
                   UNTIL OLD-EOF-SW = 'Y'
               CLOSE OLD-WL-FILE
               CLOSE WAITLIST-FILE.

       6100-CONVERT-ONE-WL.
           READ OLD-WL-FILE
               AT END
                   MOVE 'Y' TO OLD-EOF-SW
               NOT AT END
                   ADD 1 TO C-WL-READ-CTR
                   MOVE OLD-WL-REC TO WAITLIST-REC
                   ADD 1 TO C-LAST-CONF
                   MOVE C-LAST-CONF TO WL-CONF-NUM
                   MOVE SPACES TO WAITLIST-REC (73:8)
                   WRITE WAITLIST-REC
                   ADD 1 TO C-WL-OUT-CTR.

      *  PROVES THE RUN PROCESSED WHAT IT WAS GIVEN: RECORDS READ    *
      *  MUST EQUAL RECORDS CONVERTED PLUS DUPLICATES BOUNCED, THEN  *
      *  LEAVES THE LAST NUMBER ISSUED FOR COBLSC01                  *
       9000-CLOSING.
           MOVE C-MST-OUT-CTR TO O-MST-OUT-CTR.
           MOVE C-MST-READ-CTR TO O-MST-READ-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE C-ARC-OUT-CTR TO O-ARC-OUT-CTR.
           MOVE C-ARC-READ-CTR TO O-ARC-READ-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE C-BAL-OUT-CTR TO O-BAL-OUT-CTR.
           MOVE C-BAL-READ-CTR TO O-BAL-READ-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE C-WL-OUT-CTR TO O-WL-OUT-CTR.
           MOVE C-WL-READ-CTR TO O-WL-READ-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE C-DUP-CTR TO O-DUP-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           MOVE C-BAL-NOMATCH-CTR TO O-NOMATCH-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           MOVE C-GRP-OVFL-CTR TO O-GRP-OVFL-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-7
               AFTER ADVANCING 1 LINE.
           MOVE C-LAST-CONF TO O-LAST-CONF.
           WRITE PRTLINE FROM TOTAL-LINE-8
               AFTER ADVANCING 1 LINE.
           CLOSE PRTOUT.

           OPEN OUTPUT CONF-CTL-FILE.
           MOVE C-LAST-CONF TO CN-LAST-CONF.
           MOVE SPACES TO CONF-CTL-REC (9:22).
           WRITE CONF-CTL-REC.
           CLOSE CONF-CTL-FILE.

           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'CBLCNV2 ' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           ADD C-MST-READ-CTR C-ARC-READ-CTR C-BAL-READ-CTR
               C-WL-READ-CTR GIVING RL-RECS-READ.
           MOVE C-MST-OUT-CTR TO RL-RECS-OUT-1.
           ADD C-ARC-OUT-CTR C-BAL-OUT-CTR C-WL-OUT-CTR
               GIVING RL-RECS-OUT-2.
           MOVE C-DUP-CTR TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
