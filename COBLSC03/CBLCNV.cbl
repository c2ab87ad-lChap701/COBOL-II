      *  ERA. THE OLD MASTER AND ARCHIVE WERE 136-BYTE LINE            *
      *  SEQUENTIAL RECORDS WITH THE LENGTH OF STAY AHEAD OF THE       *
      *  ARRIVAL DATE; THE NEW LAYOUT PUTS THE CAMPGROUND/SITE/DATE    *
      *  KEY UP FRONT AND ADDED THE BALANCE, GATE, GUEST, GROUP,       *
      *  TOKEN, AND CONFIRMATION NUMBER BYTES - EVERY CONVERTED        *
      *  BOOKING IS GIVEN ITS OWN NUMBER AND THE LAST ONE ISSUED IS    *
      *  LEFT ON CONFCTL.DAT. READING AN OLD RECORD THROUGH THE NEW    *
      *  COPYBOOK MISPARSES IT WITHOUT TRIPPING A SINGLE NUMERIC       *
      *  GUARD, SO NOTHING DOWNSTREAM MAY TOUCH OLD DATA UNCONVERTED.  *
      *                                                                *
      *  OPERATING PROCEDURE: RENAME THE LIVE FILES ASIDE FIRST -      *
      *  CAMPRES.DAT TO CAMPRES.OLD AND CAMPARCH.DAT TO CAMPARCH.OLD   *
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS O-RES-KEY
               ALTERNATE RECORD KEY IS O-CONF-NUM
               FILE STATUS IS WS-RES-STATUS.

      *  THE LAST CONFIRMATION NUMBER ISSUED, WHERE COBLSC01 PICKS   *
      *  UP NUMBERING NEW BOOKINGS                                   *
           SELECT CONF-CTL-FILE
               ASSIGN TO 'CONFCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *  THE ARCHIVE REWRITTEN IN THE NEW LAYOUT  *
           SELECT ARCH-OUT-FILE
               ASSIGN TO 'CAMPARCH.DAT'

       FD  CAMPRES-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS VAL-REC.

      *  CPY FILE THAT CONTAINS VAL-REC LAYOUT, THE SAME COPYBOOK     *

       FD  ARCH-OUT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS ARCH-OUT-REC.
       01  ARCH-OUT-REC            PIC X(200).

       FD  CONF-CTL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CONF-CTL-REC.
       01  CONF-CTL-REC.
           05  CN-LAST-CONF        PIC 9(8).
           05  FILLER              PIC X(22).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
      *  MASTER RECORDS THE INDEXED WRITE BOUNCED (DUPLICATE KEY) -  *
      *  COUNTED AND LISTED SO A DIRTY OLD FILE ISN'T HIDDEN         *
           05  C-DUP-CTR           PIC 9(4)    VALUE 0.
      *  THE LAST CONFIRMATION NUMBER HANDED OUT  *
           05  C-LAST-CONF         PIC 9(8)    VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  CURR-DATE.
           05  O-DUP-CTR       PIC ZZZ9.
           05  FILLER          PIC X(98)   VALUE ' '.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(30)   VALUE
               'LAST CONFIRMATION NUMBER:     '.
           05  O-LAST-CONF     PIC 9(8).
           05  FILLER          PIC X(94)   VALUE ' '.

       PROCEDURE DIVISION.
       0000-CONVERT-FILES.
           PERFORM 1000-INIT.
                   WRITE VAL-REC
                       INVALID KEY
                           PERFORM 2200-BOUNCE-DUP
      *  A BOUNCED RECORD GIVES ITS NUMBER BACK  *
                           SUBTRACT 1 FROM C-LAST-CONF
                       NOT INVALID KEY
                           ADD 1 TO C-MST-OUT-CTR
                   END-WRITE.
           MOVE SPACES TO O-GROUP-ID.
           MOVE SPACES TO O-CARD-TOKEN.
           MOVE SPACES TO VAL-REC (164:5).
      *  EVERY OLD BOOKING GETS ITS OWN CONFIRMATION NUMBER; NONE OF *
      *  THEM BELONGED TO A GROUP                                    *
           ADD 1 TO C-LAST-CONF.
           MOVE C-LAST-CONF TO O-CONF-NUM.
           MOVE 0 TO O-GROUP-CONF.
           MOVE SPACES TO VAL-REC (185:16).

      *  PROVES THE RUN PROCESSED WHAT IT WAS GIVEN: RECORDS READ    *
      *  MUST EQUAL RECORDS CONVERTED PLUS DUPLICATES BOUNCED        *
           MOVE C-DUP-CTR TO O-DUP-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE C-LAST-CONF TO O-LAST-CONF.
           WRITE PRTLINE FROM TOTAL-LINE-4
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
