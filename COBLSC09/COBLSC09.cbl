               ASSIGN TO 'CAMPRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS O-RES-KEY
               ALTERNATE RECORD KEY IS O-CONF-NUM.

           SELECT PRTOUT
               ASSIGN TO 'GATE.PRT'

       FD  CAMPRES-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS VAL-REC.

      *  CPY FILE THAT CONTAINS VAL-REC LAYOUT, THE SAME COPYBOOK     *
           05  SRT-CAMPGROUND  PIC X(15).
           05  SRT-SITE-LET    PIC X.
           05  SRT-SITE-NUM    PIC 99.
           05  SRT-REST        PIC X(182).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
      *  THE GROUP THE BOOKING BELONGS TO, BLANK FOR A LONE STAY -  *
      *  THE SITE SORT ALREADY PUTS A GROUP'S SITES TOGETHER        *
               10  RT-GROUP        PIC X(5).
      *  THE NUMBER THE GUEST WILL QUOTE AT THE GATE  *
               10  RT-CONF         PIC X(8).

       01  REPORT-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  FILLER          PIC X(9)    VALUE 'RETURNING'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(5)    VALUE 'GROUP'.
           05  FILLER          PIC X(1)    VALUE ' '.
           05  FILLER          PIC X(8)    VALUE 'CONF NO'.
           05  FILLER          PIC X(39)   VALUE ' '.

       01  DETAIL-LINE.
           05  FILLER          PIC X(8)    VALUE ' '.
           05  O-DET-RET       PIC X.
           05  FILLER          PIC X(7)    VALUE ' '.
           05  O-DET-GROUP     PIC X(5).
           05  FILLER          PIC X(5)    VALUE ' '.
           05  O-DET-CONF      PIC X(8).
           05  FILLER          PIC X(39)   VALUE ' '.

       01  NONE-LINE.
           05  FILLER          PIC X(8)    VALUE ' '.
                       MOVE SORT-REC (37:27) TO RT-NAME(RES-TBL-CTR)
                       MOVE SORT-REC (64:5) TO RT-AMT-X(RES-TBL-CTR)
                       MOVE SORT-REC (142:1) TO RT-RETURN(RES-TBL-CTR)
                       MOVE SORT-REC (143:5) TO RT-GROUP(RES-TBL-CTR)
                       MOVE SORT-REC (169:8) TO RT-CONF(RES-TBL-CTR).

      *  WALKS THE SORTED TABLE ONE CAMPGROUND AT A TIME AND PRINTS   *
      *  THAT CAMPGROUND'S ARRIVALS, DEPARTURES, AND STAY-OVER COUNT  *
           MOVE RT-AMT(GRP-SUB) TO O-DET-AMT.
           MOVE RT-RETURN(GRP-SUB) TO O-DET-RET.
           MOVE RT-GROUP(GRP-SUB) TO O-DET-GROUP.
           MOVE RT-CONF(GRP-SUB) TO O-DET-CONF.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
