      *  MATCHES THE PROCESSOR'S RESPONSE FILE BACK TO THE SETTLEMENT  *
      *  FEED COBLSC01 PRODUCED, REPORTS APPROVALS, DECLINES, AND      *
      *  FEED RECORDS THAT GOT NO RESPONSE, AND PRINTS DECLINED CARDS  *
      *  ON THEIR OWN PAGE. A DECLINED CHARGE IS RETRIED, AND ITS SITE *
      *  RELEASED IF THE CARD NEVER CLEARS, BY THE DECLINE FOLLOW-UP   *
      *  RUN (COBLSC28); A DECLINED CREDIT IS LEFT FOR THE DESK.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *  THE DECLINES STILL UNRESOLVED AFTER THIS RECONCILIATION,    *
      *  REWRITTEN EVERY RUN SO THE MORNING EXCEPTION SUMMARY        *
      *  (COBLSC22) CAN COUNT WHAT IS STILL OPEN AND THE DECLINE     *
      *  FOLLOW-UP RUN (COBLSC28) CAN RETRY THE CARD                 *
           SELECT DECLINE-FILE
               ASSIGN TO 'DECLINES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           05  SL-AMT              PIC 9(5)V99.
           05  SL-CCTYPE           PIC X.
           05  SL-TOKEN            PIC X(16).
           05  SL-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(4).

       FD  RESPONSE-FILE
           LABEL RECORD IS OMITTED

       01  PRTLINE                 PIC X(132).

      *  ONE STILL-UNRESOLVED DECLINE, WITH THE CARD TOKEN IT WAS    *
      *  CHARGED AGAINST SO THE FOLLOW-UP RUN CAN RESUBMIT IT         *
       FD  DECLINE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS DECLINE-REC.
       01  DECLINE-REC.
           05  DC-CAMPGROUND       PIC X(15).
           05  DC-DATE             PIC 9(8).
           05  DC-NAME             PIC X(27).
           05  DC-AMT              PIC 9(5)V99.
      *  'S' = A DECLINED CHARGE, 'C' = A DECLINED CREDIT  *
           05  DC-TRAN-TYPE        PIC X.
           05  DC-CCTYPE           PIC X.
           05  DC-TOKEN            PIC X(16).
           05  DC-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(4).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
               10  FD-DATE         PIC 9(8).
               10  FD-NAME         PIC X(27).
               10  FD-AMT          PIC 9(5)V99.
               10  FD-CCTYPE       PIC X.
               10  FD-TOKEN        PIC X(16).
               10  FD-CONF-NUM     PIC 9(8).
               10  FD-RESULT       PIC X.

       01  FEED-TABLE-WORK.
           05  O-DCL-YY        PIC 9(4).
           05  FILLER          PIC X(36)   VALUE ' '.
           05  FILLER          PIC X(36)   VALUE
               'DECLINED CARDS - FOLLOW-UP LIST     '.
           05  FILLER          PIC X(36)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-DCL-PCTR      PIC Z9.
                       MOVE SL-DATE       TO FD-DATE(FEED-TBL-CTR)
                       MOVE SL-NAME       TO FD-NAME(FEED-TBL-CTR)
                       MOVE SL-AMT        TO FD-AMT(FEED-TBL-CTR)
                       MOVE SL-CCTYPE     TO FD-CCTYPE(FEED-TBL-CTR)
                       MOVE SL-TOKEN      TO FD-TOKEN(FEED-TBL-CTR)
                       IF SL-CONF-NUM NUMERIC
                           MOVE SL-CONF-NUM TO FD-CONF-NUM(FEED-TBL-CTR)
                       ELSE
                           MOVE 0 TO FD-CONF-NUM(FEED-TBL-CTR)
                       END-IF
                       MOVE ' '           TO FD-RESULT(FEED-TBL-CTR)
                   ELSE
                       ADD 1 TO C-FEED-OVFL-CTR
                   MOVE FD-DATE(FEED-SUB) TO DC-DATE
                   MOVE FD-NAME(FEED-SUB) TO DC-NAME
                   MOVE FD-AMT(FEED-SUB) TO DC-AMT
                   MOVE FD-TRAN-TYPE(FEED-SUB) TO DC-TRAN-TYPE
                   MOVE FD-CCTYPE(FEED-SUB) TO DC-CCTYPE
                   MOVE FD-TOKEN(FEED-SUB) TO DC-TOKEN
                   MOVE FD-CONF-NUM(FEED-SUB) TO DC-CONF-NUM
                   MOVE SPACES TO DECLINE-REC (87:4)
                   WRITE DECLINE-REC
               END-IF
           ELSE
                       AT EOP
                           PERFORM L8-HEADINGS.

      *  DECLINED CARDS GET THEIR OWN PAGE - A CHARGE GOES TO THE     *
      *  FOLLOW-UP RUN'S RETRY SCHEDULE, A CREDIT TO THE DESK         *
       L6-DECLINE-PAGE.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-DCL-PCTR.
               MOVE FD-DATE(FEED-SUB) (7:2) TO O-DET-DD
               MOVE FD-NAME(FEED-SUB) TO O-DET-NAME
               MOVE FD-AMT(FEED-SUB) TO O-DET-AMT
               IF FD-TRAN-TYPE(FEED-SUB) = 'S'
                   MOVE 'RETRY SET' TO O-DET-RESULT
               ELSE
                   MOVE 'SEE DESK' TO O-DET-RESULT
               END-IF
               MOVE SPACES TO O-DET-AUTH
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE.
