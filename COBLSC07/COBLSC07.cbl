               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

      *  RECORDS COBLSC01 REJECTED, IN THE ORIGINAL 120-BYTE LAYOUT   *
      *  PLUS THE ERROR NUMBERS TRIPPED AND THE DATE SUSPENDED        *
           SELECT SUSPENSE-FILE
               ASSIGN TO 'SUSPENSE.DAT'

       FD  SUSPENSE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 142 CHARACTERS
           DATA RECORD IS SUSPENSE-REC.
       01  SUSPENSE-REC.
           05  SU-TRAN-REC         PIC X(120).
           05  SU-ERR-NO           PIC 99      OCCURS 5.
           05  SU-DATE             PIC 9(8).
           05  FILLER              PIC X(4).

       FD  SUSP-WORK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 142 CHARACTERS
           DATA RECORD IS SUSP-WORK-REC.
       01  SUSP-WORK-REC           PIC X(142).

       FD  CORRECT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 146 CHARACTERS
           DATA RECORD IS CORRECT-REC.
       01  CORRECT-REC.
           05  CR-CAMPGROUND       PIC X(15).
           05  CR-SITE             PIC X(3).
           05  CR-DATE             PIC 9(8).
           05  CR-TRAN-REC         PIC X(120).

       FD  RESUBMIT-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS RESUBMIT-REC.
       01  RESUBMIT-REC            PIC X(120).

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           05  C-DAYS-IN-SUSP      PIC S9(5)   VALUE 0.
           05  SUSP-SUB            PIC 999     VALUE 0.
           05  ERR-SUB             PIC 9       VALUE 0.
      *  THE DOLLARS GOING OUT ON RESUBMIT.DAT, FOR ITS TRAILER      *
           05  C-RESUB-TOTAL       PIC S9(9)V99 VALUE 0.
           05  RESUB-AMT-X         PIC X(5).
           05  RESUB-AMT-N REDEFINES RESUB-AMT-X
                                   PIC 9(3)V99.

       01  CURRENT-DATE-AND-TIME.
           05  CURR-DATE.
                   15  SP-SITE         PIC X(3).
                   15  SP-LEN-STAY     PIC XX.
                   15  SP-DATE         PIC X(8).
                   15  FILLER          PIC X(92).
               10  SP-ERR-NO       PIC 99      OCCURS 5.
               10  SP-DATE-SUSP    PIC 9(8).
               10  SP-REPAIRED-SW  PIC X.
               10  CT-CAMPGROUND   PIC X(15).
               10  CT-SITE         PIC X(3).
               10  CT-DATE         PIC 9(8).
               10  CT-TRAN-REC     PIC X(120).

       01  CORRECT-TABLE-WORK.
           05  CORR-TBL-CTR        PIC 999     VALUE 0.

      *  CPY FILE THAT CONTAINS THE HEADER AND TRAILER LAYOUTS THAT   *
      *  BRACKET RESUBMIT.DAT, SHARED WITH THE RUNS THAT READ THEM    *
           COPY 'BATCHCTL.CPY'.

      *  DATA PASSED TO/FROM CBLBATCH FOR THE NEXT SEQUENCE NUMBER   *
      *  TO PUT ON RESUBMIT.DAT'S HEADER                             *
       01  CBLBATCH-DATA.
           05  BT-FUNC             PIC X       VALUE 'V'.
           05  BT-FILE-NAME        PIC X(30)   VALUE SPACES.
           05  BT-SOURCE           PIC X(3)    VALUE SPACES.
           05  BT-ALT-SOURCE       PIC X(3)    VALUE SPACES.
           05  BT-TOT-POS          PIC 999     VALUE 0.
           05  BT-TOT-LEN          PIC 99      VALUE 0.
           05  BT-TOT-DEC          PIC 9       VALUE 0.
           05  BT-FILE-OPTIONAL    PIC X       VALUE 'N'.
           05  BT-RESTART-SW       PIC X       VALUE 'N'.
           05  BT-PROGRAM          PIC X(8)    VALUE SPACES.
           05  BT-RUN-DATE         PIC 9(8)    VALUE 0.
           05  BT-HDR-SOURCE       PIC X(3)    VALUE SPACES.
           05  BT-BATCH-DATE       PIC 9(8)    VALUE 0.
           05  BT-BATCH-SEQ        PIC 9(6)    VALUE 0.
           05  BT-REC-CNT          PIC 9(6)    VALUE 0.
           05  BT-TOTAL            PIC S9(9)V99 VALUE 0.
           05  BT-RETURN-CODE      PIC 9       VALUE 0.
           05  BT-REASON           PIC X(20)   VALUE SPACES.

       01  REPORT-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-RPT-MM        PIC 99.
      *  THE SUSPENDED RECORD IN ITS ORIGINAL LAYOUT, SAME AS THE     *
      *  ERROR REPORT PRINTS IT                                       *
       01  IMAGE-LINE.
           05  O-IMAGE-REC     PIC X(120).
           05  FILLER          PIC X(12)   VALUE ' '.

      *  WHAT HAPPENED TO THE RECORD THIS RUN, WITH THE ERROR NUMBERS *
      *  IT ORIGINALLY TRIPPED AND HOW LONG IT HAS BEEN SITTING       *
           PERFORM L2A-LOAD-CORRECTIONS.
           PERFORM L2C-LOAD-SUSPENSE.

      *  RESUBMIT.DAT GOES BACK THROUGH COBLSC01 AS ITS OWN BATCH   *
      *  ('RSB'), SO IT CARRIES A HEADER WITH THE NEXT SEQUENCE     *
      *  NUMBER AND, AT CLOSING, A TRAILER PROVING WHAT WAS WRITTEN *
           MOVE 'N' TO BT-FUNC.
           MOVE 'RSB' TO BT-SOURCE.
           MOVE 'COBLSC07' TO BT-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO BT-RUN-DATE.
           CALL 'CBLBATCH' USING CBLBATCH-DATA.

           OPEN OUTPUT RESUBMIT-FILE.
           OPEN OUTPUT PRTOUT.

           MOVE SPACES TO BATCH-CTL-REC.
           MOVE 'HDR' TO BC-REC-ID.
           MOVE BT-HDR-SOURCE TO BC-SOURCE.
           MOVE BT-BATCH-DATE TO BC-BATCH-DATE.
           MOVE BT-BATCH-SEQ TO BC-BATCH-SEQ.
           WRITE RESUBMIT-REC FROM BATCH-CTL-REC.

           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
           WRITE PRTLINE FROM REPORT-TITLE
           IF CORR-FOUND
               SET CORR-IDX DOWN BY 1
               MOVE CT-TRAN-REC(CORR-IDX) TO RESUBMIT-REC
               WRITE RESUBMIT-REC
               MOVE CT-TRAN-REC(CORR-IDX) (54:5) TO RESUB-AMT-X
               IF RESUB-AMT-N NUMERIC
                   ADD RESUB-AMT-N TO C-RESUB-TOTAL.

       L4A-MATCH-CORRECTION.
           IF CT-CAMPGROUND(CORR-IDX) = SP-CAMPGROUND(SUSP-SUB)
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO BATCH-CTL-REC.
           MOVE 'TRL' TO BC-REC-ID.
           MOVE C-REPAIR-CTR TO BC-REC-CNT.
           MOVE C-RESUB-TOTAL TO BC-TOTAL.
           WRITE RESUBMIT-REC FROM BATCH-CTL-REC.
           CLOSE RESUBMIT-FILE.
           CLOSE PRTOUT.

                   VARYING ERR-SUB FROM 1 BY 1
                       UNTIL ERR-SUB > 5
               MOVE SP-DATE-SUSP(SUSP-SUB) TO SU-DATE
               MOVE SPACES TO SUSPENSE-REC (139:4)
               WRITE SUSPENSE-REC.

       L9B-MOVE-ERR-NO.
