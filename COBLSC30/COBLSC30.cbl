       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBLSC30.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  GUEST ADDRESS MAINTENANCE. APPLIES THE DESK'S ADDRESS         *
      *  TRANSACTIONS (GUESTADR.DAT) TO THE GUEST MASTER SO THE        *
      *  CONFIRMATION AND REMINDER LETTERS (COBLSC29) HAVE SOMEWHERE   *
      *  TO GO. A 'C' SETS OR CHANGES A GUEST'S ADDRESS - A GUEST NOT  *
      *  YET ON FILE IS ADDED WITH NO STAY HISTORY, AND COBLSC01       *
      *  PICKS THEM UP AT THEIR FIRST BOOKING - AND A 'D' TAKES AN     *
      *  ADDRESS OFF. THE GUEST IS MATCHED ON THE NAME THE WAY THE     *
      *  RESERVATION RECORDS CARRY IT (LAST, FIRST). RUNS AFTER        *
      *  COBLSC01 AND BEFORE COBLSC29.                                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  THE DAY'S ADDRESS TRANSACTIONS  *
           SELECT ADDR-TRAN-FILE
               ASSIGN TO 'GUESTADR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GA-STATUS.

      *  ONE RECORD PER GUEST WE HAVE EVER HOSTED, KEPT CURRENT BY   *
      *  COBLSC01 AND REBUILT BY COBLSC16                            *
           SELECT GUEST-FILE
               ASSIGN TO 'GUESTMST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GM-STATUS.

      *  THE UPDATED MASTER IS STAGED HERE WHILE THE FILE IS         *
      *  REWRITTEN - THIS RUN'S OWN WORK FILE, NEVER COBLSC01'S      *
      *  GUESTWK.DAT                                                 *
           SELECT ADRWK-FILE
               ASSIGN TO 'ADRWK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WK-STATUS.

           SELECT PRTOUT
               ASSIGN TO 'GUESTADR.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  RUN-CONTROL LOG SHARED BY EVERY BATCH PROGRAM - ONE RECORD   *
      *  PER RUN PROVING WHAT WENT IN CAME BACK OUT                   *
           SELECT RUN-LOG-FILE
               ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *  ONE ADDRESS TRANSACTION: THE GUEST'S NAME KEYED THE WAY A    *
      *  BOOKING KEYS IT, AND THE ADDRESS TO PUT ON FILE              *
       FD  ADDR-TRAN-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS ADDR-TRAN-REC.
       01  ADDR-TRAN-REC.
      *  'C' = SET OR CHANGE THE ADDRESS, 'D' = TAKE IT OFF  *
           05  GA-ACTION           PIC X.
           05  GA-LNAME            PIC X(15).
           05  GA-FNAME            PIC X(10).
           05  GA-ADDRESS.
               10  GA-ADDR-1       PIC X(30).
               10  GA-ADDR-2       PIC X(30).
               10  GA-CITY         PIC X(20).
               10  GA-STATE        PIC X(2).
               10  GA-ZIP          PIC X(10).
           05  FILLER              PIC X(2).

      *  THE SAME GUEST LAYOUT COBLSC01 CARRIES  *
       FD  GUEST-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS GUEST-REC.
       01  GUEST-REC.
           05  GM-NAME             PIC X(27).
           05  GM-STAY-CNT         PIC 9(5).
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

       FD  ADRWK-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS ADRWK-REC.
       01  ADRWK-REC               PIC X(160).

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
           05  WS-GA-STATUS        PIC XX      VALUE '00'.
           05  WS-GM-STATUS        PIC XX      VALUE '00'.
           05  WS-WK-STATUS        PIC XX      VALUE '00'.
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  GA-EOF-SW           PIC X       VALUE 'N'.
           05  GM-EOF-SW           PIC X       VALUE 'N'.
           05  WK-EOF-SW           PIC X       VALUE 'N'.
           05  TRAN-FOUND-SW       PIC X       VALUE 'N'.
           05  C-NAME              PIC X(27)   VALUE SPACES.
           05  C-READ-CTR          PIC 9(6)    VALUE 0.
           05  C-APPLIED-CTR       PIC 9(6)    VALUE 0.
           05  C-ADDED-CTR         PIC 9(6)    VALUE 0.
           05  C-REJECT-CTR        PIC 9(6)    VALUE 0.
      *  A SECOND TRANSACTION FOR THE SAME GUEST IN ONE BATCH - THE  *
      *  LATER KEYING WINS AND THE EARLIER ONE IS LISTED AS REPLACED *
           05  C-REPLACED-CTR      PIC 9(6)    VALUE 0.
           05  C-GUEST-CTR         PIC 9(6)    VALUE 0.
           05  TRAN-SUB            PIC 999     VALUE 0.

      *  THE BATCH, HELD SO EACH GUEST RECORD IS CHECKED AGAINST IT   *
      *  AS THE MASTER STREAMS THROUGH. STATUS ' ' = WAITING, 'A' =   *
      *  APPLIED, 'R' = REJECTED, 'S' = REPLACED BY A LATER KEYING    *
       01  TRAN-TABLE-AREA.
           05  TRAN-ENTRY      OCCURS 500 INDEXED BY TRAN-IDX.
               10  TE-ACTION       PIC X.
               10  TE-NAME         PIC X(27).
               10  TE-ADDRESS      PIC X(92).
               10  TE-STATUS       PIC X.
               10  TE-RESULT       PIC X(24).

       01  TRAN-TABLE-WORK.
           05  TRAN-TBL-CTR        PIC 999     VALUE 0.

      *  DATA PASSED TO/FROM CBLGEN TO ROLL THE GUEST MASTER'S        *
      *  GENERATIONS BEFORE IT IS REWRITTEN                           *
       01  CBLGEN-DATA.
           05  GN-FILE-NAME        PIC X(30)   VALUE SPACES.
           05  GN-ORG              PIC X       VALUE 'L'.
           05  GN-RUN-DATE         PIC 9(8)    VALUE 0.
           05  GN-REC-CNT          PIC 9(7)    VALUE 0.
           05  GN-RETURN-CODE      PIC 9       VALUE 0.

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
           05  FILLER          PIC X(40)   VALUE ' '.
           05  FILLER          PIC X(26)   VALUE
               'GUEST ADDRESS MAINTENANCE'.
           05  FILLER          PIC X(42)   VALUE ' '.
           05  FILLER          PIC X(6)    VALUE 'PAGE: '.
           05  O-RPT-PCTR      PIC Z9.

       01  BLANK-LINE.
           05  FILLER          PIC X(132)  VALUE ' '.

       01  COLUMN-HEADINGS.
           05  FILLER          PIC X(3)    VALUE 'ACT'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(27)   VALUE 'GUEST'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(30)   VALUE 'ADDRESS'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(20)   VALUE 'CITY'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(2)    VALUE 'ST'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(24)   VALUE 'RESULT'.
           05  FILLER          PIC X(16)   VALUE ' '.

      *  ONE ADDRESS TRANSACTION AND WHAT BECAME OF IT  *
       01  DETAIL-LINE.
           05  FILLER          PIC X       VALUE ' '.
           05  O-DET-ACTION    PIC X.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-DET-NAME      PIC X(27).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-DET-ADDR-1    PIC X(30).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-DET-CITY      PIC X(20).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-DET-STATE     PIC X(2).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-DET-RESULT    PIC X(24).
           05  FILLER          PIC X(16)   VALUE ' '.

       01  TBL-OVFL-LINE.
           05  FILLER          PIC X(46)   VALUE
               'TRANSACTION PAST TABLE LIMIT - NOT APPLIED    '.
           05  FILLER          PIC X(86)   VALUE ' '.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(30)   VALUE
               'TRANSACTIONS READ:            '.
           05  O-READ-CTR      PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(30)   VALUE
               'ADDRESSES CHANGED ON FILE:    '.
           05  O-APPLIED-CTR   PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(30)   VALUE
               'NEW GUESTS ADDED:             '.
           05  O-ADDED-CTR     PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-4.
           05  FILLER          PIC X(30)   VALUE
               'REPLACED BY A LATER KEYING:   '.
           05  O-REPLACED-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-5.
           05  FILLER          PIC X(30)   VALUE
               'TRANSACTIONS REJECTED:        '.
           05  O-REJECT-CTR    PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       01  TOTAL-LINE-6.
           05  FILLER          PIC X(30)   VALUE
               'GUESTS ON THE MASTER:         '.
           05  O-GUEST-CTR     PIC ZZZZZ9.
           05  FILLER          PIC X(96)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L3-LOAD-TRANSACTIONS.
           IF TRAN-TBL-CTR > 0
               PERFORM L4-UPDATE-MASTER THRU L4-UPDATE-EXIT.
           PERFORM L6-PRINT-TRANSACTIONS
               VARYING TRAN-SUB FROM 1 BY 1
                   UNTIL TRAN-SUB > TRAN-TBL-CTR.
           PERFORM L9-CLOSING.
       STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURR-DATE TO WS-CURR-DATE-NUM.
           MOVE CURR-MM TO O-RPT-MM.
           MOVE CURR-DD TO O-RPT-DD.
           MOVE CURR-YY TO O-RPT-YY.

           OPEN OUTPUT PRTOUT.
           PERFORM L8-HEADINGS.

      *  LOADS AND EDITS THE BATCH. A BAD TRANSACTION IS REJECTED     *
      *  HERE; A REPEAT FOR THE SAME GUEST REPLACES THE EARLIER ONE   *
       L3-LOAD-TRANSACTIONS.
           MOVE 'N' TO GA-EOF-SW.
           OPEN INPUT ADDR-TRAN-FILE.
           IF WS-GA-STATUS = '00'
               PERFORM L3A-READ-TRANSACTION
                   UNTIL GA-EOF-SW = 'Y'
               CLOSE ADDR-TRAN-FILE.

       L3A-READ-TRANSACTION.
           READ ADDR-TRAN-FILE
               AT END
                   MOVE 'Y' TO GA-EOF-SW
               NOT AT END
                   ADD 1 TO C-READ-CTR
                   IF TRAN-TBL-CTR < 500
                       PERFORM L3B-EDIT-TRANSACTION
                   ELSE
                       ADD 1 TO C-REJECT-CTR
                       WRITE PRTLINE FROM TBL-OVFL-LINE
                           AFTER ADVANCING 1 LINE
                               AT EOP
                                   PERFORM L8-HEADINGS
                       END-WRITE
                   END-IF.

       L3B-EDIT-TRANSACTION.
           MOVE ' ' TO C-NAME.
           STRING GA-LNAME DELIMITED BY ' '
               ', ' DELIMITED BY SIZE
               GA-FNAME DELIMITED BY ' '
           INTO C-NAME.

           MOVE 'N' TO TRAN-FOUND-SW.
           PERFORM L3C-MATCH-EARLIER
               VARYING TRAN-IDX FROM 1 BY 1
                   UNTIL TRAN-IDX > TRAN-TBL-CTR
                       OR TRAN-FOUND-SW = 'Y'.
           IF TRAN-FOUND-SW = 'Y'
               SET TRAN-IDX DOWN BY 1
               MOVE 'S' TO TE-STATUS(TRAN-IDX)
               MOVE 'REPLACED - LATER KEYING' TO TE-RESULT(TRAN-IDX)
               ADD 1 TO C-REPLACED-CTR.

           ADD 1 TO TRAN-TBL-CTR.
           MOVE GA-ACTION TO TE-ACTION(TRAN-TBL-CTR).
           MOVE C-NAME TO TE-NAME(TRAN-TBL-CTR).
           MOVE GA-ADDRESS TO TE-ADDRESS(TRAN-TBL-CTR).
           MOVE ' ' TO TE-STATUS(TRAN-TBL-CTR).
           MOVE SPACES TO TE-RESULT(TRAN-TBL-CTR).

           IF GA-LNAME = SPACES OR GA-FNAME = SPACES
               MOVE 'R' TO TE-STATUS(TRAN-TBL-CTR)
               MOVE 'NAME MISSING' TO TE-RESULT(TRAN-TBL-CTR)
               ADD 1 TO C-REJECT-CTR
           ELSE
               IF GA-ACTION NOT = 'C' AND GA-ACTION NOT = 'D'
                   MOVE 'R' TO TE-STATUS(TRAN-TBL-CTR)
                   MOVE 'ACTION NOT C OR D' TO TE-RESULT(TRAN-TBL-CTR)
                   ADD 1 TO C-REJECT-CTR
               ELSE
                   IF GA-ACTION = 'C'
                       AND (GA-ADDR-1 = SPACES OR GA-CITY = SPACES
                           OR GA-STATE = SPACES OR GA-ZIP = SPACES)
                       MOVE 'R' TO TE-STATUS(TRAN-TBL-CTR)
                       MOVE 'ADDRESS INCOMPLETE' TO
                           TE-RESULT(TRAN-TBL-CTR)
                       ADD 1 TO C-REJECT-CTR.

      *  AN EARLIER TRANSACTION STILL WAITING FOR THE SAME GUEST  *
       L3C-MATCH-EARLIER.
           IF TE-STATUS(TRAN-IDX) = ' '
               AND TE-NAME(TRAN-IDX) = C-NAME
                   MOVE 'Y' TO TRAN-FOUND-SW.

      *  STREAMS THE MASTER THROUGH THE WORK FILE, CHANGING THE       *
      *  GUESTS THE BATCH NAMES, THEN ADDS THE NEW GUESTS AT THE END  *
      *  AND COPIES THE RESULT BACK OVER THE ORIGINAL                 *
       L4-UPDATE-MASTER.
           MOVE WS-CURR-DATE-NUM TO GN-RUN-DATE.
           MOVE 'L' TO GN-ORG.
           MOVE 'GUESTMST.DAT' TO GN-FILE-NAME.
           CALL 'CBLGEN' USING CBLGEN-DATA.

           OPEN OUTPUT ADRWK-FILE.
           IF WS-WK-STATUS NOT = '00'
               GO TO L4-UPDATE-EXIT.
           MOVE 'N' TO GM-EOF-SW.
           OPEN INPUT GUEST-FILE.
           IF WS-GM-STATUS NOT = '00'
               MOVE 'Y' TO GM-EOF-SW.
           PERFORM L4A-UPDATE-ONE-GUEST
               UNTIL GM-EOF-SW = 'Y'.
           IF WS-GM-STATUS NOT = '35'
               CLOSE GUEST-FILE.
           PERFORM L4C-ADD-NEW-GUEST
               VARYING TRAN-IDX FROM 1 BY 1
                   UNTIL TRAN-IDX > TRAN-TBL-CTR.
           CLOSE ADRWK-FILE.

           MOVE 'N' TO WK-EOF-SW.
           OPEN INPUT ADRWK-FILE.
           OPEN OUTPUT GUEST-FILE.
           PERFORM L4D-COPY-GUEST-BACK
               UNTIL WK-EOF-SW = 'Y'.
           CLOSE ADRWK-FILE.
           CLOSE GUEST-FILE.

       L4-UPDATE-EXIT.
           EXIT.

       L4A-UPDATE-ONE-GUEST.
           READ GUEST-FILE
               AT END
                   MOVE 'Y' TO GM-EOF-SW
               NOT AT END
                   PERFORM L4B-APPLY-TRANSACTION
                       VARYING TRAN-IDX FROM 1 BY 1
                           UNTIL TRAN-IDX > TRAN-TBL-CTR
                   MOVE SPACES TO GUEST-REC (153:8)
                   WRITE ADRWK-REC FROM GUEST-REC.

       L4B-APPLY-TRANSACTION.
           IF TE-STATUS(TRAN-IDX) = ' '
               AND TE-NAME(TRAN-IDX) = GM-NAME
                   MOVE 'A' TO TE-STATUS(TRAN-IDX)
                   ADD 1 TO C-APPLIED-CTR
                   IF TE-ACTION(TRAN-IDX) = 'D'
                       MOVE SPACES TO GM-ADDRESS
                       MOVE 'ADDRESS REMOVED' TO TE-RESULT(TRAN-IDX)
                   ELSE
                       MOVE TE-ADDRESS(TRAN-IDX) TO GM-ADDRESS
                       MOVE 'ADDRESS CHANGED' TO TE-RESULT(TRAN-IDX).

      *  A 'C' FOR A GUEST NOT ON FILE PUTS THEM ON WITH NO HISTORY;  *
      *  A 'D' FOR ONE HAS NOTHING TO TAKE OFF                        *
       L4C-ADD-NEW-GUEST.
           IF TE-STATUS(TRAN-IDX) = ' '
               IF TE-ACTION(TRAN-IDX) = 'C'
                   MOVE SPACES TO GUEST-REC
                   MOVE TE-NAME(TRAN-IDX) TO GM-NAME
                   MOVE 0 TO GM-STAY-CNT
                   MOVE 0 TO GM-NIGHTS
                   MOVE 0 TO GM-LAST-VISIT
                   MOVE TE-ADDRESS(TRAN-IDX) TO GM-ADDRESS
                   WRITE ADRWK-REC FROM GUEST-REC
                   MOVE 'A' TO TE-STATUS(TRAN-IDX)
                   MOVE 'NEW GUEST ADDED' TO TE-RESULT(TRAN-IDX)
                   ADD 1 TO C-ADDED-CTR
               ELSE
                   MOVE 'R' TO TE-STATUS(TRAN-IDX)
                   MOVE 'GUEST NOT ON FILE' TO TE-RESULT(TRAN-IDX)
                   ADD 1 TO C-REJECT-CTR.

       L4D-COPY-GUEST-BACK.
           READ ADRWK-FILE
               AT END
                   MOVE 'Y' TO WK-EOF-SW
               NOT AT END
                   ADD 1 TO C-GUEST-CTR
                   WRITE GUEST-REC FROM ADRWK-REC.

       L6-PRINT-TRANSACTIONS.
           MOVE TE-ACTION(TRAN-SUB) TO O-DET-ACTION.
           MOVE TE-NAME(TRAN-SUB) TO O-DET-NAME.
           MOVE TE-ADDRESS(TRAN-SUB) (1:30) TO O-DET-ADDR-1.
           MOVE TE-ADDRESS(TRAN-SUB) (61:20) TO O-DET-CITY.
           MOVE TE-ADDRESS(TRAN-SUB) (81:2) TO O-DET-STATE.
           IF TE-STATUS(TRAN-SUB) = ' '
               MOVE 'NOT APPLIED - NO MASTER' TO O-DET-RESULT
           ELSE
               MOVE TE-RESULT(TRAN-SUB) TO O-DET-RESULT.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L8-HEADINGS.

       L8-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
           WRITE PRTLINE FROM REPORT-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLUMN-HEADINGS
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

      *  PROVES THE RUN PROCESSED WHAT IT WAS GIVEN: TRANSACTIONS     *
      *  READ MUST EQUAL THOSE APPLIED OR REPLACED, THOSE THAT ADDED  *
      *  A GUEST, AND THOSE REJECTED                                  *
       L9-CLOSING.
           MOVE C-READ-CTR TO O-READ-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           MOVE C-APPLIED-CTR TO O-APPLIED-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE C-ADDED-CTR TO O-ADDED-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE C-REPLACED-CTR TO O-REPLACED-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE C-REJECT-CTR TO O-REJECT-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-5
               AFTER ADVANCING 1 LINE.
           MOVE C-GUEST-CTR TO O-GUEST-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-6
               AFTER ADVANCING 1 LINE.
           CLOSE PRTOUT.

           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'COBLSC30' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           MOVE C-READ-CTR TO RL-RECS-READ.
           ADD C-APPLIED-CTR C-REPLACED-CTR GIVING RL-RECS-OUT-1.
           MOVE C-ADDED-CTR TO RL-RECS-OUT-2.
           MOVE C-REJECT-CTR TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
