       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBLCNV3.
       AUTHOR.         LUCAS CHAPMAN.
       DATE-WRITTEN.   10/15/2026.
       DATE-COMPILED.
      ******************************************************************
      *  ONE-TIME CONVERSION OF THE RESERVATION SUSPENSE FILE. THE     *
      *  RESERVATION TRANSACTION GROWS FROM 108 TO 120 BYTES TO CARRY  *
      *  THE PARTY SIZE, RV/TRAILER LENGTH AND VEHICLE COUNT, SO EACH  *
      *  SUSPENDED IMAGE GROWS WITH IT AND THE SUSPENSE RECORD GOES    *
      *  FROM 130 TO 142 BYTES. THE NEW FIELDS COME ACROSS BLANK - THE *
      *  DESK KEYS THEM WITH THE REST OF THE CORRECTION IN COBLSC07 -  *
      *  AND THE ERROR NUMBERS AND DATE SUSPENDED ARE KEPT, SO THE     *
      *  AGING CARRIES ON FROM WHERE IT WAS.                           *
      *                                                                *
      *  OPERATING PROCEDURE: RENAME SUSPENSE.DAT TO SUSPENSE.OLD      *
      *  FIRST, THEN RUN THIS ONCE. A MISSING .OLD FILE JUST SKIPS     *
      *  THE CONVERSION. ANY RESUBMIT.DAT OR CORRECT.DAT STILL WAITING *
      *  IN THE OLD LAYOUT HAS TO BE RE-KEYED IN THE NEW ONE.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *  THE 130-BYTE SUSPENSE FILE AS IT STOOD BEFORE THE NEW FIELDS *
           SELECT OLD-SUSP-FILE
               ASSIGN TO 'SUSPENSE.OLD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO 'CONVERT3.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

      *  RUN-CONTROL LOG SHARED BY EVERY BATCH PROGRAM - ONE RECORD   *
      *  PER RUN PROVING WHAT WENT IN CAME BACK OUT                   *
           SELECT RUN-LOG-FILE
               ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *  THE OLD 108-BYTE TRANSACTION IMAGE, ITS ERROR NUMBERS AND   *
      *  THE DATE IT WAS SUSPENDED                                   *
       FD  OLD-SUSP-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS OLD-SUSP-REC.
       01  OLD-SUSP-REC.
           05  OS-TRAN-REC         PIC X(108).
           05  OS-ERR-AND-DATE     PIC X(18).
           05  FILLER              PIC X(4).

      *  THE SAME SUSPENSE LAYOUT COBLSC01 WRITES AND COBLSC07 READS  *
       FD  SUSPENSE-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 142 CHARACTERS
           DATA RECORD IS SUSPENSE-REC.
       01  SUSPENSE-REC.
           05  SU-TRAN-REC         PIC X(120).
           05  SU-ERR-NO           PIC 99      OCCURS 5.
           05  SU-DATE             PIC 9(8).
           05  FILLER              PIC X(4).
       01  SU-ERR-AND-DATE-REC.
           05  FILLER              PIC X(120).
           05  SU-ERR-AND-DATE     PIC X(18).
           05  FILLER              PIC X(4).

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
           05  WS-RUNLOG-STATUS    PIC XX      VALUE '00'.
           05  OLD-EOF-SW          PIC X       VALUE 'N'.
           05  C-SUSP-READ-CTR     PIC 9(6)    VALUE 0.
           05  C-SUSP-OUT-CTR      PIC 9(6)    VALUE 0.

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
               'SUSPENSE LAYOUT CONVERSION RUN'.
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

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(30)   VALUE
               'SUSPENSE RECORDS CONVERTED:   '.
           05  O-SUSP-OUT-CTR  PIC ZZZZZ9.
           05  FILLER          PIC X(10)   VALUE '  OF READ '.
           05  O-SUSP-READ-CTR PIC ZZZZZ9.
           05  FILLER          PIC X(80)   VALUE ' '.

       PROCEDURE DIVISION.

       0000-CONVERT-FILES.
           PERFORM 1000-INIT.
           PERFORM 2000-CONVERT-SUSPENSE.
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

      *  EVERY SUSPENDED RECORD IS CARRIED ACROSS IN FILE ORDER      *
       2000-CONVERT-SUSPENSE.
           MOVE 'N' TO OLD-EOF-SW.
           OPEN INPUT OLD-SUSP-FILE.
           IF WS-OLD-STATUS NOT = '00'
               MOVE 'SUSPENSE.OLD' TO O-SKIP-NAME
               WRITE PRTLINE FROM SKIP-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               OPEN OUTPUT SUSPENSE-FILE
               PERFORM 2100-CONVERT-ONE-SUSP
                   UNTIL OLD-EOF-SW = 'Y'
               CLOSE OLD-SUSP-FILE
               CLOSE SUSPENSE-FILE.

      *  THE OLD IMAGE LANDS IN FRONT WITH THE NEW FIELDS BLANK      *
      *  BEHIND IT, AND THE ERROR NUMBERS AND DATE MOVE DOWN WHOLE   *
       2100-CONVERT-ONE-SUSP.
           READ OLD-SUSP-FILE
               AT END
                   MOVE 'Y' TO OLD-EOF-SW
               NOT AT END
                   ADD 1 TO C-SUSP-READ-CTR
                   MOVE SPACES TO SUSPENSE-REC
                   MOVE OS-TRAN-REC TO SU-TRAN-REC
                   MOVE OS-ERR-AND-DATE TO SU-ERR-AND-DATE
                   WRITE SUSPENSE-REC
                   ADD 1 TO C-SUSP-OUT-CTR.

      *  PROVES THE RUN PROCESSED WHAT IT WAS GIVEN: RECORDS READ    *
      *  MUST EQUAL RECORDS CONVERTED                                *
       9000-CLOSING.
           MOVE C-SUSP-OUT-CTR TO O-SUSP-OUT-CTR.
           MOVE C-SUSP-READ-CTR TO O-SUSP-READ-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-1
               AFTER ADVANCING 3 LINES.
           CLOSE PRTOUT.

           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE.
           MOVE 'CBLCNV3 ' TO RL-PROGRAM.
           MOVE WS-CURR-DATE-NUM TO RL-RUN-DATE.
           MOVE CURR-TIME (1:6) TO RL-RUN-TIME.
           MOVE C-SUSP-READ-CTR TO RL-RECS-READ.
           MOVE C-SUSP-OUT-CTR TO RL-RECS-OUT-1.
           MOVE 0 TO RL-RECS-OUT-2.
           MOVE 0 TO RL-RECS-REJECT.
           MOVE SPACES TO RUN-LOG-REC (47:34).
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
