           05  LOG-OPEN-SW         PIC X       VALUE 'N'.
           05  C-RUN-CTR           PIC 9(4)    VALUE 0.
           05  C-OOB-CTR           PIC 9(4)    VALUE 0.
      *  RUNS THAT TURNED THEIR INBOUND BATCH AWAY - HELD OR REFUSED  *
           05  C-HELD-CTR          PIC 9(4)    VALUE 0.
           05  C-EXPECTED-READ     PIC 9(7)    VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  FILLER          PIC X(6)    VALUE 'REJECT'.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  FILLER          PIC X(14)   VALUE 'STATUS'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(10)   VALUE 'BATCH'.
           05  FILLER          PIC X(2)    VALUE ' '.
           05  FILLER          PIC X(20)   VALUE 'WHY NOT POSTED'.
           05  FILLER          PIC X(16)   VALUE ' '.

       01  DETAIL-LINE.
           05  O-DET-PROGRAM   PIC X(8).
           05  O-DET-REJECT    PIC ZZZZZ9.
           05  FILLER          PIC X(3)    VALUE ' '.
           05  O-DET-STATUS    PIC X(14).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-DET-SOURCE    PIC X(3).
           05  FILLER          PIC X       VALUE ' '.
           05  O-DET-SEQ       PIC X(6).
           05  FILLER          PIC X(2)    VALUE ' '.
           05  O-DET-REASON    PIC X(20).
           05  FILLER          PIC X(16)   VALUE ' '.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(19)   VALUE 'RUNS ON THE LOG:   '.
           05  O-OOB-CTR       PIC ZZZ9.
           05  FILLER          PIC X(109)  VALUE ' '.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(19)   VALUE 'BATCHES HELD/REF:  '.
           05  O-HELD-CTR      PIC ZZZ9.
           05  FILLER          PIC X(109)  VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
                   PERFORM L4-PRINT-RUN.

      *  PRINTS ONE RUN AND CHECKS THAT WHAT WENT IN CAME BACK OUT:   *
      *  RECORDS READ MUST EQUAL RECORDS WRITTEN PLUS REJECTED. A     *
      *  RUN THAT TURNED ITS INBOUND BATCH AWAY BALANCES - IT POSTED  *
      *  NOTHING - SO IT IS FLAGGED BY ITS BATCH STATUS INSTEAD       *
       L4-PRINT-RUN.
           ADD 1 TO C-RUN-CTR.
           MOVE RL-PROGRAM TO O-DET-PROGRAM.
               ADD 1 TO C-OOB-CTR
               MOVE 'OUT OF BALANCE' TO O-DET-STATUS.

           MOVE SPACES TO O-DET-SOURCE.
           MOVE SPACES TO O-DET-SEQ.
           MOVE SPACES TO O-DET-REASON.
           IF RL-BATCH-SOURCE NOT = SPACES
               MOVE RL-BATCH-SOURCE TO O-DET-SOURCE
               MOVE RL-BATCH-SEQ TO O-DET-SEQ.
           IF RL-BATCH-HELD OR RL-BATCH-REFUSED
               ADD 1 TO C-HELD-CTR
               MOVE RL-BATCH-REASON TO O-DET-REASON
               IF RL-BATCH-HELD
                   MOVE 'BATCH HELD' TO O-DET-STATUS
               ELSE
                   MOVE 'BATCH REFUSED' TO O-DET-STATUS.

           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
           MOVE C-OOB-CTR TO O-OOB-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE C-HELD-CTR TO O-HELD-CTR.
           WRITE PRTLINE FROM TOTAL-LINE-3
               AFTER ADVANCING 1 LINE.
           IF LOG-OPEN-SW = 'Y'
               CLOSE RUN-LOG-FILE.
           CLOSE PRTOUT.
