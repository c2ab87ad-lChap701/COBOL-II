           05  DONE-CNT            PIC 99      VALUE 0.
           05  DONE-FOUND-SW       PIC X       VALUE 'N'.
           05  PREREQ-OK-SW        PIC X       VALUE 'N'.
      *  WHY A PREREQUISITE THAT RAN DIDN'T PROVE OUT - 'H' OR 'D'   *
      *  WHEN ITS RUN TURNED THE INBOUND BATCH AWAY                  *
           05  PREREQ-TURNED-SW    PIC X       VALUE ' '.
           05  ALL-OK-SW           PIC X       VALUE 'N'.
           05  C-EXPECTED-READ     PIC 9(7)    VALUE 0.
           05  C-GO-CTR            PIC 9(4)    VALUE 0.
               10  DE-PREREQ       PIC X(8).

      *  THE RUN LOG IN STORAGE: WHO RAN WHEN AND WHETHER THE COUNTS *
      *  PROVED OUT. A RUN THAT TURNED ITS INBOUND BATCH AWAY POSTED  *
      *  NOTHING, SO IT IS CARRIED AS 'H' (HELD) OR 'D' (REFUSED)     *
      *  RATHER THAN BALANCED                                         *
       01  RUNLOG-TABLE.
           05  LOG-ENTRY       OCCURS 500.
               10  LE-PROGRAM      PIC X(8).
                       ELSE
                           MOVE 'N' TO LE-BALANCED-SW(LOG-CNT)
                       END-IF
                       IF RL-BATCH-HELD OR RL-BATCH-REFUSED
                           MOVE RL-BATCH-STATUS
                               TO LE-BALANCED-SW(LOG-CNT)
                       END-IF
                   END-IF.

      *  ONE DEPENDENT GETS ITS VERDICT THE FIRST TIME IT APPEARS -  *
               ELSE
                   MOVE 'MISSING OR OUT OF BALANCE' TO O-PRQ-STATUS
                   MOVE 'N' TO ALL-OK-SW
                   MOVE ' ' TO PREREQ-TURNED-SW
                   PERFORM L5B-FIND-TURNED-AWAY
                       VARYING LOG-SUB FROM 1 BY 1
                           UNTIL LOG-SUB > LOG-CNT
                   IF PREREQ-TURNED-SW = 'H'
                       MOVE 'INBOUND BATCH HELD' TO O-PRQ-STATUS
                   END-IF
                   IF PREREQ-TURNED-SW = 'D'
                       MOVE 'DUPLICATE BATCH REFUSED' TO O-PRQ-STATUS
                   END-IF
               END-IF
               WRITE PRTLINE FROM PREREQ-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               AND LE-BALANCED-SW(LOG-SUB) = 'Y'
                   MOVE 'Y' TO PREREQ-OK-SW.

      *  A PREREQUISITE THAT RAN BUT TURNED ITS INBOUND BATCH AWAY   *
      *  SAYS SO, SO THE OPERATOR CHASES THE BATCH, NOT THE JOB. THE *
      *  LAST SUCH RUN FOR THE DATE IS THE ONE REPORTED              *
       L5B-FIND-TURNED-AWAY.
           IF LE-PROGRAM(LOG-SUB) = DE-PREREQ(PAIR-SUB)
               AND LE-RUN-DATE(LOG-SUB) = WS-CURR-DATE-NUM
               AND (LE-BALANCED-SW(LOG-SUB) = 'H'
                   OR LE-BALANCED-SW(LOG-SUB) = 'D')
                   MOVE LE-BALANCED-SW(LOG-SUB) TO PREREQ-TURNED-SW.

       L8-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-RPT-PCTR.
