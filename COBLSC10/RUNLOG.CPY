           05  RL-RECS-OUT-1       PIC 9(6).
           05  RL-RECS-OUT-2       PIC 9(6).
           05  RL-RECS-REJECT      PIC 9(6).
      *  THE INBOUND BATCH THE RUN POSTED, OR TURNED AWAY. STATUS      *
      *  SPACE = POSTED (OR THE PROGRAM TAKES NO BATCH), 'H' = HELD -  *
      *  HEADER OR TRAILER MISSING OR THE COUNT/TOTAL DISAGREES, AND   *
      *  'D' = REFUSED - THAT SEQUENCE NUMBER WAS ALREADY POSTED. A    *
      *  TURNED-AWAY BATCH POSTS NOTHING AND LOGS EVERY RECORD IT      *
      *  CARRIED AS REJECTED. SOURCE AND SEQUENCE ARE BLANK FOR A RUN  *
      *  THAT TAKES NO INBOUND BATCH                                   *
           05  RL-BATCH-STATUS     PIC X.
               88  RL-BATCH-POSTED         VALUE ' '.
               88  RL-BATCH-HELD           VALUE 'H'.
               88  RL-BATCH-REFUSED        VALUE 'D'.
           05  RL-BATCH-SOURCE     PIC X(3).
           05  RL-BATCH-SEQ        PIC 9(6).
           05  RL-BATCH-REASON     PIC X(20).
           05  FILLER              PIC X(4).
