               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GIN-KEY
               ALTERNATE RECORD KEY IS GIN-CONF
               FILE STATUS IS WS-IN-STATUS.

           SELECT GEN-IXD-OUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GOUT-KEY
               ALTERNATE RECORD KEY IS GOUT-CONF
               FILE STATUS IS WS-OUT-STATUS.

      *  ONE LINE PER GENERATION EVENT - THE AUDIT TRAIL THE VERIFY  *

       FD  GEN-IXD-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS GEN-IXD-IN-REC.
       01  GEN-IXD-IN-REC.
           05  GIN-KEY             PIC X(26).
           05  GIN-REST            PIC X(142).
           05  GIN-CONF            PIC X(8).
           05  GIN-TAIL            PIC X(24).

       FD  GEN-IXD-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS GEN-IXD-OUT-REC.
       01  GEN-IXD-OUT-REC.
           05  GOUT-KEY            PIC X(26).
           05  GOUT-REST           PIC X(142).
           05  GOUT-CONF           PIC X(8).
           05  GOUT-TAIL           PIC X(24).

       FD  GEN-LOG-FILE
           LABEL RECORD IS OMITTED
