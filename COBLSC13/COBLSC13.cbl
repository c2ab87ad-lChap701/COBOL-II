               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS O-RES-KEY
               ALTERNATE RECORD KEY IS O-CONF-NUM
               FILE STATUS IS WS-RES-STATUS.

      *  PARTIES TURNED AWAY FOR AN OCCUPIED SITE, STILL WAITING  *

       FD  CAMPRES-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS VAL-REC.

      *  CPY FILE THAT CONTAINS VAL-REC LAYOUT, THE SAME COPYBOOK     *
           05  WL-LEN-STAY         PIC 99.
           05  WL-NAME             PIC X(27).
           05  WL-OFFERED-SW       PIC X.
           05  WL-CONF-NUM         PIC 9(8).
           05  FILLER              PIC X(8).

      *  ONE OUT-OF-SERVICE CLOSURE: THE SITE, THE DATE RANGE IT IS  *
      *  DARK, AND MAINTENANCE'S REASON CODE                         *
