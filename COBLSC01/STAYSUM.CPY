      *  STAYSUM.CPY                                                   *
      *  LAYOUT OF ONE GUEST'S STAY SUMMARY ON STAYSUM.DAT. WHEN THE   *
      *  RETENTION PURGE (COBLSC44) TAKES COMPLETED STAYS OFF          *
      *  CAMPARCH.DAT IT ROLLS THEM UP HERE FIRST - STAYS, NIGHTS AND  *
      *  THE LATEST ARRIVAL PER GUEST NAME - SO THE GUEST MASTER       *
      *  REBUILD (COBLSC16) STILL COUNTS EVERY STAY A GUEST HAS MADE.  *
      *  ONE RECORD PER GUEST, REWRITTEN BY EACH PURGE.                *
       01  STAY-SUM-REC.
           05  SS-NAME             PIC X(27).
           05  SS-STAY-CNT         PIC 9(5).
           05  SS-NIGHTS           PIC 9(6).
           05  SS-LAST-VISIT       PIC 9(8).
           05  FILLER              PIC X(4).
