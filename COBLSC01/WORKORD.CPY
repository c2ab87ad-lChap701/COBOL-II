      *  WORKORD.CPY                                                   *
      *  LAYOUT OF ONE SITE MAINTENANCE WORK ORDER ON WORKORD.DAT. THE *
      *  WORK ORDER RUN (COBLSC34) OPENS, COMPLETES AND RE-DATES THEM, *
      *  AND EVERY OPEN ORDER KEEPS ITS SITE CLOSED ON SITEOOS.DAT     *
      *  FROM THE DAY IT WAS OPENED TO THE DAY IT IS EXPECTED DONE.    *
       01  WORK-ORDER-REC.
           05  WO-NUMBER           PIC 9(6).
           05  WO-CAMPGROUND       PIC X(15).
           05  WO-SITE             PIC X(3).
      *  MAINTENANCE'S PROBLEM CODE - CARRIED TO THE CLOSURE AS ITS   *
      *  REASON CODE                                                  *
           05  WO-PROBLEM-CODE     PIC X(2).
      *  '1' = EMERGENCY, '2' = URGENT, '3' = ROUTINE  *
           05  WO-PRIORITY         PIC X.
               88  WO-EMERGENCY            VALUE '1'.
               88  WO-URGENT               VALUE '2'.
               88  WO-ROUTINE              VALUE '3'.
           05  WO-OPEN-DATE        PIC 9(8).
           05  WO-EXPECT-DATE      PIC 9(8).
      *  ZERO UNTIL THE ORDER IS COMPLETED  *
           05  WO-DONE-DATE        PIC 9(8).
           05  WO-STATUS           PIC X.
               88  WO-OPEN                 VALUE 'O'.
               88  WO-COMPLETE             VALUE 'C'.
      *  'G' = RAISED FROM THE GATE CHECK-OUT TALLY (COBLSC15),       *
      *  'D' = KEYED BY THE DESK OR MAINTENANCE                       *
           05  WO-SOURCE           PIC X.
               88  WO-FROM-GATE            VALUE 'G'.
           05  FILLER              PIC X(27).
