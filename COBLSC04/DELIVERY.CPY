      *  DELIVERY.CPY                                                  *
      *  LAYOUT OF ONE FURNITURE DELIVERY. THE WEEKLY FURNITURE RUN    *
      *  (COBLSC04) QUEUES EVERY POSTED SALE MARKED FOR DELIVERY ON    *
      *  DELIVPND.DAT; THE DELIVERY SCHEDULING RUN (COBLSC42) FITS     *
      *  THEM ONTO TRUCKS, MOVES EACH ONE IT BOOKS TO THE DELIVERY     *
      *  HISTORY (DELIVHST.DAT) WITH ITS TRUCK AND DAY, AND LEAVES     *
      *  THE REST ON DELIVPND.DAT FOR THE NEXT RUN.                    *
       01  DELIVERY-REC.
      *  THE TICKET: THE RUN DATE THE SALE WAS QUEUED AND ITS ORDER   *
      *  IN THAT RUN                                                  *
           05  DQ-QUEUE-DATE       PIC 9(8).
           05  DQ-QUEUE-SEQ        PIC 9(4).
           05  DQ-STORE-CD         PIC 9.
           05  DQ-SLM-NUM          PIC 99.
           05  DQ-SLM-NAME         PIC X(25).
           05  DQ-SALES-DATE       PIC 9(8).
           05  DQ-FUR-CODE         PIC 9.
           05  DQ-AMOUNT           PIC 9(5)V99.
           05  DQ-ADDR             PIC X(30).
      *  THE DAY THE SALESPERSON PROMISED THE CUSTOMER  *
           05  DQ-REQ-DATE         PIC 9(8).
      *  THE TRUCK AND DAY IT IS BOOKED ON - ZERO AND SPACES WHILE    *
      *  IT WAITS ON DELIVPND.DAT                                     *
           05  DQ-SCHED-DATE       PIC 9(8).
           05  DQ-TRUCK-ID         PIC XX.
      *  THE TIME OF DAY THE QUEUEING RUN STARTED - WITH THE QUEUE    *
      *  DATE IT TELLS ONE RUN'S TICKETS FROM ANOTHER'S               *
           05  DQ-QUEUE-TIME       PIC X(6).
