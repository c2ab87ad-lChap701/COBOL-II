      *  RESERVATION MASTER CAMPRES.DAT. THE RECORD KEY IS THE          *
      *  CAMPGROUND/SITE/ARRIVAL DATE GROUP AT THE FRONT - THE LENGTH   *
      *  OF STAY MOVED BEHIND THE END DATE SO THE KEY FIELDS SIT        *
      *  TOGETHER. THE CONFIRMATION NUMBER IS AN ALTERNATE KEY.         *
       01  VAL-REC.
           05  O-RES-KEY.
               10  O-CAMPGROUND    PIC X(15).
      *  NEVER THE CARD ITSELF - SO A BULK CANCELLATION CAN CREDIT   *
      *  THE GUEST WITHOUT THE TRANSACTION BEING REKEYED             *
           05  O-CARD-TOKEN        PIC X(16).
      *  THE PARTY SIZE, RV/TRAILER LENGTH (FEET, ZERO FOR A TENT)    *
      *  AND VEHICLE COUNT THE BOOKING WAS CHECKED AGAINST THE SITE   *
      *  WITH - ZERO ON A BOOKING TAKEN BEFORE THEY WERE KEYED        *
           05  O-PARTY-SIZE        PIC 99.
           05  O-RV-LEN            PIC 99.
           05  O-VEHICLES          PIC 9.
      *  THE CONFIRMATION NUMBER GIVEN THE GUEST WHEN THE BOOKING WAS  *
      *  MADE - IT NEVER CHANGES, EVEN WHEN THE STAY IS MOVED, AND IS  *
      *  THE MASTER'S ALTERNATE KEY. A GROUP BOOKING ALSO CARRIES THE  *
      *  ONE NUMBER SHARED BY EVERY SITE IN THE GROUP                  *
           05  O-CONF-NUM          PIC 9(8).
           05  O-GROUP-CONF        PIC 9(8).
      *  THE PROMOTION PRICED INTO THE BOOKING, THE NIGHTS IT TOOK    *
      *  MONEY OFF, AND THE DOLLARS IT TOOK OFF BEFORE TAX - BLANK    *
      *  ON A BOOKING WITHOUT ONE                                     *
           05  O-PROMO-CODE        PIC X(5).
           05  O-PROMO-NIGHTS      PIC 99.
           05  O-PROMO-DISC        PIC 9(3)V99.
      *  'L' WHEN THE RECORD IS THE HOLD FOR A SEASONAL LEASE - THE   *
      *  END DATE IS THE DAY THE LEASE ENDS, THE LENGTH OF STAY STOPS *
      *  AT 99, AND NOTHING IS COLLECTED ON THE HOLD ITSELF: THE      *
      *  INSTALLMENTS ARE BILLED OFF LEASE.DAT                        *
           05  O-LEASE-FLAG        PIC X.
               88  O-LEASE-HOLD            VALUE 'L'.
      *  DAYS AHEAD OF ARRIVAL THE STAY WAS BOOKED (OR LAST MOVED),   *
      *  999 FOR ANYTHING FURTHER OUT, SO THE BOOKING PACE REPORT     *
      *  (COBLSC35) CAN TELL WHAT WAS ON THE BOOKS ON A GIVEN DAY -   *
      *  BLANK ON A BOOKING TAKEN BEFORE IT WAS CARRIED               *
           05  O-BOOK-LEAD         PIC 999.
