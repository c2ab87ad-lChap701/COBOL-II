      *  REFUND AGAINST AN EXISTING BOOKING IN CAMPRES.DAT, 'M' =     *
      *  MODIFICATION OF AN EXISTING BOOKING TO THE NEW SITE/DATES    *
      *  KEYED IN THE FIELDS ABOVE - ONLY THE PRICE DIFFERENCE IS     *
      *  SETTLED, WITH NO CANCELLATION FEE. 'A' = NEW BOOKING FOR A  *
      *  TYPE OF SITE RATHER THAN A SITE NUMBER - THE SITE IS LEFT    *
      *  BLANK AND THE RUN PICKS THE BEST-FITTING OPEN SITE AT THE    *
      *  CAMPGROUND FROM THE PARTY SIZE, RIG LENGTH AND HOOKUPS ASKED *
      *  FOR BELOW, AND PRICES THE STAY AT THAT SITE'S RATES          *
      *  'L' = SEASONAL LEASE OF THE SITE FROM THE DATE ABOVE TO THE  *
      *  LEASE END DATE KEYED IN I-ORIG-DATE. THE LENGTH OF STAY IS   *
      *  LEFT BLANK AND THE AMOUNT IS THE MONTHLY RATE - THE SITE IS  *
      *  HELD ON THE MASTER FOR THE WHOLE LEASE AND THE MONTHLY LEASE *
      *  BILLING RUN (COBLSC32) CHARGES THE INSTALLMENTS              *
           05  I-TRAN-TYPE         PIC X.
               88  VAL-TRAN-NEW    VALUE 'N' ' '.
               88  VAL-TRAN-CANCEL VALUE 'C'.
               88  VAL-TRAN-MODIFY VALUE 'M'.
               88  VAL-TRAN-ASSIGN VALUE 'A'.
               88  VAL-TRAN-LEASE  VALUE 'L'.
      *  FOR AN 'M' MODIFY, THE SITE AND ARRIVAL DATE OF THE BOOKING  *
      *  BEING MOVED - THE FIELDS ABOVE CARRY THE NEW STAY. FOR AN    *
      *  'L' LEASE, I-ORIG-DATE IS THE DAY THE LEASE ENDS             *
           05  I-ORIG-SITE.
               10  I-ORIG-SITE-LET PIC X.
               10  I-ORIG-SITE-NUM PIC 99.
      *  REUNION BLOCK) - THE GROUP VALIDATES AS A UNIT AND SETTLES  *
      *  ONE COMBINED CHARGE                                         *
           05  I-GROUP-ID          PIC X(5).
      *  FOR A 'C' CANCEL OR 'M' MODIFY, THE CONFIRMATION NUMBER THE  *
      *  GUEST QUOTED - WHEN PRESENT IT FINDS THE BOOKING AND THE     *
      *  ORIGINAL SITE AND DATE NEED NOT BE KEYED. BLANK OR ZERO      *
      *  MEANS THE BOOKING IS FOUND BY SITE AND DATE AS BEFORE        *
           05  I-CONF-NUM          PIC 9(8).
      *  THE PARTY AND ITS RIG, CHECKED AGAINST THE SITE MASTER SO A  *
      *  BOOKING NEVER LANDS ON A SITE IT WON'T FIT. RV/TRAILER       *
      *  LENGTH IS IN FEET - BLANK OR ZERO IS A TENT. VEHICLES BLANK  *
      *  COUNTS AS NONE                                               *
           05  I-PARTY-SIZE        PIC 99.
           05  I-RV-LEN            PIC 99.
           05  I-VEHICLES          PIC 9.
      *  FOR AN 'A' REQUEST, 'Y' WHEN THE GUEST NEEDS AN ELECTRIC OR  *
      *  A WATER HOOKUP - THE MINIMUM PAD AND OCCUPANCY COME FROM THE *
      *  RIG LENGTH AND PARTY SIZE ABOVE                              *
           05  I-NEED-ELEC         PIC X.
           05  I-NEED-WATER        PIC X.
      *  THE PROMOTION THE GUEST QUOTED (SENIOR, MILITARY, MIDWEEK,   *
      *  RETURNING-GUEST LOYALTY...) - IT MUST BE ON PROMO.DAT, AND   *
      *  THE AMOUNT KEYED ABOVE IS THE DISCOUNTED TOTAL. BLANK WHEN   *
      *  NO PROMOTION APPLIES                                         *
           05  I-PROMO-CODE        PIC X(5).
