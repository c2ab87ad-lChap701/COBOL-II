               'SITE OUT OF SERVICE FOR PART OR ALL OF STAY'.
           05  FILLER  PIC X(63) VALUE
               'ANOTHER SITE IN THE GROUP FAILED - GROUP WAITLISTED'.
           05  FILLER  PIC X(63) VALUE
               'PARTY SIZE MISSING OR INVALID - MUST BE 1 THRU 99'.
           05  FILLER  PIC X(63) VALUE
               'PARTY SIZE EXCEEDS THE SITE MAXIMUM OCCUPANCY'.
           05  FILLER  PIC X(63) VALUE
               'INVALID RV/TRAILER LENGTH - MUST BE NUMERIC'.
           05  FILLER  PIC X(63) VALUE
               'RV/TRAILER LENGTH EXCEEDS THE SITE PAD LENGTH'.
           05  FILLER  PIC X(63) VALUE
               'INVALID NUMBER OF VEHICLES - MUST BE NUMERIC'.
           05  FILLER  PIC X(63) VALUE
               'NO SITE AT THE CAMPGROUND FITS THE REQUESTED SITE TYPE'.
           05  FILLER  PIC X(63) VALUE
               'PROMOTION CODE NOT ON THE PROMOTION MASTER'.
           05  FILLER  PIC X(63) VALUE
               'PROMOTION NOT VALID FOR THIS CAMPGROUND, SITE OR DATES'.
           05  FILLER  PIC X(63) VALUE
               'STAY IS SHORTER THAN THE PROMOTION MINIMUM NIGHTS'.
           05  FILLER  PIC X(63) VALUE
               'PROMOTION IS FOR RETURNING GUESTS ONLY'.
           05  FILLER  PIC X(63) VALUE
               'INVALID LEASE END DATE - MUST BE A VALID DATE'.
           05  FILLER  PIC X(63) VALUE
               'INVALID LEASE TERM - MUST RUN 31 NIGHTS TO ONE YEAR'.
           05  FILLER  PIC X(63) VALUE
               'MONTHLY LEASE RATE MUST BE GREATER THAN ZERO'.

       01  ERR-MSG-TABLE REDEFINES ERR-MSGS.
           05  T-ERR-MSG           PIC X(63)   OCCURS 47.
