      *  RATE CHANGES ARE FILE MAINTENANCE INSTEAD OF A PROGRAM       *
      *  CHANGE. THE RESERVED RIDER CODE "BASE" CARRIES THE           *
      *  AGE-BANDED ANNUAL BASE PREMIUM FOR NEW BUSINESS ISSUE IN     *
      *  PR-RATE-PER-UNIT, RATED AS A FLAT AMOUNT. THE RESERVED       *
      *  RIDER CODE "RETN" CARRIES THE REINSURANCE TREATY RETENTION   *
      *  LIMIT IN PR-MAX-DAILY-BENEFIT - THE MOST TOTAL DAILY BENEFIT *
      *  KEPT ON ONE INSURED LIFE AT THE BAND'S AGES - AND IS NEVER   *
      *  WRITTEN AS A RIDER.                                          *
      *  PR-MAX-DAYS-PER-YEAR CAPS THE HOSPITAL CONFINEMENT DAYS A    *
      *  RIDER PAYS IN A CALENDAR YEAR - ZERO (OR SPACES ON ROWS      *
      *  WRITTEN BEFORE THE CAP WAS KEPT) MEANS NO ANNUAL CAP.        *
      ******************************************************************
           05  PR-KEY.
               10  PR-RIDER-CODE         PIC X(4).
           05  PR-AGE-HIGH               PIC 99.
           05  PR-MAX-DAILY-BENEFIT      PIC S9(7)V99 COMP-3.
           05  PR-RATE-PER-UNIT          PIC S9(5)V99 COMP-3.
           05  PR-MAX-DAYS-PER-YEAR      PIC 9(3).
           05  FILLER                    PIC X(7).
