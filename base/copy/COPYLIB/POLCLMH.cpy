      ******************************************************************
      *  POLCLMH - HOSPITAL CONFINEMENT CLAIM HISTORY RECORD          *
      *  ONE RECORD PER CONFINEMENT CLAIM PAID AGAINST A RIDER'S      *
      *  DAILY BENEFIT, KEYED BY POLICY NUMBER, RIDER CODE AND        *
      *  ADMISSION DATE (INDEXED, UNIQUE) SO ONE RIDER'S CLAIMS       *
      *  BROWSE IN ADMISSION ORDER. THE DAYS ALREADY PAID ON A RIDER  *
      *  IN A CALENDAR YEAR ARE SUMMED OFF THIS FILE AGAINST THE      *
      *  PLAN'S MAXIMUM DAYS PER YEAR, AND A SECOND CLAIM FOR THE     *
      *  SAME OR AN OVERLAPPING CONFINEMENT IS REFUSED. A STAY IS     *
      *  COUNTED IN THE YEAR OF ADMISSION.                            *
      ******************************************************************
           05  CH-KEY.
               10  CH-POLNUM             PIC X(10).
               10  CH-RIDER-CODE         PIC X(4).
               10  CH-ADMIT-DATE         PIC 9(8).
           05  CH-DISCHARGE-DATE         PIC 9(8).
           05  CH-DAYS-CONFINED          PIC 9(3).
           05  CH-DAYS-PAID              PIC 9(3).
           05  CH-DAILY-BENEFIT          PIC S9(9)V99 COMP-3.
           05  CH-AMOUNT-PAID            PIC S9(9)V99 COMP-3.
           05  CH-PAID-DATE              PIC 9(8).
           05  CH-USER-ID                PIC X(8).
           05  FILLER                    PIC X(10).
