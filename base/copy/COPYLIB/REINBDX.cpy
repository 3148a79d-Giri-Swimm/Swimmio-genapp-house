      ******************************************************************
      *  REINBDX - MONTHLY REINSURANCE BORDEREAU RECORD               *
      *  ONE FIXED-LAYOUT RECORD PER CESSION THE MONTHLY BORDEREAU    *
      *  RUN REPORTS TO THE REINSURER - EVERY ACTIVE CESSION, AND     *
      *  EVERY CESSION TERMINATED SINCE THE LAST BORDEREAU. EVERY     *
      *  FIELD IS DISPLAY USAGE AT A FIXED POSITION SO THE FILE CAN   *
      *  BE READ WITHOUT THIS COPYBOOK. THE MOVEMENT CODE TELLS THE   *
      *  REINSURER WHAT HAPPENED TO THE CESSION SINCE THE LAST        *
      *  BORDEREAU; THE MONTHLY CEDED PREMIUM IS THE AMOUNT BILLED.   *
      ******************************************************************
           05  BX-BORDEREAU-DATE         PIC 9(8).
           05  BX-MOVEMENT-CODE          PIC X.
               88  BX-NEW-CESSION             VALUE "N".
               88  BX-CHANGED-CESSION         VALUE "C".
               88  BX-TERMINATED-CESSION      VALUE "T".
               88  BX-IN-FORCE-NO-CHANGE      VALUE SPACE.
           05  BX-LAST-NAME              PIC X(20).
           05  BX-FIRST-NAME             PIC X(15).
           05  BX-BIRTH-DATE             PIC 9(8).
           05  BX-LEAD-POLNUM            PIC X(10).
           05  BX-POLICY-COUNT           PIC 9(3).
           05  BX-TOTAL-DAILY-BENEFIT    PIC 9(9)V99.
           05  BX-RETENTION-LIMIT        PIC 9(7)V99.
           05  BX-CEDED-AMOUNT           PIC 9(9)V99.
           05  BX-CEDED-ANNUAL-PREMIUM   PIC 9(9)V99.
           05  BX-CEDED-MONTHLY-PREMIUM  PIC 9(7)V99.
           05  BX-CESSION-DATE           PIC 9(8).
           05  BX-TERMINATION-DATE       PIC 9(8).
           05  FILLER                    PIC X(10).
