      ******************************************************************
      *  REINCES - REINSURANCE CESSION RECORD                         *
      *  ONE RECORD PER INSURED LIFE WHOSE TOTAL DAILY BENEFIT HAS    *
      *  EVER GONE OVER THE TREATY RETENTION LIMIT, KEYED BY THE      *
      *  INSURED'S NAME AND BIRTH DATE (INDEXED, UNIQUE) - ONE LIFE   *
      *  CAN BE INSURED UNDER SEVERAL POLICIES, AND THE EXPOSURE IS   *
      *  THE SUM OF PB-DAILY-BENEFIT OVER EVERY RIDER ON EVERY        *
      *  ACTIVE OR CLAIM-PENDING POLICY FOR THE LIFE. THE RETENTION   *
      *  LIMIT IS THE PR-MAX-DAILY-BENEFIT OF THE RESERVED "RETN"     *
      *  ROW ON THE PLAN/RATE MASTER FOR THE INSURED'S AGE BAND. THE  *
      *  EXCESS OVER RETENTION IS THE CEDED AMOUNT; THE CEDED         *
      *  PREMIUM IS THE LIFE'S ANNUAL RIDER PREMIUM IN THE SAME       *
      *  PROPORTION. THE CESSION IS CREATED OR ADJUSTED BY EVERY      *
      *  ONLINE OR BATCH CHANGE TO THE LIFE'S EXPOSURE AND TRUED UP   *
      *  AGAINST THE MASTERS BY THE MONTHLY BORDEREAU RUN, WHICH ALSO *
      *  STAMPS THE MONTH'S BILLED CEDED PREMIUM FOR THE GENERAL      *
      *  LEDGER FEED. A CESSION WHOSE EXCESS FALLS TO ZERO IS KEPT    *
      *  AS TERMINATED, NOT DELETED, SO THE REINSURER SEES THE        *
      *  TERMINATION ON THE NEXT BORDEREAU.                           *
      ******************************************************************
           05  CS-LIFE-KEY.
               10  CS-LAST-NAME          PIC X(20).
               10  CS-FIRST-NAME         PIC X(15).
               10  CS-BIRTH-DATE         PIC 9(8).
      *  LOWEST-NUMBERED POLICY ON THE LIFE AND HOW MANY POLICIES
      *  CARRY EXPOSURE, FOR THE REINSURER'S REFERENCE
           05  CS-LEAD-POLNUM            PIC X(10).
           05  CS-POLICY-COUNT           PIC 9(3).
           05  CS-TOTAL-DAILY-BENEFIT    PIC S9(9)V99 COMP-3.
           05  CS-RETENTION-LIMIT        PIC S9(7)V99 COMP-3.
           05  CS-CEDED-AMOUNT           PIC S9(9)V99 COMP-3.
           05  CS-TOTAL-RIDER-PREMIUM    PIC S9(9)V99 COMP-3.
           05  CS-CEDED-PREMIUM          PIC S9(9)V99 COMP-3.
           05  CS-CESSION-STATUS         PIC X.
               88  CS-CESSION-ACTIVE          VALUE "A".
               88  CS-CESSION-TERMINATED      VALUE "T".
      *  DATE THE CESSION WAS FIRST MADE (OR LAST REOPENED AFTER A
      *  TERMINATION), LAST CHANGED, AND TERMINATED - THE BORDEREAU
      *  CLASSIFIES EACH CESSION AS NEW, CHANGED OR TERMINATED FOR
      *  THE MONTH OFF THESE DATES.
           05  CS-CESSION-DATE           PIC 9(8).
           05  CS-LAST-CHANGE-DATE       PIC 9(8).
           05  CS-TERMINATION-DATE       PIC 9(8).
           05  CS-LAST-CHANGE-USER       PIC X(8).
      *  LAST MONTHLY TRUE-UP, AND THE MONTHLY CEDED PREMIUM BILLED
      *  ON THE BORDEREAU OF THAT DATE (PICKED UP BY GLJOURN1). THE
      *  PRIOR BILLED DATE IS THE BORDEREAU BEFORE THAT ONE - THE
      *  CESSION'S MOVEMENT IS MEASURED FROM IT, SO A BORDEREAU RERUN
      *  ON THE SAME DAY REPORTS THE SAME MOVEMENTS.
           05  CS-VERIFIED-DATE          PIC 9(8).
           05  CS-BILLED-DATE            PIC 9(8).
           05  CS-BILLED-PREMIUM         PIC S9(7)V99 COMP-3.
           05  CS-PRIOR-BILLED-DATE      PIC 9(8).
           05  FILLER                    PIC X(12).
