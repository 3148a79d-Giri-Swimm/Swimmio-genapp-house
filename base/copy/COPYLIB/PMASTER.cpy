      *  THE NIGHTLY RUN SENDS AT MOST ONE WARNING PER DELINQUENCY.
      *  CLEARED WHEN A PREMIUM POSTS OR THE POLICY IS REINSTATED.
           05  PM-DELQ-NOTICE-DATE       PIC 9(8).
      *  PREMIUM MODE - HOW OFTEN THE POLICY IS BILLED AND COLLECTED.
      *  PM-COMM-PREM STAYS THE ANNUAL PREMIUM; THE AMOUNT DUE EACH
      *  MODE IS PM-COMM-PREM TIMES PM-MODAL-FACTOR, AND THE PAID-TO
      *  DATE ADVANCES ONE MODE (12, 6, 3 OR 1 MONTHS) PER PAYMENT.
      *  SPACES ON POLICIES CONVERTED BEFORE MODES EXISTED - TREAT
      *  SPACES AS ANNUAL, AND A ZERO OR UNSET (NON-NUMERIC) FACTOR
      *  AS A FACTOR OF ONE.
           05  PM-PREMIUM-MODE           PIC X.
               88  PM-MODE-ANNUAL             VALUE "A" SPACE.
               88  PM-MODE-SEMI-ANNUAL        VALUE "S".
               88  PM-MODE-QUARTERLY          VALUE "Q".
               88  PM-MODE-MONTHLY            VALUE "M".
               88  PM-MODE-VALID              VALUE "A" "S" "Q" "M".
           05  PM-MODAL-FACTOR           PIC S9V9999 COMP-3.
