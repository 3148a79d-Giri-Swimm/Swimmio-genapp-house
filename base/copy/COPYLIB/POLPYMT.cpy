      *  POLPYMT - PREMIUM PAYMENT LEDGER RECORD                      *
      *  ONE RECORD PER PREMIUM EVENT ON A POLICY - A PREMIUM COMING  *
      *  DUE, A PAYMENT RECEIVED (DRAFTED OR POSTED BY THE CASH       *
      *  DESK), A PAYMENT REVERSED BY A RETURNED ITEM, OR UNEARNED    *
      *  PREMIUM REFUNDED ON A CANCELLATION OR DEATH CLAIM - KEYED BY *
      *  POLICY NUMBER PLUS POSTING DATE/TIME (AND A SEQUENCE FOR     *
      *  SAME-SECOND POSTINGS) SO A POLICY'S PAYMENT HISTORY CAN BE   *
      *  BROWSED IN ORDER WHEN AN INSURED ASKS WHETHER A PAYMENT      *
               88  PY-PREMIUM-DUE             VALUE "DU".
               88  PY-PREMIUM-PAID            VALUE "PD".
               88  PY-PREMIUM-REVERSED        VALUE "RV".
               88  PY-PREMIUM-REFUNDED        VALUE "RF".
           05  PY-SOURCE                 PIC X(5).
           05  PY-AMOUNT                 PIC S9(9)V99 COMP-3.
           05  PY-PAID-TO-DATE           PIC 9(8).
