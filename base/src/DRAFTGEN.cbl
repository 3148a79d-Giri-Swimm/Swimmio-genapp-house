      * status is OK, and it is not flagged as a returned item by      *
      * NSFMATCH. One draft record is written per selected policy      *
      * carrying the bank routing number, account number, and the      *
      * modal premium to be collected - PM-COMM-PREM times the         *
      * policy's modal factor. A policy is only drafted once its       *
      * paid-to date has come due, so monthly, quarterly, semi-annual  *
      * and annual business each draft on their own cycle. Item counts *
      * and dollar control totals are printed for the transmission     *
      * desk so the file can be balanced against the bank's            *
      * acknowledgement.                                               *
      *                                                                *
      * Each draft written is also posted to the premium payment       *
      * ledger as a premium-paid event and the policy's paid-to date   *
      * on POL-MASTER is advanced one premium mode, so the service     *
      * desk can answer "did my payment post" off the ledger instead   *
      * of off the last draft status. A returned draft is backed out   *
      * of both by NSFMATCH.                                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-SKIPPED-INACTIVE           PIC 9(7) COMP VALUE 0.
       01  WS-SKIPPED-NO-ACCOUNT         PIC 9(7) COMP VALUE 0.
       01  WS-SKIPPED-RETURNED           PIC 9(7) COMP VALUE 0.
       01  WS-SKIPPED-NOT-DUE            PIC 9(7) COMP VALUE 0.
       01  WS-DRAFT-DOLLAR-TOTAL         PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-LEDGER-ROWS-WRITTEN        PIC 9(7) COMP VALUE 0.
       01  WS-RUN-TIME                   PIC 9(6) VALUE 0.

      * PREMIUM MODE FIELDS - MONTHS PER BILLING MODE AND THE
      * MODAL PREMIUM (ANNUAL PM-COMM-PREM TIMES THE POLICY'S MODAL
      * FACTOR) FOR THE POLICY IN THE RECORD BUFFER
       01  WS-MODE-MONTHS                PIC 99 VALUE 0.
       01  WS-MODAL-FACTOR               PIC S9V9999 COMP-3 VALUE +0.
       01  WS-MODAL-PREMIUM              PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-PAID-TO-DATE               PIC 9(8) VALUE 0.
       01  WS-PAID-TO-PARTS REDEFINES WS-PAID-TO-DATE.
           05  WS-PAID-TO-YEAR           PIC 9(4).
           05  WS-PAID-TO-MONTH          PIC 99.
           05  WS-PAID-TO-DAY            PIC 99.
       01  WS-ISSUE-DATE                 PIC 9(8) VALUE 0.
       01  WS-ISSUE-DATE-PARTS REDEFINES WS-ISSUE-DATE.
           05  WS-ISSUE-YEAR             PIC 9(4).
           05  WS-ISSUE-MONTH            PIC 99.
           05  WS-ISSUE-DAY              PIC 99.

       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Apply the draft selection rules - only an active policy with
      * a bank account on file and a clear draft status is drafted;
      * a policy NSFMATCH has flagged as returned is held until the
      * billing desk clears it, and a policy paid beyond the run date
      * waits until its next modal premium comes due. A zero paid-to
      * date is a policy converted before the payment ledger existed
      * and is always due.
           EVALUATE TRUE
               WHEN NOT PM-POLICY-ACTIVE
                   ADD 1 TO WS-SKIPPED-INACTIVE
                   ADD 1 TO WS-SKIPPED-NO-ACCOUNT
               WHEN PM-DRAFT-RETURNED
                   ADD 1 TO WS-SKIPPED-RETURNED
               WHEN PM-PAID-TO-DATE > FUNCTION NUMVAL(WS-RUN-DATE)
                   ADD 1 TO WS-SKIPPED-NOT-DUE
               WHEN PM-DRAFT-OK
                   PERFORM 230-WRITE-DRAFT-RECORD
               WHEN OTHER
           END-EVALUATE.

       230-WRITE-DRAFT-RECORD.
           PERFORM 235-SET-MODAL-PREMIUM
           MOVE PM-POLNUM         TO PD-POLNUM
           MOVE PM-BANK-ROUTING   TO PD-BANK-ROUTING
           MOVE PM-ACCOUNT-NUMBER TO PD-ACCOUNT-NUMBER
           MOVE PM-ACCOUNT-TYPE   TO PD-ACCOUNT-TYPE
           MOVE WS-MODAL-PREMIUM  TO PD-DRAFT-AMOUNT
           MOVE WS-RUN-DATE       TO PD-DRAFT-DATE
           WRITE DRAFT-OUT-REC
           ADD 1 TO WS-DRAFTS-WRITTEN
           ADD WS-MODAL-PREMIUM TO WS-DRAFT-DOLLAR-TOTAL
           PERFORM 240-ADVANCE-PAID-TO-DATE
           PERFORM 250-POST-PAYMENT-LEDGER.

       235-SET-MODAL-PREMIUM.
      * Work out the policy's billing mode - the months each payment
      * covers and the amount due each mode. A blank mode is a
      * policy converted before modes existed and bills annually; a
      * zero or unset modal factor is taken as one.
           EVALUATE TRUE
               WHEN PM-MODE-MONTHLY
                   MOVE 1 TO WS-MODE-MONTHS
               WHEN PM-MODE-QUARTERLY
                   MOVE 3 TO WS-MODE-MONTHS
               WHEN PM-MODE-SEMI-ANNUAL
                   MOVE 6 TO WS-MODE-MONTHS
               WHEN OTHER
                   MOVE 12 TO WS-MODE-MONTHS
           END-EVALUATE
           IF PM-MODAL-FACTOR IS NUMERIC
               AND PM-MODAL-FACTOR > 0
               MOVE PM-MODAL-FACTOR TO WS-MODAL-FACTOR
           ELSE
               MOVE 1 TO WS-MODAL-FACTOR
           END-IF
           COMPUTE WS-MODAL-PREMIUM ROUNDED =
               PM-COMM-PREM * WS-MODAL-FACTOR.

       240-ADVANCE-PAID-TO-DATE.
      * The draft just written collects one modal premium - roll the
      * policy's paid-to date forward one mode and save it. A zero
      * paid-to date is a policy converted before the payment
      * ledger existed; seed it from the issue date first.
           IF PM-PAID-TO-DATE = 0
               MOVE PM-ISSUE-DATE TO PM-PAID-TO-DATE
           END-IF
           MOVE PM-PAID-TO-DATE TO WS-PAID-TO-DATE
           ADD WS-MODE-MONTHS TO WS-PAID-TO-MONTH
           IF WS-PAID-TO-MONTH > 12
               SUBTRACT 12 FROM WS-PAID-TO-MONTH
               ADD 1 TO WS-PAID-TO-YEAR
           END-IF
           PERFORM 245-SET-PAID-TO-DAY
           MOVE WS-PAID-TO-DATE TO PM-PAID-TO-DATE
           MOVE 0 TO PM-DELQ-NOTICE-DATE
           REWRITE POL-MASTER-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       245-SET-PAID-TO-DAY.
      * Modal paid-to dates fall on the issue day of the month; in a
      * shorter month the date is pulled back to the month's last
      * day, and returns to the issue day the next time it fits.
           MOVE PM-ISSUE-DATE TO WS-ISSUE-DATE
           MOVE WS-ISSUE-DAY TO WS-PAID-TO-DAY
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-PAID-TO-DATE)
                   = 0
                   OR WS-PAID-TO-DAY <= 28
               SUBTRACT 1 FROM WS-PAID-TO-DAY
           END-PERFORM.

       250-POST-PAYMENT-LEDGER.
      * One premium-paid ledger row per draft so the service desk
      * can show the insured the payment posting. Same-second
           MOVE 0                 TO PY-SEQ-NO
           SET PY-PREMIUM-PAID    TO TRUE
           MOVE "DRAFT"           TO PY-SOURCE
           MOVE WS-MODAL-PREMIUM  TO PY-AMOUNT
           MOVE PM-PAID-TO-DATE   TO PY-PAID-TO-DATE
           MOVE SPACES            TO PY-CHECK-NUMBER
           MOVE "DRAFTGEN"        TO PY-USER-ID
           MOVE WS-COUNT-DISPLAY TO WS-SL-VALUE
           PERFORM 310-WRITE-SUMMARY-LINE

           MOVE "SKIPPED - NOT YET DUE:" TO WS-SL-CAPTION
           MOVE WS-SKIPPED-NOT-DUE TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-SL-VALUE
           PERFORM 310-WRITE-SUMMARY-LINE

           MOVE "LEDGER ROWS POSTED:" TO WS-SL-CAPTION
           MOVE WS-LEDGER-ROWS-WRITTEN TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-SL-VALUE
