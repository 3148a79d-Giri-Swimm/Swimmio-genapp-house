      * cash desk, applies each receipt to POL-MASTER and the          *
      * premium payment ledger, and prints the daily cash posting      *
      * register the desk balances against the bank deposit slip.     *
      * A receipt covering the policy's full modal premium advances    *
      * the paid-to date one premium mode and clears a returned-draft  *
      * hold; a short payment is recorded on the ledger but the        *
      * paid-to date is left alone and the item is flagged on the      *
      * register for the billing desk to work. Receipts whose policy   *
       01  WS-POSTED-TOTAL               PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-REJECTED-TOTAL             PIC S9(11)V99 COMP-3 VALUE +0.

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
       01  WS-DATE-DISPLAY               PIC 99/99/9999.

       220-APPLY-RECEIPT.
      * Look up the receipt's policy and apply the check. A check
      * covering the policy's modal premium advances the paid-to
      * date one mode and clears a returned-draft hold; a short
      * payment is put on the ledger without advancing the paid-to
      * date so the policy still ages as owing.
           MOVE CR-POLNUM TO PM-POLNUM
           READ POL-MASTER-FILE
               INVALID KEY
               ADD 1 TO WS-RECEIPTS-REJECTED
               ADD CR-CHECK-AMOUNT TO WS-REJECTED-TOTAL
           ELSE
               PERFORM 225-SET-MODAL-PREMIUM
               IF CR-CHECK-AMOUNT >= WS-MODAL-PREMIUM
                   SET RECEIPT-POSTED-FULL TO TRUE
                   ADD 1 TO WS-RECEIPTS-POSTED
                   PERFORM 230-ADVANCE-PAID-TO-DATE
               PERFORM 250-POST-PAYMENT-LEDGER
           END-IF.

       225-SET-MODAL-PREMIUM.
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

       230-ADVANCE-PAID-TO-DATE.
      * Full payment received - roll the paid-to date forward one
      * premium mode and lift a returned-draft hold so the next
      * draft cycle can run. A zero paid-to date is a policy
      * converted before the payment ledger existed; seed it from
      * the issue date.
           IF PM-PAID-TO-DATE = 0
               MOVE PM-ISSUE-DATE TO PM-PAID-TO-DATE
           END-IF
           MOVE PM-PAID-TO-DATE TO WS-PAID-TO-DATE
           ADD WS-MODE-MONTHS TO WS-PAID-TO-MONTH
           IF WS-PAID-TO-MONTH > 12
               SUBTRACT 12 FROM WS-PAID-TO-MONTH
               ADD 1 TO WS-PAID-TO-YEAR
           END-IF
           PERFORM 235-SET-PAID-TO-DAY
           MOVE WS-PAID-TO-DATE TO PM-PAID-TO-DATE
           MOVE 0 TO PM-DELQ-NOTICE-DATE
           IF PM-DRAFT-RETURNED
               MOVE SPACES TO PM-DRAFT-STATUS
                   CONTINUE
           END-REWRITE.

       235-SET-PAID-TO-DAY.
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
      * One premium-paid ledger row per receipt applied, carrying
      * the check number so the desk can answer "did my check post".
