      * not it matched a policy on file.                               *
      *                                                                *
      * A matched return also reverses the premium payment DRAFTGEN    *
      * posted - the policy's paid-to date is rolled back one premium  *
      * mode and a premium-reversed row for the modal premium is       *
      * written to the payment ledger so the policy's payment history  *
      * shows the bounce.                                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-ITEMS-UNMATCHED               PIC 9(7) COMP VALUE 0.
       01  WS-ITEMS-FLAGGED                 PIC 9(7) COMP VALUE 0.

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

       01  WS-COUNT-DISPLAY                PIC ZZZ,ZZ9.
       01  WS-DATE-DISPLAY                 PIC 99/99/9999.

               ADD 1 TO WS-ITEMS-UNMATCHED
           END-IF.

       224-SET-MODAL-PREMIUM.
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

       225-ROLL-BACK-PAID-TO-DATE.
      * The draft DRAFTGEN counted as collected bounced - take back
      * the premium mode of paid-to date it advanced. A zero paid-to
      * date is a policy converted before the payment ledger existed
      * and is left alone.
           PERFORM 224-SET-MODAL-PREMIUM
           IF PM-PAID-TO-DATE NOT = 0
               MOVE PM-PAID-TO-DATE TO WS-PAID-TO-DATE
               IF WS-PAID-TO-MONTH > WS-MODE-MONTHS
                   SUBTRACT WS-MODE-MONTHS FROM WS-PAID-TO-MONTH
               ELSE
                   ADD 12 TO WS-PAID-TO-MONTH
                   SUBTRACT WS-MODE-MONTHS FROM WS-PAID-TO-MONTH
                   SUBTRACT 1 FROM WS-PAID-TO-YEAR
               END-IF
               PERFORM 226-SET-PAID-TO-DAY
               MOVE WS-PAID-TO-DATE TO PM-PAID-TO-DATE
           END-IF.

       226-SET-PAID-TO-DAY.
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


       227-POST-REVERSAL-LEDGER.
      * One premium-reversed ledger row per matched return so the
      * policy's payment history shows the bounce next to the
           MOVE 0                 TO PY-SEQ-NO
           SET PY-PREMIUM-REVERSED TO TRUE
           MOVE "NSF  "           TO PY-SOURCE
           MOVE WS-MODAL-PREMIUM  TO PY-AMOUNT
           MOVE PM-PAID-TO-DATE   TO PY-PAID-TO-DATE
           MOVE SPACES            TO PY-CHECK-NUMBER
           MOVE "NSFMATCH"        TO PY-USER-ID
