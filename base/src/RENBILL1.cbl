      *                                                                *
      * Anniversary Renewal Billing Program                            *
      *                                                                *
      * Monthly run that reads POL-MASTER for active policies with a   *
      * premium due date in the coming month, computes the amount due  *
      * from PM-COMM-PREM and the policy's modal factor, and writes    *
      * one premium-due notice per policy onto the POL-NOTIFY stream   *
      * for the letter print run to compose and mail to the insured.   *
      * Due dates fall every premium mode from the issue date - every  *
      * month for monthly business, every third or sixth month for     *
      * quarterly and semi-annual, and on the anniversary for annual.  *
      * Policies on pre-authorized draft get an advice that the        *
      * premium will be drafted; direct-bill policies get a premium    *
      * due notice. A billing register is printed with policy counts   *
      * and dollar totals by due date, drafted and direct-             *
      * bill business shown separately.                                *
      *                                                                *
      * Each direct-bill renewal is also posted to the premium        *
               88  SR-DRAFT-BILLED            VALUE "D".
               88  SR-DIRECT-BILLED           VALUE "B".
           05  SR-AMOUNT-DUE             PIC S9(9)V99 COMP-3.
           05  SR-PREMIUM-MODE           PIC X.

       FD  BILLING-REGISTER-FILE.
       01  BILLING-REGISTER-LINE         PIC X(110).

       01  WS-BREAK-ANNIV-DATE           PIC 9(8) VALUE 0.

      * PREMIUM MODE FIELDS - MONTHS PER BILLING MODE AND THE
      * MODAL PREMIUM (ANNUAL PM-COMM-PREM TIMES THE POLICY'S MODAL
      * FACTOR) FOR THE POLICY IN THE RECORD BUFFER
       01  WS-MODE-MONTHS                PIC 99 VALUE 0.
       01  WS-MODAL-FACTOR               PIC S9V9999 COMP-3 VALUE +0.
       01  WS-MODAL-PREMIUM              PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-MONTHS-FROM-ISSUE          PIC 99 VALUE 0.
       01  WS-MODE-QUOTIENT              PIC 99 VALUE 0.
       01  WS-MODE-REMAINDER             PIC 99 VALUE 0.

       01  WS-POLICIES-READ              PIC 9(7) COMP VALUE 0.
       01  WS-NOTICES-WRITTEN            PIC 9(7) COMP VALUE 0.
       01  WS-DUE-ROWS-WRITTEN           PIC 9(7) COMP VALUE 0.
           05  WS-SUB-TARGET-YEAR        PIC 9(4).

       01  WS-COLUMN-HEADING-1.
           05  FILLER                    PIC X(12) VALUE "DUE DATE".
           05  FILLER                    PIC X(12) VALUE "POLICY NUM".
           05  FILLER                    PIC X(14) VALUE "BILLING".
           05  FILLER                    PIC X(6)  VALUE "MODE".
           05  FILLER                    PIC X(14) VALUE "AMOUNT DUE".

       01  WS-DETAIL-LINE.
           05  WS-DL-ANNIV-DATE          PIC X(12) VALUE SPACES.
           05  WS-DL-POLNUM              PIC X(12) VALUE SPACES.
           05  WS-DL-BILL-TYPE           PIC X(14) VALUE SPACES.
           05  WS-DL-MODE                PIC X(6)  VALUE SPACES.
           05  WS-DL-AMOUNT              PIC X(14) VALUE SPACES.

       01  WS-DATE-TOTAL-LINE.
           END-IF.

       200-SELECT-RENEWALS.
      * Sweep POL-MASTER, select active policies with a modal due
      * date in the target month, write the premium-due notice, and
      * release a register record per policy.
           OPEN INPUT  POL-MASTER-FILE
           OPEN OUTPUT POL-NOTIFY-FILE
           OPEN I-O    POL-PAYMENT-FILE
               ADD 1 TO WS-POLICIES-READ
               IF PM-POLICY-ACTIVE
                   MOVE PM-ISSUE-DATE TO WS-ISSUE-DATE
                   PERFORM 215-SET-MODAL-PREMIUM
                   PERFORM 217-CHECK-MODAL-DUE-MONTH
                   IF WS-MODE-REMAINDER = 0
                       PERFORM 220-BILL-RENEWAL
                   END-IF
               END-IF
                   SET END-OF-POL-MASTER TO TRUE
           END-READ.

       215-SET-MODAL-PREMIUM.
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

       217-CHECK-MODAL-DUE-MONTH.
      * A premium falls due every mode from the issue month - the
      * target month is a due month when the months elapsed since
      * the issue month divide evenly by the months in the mode.
      * Leaves zero in WS-MODE-REMAINDER for a due month.
           IF WS-TARGET-MONTH >= WS-ISSUE-MONTH
               COMPUTE WS-MONTHS-FROM-ISSUE =
                   WS-TARGET-MONTH - WS-ISSUE-MONTH
           ELSE
               COMPUTE WS-MONTHS-FROM-ISSUE =
                   WS-TARGET-MONTH + 12 - WS-ISSUE-MONTH
           END-IF
           DIVIDE WS-MONTHS-FROM-ISSUE BY WS-MODE-MONTHS
               GIVING WS-MODE-QUOTIENT
               REMAINDER WS-MODE-REMAINDER.

       220-BILL-RENEWAL.
      * Build the due date in the target month on the issue day -
      * pulled back to the month's last day when the month is too
      * short - write the notice for the letter run, and release the
      * register record.
           MOVE WS-TARGET-YEAR TO WS-ANNIV-YEAR
           MOVE WS-TARGET-MONTH TO WS-ANNIV-MONTH
           MOVE WS-ISSUE-DAY TO WS-ANNIV-DAY
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-ANNIV-DATE)
                   = 0
                   OR WS-ANNIV-DAY <= 28
               SUBTRACT 1 FROM WS-ANNIV-DAY
           END-PERFORM

           MOVE WS-ANNIV-DATE TO SR-ANNIV-DATE
           MOVE PM-POLNUM TO SR-POLNUM
           ELSE
               SET SR-DIRECT-BILLED TO TRUE
           END-IF
           MOVE WS-MODAL-PREMIUM TO SR-AMOUNT-DUE
           MOVE PM-PREMIUM-MODE TO SR-PREMIUM-MODE
           IF PM-PREMIUM-MODE = SPACE
               MOVE "A" TO SR-PREMIUM-MODE
           END-IF

           PERFORM 230-WRITE-RENEWAL-NOTICE
           IF SR-DIRECT-BILLED
           END-IF
           MOVE WS-RUN-DATE TO PN-DATE
           MOVE SPACES TO PN-OLD-VALUE
           MOVE WS-MODAL-PREMIUM TO WS-AMOUNT-DUE-DISPLAY
           MOVE WS-AMOUNT-DUE-DISPLAY TO PN-NEW-VALUE
           MOVE WS-ANNIV-DATE TO PN-EFFECTIVE-DATE
           WRITE POL-NOTIFY-REC
           MOVE 0                 TO PY-SEQ-NO
           SET PY-PREMIUM-DUE     TO TRUE
           MOVE "RENEW"           TO PY-SOURCE
           MOVE WS-MODAL-PREMIUM  TO PY-AMOUNT
           MOVE PM-PAID-TO-DATE   TO PY-PAID-TO-DATE
           MOVE SPACES            TO PY-CHECK-NUMBER
           MOVE "RENBILL1"        TO PY-USER-ID
           END-PERFORM.

       500-PRINT-REGISTER.
      * Control-break the register records by due date,
      * totalling drafted and direct-bill business separately on
      * each break and for the run.
           OPEN OUTPUT BILLING-REGISTER-FILE
           MOVE SR-ANNIV-DATE TO WS-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-DL-ANNIV-DATE
           MOVE SR-POLNUM TO WS-DL-POLNUM
           MOVE SR-PREMIUM-MODE TO WS-DL-MODE
           IF SR-DRAFT-BILLED
               MOVE "DRAFT" TO WS-DL-BILL-TYPE
               ADD 1 TO WS-DATE-DRAFT-COUNT
