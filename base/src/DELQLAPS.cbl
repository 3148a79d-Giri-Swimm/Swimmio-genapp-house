      * stream, sent partway through the grace period and recorded    *
      * on PM-DELQ-NOTICE-DATE so the nightly run does not send it    *
      * again. A policy whose grace period has expired is lapsed      *
      * automatically - the same status change, POLHIST audit record, *
      * lapse letter and reinsurance cession adjustment (through      *
      * CESADJ01) the manual function 12 produces - so a bounced      *
      * draft or an unpaid direct bill no longer sits active until a  *
      * person notices, and the reinsurer stops carrying the lapsed   *
      * exposure the same night. A delinquency aging report is        *
      * printed with every past-due policy in 30/60/90-day buckets    *
      * for the billing desk. Each policy ages against the paid-to    *
      * date its own premium mode advances, and the premium shown     *
      * owed is the policy's modal premium - one month, quarter,      *
      * half-year or year of PM-COMM-PREM by its modal factor.        *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-POLICIES-AGING             PIC 9(7) COMP VALUE 0.
       01  WS-WARNINGS-SENT              PIC 9(7) COMP VALUE 0.
       01  WS-POLICIES-LAPSED            PIC 9(7) COMP VALUE 0.
       01  WS-CESSION-ERRORS             PIC 9(7) COMP VALUE 0.

      * PREMIUM MODE FIELDS - MONTHS PER BILLING MODE AND THE
      * MODAL PREMIUM (ANNUAL PM-COMM-PREM TIMES THE POLICY'S MODAL
      * FACTOR) FOR THE POLICY IN THE RECORD BUFFER
       01  WS-MODE-MONTHS                PIC 99 VALUE 0.
       01  WS-MODAL-FACTOR               PIC S9V9999 COMP-3 VALUE +0.
       01  WS-MODAL-PREMIUM              PIC S9(9)V99 COMP-3 VALUE +0.

      * AGING BUCKETS - COUNT AND MODAL PREMIUM OWED PER BUCKET
       01  WS-AGING-BUCKETS.
           05  WS-BUCKET-30-COUNT        PIC 9(7) COMP VALUE 0.
           05  WS-BUCKET-30-AMOUNT       PIC S9(11)V99 COMP-3 VALUE +0.
           05  FILLER                    PIC X(12) VALUE "AGENT".
           05  FILLER                    PIC X(14) VALUE "  PAID TO".
           05  FILLER                    PIC X(10) VALUE "DAYS DUE".
           05  FILLER                    PIC X(6)  VALUE "MODE".
           05  FILLER                    PIC X(18) VALUE
               "   PREMIUM OWED".
           05  FILLER                    PIC X(16) VALUE "ACTION".
           05  WS-DL-AGENT               PIC X(12) VALUE SPACES.
           05  WS-DL-PAID-TO             PIC X(14) VALUE SPACES.
           05  WS-DL-DAYS                PIC X(10) VALUE SPACES.
           05  WS-DL-MODE                PIC X(6)  VALUE SPACES.
           05  WS-DL-AMOUNT              PIC X(18) VALUE SPACES.
           05  WS-DL-ACTION              PIC X(16) VALUE SPACES.

       01  RUN-CONTROL-AREA.
           COPY RUNCTLA IN "COPYLIB".

      * REINSURANCE CESSION ADJUST CALL AREA
       01  CESSION-ADJUST-AREA.
           COPY CESADJA IN "COPYLIB".

       PROCEDURE DIVISION.

       000-MAIN-CONTROL.
      * Work out how many days past its paid-to date the policy is
      * and take the grace-period action the count calls for.
           PERFORM 230-COMPUTE-DAYS-PAST-DUE
           PERFORM 240-SET-MODAL-PREMIUM
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 0
                   ADD 1 TO WS-POLICIES-CURRENT
           COMPUTE WS-DAYS-PAST-DUE =
               WS-RUN-DATE-INT - WS-PAID-TO-INT.

       240-SET-MODAL-PREMIUM.
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

       250-SEND-GRACE-WARNING.
      * One warning letter per delinquency - the notice date on the
      * master keeps the nightly run from sending it again, and is
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 30
                   ADD 1 TO WS-BUCKET-30-COUNT
                   ADD WS-MODAL-PREMIUM TO WS-BUCKET-30-AMOUNT
               WHEN WS-DAYS-PAST-DUE <= 60
                   ADD 1 TO WS-BUCKET-60-COUNT
                   ADD WS-MODAL-PREMIUM TO WS-BUCKET-60-AMOUNT
               WHEN WS-DAYS-PAST-DUE <= 90
                   ADD 1 TO WS-BUCKET-90-COUNT
                   ADD WS-MODAL-PREMIUM TO WS-BUCKET-90-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-OVER-COUNT
                   ADD WS-MODAL-PREMIUM TO WS-BUCKET-OVER-AMOUNT
           END-EVALUATE.

       270-PRINT-AGING-DETAIL.
           MOVE WS-DATE-DISPLAY TO WS-DL-PAID-TO
           MOVE WS-DAYS-PAST-DUE TO WS-DAYS-DISPLAY
           MOVE WS-DAYS-DISPLAY TO WS-DL-DAYS
           MOVE PM-PREMIUM-MODE TO WS-DL-MODE
           IF PM-PREMIUM-MODE = SPACE
               MOVE "A" TO WS-DL-MODE
           END-IF
           MOVE WS-MODAL-PREMIUM TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO WS-DL-AMOUNT
           MOVE WS-DETAIL-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           ADD 1 TO WS-POLICIES-LAPSED
           MOVE "LAPSED" TO WS-DL-ACTION
           PERFORM 310-WRITE-LAPSE-HISTORY
           PERFORM 320-SEND-LAPSE-LETTER
           IF MASTER-FILE-STATUS = "00"
               PERFORM 330-ADJUST-LIFE-CESSION
           END-IF.

       310-WRITE-LAPSE-HISTORY.
      * Post the automatic lapse to the permanent history file the
           MOVE WS-RUN-DATE TO PN-EFFECTIVE-DATE
           WRITE POL-NOTIFY-REC.

       330-ADJUST-LIFE-CESSION.
      * The lapsed policy no longer carries exposure - have the
      * insured life's reinsurance cession re-worked now, the way
      * the manual function 12 lapse does, instead of leaving the
      * ceded amount and premium standing until the monthly
      * bordereau true-up. A cession the subprogram could not
      * rewrite leaves the lapse standing and is counted for the
      * summary.
           MOVE PM-POLNUM TO CSA-POLNUM
           MOVE WS-RUN-DATE TO CSA-CHANGE-DATE
           MOVE "DELQLAPS" TO CSA-CHANGE-USER
           CALL "CESADJ01" USING CESSION-ADJUST-AREA
           IF CSA-RETURN-STATUS = "ER"
               DISPLAY "DELQLAPS - REINSURANCE CESSION NOT UPDATED "
                   "FOR POLICY " CSA-POLNUM
               ADD 1 TO WS-CESSION-ERRORS
           END-IF.

       500-PRINT-AGING-SUMMARY.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE WS-POLICIES-LAPSED TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-SL-COUNT
           MOVE SPACES TO WS-SL-AMOUNT
           PERFORM 510-WRITE-SUMMARY-LINE

           MOVE "CESSION UPDATE ERRORS:" TO WS-SL-CAPTION
           MOVE WS-CESSION-ERRORS TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-SL-COUNT
           MOVE SPACES TO WS-SL-AMOUNT
           PERFORM 510-WRITE-SUMMARY-LINE.

       510-WRITE-SUMMARY-LINE.
