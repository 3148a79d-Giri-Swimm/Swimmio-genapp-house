      ******************************************************************
      *                                                                *
      * Annual Policyholder Statement Program                          *
      *                                                                *
      * Nightly run that finds every policy whose anniversary falls    *
      * on the run date and prints a full annual statement for each    *
      * one in force onto the print file sent to the mail house:       *
      *   - the insured's name and mailing address                     *
      *   - the base plan and every rider on POL-BENEFIT with its      *
      *     daily benefit and annual rider premium                     *
      *   - the beneficiary designations on POL-BENEFICIARY with       *
      *     their shares                                               *
      *   - the past policy year's payments, reversals and refunds     *
      *     from the premium payment ledger and the current paid-to    *
      *     date                                                       *
      *   - the changes made to the policy during the year from the    *
      *     permanent policy history file                              *
      * The statement year runs from the prior anniversary up to the   *
      * day before this one. An anniversary on February 29 falls on    *
      * February 28 in other years. A policy in claim-pending status,  *
      * one with no mailing address on file and one no longer in       *
      * force gets no statement. A control register lists every        *
      * anniversary policy as produced or suppressed with the reason,  *
      * with counts by outcome at the end.                             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNSTMT1.
       AUTHOR. COBOL PROGRAMMER.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POL-MASTER-FILE ASSIGN TO "POLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-POLNUM
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT POL-INSURED-FILE ASSIGN TO "POLINS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-POLNUM
               ALTERNATE RECORD KEY IS PI-LAST-NAME WITH DUPLICATES
               FILE STATUS IS INSURED-FILE-STATUS.

           SELECT POL-BENEFIT-FILE ASSIGN TO "POLBEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-KEY
               FILE STATUS IS BENEFIT-FILE-STATUS.

           SELECT POL-BENEFICIARY-FILE ASSIGN TO "POLBNF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BN-KEY
               FILE STATUS IS BENEFCY-FILE-STATUS.

           SELECT POL-PAYMENT-FILE ASSIGN TO "POLPYMT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-KEY
               FILE STATUS IS PAYMENT-FILE-STATUS.

           SELECT POL-HISTORY-FILE ASSIGN TO "POLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT STATEMENT-PRINT-FILE ASSIGN TO "ANNSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATEMENT-FILE-STATUS.

           SELECT CONTROL-REGISTER-FILE ASSIGN TO "ANNSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  POL-MASTER-FILE.
       01  POL-MASTER-REC.
           COPY PMASTER IN "COPYLIB".

       FD  POL-INSURED-FILE.
       01  POL-INSURED-REC.
           COPY PINSURED IN "COPYLIB".

       FD  POL-BENEFIT-FILE.
       01  POL-BENEFIT-REC.
           COPY PBENEFIT IN "COPYLIB".

       FD  POL-BENEFICIARY-FILE.
       01  POL-BENEFICIARY-REC.
           COPY PBENEFCY IN "COPYLIB".

       FD  POL-PAYMENT-FILE.
       01  POL-PAYMENT-REC.
           COPY POLPYMT IN "COPYLIB".

       FD  POL-HISTORY-FILE.
       01  POL-HISTORY-REC.
           COPY POLHIST IN "COPYLIB".

       FD  STATEMENT-PRINT-FILE.
       01  STATEMENT-PRINT-LINE          PIC X(132).

       FD  CONTROL-REGISTER-FILE.
       01  CONTROL-REGISTER-LINE         PIC X(110).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  MASTER-FILE-STATUS        PIC XX VALUE "00".
           05  INSURED-FILE-STATUS       PIC XX VALUE "00".
           05  BENEFIT-FILE-STATUS       PIC XX VALUE "00".
           05  BENEFCY-FILE-STATUS       PIC XX VALUE "00".
           05  PAYMENT-FILE-STATUS       PIC XX VALUE "00".
           05  HIST-FILE-STATUS          PIC XX VALUE "00".
           05  STATEMENT-FILE-STATUS     PIC XX VALUE "00".
           05  REPORT-FILE-STATUS        PIC XX VALUE "00".

       01  WS-EOF-SWITCH                 PIC X VALUE "N".
           88  END-OF-POL-MASTER              VALUE "Y".
           88  NOT-END-OF-POL-MASTER          VALUE "N".

       01  WS-ANNIVERSARY-SWITCH         PIC X VALUE "N".
           88  ANNIVERSARY-TODAY              VALUE "Y".
           88  NOT-ANNIVERSARY-TODAY          VALUE "N".

       01  WS-INSURED-SWITCH             PIC X VALUE "N".
           88  INSURED-ON-FILE                VALUE "Y".
           88  INSURED-NOT-ON-FILE            VALUE "N".

       01  WS-RUN-DATE                   PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR               PIC 9(4).
           05  WS-RUN-MONTH              PIC 99.
           05  WS-RUN-DAY                PIC 99.

       01  WS-ISSUE-DATE                 PIC 9(8) VALUE 0.
       01  WS-ISSUE-DATE-PARTS REDEFINES WS-ISSUE-DATE.
           05  WS-ISSUE-YEAR             PIC 9(4).
           05  WS-ISSUE-MONTH            PIC 99.
           05  WS-ISSUE-DAY              PIC 99.

       01  WS-ANNIV-DATE                 PIC 9(8) VALUE 0.
       01  WS-ANNIV-DATE-PARTS REDEFINES WS-ANNIV-DATE.
           05  WS-ANNIV-YEAR             PIC 9(4).
           05  WS-ANNIV-MONTH            PIC 99.
           05  WS-ANNIV-DAY              PIC 99.

      * THE STATEMENT YEAR - FROM THE PRIOR ANNIVERSARY THROUGH THE
      * DAY BEFORE TONIGHT'S
       01  WS-PERIOD-START-DATE          PIC 9(8) VALUE 0.
       01  WS-PERIOD-END-DATE            PIC 9(8) VALUE 0.
       01  WS-DATE-INT                   PIC 9(8) VALUE 0.

       01  WS-PAID-TO-DATE               PIC 9(8) VALUE 0.

      * PREMIUM FIELDS FOR THE POLICY IN THE RECORD BUFFER - THE
      * BASE PLAN PREMIUM IS THE ANNUAL PREMIUM LESS ITS RIDERS'
      * PREMIUMS, THE SAME BUILD-UP ISSUE AND RIDER MAINTENANCE USE
       01  WS-MODAL-FACTOR               PIC S9V9999 COMP-3 VALUE +0.
       01  WS-MODAL-PREMIUM              PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-RIDER-PREMIUM-TOTAL        PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-BASE-PREMIUM               PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-MODE-NAME                  PIC X(12) VALUE SPACES.

      * THE STATEMENT YEAR'S LEDGER TOTALS FOR ONE POLICY
       01  WS-PAID-TOTAL                 PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-REVERSED-TOTAL             PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-REFUNDED-TOTAL             PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-NET-PREMIUM                PIC S9(9)V99 COMP-3 VALUE +0.

       01  WS-RIDER-LINES                PIC 9(5) COMP VALUE 0.
       01  WS-BENEFICIARY-LINES          PIC 9(5) COMP VALUE 0.
       01  WS-PAYMENT-LINES              PIC 9(5) COMP VALUE 0.
       01  WS-CHANGE-LINES               PIC 9(5) COMP VALUE 0.

       01  WS-POLICIES-READ              PIC 9(7) COMP VALUE 0.
       01  WS-ANNIVERSARIES-FOUND        PIC 9(7) COMP VALUE 0.
       01  WS-STATEMENTS-PRODUCED        PIC 9(7) COMP VALUE 0.
       01  WS-SUPPRESSED-ADDRESS         PIC 9(7) COMP VALUE 0.
       01  WS-SUPPRESSED-CLAIM           PIC 9(7) COMP VALUE 0.
       01  WS-SUPPRESSED-NOT-IN-FORCE    PIC 9(7) COMP VALUE 0.
       01  WS-STATEMENT-LINES            PIC 9(7) COMP VALUE 0.

       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-DATE-DISPLAY               PIC 99/99/9999.
       01  WS-STMT-AMOUNT                PIC $$$,$$$,$$9.99-.
       01  WS-STMT-SHARE                 PIC ZZ9.99.

      * STATEMENT PRINT LINES
       01  WS-STMT-TITLE.
           05  FILLER                    PIC X(30) VALUE SPACES.
           05  FILLER                    PIC X(40) VALUE
               "ANNUAL POLICY STATEMENT".

       01  WS-STMT-DATE-LINE.
           05  FILLER                    PIC X(30) VALUE SPACES.
           05  FILLER                    PIC X(16) VALUE
               "STATEMENT DATE: ".
           05  WS-SD-DATE                PIC X(10) VALUE SPACES.

       01  WS-NAME-LINE.
           05  WS-NL-FIRST-NAME          PIC X(16) VALUE SPACES.
           05  WS-NL-LAST-NAME           PIC X(20) VALUE SPACES.

       01  WS-CITY-STATE-ZIP-LINE.
           05  WS-CS-CITY                PIC X(21) VALUE SPACES.
           05  WS-CS-STATE               PIC X(4) VALUE SPACES.
           05  WS-CS-ZIP                 PIC X(10) VALUE SPACES.

       01  WS-RE-LINE.
           05  FILLER                    PIC X(11) VALUE "RE: POLICY ".
           05  WS-RE-POLNUM              PIC X(10) VALUE SPACES.

       01  WS-PERIOD-LINE.
           05  FILLER                    PIC X(18) VALUE
               "STATEMENT PERIOD: ".
           05  WS-PL-START-DATE          PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(4) VALUE " TO ".
           05  WS-PL-END-DATE            PIC X(10) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SE-TITLE               PIC X(60) VALUE SPACES.

       01  WS-CAPTION-LINE.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  WS-CL-CAPTION             PIC X(30) VALUE SPACES.
           05  WS-CL-VALUE               PIC X(40) VALUE SPACES.

       01  WS-COVERAGE-HEADING.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  FILLER                    PIC X(8) VALUE "PLAN".
           05  FILLER                    PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                    PIC X(12) VALUE "ISSUED".
           05  FILLER                    PIC X(17) VALUE
               "   DAILY BENEFIT".
           05  FILLER                    PIC X(17) VALUE
               "  ANNUAL PREMIUM".

       01  WS-COVERAGE-LINE.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  WS-CV-CODE                PIC X(8) VALUE SPACES.
           05  WS-CV-DESCRIPTION         PIC X(32) VALUE SPACES.
           05  WS-CV-ISSUE-DATE          PIC X(12) VALUE SPACES.
           05  WS-CV-DAILY-BENEFIT       PIC X(17) VALUE SPACES.
           05  WS-CV-PREMIUM             PIC X(17) VALUE SPACES.

       01  WS-BENEFICIARY-HEADING.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  FILLER                    PIC X(32) VALUE "NAME".
           05  FILLER                    PIC X(17) VALUE
               "RELATIONSHIP".
           05  FILLER                    PIC X(12) VALUE "TYPE".
           05  FILLER                    PIC X(8) VALUE " SHARE %".

       01  WS-BENEFICIARY-LINE.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  WS-BL-NAME                PIC X(32) VALUE SPACES.
           05  WS-BL-RELATIONSHIP        PIC X(17) VALUE SPACES.
           05  WS-BL-TYPE                PIC X(12) VALUE SPACES.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  WS-BL-SHARE               PIC X(6) VALUE SPACES.

       01  WS-PAYMENT-HEADING.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE "DATE".
           05  FILLER                    PIC X(10) VALUE "ACTIVITY".
           05  FILLER                    PIC X(7) VALUE "SOURCE".
           05  FILLER                    PIC X(12) VALUE "CHECK NO".
           05  FILLER                    PIC X(17) VALUE
               "          AMOUNT".
           05  FILLER                    PIC X(12) VALUE "  PAID TO".

       01  WS-PAYMENT-LINE.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  WS-PL-DATE                PIC X(12) VALUE SPACES.
           05  WS-PL-ACTIVITY            PIC X(10) VALUE SPACES.
           05  WS-PL-SOURCE              PIC X(7) VALUE SPACES.
           05  WS-PL-CHECK-NUMBER        PIC X(12) VALUE SPACES.
           05  WS-PL-AMOUNT              PIC X(17) VALUE SPACES.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  WS-PL-PAID-TO             PIC X(10) VALUE SPACES.

       01  WS-CHANGE-LINE.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  WS-CH-DATE                PIC X(12) VALUE SPACES.
           05  WS-CH-DESCRIPTION         PIC X(100) VALUE SPACES.

       01  WS-VALUE-LINE.
           05  FILLER                    PIC X(17) VALUE SPACES.
           05  WS-VL-FROM-CAPTION        PIC X(6) VALUE SPACES.
           05  WS-VL-OLD-VALUE           PIC X(50) VALUE SPACES.
           05  WS-VL-TO-CAPTION          PIC X(4) VALUE SPACES.
           05  WS-VL-NEW-VALUE           PIC X(50) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  WS-NO-TEXT                PIC X(60) VALUE SPACES.

      * CONTROL REGISTER LINES
       01  WS-REPORT-TITLE.
           05  FILLER                    PIC X(25) VALUE SPACES.
           05  FILLER                    PIC X(45) VALUE
               "ANNUAL STATEMENT CONTROL REGISTER".

       01  WS-REPORT-SUBTITLE.
           05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
           05  WS-SUB-DATE               PIC 99/99/9999.

       01  WS-COLUMN-HEADING-1.
           05  FILLER                    PIC X(12) VALUE "POLICY NUM".
           05  FILLER                    PIC X(38) VALUE "INSURED".
           05  FILLER                    PIC X(8) VALUE "STATUS".
           05  FILLER                    PIC X(12) VALUE "ISSUED".
           05  FILLER                    PIC X(12) VALUE "STATEMENT".
           05  FILLER                    PIC X(28) VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  WS-DL-POLNUM              PIC X(12) VALUE SPACES.
           05  WS-DL-INSURED             PIC X(38) VALUE SPACES.
           05  WS-DL-STATUS              PIC X(8) VALUE SPACES.
           05  WS-DL-ISSUE-DATE          PIC X(12) VALUE SPACES.
           05  WS-DL-RESULT              PIC X(12) VALUE SPACES.
           05  WS-DL-REASON              PIC X(28) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION             PIC X(36) VALUE SPACES.
           05  WS-SL-COUNT               PIC X(10) VALUE SPACES.

      * NIGHT-STREAM RUN CONTROL CALL AREA
       01  RUN-CONTROL-AREA.
           COPY RUNCTLA IN "COPYLIB".

       PROCEDURE DIVISION.

       000-MAIN-CONTROL.
           PERFORM 050-REGISTER-RUN-START
           PERFORM 100-INITIALIZE
           PERFORM 200-SELECT-ANNIVERSARIES
           PERFORM 700-PRINT-SUMMARY
           PERFORM 900-CLEANUP
           PERFORM 950-REGISTER-RUN-END
           STOP RUN.

       050-REGISTER-RUN-START.
      * Register this step on the night-stream run control file -
      * the statements must show the policies as the night left
      * them, so the step refuses to start until the automatic lapse
      * run, the last step to change the masters, has completed.
           MOVE "ST" TO RCA-REQUEST
           MOVE SPACES TO RCA-RUN-ID
           MOVE 0 TO RCA-RUN-DATE
           MOVE "ANNSTMT1" TO RCA-PROGRAM
           MOVE "DELQLAPS" TO RCA-PREDECESSOR
           MOVE 0 TO RCA-RECORD-COUNT
           CALL "RUNCTL01" USING RUN-CONTROL-AREA
           IF RCA-RETURN-STATUS = "NG"
               DISPLAY "ANNSTMT1 NOT STARTED - PREDECESSOR "
                   RCA-PREDECESSOR " NOT COMPLETE FOR THIS RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       950-REGISTER-RUN-END.
           MOVE "EN" TO RCA-REQUEST
           MOVE WS-STATEMENTS-PRODUCED TO RCA-RECORD-COUNT
           CALL "RUNCTL01" USING RUN-CONTROL-AREA.

       100-INITIALIZE.
      * The anniversary date is the night the stream started, from
      * the run-control start call, so a run past midnight still
      * picks up the night's anniversaries and a missed night can
      * be caught up with a RUNDATE= override on the PARM.
           MOVE RCA-RUN-DATE TO WS-RUN-DATE
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1
           COMPUTE WS-PERIOD-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           OPEN INPUT  POL-MASTER-FILE
                       POL-INSURED-FILE
                       POL-BENEFIT-FILE
                       POL-BENEFICIARY-FILE
                       POL-PAYMENT-FILE
                       POL-HISTORY-FILE
           OPEN OUTPUT STATEMENT-PRINT-FILE
                       CONTROL-REGISTER-FILE
           PERFORM 110-PRINT-HEADINGS.

       110-PRINT-HEADINGS.
           MOVE WS-REPORT-TITLE TO CONTROL-REGISTER-LINE
           WRITE CONTROL-REGISTER-LINE
           MOVE WS-RUN-DATE TO WS-SUB-DATE
           MOVE WS-REPORT-SUBTITLE TO CONTROL-REGISTER-LINE
           WRITE CONTROL-REGISTER-LINE
           MOVE SPACES TO CONTROL-REGISTER-LINE
           WRITE CONTROL-REGISTER-LINE
           MOVE WS-COLUMN-HEADING-1 TO CONTROL-REGISTER-LINE
           WRITE CONTROL-REGISTER-LINE.

       200-SELECT-ANNIVERSARIES.
      * Sweep POL-MASTER for policies whose anniversary is tonight
      * and decide each one's statement.
           SET NOT-END-OF-POL-MASTER TO TRUE
           PERFORM 210-READ-POLICY-MASTER
           PERFORM UNTIL END-OF-POL-MASTER
               ADD 1 TO WS-POLICIES-READ
               PERFORM 220-CHECK-ANNIVERSARY
               IF ANNIVERSARY-TODAY
                   ADD 1 TO WS-ANNIVERSARIES-FOUND
                   PERFORM 240-DECIDE-STATEMENT
               END-IF
               PERFORM 210-READ-POLICY-MASTER
           END-PERFORM.

       210-READ-POLICY-MASTER.
           READ POL-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-POL-MASTER TO TRUE
           END-READ.

       220-CHECK-ANNIVERSARY.
      * The anniversary is the issue month and day in the run year -
      * pulled back to the month's last day when the month is too
      * short, so February 29 business has its anniversary on
      * February 28 outside leap years. The issue date itself is
      * not an anniversary. The prior anniversary, a year earlier,
      * starts the statement year.
           SET NOT-ANNIVERSARY-TODAY TO TRUE
           MOVE PM-ISSUE-DATE TO WS-ISSUE-DATE
           IF WS-ISSUE-DATE IS NUMERIC
               AND WS-ISSUE-YEAR < WS-RUN-YEAR
               AND WS-ISSUE-MONTH >= 1 AND WS-ISSUE-MONTH <= 12
               AND WS-ISSUE-DAY >= 1 AND WS-ISSUE-DAY <= 31
               MOVE WS-RUN-YEAR TO WS-ANNIV-YEAR
               PERFORM 230-SET-ANNIVERSARY-DATE
               IF WS-ANNIV-DATE = WS-RUN-DATE
                   SET ANNIVERSARY-TODAY TO TRUE
                   COMPUTE WS-ANNIV-YEAR = WS-RUN-YEAR - 1
                   PERFORM 230-SET-ANNIVERSARY-DATE
                   MOVE WS-ANNIV-DATE TO WS-PERIOD-START-DATE
               END-IF
           END-IF.

       230-SET-ANNIVERSARY-DATE.
      * Build the anniversary in the year already in WS-ANNIV-YEAR.
           MOVE WS-ISSUE-MONTH TO WS-ANNIV-MONTH
           MOVE WS-ISSUE-DAY TO WS-ANNIV-DAY
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-ANNIV-DATE)
                   = 0
                   OR WS-ANNIV-DAY <= 28
               SUBTRACT 1 FROM WS-ANNIV-DAY
           END-PERFORM.

       240-DECIDE-STATEMENT.
      * Only an in-force policy gets a statement. A pending claim
      * holds the statement back until the claim is settled, and
      * one with no complete mailing address cannot be mailed.
           PERFORM 250-LOOK-UP-INSURED
           EVALUATE TRUE
               WHEN PM-POLICY-CLAIM-PENDING
                   MOVE "SUPPRESSED" TO WS-DL-RESULT
                   MOVE "CLAIM STATUS" TO WS-DL-REASON
                   ADD 1 TO WS-SUPPRESSED-CLAIM
               WHEN NOT PM-POLICY-ACTIVE
                   MOVE "SUPPRESSED" TO WS-DL-RESULT
                   MOVE "NOT IN FORCE" TO WS-DL-REASON
                   ADD 1 TO WS-SUPPRESSED-NOT-IN-FORCE
               WHEN INSURED-NOT-ON-FILE
                   MOVE "SUPPRESSED" TO WS-DL-RESULT
                   MOVE "MISSING ADDRESS - NO INSURED"
                       TO WS-DL-REASON
                   ADD 1 TO WS-SUPPRESSED-ADDRESS
               WHEN PI-ADDR1 = SPACES
                   OR PI-CITY = SPACES
                   OR PI-ZIP = SPACES
                   MOVE "SUPPRESSED" TO WS-DL-RESULT
                   MOVE "MISSING ADDRESS" TO WS-DL-REASON
                   ADD 1 TO WS-SUPPRESSED-ADDRESS
               WHEN OTHER
                   MOVE "PRODUCED" TO WS-DL-RESULT
                   MOVE SPACES TO WS-DL-REASON
                   PERFORM 300-PRODUCE-STATEMENT
                   ADD 1 TO WS-STATEMENTS-PRODUCED
           END-EVALUATE
           PERFORM 600-PRINT-REGISTER-LINE.

       250-LOOK-UP-INSURED.
           MOVE PM-POLNUM TO PI-POLNUM
           READ POL-INSURED-FILE
               INVALID KEY
                   SET INSURED-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET INSURED-ON-FILE TO TRUE
           END-READ.

       300-PRODUCE-STATEMENT.
      * One statement per policy, each starting on a new page so the
      * mail house can split the print file into envelopes.
           PERFORM 310-PRINT-STATEMENT-HEADING
           PERFORM 320-PRINT-POLICY-SUMMARY
           PERFORM 330-PRINT-COVERAGE
           PERFORM 350-PRINT-BENEFICIARIES
           PERFORM 400-PRINT-PAYMENT-ACTIVITY
           PERFORM 450-PRINT-POLICY-CHANGES
           PERFORM 490-PRINT-STATEMENT-CLOSING.

       310-PRINT-STATEMENT-HEADING.
      * Page eject, title and date, address block, RE: line, and
      * the statement year.
           MOVE SPACES TO STATEMENT-PRINT-LINE
           WRITE STATEMENT-PRINT-LINE AFTER ADVANCING PAGE
           MOVE WS-STMT-TITLE TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE
           MOVE WS-RUN-DATE TO WS-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-SD-DATE
           MOVE WS-STMT-DATE-LINE TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE
           PERFORM 810-WRITE-BLANK-LINE

           MOVE PI-FIRST-NAME TO WS-NL-FIRST-NAME
           MOVE PI-LAST-NAME TO WS-NL-LAST-NAME
           MOVE WS-NAME-LINE TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE
           MOVE PI-ADDR1 TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE
           IF PI-ADDR2 NOT = SPACES
               MOVE PI-ADDR2 TO STATEMENT-PRINT-LINE
               PERFORM 800-WRITE-STATEMENT-LINE
           END-IF
           MOVE PI-CITY TO WS-CS-CITY
           MOVE PI-STATE TO WS-CS-STATE
           MOVE PI-ZIP TO WS-CS-ZIP
           MOVE WS-CITY-STATE-ZIP-LINE TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE
           PERFORM 810-WRITE-BLANK-LINE

           MOVE PM-POLNUM TO WS-RE-POLNUM
           MOVE WS-RE-LINE TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE
           MOVE WS-PERIOD-START-DATE TO WS-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-PL-START-DATE
           MOVE WS-PERIOD-END-DATE TO WS-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-PL-END-DATE
           MOVE WS-PERIOD-LINE TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE.

       320-PRINT-POLICY-SUMMARY.
      * Status, issue date, premium mode and amounts, and the date
      * premiums are paid to. A zero paid-to date is a policy that
      * has never had a payment applied and is paid to its issue
      * date; a blank mode bills annually and a zero or unset modal
      * factor is taken as one.
           MOVE "YOUR POLICY" TO WS-SE-TITLE
           PERFORM 820-PRINT-SECTION-TITLE
           MOVE SPACES TO WS-CAPTION-LINE
           MOVE "POLICY STATUS:" TO WS-CL-CAPTION
           MOVE "IN FORCE" TO WS-CL-VALUE
           PERFORM 830-PRINT-CAPTION-LINE
           MOVE "ISSUE DATE:" TO WS-CL-CAPTION
           MOVE PM-ISSUE-DATE TO WS-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-CL-VALUE
           PERFORM 830-PRINT-CAPTION-LINE

           EVALUATE TRUE
               WHEN PM-MODE-MONTHLY
                   MOVE "MONTHLY" TO WS-MODE-NAME
               WHEN PM-MODE-QUARTERLY
                   MOVE "QUARTERLY" TO WS-MODE-NAME
               WHEN PM-MODE-SEMI-ANNUAL
                   MOVE "SEMI-ANNUAL" TO WS-MODE-NAME
               WHEN OTHER
                   MOVE "ANNUAL" TO WS-MODE-NAME
           END-EVALUATE
           IF PM-MODAL-FACTOR IS NUMERIC
               AND PM-MODAL-FACTOR > 0
               MOVE PM-MODAL-FACTOR TO WS-MODAL-FACTOR
           ELSE
               MOVE 1 TO WS-MODAL-FACTOR
           END-IF
           COMPUTE WS-MODAL-PREMIUM ROUNDED =
               PM-COMM-PREM * WS-MODAL-FACTOR
           MOVE "PREMIUM MODE:" TO WS-CL-CAPTION
           MOVE WS-MODE-NAME TO WS-CL-VALUE
           PERFORM 830-PRINT-CAPTION-LINE
           MOVE "ANNUAL PREMIUM:" TO WS-CL-CAPTION
           MOVE PM-COMM-PREM TO WS-STMT-AMOUNT
           MOVE WS-STMT-AMOUNT TO WS-CL-VALUE
           PERFORM 830-PRINT-CAPTION-LINE
           MOVE "PREMIUM EACH MODE:" TO WS-CL-CAPTION
           MOVE WS-MODAL-PREMIUM TO WS-STMT-AMOUNT
           MOVE WS-STMT-AMOUNT TO WS-CL-VALUE
           PERFORM 830-PRINT-CAPTION-LINE

           IF PM-PAID-TO-DATE IS NUMERIC
               AND PM-PAID-TO-DATE NOT = 0
               MOVE PM-PAID-TO-DATE TO WS-PAID-TO-DATE
           ELSE
               MOVE PM-ISSUE-DATE TO WS-PAID-TO-DATE
           END-IF
           MOVE "PREMIUMS PAID TO:" TO WS-CL-CAPTION
           MOVE WS-PAID-TO-DATE TO WS-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-CL-VALUE
           PERFORM 830-PRINT-CAPTION-LINE.

       330-PRINT-COVERAGE.
      * The base plan, then one line per rider. The base plan's
      * premium is what is left of the annual premium after the
      * riders' premiums, so the riders are totalled first.
           PERFORM 335-TOTAL-RIDER-PREMIUMS
           COMPUTE WS-BASE-PREMIUM =
               PM-COMM-PREM - WS-RIDER-PREMIUM-TOTAL
           MOVE "YOUR COVERAGE" TO WS-SE-TITLE
           PERFORM 820-PRINT-SECTION-TITLE
           MOVE WS-COVERAGE-HEADING TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE

           MOVE SPACES TO WS-COVERAGE-LINE
           MOVE "BASE" TO WS-CV-CODE
           MOVE "BASE PLAN" TO WS-CV-DESCRIPTION
           MOVE PM-ISSUE-DATE TO WS-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-CV-ISSUE-DATE
           MOVE WS-BASE-PREMIUM TO WS-STMT-AMOUNT
           MOVE WS-STMT-AMOUNT TO WS-CV-PREMIUM
           MOVE WS-COVERAGE-LINE TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE

           MOVE 0 TO WS-RIDER-LINES
           PERFORM 340-START-BENEFIT-BROWSE
           PERFORM UNTIL BENEFIT-FILE-STATUS NOT = "00"
               PERFORM 345-READ-NEXT-BENEFIT
               IF BENEFIT-FILE-STATUS = "00"
                   PERFORM 347-PRINT-RIDER-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-COVERAGE-LINE
           MOVE "TOTAL ANNUAL PREMIUM" TO WS-CV-DESCRIPTION
           MOVE PM-COMM-PREM TO WS-STMT-AMOUNT
           MOVE WS-STMT-AMOUNT TO WS-CV-PREMIUM
           MOVE WS-COVERAGE-LINE TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE.

       335-TOTAL-RIDER-PREMIUMS.
           MOVE 0 TO WS-RIDER-PREMIUM-TOTAL
           PERFORM 340-START-BENEFIT-BROWSE
           PERFORM UNTIL BENEFIT-FILE-STATUS NOT = "00"
               PERFORM 345-READ-NEXT-BENEFIT
               IF BENEFIT-FILE-STATUS = "00"
                   ADD PB-RIDER-PREMIUM TO WS-RIDER-PREMIUM-TOTAL
               END-IF
           END-PERFORM.

       340-START-BENEFIT-BROWSE.
           MOVE PM-POLNUM TO PB-POLNUM
           MOVE LOW-VALUES TO PB-RECORD-TYPE
           START POL-BENEFIT-FILE KEY IS NOT LESS THAN PB-KEY
               INVALID KEY
                   MOVE "23" TO BENEFIT-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO BENEFIT-FILE-STATUS
           END-START.

       345-READ-NEXT-BENEFIT.
      * Leaves "10" in the status at the end of the policy's riders.
           READ POL-BENEFIT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO BENEFIT-FILE-STATUS
           END-READ
           IF BENEFIT-FILE-STATUS = "00"
               AND PB-POLNUM NOT = PM-POLNUM
               MOVE "10" TO BENEFIT-FILE-STATUS
           END-IF.

       347-PRINT-RIDER-LINE.
      * A child rider names the covered child.
           MOVE SPACES TO WS-COVERAGE-LINE
           MOVE PB-RECORD-TYPE TO WS-CV-CODE
           IF PB-RECORD-TYPE = "CH"
               STRING "CHILD RIDER - " DELIMITED BY SIZE
                      PB-CHILD-NAME DELIMITED BY SIZE
                   INTO WS-CV-DESCRIPTION
           ELSE
               MOVE "BENEFIT RIDER" TO WS-CV-DESCRIPTION
           END-IF
           IF PB-ISSUE-DATE IS NUMERIC
               AND PB-ISSUE-DATE NOT = 0
               MOVE PB-ISSUE-DATE TO WS-DATE-DISPLAY
               MOVE WS-DATE-DISPLAY TO WS-CV-ISSUE-DATE
           END-IF
           MOVE PB-DAILY-BENEFIT TO WS-STMT-AMOUNT
           MOVE WS-STMT-AMOUNT TO WS-CV-DAILY-BENEFIT
           MOVE PB-RIDER-PREMIUM TO WS-STMT-AMOUNT
           MOVE WS-STMT-AMOUNT TO WS-CV-PREMIUM
           MOVE WS-COVERAGE-LINE TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE
           ADD 1 TO WS-RIDER-LINES.

       350-PRINT-BENEFICIARIES.
      * Every designation on file in sequence order, primary and
      * contingent.
           MOVE "YOUR BENEFICIARIES" TO WS-SE-TITLE
           PERFORM 820-PRINT-SECTION-TITLE
           MOVE 0 TO WS-BENEFICIARY-LINES
           MOVE PM-POLNUM TO BN-POLNUM
           MOVE 0 TO BN-SEQ-NO
           START POL-BENEFICIARY-FILE KEY IS NOT LESS THAN BN-KEY
               INVALID KEY
                   MOVE "23" TO BENEFCY-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO BENEFCY-FILE-STATUS
           END-START

           PERFORM UNTIL BENEFCY-FILE-STATUS NOT = "00"
               READ POL-BENEFICIARY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO BENEFCY-FILE-STATUS
               END-READ
               IF BENEFCY-FILE-STATUS = "00"
                   IF BN-POLNUM NOT = PM-POLNUM
                       MOVE "10" TO BENEFCY-FILE-STATUS
                   ELSE
                       PERFORM 355-PRINT-BENEFICIARY-LINE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-BENEFICIARY-LINES = 0
               MOVE "NO BENEFICIARY IS DESIGNATED ON THIS POLICY"
                   TO WS-NO-TEXT
               MOVE WS-NONE-LINE TO STATEMENT-PRINT-LINE
               PERFORM 800-WRITE-STATEMENT-LINE
           END-IF.

       355-PRINT-BENEFICIARY-LINE.
           IF WS-BENEFICIARY-LINES = 0
               MOVE WS-BENEFICIARY-HEADING TO STATEMENT-PRINT-LINE
               PERFORM 800-WRITE-STATEMENT-LINE
           END-IF
           MOVE SPACES TO WS-BENEFICIARY-LINE
           MOVE BN-NAME TO WS-BL-NAME
           MOVE BN-RELATIONSHIP TO WS-BL-RELATIONSHIP
           IF BN-CONTINGENT-BENE
               MOVE "CONTINGENT" TO WS-BL-TYPE
           ELSE
               MOVE "PRIMARY" TO WS-BL-TYPE
           END-IF
           MOVE BN-SHARE-PCT TO WS-STMT-SHARE
           MOVE WS-STMT-SHARE TO WS-BL-SHARE
           MOVE WS-BENEFICIARY-LINE TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE
           ADD 1 TO WS-BENEFICIARY-LINES.

       400-PRINT-PAYMENT-ACTIVITY.
      * The statement year's ledger events in posting order. Premium
      * due events are billing, not money, and are left off; the
      * paid, reversed and refunded amounts are totalled for the
      * net premium line.
           MOVE "PREMIUM ACTIVITY THIS POLICY YEAR" TO WS-SE-TITLE
           PERFORM 820-PRINT-SECTION-TITLE
           MOVE 0 TO WS-PAYMENT-LINES
           MOVE 0 TO WS-PAID-TOTAL
           MOVE 0 TO WS-REVERSED-TOTAL
           MOVE 0 TO WS-REFUNDED-TOTAL
           MOVE PM-POLNUM TO PY-POLNUM
           MOVE WS-PERIOD-START-DATE TO PY-POST-DATE
           MOVE 0 TO PY-POST-TIME
           MOVE 0 TO PY-SEQ-NO
           START POL-PAYMENT-FILE KEY IS NOT LESS THAN PY-KEY
               INVALID KEY
                   MOVE "23" TO PAYMENT-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO PAYMENT-FILE-STATUS
           END-START

           PERFORM UNTIL PAYMENT-FILE-STATUS NOT = "00"
               READ POL-PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO PAYMENT-FILE-STATUS
               END-READ
               IF PAYMENT-FILE-STATUS = "00"
                   IF PY-POLNUM NOT = PM-POLNUM
                       OR PY-POST-DATE > WS-PERIOD-END-DATE
                       MOVE "10" TO PAYMENT-FILE-STATUS
                   ELSE
                       IF NOT PY-PREMIUM-DUE
                           PERFORM 410-PRINT-PAYMENT-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-PAYMENT-LINES = 0
               MOVE "NO PREMIUM ACTIVITY DURING THIS POLICY YEAR"
                   TO WS-NO-TEXT
               MOVE WS-NONE-LINE TO STATEMENT-PRINT-LINE
               PERFORM 800-WRITE-STATEMENT-LINE
           END-IF
           PERFORM 420-PRINT-PAYMENT-TOTALS.

       410-PRINT-PAYMENT-LINE.
           IF WS-PAYMENT-LINES = 0
               MOVE WS-PAYMENT-HEADING TO STATEMENT-PRINT-LINE
               PERFORM 800-WRITE-STATEMENT-LINE
           END-IF
           MOVE SPACES TO WS-PAYMENT-LINE
           MOVE PY-POST-DATE TO WS-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-PL-DATE
           EVALUATE TRUE
               WHEN PY-PREMIUM-PAID
                   MOVE "PAID" TO WS-PL-ACTIVITY
                   ADD PY-AMOUNT TO WS-PAID-TOTAL
               WHEN PY-PREMIUM-REVERSED
                   MOVE "REVERSED" TO WS-PL-ACTIVITY
                   ADD PY-AMOUNT TO WS-REVERSED-TOTAL
               WHEN PY-PREMIUM-REFUNDED
                   MOVE "REFUNDED" TO WS-PL-ACTIVITY
                   ADD PY-AMOUNT TO WS-REFUNDED-TOTAL
               WHEN OTHER
                   MOVE PY-EVENT-TYPE TO WS-PL-ACTIVITY
           END-EVALUATE
           MOVE PY-SOURCE TO WS-PL-SOURCE
           MOVE PY-CHECK-NUMBER TO WS-PL-CHECK-NUMBER
           MOVE PY-AMOUNT TO WS-STMT-AMOUNT
           MOVE WS-STMT-AMOUNT TO WS-PL-AMOUNT
           IF PY-PAID-TO-DATE IS NUMERIC
               AND PY-PAID-TO-DATE NOT = 0
               MOVE PY-PAID-TO-DATE TO WS-DATE-DISPLAY
               MOVE WS-DATE-DISPLAY TO WS-PL-PAID-TO
           END-IF
           MOVE WS-PAYMENT-LINE TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE
           ADD 1 TO WS-PAYMENT-LINES.

       420-PRINT-PAYMENT-TOTALS.
           COMPUTE WS-NET-PREMIUM = WS-PAID-TOTAL
               - WS-REVERSED-TOTAL - WS-REFUNDED-TOTAL
           PERFORM 810-WRITE-BLANK-LINE
           MOVE SPACES TO WS-CAPTION-LINE
           MOVE "PREMIUMS PAID:" TO WS-CL-CAPTION
           MOVE WS-PAID-TOTAL TO WS-STMT-AMOUNT
           MOVE WS-STMT-AMOUNT TO WS-CL-VALUE
           PERFORM 830-PRINT-CAPTION-LINE
           MOVE "PAYMENTS REVERSED:" TO WS-CL-CAPTION
           MOVE WS-REVERSED-TOTAL TO WS-STMT-AMOUNT
           MOVE WS-STMT-AMOUNT TO WS-CL-VALUE
           PERFORM 830-PRINT-CAPTION-LINE
           MOVE "PREMIUMS REFUNDED:" TO WS-CL-CAPTION
           MOVE WS-REFUNDED-TOTAL TO WS-STMT-AMOUNT
           MOVE WS-STMT-AMOUNT TO WS-CL-VALUE
           PERFORM 830-PRINT-CAPTION-LINE
           MOVE "NET PREMIUM FOR THE YEAR:" TO WS-CL-CAPTION
           MOVE WS-NET-PREMIUM TO WS-STMT-AMOUNT
           MOVE WS-STMT-AMOUNT TO WS-CL-VALUE
           PERFORM 830-PRINT-CAPTION-LINE
           MOVE "PREMIUMS NOW PAID TO:" TO WS-CL-CAPTION
           MOVE WS-PAID-TO-DATE TO WS-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-CL-VALUE
           PERFORM 830-PRINT-CAPTION-LINE.

       450-PRINT-POLICY-CHANGES.
      * Every change applied to the policy during the statement
      * year from the permanent history, with the old and new values
      * when the change carries them.
           MOVE "CHANGES TO YOUR POLICY THIS POLICY YEAR"
               TO WS-SE-TITLE
           PERFORM 820-PRINT-SECTION-TITLE
           MOVE 0 TO WS-CHANGE-LINES
           MOVE PM-POLNUM TO PH-POLNUM
           MOVE WS-PERIOD-START-DATE TO PH-DATE
           MOVE 0 TO PH-TIME
           MOVE 0 TO PH-SEQ-NO
           START POL-HISTORY-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE "23" TO HIST-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO HIST-FILE-STATUS
           END-START

           PERFORM UNTIL HIST-FILE-STATUS NOT = "00"
               READ POL-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO HIST-FILE-STATUS
               END-READ
               IF HIST-FILE-STATUS = "00"
                   IF PH-POLNUM NOT = PM-POLNUM
                       OR PH-DATE > WS-PERIOD-END-DATE
                       MOVE "10" TO HIST-FILE-STATUS
                   ELSE
                       PERFORM 460-PRINT-CHANGE-LINE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CHANGE-LINES = 0
               MOVE "NO CHANGES WERE MADE DURING THIS POLICY YEAR"
                   TO WS-NO-TEXT
               MOVE WS-NONE-LINE TO STATEMENT-PRINT-LINE
               PERFORM 800-WRITE-STATEMENT-LINE
           END-IF.

       460-PRINT-CHANGE-LINE.
           MOVE SPACES TO WS-CHANGE-LINE
           MOVE PH-DATE TO WS-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-CH-DATE
           MOVE PH-DESCRIPTION TO WS-CH-DESCRIPTION
           MOVE WS-CHANGE-LINE TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE

           IF PH-OLD-VALUE NOT = SPACES OR PH-NEW-VALUE NOT = SPACES
               MOVE SPACES TO WS-VALUE-LINE
               IF PH-OLD-VALUE NOT = SPACES
                   MOVE "FROM: " TO WS-VL-FROM-CAPTION
                   MOVE PH-OLD-VALUE TO WS-VL-OLD-VALUE
               END-IF
               IF PH-NEW-VALUE NOT = SPACES
                   MOVE "TO: " TO WS-VL-TO-CAPTION
                   MOVE PH-NEW-VALUE TO WS-VL-NEW-VALUE
               END-IF
               MOVE WS-VALUE-LINE TO STATEMENT-PRINT-LINE
               PERFORM 800-WRITE-STATEMENT-LINE
           END-IF
           ADD 1 TO WS-CHANGE-LINES.

       490-PRINT-STATEMENT-CLOSING.
           PERFORM 810-WRITE-BLANK-LINE
           PERFORM 810-WRITE-BLANK-LINE
           MOVE "PLEASE KEEP THIS STATEMENT WITH YOUR POLICY. IF ANY"
               TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE
           MOVE "INFORMATION SHOWN IS NOT CORRECT, PLEASE CONTACT"
               TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE
           MOVE "YOUR AGENT OR OUR SERVICE DESK."
               TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE
           PERFORM 810-WRITE-BLANK-LINE
           MOVE "POLICYHOLDER SERVICES" TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE.

       600-PRINT-REGISTER-LINE.
      * One register line per anniversary policy with the outcome
      * already set in WS-DL-RESULT and WS-DL-REASON.
           MOVE PM-POLNUM TO WS-DL-POLNUM
           MOVE SPACES TO WS-DL-INSURED
           IF INSURED-ON-FILE
               STRING PI-LAST-NAME DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      PI-FIRST-NAME DELIMITED BY "  "
                   INTO WS-DL-INSURED
           ELSE
               MOVE "*** NO INSURED ROW ***" TO WS-DL-INSURED
           END-IF
           MOVE PM-POLICY-STATUS TO WS-DL-STATUS
           MOVE PM-ISSUE-DATE TO WS-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-DL-ISSUE-DATE
           MOVE WS-DETAIL-LINE TO CONTROL-REGISTER-LINE
           WRITE CONTROL-REGISTER-LINE.

       700-PRINT-SUMMARY.
           MOVE SPACES TO CONTROL-REGISTER-LINE
           WRITE CONTROL-REGISTER-LINE
           WRITE CONTROL-REGISTER-LINE
           MOVE "POLICIES READ:" TO WS-SL-CAPTION
           MOVE WS-POLICIES-READ TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "ANNIVERSARIES FOUND:" TO WS-SL-CAPTION
           MOVE WS-ANNIVERSARIES-FOUND TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "STATEMENTS PRODUCED:" TO WS-SL-CAPTION
           MOVE WS-STATEMENTS-PRODUCED TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "SUPPRESSED - MISSING ADDRESS:" TO WS-SL-CAPTION
           MOVE WS-SUPPRESSED-ADDRESS TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "SUPPRESSED - CLAIM STATUS:" TO WS-SL-CAPTION
           MOVE WS-SUPPRESSED-CLAIM TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "SUPPRESSED - NOT IN FORCE:" TO WS-SL-CAPTION
           MOVE WS-SUPPRESSED-NOT-IN-FORCE TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "STATEMENT PRINT LINES WRITTEN:" TO WS-SL-CAPTION
           MOVE WS-STATEMENT-LINES TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE.

       710-PRINT-COUNT-LINE.
           MOVE WS-COUNT-DISPLAY TO WS-SL-COUNT
           MOVE WS-SUMMARY-LINE TO CONTROL-REGISTER-LINE
           WRITE CONTROL-REGISTER-LINE.

       800-WRITE-STATEMENT-LINE.
           WRITE STATEMENT-PRINT-LINE
           ADD 1 TO WS-STATEMENT-LINES.

       810-WRITE-BLANK-LINE.
           MOVE SPACES TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE.

       820-PRINT-SECTION-TITLE.
           PERFORM 810-WRITE-BLANK-LINE
           MOVE WS-SECTION-LINE TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE.

       830-PRINT-CAPTION-LINE.
           MOVE WS-CAPTION-LINE TO STATEMENT-PRINT-LINE
           PERFORM 800-WRITE-STATEMENT-LINE.

       900-CLEANUP.
           CLOSE POL-MASTER-FILE
                 POL-INSURED-FILE
                 POL-BENEFIT-FILE
                 POL-BENEFICIARY-FILE
                 POL-PAYMENT-FILE
                 POL-HISTORY-FILE
                 STATEMENT-PRINT-FILE
                 CONTROL-REGISTER-FILE.
