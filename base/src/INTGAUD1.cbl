      ******************************************************************
      *                                                                *
      * Nightly Cross-File Integrity Audit Program                     *
      *                                                                *
      * Sweeps the policy and agent masters every night and proves     *
      * the files agree with each other, so a broken policy is found   *
      * by the service desk instead of by the customer. Checked:       *
      *   - every POL-MASTER row has its POL-INSURED row               *
      *   - every POL-BENEFIT and POL-BENEFICIARY row belongs to a     *
      *     policy on POL-MASTER                                       *
      *   - a policy's primary beneficiary shares total 100 percent    *
      *   - every writing agent and every reports-to agent is on the   *
      *     agent master                                               *
      *   - an in-force policy's annual premium equals the "BASE"      *
      *     plan/rate premium for the insured's issue age plus the     *
      *     premiums of its riders                                     *
      *   - the paid-to date on POL-MASTER agrees with the paid-to     *
      *     date on the policy's last payment ledger event             *
      *   - no policy has sat in claim-pending status more than 30     *
      *     days since the claim was recorded                          *
      * Open exceptions are carried on the AUDEXCP file from night to  *
      * night with the date each was first seen. The exception report  *
      * lists every open exception by category with the new ones       *
      * flagged, counts found, new and resolved by category, and the   *
      * step ends with return code 4 when any exception has appeared   *
      * since the prior night so the service desk is warned.           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGAUD1.
       AUTHOR. COBOL PROGRAMMER.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POL-MASTER-FILE ASSIGN TO "POLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT AGENT-MASTER-FILE ASSIGN TO "AGTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS A-AGENT-ID
               ALTERNATE RECORD KEY IS A-LAST-NAME WITH DUPLICATES
               FILE STATUS IS AGENT-FILE-STATUS.

           SELECT PLAN-RATE-FILE ASSIGN TO "PLANRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS RATE-FILE-STATUS.

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

           SELECT AUDIT-EXCEPTION-FILE ASSIGN TO "AUDEXCP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-KEY
               FILE STATUS IS EXCEPTION-FILE-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDITRPT"
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

       FD  AGENT-MASTER-FILE.
       01  AGENT-MASTER-REC.
           COPY AGTMSTR IN "COPYLIB".

       FD  PLAN-RATE-FILE.
       01  PLAN-RATE-REC.
           COPY PLANRATE IN "COPYLIB".

       FD  POL-PAYMENT-FILE.
       01  POL-PAYMENT-REC.
           COPY POLPYMT IN "COPYLIB".

       FD  POL-HISTORY-FILE.
       01  POL-HISTORY-REC.
           COPY POLHIST IN "COPYLIB".

       FD  AUDIT-EXCEPTION-FILE.
       01  AUDIT-EXCEPTION-REC.
           COPY AUDEXCP IN "COPYLIB".

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE             PIC X(110).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  MASTER-FILE-STATUS        PIC XX VALUE "00".
           05  INSURED-FILE-STATUS       PIC XX VALUE "00".
           05  BENEFIT-FILE-STATUS       PIC XX VALUE "00".
           05  BENEFCY-FILE-STATUS       PIC XX VALUE "00".
           05  AGENT-FILE-STATUS         PIC XX VALUE "00".
           05  RATE-FILE-STATUS          PIC XX VALUE "00".
           05  PAYMENT-FILE-STATUS       PIC XX VALUE "00".
           05  HIST-FILE-STATUS          PIC XX VALUE "00".
           05  EXCEPTION-FILE-STATUS     PIC XX VALUE "00".
           05  REPORT-FILE-STATUS        PIC XX VALUE "00".

       01  WS-EOF-SWITCHES.
           05  WS-MASTER-EOF-SW          PIC X VALUE "N".
               88  END-OF-POL-MASTER          VALUE "Y".
               88  NOT-END-OF-POL-MASTER      VALUE "N".
           05  WS-BENEFIT-EOF-SW         PIC X VALUE "N".
               88  END-OF-BENEFITS            VALUE "Y".
               88  NOT-END-OF-BENEFITS        VALUE "N".
           05  WS-BENEFCY-EOF-SW         PIC X VALUE "N".
               88  END-OF-BENEFICIARIES       VALUE "Y".
               88  NOT-END-OF-BENEFICIARIES   VALUE "N".
           05  WS-AGENT-EOF-SW           PIC X VALUE "N".
               88  END-OF-AGENTS              VALUE "Y".
               88  NOT-END-OF-AGENTS          VALUE "N".
           05  WS-EXCEPTION-EOF-SW       PIC X VALUE "N".
               88  END-OF-EXCEPTIONS          VALUE "Y".
               88  NOT-END-OF-EXCEPTIONS      VALUE "N".

       01  WS-INSURED-SWITCH             PIC X VALUE "N".
           88  INSURED-ON-FILE                VALUE "Y".
           88  INSURED-NOT-ON-FILE            VALUE "N".

       01  WS-BASE-RATE-SWITCH           PIC X VALUE "N".
           88  BASE-RATE-FOUND                VALUE "Y".
           88  BASE-RATE-NOT-FOUND            VALUE "N".

       01  WS-BENE-POLICY-SWITCH         PIC X VALUE "N".
           88  BENE-POLICY-ON-FILE            VALUE "Y".
           88  BENE-POLICY-NOT-ON-FILE        VALUE "N".

       01  WS-RUN-DATE                   PIC 9(8) VALUE 0.

      * A CLAIM STILL PENDING THIS MANY DAYS AFTER IT WAS RECORDED
      * IS REPORTED FOR THE CLAIMS DESK TO CHASE
       01  WS-MAX-PENDING-DAYS           PIC 9(3) VALUE 30.

       01  WS-ISSUE-DATE                 PIC 9(8) VALUE 0.
       01  WS-ISSUE-DATE-PARTS REDEFINES WS-ISSUE-DATE.
           05  WS-ISSUE-YEAR             PIC 9(4).
           05  WS-ISSUE-MONTH            PIC 99.
           05  WS-ISSUE-DAY              PIC 99.

       01  WS-BIRTH-DATE                 PIC 9(8) VALUE 0.
       01  WS-BIRTH-DATE-PARTS REDEFINES WS-BIRTH-DATE.
           05  WS-BIRTH-YEAR             PIC 9(4).
           05  WS-BIRTH-MONTH            PIC 99.
           05  WS-BIRTH-DAY              PIC 99.

       01  WS-ISSUE-AGE                  PIC 9(3) VALUE 0.
       01  WS-BASE-PREMIUM               PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-RIDER-PREMIUM-TOTAL        PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-EXPECTED-PREMIUM           PIC S9(9)V99 COMP-3 VALUE +0.

       01  WS-PAID-TO-DATE               PIC 9(8) VALUE 0.
       01  WS-LEDGER-PAID-TO-DATE        PIC 9(8) VALUE 0.
       01  WS-LEDGER-EVENTS              PIC 9(5) COMP VALUE 0.

       01  WS-CLAIM-INTAKE-DATE          PIC 9(8) VALUE 0.
       01  WS-DAYS-PENDING               PIC S9(5) COMP VALUE 0.

       01  WS-BREAK-BN-POLNUM            PIC X(10) VALUE SPACES.
       01  WS-BN-ROW-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-PRIMARY-SHARE-TOTAL        PIC S9(5)V99 COMP-3 VALUE +0.

       01  WS-SAVE-AGENT-ID              PIC X(12) VALUE SPACES.
       01  WS-SAVE-REPORTS-TO            PIC X(12) VALUE SPACES.

      * THE EXCEPTION BEING RECORDED
       01  WS-EX-CATEGORY                PIC 99 VALUE 0.
       01  WS-EX-ENTITY-ID               PIC X(12) VALUE SPACES.
       01  WS-EX-SUB-KEY                 PIC X(6) VALUE SPACES.
       01  WS-EX-DESCRIPTION             PIC X(60) VALUE SPACES.

       01  WS-EDIT-AMOUNT-1              PIC Z,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMOUNT-2              PIC Z,ZZZ,ZZ9.99-.
       01  WS-EDIT-SHARE                 PIC ZZ9.99-.
       01  WS-EDIT-DAYS                  PIC ZZZZ9.

      * CATEGORY NAMES, IN CATEGORY-NUMBER ORDER
       01  WS-CATEGORY-NAME-VALUES.
           05  FILLER                    PIC X(44) VALUE
               "01 POLICY WITH NO INSURED ROW".
           05  FILLER                    PIC X(44) VALUE
               "02 RIDER ROW - POLICY NOT ON FILE".
           05  FILLER                    PIC X(44) VALUE
               "03 BENEFICIARY ROW - POLICY NOT ON FILE".
           05  FILLER                    PIC X(44) VALUE
               "04 PRIMARY BENEFICIARY SHARES NOT 100".
           05  FILLER                    PIC X(44) VALUE
               "05 WRITING AGENT NOT ON AGENT MASTER".
           05  FILLER                    PIC X(44) VALUE
               "06 REPORTS-TO AGENT NOT ON AGENT MASTER".
           05  FILLER                    PIC X(44) VALUE
               "07 PREMIUM NOT BASE RATE PLUS RIDERS".
           05  FILLER                    PIC X(44) VALUE
               "08 PAID-TO DISAGREES WITH PAYMENT LEDGER".
           05  FILLER                    PIC X(44) VALUE
               "09 CLAIM PENDING OVER 30 DAYS".
       01  WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAME-VALUES.
           05  WS-CATEGORY-NAME          PIC X(44) OCCURS 9 TIMES.

       01  WS-CATEGORY-COUNTS.
           05  WS-CATEGORY-COUNT OCCURS 9 TIMES.
               10  WS-CC-OPEN            PIC 9(7) COMP.
               10  WS-CC-NEW             PIC 9(7) COMP.
               10  WS-CC-RESOLVED        PIC 9(7) COMP.
       01  WS-CAT-SUB                    PIC 99 VALUE 0.

       01  WS-TOTAL-OPEN                 PIC 9(7) COMP VALUE 0.
       01  WS-TOTAL-NEW                  PIC 9(7) COMP VALUE 0.
       01  WS-TOTAL-RESOLVED             PIC 9(7) COMP VALUE 0.

       01  WS-POLICIES-READ              PIC 9(7) COMP VALUE 0.
       01  WS-RIDERS-READ                PIC 9(7) COMP VALUE 0.
       01  WS-BENEFICIARIES-READ         PIC 9(7) COMP VALUE 0.
       01  WS-AGENTS-READ                PIC 9(7) COMP VALUE 0.

       01  WS-PRINT-CATEGORY             PIC 99 VALUE 0.

       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-DATE-DISPLAY               PIC 99/99/9999.

       01  WS-REPORT-TITLE.
           05  FILLER                    PIC X(25) VALUE SPACES.
           05  FILLER                    PIC X(45) VALUE
               "NIGHTLY INTEGRITY AUDIT EXCEPTION REPORT".

       01  WS-REPORT-SUBTITLE.
           05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
           05  WS-SUB-DATE               PIC 99/99/9999.

       01  WS-COLUMN-HEADING-1.
           05  FILLER                    PIC X(6)  VALUE SPACES.
           05  FILLER                    PIC X(14) VALUE
               "POLICY/AGENT".
           05  FILLER                    PIC X(8)  VALUE "ROW".
           05  FILLER                    PIC X(62) VALUE
               "EXCEPTION".
           05  FILLER                    PIC X(10) VALUE "FIRST SEEN".

       01  WS-DETAIL-LINE.
           05  WS-DL-NEW                 PIC X(6)  VALUE SPACES.
           05  WS-DL-ENTITY-ID           PIC X(14) VALUE SPACES.
           05  WS-DL-SUB-KEY             PIC X(8)  VALUE SPACES.
           05  WS-DL-DESCRIPTION         PIC X(62) VALUE SPACES.
           05  WS-DL-FIRST-SEEN          PIC X(10) VALUE SPACES.

       01  WS-SUMMARY-HEADING.
           05  FILLER                    PIC X(46) VALUE "CATEGORY".
           05  FILLER                    PIC X(10) VALUE "     OPEN".
           05  FILLER                    PIC X(10) VALUE "      NEW".
           05  FILLER                    PIC X(10) VALUE " RESOLVED".

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION             PIC X(46) VALUE SPACES.
           05  WS-SL-OPEN                PIC X(10) VALUE SPACES.
           05  WS-SL-NEW                 PIC X(10) VALUE SPACES.
           05  WS-SL-RESOLVED            PIC X(10) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CL-CAPTION             PIC X(46) VALUE SPACES.
           05  WS-CL-COUNT               PIC X(10) VALUE SPACES.

       01  WS-CLOSING-MESSAGE            PIC X(70) VALUE SPACES.

      * NIGHT-STREAM RUN CONTROL CALL AREA
       01  RUN-CONTROL-AREA.
           COPY RUNCTLA IN "COPYLIB".

       PROCEDURE DIVISION.

       000-MAIN-CONTROL.
           PERFORM 050-REGISTER-RUN-START
           PERFORM 100-INITIALIZE
           PERFORM 200-AUDIT-POLICY-MASTER
           PERFORM 300-AUDIT-BENEFIT-FILE
           PERFORM 400-AUDIT-BENEFICIARY-FILE
           PERFORM 500-AUDIT-AGENT-MASTER
           PERFORM 600-PRINT-EXCEPTIONS
           PERFORM 700-PRINT-SUMMARY
           PERFORM 900-CLEANUP
           PERFORM 950-REGISTER-RUN-END
           IF WS-TOTAL-NEW > 0
               DISPLAY "INTGAUD1 - " WS-TOTAL-NEW
                   " NEW INTEGRITY EXCEPTIONS SINCE THE PRIOR NIGHT"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       050-REGISTER-RUN-START.
      * Register this step on the night-stream run control file -
      * the audit must see the masters as the night left them, so
      * the step refuses to start until the automatic lapse run,
      * the last step to change the masters, has completed.
           MOVE "ST" TO RCA-REQUEST
           MOVE SPACES TO RCA-RUN-ID
           MOVE 0 TO RCA-RUN-DATE
           MOVE "INTGAUD1" TO RCA-PROGRAM
           MOVE "DELQLAPS" TO RCA-PREDECESSOR
           MOVE 0 TO RCA-RECORD-COUNT
           CALL "RUNCTL01" USING RUN-CONTROL-AREA
           IF RCA-RETURN-STATUS = "NG"
               DISPLAY "INTGAUD1 NOT STARTED - PREDECESSOR "
                   RCA-PREDECESSOR " NOT COMPLETE FOR THIS RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       950-REGISTER-RUN-END.
           MOVE "EN" TO RCA-REQUEST
           MOVE WS-TOTAL-OPEN TO RCA-RECORD-COUNT
           CALL "RUNCTL01" USING RUN-CONTROL-AREA.

       100-INITIALIZE.
      * The run date comes from the run-control start call so an
      * exception first seen tonight carries the night the stream
      * started even when the step runs past midnight.
           MOVE RCA-RUN-DATE TO WS-RUN-DATE
           INITIALIZE WS-CATEGORY-COUNTS
           OPEN INPUT  POL-MASTER-FILE
                       POL-INSURED-FILE
                       POL-BENEFIT-FILE
                       POL-BENEFICIARY-FILE
                       AGENT-MASTER-FILE
                       PLAN-RATE-FILE
                       POL-PAYMENT-FILE
                       POL-HISTORY-FILE
           OPEN I-O    AUDIT-EXCEPTION-FILE
           OPEN OUTPUT AUDIT-REPORT-FILE
           PERFORM 110-PRINT-HEADINGS.

       110-PRINT-HEADINGS.
           MOVE WS-REPORT-TITLE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE WS-RUN-DATE TO WS-SUB-DATE
           MOVE WS-REPORT-SUBTITLE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE WS-COLUMN-HEADING-1 TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.

       200-AUDIT-POLICY-MASTER.
      * One pass over POL-MASTER checks everything keyed off the
      * policy - its insured, its writing agent, its premium, its
      * paid-to date and, for a pending claim, how long it has been
      * pending.
           SET NOT-END-OF-POL-MASTER TO TRUE
           PERFORM 210-READ-POLICY-MASTER
           PERFORM UNTIL END-OF-POL-MASTER
               ADD 1 TO WS-POLICIES-READ
               PERFORM 220-CHECK-POLICY-INSURED
               PERFORM 230-CHECK-WRITING-AGENT
               IF PM-POLICY-ACTIVE OR PM-POLICY-CLAIM-PENDING
                   PERFORM 240-CHECK-POLICY-PREMIUM
               END-IF
               PERFORM 260-CHECK-PAID-TO-DATE
               IF PM-POLICY-CLAIM-PENDING
                   PERFORM 270-CHECK-CLAIM-PENDING
               END-IF
               PERFORM 210-READ-POLICY-MASTER
           END-PERFORM.

       210-READ-POLICY-MASTER.
           READ POL-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-POL-MASTER TO TRUE
           END-READ.

       220-CHECK-POLICY-INSURED.
           MOVE PM-POLNUM TO PI-POLNUM
           READ POL-INSURED-FILE
               INVALID KEY
                   SET INSURED-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET INSURED-ON-FILE TO TRUE
           END-READ
           IF INSURED-NOT-ON-FILE
               MOVE 1 TO WS-EX-CATEGORY
               MOVE PM-POLNUM TO WS-EX-ENTITY-ID
               MOVE SPACES TO WS-EX-SUB-KEY
               MOVE "NO POL-INSURED ROW FOR THE POLICY"
                   TO WS-EX-DESCRIPTION
               PERFORM 800-RECORD-EXCEPTION
           END-IF.

       230-CHECK-WRITING-AGENT.
           MOVE PM-AGENT-ID TO A-AGENT-ID
           READ AGENT-MASTER-FILE
               INVALID KEY
                   MOVE "23" TO AGENT-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO AGENT-FILE-STATUS
           END-READ
           IF AGENT-FILE-STATUS NOT = "00"
               MOVE 5 TO WS-EX-CATEGORY
               MOVE PM-POLNUM TO WS-EX-ENTITY-ID
               MOVE SPACES TO WS-EX-SUB-KEY
               MOVE SPACES TO WS-EX-DESCRIPTION
               STRING "WRITING AGENT " DELIMITED BY SIZE
                      PM-AGENT-ID DELIMITED BY SPACE
                      " NOT ON AGTMSTR" DELIMITED BY SIZE
                   INTO WS-EX-DESCRIPTION
               PERFORM 800-RECORD-EXCEPTION
           END-IF.

       240-CHECK-POLICY-PREMIUM.
      * The annual premium is the "BASE" plan/rate premium for the
      * insured's age at issue plus every rider's premium - the
      * same build-up issue and rider maintenance apply. A policy
      * with no insured row has no issue age and is already
      * reported under category 01.
           IF INSURED-ON-FILE
               PERFORM 245-TOTAL-RIDER-PREMIUMS
               PERFORM 250-FIND-BASE-PREMIUM
               MOVE 7 TO WS-EX-CATEGORY
               MOVE PM-POLNUM TO WS-EX-ENTITY-ID
               MOVE SPACES TO WS-EX-SUB-KEY
               MOVE SPACES TO WS-EX-DESCRIPTION
               IF BASE-RATE-NOT-FOUND
                   MOVE WS-ISSUE-AGE TO WS-EDIT-DAYS
                   STRING "NO BASE RATE ON FILE FOR ISSUE AGE "
                              DELIMITED BY SIZE
                          WS-EDIT-DAYS DELIMITED BY SIZE
                       INTO WS-EX-DESCRIPTION
                   PERFORM 800-RECORD-EXCEPTION
               ELSE
                   COMPUTE WS-EXPECTED-PREMIUM =
                       WS-BASE-PREMIUM + WS-RIDER-PREMIUM-TOTAL
                   IF PM-COMM-PREM NOT = WS-EXPECTED-PREMIUM
                       MOVE PM-COMM-PREM TO WS-EDIT-AMOUNT-1
                       MOVE WS-EXPECTED-PREMIUM TO WS-EDIT-AMOUNT-2
                       STRING "PREMIUM " DELIMITED BY SIZE
                              WS-EDIT-AMOUNT-1 DELIMITED BY SIZE
                              " - BASE + RIDERS " DELIMITED BY SIZE
                              WS-EDIT-AMOUNT-2 DELIMITED BY SIZE
                           INTO WS-EX-DESCRIPTION
                       PERFORM 800-RECORD-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       245-TOTAL-RIDER-PREMIUMS.
           MOVE 0 TO WS-RIDER-PREMIUM-TOTAL
           MOVE PM-POLNUM TO PB-POLNUM
           MOVE LOW-VALUES TO PB-RECORD-TYPE
           START POL-BENEFIT-FILE KEY IS NOT LESS THAN PB-KEY
               INVALID KEY
                   MOVE "23" TO BENEFIT-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO BENEFIT-FILE-STATUS
           END-START

           PERFORM UNTIL BENEFIT-FILE-STATUS NOT = "00"
               READ POL-BENEFIT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO BENEFIT-FILE-STATUS
               END-READ
               IF BENEFIT-FILE-STATUS = "00"
                   IF PB-POLNUM NOT = PM-POLNUM
                       MOVE "10" TO BENEFIT-FILE-STATUS
                   ELSE
                       ADD PB-RIDER-PREMIUM TO WS-RIDER-PREMIUM-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

       250-FIND-BASE-PREMIUM.
      * Issue age - the same year-difference-less-a-year-before-the-
      * birthday rule issue rating applies, taken at the issue date -
      * and the "BASE" band covering it.
           SET BASE-RATE-NOT-FOUND TO TRUE
           MOVE 0 TO WS-BASE-PREMIUM
           MOVE PM-ISSUE-DATE TO WS-ISSUE-DATE
           MOVE PI-BIRTH-DATE TO WS-BIRTH-DATE
           COMPUTE WS-ISSUE-AGE = WS-ISSUE-YEAR - WS-BIRTH-YEAR
           IF WS-ISSUE-MONTH < WS-BIRTH-MONTH
               OR (WS-ISSUE-MONTH = WS-BIRTH-MONTH
                   AND WS-ISSUE-DAY < WS-BIRTH-DAY)
               SUBTRACT 1 FROM WS-ISSUE-AGE
           END-IF

           MOVE "BASE" TO PR-RIDER-CODE
           MOVE 0 TO PR-AGE-LOW
           START PLAN-RATE-FILE KEY IS NOT LESS THAN PR-KEY
               INVALID KEY
                   MOVE "23" TO RATE-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO RATE-FILE-STATUS
           END-START

           PERFORM UNTIL RATE-FILE-STATUS NOT = "00"
                   OR BASE-RATE-FOUND
               READ PLAN-RATE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO RATE-FILE-STATUS
               END-READ
               IF RATE-FILE-STATUS = "00"
                   IF PR-RIDER-CODE NOT = "BASE"
                       MOVE "10" TO RATE-FILE-STATUS
                   ELSE
                       IF WS-ISSUE-AGE NOT < PR-AGE-LOW
                           AND WS-ISSUE-AGE NOT > PR-AGE-HIGH
                           SET BASE-RATE-FOUND TO TRUE
                           MOVE PR-RATE-PER-UNIT TO WS-BASE-PREMIUM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       260-CHECK-PAID-TO-DATE.
      * The ledger carries the paid-to date as it stood after each
      * event, so the policy's last event must show the paid-to date
      * the master holds now. A policy with no ledger events was
      * converted before the ledger existed and is not checked; a
      * zero paid-to date on the master is the issue date.
           MOVE 0 TO WS-LEDGER-EVENTS
           MOVE 0 TO WS-LEDGER-PAID-TO-DATE
           MOVE LOW-VALUES TO PY-KEY
           MOVE PM-POLNUM TO PY-POLNUM
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
                       MOVE "10" TO PAYMENT-FILE-STATUS
                   ELSE
                       ADD 1 TO WS-LEDGER-EVENTS
                       MOVE PY-PAID-TO-DATE TO WS-LEDGER-PAID-TO-DATE
                   END-IF
               END-IF
           END-PERFORM

           IF PM-PAID-TO-DATE = 0
               MOVE PM-ISSUE-DATE TO WS-PAID-TO-DATE
           ELSE
               MOVE PM-PAID-TO-DATE TO WS-PAID-TO-DATE
           END-IF

           IF WS-LEDGER-EVENTS > 0
               AND WS-PAID-TO-DATE NOT = WS-LEDGER-PAID-TO-DATE
               MOVE 8 TO WS-EX-CATEGORY
               MOVE PM-POLNUM TO WS-EX-ENTITY-ID
               MOVE SPACES TO WS-EX-SUB-KEY
               MOVE SPACES TO WS-EX-DESCRIPTION
               STRING "MASTER PAID-TO " DELIMITED BY SIZE
                      WS-PAID-TO-DATE DELIMITED BY SIZE
                      " - LAST LEDGER EVENT " DELIMITED BY SIZE
                      WS-LEDGER-PAID-TO-DATE DELIMITED BY SIZE
                   INTO WS-EX-DESCRIPTION
               PERFORM 800-RECORD-EXCEPTION
           END-IF.

       270-CHECK-CLAIM-PENDING.
      * The claim was recorded the day the policy last went to
      * claim-pending - the latest history row setting the status
      * to "P". A pending policy with no such row cannot be aged and
      * is reported so the claims desk can find the claim.
           MOVE 0 TO WS-CLAIM-INTAKE-DATE
           MOVE PM-POLNUM TO PH-POLNUM
           MOVE 0 TO PH-DATE
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
                       MOVE "10" TO HIST-FILE-STATUS
                   ELSE
                       IF PH-NEW-VALUE = "P"
                           MOVE PH-DATE TO WS-CLAIM-INTAKE-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE 9 TO WS-EX-CATEGORY
           MOVE PM-POLNUM TO WS-EX-ENTITY-ID
           MOVE SPACES TO WS-EX-SUB-KEY
           MOVE SPACES TO WS-EX-DESCRIPTION
           IF WS-CLAIM-INTAKE-DATE = 0
               MOVE "CLAIM PENDING - NO CLAIM RECORDED ON POLHIST"
                   TO WS-EX-DESCRIPTION
               PERFORM 800-RECORD-EXCEPTION
           ELSE
               COMPUTE WS-DAYS-PENDING =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-CLAIM-INTAKE-DATE)
               IF WS-DAYS-PENDING > WS-MAX-PENDING-DAYS
                   MOVE WS-DAYS-PENDING TO WS-EDIT-DAYS
                   STRING "CLAIM PENDING SINCE " DELIMITED BY SIZE
                          WS-CLAIM-INTAKE-DATE DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          WS-EDIT-DAYS DELIMITED BY SIZE
                          " DAYS" DELIMITED BY SIZE
                       INTO WS-EX-DESCRIPTION
                   PERFORM 800-RECORD-EXCEPTION
               END-IF
           END-IF.

       300-AUDIT-BENEFIT-FILE.
      * Every rider row must belong to a policy on the master.
           SET NOT-END-OF-BENEFITS TO TRUE
           MOVE LOW-VALUES TO PB-KEY
           START POL-BENEFIT-FILE KEY IS NOT LESS THAN PB-KEY
               INVALID KEY
                   SET END-OF-BENEFITS TO TRUE
           END-START
           IF NOT-END-OF-BENEFITS
               PERFORM 310-READ-BENEFIT
           END-IF
           PERFORM UNTIL END-OF-BENEFITS
               ADD 1 TO WS-RIDERS-READ
               MOVE PB-POLNUM TO PM-POLNUM
               READ POL-MASTER-FILE
                   INVALID KEY
                       MOVE "23" TO MASTER-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO MASTER-FILE-STATUS
               END-READ
               IF MASTER-FILE-STATUS NOT = "00"
                   MOVE 2 TO WS-EX-CATEGORY
                   MOVE PB-POLNUM TO WS-EX-ENTITY-ID
                   MOVE PB-RECORD-TYPE TO WS-EX-SUB-KEY
                   MOVE "POL-BENEFIT ROW - POLICY NOT ON POL-MASTER"
                       TO WS-EX-DESCRIPTION
                   PERFORM 800-RECORD-EXCEPTION
               END-IF
               PERFORM 310-READ-BENEFIT
           END-PERFORM.

       310-READ-BENEFIT.
           READ POL-BENEFIT-FILE NEXT RECORD
               AT END
                   SET END-OF-BENEFITS TO TRUE
           END-READ.

       400-AUDIT-BENEFICIARY-FILE.
      * Control-break the beneficiary rows by policy: a policy not on
      * the master makes every one of its rows an orphan, and a
      * policy on file must have its primary shares total 100.
           SET NOT-END-OF-BENEFICIARIES TO TRUE
           MOVE SPACES TO WS-BREAK-BN-POLNUM
           MOVE 0 TO WS-BN-ROW-COUNT
           MOVE LOW-VALUES TO BN-KEY
           START POL-BENEFICIARY-FILE KEY IS NOT LESS THAN BN-KEY
               INVALID KEY
                   SET END-OF-BENEFICIARIES TO TRUE
           END-START
           IF NOT-END-OF-BENEFICIARIES
               PERFORM 410-READ-BENEFICIARY
           END-IF
           PERFORM UNTIL END-OF-BENEFICIARIES
               ADD 1 TO WS-BENEFICIARIES-READ
               IF BN-POLNUM NOT = WS-BREAK-BN-POLNUM
                   IF WS-BN-ROW-COUNT > 0
                       PERFORM 430-CHECK-PRIMARY-SHARES
                   END-IF
                   PERFORM 420-START-BENE-POLICY
               END-IF
               ADD 1 TO WS-BN-ROW-COUNT
               IF BENE-POLICY-NOT-ON-FILE
                   MOVE 3 TO WS-EX-CATEGORY
                   MOVE BN-POLNUM TO WS-EX-ENTITY-ID
                   MOVE BN-SEQ-NO TO WS-EX-SUB-KEY
                   MOVE "POL-BENEFICIARY ROW - POLICY NOT ON POL-MASTER"
                       TO WS-EX-DESCRIPTION
                   PERFORM 800-RECORD-EXCEPTION
               ELSE
                   IF BN-PRIMARY-BENE
                       ADD BN-SHARE-PCT TO WS-PRIMARY-SHARE-TOTAL
                   END-IF
               END-IF
               PERFORM 410-READ-BENEFICIARY
           END-PERFORM
           IF WS-BN-ROW-COUNT > 0
               PERFORM 430-CHECK-PRIMARY-SHARES
           END-IF.

       410-READ-BENEFICIARY.
           READ POL-BENEFICIARY-FILE NEXT RECORD
               AT END
                   SET END-OF-BENEFICIARIES TO TRUE
           END-READ.

       420-START-BENE-POLICY.
           MOVE BN-POLNUM TO WS-BREAK-BN-POLNUM
           MOVE 0 TO WS-BN-ROW-COUNT
           MOVE 0 TO WS-PRIMARY-SHARE-TOTAL
           MOVE BN-POLNUM TO PM-POLNUM
           READ POL-MASTER-FILE
               INVALID KEY
                   SET BENE-POLICY-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET BENE-POLICY-ON-FILE TO TRUE
           END-READ.

       430-CHECK-PRIMARY-SHARES.
           IF BENE-POLICY-ON-FILE
               AND WS-PRIMARY-SHARE-TOTAL NOT = 100
               MOVE 4 TO WS-EX-CATEGORY
               MOVE WS-BREAK-BN-POLNUM TO WS-EX-ENTITY-ID
               MOVE SPACES TO WS-EX-SUB-KEY
               MOVE SPACES TO WS-EX-DESCRIPTION
               MOVE WS-PRIMARY-SHARE-TOTAL TO WS-EDIT-SHARE
               STRING "PRIMARY BENEFICIARY SHARES TOTAL "
                          DELIMITED BY SIZE
                      WS-EDIT-SHARE DELIMITED BY SIZE
                      " PCT" DELIMITED BY SIZE
                   INTO WS-EX-DESCRIPTION
               PERFORM 800-RECORD-EXCEPTION
           END-IF.

       500-AUDIT-AGENT-MASTER.
      * Every reports-to link must name an agent on the master. The
      * look-up of the reports-to agent moves the file position, so
      * the sweep picks up again just past the agent being checked.
           SET NOT-END-OF-AGENTS TO TRUE
           MOVE LOW-VALUES TO A-AGENT-ID
           START AGENT-MASTER-FILE KEY IS NOT LESS THAN A-AGENT-ID
               INVALID KEY
                   SET END-OF-AGENTS TO TRUE
           END-START
           IF NOT-END-OF-AGENTS
               PERFORM 510-READ-AGENT
           END-IF
           PERFORM UNTIL END-OF-AGENTS
               ADD 1 TO WS-AGENTS-READ
               IF A-REPORTS-TO-AGENT NOT = SPACES
                   PERFORM 520-CHECK-REPORTS-TO-AGENT
               END-IF
               PERFORM 510-READ-AGENT
           END-PERFORM.

       510-READ-AGENT.
           READ AGENT-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-AGENTS TO TRUE
           END-READ.

       520-CHECK-REPORTS-TO-AGENT.
           MOVE A-AGENT-ID TO WS-SAVE-AGENT-ID
           MOVE A-REPORTS-TO-AGENT TO WS-SAVE-REPORTS-TO
           MOVE A-REPORTS-TO-AGENT TO A-AGENT-ID
           READ AGENT-MASTER-FILE
               INVALID KEY
                   MOVE "23" TO AGENT-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO AGENT-FILE-STATUS
           END-READ
           IF AGENT-FILE-STATUS NOT = "00"
               MOVE 6 TO WS-EX-CATEGORY
               MOVE WS-SAVE-AGENT-ID TO WS-EX-ENTITY-ID
               MOVE SPACES TO WS-EX-SUB-KEY
               MOVE SPACES TO WS-EX-DESCRIPTION
               STRING "REPORTS-TO AGENT " DELIMITED BY SIZE
                      WS-SAVE-REPORTS-TO DELIMITED BY SPACE
                      " NOT ON AGTMSTR" DELIMITED BY SIZE
                   INTO WS-EX-DESCRIPTION
               PERFORM 800-RECORD-EXCEPTION
           END-IF

           MOVE WS-SAVE-AGENT-ID TO A-AGENT-ID
           START AGENT-MASTER-FILE KEY IS GREATER THAN A-AGENT-ID
               INVALID KEY
                   SET END-OF-AGENTS TO TRUE
           END-START.

       600-PRINT-EXCEPTIONS.
      * Sweep the exception file in category order. An exception not
      * found again tonight has been worked and is deleted as
      * resolved; every open one is listed under its category, the
      * ones first seen tonight flagged NEW.
           MOVE 0 TO WS-PRINT-CATEGORY
           SET NOT-END-OF-EXCEPTIONS TO TRUE
           MOVE LOW-VALUES TO AE-KEY
           START AUDIT-EXCEPTION-FILE KEY IS NOT LESS THAN AE-KEY
               INVALID KEY
                   SET END-OF-EXCEPTIONS TO TRUE
           END-START
           IF NOT-END-OF-EXCEPTIONS
               PERFORM 610-READ-EXCEPTION
           END-IF
           PERFORM UNTIL END-OF-EXCEPTIONS
               MOVE AE-CATEGORY TO WS-CAT-SUB
               IF AE-LAST-SEEN-DATE NOT = WS-RUN-DATE
                   DELETE AUDIT-EXCEPTION-FILE RECORD
                       INVALID KEY
                           MOVE "23" TO EXCEPTION-FILE-STATUS
                   END-DELETE
                   IF WS-CAT-SUB > 0 AND WS-CAT-SUB NOT > 9
                       ADD 1 TO WS-CC-RESOLVED (WS-CAT-SUB)
                   END-IF
                   ADD 1 TO WS-TOTAL-RESOLVED
               ELSE
                   IF AE-CATEGORY NOT = WS-PRINT-CATEGORY
                       PERFORM 620-PRINT-CATEGORY-HEADING
                   END-IF
                   PERFORM 630-PRINT-EXCEPTION-LINE
               END-IF
               PERFORM 610-READ-EXCEPTION
           END-PERFORM.

       610-READ-EXCEPTION.
           READ AUDIT-EXCEPTION-FILE NEXT RECORD
               AT END
                   SET END-OF-EXCEPTIONS TO TRUE
           END-READ.

       620-PRINT-CATEGORY-HEADING.
           MOVE AE-CATEGORY TO WS-PRINT-CATEGORY
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           IF WS-CAT-SUB > 0 AND WS-CAT-SUB NOT > 9
               MOVE WS-CATEGORY-NAME (WS-CAT-SUB) TO AUDIT-REPORT-LINE
           ELSE
               MOVE "UNKNOWN CATEGORY" TO AUDIT-REPORT-LINE
           END-IF
           WRITE AUDIT-REPORT-LINE.

       630-PRINT-EXCEPTION-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           IF AE-FIRST-SEEN-DATE = WS-RUN-DATE
               MOVE "NEW" TO WS-DL-NEW
           END-IF
           MOVE AE-ENTITY-ID TO WS-DL-ENTITY-ID
           MOVE AE-SUB-KEY TO WS-DL-SUB-KEY
           MOVE AE-DESCRIPTION TO WS-DL-DESCRIPTION
           MOVE AE-FIRST-SEEN-DATE TO WS-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-DL-FIRST-SEEN
           MOVE WS-DETAIL-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.

       700-PRINT-SUMMARY.
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "EXCEPTION COUNTS BY CATEGORY" TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE WS-SUMMARY-HEADING TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM 710-PRINT-CATEGORY-COUNTS
               VARYING WS-CAT-SUB FROM 1 BY 1 UNTIL WS-CAT-SUB > 9

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "ALL CATEGORIES" TO WS-SL-CAPTION
           MOVE WS-TOTAL-OPEN TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-SL-OPEN
           MOVE WS-TOTAL-NEW TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-SL-NEW
           MOVE WS-TOTAL-RESOLVED TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-SL-RESOLVED
           MOVE WS-SUMMARY-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE

           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "POLICIES READ:" TO WS-CL-CAPTION
           MOVE WS-POLICIES-READ TO WS-COUNT-DISPLAY
           PERFORM 720-PRINT-COUNT-LINE
           MOVE "RIDER ROWS READ:" TO WS-CL-CAPTION
           MOVE WS-RIDERS-READ TO WS-COUNT-DISPLAY
           PERFORM 720-PRINT-COUNT-LINE
           MOVE "BENEFICIARY ROWS READ:" TO WS-CL-CAPTION
           MOVE WS-BENEFICIARIES-READ TO WS-COUNT-DISPLAY
           PERFORM 720-PRINT-COUNT-LINE
           MOVE "AGENTS READ:" TO WS-CL-CAPTION
           MOVE WS-AGENTS-READ TO WS-COUNT-DISPLAY
           PERFORM 720-PRINT-COUNT-LINE

           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           IF WS-TOTAL-NEW > 0
               MOVE "*** NEW EXCEPTIONS SINCE THE PRIOR NIGHT ***"
                   TO WS-CLOSING-MESSAGE
           ELSE
               MOVE "NO NEW EXCEPTIONS SINCE THE PRIOR NIGHT"
                   TO WS-CLOSING-MESSAGE
           END-IF
           MOVE WS-CLOSING-MESSAGE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.

       710-PRINT-CATEGORY-COUNTS.
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE WS-CATEGORY-NAME (WS-CAT-SUB) TO WS-SL-CAPTION
           MOVE WS-CC-OPEN (WS-CAT-SUB) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-SL-OPEN
           MOVE WS-CC-NEW (WS-CAT-SUB) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-SL-NEW
           MOVE WS-CC-RESOLVED (WS-CAT-SUB) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-SL-RESOLVED
           MOVE WS-SUMMARY-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.

       720-PRINT-COUNT-LINE.
           MOVE WS-COUNT-DISPLAY TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.

       800-RECORD-EXCEPTION.
      * Carry an exception found again forward with tonight's date,
      * or add it as new. One first seen tonight stays new when the
      * step is rerun the same night.
           MOVE WS-EX-CATEGORY TO AE-CATEGORY
           MOVE WS-EX-ENTITY-ID TO AE-ENTITY-ID
           MOVE WS-EX-SUB-KEY TO AE-SUB-KEY
           READ AUDIT-EXCEPTION-FILE
               INVALID KEY
                   MOVE "23" TO EXCEPTION-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO EXCEPTION-FILE-STATUS
           END-READ

           IF EXCEPTION-FILE-STATUS = "00"
               MOVE WS-RUN-DATE TO AE-LAST-SEEN-DATE
               MOVE WS-EX-DESCRIPTION TO AE-DESCRIPTION
               REWRITE AUDIT-EXCEPTION-REC
                   INVALID KEY
                       MOVE "23" TO EXCEPTION-FILE-STATUS
               END-REWRITE
           ELSE
               MOVE SPACES TO AUDIT-EXCEPTION-REC
               MOVE WS-EX-CATEGORY TO AE-CATEGORY
               MOVE WS-EX-ENTITY-ID TO AE-ENTITY-ID
               MOVE WS-EX-SUB-KEY TO AE-SUB-KEY
               MOVE WS-RUN-DATE TO AE-FIRST-SEEN-DATE
               MOVE WS-RUN-DATE TO AE-LAST-SEEN-DATE
               MOVE WS-EX-DESCRIPTION TO AE-DESCRIPTION
               WRITE AUDIT-EXCEPTION-REC
                   INVALID KEY
                       MOVE "22" TO EXCEPTION-FILE-STATUS
               END-WRITE
           END-IF

           ADD 1 TO WS-CC-OPEN (WS-EX-CATEGORY)
           ADD 1 TO WS-TOTAL-OPEN
           IF AE-FIRST-SEEN-DATE = WS-RUN-DATE
               ADD 1 TO WS-CC-NEW (WS-EX-CATEGORY)
               ADD 1 TO WS-TOTAL-NEW
           END-IF.

       900-CLEANUP.
           CLOSE POL-MASTER-FILE
                 POL-INSURED-FILE
                 POL-BENEFIT-FILE
                 POL-BENEFICIARY-FILE
                 AGENT-MASTER-FILE
                 PLAN-RATE-FILE
                 POL-PAYMENT-FILE
                 POL-HISTORY-FILE
                 AUDIT-EXCEPTION-FILE
                 AUDIT-REPORT-FILE.
