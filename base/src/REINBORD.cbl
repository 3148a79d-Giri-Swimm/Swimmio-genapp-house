      ******************************************************************
      *                                                                *
      * Monthly Reinsurance Bordereau Program                          *
      *                                                                *
      * Reports the company's reinsurance cessions to the reinsurer    *
      * once a month and bills the month's ceded premium. A life is    *
      * ceded when the total daily benefit of every rider on every     *
      * active or claim-pending policy insuring it goes over the       *
      * treaty retention kept on the plan/rate master under the        *
      * reserved "RETN" code; the excess is ceded along with the same  *
      * share of the life's rider premium.                             *
      * Every change to a life's exposure - the online and batch       *
      * apply, the automatic lapse and the child rider age-out -       *
      * re-works its cession through CESADJ01 as it is made, so the    *
      * run first trues every cession up against the masters only as   *
      * a safety net for changes made outside those programs: the      *
      * policies are sorted by insured life, each life's exposure is   *
      * re-totalled, and its cession is opened, adjusted or            *
      * terminated to match. A cession whose life no longer carries    *
      * any exposure is terminated.                                    *
      * The bordereau file then gets one record for every active       *
      * cession and for every cession terminated since the last        *
      * bordereau, marked new, changed, terminated, or in force with   *
      * no change. Each active cession is billed a twelfth of its      *
      * annual ceded premium - stamped on the cession for the night's  *
      * general ledger feed - and a summary of the movements and the   *
      * ceded premium is printed for the reinsurance accountant.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINBORD.
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

           SELECT PLAN-RATE-FILE ASSIGN TO "PLANRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS RATE-FILE-STATUS.

           SELECT REINSURANCE-CESSION-FILE ASSIGN TO "REINCES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-LIFE-KEY
               FILE STATUS IS CESSION-FILE-STATUS.

           SELECT BORDEREAU-FILE ASSIGN TO "REINBDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BORDEREAU-FILE-STATUS.

           SELECT BORDEREAU-REPORT-FILE ASSIGN TO "REINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "RBSORT"
               FILE STATUS IS SORT-FILE-STATUS.

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

       FD  PLAN-RATE-FILE.
       01  PLAN-RATE-REC.
           COPY PLANRATE IN "COPYLIB".

       FD  REINSURANCE-CESSION-FILE.
       01  REINSURANCE-CESSION-REC.
           COPY REINCES IN "COPYLIB".

       FD  BORDEREAU-FILE.
       01  BORDEREAU-REC.
           COPY REINBDX IN "COPYLIB".

       FD  BORDEREAU-REPORT-FILE.
       01  BORDEREAU-REPORT-LINE         PIC X(110).

      * ONE SORT RECORD PER EXPOSED POLICY, CARRYING THE POLICY'S
      * DAILY BENEFIT AND RIDER PREMIUM, SORTED BY INSURED LIFE
       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-LIFE-KEY.
               10  SW-LAST-NAME          PIC X(20).
               10  SW-FIRST-NAME         PIC X(15).
               10  SW-BIRTH-DATE         PIC 9(8).
           05  SW-POLNUM                 PIC X(10).
           05  SW-DAILY-BENEFIT          PIC S9(9)V99 COMP-3.
           05  SW-RIDER-PREMIUM          PIC S9(9)V99 COMP-3.

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  MASTER-FILE-STATUS        PIC XX VALUE "00".
           05  INSURED-FILE-STATUS       PIC XX VALUE "00".
           05  BENEFIT-FILE-STATUS       PIC XX VALUE "00".
           05  RATE-FILE-STATUS          PIC XX VALUE "00".
           05  CESSION-FILE-STATUS       PIC XX VALUE "00".
           05  BORDEREAU-FILE-STATUS     PIC XX VALUE "00".
           05  REPORT-FILE-STATUS        PIC XX VALUE "00".
           05  SORT-FILE-STATUS          PIC XX VALUE "00".

       01  WS-EOF-SWITCHES.
           05  WS-MASTER-EOF-SW          PIC X VALUE "N".
               88  END-OF-POL-MASTER          VALUE "Y".
               88  NOT-END-OF-POL-MASTER      VALUE "N".
           05  WS-CESSION-EOF-SW         PIC X VALUE "N".
               88  END-OF-CESSIONS            VALUE "Y".
               88  NOT-END-OF-CESSIONS        VALUE "N".

       01  WS-FIRST-LIFE-SWITCH          PIC X VALUE "Y".
           88  FIRST-LIFE-ON-FILE             VALUE "Y".
           88  NOT-FIRST-LIFE-ON-FILE         VALUE "N".

       01  WS-RETENTION-SWITCH           PIC X VALUE "N".
           88  RETENTION-ON-FILE              VALUE "Y".
           88  NO-RETENTION-ON-FILE           VALUE "N".

       01  WS-RUN-DATE                   PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR               PIC 9(4).
           05  WS-RUN-MONTH              PIC 99.
           05  WS-RUN-DAY                PIC 99.

       01  WS-BIRTH-DATE                 PIC 9(8) VALUE 0.
       01  WS-BIRTH-DATE-PARTS REDEFINES WS-BIRTH-DATE.
           05  WS-BIRTH-YEAR             PIC 9(4).
           05  WS-BIRTH-MONTH            PIC 99.
           05  WS-BIRTH-DAY              PIC 99.

       01  WS-INSURED-AGE                PIC 9(3) VALUE 0.

      * PER-POLICY EXPOSURE PICKED UP OFF POL-BENEFIT - CHILD RIDERS
      * INSURE THE CHILD, NOT THIS LIFE, AND ARE LEFT OUT
       01  WS-POLICY-BENEFIT             PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-POLICY-PREMIUM             PIC S9(9)V99 COMP-3 VALUE +0.

      * ONE INSURED LIFE'S EXPOSURE, TOTALLED ACROSS ITS POLICIES
       01  WS-BREAK-LIFE-KEY.
           05  WS-BREAK-LAST-NAME        PIC X(20) VALUE SPACES.
           05  WS-BREAK-FIRST-NAME       PIC X(15) VALUE SPACES.
           05  WS-BREAK-BIRTH-DATE       PIC 9(8) VALUE 0.
       01  WS-LIFE-LEAD-POLNUM           PIC X(10) VALUE SPACES.
       01  WS-LIFE-POLICY-COUNT          PIC 9(3) VALUE 0.
       01  WS-LIFE-TOTAL-BENEFIT         PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-LIFE-TOTAL-PREMIUM         PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-RETENTION-LIMIT            PIC S9(7)V99 COMP-3 VALUE +0.
       01  WS-CEDED-AMOUNT               PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-CEDED-PREMIUM              PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-MONTHLY-PREMIUM            PIC S9(7)V99 COMP-3 VALUE +0.

      * TRUE-UP COUNTS
       01  WS-POLICIES-READ              PIC 9(7) COMP VALUE 0.
       01  WS-LIVES-EXPOSED              PIC 9(7) COMP VALUE 0.
       01  WS-LIVES-NO-RETENTION         PIC 9(7) COMP VALUE 0.
       01  WS-TRUEUP-OPENED              PIC 9(7) COMP VALUE 0.
       01  WS-TRUEUP-ADJUSTED            PIC 9(7) COMP VALUE 0.
       01  WS-TRUEUP-TERMINATED          PIC 9(7) COMP VALUE 0.

      * BORDEREAU COUNTS AND TOTALS
       01  WS-BORDEREAU-RECORDS          PIC 9(7) COMP VALUE 0.
       01  WS-NEW-COUNT                  PIC 9(7) COMP VALUE 0.
       01  WS-NEW-CEDED-AMOUNT           PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-CHANGED-COUNT              PIC 9(7) COMP VALUE 0.
       01  WS-CHANGED-CEDED-AMOUNT       PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-TERMINATED-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-UNCHANGED-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-ACTIVE-COUNT               PIC 9(7) COMP VALUE 0.
       01  WS-ACTIVE-CEDED-AMOUNT        PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-ANNUAL-CEDED-PREMIUM       PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-MONTHLY-CEDED-PREMIUM      PIC S9(11)V99 COMP-3 VALUE +0.

       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DATE-DISPLAY               PIC 99/99/9999.

       01  WS-REPORT-TITLE.
           05  FILLER                    PIC X(25) VALUE SPACES.
           05  FILLER                    PIC X(45) VALUE
               "MONTHLY REINSURANCE BORDEREAU SUMMARY".

       01  WS-REPORT-SUBTITLE.
           05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
           05  WS-SUB-DATE               PIC 99/99/9999.

       01  WS-COLUMN-HEADING-1.
           05  FILLER                    PIC X(5)  VALUE "MVMT".
           05  FILLER                    PIC X(38) VALUE
               "INSURED".
           05  FILLER                    PIC X(12) VALUE "LEAD POLICY".
           05  FILLER                    PIC X(18) VALUE
               "    DAILY BENEFIT".
           05  FILLER                    PIC X(18) VALUE
               "     CEDED AMOUNT".
           05  FILLER                    PIC X(18) VALUE
               "  MONTHLY PREMIUM".

       01  WS-DETAIL-LINE.
           05  WS-DL-MOVEMENT            PIC X(5)  VALUE SPACES.
           05  WS-DL-INSURED             PIC X(38) VALUE SPACES.
           05  WS-DL-LEAD-POLNUM         PIC X(12) VALUE SPACES.
           05  WS-DL-BENEFIT             PIC X(18) VALUE SPACES.
           05  WS-DL-CEDED-AMOUNT        PIC X(18) VALUE SPACES.
           05  WS-DL-PREMIUM             PIC X(18) VALUE SPACES.

       01  WS-SECTION-HEADING            PIC X(50) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION             PIC X(36) VALUE SPACES.
           05  WS-SL-COUNT               PIC X(10) VALUE SPACES.
           05  WS-SL-AMOUNT              PIC X(20) VALUE SPACES.

      * NIGHT-STREAM RUN CONTROL CALL AREA
       01  RUN-CONTROL-AREA.
           COPY RUNCTLA IN "COPYLIB".

       PROCEDURE DIVISION.

       000-MAIN-CONTROL.
           PERFORM 050-REGISTER-RUN-START
           PERFORM 100-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-LIFE-KEY SW-POLNUM
               INPUT PROCEDURE IS 200-BUILD-LIFE-RECORDS
               OUTPUT PROCEDURE IS 300-TRUE-UP-CESSIONS
           PERFORM 400-WRITE-BORDEREAU
           PERFORM 500-PRINT-SUMMARY
           PERFORM 900-CLEANUP
           PERFORM 950-REGISTER-RUN-END
           STOP RUN.

       050-REGISTER-RUN-START.
      * Register this step on the run control file so the operator's
      * status report shows it for the month-end run.
           MOVE "ST" TO RCA-REQUEST
           MOVE SPACES TO RCA-RUN-ID
           MOVE 0 TO RCA-RUN-DATE
           MOVE "REINBORD" TO RCA-PROGRAM
           MOVE SPACES TO RCA-PREDECESSOR
           MOVE 0 TO RCA-RECORD-COUNT
           CALL "RUNCTL01" USING RUN-CONTROL-AREA
           IF RCA-RETURN-STATUS = "NG"
               DISPLAY "REINBORD NOT STARTED - PREDECESSOR "
                   RCA-PREDECESSOR " NOT COMPLETE FOR THIS RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       950-REGISTER-RUN-END.
           MOVE "EN" TO RCA-REQUEST
           MOVE WS-BORDEREAU-RECORDS TO RCA-RECORD-COUNT
           CALL "RUNCTL01" USING RUN-CONTROL-AREA.

       100-INITIALIZE.
      * The run date comes from the run-control start call - the
      * billing date stamped on each cession must be the date the
      * night's general ledger feed books under, or the ceded
      * premium would never be journaled.
           MOVE RCA-RUN-DATE TO WS-RUN-DATE
           OPEN INPUT  POL-MASTER-FILE
                       POL-INSURED-FILE
                       POL-BENEFIT-FILE
                       PLAN-RATE-FILE
           OPEN I-O    REINSURANCE-CESSION-FILE
           OPEN OUTPUT BORDEREAU-FILE
                       BORDEREAU-REPORT-FILE
           PERFORM 110-PRINT-HEADINGS.

       110-PRINT-HEADINGS.
           MOVE WS-REPORT-TITLE TO BORDEREAU-REPORT-LINE
           WRITE BORDEREAU-REPORT-LINE
           MOVE WS-RUN-DATE TO WS-SUB-DATE
           MOVE WS-REPORT-SUBTITLE TO BORDEREAU-REPORT-LINE
           WRITE BORDEREAU-REPORT-LINE
           MOVE SPACES TO BORDEREAU-REPORT-LINE
           WRITE BORDEREAU-REPORT-LINE
           MOVE WS-COLUMN-HEADING-1 TO BORDEREAU-REPORT-LINE
           WRITE BORDEREAU-REPORT-LINE.

       200-BUILD-LIFE-RECORDS.
      * Sweep POL-MASTER and release one sort record for every
      * active or claim-pending policy - a pending death claim stays
      * ceded until it is settled so the reinsurer's share can be
      * recovered. Lapsed, cancelled and settled policies carry no
      * exposure.
           SET NOT-END-OF-POL-MASTER TO TRUE
           PERFORM 210-READ-POLICY-MASTER
           PERFORM UNTIL END-OF-POL-MASTER
               ADD 1 TO WS-POLICIES-READ
               IF PM-POLICY-ACTIVE OR PM-POLICY-CLAIM-PENDING
                   PERFORM 220-RELEASE-POLICY-EXPOSURE
               END-IF
               PERFORM 210-READ-POLICY-MASTER
           END-PERFORM.

       210-READ-POLICY-MASTER.
           READ POL-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-POL-MASTER TO TRUE
           END-READ.

       220-RELEASE-POLICY-EXPOSURE.
      * A policy with no insured row cannot be tied to a life and is
      * left out.
           MOVE PM-POLNUM TO PI-POLNUM
           READ POL-INSURED-FILE
               INVALID KEY
                   MOVE "23" TO INSURED-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO INSURED-FILE-STATUS
           END-READ

           IF INSURED-FILE-STATUS = "00"
               PERFORM 230-TOTAL-POLICY-RIDERS
               IF WS-POLICY-BENEFIT > 0
                   MOVE PI-LAST-NAME TO SW-LAST-NAME
                   MOVE PI-FIRST-NAME TO SW-FIRST-NAME
                   MOVE PI-BIRTH-DATE TO SW-BIRTH-DATE
                   MOVE PM-POLNUM TO SW-POLNUM
                   MOVE WS-POLICY-BENEFIT TO SW-DAILY-BENEFIT
                   MOVE WS-POLICY-PREMIUM TO SW-RIDER-PREMIUM
                   RELEASE SORT-WORK-REC
               END-IF
           END-IF.

       230-TOTAL-POLICY-RIDERS.
           MOVE 0 TO WS-POLICY-BENEFIT
           MOVE 0 TO WS-POLICY-PREMIUM
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
                       IF PB-RECORD-TYPE NOT = "CH"
                           ADD PB-DAILY-BENEFIT TO WS-POLICY-BENEFIT
                           ADD PB-RIDER-PREMIUM TO WS-POLICY-PREMIUM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       300-TRUE-UP-CESSIONS.
      * Control-break the sorted policies by insured life, totalling
      * each life's exposure and truing its cession up on the break.
           SET FIRST-LIFE-ON-FILE TO TRUE
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "10" TO SORT-FILE-STATUS
           END-RETURN
           PERFORM UNTIL SORT-FILE-STATUS = "10"
               IF FIRST-LIFE-ON-FILE
                   PERFORM 310-START-LIFE
                   SET NOT-FIRST-LIFE-ON-FILE TO TRUE
               END-IF
               IF SW-LIFE-KEY NOT = WS-BREAK-LIFE-KEY
                   PERFORM 320-APPLY-LIFE-CESSION
                   PERFORM 310-START-LIFE
               END-IF
               ADD 1 TO WS-LIFE-POLICY-COUNT
               IF WS-LIFE-LEAD-POLNUM = SPACES
                   MOVE SW-POLNUM TO WS-LIFE-LEAD-POLNUM
               END-IF
               ADD SW-DAILY-BENEFIT TO WS-LIFE-TOTAL-BENEFIT
               ADD SW-RIDER-PREMIUM TO WS-LIFE-TOTAL-PREMIUM
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "10" TO SORT-FILE-STATUS
               END-RETURN
           END-PERFORM
           IF NOT-FIRST-LIFE-ON-FILE
               PERFORM 320-APPLY-LIFE-CESSION
           END-IF.

       310-START-LIFE.
           MOVE SW-LIFE-KEY TO WS-BREAK-LIFE-KEY
           MOVE SPACES TO WS-LIFE-LEAD-POLNUM
           MOVE 0 TO WS-LIFE-POLICY-COUNT
           MOVE 0 TO WS-LIFE-TOTAL-BENEFIT
           MOVE 0 TO WS-LIFE-TOTAL-PREMIUM.

       320-APPLY-LIFE-CESSION.
      * The excess of the life's daily benefit over retention is
      * ceded, with the same share of its rider premium - the same
      * rule CESADJ01 applies. A life with no retention row for
      * its age cannot be rated against the treaty and is counted;
      * a cession already on file for it is left as it stands.
           ADD 1 TO WS-LIVES-EXPOSED
           PERFORM 330-GET-RETENTION-LIMIT
           IF NO-RETENTION-ON-FILE
               ADD 1 TO WS-LIVES-NO-RETENTION
               PERFORM 345-KEEP-UNRATED-CESSION
           ELSE
               MOVE 0 TO WS-CEDED-AMOUNT
               MOVE 0 TO WS-CEDED-PREMIUM
               IF WS-LIFE-TOTAL-BENEFIT > WS-RETENTION-LIMIT
                   COMPUTE WS-CEDED-AMOUNT =
                       WS-LIFE-TOTAL-BENEFIT - WS-RETENTION-LIMIT
                   COMPUTE WS-CEDED-PREMIUM ROUNDED =
                       WS-LIFE-TOTAL-PREMIUM * WS-CEDED-AMOUNT
                           / WS-LIFE-TOTAL-BENEFIT
               END-IF
               PERFORM 340-TRUE-UP-ONE-CESSION
           END-IF.

       330-GET-RETENTION-LIMIT.
      * Browse the "RETN" bands from the lowest and take the one
      * covering the insured's attained age on the run date.
           SET NO-RETENTION-ON-FILE TO TRUE
           MOVE 0 TO WS-RETENTION-LIMIT
           MOVE WS-BREAK-BIRTH-DATE TO WS-BIRTH-DATE
           COMPUTE WS-INSURED-AGE = WS-RUN-YEAR - WS-BIRTH-YEAR
           IF WS-RUN-MONTH < WS-BIRTH-MONTH
               OR (WS-RUN-MONTH = WS-BIRTH-MONTH
                   AND WS-RUN-DAY < WS-BIRTH-DAY)
               SUBTRACT 1 FROM WS-INSURED-AGE
           END-IF

           MOVE "RETN" TO PR-RIDER-CODE
           MOVE 0 TO PR-AGE-LOW
           START PLAN-RATE-FILE KEY IS NOT LESS THAN PR-KEY
               INVALID KEY
                   MOVE "23" TO RATE-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO RATE-FILE-STATUS
           END-START

           PERFORM UNTIL RATE-FILE-STATUS NOT = "00"
                   OR RETENTION-ON-FILE
               READ PLAN-RATE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO RATE-FILE-STATUS
               END-READ
               IF RATE-FILE-STATUS = "00"
                   IF PR-RIDER-CODE NOT = "RETN"
                       MOVE "10" TO RATE-FILE-STATUS
                   ELSE
                       IF WS-INSURED-AGE NOT < PR-AGE-LOW
                           AND WS-INSURED-AGE NOT > PR-AGE-HIGH
                           SET RETENTION-ON-FILE TO TRUE
                           MOVE PR-MAX-DAILY-BENEFIT
                               TO WS-RETENTION-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       340-TRUE-UP-ONE-CESSION.
      * Open a cession CESADJ01 missed, adjust one whose figures
      * have drifted, and terminate one the life has fallen back
      * within retention on. Every cession looked at is stamped
      * verified so the sweep that follows can tell which cessions
      * no longer have any exposure behind them.
           MOVE WS-BREAK-LIFE-KEY TO CS-LIFE-KEY
           READ REINSURANCE-CESSION-FILE
               INVALID KEY
                   MOVE "23" TO CESSION-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO CESSION-FILE-STATUS
           END-READ

           EVALUATE TRUE
               WHEN CESSION-FILE-STATUS NOT = "00"
                   IF WS-CEDED-AMOUNT > 0
                       MOVE SPACES TO REINSURANCE-CESSION-REC
                       MOVE WS-BREAK-LIFE-KEY TO CS-LIFE-KEY
                       MOVE 0 TO CS-BILLED-DATE
                       MOVE 0 TO CS-BILLED-PREMIUM
                       MOVE 0 TO CS-PRIOR-BILLED-DATE
                       PERFORM 350-OPEN-CESSION
                       WRITE REINSURANCE-CESSION-REC
                           INVALID KEY
                               MOVE "22" TO CESSION-FILE-STATUS
                       END-WRITE
                       ADD 1 TO WS-TRUEUP-OPENED
                   END-IF
               WHEN CS-CESSION-ACTIVE
                   AND WS-CEDED-AMOUNT = 0
                   PERFORM 360-SET-CESSION-AMOUNTS
                   MOVE "T" TO CS-CESSION-STATUS
                   MOVE WS-RUN-DATE TO CS-TERMINATION-DATE
                   PERFORM 370-REWRITE-CESSION
                   ADD 1 TO WS-TRUEUP-TERMINATED
               WHEN CS-CESSION-ACTIVE
                   IF CS-CEDED-AMOUNT NOT = WS-CEDED-AMOUNT
                       OR CS-CEDED-PREMIUM NOT = WS-CEDED-PREMIUM
                       OR CS-POLICY-COUNT NOT = WS-LIFE-POLICY-COUNT
                       OR CS-RETENTION-LIMIT NOT = WS-RETENTION-LIMIT
                       PERFORM 360-SET-CESSION-AMOUNTS
                       ADD 1 TO WS-TRUEUP-ADJUSTED
                   ELSE
                       MOVE WS-RUN-DATE TO CS-VERIFIED-DATE
                   END-IF
                   PERFORM 370-REWRITE-CESSION
               WHEN WS-CEDED-AMOUNT > 0
                   PERFORM 350-OPEN-CESSION
                   PERFORM 370-REWRITE-CESSION
                   ADD 1 TO WS-TRUEUP-OPENED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       345-KEEP-UNRATED-CESSION.
      * The life still carries exposure, so an active cession on it
      * is stamped verified to keep the sweep from terminating it.
           MOVE WS-BREAK-LIFE-KEY TO CS-LIFE-KEY
           READ REINSURANCE-CESSION-FILE
               INVALID KEY
                   MOVE "23" TO CESSION-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO CESSION-FILE-STATUS
           END-READ
           IF CESSION-FILE-STATUS = "00"
               AND CS-CESSION-ACTIVE
               MOVE WS-RUN-DATE TO CS-VERIFIED-DATE
               PERFORM 370-REWRITE-CESSION
           END-IF.

       350-OPEN-CESSION.
           PERFORM 360-SET-CESSION-AMOUNTS
           MOVE "A" TO CS-CESSION-STATUS
           MOVE WS-RUN-DATE TO CS-CESSION-DATE
           MOVE 0 TO CS-TERMINATION-DATE.

       360-SET-CESSION-AMOUNTS.
           MOVE WS-LIFE-LEAD-POLNUM TO CS-LEAD-POLNUM
           MOVE WS-LIFE-POLICY-COUNT TO CS-POLICY-COUNT
           MOVE WS-LIFE-TOTAL-BENEFIT TO CS-TOTAL-DAILY-BENEFIT
           MOVE WS-RETENTION-LIMIT TO CS-RETENTION-LIMIT
           MOVE WS-CEDED-AMOUNT TO CS-CEDED-AMOUNT
           MOVE WS-LIFE-TOTAL-PREMIUM TO CS-TOTAL-RIDER-PREMIUM
           MOVE WS-CEDED-PREMIUM TO CS-CEDED-PREMIUM
           MOVE WS-RUN-DATE TO CS-LAST-CHANGE-DATE
           MOVE "REINBORD" TO CS-LAST-CHANGE-USER
           MOVE WS-RUN-DATE TO CS-VERIFIED-DATE.

       370-REWRITE-CESSION.
           REWRITE REINSURANCE-CESSION-REC
               INVALID KEY
                   MOVE "23" TO CESSION-FILE-STATUS
           END-REWRITE.

       400-WRITE-BORDEREAU.
      * Sweep the cession file from the top. An active cession the
      * true-up did not verify has no exposure left behind it - its
      * policies went out of force or lost their riders outside the
      * programs that call CESADJ01 - and is terminated here. Then
      * every active cession, and every one terminated since the
      * last bordereau, goes on the bordereau and is billed.
           SET NOT-END-OF-CESSIONS TO TRUE
           MOVE LOW-VALUES TO CS-LIFE-KEY
           START REINSURANCE-CESSION-FILE
               KEY IS NOT LESS THAN CS-LIFE-KEY
               INVALID KEY
                   SET END-OF-CESSIONS TO TRUE
           END-START
           IF NOT-END-OF-CESSIONS
               PERFORM 410-READ-CESSION
           END-IF
           PERFORM UNTIL END-OF-CESSIONS
               IF CS-CESSION-ACTIVE
                   AND CS-VERIFIED-DATE NOT = WS-RUN-DATE
                   PERFORM 420-TERMINATE-UNEXPOSED-CESSION
               END-IF
               IF CS-BILLED-DATE NOT = WS-RUN-DATE
                   MOVE CS-BILLED-DATE TO CS-PRIOR-BILLED-DATE
               END-IF
               IF CS-CESSION-ACTIVE
                   OR CS-TERMINATION-DATE > CS-PRIOR-BILLED-DATE
                   PERFORM 430-BILL-ONE-CESSION
               END-IF
               PERFORM 410-READ-CESSION
           END-PERFORM.

       410-READ-CESSION.
           READ REINSURANCE-CESSION-FILE NEXT RECORD
               AT END
                   SET END-OF-CESSIONS TO TRUE
           END-READ.

       420-TERMINATE-UNEXPOSED-CESSION.
           MOVE 0 TO WS-CEDED-AMOUNT
           MOVE 0 TO WS-CEDED-PREMIUM
           MOVE 0 TO CS-POLICY-COUNT
           MOVE 0 TO CS-TOTAL-DAILY-BENEFIT
           MOVE 0 TO CS-TOTAL-RIDER-PREMIUM
           MOVE 0 TO CS-CEDED-AMOUNT
           MOVE 0 TO CS-CEDED-PREMIUM
           MOVE "T" TO CS-CESSION-STATUS
           MOVE WS-RUN-DATE TO CS-TERMINATION-DATE
           MOVE WS-RUN-DATE TO CS-LAST-CHANGE-DATE
           MOVE "REINBORD" TO CS-LAST-CHANGE-USER
           MOVE WS-RUN-DATE TO CS-VERIFIED-DATE
           ADD 1 TO WS-TRUEUP-TERMINATED.

       430-BILL-ONE-CESSION.
      * The movement is measured from the prior bordereau: opened
      * since then is new, terminated since then is terminated,
      * otherwise changed since then is changed. An active cession
      * is billed a twelfth of its annual ceded premium; a
      * terminated one is reported with nothing billed.
           MOVE SPACES TO BORDEREAU-REC
           EVALUATE TRUE
               WHEN CS-CESSION-TERMINATED
                   MOVE "T" TO BX-MOVEMENT-CODE
                   MOVE 0 TO WS-MONTHLY-PREMIUM
                   ADD 1 TO WS-TERMINATED-COUNT
               WHEN CS-CESSION-DATE > CS-PRIOR-BILLED-DATE
                   MOVE "N" TO BX-MOVEMENT-CODE
                   ADD 1 TO WS-NEW-COUNT
                   ADD CS-CEDED-AMOUNT TO WS-NEW-CEDED-AMOUNT
               WHEN CS-LAST-CHANGE-DATE > CS-PRIOR-BILLED-DATE
                   MOVE "C" TO BX-MOVEMENT-CODE
                   ADD 1 TO WS-CHANGED-COUNT
                   ADD CS-CEDED-AMOUNT TO WS-CHANGED-CEDED-AMOUNT
               WHEN OTHER
                   MOVE SPACE TO BX-MOVEMENT-CODE
                   ADD 1 TO WS-UNCHANGED-COUNT
           END-EVALUATE

           IF CS-CESSION-ACTIVE
               COMPUTE WS-MONTHLY-PREMIUM ROUNDED =
                   CS-CEDED-PREMIUM / 12
               ADD 1 TO WS-ACTIVE-COUNT
               ADD CS-CEDED-AMOUNT TO WS-ACTIVE-CEDED-AMOUNT
               ADD CS-CEDED-PREMIUM TO WS-ANNUAL-CEDED-PREMIUM
               ADD WS-MONTHLY-PREMIUM TO WS-MONTHLY-CEDED-PREMIUM
           END-IF

           MOVE WS-RUN-DATE TO BX-BORDEREAU-DATE
           MOVE CS-LAST-NAME TO BX-LAST-NAME
           MOVE CS-FIRST-NAME TO BX-FIRST-NAME
           MOVE CS-BIRTH-DATE TO BX-BIRTH-DATE
           MOVE CS-LEAD-POLNUM TO BX-LEAD-POLNUM
           MOVE CS-POLICY-COUNT TO BX-POLICY-COUNT
           MOVE CS-TOTAL-DAILY-BENEFIT TO BX-TOTAL-DAILY-BENEFIT
           MOVE CS-RETENTION-LIMIT TO BX-RETENTION-LIMIT
           MOVE CS-CEDED-AMOUNT TO BX-CEDED-AMOUNT
           MOVE CS-CEDED-PREMIUM TO BX-CEDED-ANNUAL-PREMIUM
           MOVE WS-MONTHLY-PREMIUM TO BX-CEDED-MONTHLY-PREMIUM
           MOVE CS-CESSION-DATE TO BX-CESSION-DATE
           MOVE CS-TERMINATION-DATE TO BX-TERMINATION-DATE
           WRITE BORDEREAU-REC
           ADD 1 TO WS-BORDEREAU-RECORDS

           IF NOT BX-IN-FORCE-NO-CHANGE
               PERFORM 440-PRINT-MOVEMENT-LINE
           END-IF

           MOVE WS-RUN-DATE TO CS-BILLED-DATE
           MOVE WS-MONTHLY-PREMIUM TO CS-BILLED-PREMIUM
           PERFORM 370-REWRITE-CESSION.

       440-PRINT-MOVEMENT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           EVALUATE TRUE
               WHEN BX-NEW-CESSION
                   MOVE "NEW" TO WS-DL-MOVEMENT
               WHEN BX-CHANGED-CESSION
                   MOVE "CHG" TO WS-DL-MOVEMENT
               WHEN BX-TERMINATED-CESSION
                   MOVE "TERM" TO WS-DL-MOVEMENT
           END-EVALUATE
           STRING CS-LAST-NAME DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  CS-FIRST-NAME DELIMITED BY "  "
               INTO WS-DL-INSURED
           MOVE CS-LEAD-POLNUM TO WS-DL-LEAD-POLNUM
           MOVE CS-TOTAL-DAILY-BENEFIT TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO WS-DL-BENEFIT
           MOVE CS-CEDED-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO WS-DL-CEDED-AMOUNT
           MOVE WS-MONTHLY-PREMIUM TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO WS-DL-PREMIUM
           MOVE WS-DETAIL-LINE TO BORDEREAU-REPORT-LINE
           WRITE BORDEREAU-REPORT-LINE.

       500-PRINT-SUMMARY.
           MOVE "CESSION MOVEMENT FOR THE PERIOD" TO WS-SECTION-HEADING
           PERFORM 510-PRINT-SECTION-HEADING

           MOVE "NEW CESSIONS:" TO WS-SL-CAPTION
           MOVE WS-NEW-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-NEW-CEDED-AMOUNT TO WS-AMOUNT-DISPLAY
           PERFORM 520-PRINT-SUMMARY-LINE

           MOVE "CHANGED CESSIONS:" TO WS-SL-CAPTION
           MOVE WS-CHANGED-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-CHANGED-CEDED-AMOUNT TO WS-AMOUNT-DISPLAY
           PERFORM 520-PRINT-SUMMARY-LINE

           MOVE "TERMINATED CESSIONS:" TO WS-SL-CAPTION
           MOVE WS-TERMINATED-COUNT TO WS-COUNT-DISPLAY
           MOVE 0 TO WS-AMOUNT-DISPLAY
           PERFORM 520-PRINT-SUMMARY-LINE

           MOVE "IN FORCE - NO CHANGE:" TO WS-SL-CAPTION
           MOVE WS-UNCHANGED-COUNT TO WS-COUNT-DISPLAY
           MOVE 0 TO WS-AMOUNT-DISPLAY
           PERFORM 520-PRINT-SUMMARY-LINE

           MOVE "CEDED BUSINESS IN FORCE" TO WS-SECTION-HEADING
           PERFORM 510-PRINT-SECTION-HEADING

           MOVE "ACTIVE CESSIONS / CEDED AMOUNT:" TO WS-SL-CAPTION
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-ACTIVE-CEDED-AMOUNT TO WS-AMOUNT-DISPLAY
           PERFORM 520-PRINT-SUMMARY-LINE

           MOVE "ANNUAL CEDED PREMIUM:" TO WS-SL-CAPTION
           MOVE 0 TO WS-COUNT-DISPLAY
           MOVE WS-ANNUAL-CEDED-PREMIUM TO WS-AMOUNT-DISPLAY
           PERFORM 520-PRINT-SUMMARY-LINE

           MOVE "CEDED PREMIUM BILLED THIS MONTH:" TO WS-SL-CAPTION
           MOVE 0 TO WS-COUNT-DISPLAY
           MOVE WS-MONTHLY-CEDED-PREMIUM TO WS-AMOUNT-DISPLAY
           PERFORM 520-PRINT-SUMMARY-LINE

           MOVE "TRUE-UP AGAINST THE MASTERS" TO WS-SECTION-HEADING
           PERFORM 510-PRINT-SECTION-HEADING

           MOVE "POLICIES READ:" TO WS-SL-CAPTION
           MOVE WS-POLICIES-READ TO WS-COUNT-DISPLAY
           PERFORM 530-PRINT-COUNT-LINE

           MOVE "INSURED LIVES WITH EXPOSURE:" TO WS-SL-CAPTION
           MOVE WS-LIVES-EXPOSED TO WS-COUNT-DISPLAY
           PERFORM 530-PRINT-COUNT-LINE

           MOVE "LIVES WITH NO RETENTION ROW:" TO WS-SL-CAPTION
           MOVE WS-LIVES-NO-RETENTION TO WS-COUNT-DISPLAY
           PERFORM 530-PRINT-COUNT-LINE

           MOVE "CESSIONS OPENED BY TRUE-UP:" TO WS-SL-CAPTION
           MOVE WS-TRUEUP-OPENED TO WS-COUNT-DISPLAY
           PERFORM 530-PRINT-COUNT-LINE

           MOVE "CESSIONS ADJUSTED BY TRUE-UP:" TO WS-SL-CAPTION
           MOVE WS-TRUEUP-ADJUSTED TO WS-COUNT-DISPLAY
           PERFORM 530-PRINT-COUNT-LINE

           MOVE "CESSIONS TERMINATED BY TRUE-UP:" TO WS-SL-CAPTION
           MOVE WS-TRUEUP-TERMINATED TO WS-COUNT-DISPLAY
           PERFORM 530-PRINT-COUNT-LINE

           MOVE "BORDEREAU RECORDS WRITTEN:" TO WS-SL-CAPTION
           MOVE WS-BORDEREAU-RECORDS TO WS-COUNT-DISPLAY
           PERFORM 530-PRINT-COUNT-LINE.

       510-PRINT-SECTION-HEADING.
           MOVE SPACES TO BORDEREAU-REPORT-LINE
           WRITE BORDEREAU-REPORT-LINE
           MOVE WS-SECTION-HEADING TO BORDEREAU-REPORT-LINE
           WRITE BORDEREAU-REPORT-LINE.

       520-PRINT-SUMMARY-LINE.
           MOVE WS-COUNT-DISPLAY TO WS-SL-COUNT
           MOVE WS-AMOUNT-DISPLAY TO WS-SL-AMOUNT
           MOVE WS-SUMMARY-LINE TO BORDEREAU-REPORT-LINE
           WRITE BORDEREAU-REPORT-LINE.

       530-PRINT-COUNT-LINE.
           MOVE WS-COUNT-DISPLAY TO WS-SL-COUNT
           MOVE SPACES TO WS-SL-AMOUNT
           MOVE WS-SUMMARY-LINE TO BORDEREAU-REPORT-LINE
           WRITE BORDEREAU-REPORT-LINE.

       900-CLEANUP.
           CLOSE POL-MASTER-FILE
                 POL-INSURED-FILE
                 POL-BENEFIT-FILE
                 PLAN-RATE-FILE
                 REINSURANCE-CESSION-FILE
                 BORDEREAU-FILE
                 BORDEREAU-REPORT-FILE.
