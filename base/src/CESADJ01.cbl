      ******************************************************************
      *                                                                *
      * Reinsurance Cession Adjust Subprogram                          *
      *                                                                *
      * Called by every program that changes an insured life's         *
      * exposure - the online and batch apply in SAMPLES, the automatic*
      * lapse in DELQLAPS and the child rider age-out in RIDERAGE -    *
      * once the change is on the masters, with the policy it changed. *
      * The life is the insured's last name, first name and birth date *
      * off POL-INSURED; its daily benefit and rider premium are       *
      * totalled over every rider on every active or claim-pending     *
      * policy insuring it, child riders left out, and the treaty      *
      * retention is the maximum daily benefit of the reserved "RETN"  *
      * plan/rate row for the insured's attained age. The excess over  *
      * retention is ceded with the same share of the rider premium:   *
      * a life going over retention opens (or reopens) its cession on  *
      * REINCES, one already ceded is adjusted when its figures have   *
      * moved, and one falling back within retention is terminated -   *
      * kept on file so the reinsurer sees the termination on the next *
      * bordereau. With no "RETN" row there is no treaty to cede to    *
      * and nothing is done. The files are opened and closed on every  *
      * call, the way RUNCTL01 handles the run control file, so the    *
      * masters are read as the caller has just left them and none of  *
      * the caller's record buffers are disturbed. The monthly         *
      * bordereau (REINBORD) still trues every cession up against the  *
      * masters as a safety net.                                       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CESADJ01.
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

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  MASTER-FILE-STATUS        PIC XX VALUE "00".
           05  INSURED-FILE-STATUS       PIC XX VALUE "00".
           05  BENEFIT-FILE-STATUS       PIC XX VALUE "00".
           05  RATE-FILE-STATUS          PIC XX VALUE "00".
           05  CESSION-FILE-STATUS       PIC XX VALUE "00".

       01  WS-RETENTION-SWITCH           PIC X VALUE "N".
           88  RETENTION-ON-FILE              VALUE "Y".
           88  NO-RETENTION-ON-FILE           VALUE "N".

       01  WS-CHANGE-DATE                PIC 9(8) VALUE 0.
       01  WS-CHANGE-DATE-PARTS REDEFINES WS-CHANGE-DATE.
           05  WS-CHANGE-YEAR            PIC 9(4).
           05  WS-CHANGE-MONTH           PIC 99.
           05  WS-CHANGE-DAY             PIC 99.

       01  WS-BIRTH-DATE                 PIC 9(8) VALUE 0.
       01  WS-BIRTH-DATE-PARTS REDEFINES WS-BIRTH-DATE.
           05  WS-BIRTH-YEAR             PIC 9(4).
           05  WS-BIRTH-MONTH            PIC 99.
           05  WS-BIRTH-DAY              PIC 99.

       01  WS-INSURED-AGE                PIC 9(3) VALUE 0.

      * THE INSURED LIFE THE CALLER'S POLICY INSURES, ITS DAILY
      * BENEFIT AND RIDER PREMIUM TOTALLED OVER EVERY ACTIVE OR
      * CLAIM-PENDING POLICY ON THE LIFE, AND THE TREATY RETENTION
       01  WS-CESSION-LIFE.
           05  WS-CS-LAST-NAME           PIC X(20) VALUE SPACES.
           05  WS-CS-FIRST-NAME          PIC X(15) VALUE SPACES.
           05  WS-CS-BIRTH-DATE          PIC 9(8) VALUE 0.
       01  WS-CS-LEAD-POLNUM             PIC X(10) VALUE SPACES.
       01  WS-CS-POLICY-COUNT            PIC 9(3) VALUE 0.
       01  WS-CS-TOTAL-BENEFIT           PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-CS-TOTAL-PREMIUM           PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-CS-RETENTION               PIC S9(7)V99 COMP-3 VALUE +0.
       01  WS-CS-CEDED-AMOUNT            PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-CS-CEDED-PREMIUM           PIC S9(9)V99 COMP-3 VALUE +0.

       LINKAGE SECTION.

       01  CESSION-ADJUST-AREA.
           COPY CESADJA IN "COPYLIB".

       PROCEDURE DIVISION USING CESSION-ADJUST-AREA.

       000-MAIN-CONTROL.
           MOVE "OK" TO CSA-RETURN-STATUS
           MOVE CSA-CHANGE-DATE TO WS-CHANGE-DATE
           OPEN INPUT POL-MASTER-FILE
                      POL-INSURED-FILE
                      POL-BENEFIT-FILE
                      PLAN-RATE-FILE
           OPEN I-O   REINSURANCE-CESSION-FILE
           PERFORM 100-ADJUST-LIFE-CESSION
           CLOSE POL-MASTER-FILE
                 POL-INSURED-FILE
                 POL-BENEFIT-FILE
                 PLAN-RATE-FILE
                 REINSURANCE-CESSION-FILE
           GOBACK.

       100-ADJUST-LIFE-CESSION.
      * Find the life the caller's policy insures. A policy with no
      * insured row cannot be tied to a life, and a life with no
      * "RETN" retention row for its age cannot be rated against
      * the treaty - either way nothing is done and the monthly
      * true-up deals with it.
           MOVE CSA-POLNUM TO PI-POLNUM
           READ POL-INSURED-FILE
               INVALID KEY
                   MOVE "23" TO INSURED-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO INSURED-FILE-STATUS
           END-READ

           IF INSURED-FILE-STATUS NOT = "00"
               MOVE "NI" TO CSA-RETURN-STATUS
           ELSE
               MOVE PI-LAST-NAME TO WS-CS-LAST-NAME
               MOVE PI-FIRST-NAME TO WS-CS-FIRST-NAME
               MOVE PI-BIRTH-DATE TO WS-CS-BIRTH-DATE
               PERFORM 130-GET-RETENTION-LIMIT
               IF NO-RETENTION-ON-FILE
                   MOVE "NR" TO CSA-RETURN-STATUS
               ELSE
                   PERFORM 110-TOTAL-LIFE-EXPOSURE
                   PERFORM 140-APPLY-LIFE-CESSION
               END-IF
           END-IF.

       110-TOTAL-LIFE-EXPOSURE.
      * Browse POL-INSURED on the PI-LAST-NAME alternate key for
      * every policy insuring the same life - same last name, first
      * name and birth date - and total the daily benefit and rider
      * premium the life carries.
           MOVE SPACES TO WS-CS-LEAD-POLNUM
           MOVE 0 TO WS-CS-POLICY-COUNT
           MOVE 0 TO WS-CS-TOTAL-BENEFIT
           MOVE 0 TO WS-CS-TOTAL-PREMIUM
           MOVE WS-CS-LAST-NAME TO PI-LAST-NAME
           START POL-INSURED-FILE KEY IS EQUAL TO PI-LAST-NAME
               INVALID KEY
                   MOVE "23" TO INSURED-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO INSURED-FILE-STATUS
           END-START

           PERFORM UNTIL INSURED-FILE-STATUS NOT = "00"
               READ POL-INSURED-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO INSURED-FILE-STATUS
               END-READ
               IF INSURED-FILE-STATUS = "00"
                   IF PI-LAST-NAME NOT = WS-CS-LAST-NAME
                       MOVE "10" TO INSURED-FILE-STATUS
                   ELSE
                       IF PI-FIRST-NAME = WS-CS-FIRST-NAME
                           AND PI-BIRTH-DATE = WS-CS-BIRTH-DATE
                           PERFORM 120-ADD-POLICY-EXPOSURE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       120-ADD-POLICY-EXPOSURE.
      * Only an active or claim-pending policy carries exposure - a
      * pending death claim stays ceded until it is settled so the
      * reinsurer's share can be recovered. Child riders insure the
      * child, not this life, and are left out.
           MOVE PI-POLNUM TO PM-POLNUM
           READ POL-MASTER-FILE
               INVALID KEY
                   MOVE "23" TO MASTER-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO MASTER-FILE-STATUS
           END-READ

           IF MASTER-FILE-STATUS = "00"
               AND (PM-POLICY-ACTIVE OR PM-POLICY-CLAIM-PENDING)
               ADD 1 TO WS-CS-POLICY-COUNT
               IF WS-CS-LEAD-POLNUM = SPACES
                   OR PM-POLNUM < WS-CS-LEAD-POLNUM
                   MOVE PM-POLNUM TO WS-CS-LEAD-POLNUM
               END-IF
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
                               ADD PB-DAILY-BENEFIT
                                   TO WS-CS-TOTAL-BENEFIT
                               ADD PB-RIDER-PREMIUM
                                   TO WS-CS-TOTAL-PREMIUM
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       130-GET-RETENTION-LIMIT.
      * The treaty retention is kept on the plan/rate master under
      * the reserved code "RETN", banded by the insured's attained
      * age on the change date like every other row - its maximum
      * daily benefit is the most the company keeps on one life.
           SET NO-RETENTION-ON-FILE TO TRUE
           MOVE 0 TO WS-CS-RETENTION
           MOVE WS-CS-BIRTH-DATE TO WS-BIRTH-DATE
           COMPUTE WS-INSURED-AGE = WS-CHANGE-YEAR - WS-BIRTH-YEAR
           IF WS-CHANGE-MONTH < WS-BIRTH-MONTH
               OR (WS-CHANGE-MONTH = WS-BIRTH-MONTH
                   AND WS-CHANGE-DAY < WS-BIRTH-DAY)
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
                               TO WS-CS-RETENTION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       140-APPLY-LIFE-CESSION.
      * The excess of the life's daily benefit over retention is
      * ceded, with the same share of its rider premium. A life
      * going over retention opens (or reopens) its cession, one
      * already ceded is adjusted when its figures have moved, and
      * one falling back within retention is terminated. An active
      * cession whose figures have not moved is left as it stands,
      * so a change that leaves the life's exposure alone does not
      * show the cession as changed on the next bordereau.
           MOVE 0 TO WS-CS-CEDED-AMOUNT
           MOVE 0 TO WS-CS-CEDED-PREMIUM
           IF WS-CS-TOTAL-BENEFIT > WS-CS-RETENTION
               COMPUTE WS-CS-CEDED-AMOUNT =
                   WS-CS-TOTAL-BENEFIT - WS-CS-RETENTION
               COMPUTE WS-CS-CEDED-PREMIUM ROUNDED =
                   WS-CS-TOTAL-PREMIUM * WS-CS-CEDED-AMOUNT
                       / WS-CS-TOTAL-BENEFIT
           END-IF

           MOVE WS-CESSION-LIFE TO CS-LIFE-KEY
           READ REINSURANCE-CESSION-FILE
               INVALID KEY
                   MOVE "23" TO CESSION-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO CESSION-FILE-STATUS
           END-READ

           EVALUATE TRUE
               WHEN CESSION-FILE-STATUS NOT = "00"
                   IF WS-CS-CEDED-AMOUNT > 0
                       MOVE SPACES TO REINSURANCE-CESSION-REC
                       MOVE WS-CESSION-LIFE TO CS-LIFE-KEY
                       MOVE 0 TO CS-VERIFIED-DATE
                       MOVE 0 TO CS-BILLED-DATE
                       MOVE 0 TO CS-BILLED-PREMIUM
                       MOVE 0 TO CS-PRIOR-BILLED-DATE
                       PERFORM 150-OPEN-CESSION
                       WRITE REINSURANCE-CESSION-REC
                           INVALID KEY
                               MOVE "ER" TO CSA-RETURN-STATUS
                       END-WRITE
                   END-IF
               WHEN CS-CESSION-ACTIVE
                   AND WS-CS-CEDED-AMOUNT = 0
                   PERFORM 160-SET-CESSION-AMOUNTS
                   MOVE "T" TO CS-CESSION-STATUS
                   MOVE WS-CHANGE-DATE TO CS-TERMINATION-DATE
                   PERFORM 170-REWRITE-CESSION
               WHEN CS-CESSION-ACTIVE
                   IF CS-CEDED-AMOUNT NOT = WS-CS-CEDED-AMOUNT
                       OR CS-CEDED-PREMIUM NOT = WS-CS-CEDED-PREMIUM
                       OR CS-POLICY-COUNT NOT = WS-CS-POLICY-COUNT
                       OR CS-RETENTION-LIMIT NOT = WS-CS-RETENTION
                       OR CS-TOTAL-DAILY-BENEFIT
                           NOT = WS-CS-TOTAL-BENEFIT
                       OR CS-TOTAL-RIDER-PREMIUM
                           NOT = WS-CS-TOTAL-PREMIUM
                       OR CS-LEAD-POLNUM NOT = WS-CS-LEAD-POLNUM
                       PERFORM 160-SET-CESSION-AMOUNTS
                       PERFORM 170-REWRITE-CESSION
                   END-IF
               WHEN WS-CS-CEDED-AMOUNT > 0
                   PERFORM 150-OPEN-CESSION
                   PERFORM 170-REWRITE-CESSION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       150-OPEN-CESSION.
           PERFORM 160-SET-CESSION-AMOUNTS
           MOVE "A" TO CS-CESSION-STATUS
           MOVE WS-CHANGE-DATE TO CS-CESSION-DATE
           MOVE 0 TO CS-TERMINATION-DATE.

       160-SET-CESSION-AMOUNTS.
           MOVE WS-CS-LEAD-POLNUM TO CS-LEAD-POLNUM
           MOVE WS-CS-POLICY-COUNT TO CS-POLICY-COUNT
           MOVE WS-CS-TOTAL-BENEFIT TO CS-TOTAL-DAILY-BENEFIT
           MOVE WS-CS-RETENTION TO CS-RETENTION-LIMIT
           MOVE WS-CS-CEDED-AMOUNT TO CS-CEDED-AMOUNT
           MOVE WS-CS-TOTAL-PREMIUM TO CS-TOTAL-RIDER-PREMIUM
           MOVE WS-CS-CEDED-PREMIUM TO CS-CEDED-PREMIUM
           MOVE WS-CHANGE-DATE TO CS-LAST-CHANGE-DATE
           MOVE CSA-CHANGE-USER TO CS-LAST-CHANGE-USER.

       170-REWRITE-CESSION.
           REWRITE REINSURANCE-CESSION-REC
               INVALID KEY
                   MOVE "ER" TO CSA-RETURN-STATUS
           END-REWRITE.
