      */    - PLAN RATE ADD/UPDATE/DELETE                      *
      */    - DEATH CLAIM INTAKE AND PAYOUT                    *
      */    - ASSIGN AGENT MANAGER (HIERARCHY)                 *
      */    - CHANGE PREMIUM MODE (ANNUAL/SEMI/QTLY/MONTHLY)   *
      */    - HOSPITAL CONFINEMENT CLAIM (RIDER DAILY BENEFIT) *
      */    - AGENT STATE LICENSE MAINTENANCE (ONLINE ONLY)    *
      */    - TERMINATE / REACTIVATE AGENT (ONLINE ONLY)       *
      */    - AGENT TAX ID / MAILING ADDRESS (ONLINE ONLY)     *
      */                                                       *
      */    RUNS INTERACTIVELY FROM A TERMINAL - AFTER AN      *
      */    OPERATOR SIGN-ON AGAINST THE OPERATOR-PROFILE      *
      */                            POL-SUSPENSE, PLAN-RATE,   *
      */                            AGENT-COMM-DETAIL,         *
      */                            POL-BENEFICIARY,           *
      */                            POL-HISTORY, POL-PAYMENT,  *
      */                            POL-CLAIM-HISTORY,         *
      */                            AGENT-LICENSE,             *
      */                            REINSURANCE-CESSION        *
      */                            VIA CESADJ01,              *
      */                            RUN-JOURNAL, AND           *
      */                            THE RUN                    *
      */                            CONTROL FILE VIA           *
      */                            RUNCTL01                   *
      */                            (BATCH RUNS ONLY)          *
      */                                                       *
      */    OUTPUT FILES ARE: POL-TRAN2, POL-NOTIFY,           *
      */                      CLAIM-REGISTER, REFUND-REGISTER  *
      */                                                       *
      */********************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIMREG-FILE-STATUS.

           SELECT POL-PAYMENT-FILE ASSIGN TO "POLPYMT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-KEY
               FILE STATUS IS PAYMENT-FILE-STATUS.

           SELECT POL-CLAIM-HISTORY-FILE ASSIGN TO "POLCLMH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS CLMHIST-FILE-STATUS.

           SELECT AGENT-LICENSE-FILE ASSIGN TO "AGTLIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS LICENSE-FILE-STATUS.

           SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJ-KEY
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT REFUND-REGISTER-FILE ASSIGN TO "REFNDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUNDREG-FILE-STATUS.

           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPRPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  CLAIM-REGISTER-FILE.
       01  CLAIM-REGISTER-LINE           PIC X(110).

       FD  POL-PAYMENT-FILE.
       01  POL-PAYMENT-REC.
           COPY POLPYMT IN "COPYLIB".

       FD  POL-CLAIM-HISTORY-FILE.
       01  POL-CLAIM-HISTORY-REC.
           COPY POLCLMH IN "COPYLIB".

       FD  AGENT-LICENSE-FILE.
       01  AGENT-LICENSE-REC.
           COPY AGTLIC IN "COPYLIB".

       FD  RUN-JOURNAL-FILE.
       01  RUN-JOURNAL-REC.
           COPY RUNJRNL IN "COPYLIB".

       FD  REFUND-REGISTER-FILE.
       01  REFUND-REGISTER-LINE          PIC X(110).

       FD  OPERATOR-PROFILE-FILE.
       01  OPERATOR-PROFILE-REC.
           COPY OPRPROF IN "COPYLIB".
           88  TRANSACTION-LOGGED              VALUE "Y".
           88  TRANSACTION-NOT-LOGGED          VALUE "N".

      * BEFORE-IMAGE JOURNAL CONTROL FIELDS - EVERY MASTER RECORD A
      * BATCH RUN CHANGES IS JOURNALED UNDER THE RUN'S RUNID AND RUN
      * DATE SO THE WHOLE RUN CAN BE BACKED OUT (RUNBACK1). A DELETE
      * IS FLAGGED BY THE CALLER BEFORE THE JOURNAL PARAGRAPH RUNS.
       01  WK-JOURNAL-SEQ                PIC 9(9) COMP VALUE 0.
       01  WK-JOURNAL-INTENT-SWITCH      PIC X VALUE "U".
           88  JOURNAL-UPDATE-INTENDED         VALUE "U".
           88  JOURNAL-DELETE-INTENDED         VALUE "D".
       01  WK-JOURNAL-BEFORE-SWITCH      PIC X VALUE "N".
           88  BEFORE-IMAGE-FOUND              VALUE "Y".
           88  BEFORE-IMAGE-NOT-FOUND          VALUE "N".

      * WORK VARIABLES FOR POLICY INQUIRY
       01  WK-POLICY-NUMBER              PIC X(10) VALUE SPACES.
       01  WK-SEARCH-NAME                PIC X(16) VALUE SPACES.
           88  PLAN-RATE-DELETE                VALUE "21".
           88  DEATH-CLAIM                     VALUE "22".
           88  AGENT-MANAGER-ASSIGN            VALUE "23".
           88  CHANGE-PREMIUM-MODE             VALUE "24".
           88  CONFINEMENT-CLAIM               VALUE "25".
           88  AGENT-LICENSE-MAINT             VALUE "26".
           88  AGENT-STATUS-CHANGE             VALUE "27".
           88  AGENT-TAX-INFO-MAINT            VALUE "28".

      * PREMIUM CALCULATION FIELDS
       01  WK-CURRENT-PREMIUM            PIC S9(9)V99 COMP-3 VALUE +0.
       01  WK-PERCENTAGE-CHANGE          PIC S9(3)V99 COMP-3 VALUE +0.
       01  WK-PREMIUM-DISPLAY            PIC ZZZZZZZ9.99.

      * PREMIUM MODE FIELDS - PM-COMM-PREM STAYS THE ANNUAL PREMIUM;
      * THE MODE SAYS HOW OFTEN IT IS BILLED AND THE MODAL FACTOR
      * TURNS IT INTO THE AMOUNT DUE EACH MODE. THE FACTORS CARRY
      * THE LOADING FOR BILLING MORE OFTEN THAN ONCE A YEAR.
       01  WK-PREMIUM-MODE               PIC X VALUE SPACES.
           88  PREMIUM-MODE-VALID              VALUE "A" "S" "Q" "M".
       01  WK-OLD-PREMIUM-MODE           PIC X VALUE SPACES.
       01  WK-MODE-CODE                  PIC X VALUE SPACES.
       01  WK-MODAL-FACTOR               PIC S9V9999 COMP-3 VALUE +0.
       01  WK-ANNUAL-FACTOR              PIC S9V9999 COMP-3
                                         VALUE +1.0000.
       01  WK-SEMI-ANNUAL-FACTOR         PIC S9V9999 COMP-3
                                         VALUE +0.5100.
       01  WK-QUARTERLY-FACTOR           PIC S9V9999 COMP-3
                                         VALUE +0.2600.
       01  WK-MONTHLY-FACTOR             PIC S9V9999 COMP-3
                                         VALUE +0.0875.
       01  WK-MODAL-PREMIUM              PIC S9(9)V99 COMP-3 VALUE +0.
       01  WK-MODE-VALID-SWITCH          PIC X VALUE "Y".
           88  MODE-CHANGE-VALID               VALUE "Y".
           88  MODE-CHANGE-INVALID             VALUE "N".
      * MODE AND MODAL PREMIUM AS THEY READ ON THE LOG AND LETTER
       01  WK-MODE-VALUE.
           05  WK-MV-MODE-NAME           PIC X(12) VALUE SPACES.
           05  FILLER                    PIC X(8)  VALUE "PREMIUM ".
           05  WK-MV-PREMIUM             PIC ZZZZZZ9.99.
       01  WK-OLD-MODE-VALUE             PIC X(30) VALUE SPACES.

      * RIDER INFORMATION
       01  WK-RIDER-CODE                 PIC X(4) VALUE SPACES.
       01  WK-RIDER-AMOUNT               PIC S9(9)V99 COMP-3 VALUE +0.
           88  RIDER-AMOUNT-OVER-LIMIT          VALUE "Y".
           88  RIDER-AMOUNT-OK                  VALUE "N".
       01  WK-MAX-DAILY-BENEFIT          PIC S9(9)V99 COMP-3 VALUE +0.
       01  WK-MAX-DAYS-PER-YEAR          PIC 9(3) VALUE 0.

      * PREMIUM RATING FIELDS - THE RIDER LIMITS AND RATES LIVE ON
      * THE PLAN/RATE MASTER FILE, BANDED BY THE INSURED'S AGE, SO A
      * CLAIM PAYOUT REGISTER LINES
       01  WK-CLAIM-REG-HEADING.
           05  FILLER                    PIC X(12) VALUE "POLICY NUM".
           05  FILLER                    PIC X(32) VALUE "PAYEE".
           05  FILLER                    PIC X(6)  VALUE "TYPE".
           05  FILLER                    PIC X(10) VALUE "SHARE/DAYS".
           05  FILLER                    PIC X(16) VALUE " AMOUNT PAID".

       01  WK-CLAIM-REG-DETAIL.
           05  WK-CR-SHARE               PIC X(10) VALUE SPACES.
           05  WK-CR-AMOUNT              PIC X(16) VALUE SPACES.

      * HOSPITAL CONFINEMENT CLAIM FIELDS - A CONFINEMENT PAYS THE
      * RIDER'S DAILY BENEFIT FOR EACH DAY CONFINED (ADMISSION DAY
      * IN, DISCHARGE DAY OUT, A SAME-DAY STAY COUNTING AS ONE) UP
      * TO THE PLAN'S MAXIMUM DAYS PER CALENDAR YEAR, LESS THE DAYS
      * ALREADY PAID ON THE RIDER FOR STAYS ADMITTED THAT YEAR.
       01  WK-ADMIT-DATE                 PIC 9(8) VALUE 0.
       01  WK-DISCHARGE-DATE             PIC 9(8) VALUE 0.
       01  WK-CONF-YEAR                  PIC 9(4) VALUE 0.
       01  WK-PRIOR-CONF-YEAR            PIC 9(4) VALUE 0.
       01  WK-DAYS-CALC                  PIC S9(7) COMP-3 VALUE +0.
       01  WK-DAYS-CONFINED              PIC 9(3) VALUE 0.
       01  WK-DAYS-USED                  PIC 9(5) VALUE 0.
       01  WK-DAYS-PAYABLE               PIC 9(3) VALUE 0.
       01  WK-CONF-PAY-AMOUNT            PIC S9(9)V99 COMP-3 VALUE +0.
       01  WK-CONF-VALID-SWITCH          PIC X VALUE "Y".
           88  CONFINEMENT-VALID               VALUE "Y".
           88  CONFINEMENT-INVALID             VALUE "N".
      * EXPLANATION OF BENEFITS LINE FOR THE LOG AND THE LETTER
       01  WK-EOB-DETAIL.
           05  FILLER                    PIC X(5)  VALUE "PAID ".
           05  WK-EOB-DAYS-PAID          PIC ZZ9.
           05  FILLER                    PIC X(4)  VALUE " OF ".
           05  WK-EOB-DAYS-CONFINED      PIC ZZ9.
           05  FILLER                    PIC X(8)  VALUE " DAYS @ ".
           05  WK-EOB-DAILY-BENEFIT      PIC ZZZZ9.99.

      * UNEARNED PREMIUM REFUND FIELDS - A CANCELLATION OR A DEATH
      * CLAIM ON A POLICY PAID PAST THE CANCEL OR DEATH DATE RETURNS
      * THE PREMIUM FOR THE DAYS NOT COVERED, PRO-RATA OVER THE DAYS
      * IN THE MODE PERIOD THE LAST PAYMENT BOUGHT. THE PAID-TO DATE
      * COMES BACK TO THE CANCEL OR DEATH DATE WITH THE REFUND.
       01  WK-REFUND-EFF-DATE            PIC 9(8) VALUE 0.
       01  WK-REFUND-OLD-PAID-TO         PIC 9(8) VALUE 0.
       01  WK-REFUND-REASON              PIC X(5) VALUE SPACES.
       01  WK-REFUND-AMOUNT              PIC S9(9)V99 COMP-3 VALUE +0.
       01  WK-REFUND-MODE-MONTHS         PIC 99 VALUE 0.
       01  WK-REFUND-PERIOD-START.
           05  WK-RPS-YEAR               PIC 9(4) VALUE 0.
           05  WK-RPS-MONTH              PIC 99 VALUE 0.
           05  WK-RPS-DAY                PIC 99 VALUE 0.
       01  WK-REFUND-PERIOD-DATE REDEFINES WK-REFUND-PERIOD-START
                                         PIC 9(8).
       01  WK-REFUND-PERIOD-DAYS         PIC S9(5) COMP-3 VALUE +0.
       01  WK-REFUND-UNEARNED-DAYS       PIC S9(5) COMP-3 VALUE +0.
       01  WK-REFUND-PAYEE               PIC X(30) VALUE SPACES.
       01  WK-REFUND-HDR-SWITCH          PIC X VALUE "N".
           88  REFUND-HEADINGS-PRINTED         VALUE "Y".
           88  REFUND-HEADINGS-NOT-PRINTED     VALUE "N".
      * COMMA-FREE LIKE THE CLAIM AMOUNT - IT RIDES THE LOG AND LETTER
       01  WK-REFUND-LOG-DISPLAY         PIC ZZZZZZZZ9.99.

      * REFUND CHECK REGISTER LINES - ACCOUNTS PAYABLE CUTS THE
      * REFUND CHECKS OFF THIS REGISTER
       01  WK-REFUND-REG-HEADING.
           05  FILLER                    PIC X(12) VALUE "POLICY NUM".
           05  FILLER                    PIC X(32) VALUE "PAYEE".
           05  FILLER                    PIC X(8)  VALUE "REASON".
           05  FILLER                    PIC X(12) VALUE "REFUND FROM".
           05  FILLER                    PIC X(12) VALUE "PAID-TO WAS".
           05  FILLER                    PIC X(16) VALUE
               " REFUND AMOUNT".

       01  WK-REFUND-REG-DETAIL.
           05  WK-RR-POLNUM              PIC X(12) VALUE SPACES.
           05  WK-RR-PAYEE               PIC X(32) VALUE SPACES.
           05  WK-RR-REASON              PIC X(8)  VALUE SPACES.
           05  WK-RR-EFF-DATE            PIC 9999/99/99.
           05  FILLER                    PIC XX    VALUE SPACES.
           05  WK-RR-OLD-PAID-TO         PIC 9999/99/99.
           05  FILLER                    PIC XX    VALUE SPACES.
           05  WK-RR-AMOUNT              PIC X(16) VALUE SPACES.

      * PLAN/RATE MAINTENANCE FIELDS
       01  WK-RATE-AGE-LOW               PIC 99 VALUE 0.
       01  WK-RATE-AGE-HIGH              PIC 99 VALUE 0.
       01  WK-RATE-MAX-BENEFIT           PIC S9(7)V99 COMP-3 VALUE +0.
       01  WK-RATE-PER-UNIT              PIC S9(5)V99 COMP-3 VALUE +0.
       01  WK-RATE-MAX-DAYS              PIC 9(3) VALUE 0.
       01  WK-RATE-DISPLAY               PIC ZZZZ9.99.

      * CHILD RIDER AGE-ELIGIBILITY FIELDS
           88  HIERARCHY-CHANGE-INVALID        VALUE "N".
       01  WK-OLD-MGR-AGENT-ID           PIC X(12) VALUE SPACES.

      * AGENT STATE LICENSE FIELDS - AN AGENT MAY WRITE NEW BUSINESS
      * OR ADD A RIDER ONLY FOR AN INSURED IN A STATE WHERE THE AGENT
      * HOLDS A CURRENT LICENSE WITH A HEALTH LINE OF AUTHORITY.
       01  WK-LICENSE-ACTION             PIC X VALUE SPACE.
           88  LICENSE-ADD-UPDATE              VALUE "A".
           88  LICENSE-DELETE                  VALUE "D".
       01  WK-LICENSE-STATE              PIC XX VALUE SPACES.
       01  WK-LICENSE-NUMBER             PIC X(15) VALUE SPACES.
       01  WK-LICENSE-LOA                PIC XX VALUE SPACES.
           88  LICENSE-LOA-VALID               VALUE "AH" "LH" "LF".
       01  WK-LICENSE-EFF-DATE           PIC 9(8) VALUE 0.
       01  WK-LICENSE-EXP-DATE           PIC 9(8) VALUE 0.
       01  WK-OLD-LICENSE-VALUE          PIC X(50) VALUE SPACES.
       01  WK-LICENSE-VALID-SWITCH       PIC X VALUE "Y".
           88  LICENSE-CHANGE-VALID            VALUE "Y".
           88  LICENSE-CHANGE-INVALID          VALUE "N".
       01  WK-LIC-AGENT-ID               PIC X(12) VALUE SPACES.
       01  WK-LIC-STATE                  PIC XX VALUE SPACES.
       01  WK-LICENSED-SWITCH            PIC X VALUE "N".
           88  AGENT-LICENSED                  VALUE "Y".
           88  AGENT-NOT-LICENSED              VALUE "N".

      * AGENT STATUS FIELDS - A TERMINATED AGENT WRITES NO NEW
      * BUSINESS AND EARNS NO FURTHER COMMISSION OR OVERRIDE.
       01  WK-AGENT-STATUS-ACTION        PIC X VALUE SPACE.
           88  AGENT-TERMINATE-REQUEST         VALUE "T".
           88  AGENT-REACTIVATE-REQUEST        VALUE "R".
       01  WK-TERMINATION-DATE           PIC 9(8) VALUE 0.
       01  WK-OLD-AGENT-STATUS           PIC X(20) VALUE SPACES.
       01  WK-NEW-AGENT-STATUS           PIC X(20) VALUE SPACES.
       01  WK-AGENT-STATUS-SWITCH        PIC X VALUE "Y".
           88  AGENT-STATUS-CHANGE-VALID       VALUE "Y".
           88  AGENT-STATUS-CHANGE-INVALID     VALUE "N".

      * AGENT TAX ID AND MAILING ADDRESS FIELDS FOR THE YEAR-END
      * 1099 - THE RESERVED AGENT ID "*PAYER*" HOLDS THE COMPANY'S
      * OWN TIN AND ADDRESS AS PAYER ON THE FILING.
       01  WK-PAYER-AGENT-ID             PIC X(12) VALUE "*PAYER*".
       01  WK-NEW-TIN-TYPE               PIC X VALUE SPACE.
       01  WK-NEW-TIN                    PIC X(9) VALUE SPACES.
       01  WK-NEW-TAX-NAME               PIC X(20) VALUE SPACES.
       01  WK-NEW-MAIL-ADDRESS.
           05  WK-NEW-MAIL-ADDR1         PIC X(30) VALUE SPACES.
           05  WK-NEW-MAIL-ADDR2         PIC X(30) VALUE SPACES.
           05  WK-NEW-MAIL-CITY          PIC X(20) VALUE SPACES.
           05  WK-NEW-MAIL-STATE         PIC XX VALUE SPACES.
           05  WK-NEW-MAIL-ZIP           PIC X(10) VALUE SPACES.
       01  WK-OLD-TAX-INFO               PIC X(50) VALUE SPACES.
       01  WK-NEW-TAX-INFO               PIC X(50) VALUE SPACES.
       01  WK-AGENT-TAX-SWITCH           PIC X VALUE "Y".
           88  AGENT-TAX-CHANGE-VALID          VALUE "Y".
           88  AGENT-TAX-CHANGE-INVALID        VALUE "N".
       01  WK-AGENT-TAX-ADD-SWITCH       PIC X VALUE "N".
           88  AGENT-TAX-ADD-PAYER             VALUE "Y".
           88  AGENT-TAX-UPDATE-AGENT          VALUE "N".

      * REINSURANCE CESSION FIELDS - THE POLICY WHOSE INSURED LIFE
      * HAS ITS CESSION RE-WORKED BY CESADJ01 AFTER A CHANGE
       01  WK-CESSION-POLNUM             PIC X(10) VALUE SPACES.
       01  CESSION-ADJUST-AREA.
           COPY CESADJA IN "COPYLIB".

      * ADDRESS CHANGE FIELDS
       01  WK-NEW-ADDRESS.
           05  WK-NEW-ADDR1              PIC X(30) VALUE SPACES.
       01  MSG-HIER-UPDATED              PIC X(60) VALUE
           "AGENT REPORTING ASSIGNMENT SUCCESSFULLY UPDATED".

       01  MSG-INVALID-MODE              PIC X(60) VALUE
           "INVALID PREMIUM MODE - MUST BE A, S, Q OR M".

       01  MSG-MODE-UNCHANGED            PIC X(60) VALUE
           "POLICY IS ALREADY BILLED ON THE REQUESTED PREMIUM MODE".

       01  MSG-MODE-UPDATED              PIC X(60) VALUE
           "PREMIUM MODE SUCCESSFULLY CHANGED".

       01  MSG-CONF-NO-RIDER             PIC X(60) VALUE
           "RIDER NOT ON POLICY - CONFINEMENT CLAIM NOT PAID".

       01  MSG-CONF-BAD-DATES            PIC X(60) VALUE
           "INVALID ADMISSION OR DISCHARGE DATE".

       01  MSG-CONF-BEFORE-RIDER         PIC X(60) VALUE
           "CONFINEMENT BEGINS BEFORE THE RIDER ISSUE DATE".

       01  MSG-CONF-NOT-PAID-TO          PIC X(60) VALUE
           "POLICY NOT PAID TO THE ADMISSION DATE".

       01  MSG-CONF-DUPLICATE            PIC X(60) VALUE
           "CONFINEMENT DATES ALREADY CLAIMED ON THIS RIDER".

       01  MSG-CONF-MAX-DAYS             PIC X(60) VALUE
           "MAXIMUM CONFINEMENT DAYS FOR THE YEAR ALREADY PAID".

       01  MSG-CONF-PAID                 PIC X(60) VALUE
           "CONFINEMENT CLAIM PAID".

       01  MSG-AGENT-NOT-LICENSED        PIC X(60) VALUE
           "AGENT NOT LICENSED FOR HEALTH IN THE INSURED'S STATE".

       01  MSG-LICENSE-ONLINE-ONLY       PIC X(60) VALUE
           "AGENT LICENSE MAINTENANCE IS AN ONLINE FUNCTION".

       01  MSG-LICENSE-INVALID           PIC X(60) VALUE
           "INVALID LICENSE STATE, LINE OF AUTHORITY OR DATES".

       01  MSG-LICENSE-UPDATED           PIC X(60) VALUE
           "AGENT LICENSE ADDED/UPDATED".

       01  MSG-LICENSE-DELETED           PIC X(60) VALUE
           "AGENT LICENSE DELETED".

       01  MSG-LICENSE-NOT-FOUND         PIC X(60) VALUE
           "AGENT LICENSE NOT FOUND FOR THAT STATE".

       01  MSG-AGENT-TERMINATED          PIC X(60) VALUE
           "WRITING AGENT IS TERMINATED - NEW BUSINESS REFUSED".

       01  MSG-AGENT-STATUS-ONLINE       PIC X(60) VALUE
           "AGENT STATUS CHANGE IS AN ONLINE FUNCTION".

       01  MSG-AGENT-STATUS-INVALID      PIC X(60) VALUE
           "INVALID AGENT STATUS ACTION OR TERMINATION DATE".

       01  MSG-AGENT-STATUS-SAME         PIC X(60) VALUE
           "AGENT ALREADY HAS THAT STATUS".

       01  MSG-AGENT-STATUS-UPDATED      PIC X(60) VALUE
           "AGENT STATUS UPDATED".

       01  MSG-AGENT-TAX-ONLINE          PIC X(60) VALUE
           "AGENT TAX ID / ADDRESS CHANGE IS AN ONLINE FUNCTION".

       01  MSG-AGENT-TAX-INVALID         PIC X(60) VALUE
           "INVALID TIN TYPE, TIN OR MAILING ADDRESS".

       01  MSG-AGENT-TAX-UPDATED         PIC X(60) VALUE
           "AGENT TAX ID / MAILING ADDRESS UPDATED".

       01  MSG-SIGNON-INVALID            PIC X(60) VALUE
           "SIGN-ON REFUSED - INVALID OPERATOR ID OR PASSWORD".

           05  BENEFCY-FILE-STATUS       PIC XX VALUE "00".
           05  RATE-FILE-STATUS          PIC XX VALUE "00".
           05  CLAIMREG-FILE-STATUS      PIC XX VALUE "00".
           05  PAYMENT-FILE-STATUS       PIC XX VALUE "00".
           05  REFUNDREG-FILE-STATUS     PIC XX VALUE "00".
           05  CLMHIST-FILE-STATUS       PIC XX VALUE "00".
           05  LICENSE-FILE-STATUS       PIC XX VALUE "00".
           05  JOURNAL-FILE-STATUS       PIC XX VALUE "00".
           05  OPER-FILE-STATUS          PIC XX VALUE "00".

       PROCEDURE DIVISION.
           PERFORM 105-OPEN-FILES
           IF BATCH-MODE
               PERFORM 130-REGISTER-RUN-START
               PERFORM 140-POSITION-RUN-JOURNAL
               IF RESTART-REQUESTED
                   PERFORM 160-RESTART-SKIP-FORWARD
               END-IF
                      POL-BENEFICIARY-FILE
                      POL-HISTORY-FILE
                      PLAN-RATE-FILE
                      POL-PAYMENT-FILE
                      POL-CLAIM-HISTORY-FILE
                      AGENT-LICENSE-FILE
           OPEN OUTPUT POL-TRAN2-FILE
                       POL-NOTIFY-FILE
                       CLAIM-REGISTER-FILE
                       REFUND-REGISTER-FILE
           IF BATCH-MODE
               OPEN I-O POL-TRAN1-FILE
                        POL-CHKPT-FILE
                        POL-SUSPENSE-FILE
                        RUN-JOURNAL-FILE
           ELSE
               OPEN INPUT OPERATOR-PROFILE-FILE
           END-IF.
           MOVE WK-RECORDS-APPLIED TO RCA-RECORD-COUNT
           CALL "RUNCTL01" USING RUN-CONTROL-AREA.

       140-POSITION-RUN-JOURNAL.
      * Pick up the before-image journal sequence where this run
      * left it - a restarted run keeps adding to the same run's
      * entries. The inverted sequence puts the run's newest entry
      * first in the key.
           MOVE 0 TO WK-JOURNAL-SEQ
           MOVE RCA-RUN-ID TO RJ-RUN-ID
           MOVE RCA-RUN-DATE TO RJ-RUN-DATE
           MOVE 0 TO RJ-INVERTED-SEQ
           START RUN-JOURNAL-FILE KEY IS NOT LESS THAN RJ-KEY
               INVALID KEY
                   MOVE "23" TO JOURNAL-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO JOURNAL-FILE-STATUS
           END-START
           IF JOURNAL-FILE-STATUS = "00"
               READ RUN-JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO JOURNAL-FILE-STATUS
               END-READ
           END-IF
           IF JOURNAL-FILE-STATUS = "00"
               AND RJ-RUN-ID = RCA-RUN-ID
               AND RJ-RUN-DATE = RCA-RUN-DATE
               COMPUTE WK-JOURNAL-SEQ = 999999999 - RJ-INVERTED-SEQ
           END-IF.

       160-RESTART-SKIP-FORWARD.
           MOVE WK-RUN-ID TO CK-RUN-ID
           READ POL-CHKPT-FILE
                   WHEN "21"
                   WHEN "22"
                   WHEN "23"
                   WHEN "25"
                   WHEN "26"
                   WHEN "27"
                   WHEN "28"
                       SET FUNCTION-NOT-AUTHORIZED TO TRUE
                   WHEN OTHER
                       CONTINUE
                   PERFORM 980-PROCESS-DEATH-CLAIM
               WHEN "23"
                   PERFORM 780-ASSIGN-AGENT-MANAGER
               WHEN "24"
                   PERFORM 990-CHANGE-PREMIUM-MODE
               WHEN "25"
                   PERFORM 740-PROCESS-CONFINEMENT-CLAIM
               WHEN "26"
                   PERFORM 750-MAINTAIN-AGENT-LICENSE
               WHEN "27"
                   PERFORM 690-CHANGE-AGENT-STATUS
               WHEN "28"
                   PERFORM 695-MAINTAIN-AGENT-TAX-INFO
               WHEN OTHER
                   MOVE "INVALID FUNCTION SELECTED" TO IS-MESSAGE-LINE
                   IF INTERACTIVE-MODE
           DISPLAY "21 - PLAN RATE DELETE"
           DISPLAY "22 - DEATH CLAIM"
           DISPLAY "23 - ASSIGN AGENT MANAGER"
           DISPLAY "24 - CHANGE PREMIUM MODE"
           DISPLAY "25 - HOSPITAL CONFINEMENT CLAIM"
           DISPLAY "26 - AGENT LICENSE MAINTENANCE"
           DISPLAY "27 - TERMINATE / REACTIVATE AGENT"
           DISPLAY "28 - AGENT TAX ID / MAILING ADDRESS"
           DISPLAY " "
           DISPLAY "ENTER FUNCTION CODE (01-28) OR 'XX' TO EXIT: "
           .

       220-GET-USER-SELECTION.
                   MOVE "HIRSLF" TO SU-REASON-CODE
               WHEN MSG-HIER-CYCLE
                   MOVE "HIRLUP" TO SU-REASON-CODE
               WHEN MSG-INVALID-MODE
                   MOVE "BADMOD" TO SU-REASON-CODE
               WHEN MSG-MODE-UNCHANGED
                   MOVE "SAMMOD" TO SU-REASON-CODE
               WHEN MSG-CONF-NO-RIDER
                   MOVE "CNFRID" TO SU-REASON-CODE
               WHEN MSG-CONF-BAD-DATES
                   MOVE "CNFDTE" TO SU-REASON-CODE
               WHEN MSG-CONF-BEFORE-RIDER
                   MOVE "CNFPRE" TO SU-REASON-CODE
               WHEN MSG-CONF-NOT-PAID-TO
                   MOVE "CNFPTD" TO SU-REASON-CODE
               WHEN MSG-CONF-DUPLICATE
                   MOVE "CNFDUP" TO SU-REASON-CODE
               WHEN MSG-CONF-MAX-DAYS
                   MOVE "CNFMAX" TO SU-REASON-CODE
               WHEN MSG-AGENT-NOT-LICENSED
                   MOVE "AGTLIC" TO SU-REASON-CODE
               WHEN MSG-LICENSE-ONLINE-ONLY
                   MOVE "ONLINE" TO SU-REASON-CODE
               WHEN MSG-AGENT-TERMINATED
                   MOVE "AGTTRM" TO SU-REASON-CODE
               WHEN MSG-AGENT-STATUS-ONLINE
                   MOVE "ONLINE" TO SU-REASON-CODE
               WHEN MSG-AGENT-TAX-ONLINE
                   MOVE "ONLINE" TO SU-REASON-CODE
               WHEN "INVALID FUNCTION SELECTED"
                   MOVE "BADFUN" TO SU-REASON-CODE
               WHEN OTHER
           MOVE TR1-DEATH-DATE      TO WK-DEATH-DATE
           MOVE TR1-CLAIM-AMOUNT    TO WK-CLAIM-AMOUNT
           MOVE TR1-MGR-AGENT-ID    TO WK-MGR-AGENT-ID
           MOVE TR1-OVERRIDE-RATE   TO WK-OVERRIDE-RATE
           MOVE TR1-PREMIUM-MODE    TO WK-PREMIUM-MODE
           MOVE TR1-ADMIT-DATE      TO WK-ADMIT-DATE
           MOVE TR1-DISCHARGE-DATE  TO WK-DISCHARGE-DATE
           MOVE TR1-MAX-DAYS-PER-YEAR TO WK-RATE-MAX-DAYS.

       280-CHECKPOINT-IF-DUE.
           ADD 1 TO WK-RECORDS-SINCE-CHECKPOINT
                       PERFORM 540-APPLY-RIDER-PREM-CHANGE
                       PERFORM 590-LOG-TRANSACTION
                       PERFORM 535-SEND-RIDER-NOTIFY
                       MOVE WK-POLICY-NUMBER TO WK-CESSION-POLNUM
                       PERFORM 570-ADJUST-LIFE-CESSION
                   END-IF
               END-IF
           END-IF.
      * Reject a rider add that duplicates an existing rider on this
      * policy, that has no plan rate on file for the rider code and
      * the insured's age, or whose amount exceeds the plan maximum
      * daily benefit for that rider code, or that the policy's
      * writing agent is not licensed to write in the insured's
      * state. A valid add leaves the rated annual premium for the
      * rider in WK-RATED-PREMIUM.
           SET RIDER-ADD-VALID TO TRUE

           PERFORM 526-CHECK-DUPLICATE-RIDER
               END-IF
           END-IF

           IF RIDER-ADD-VALID
               PERFORM 529-CHECK-RIDER-AGENT-LICENSE
               IF AGENT-NOT-LICENSED
                   SET RIDER-ADD-INVALID TO TRUE
                   MOVE MSG-AGENT-NOT-LICENSED TO IS-MESSAGE-LINE
               END-IF
           END-IF

           IF RIDER-ADD-INVALID AND INTERACTIVE-MODE
               DISPLAY IS-MESSAGE-LINE
           END-IF.
           COMPUTE WK-RATED-PREMIUM ROUNDED =
               PR-RATE-PER-UNIT * WK-RIDER-AMOUNT / 10.

       529-CHECK-RIDER-AGENT-LICENSE.
      * The policy's writing agent must hold a current license in
      * the insured's state - the policy master is still in the
      * buffer from 510 and the insured from 527's age lookup.
           MOVE PM-AGENT-ID TO WK-LIC-AGENT-ID
           MOVE PI-STATE TO WK-LIC-STATE
           PERFORM 756-CHECK-AGENT-LICENSE.

       530-ADD-RIDER-TO-POLICY.
      * Add the rider to the benefit file
           MOVE WK-POLICY-NUMBER TO PB-POLNUM
           MOVE 0 TO PB-CHILD-BIRTH-DATE
           MOVE WK-RATED-PREMIUM TO PB-RIDER-PREMIUM

           PERFORM 582-JOURNAL-POLICY-BENEFIT
           WRITE POL-BENEFIT-REC
               INVALID KEY
                   MOVE "22" TO BENEFIT-FILE-STATUS
                   MOVE PM-COMM-PREM TO WK-CURRENT-PREMIUM
                   ADD WK-PREMIUM-DIFFERENCE TO PM-COMM-PREM
                   MOVE PM-COMM-PREM TO WK-NEW-PREMIUM
                   PERFORM 580-JOURNAL-POLICY-MASTER
                   REWRITE POL-MASTER-REC
                       INVALID KEY
                           MOVE "23" TO MASTER-FILE-STATUS
               END-IF
           END-IF.

       570-ADJUST-LIFE-CESSION.
      * Have the reinsurance cession for the insured life on the
      * policy in WK-CESSION-POLNUM re-worked after a change to its
      * exposure - issue, rider add, update or delete, lapse,
      * cancel, reinstatement or death claim. Performed last, once
      * the change is applied, logged and confirmed, so CESADJ01
      * totals the life's exposure off the masters as this change
      * left them - the same subprogram the automatic lapse and
      * child rider age-out sweeps call. A cession file that will
      * not take the update leaves the change itself standing; the
      * policy is named on the log so reinsurance can re-work it.
           MOVE WK-CESSION-POLNUM TO CSA-POLNUM
           MOVE WK-CURRENT-DATE TO CSA-CHANGE-DATE
           MOVE WK-USER-ID TO CSA-CHANGE-USER
           CALL "CESADJ01" USING CESSION-ADJUST-AREA
           IF CSA-RETURN-STATUS = "ER"
               DISPLAY "SAMPLES - REINSURANCE CESSION NOT UPDATED "
                   "FOR POLICY " CSA-POLNUM
           END-IF.

       580-JOURNAL-POLICY-MASTER.
      * Journal the policy master record about to be written,
      * rewritten or deleted. The record as the run is leaving it is
      * in the buffer; the record as it stands now is re-read under
      * the same key for the before-image, and the buffer is put
      * back before the caller's update. Batch runs only - a batch
      * run is what the back-out utility reverses.
           IF BATCH-MODE
               MOVE POL-MASTER-REC TO RJ-AFTER-IMAGE
               READ POL-MASTER-FILE
                   INVALID KEY
                       SET BEFORE-IMAGE-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET BEFORE-IMAGE-FOUND TO TRUE
               END-READ
               MOVE POL-MASTER-REC TO RJ-BEFORE-IMAGE
               MOVE RJ-AFTER-IMAGE TO POL-MASTER-REC
               MOVE "PM" TO RJ-FILE-ID
               MOVE PM-POLNUM TO RJ-RECORD-KEY
               PERFORM 588-WRITE-JOURNAL-RECORD
           END-IF
           SET JOURNAL-UPDATE-INTENDED TO TRUE.

       581-JOURNAL-POLICY-INSURED.
      * Journal the insured record about to be written or rewritten
      * - see 580-JOURNAL-POLICY-MASTER.
           IF BATCH-MODE
               MOVE POL-INSURED-REC TO RJ-AFTER-IMAGE
               READ POL-INSURED-FILE
                   INVALID KEY
                       SET BEFORE-IMAGE-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET BEFORE-IMAGE-FOUND TO TRUE
               END-READ
               MOVE POL-INSURED-REC TO RJ-BEFORE-IMAGE
               MOVE RJ-AFTER-IMAGE TO POL-INSURED-REC
               MOVE "PI" TO RJ-FILE-ID
               MOVE PI-POLNUM TO RJ-RECORD-KEY
               PERFORM 588-WRITE-JOURNAL-RECORD
           END-IF
           SET JOURNAL-UPDATE-INTENDED TO TRUE.

       582-JOURNAL-POLICY-BENEFIT.
      * Journal the rider record about to be written, rewritten or
      * deleted - see 580-JOURNAL-POLICY-MASTER.
           IF BATCH-MODE
               MOVE POL-BENEFIT-REC TO RJ-AFTER-IMAGE
               READ POL-BENEFIT-FILE
                   INVALID KEY
                       SET BEFORE-IMAGE-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET BEFORE-IMAGE-FOUND TO TRUE
               END-READ
               MOVE POL-BENEFIT-REC TO RJ-BEFORE-IMAGE
               MOVE RJ-AFTER-IMAGE TO POL-BENEFIT-REC
               MOVE "PB" TO RJ-FILE-ID
               MOVE PB-KEY TO RJ-RECORD-KEY
               PERFORM 588-WRITE-JOURNAL-RECORD
           END-IF
           SET JOURNAL-UPDATE-INTENDED TO TRUE.

       583-JOURNAL-BENEFICIARY.
      * Journal the beneficiary record about to be written,
      * rewritten or deleted - see 580-JOURNAL-POLICY-MASTER.
           IF BATCH-MODE
               MOVE POL-BENEFICIARY-REC TO RJ-AFTER-IMAGE
               READ POL-BENEFICIARY-FILE
                   INVALID KEY
                       SET BEFORE-IMAGE-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET BEFORE-IMAGE-FOUND TO TRUE
               END-READ
               MOVE POL-BENEFICIARY-REC TO RJ-BEFORE-IMAGE
               MOVE RJ-AFTER-IMAGE TO POL-BENEFICIARY-REC
               MOVE "BN" TO RJ-FILE-ID
               MOVE BN-KEY TO RJ-RECORD-KEY
               PERFORM 588-WRITE-JOURNAL-RECORD
           END-IF
           SET JOURNAL-UPDATE-INTENDED TO TRUE.

       584-JOURNAL-AGENT-MASTER.
      * Journal the agent master record about to be rewritten - see
      * 580-JOURNAL-POLICY-MASTER.
           IF BATCH-MODE
               MOVE AGENT-MASTER-REC TO RJ-AFTER-IMAGE
               READ AGENT-MASTER-FILE
                   INVALID KEY
                       SET BEFORE-IMAGE-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET BEFORE-IMAGE-FOUND TO TRUE
               END-READ
               MOVE AGENT-MASTER-REC TO RJ-BEFORE-IMAGE
               MOVE RJ-AFTER-IMAGE TO AGENT-MASTER-REC
               MOVE "AG" TO RJ-FILE-ID
               MOVE A-AGENT-ID TO RJ-RECORD-KEY
               PERFORM 588-WRITE-JOURNAL-RECORD
           END-IF
           SET JOURNAL-UPDATE-INTENDED TO TRUE.

       585-JOURNAL-HISTORY-ADD.
      * Journal the permanent history row just posted so a back-out
      * of the run can post its reversing row.
           IF BATCH-MODE
               MOVE POL-HISTORY-REC TO RJ-AFTER-IMAGE
               SET BEFORE-IMAGE-NOT-FOUND TO TRUE
               MOVE "PH" TO RJ-FILE-ID
               MOVE PH-KEY TO RJ-RECORD-KEY
               PERFORM 588-WRITE-JOURNAL-RECORD
           END-IF.

       586-JOURNAL-COMMISSION-ADD.
      * Journal the commission detail row just posted so a back-out
      * of the run can post its reversing row.
           IF BATCH-MODE
               MOVE AGENT-COMM-DETAIL-REC TO RJ-AFTER-IMAGE
               SET BEFORE-IMAGE-NOT-FOUND TO TRUE
               MOVE "CD" TO RJ-FILE-ID
               MOVE CD-KEY TO RJ-RECORD-KEY
               PERFORM 588-WRITE-JOURNAL-RECORD
           END-IF.

       587-JOURNAL-PAYOUT-ROW-ADD.
      * Journal the premium refund ledger row or confinement claim
      * history row just posted - the caller sets RJ-FILE-ID - so a
      * back-out of the run can take the row off again.
           IF BATCH-MODE
               SET BEFORE-IMAGE-NOT-FOUND TO TRUE
               EVALUATE TRUE
                   WHEN RJ-PAYMENT-LEDGER
                       MOVE POL-PAYMENT-REC TO RJ-AFTER-IMAGE
                       MOVE PY-KEY TO RJ-RECORD-KEY
                   WHEN RJ-CLAIM-HISTORY
                       MOVE POL-CLAIM-HISTORY-REC TO RJ-AFTER-IMAGE
                       MOVE CH-KEY TO RJ-RECORD-KEY
               END-EVALUATE
               PERFORM 588-WRITE-JOURNAL-RECORD
           END-IF.

       588-WRITE-JOURNAL-RECORD.
      * Complete and write the journal entry the calling paragraph
      * has filled in, under the RUNID and run date the run
      * registered with. The entry goes out before the master is
      * touched, so every update the run made has its entry; an
      * update that then fails leaves an entry the back-out finds
      * matching the file as it stood and passes over. A delete of a
      * record that is not there changes nothing and is not
      * journaled. An entry that cannot be written stops the run
      * before the update is applied - a change with no entry could
      * never be backed out - and the run is restarted from its
      * last checkpoint once the journal is put right.
           IF JOURNAL-DELETE-INTENDED
               AND BEFORE-IMAGE-NOT-FOUND
               CONTINUE
           ELSE
               PERFORM 589-SET-JOURNAL-ACTION
               ADD 1 TO WK-JOURNAL-SEQ
               MOVE RCA-RUN-ID TO RJ-RUN-ID
               MOVE RCA-RUN-DATE TO RJ-RUN-DATE
               COMPUTE RJ-INVERTED-SEQ = 999999999 - WK-JOURNAL-SEQ
               MOVE TR1-KEY TO RJ-TRAN-KEY
               MOVE WK-FUNCTION-CODE TO RJ-FUNCTION
               MOVE WK-CURRENT-DATE TO RJ-JOURNAL-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO RJ-JOURNAL-TIME
               SET RJ-NOT-BACKED-OUT TO TRUE
               MOVE 0 TO RJ-BACKOUT-DATE
               WRITE RUN-JOURNAL-REC
                   INVALID KEY
                       DISPLAY "SAMPLES STOPPED - RUN JOURNAL WRITE "
                           "FAILED FOR FILE " RJ-FILE-ID " KEY "
                           RJ-RECORD-KEY
                       DISPLAY "SAMPLES STOPPED - RUNID " RCA-RUN-ID
                           " RUN DATE " RCA-RUN-DATE
                           " - RESTART AFTER THE JOURNAL IS FIXED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF.

       589-SET-JOURNAL-ACTION.
           EVALUATE TRUE
               WHEN JOURNAL-DELETE-INTENDED
                   SET RJ-RECORD-DELETED TO TRUE
                   MOVE SPACES TO RJ-AFTER-IMAGE
               WHEN BEFORE-IMAGE-NOT-FOUND
                   SET RJ-RECORD-ADDED TO TRUE
                   MOVE SPACES TO RJ-BEFORE-IMAGE
               WHEN OTHER
                   SET RJ-RECORD-CHANGED TO TRUE
           END-EVALUATE.

       590-LOG-TRANSACTION.
      * Log the rider add/delete/update transaction
           MOVE WK-POLICY-NUMBER TO TRAN-POLICY-NUM
                   NOT INVALID KEY
                       MOVE "00" TO HIST-FILE-STATUS
               END-WRITE
           END-PERFORM
           IF HIST-FILE-STATUS = "00"
               PERFORM 585-JOURNAL-HISTORY-ADD
           END-IF.

       599-WRITE-NOTIFY-RECORD.
      * Write the customer notification letter record built by the
                           PERFORM 540-APPLY-RIDER-PREM-CHANGE
                           PERFORM 590-LOG-TRANSACTION
                           PERFORM 625-SEND-CHILD-RIDER-NOTIFY
                           MOVE WK-POLICY-NUMBER TO WK-CESSION-POLNUM
                           PERFORM 570-ADJUST-LIFE-CESSION
                       END-IF
                   END-IF
               END-IF
           MOVE WK-RIDER-EFFECTIVE-DATE TO PB-CHILD-BIRTH-DATE
           MOVE WK-RATED-PREMIUM TO PB-RIDER-PREMIUM

           PERFORM 582-JOURNAL-POLICY-BENEFIT
           WRITE POL-BENEFIT-REC
               INVALID KEY
                   MOVE "22" TO BENEFIT-FILE-STATUS
           MOVE WK-BENE-RELATION TO BN-RELATIONSHIP
           MOVE WK-BENE-SHARE TO BN-SHARE-PCT
           MOVE WK-BENE-TYPE TO BN-TYPE-FLAG
           PERFORM 583-JOURNAL-BENEFICIARY
           WRITE POL-BENEFICIARY-REC
               INVALID KEY
                   MOVE "22" TO BENEFCY-FILE-STATUS
           MOVE WK-BENE-RELATION TO BN-RELATIONSHIP
           MOVE WK-BENE-SHARE TO BN-SHARE-PCT
           MOVE WK-BENE-TYPE TO BN-TYPE-FLAG
           PERFORM 583-JOURNAL-BENEFICIARY
           REWRITE POL-BENEFICIARY-REC
               INVALID KEY
                   MOVE "23" TO BENEFCY-FILE-STATUS

       675-DELETE-SELECTED-BENEFICIARY.
      * Delete the beneficiary row just read
           SET JOURNAL-DELETE-INTENDED TO TRUE
           PERFORM 583-JOURNAL-BENEFICIARY
           DELETE POL-BENEFICIARY-FILE
               INVALID KEY
                   MOVE "23" TO BENEFCY-FILE-STATUS
           MOVE WK-CURRENT-DATE TO PN-EFFECTIVE-DATE
           PERFORM 599-WRITE-NOTIFY-RECORD.

       690-CHANGE-AGENT-STATUS.
      * Terminate an agent who has left, with the date they left, or
      * reactivate a returning agent. Agency management keys these
      * by hand, so the function is online only - a batch item is
      * suspended. Moving the terminated agent's book to a new
      * agent of record is the AGTXFER1 batch run.
           IF NOT INTERACTIVE-MODE
               MOVE MSG-AGENT-STATUS-ONLINE TO IS-MESSAGE-LINE
           ELSE
               PERFORM 691-GET-AGENT-STATUS-DETAILS
               PERFORM 692-VALIDATE-AGENT-STATUS
               IF AGENT-STATUS-CHANGE-VALID
                   PERFORM 693-UPDATE-AGENT-STATUS
                   IF AGENT-FILE-STATUS = "00"
                       PERFORM 694-LOG-AGENT-STATUS-CHANGE
                   END-IF
               END-IF
               DISPLAY IS-MESSAGE-LINE
           END-IF.

       691-GET-AGENT-STATUS-DETAILS.
      * Get the agent and the action, and the date a terminated
      * agent left
           DISPLAY "ENTER AGENT ID: "
           ACCEPT WK-AGENT-ID
           DISPLAY "ENTER ACTION (T=TERMINATE, R=REACTIVATE): "
           ACCEPT WK-AGENT-STATUS-ACTION
           MOVE 0 TO WK-TERMINATION-DATE
           IF AGENT-TERMINATE-REQUEST
               DISPLAY "ENTER TERMINATION DATE (YYYYMMDD): "
               ACCEPT WK-TERMINATION-DATE
           END-IF.

       692-VALIDATE-AGENT-STATUS.
      * The agent must be on the agent master, the action known and
      * not already in effect, and a termination date real and not
      * in the future - a termination is keyed once the agent has
      * gone, and takes effect as it is keyed.
           SET AGENT-STATUS-CHANGE-VALID TO TRUE
           MOVE WK-AGENT-ID TO A-AGENT-ID
           READ AGENT-MASTER-FILE
               INVALID KEY
                   MOVE "23" TO AGENT-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO AGENT-FILE-STATUS
           END-READ

           EVALUATE TRUE
               WHEN AGENT-FILE-STATUS NOT = "00"
                   SET AGENT-STATUS-CHANGE-INVALID TO TRUE
                   MOVE MSG-AGENT-ID-NOT-FOUND TO IS-MESSAGE-LINE
               WHEN NOT AGENT-TERMINATE-REQUEST
                   AND NOT AGENT-REACTIVATE-REQUEST
                   SET AGENT-STATUS-CHANGE-INVALID TO TRUE
                   MOVE MSG-AGENT-STATUS-INVALID TO IS-MESSAGE-LINE
               WHEN (AGENT-TERMINATE-REQUEST AND A-AGENT-TERMINATED)
                   OR (AGENT-REACTIVATE-REQUEST AND A-AGENT-ACTIVE)
                   SET AGENT-STATUS-CHANGE-INVALID TO TRUE
                   MOVE MSG-AGENT-STATUS-SAME TO IS-MESSAGE-LINE
               WHEN AGENT-TERMINATE-REQUEST
                   AND (FUNCTION TEST-DATE-YYYYMMDD(WK-TERMINATION-DATE)
                       NOT = 0
                   OR WK-TERMINATION-DATE > WK-CURRENT-DATE)
                   SET AGENT-STATUS-CHANGE-INVALID TO TRUE
                   MOVE MSG-AGENT-STATUS-INVALID TO IS-MESSAGE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       693-UPDATE-AGENT-STATUS.
      * Save the new status on the agent master - the agent read by
      * the validation is still in the buffer.
           MOVE SPACES TO WK-OLD-AGENT-STATUS
           IF A-AGENT-TERMINATED
               STRING "TERMINATED " A-TERMINATION-DATE
                   DELIMITED BY SIZE INTO WK-OLD-AGENT-STATUS
               END-STRING
           ELSE
               MOVE "ACTIVE" TO WK-OLD-AGENT-STATUS
           END-IF

           MOVE SPACES TO WK-NEW-AGENT-STATUS
           IF AGENT-TERMINATE-REQUEST
               MOVE "T" TO A-AGENT-STATUS
               MOVE WK-TERMINATION-DATE TO A-TERMINATION-DATE
               STRING "TERMINATED " WK-TERMINATION-DATE
                   DELIMITED BY SIZE INTO WK-NEW-AGENT-STATUS
               END-STRING
           ELSE
               MOVE "A" TO A-AGENT-STATUS
               MOVE 0 TO A-TERMINATION-DATE
               MOVE "ACTIVE" TO WK-NEW-AGENT-STATUS
           END-IF
           PERFORM 584-JOURNAL-AGENT-MASTER
           REWRITE AGENT-MASTER-REC
               INVALID KEY
                   MOVE "23" TO AGENT-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO AGENT-FILE-STATUS
           END-REWRITE

           IF AGENT-FILE-STATUS = "00"
               MOVE MSG-AGENT-STATUS-UPDATED TO IS-MESSAGE-LINE
           ELSE
               MOVE "UNABLE TO UPDATE AGENT STATUS - FILE ERROR"
                   TO IS-MESSAGE-LINE
           END-IF.

       694-LOG-AGENT-STATUS-CHANGE.
      * Log the status change under the reserved literal *AGENTREC*
      * the way the hierarchy change is logged.
           MOVE "*AGENTREC*" TO TRAN-POLICY-NUM
           MOVE WK-CURRENT-DATE TO TRAN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRAN-TIME
           MOVE WK-USER-ID TO TRAN-USER-ID
           MOVE WK-FUNCTION-CODE TO TRAN-FUNCTION
           MOVE SPACES TO TRAN-DESCRIPTION
           IF AGENT-TERMINATE-REQUEST
               STRING "AGENT " WK-AGENT-ID " TERMINATED"
                   DELIMITED BY SIZE INTO TRAN-DESCRIPTION
               END-STRING
           ELSE
               STRING "AGENT " WK-AGENT-ID " REACTIVATED"
                   DELIMITED BY SIZE INTO TRAN-DESCRIPTION
               END-STRING
           END-IF
           MOVE WK-OLD-AGENT-STATUS TO TRAN-OLD-VALUE
           MOVE WK-NEW-AGENT-STATUS TO TRAN-NEW-VALUE

           PERFORM 598-WRITE-TRAN2-RECORD.

       695-MAINTAIN-AGENT-TAX-INFO.
      * Record an agent's taxpayer ID and 1099 mailing address from
      * the agent's W-9. Agency accounting keys these by hand, so the
      * function is online only - a batch item is suspended. The
      * reserved agent ID *PAYER* holds the company's own TIN and
      * address for the filing, and is added the first time it is
      * keyed.
           IF NOT INTERACTIVE-MODE
               MOVE MSG-AGENT-TAX-ONLINE TO IS-MESSAGE-LINE
           ELSE
               PERFORM 696-GET-AGENT-TAX-DETAILS
               PERFORM 697-VALIDATE-AGENT-TAX-INFO
               IF AGENT-TAX-CHANGE-VALID
                   PERFORM 698-UPDATE-AGENT-TAX-INFO
                   IF AGENT-FILE-STATUS = "00"
                       PERFORM 699-LOG-AGENT-TAX-CHANGE
                   END-IF
               END-IF
               DISPLAY IS-MESSAGE-LINE
           END-IF.

       696-GET-AGENT-TAX-DETAILS.
      * Get the agent, the TIN and the mailing address - a TIN type
      * of spaces clears the TIN when a W-9 is withdrawn
           DISPLAY "ENTER AGENT ID (*PAYER* FOR THE COMPANY): "
           ACCEPT WK-AGENT-ID
           MOVE SPACES TO WK-NEW-TAX-NAME
           IF WK-AGENT-ID = WK-PAYER-AGENT-ID
               DISPLAY "ENTER PAYER NAME (LAST NAME FIELD): "
               ACCEPT WK-NEW-TAX-NAME
           END-IF
           DISPLAY "ENTER TIN TYPE (S=SSN, E=EIN, SPACE=NONE): "
           ACCEPT WK-NEW-TIN-TYPE
           MOVE SPACES TO WK-NEW-TIN
           IF WK-NEW-TIN-TYPE NOT = SPACE
               DISPLAY "ENTER TIN (9 DIGITS, NO DASHES): "
               ACCEPT WK-NEW-TIN
           END-IF
           DISPLAY "ENTER MAILING ADDRESS LINE 1: "
           ACCEPT WK-NEW-MAIL-ADDR1
           DISPLAY "ENTER MAILING ADDRESS LINE 2 (OPTIONAL): "
           ACCEPT WK-NEW-MAIL-ADDR2
           DISPLAY "ENTER CITY: "
           ACCEPT WK-NEW-MAIL-CITY
           DISPLAY "ENTER STATE (2 CHARS): "
           ACCEPT WK-NEW-MAIL-STATE
           DISPLAY "ENTER ZIP CODE: "
           ACCEPT WK-NEW-MAIL-ZIP.

       697-VALIDATE-AGENT-TAX-INFO.
      * The agent must be on the agent master - only *PAYER* may be
      * added here. A TIN must be nine digits and not all zeros, and
      * the address needs a first line, city, state and ZIP. The
      * company's own row must carry its EIN.
           SET AGENT-TAX-CHANGE-VALID TO TRUE
           SET AGENT-TAX-UPDATE-AGENT TO TRUE
           MOVE WK-AGENT-ID TO A-AGENT-ID
           READ AGENT-MASTER-FILE
               INVALID KEY
                   MOVE "23" TO AGENT-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO AGENT-FILE-STATUS
           END-READ
           IF AGENT-FILE-STATUS NOT = "00"
               AND WK-AGENT-ID = WK-PAYER-AGENT-ID
               SET AGENT-TAX-ADD-PAYER TO TRUE
           END-IF

           EVALUATE TRUE
               WHEN AGENT-FILE-STATUS NOT = "00"
                   AND AGENT-TAX-UPDATE-AGENT
                   SET AGENT-TAX-CHANGE-INVALID TO TRUE
                   MOVE MSG-AGENT-ID-NOT-FOUND TO IS-MESSAGE-LINE
               WHEN WK-NEW-TIN-TYPE NOT = "S"
                   AND WK-NEW-TIN-TYPE NOT = "E"
                   AND WK-NEW-TIN-TYPE NOT = SPACE
                   SET AGENT-TAX-CHANGE-INVALID TO TRUE
                   MOVE MSG-AGENT-TAX-INVALID TO IS-MESSAGE-LINE
               WHEN WK-NEW-TIN-TYPE NOT = SPACE
                   AND (WK-NEW-TIN NOT NUMERIC
                   OR WK-NEW-TIN = "000000000")
                   SET AGENT-TAX-CHANGE-INVALID TO TRUE
                   MOVE MSG-AGENT-TAX-INVALID TO IS-MESSAGE-LINE
               WHEN WK-AGENT-ID = WK-PAYER-AGENT-ID
                   AND (WK-NEW-TIN-TYPE NOT = "E"
                   OR (AGENT-TAX-ADD-PAYER
                   AND WK-NEW-TAX-NAME = SPACES))
                   SET AGENT-TAX-CHANGE-INVALID TO TRUE
                   MOVE MSG-AGENT-TAX-INVALID TO IS-MESSAGE-LINE
               WHEN WK-NEW-MAIL-ADDR1 = SPACES
                   OR WK-NEW-MAIL-CITY = SPACES
                   OR WK-NEW-MAIL-STATE = SPACES
                   OR WK-NEW-MAIL-ZIP = SPACES
                   SET AGENT-TAX-CHANGE-INVALID TO TRUE
                   MOVE MSG-AGENT-TAX-INVALID TO IS-MESSAGE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       698-UPDATE-AGENT-TAX-INFO.
      * Save the TIN and address on the agent master - the agent
      * read by the validation is still in the buffer. Only the last
      * four digits of a TIN go to the log.
           MOVE SPACES TO WK-OLD-TAX-INFO
           IF AGENT-TAX-UPDATE-AGENT
               IF A-TIN-NOT-GIVEN
                   STRING "NO TIN " A-MAIL-ZIP
                       DELIMITED BY SIZE INTO WK-OLD-TAX-INFO
                   END-STRING
               ELSE
                   STRING A-TIN-TYPE " *****" A-TIN(6:4) " " A-MAIL-ZIP
                       DELIMITED BY SIZE INTO WK-OLD-TAX-INFO
                   END-STRING
               END-IF
           END-IF
           MOVE SPACES TO WK-NEW-TAX-INFO
           IF WK-NEW-TIN-TYPE = SPACE
               STRING "NO TIN " WK-NEW-MAIL-ZIP
                   DELIMITED BY SIZE INTO WK-NEW-TAX-INFO
               END-STRING
           ELSE
               STRING WK-NEW-TIN-TYPE " *****" WK-NEW-TIN(6:4) " "
                      WK-NEW-MAIL-ZIP
                   DELIMITED BY SIZE INTO WK-NEW-TAX-INFO
               END-STRING
           END-IF

           IF AGENT-TAX-ADD-PAYER
               MOVE SPACES TO AGENT-MASTER-REC
               MOVE WK-PAYER-AGENT-ID TO A-AGENT-ID
               MOVE 0 TO A-COMMISSION-RATE
               MOVE 0 TO A-YTD-COMMISSION
               MOVE 0 TO A-OVERRIDE-RATE
               MOVE 0 TO A-TERMINATION-DATE
               MOVE 0 TO A-PRIOR-YTD-COMMISSION
               MOVE 0 TO A-PRIOR-YTD-YEAR
           END-IF
           IF WK-NEW-TAX-NAME NOT = SPACES
               MOVE WK-NEW-TAX-NAME TO A-LAST-NAME
           END-IF
           MOVE WK-NEW-TIN-TYPE TO A-TIN-TYPE
           MOVE WK-NEW-TIN TO A-TIN
           MOVE WK-NEW-MAIL-ADDRESS TO A-MAIL-ADDRESS
           PERFORM 584-JOURNAL-AGENT-MASTER
           IF AGENT-TAX-ADD-PAYER
               WRITE AGENT-MASTER-REC
                   INVALID KEY
                       MOVE "22" TO AGENT-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO AGENT-FILE-STATUS
               END-WRITE
           ELSE
               REWRITE AGENT-MASTER-REC
                   INVALID KEY
                       MOVE "23" TO AGENT-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO AGENT-FILE-STATUS
               END-REWRITE
           END-IF

           IF AGENT-FILE-STATUS = "00"
               MOVE MSG-AGENT-TAX-UPDATED TO IS-MESSAGE-LINE
           ELSE
               MOVE "UNABLE TO UPDATE AGENT TAX ID - FILE ERROR"
                   TO IS-MESSAGE-LINE
           END-IF.

       699-LOG-AGENT-TAX-CHANGE.
      * Log the change under the reserved literal *AGENTREC* the way
      * the agent status change is logged.
           MOVE "*AGENTREC*" TO TRAN-POLICY-NUM
           MOVE WK-CURRENT-DATE TO TRAN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRAN-TIME
           MOVE WK-USER-ID TO TRAN-USER-ID
           MOVE WK-FUNCTION-CODE TO TRAN-FUNCTION
           MOVE SPACES TO TRAN-DESCRIPTION
           STRING "AGENT " WK-AGENT-ID " TAX ID / MAILING ADDRESS SET"
               DELIMITED BY SIZE INTO TRAN-DESCRIPTION
           END-STRING
           MOVE WK-OLD-TAX-INFO TO TRAN-OLD-VALUE
           MOVE WK-NEW-TAX-INFO TO TRAN-NEW-VALUE

           PERFORM 598-WRITE-TRAN2-RECORD.

       700-ADDRESS-CHANGE.
      * Process address change
           PERFORM 710-GET-POLICY-FOR-ADDRESS
               MOVE WK-NEW-CITY  TO PI-CITY
               MOVE WK-NEW-STATE TO PI-STATE
               MOVE WK-NEW-ZIP   TO PI-ZIP
               PERFORM 581-JOURNAL-POLICY-INSURED
               REWRITE POL-INSURED-REC
                   INVALID KEY
                       MOVE "23" TO INSURED-FILE-STATUS
               MOVE WK-ACCOUNT-NUMBER TO PM-ACCOUNT-NUMBER
               MOVE WK-ACCOUNT-TYPE   TO PM-ACCOUNT-TYPE
               MOVE SPACES            TO PM-DRAFT-STATUS
               PERFORM 580-JOURNAL-POLICY-MASTER
               REWRITE POL-MASTER-REC
                   INVALID KEY
                       MOVE "23" TO MASTER-FILE-STATUS

           PERFORM 598-WRITE-TRAN2-RECORD.

       740-PROCESS-CONFINEMENT-CLAIM.
      * Pay a hospital confinement against one rider's daily benefit.
      * The stay must fall on or after the rider's issue date, on an
      * active policy paid to the admission date, and must not
      * repeat or overlap a stay already claimed on the rider. The
      * days paid are capped at the plan's maximum days per year
      * less the days already paid on the rider that year; the claim
      * goes to the confinement history, the claim register, the
      * log (and from there the GL feed), and the insured gets an
      * explanation-of-benefits letter.
           PERFORM 710-GET-POLICY-FOR-ADDRESS

           IF RECORD-FOUND
               PERFORM 741-GET-CONFINEMENT-DETAILS
               PERFORM 742-VALIDATE-CONFINEMENT
               IF CONFINEMENT-VALID
                   PERFORM 744-CHECK-PRIOR-CONFINEMENTS
               END-IF
               IF CONFINEMENT-VALID
                   PERFORM 745-SET-DAYS-PAYABLE
               END-IF
               IF CONFINEMENT-VALID
                   PERFORM 746-WRITE-CONFINEMENT-HISTORY
               END-IF
               IF CONFINEMENT-VALID
                   PERFORM 747-WRITE-CONFINEMENT-REGISTER
                   PERFORM 748-LOG-CONFINEMENT-CLAIM
                   PERFORM 749-SEND-CONFINEMENT-EOB
                   MOVE MSG-CONF-PAID TO IS-MESSAGE-LINE
               END-IF
               IF INTERACTIVE-MODE
                   DISPLAY IS-MESSAGE-LINE
                   IF CONFINEMENT-VALID
                       DISPLAY WK-EOB-DETAIL
                   END-IF
               END-IF
           END-IF.

       741-GET-CONFINEMENT-DETAILS.
      * Get the rider and the admission and discharge dates
           IF INTERACTIVE-MODE
               DISPLAY "ENTER RIDER CODE (4 CHARS): "
               ACCEPT WK-RIDER-CODE
               DISPLAY "ENTER ADMISSION DATE (YYYYMMDD): "
               ACCEPT WK-ADMIT-DATE
               DISPLAY "ENTER DISCHARGE DATE (YYYYMMDD): "
               ACCEPT WK-DISCHARGE-DATE
           END-IF.

       742-VALIDATE-CONFINEMENT.
      * The rider must be on the policy, the dates real and in order
      * with the discharge already past, the admission on or after
      * the rider's issue date, and the policy paid to the admission
      * date. The rider row stays in the buffer for the payment.
           SET CONFINEMENT-VALID TO TRUE
           MOVE WK-POLICY-NUMBER TO PB-POLNUM
           MOVE WK-RIDER-CODE TO PB-RECORD-TYPE
           READ POL-BENEFIT-FILE
               INVALID KEY
                   MOVE "23" TO BENEFIT-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO BENEFIT-FILE-STATUS
           END-READ

           EVALUATE TRUE
               WHEN BENEFIT-FILE-STATUS NOT = "00"
                   OR PB-DAILY-BENEFIT NOT > 0
                   SET CONFINEMENT-INVALID TO TRUE
                   MOVE MSG-CONF-NO-RIDER TO IS-MESSAGE-LINE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WK-ADMIT-DATE) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WK-DISCHARGE-DATE)
                       NOT = 0
                   OR WK-DISCHARGE-DATE < WK-ADMIT-DATE
                   OR WK-DISCHARGE-DATE > WK-CURRENT-DATE
                   SET CONFINEMENT-INVALID TO TRUE
                   MOVE MSG-CONF-BAD-DATES TO IS-MESSAGE-LINE
               WHEN WK-ADMIT-DATE < PB-ISSUE-DATE
                   SET CONFINEMENT-INVALID TO TRUE
                   MOVE MSG-CONF-BEFORE-RIDER TO IS-MESSAGE-LINE
               WHEN PM-PAID-TO-DATE < WK-ADMIT-DATE
                   SET CONFINEMENT-INVALID TO TRUE
                   MOVE MSG-CONF-NOT-PAID-TO TO IS-MESSAGE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       744-CHECK-PRIOR-CONFINEMENTS.
      * One pass over the rider's confinement history - refuse a
      * stay that repeats or overlaps one already claimed, and total
      * the days already paid on stays admitted in the same year.
           COMPUTE WK-CONF-YEAR = WK-ADMIT-DATE / 10000
           MOVE 0 TO WK-DAYS-USED
           MOVE WK-POLICY-NUMBER TO CH-POLNUM
           MOVE WK-RIDER-CODE TO CH-RIDER-CODE
           MOVE 0 TO CH-ADMIT-DATE
           START POL-CLAIM-HISTORY-FILE KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   MOVE "23" TO CLMHIST-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO CLMHIST-FILE-STATUS
           END-START

           PERFORM UNTIL CLMHIST-FILE-STATUS NOT = "00"
               READ POL-CLAIM-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO CLMHIST-FILE-STATUS
               END-READ
               IF CLMHIST-FILE-STATUS = "00"
                   IF CH-POLNUM NOT = WK-POLICY-NUMBER
                       OR CH-RIDER-CODE NOT = WK-RIDER-CODE
                       MOVE "10" TO CLMHIST-FILE-STATUS
                   ELSE
                       IF CH-ADMIT-DATE = WK-ADMIT-DATE
                           OR (CH-ADMIT-DATE < WK-DISCHARGE-DATE
                           AND WK-ADMIT-DATE < CH-DISCHARGE-DATE)
                           SET CONFINEMENT-INVALID TO TRUE
                           MOVE MSG-CONF-DUPLICATE TO IS-MESSAGE-LINE
                       END-IF
                       COMPUTE WK-PRIOR-CONF-YEAR =
                           CH-ADMIT-DATE / 10000
                       IF WK-PRIOR-CONF-YEAR = WK-CONF-YEAR
                           ADD CH-DAYS-PAID TO WK-DAYS-USED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       745-SET-DAYS-PAYABLE.
      * Days confined, then the plan's yearly cap for the rider code
      * and the insured's age band - no cap on file pays every day.
           COMPUTE WK-DAYS-CALC =
               FUNCTION INTEGER-OF-DATE(WK-DISCHARGE-DATE)
             - FUNCTION INTEGER-OF-DATE(WK-ADMIT-DATE)
           IF WK-DAYS-CALC < 1
               MOVE 1 TO WK-DAYS-CALC
           END-IF
           IF WK-DAYS-CALC > 999
               MOVE 999 TO WK-DAYS-CALC
           END-IF
           MOVE WK-DAYS-CALC TO WK-DAYS-CONFINED
           MOVE WK-DAYS-CONFINED TO WK-DAYS-PAYABLE

           PERFORM 965-GET-INSURED-AGE
           PERFORM 970-FIND-PLAN-RATE
           IF PLAN-RATE-FOUND
               AND WK-MAX-DAYS-PER-YEAR > 0
               IF WK-DAYS-USED >= WK-MAX-DAYS-PER-YEAR
                   MOVE 0 TO WK-DAYS-PAYABLE
               ELSE
                   IF WK-DAYS-CONFINED >
                           WK-MAX-DAYS-PER-YEAR - WK-DAYS-USED
                       COMPUTE WK-DAYS-PAYABLE =
                           WK-MAX-DAYS-PER-YEAR - WK-DAYS-USED
                   END-IF
               END-IF
           END-IF

           IF WK-DAYS-PAYABLE = 0
               SET CONFINEMENT-INVALID TO TRUE
               MOVE MSG-CONF-MAX-DAYS TO IS-MESSAGE-LINE
           ELSE
               COMPUTE WK-CONF-PAY-AMOUNT =
                   WK-DAYS-PAYABLE * PB-DAILY-BENEFIT
               MOVE WK-DAYS-PAYABLE TO WK-EOB-DAYS-PAID
               MOVE WK-DAYS-CONFINED TO WK-EOB-DAYS-CONFINED
               MOVE PB-DAILY-BENEFIT TO WK-EOB-DAILY-BENEFIT
           END-IF.

       746-WRITE-CONFINEMENT-HISTORY.
      * Keep the claim on the confinement history so the days count
      * against the rider's yearly cap from now on.
           MOVE WK-POLICY-NUMBER TO CH-POLNUM
           MOVE WK-RIDER-CODE TO CH-RIDER-CODE
           MOVE WK-ADMIT-DATE TO CH-ADMIT-DATE
           MOVE WK-DISCHARGE-DATE TO CH-DISCHARGE-DATE
           MOVE WK-DAYS-CONFINED TO CH-DAYS-CONFINED
           MOVE WK-DAYS-PAYABLE TO CH-DAYS-PAID
           MOVE PB-DAILY-BENEFIT TO CH-DAILY-BENEFIT
           MOVE WK-CONF-PAY-AMOUNT TO CH-AMOUNT-PAID
           MOVE WK-CURRENT-DATE TO CH-PAID-DATE
           MOVE WK-USER-ID TO CH-USER-ID
           WRITE POL-CLAIM-HISTORY-REC
               INVALID KEY
                   SET CONFINEMENT-INVALID TO TRUE
                   MOVE MSG-CONF-DUPLICATE TO IS-MESSAGE-LINE
               NOT INVALID KEY
                   SET RJ-CLAIM-HISTORY TO TRUE
                   PERFORM 587-JOURNAL-PAYOUT-ROW-ADD
           END-WRITE.

       747-WRITE-CONFINEMENT-REGISTER.
      * One payout register row for the insured - the desk settles
      * confinement checks off the same register as death claims.
           IF CLAIM-HEADINGS-NOT-PRINTED
               MOVE WK-CLAIM-REG-HEADING TO CLAIM-REGISTER-LINE
               WRITE CLAIM-REGISTER-LINE
               SET CLAIM-HEADINGS-PRINTED TO TRUE
           END-IF
           MOVE WK-POLICY-NUMBER TO WK-CR-POLNUM
           MOVE SPACES TO WK-CR-BENE-NAME
           STRING PI-FIRST-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PI-LAST-NAME DELIMITED BY SPACE
               INTO WK-CR-BENE-NAME
           END-STRING
           MOVE "HOSP" TO WK-CR-TYPE
           MOVE SPACES TO WK-CR-SHARE
           STRING WK-EOB-DAYS-PAID DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
               INTO WK-CR-SHARE
           END-STRING
           MOVE WK-CONF-PAY-AMOUNT TO WK-CLAIM-AMOUNT-DISPLAY
           MOVE WK-CLAIM-AMOUNT-DISPLAY TO WK-CR-AMOUNT
           MOVE WK-CLAIM-REG-DETAIL TO CLAIM-REGISTER-LINE
           WRITE CLAIM-REGISTER-LINE.

       748-LOG-CONFINEMENT-CLAIM.
      * Log the confinement payment - the comma-free amount is what
      * the balancing run and the GL feed pick up off the log.
           MOVE WK-POLICY-NUMBER TO TRAN-POLICY-NUM
           MOVE WK-CURRENT-DATE TO TRAN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRAN-TIME
           MOVE WK-USER-ID TO TRAN-USER-ID
           MOVE WK-FUNCTION-CODE TO TRAN-FUNCTION
           MOVE "CONFINEMENT CLAIM PAID" TO TRAN-DESCRIPTION
           MOVE WK-EOB-DETAIL TO TRAN-OLD-VALUE
           MOVE WK-CONF-PAY-AMOUNT TO WK-CLAIM-LOG-DISPLAY
           MOVE WK-CLAIM-LOG-DISPLAY TO TRAN-NEW-VALUE
           PERFORM 598-WRITE-TRAN2-RECORD.

       749-SEND-CONFINEMENT-EOB.
      * Explanation-of-benefits letter to the insured - the days and
      * daily benefit paid and the amount, effective the discharge.
           MOVE WK-POLICY-NUMBER TO PN-POLICY-NUM
           MOVE "25" TO PN-FUNCTION
           MOVE WK-CURRENT-DATE TO PN-DATE
           MOVE "CONFINEMENT CLAIM PAID" TO PN-CHANGE-DESCRIPTION
           MOVE WK-EOB-DETAIL TO PN-OLD-VALUE
           MOVE WK-CONF-PAY-AMOUNT TO WK-CLAIM-AMOUNT-DISPLAY
           MOVE WK-CLAIM-AMOUNT-DISPLAY TO PN-NEW-VALUE
           MOVE WK-DISCHARGE-DATE TO PN-EFFECTIVE-DATE
           PERFORM 599-WRITE-NOTIFY-RECORD.

       750-MAINTAIN-AGENT-LICENSE.
      * Add, update or delete an agent's license for one state. The
      * licensing desk keys these from the state's license notices,
      * so the function is online only - a batch item is suspended.
           IF NOT INTERACTIVE-MODE
               MOVE MSG-LICENSE-ONLINE-ONLY TO IS-MESSAGE-LINE
           ELSE
               PERFORM 751-GET-LICENSE-DETAILS
               PERFORM 752-VALIDATE-LICENSE-CHANGE
               IF LICENSE-CHANGE-VALID
                   IF LICENSE-DELETE
                       PERFORM 754-DELETE-AGENT-LICENSE
                   ELSE
                       PERFORM 753-WRITE-AGENT-LICENSE
                   END-IF
                   IF LICENSE-FILE-STATUS = "00"
                       PERFORM 755-LOG-LICENSE-CHANGE
                   END-IF
               END-IF
               DISPLAY IS-MESSAGE-LINE
           END-IF.

       751-GET-LICENSE-DETAILS.
      * Get the agent, state and action, and for an add or update
      * the license number, line of authority and license dates
           DISPLAY "ENTER AGENT ID: "
           ACCEPT WK-AGENT-ID
           DISPLAY "ENTER LICENSE STATE (2 CHARS): "
           ACCEPT WK-LICENSE-STATE
           DISPLAY "ENTER ACTION (A=ADD/UPDATE, D=DELETE): "
           ACCEPT WK-LICENSE-ACTION
           IF LICENSE-ADD-UPDATE
               DISPLAY "ENTER LICENSE NUMBER: "
               ACCEPT WK-LICENSE-NUMBER
               DISPLAY "ENTER LINE OF AUTHORITY "
                   "(AH=ACC/HEALTH, LH=LIFE/HEALTH, LF=LIFE): "
               ACCEPT WK-LICENSE-LOA
               DISPLAY "ENTER LICENSE EFFECTIVE DATE (YYYYMMDD): "
               ACCEPT WK-LICENSE-EFF-DATE
               DISPLAY "ENTER LICENSE EXPIRATION DATE (YYYYMMDD): "
               ACCEPT WK-LICENSE-EXP-DATE
           END-IF.

       752-VALIDATE-LICENSE-CHANGE.
      * The agent must be on the agent master and the state given;
      * an add or update needs a license number, a known line of
      * authority, and real dates with expiration after effective.
           SET LICENSE-CHANGE-VALID TO TRUE
           MOVE WK-AGENT-ID TO A-AGENT-ID
           READ AGENT-MASTER-FILE
               INVALID KEY
                   MOVE "23" TO AGENT-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO AGENT-FILE-STATUS
           END-READ

           EVALUATE TRUE
               WHEN AGENT-FILE-STATUS NOT = "00"
                   SET LICENSE-CHANGE-INVALID TO TRUE
                   MOVE MSG-AGENT-ID-NOT-FOUND TO IS-MESSAGE-LINE
               WHEN WK-LICENSE-STATE = SPACES
                   OR (NOT LICENSE-ADD-UPDATE AND NOT LICENSE-DELETE)
                   SET LICENSE-CHANGE-INVALID TO TRUE
                   MOVE MSG-LICENSE-INVALID TO IS-MESSAGE-LINE
               WHEN LICENSE-DELETE
                   CONTINUE
               WHEN WK-LICENSE-NUMBER = SPACES
                   OR NOT LICENSE-LOA-VALID
                   OR FUNCTION TEST-DATE-YYYYMMDD(WK-LICENSE-EFF-DATE)
                       NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(WK-LICENSE-EXP-DATE)
                       NOT = 0
                   OR WK-LICENSE-EXP-DATE < WK-LICENSE-EFF-DATE
                   SET LICENSE-CHANGE-INVALID TO TRUE
                   MOVE MSG-LICENSE-INVALID TO IS-MESSAGE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       753-WRITE-AGENT-LICENSE.
      * Write the row, or rewrite it when the agent already has a
      * license on file for the state - one action covers both.
           MOVE SPACES TO WK-OLD-LICENSE-VALUE
           MOVE WK-AGENT-ID TO AL-AGENT-ID
           MOVE WK-LICENSE-STATE TO AL-STATE
           READ AGENT-LICENSE-FILE
               INVALID KEY
                   MOVE "23" TO LICENSE-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO LICENSE-FILE-STATUS
           END-READ
           IF LICENSE-FILE-STATUS = "00"
               STRING AL-LICENSE-NUMBER " " AL-LINE-OF-AUTHORITY
                      " " AL-EFFECTIVE-DATE "-" AL-EXPIRATION-DATE
                   DELIMITED BY SIZE INTO WK-OLD-LICENSE-VALUE
               END-STRING
           END-IF

           MOVE WK-AGENT-ID TO AL-AGENT-ID
           MOVE WK-LICENSE-STATE TO AL-STATE
           MOVE WK-LICENSE-NUMBER TO AL-LICENSE-NUMBER
           MOVE WK-LICENSE-LOA TO AL-LINE-OF-AUTHORITY
           MOVE WK-LICENSE-EFF-DATE TO AL-EFFECTIVE-DATE
           MOVE WK-LICENSE-EXP-DATE TO AL-EXPIRATION-DATE
           MOVE WK-CURRENT-DATE TO AL-LAST-MAINT-DATE
           MOVE WK-USER-ID TO AL-LAST-MAINT-USER
           WRITE AGENT-LICENSE-REC
               INVALID KEY
                   REWRITE AGENT-LICENSE-REC
                       INVALID KEY
                           MOVE "23" TO LICENSE-FILE-STATUS
                       NOT INVALID KEY
                           MOVE "00" TO LICENSE-FILE-STATUS
                   END-REWRITE
               NOT INVALID KEY
                   MOVE "00" TO LICENSE-FILE-STATUS
           END-WRITE

           IF LICENSE-FILE-STATUS = "00"
               MOVE MSG-LICENSE-UPDATED TO IS-MESSAGE-LINE
           ELSE
               MOVE "UNABLE TO UPDATE AGENT LICENSE - FILE ERROR"
                   TO IS-MESSAGE-LINE
           END-IF.

       754-DELETE-AGENT-LICENSE.
      * Delete the agent's license row for the state
           MOVE SPACES TO WK-OLD-LICENSE-VALUE
           MOVE WK-AGENT-ID TO AL-AGENT-ID
           MOVE WK-LICENSE-STATE TO AL-STATE
           READ AGENT-LICENSE-FILE
               INVALID KEY
                   MOVE "23" TO LICENSE-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO LICENSE-FILE-STATUS
           END-READ

           IF LICENSE-FILE-STATUS = "00"
               STRING AL-LICENSE-NUMBER " " AL-LINE-OF-AUTHORITY
                      " " AL-EFFECTIVE-DATE "-" AL-EXPIRATION-DATE
                   DELIMITED BY SIZE INTO WK-OLD-LICENSE-VALUE
               END-STRING
               DELETE AGENT-LICENSE-FILE
                   INVALID KEY
                       MOVE "23" TO LICENSE-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO LICENSE-FILE-STATUS
               END-DELETE
           END-IF

           IF LICENSE-FILE-STATUS = "00"
               MOVE MSG-LICENSE-DELETED TO IS-MESSAGE-LINE
           ELSE
               MOVE MSG-LICENSE-NOT-FOUND TO IS-MESSAGE-LINE
           END-IF.

       755-LOG-LICENSE-CHANGE.
      * Log the license maintenance like any other change. License
      * rows have no policy number, so the reserved literal
      * *LICENSE* keys the log and history rows for them.
           MOVE "*LICENSE*" TO TRAN-POLICY-NUM
           MOVE WK-CURRENT-DATE TO TRAN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRAN-TIME
           MOVE WK-USER-ID TO TRAN-USER-ID
           MOVE WK-FUNCTION-CODE TO TRAN-FUNCTION
           MOVE SPACES TO TRAN-DESCRIPTION
           IF LICENSE-DELETE
               STRING "AGENT " WK-AGENT-ID " LICENSE DELETED "
                      WK-LICENSE-STATE
                   DELIMITED BY SIZE INTO TRAN-DESCRIPTION
               END-STRING
               MOVE SPACES TO TRAN-NEW-VALUE
           ELSE
               STRING "AGENT " WK-AGENT-ID " LICENSE UPDATED "
                      WK-LICENSE-STATE
                   DELIMITED BY SIZE INTO TRAN-DESCRIPTION
               END-STRING
               MOVE SPACES TO TRAN-NEW-VALUE
               STRING WK-LICENSE-NUMBER " " WK-LICENSE-LOA
                      " " WK-LICENSE-EFF-DATE "-" WK-LICENSE-EXP-DATE
                   DELIMITED BY SIZE INTO TRAN-NEW-VALUE
               END-STRING
           END-IF
           MOVE WK-OLD-LICENSE-VALUE TO TRAN-OLD-VALUE

           PERFORM 598-WRITE-TRAN2-RECORD.

       756-CHECK-AGENT-LICENSE.
      * Is agent WK-LIC-AGENT-ID licensed today in state WK-LIC-STATE
      * for health business - a row on file for the state, a health
      * line of authority, and today inside the license dates.
           SET AGENT-NOT-LICENSED TO TRUE
           MOVE WK-LIC-AGENT-ID TO AL-AGENT-ID
           MOVE WK-LIC-STATE TO AL-STATE
           READ AGENT-LICENSE-FILE
               INVALID KEY
                   MOVE "23" TO LICENSE-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO LICENSE-FILE-STATUS
           END-READ
           IF LICENSE-FILE-STATUS = "00"
               AND AL-LOA-HEALTH-AUTHORITY
               AND AL-EFFECTIVE-DATE NOT > WK-CURRENT-DATE
               AND AL-EXPIRATION-DATE NOT < WK-CURRENT-DATE
               SET AGENT-LICENSED TO TRUE
           END-IF.

       760-MAINTAIN-PLAN-RATE.
      * Add or update a plan/rate master row - the limits and rates
      * that used to be a hard-coded table, now file maintenance so
       762-GET-PLAN-RATE-DETAILS.
      * Get the plan/rate row being added, updated, or deleted
           IF INTERACTIVE-MODE
               DISPLAY "ENTER RIDER CODE (4 CHARS, BASE=ISSUE, "
                   "RETN=RETENTION): "
               ACCEPT WK-RIDER-CODE
               DISPLAY "ENTER AGE BAND LOW (NN): "
               ACCEPT WK-RATE-AGE-LOW
                   ACCEPT WK-RATE-MAX-BENEFIT
                   DISPLAY "ENTER ANNUAL RATE PER 10.00 BENEFIT: "
                   ACCEPT WK-RATE-PER-UNIT
                   DISPLAY "ENTER MAX CONFINEMENT DAYS PER YEAR "
                       "(0=NO CAP): "
                   ACCEPT WK-RATE-MAX-DAYS
               END-IF
           END-IF.

           MOVE WK-RATE-AGE-HIGH TO PR-AGE-HIGH
           MOVE WK-RATE-MAX-BENEFIT TO PR-MAX-DAILY-BENEFIT
           MOVE WK-RATE-PER-UNIT TO PR-RATE-PER-UNIT
           MOVE WK-RATE-MAX-DAYS TO PR-MAX-DAYS-PER-YEAR
           WRITE PLAN-RATE-REC
               INVALID KEY
                   REWRITE PLAN-RATE-REC
           IF AGENT-FILE-STATUS = "00"
               MOVE WK-MGR-AGENT-ID TO A-REPORTS-TO-AGENT
               MOVE WK-OVERRIDE-RATE TO A-OVERRIDE-RATE
               PERFORM 584-JOURNAL-AGENT-MASTER
               REWRITE AGENT-MASTER-REC
                   INVALID KEY
                       MOVE "23" TO AGENT-FILE-STATUS

           IF MASTER-FILE-STATUS = "00"
               MOVE WK-NEW-PREMIUM TO PM-COMM-PREM
               PERFORM 580-JOURNAL-POLICY-MASTER
               REWRITE POL-MASTER-REC
                   INVALID KEY
                       MOVE "23" TO MASTER-FILE-STATUS
      * Adjust the writing agent's year-to-date commission by the
      * commission rate times the premium difference just applied,
      * then walk the reporting chain posting each level's override
      * up to the reporting-to agent. A terminated writing agent
      * earns nothing further, but the agents above still earn
      * their overrides until the book is transferred.
           MOVE PM-AGENT-ID TO A-AGENT-ID
           READ AGENT-MASTER-FILE
               INVALID KEY
           END-READ

           IF AGENT-FILE-STATUS = "00"
               AND NOT A-AGENT-TERMINATED
               COMPUTE WK-COMMISSION-ADJUSTMENT ROUNDED =
                   A-COMMISSION-RATE * WK-PREMIUM-DIFFERENCE
               ADD WK-COMMISSION-ADJUSTMENT TO A-YTD-COMMISSION
               PERFORM 584-JOURNAL-AGENT-MASTER
               REWRITE AGENT-MASTER-REC
                   INVALID KEY
                       MOVE "23" TO AGENT-FILE-STATUS
           END-IF

           IF AGENT-FILE-STATUS = "00"
               IF NOT A-AGENT-TERMINATED
                   PERFORM 869-WRITE-COMMISSION-DETAIL
               END-IF
               PERFORM 840-POST-OVERRIDE-CHAIN
           END-IF.


       842-POST-ONE-OVERRIDE.
      * Post one level's override to the reporting-to agent and step
      * the walk up to that agent's own reporting link. A terminated
      * agent in the chain is passed over - no override posts to
      * them - and the walk carries on above them.
           ADD 1 TO WK-OVERRIDE-DEPTH
           MOVE WK-CHAIN-AGENT-ID TO A-AGENT-ID
           READ AGENT-MASTER-FILE
               SET OVERRIDE-CHAIN-DONE TO TRUE
           ELSE
               IF WK-CHAIN-RATE NOT = 0
                   AND NOT A-AGENT-TERMINATED
                   COMPUTE WK-OVERRIDE-AMOUNT ROUNDED =
                       WK-CHAIN-RATE * WK-PREMIUM-DIFFERENCE
                   ADD WK-OVERRIDE-AMOUNT TO A-YTD-COMMISSION
                   PERFORM 584-JOURNAL-AGENT-MASTER
                   REWRITE AGENT-MASTER-REC
                       INVALID KEY
                           CONTINUE
                   NOT INVALID KEY
                       MOVE "00" TO COMMDTL-FILE-STATUS
               END-WRITE
           END-PERFORM
           IF COMMDTL-FILE-STATUS = "00"
               PERFORM 586-JOURNAL-COMMISSION-ADD
           END-IF.

       869-WRITE-COMMISSION-DETAIL.
      * Record the posting just folded into A-YTD-COMMISSION on the
                   NOT INVALID KEY
                       MOVE "00" TO COMMDTL-FILE-STATUS
               END-WRITE
           END-PERFORM
           IF COMMDTL-FILE-STATUS = "00"
               PERFORM 586-JOURNAL-COMMISSION-ADD
           END-IF.

       870-DELETE-RIDER.
      * Delete a rider from policy
                   PERFORM 540-APPLY-RIDER-PREM-CHANGE
                   PERFORM 590-LOG-TRANSACTION
                   PERFORM 877-SEND-RIDER-DELETE-NOTIFY
                   MOVE WK-POLICY-NUMBER TO WK-CESSION-POLNUM
                   PERFORM 570-ADJUST-LIFE-CESSION
               END-IF
           END-IF.


           IF BENEFIT-FILE-STATUS = "00"
               MOVE PB-RIDER-PREMIUM TO WK-OLD-RIDER-PREMIUM
               SET JOURNAL-DELETE-INTENDED TO TRUE
               PERFORM 582-JOURNAL-POLICY-BENEFIT
               DELETE POL-BENEFIT-FILE
                   INVALID KEY
                       MOVE "23" TO BENEFIT-FILE-STATUS
                           PERFORM 540-APPLY-RIDER-PREM-CHANGE
                           PERFORM 590-LOG-TRANSACTION
                           PERFORM 887-SEND-RIDER-UPDATE-NOTIFY
                           MOVE WK-POLICY-NUMBER TO WK-CESSION-POLNUM
                           PERFORM 570-ADJUST-LIFE-CESSION
                       END-IF
               END-EVALUATE
           END-IF.
               MOVE PB-RIDER-PREMIUM TO WK-OLD-RIDER-PREMIUM
               MOVE WK-RIDER-AMOUNT TO PB-DAILY-BENEFIT
               MOVE WK-RATED-PREMIUM TO PB-RIDER-PREMIUM
               PERFORM 582-JOURNAL-POLICY-BENEFIT
               REWRITE POL-BENEFIT-REC
                   INVALID KEY
                       MOVE "23" TO BENEFIT-FILE-STATUS
                 POL-BENEFICIARY-FILE
                 POL-HISTORY-FILE
                 PLAN-RATE-FILE
                 POL-PAYMENT-FILE
                 POL-CLAIM-HISTORY-FILE
                 AGENT-LICENSE-FILE
                 POL-TRAN2-FILE
                 POL-NOTIFY-FILE
                 CLAIM-REGISTER-FILE
                 REFUND-REGISTER-FILE
           IF BATCH-MODE
               CLOSE POL-TRAN1-FILE
                     POL-CHKPT-FILE
                     POL-SUSPENSE-FILE
                     RUN-JOURNAL-FILE
           ELSE
               CLOSE OPERATOR-PROFILE-FILE
           END-IF
                   AND INSURED-FILE-STATUS = "00"
                   PERFORM 910-LOG-POLICY-ISSUE
                   PERFORM 912-SEND-WELCOME-NOTIFY
                   MOVE WK-POLICY-NUMBER TO WK-CESSION-POLNUM
                   PERFORM 570-ADJUST-LIFE-CESSION
               END-IF
           END-IF.

               ACCEPT WK-NEW-ZIP
               DISPLAY "ENTER ISSUE DATE (YYYYMMDD): "
               ACCEPT WK-ISSUE-DATE
               DISPLAY "ENTER PREMIUM MODE (A/S/Q/M, BLANK=ANNUAL): "
               ACCEPT WK-PREMIUM-MODE
           END-IF.

       907-VALIDATE-NEW-POLICY.
      * A new policy needs a non-blank, unused policy number, a
      * writing agent already on the agent master, not terminated,
      * and licensed in the insured's state, a valid premium
      * mode (blank issues annual), and a base rate on the plan/rate
      * master for the insured's age - the issue premium is computed
      * from that rate, never keyed.
           SET POLICY-ISSUE-VALID TO TRUE

           IF WK-POLICY-NUMBER = SPACES
               IF AGENT-FILE-STATUS NOT = "00"
                   SET POLICY-ISSUE-INVALID TO TRUE
                   MOVE MSG-AGENT-ID-NOT-FOUND TO IS-MESSAGE-LINE
               ELSE
                   IF A-AGENT-TERMINATED
                       SET POLICY-ISSUE-INVALID TO TRUE
                       MOVE MSG-AGENT-TERMINATED TO IS-MESSAGE-LINE
                   END-IF
               END-IF
           END-IF

           IF POLICY-ISSUE-VALID
               MOVE WK-AGENT-ID TO WK-LIC-AGENT-ID
               MOVE WK-NEW-STATE TO WK-LIC-STATE
               PERFORM 756-CHECK-AGENT-LICENSE
               IF AGENT-NOT-LICENSED
                   SET POLICY-ISSUE-INVALID TO TRUE
                   MOVE MSG-AGENT-NOT-LICENSED TO IS-MESSAGE-LINE
               END-IF
           END-IF

           IF POLICY-ISSUE-VALID
               IF WK-PREMIUM-MODE = SPACE
                   MOVE "A" TO WK-PREMIUM-MODE
               END-IF
               IF NOT PREMIUM-MODE-VALID
                   SET POLICY-ISSUE-INVALID TO TRUE
                   MOVE MSG-INVALID-MODE TO IS-MESSAGE-LINE
               END-IF
           END-IF

           PERFORM 970-FIND-PLAN-RATE
           IF PLAN-RATE-FOUND
               MOVE PR-RATE-PER-UNIT TO WK-NEW-PREMIUM
               MOVE WK-PREMIUM-MODE TO WK-MODE-CODE
               PERFORM 913-SET-MODAL-FACTOR
               COMPUTE WK-MODAL-PREMIUM ROUNDED =
                   WK-NEW-PREMIUM * WK-MODAL-FACTOR
               IF INTERACTIVE-MODE
                   MOVE WK-NEW-PREMIUM TO WK-PREMIUM-DISPLAY
                   DISPLAY "RATED ANNUAL PREMIUM: " WK-PREMIUM-DISPLAY
                   MOVE WK-MODAL-PREMIUM TO WK-PREMIUM-DISPLAY
                   DISPLAY "MODAL PREMIUM: " WK-PREMIUM-DISPLAY
                       " " WK-MV-MODE-NAME
               END-IF
           END-IF.

       913-SET-MODAL-FACTOR.
      * Modal factor and mode name for the premium mode code in
      * WK-MODE-CODE - a blank or unknown code is annual.
           EVALUATE WK-MODE-CODE
               WHEN "S"
                   MOVE WK-SEMI-ANNUAL-FACTOR TO WK-MODAL-FACTOR
                   MOVE "SEMI-ANNUAL" TO WK-MV-MODE-NAME
               WHEN "Q"
                   MOVE WK-QUARTERLY-FACTOR TO WK-MODAL-FACTOR
                   MOVE "QUARTERLY" TO WK-MV-MODE-NAME
               WHEN "M"
                   MOVE WK-MONTHLY-FACTOR TO WK-MODAL-FACTOR
                   MOVE "MONTHLY" TO WK-MV-MODE-NAME
               WHEN OTHER
                   MOVE WK-ANNUAL-FACTOR TO WK-MODAL-FACTOR
                   MOVE "ANNUAL" TO WK-MV-MODE-NAME
           END-EVALUATE.

       908-WRITE-NEW-POLICY-RECORDS.
      * Write the policy master and insured records together; if the
      * insured record cannot be written the policy master is backed
           MOVE SPACES           TO PM-DRAFT-STATUS
           MOVE WK-ISSUE-DATE    TO PM-PAID-TO-DATE
           MOVE 0                TO PM-DELQ-NOTICE-DATE
           MOVE WK-PREMIUM-MODE  TO PM-PREMIUM-MODE
           MOVE WK-MODAL-FACTOR  TO PM-MODAL-FACTOR
           PERFORM 580-JOURNAL-POLICY-MASTER
           WRITE POL-MASTER-REC
               INVALID KEY
                   MOVE "22" TO MASTER-FILE-STATUS
               MOVE WK-NEW-CITY      TO PI-CITY
               MOVE WK-NEW-STATE     TO PI-STATE
               MOVE WK-NEW-ZIP       TO PI-ZIP
               PERFORM 581-JOURNAL-POLICY-INSURED
               WRITE POL-INSURED-REC
                   INVALID KEY
                       MOVE "22" TO INSURED-FILE-STATUS
       909-BACK-OUT-POLICY-MASTER.
      * Remove the policy master record just written when the insured
      * record could not be added with it.
           SET JOURNAL-DELETE-INTENDED TO TRUE
           PERFORM 580-JOURNAL-POLICY-MASTER
           DELETE POL-MASTER-FILE
               INVALID KEY
                   CONTINUE

           PERFORM 950-VALIDATE-POLICY-NUMBER.

       916-COMPUTE-UNEARNED-PREMIUM.
      * Pro-rata unearned premium for the days from the cancel or
      * death date in WK-REFUND-EFF-DATE up to the paid-to date. The
      * last payment bought one mode period for one modal premium,
      * so each unearned day is worth that premium over the days in
      * the period. Nothing is owed back unless the policy is paid
      * past the date; when it is, the paid-to date comes back to
      * the date refunded from, ready for the calling paragraph's
      * rewrite of the policy master.
           MOVE 0 TO WK-REFUND-AMOUNT
           MOVE PM-PAID-TO-DATE TO WK-REFUND-OLD-PAID-TO
           IF PM-PAID-TO-DATE > WK-REFUND-EFF-DATE
               AND FUNCTION TEST-DATE-YYYYMMDD(WK-REFUND-EFF-DATE) = 0
               AND FUNCTION TEST-DATE-YYYYMMDD(PM-PAID-TO-DATE) = 0
               PERFORM 917-SET-REFUND-PERIOD
               COMPUTE WK-REFUND-UNEARNED-DAYS =
                   FUNCTION INTEGER-OF-DATE(PM-PAID-TO-DATE)
                 - FUNCTION INTEGER-OF-DATE(WK-REFUND-EFF-DATE)
               MOVE PM-PREMIUM-MODE TO WK-MODE-CODE
               PERFORM 913-SET-MODAL-FACTOR
               IF PM-MODAL-FACTOR IS NUMERIC
                   AND PM-MODAL-FACTOR > 0
                   MOVE PM-MODAL-FACTOR TO WK-MODAL-FACTOR
               END-IF
               IF WK-REFUND-PERIOD-DAYS > 0
                   COMPUTE WK-REFUND-AMOUNT ROUNDED =
                       PM-COMM-PREM * WK-MODAL-FACTOR
                       * WK-REFUND-UNEARNED-DAYS
                       / WK-REFUND-PERIOD-DAYS
               END-IF
               IF WK-REFUND-AMOUNT > 0
                   MOVE WK-REFUND-EFF-DATE TO PM-PAID-TO-DATE
               END-IF
           END-IF.

       917-SET-REFUND-PERIOD.
      * The mode period the last payment bought runs from one mode
      * back from the paid-to date up to the paid-to date - 12, 6,
      * 3 or 1 months, a blank mode billing annually. A day past the
      * end of the earlier month is pulled back to its last day.
           EVALUATE PM-PREMIUM-MODE
               WHEN "M"
                   MOVE 1 TO WK-REFUND-MODE-MONTHS
               WHEN "Q"
                   MOVE 3 TO WK-REFUND-MODE-MONTHS
               WHEN "S"
                   MOVE 6 TO WK-REFUND-MODE-MONTHS
               WHEN OTHER
                   MOVE 12 TO WK-REFUND-MODE-MONTHS
           END-EVALUATE
           MOVE PM-PAID-TO-DATE TO WK-REFUND-PERIOD-DATE
           IF WK-RPS-MONTH > WK-REFUND-MODE-MONTHS
               SUBTRACT WK-REFUND-MODE-MONTHS FROM WK-RPS-MONTH
           ELSE
               ADD 12 TO WK-RPS-MONTH
               SUBTRACT WK-REFUND-MODE-MONTHS FROM WK-RPS-MONTH
               SUBTRACT 1 FROM WK-RPS-YEAR
           END-IF
           PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(WK-REFUND-PERIOD-DATE)
                   = 0
                   OR WK-RPS-DAY <= 28
               SUBTRACT 1 FROM WK-RPS-DAY
           END-PERFORM
           COMPUTE WK-REFUND-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(PM-PAID-TO-DATE)
             - FUNCTION INTEGER-OF-DATE(WK-REFUND-PERIOD-DATE).

       918-POST-PREMIUM-REFUND.
      * Post the refund computed by 916 - a refund event on the
      * payment ledger carrying the paid-to date it left the policy
      * at, the paid-to move on the permanent history, a line on the
      * refund check register for accounts payable, and a refund
      * paragraph on the insured's letter. A death claim refund is
      * payable to the insured's estate.
           MOVE WK-POLICY-NUMBER TO PI-POLNUM
           READ POL-INSURED-FILE
               INVALID KEY
                   MOVE "23" TO INSURED-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO INSURED-FILE-STATUS
           END-READ
           MOVE SPACES TO WK-REFUND-PAYEE
           IF INSURED-FILE-STATUS = "00"
               IF WK-REFUND-REASON = "DEATH"
                   STRING "ESTATE OF " DELIMITED BY SIZE
                          PI-FIRST-NAME DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          PI-LAST-NAME DELIMITED BY SPACE
                       INTO WK-REFUND-PAYEE
                   END-STRING
               ELSE
                   STRING PI-FIRST-NAME DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          PI-LAST-NAME DELIMITED BY SPACE
                       INTO WK-REFUND-PAYEE
                   END-STRING
               END-IF
           ELSE
               MOVE "INSURED NOT ON FILE" TO WK-REFUND-PAYEE
           END-IF

           MOVE WK-POLICY-NUMBER  TO PY-POLNUM
           MOVE WK-CURRENT-DATE   TO PY-POST-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO PY-POST-TIME
           MOVE 0                 TO PY-SEQ-NO
           SET PY-PREMIUM-REFUNDED TO TRUE
           MOVE WK-REFUND-REASON  TO PY-SOURCE
           MOVE WK-REFUND-AMOUNT  TO PY-AMOUNT
           MOVE PM-PAID-TO-DATE   TO PY-PAID-TO-DATE
           MOVE SPACES            TO PY-CHECK-NUMBER
           MOVE WK-USER-ID        TO PY-USER-ID
           MOVE "22" TO PAYMENT-FILE-STATUS
           PERFORM UNTIL PAYMENT-FILE-STATUS NOT = "22"
                   OR PY-SEQ-NO = 999
               WRITE POL-PAYMENT-REC
                   INVALID KEY
                       MOVE "22" TO PAYMENT-FILE-STATUS
                       ADD 1 TO PY-SEQ-NO
                   NOT INVALID KEY
                       MOVE "00" TO PAYMENT-FILE-STATUS
               END-WRITE
           END-PERFORM
           IF PAYMENT-FILE-STATUS = "00"
               SET RJ-PAYMENT-LEDGER TO TRUE
               PERFORM 587-JOURNAL-PAYOUT-ROW-ADD
           END-IF

           MOVE WK-POLICY-NUMBER TO TRAN-POLICY-NUM
           MOVE WK-CURRENT-DATE TO TRAN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRAN-TIME
           MOVE WK-USER-ID TO TRAN-USER-ID
           MOVE WK-FUNCTION-CODE TO TRAN-FUNCTION
           MOVE "UNEARNED PREMIUM REFUNDED" TO TRAN-DESCRIPTION
           MOVE WK-REFUND-OLD-PAID-TO TO TRAN-OLD-VALUE
           MOVE PM-PAID-TO-DATE TO TRAN-NEW-VALUE
           PERFORM 597-WRITE-HISTORY-RECORD

           PERFORM 919-WRITE-REFUND-REGISTER

           MOVE WK-POLICY-NUMBER TO PN-POLICY-NUM
           MOVE "RF" TO PN-FUNCTION
           MOVE WK-CURRENT-DATE TO PN-DATE
           MOVE "UNEARNED PREMIUM REFUND" TO PN-CHANGE-DESCRIPTION
           MOVE WK-REFUND-PAYEE TO PN-OLD-VALUE
           MOVE WK-REFUND-AMOUNT TO WK-REFUND-LOG-DISPLAY
           MOVE WK-REFUND-LOG-DISPLAY TO PN-NEW-VALUE
           MOVE WK-REFUND-EFF-DATE TO PN-EFFECTIVE-DATE
           PERFORM 599-WRITE-NOTIFY-RECORD

           IF INTERACTIVE-MODE
               DISPLAY "UNEARNED PREMIUM REFUND: " WK-REFUND-LOG-DISPLAY
           END-IF.

       919-WRITE-REFUND-REGISTER.
      * One refund check register row per refund - accounts payable
      * cuts the check off this register.
           IF REFUND-HEADINGS-NOT-PRINTED
               MOVE WK-REFUND-REG-HEADING TO REFUND-REGISTER-LINE
               WRITE REFUND-REGISTER-LINE
               SET REFUND-HEADINGS-PRINTED TO TRUE
           END-IF
           MOVE WK-POLICY-NUMBER TO WK-RR-POLNUM
           MOVE WK-REFUND-PAYEE TO WK-RR-PAYEE
           MOVE WK-REFUND-REASON TO WK-RR-REASON
           MOVE WK-REFUND-EFF-DATE TO WK-RR-EFF-DATE
           MOVE WK-REFUND-OLD-PAID-TO TO WK-RR-OLD-PAID-TO
           MOVE WK-REFUND-AMOUNT TO WK-CLAIM-AMOUNT-DISPLAY
           MOVE WK-CLAIM-AMOUNT-DISPLAY TO WK-RR-AMOUNT
           MOVE WK-REFUND-REG-DETAIL TO REFUND-REGISTER-LINE
           WRITE REFUND-REGISTER-LINE.

       920-LAPSE-POLICY.
      * Lapse an active policy for non-payment
           PERFORM 915-GET-POLICY-FOR-STATUS
           END-IF.

       925-CANCEL-POLICY.
      * Cancel an active or lapsed policy - premium paid past today
      * is refunded pro-rata with the cancellation.
           PERFORM 915-GET-POLICY-FOR-STATUS

           IF RECORD-FOUND
               IF STATUS-CHANGE-VALID
                   MOVE "C" TO WK-NEW-POLICY-STATUS
                   MOVE "POLICY CANCELLED" TO WK-STATUS-CHANGE-DESC
                   MOVE WK-CURRENT-DATE TO WK-REFUND-EFF-DATE
                   MOVE "CANCL" TO WK-REFUND-REASON
                   PERFORM 916-COMPUTE-UNEARNED-PREMIUM
                   PERFORM 935-UPDATE-POLICY-STATUS
                   IF MASTER-FILE-STATUS = "00"
                       AND WK-REFUND-AMOUNT > 0
                       PERFORM 918-POST-PREMIUM-REFUND
                   END-IF
               END-IF
           END-IF.

           IF WK-NEW-POLICY-STATUS = "A"
               MOVE 0 TO PM-DELQ-NOTICE-DATE
           END-IF
           PERFORM 580-JOURNAL-POLICY-MASTER
           REWRITE POL-MASTER-REC
               INVALID KEY
                   MOVE "23" TO MASTER-FILE-STATUS
               MOVE MSG-STATUS-UPDATED TO IS-MESSAGE-LINE
               PERFORM 940-LOG-STATUS-CHANGE
               PERFORM 945-SEND-STATUS-NOTIFY
               MOVE WK-POLICY-NUMBER TO WK-CESSION-POLNUM
               PERFORM 570-ADJUST-LIFE-CESSION
           ELSE
               MOVE "UNABLE TO UPDATE STATUS - POLICY NOT ON FILE"
                   TO IS-MESSAGE-LINE
       970-FIND-PLAN-RATE.
      * Browse the plan/rate master from the first band for the
      * rider code in WK-RIDER-CODE and pick the band covering the
      * insured's age. Leaves the matching record in the buffer, its
      * maximum daily benefit in WK-MAX-DAILY-BENEFIT and its yearly
      * confinement day cap in WK-MAX-DAYS-PER-YEAR.
           SET PLAN-RATE-NOT-FOUND TO TRUE
           MOVE 0 TO WK-MAX-DAILY-BENEFIT
           MOVE 0 TO WK-MAX-DAYS-PER-YEAR
           MOVE WK-RIDER-CODE TO PR-RIDER-CODE
           MOVE 0 TO PR-AGE-LOW
           START PLAN-RATE-FILE KEY IS NOT LESS THAN PR-KEY
                           SET PLAN-RATE-FOUND TO TRUE
                           MOVE PR-MAX-DAILY-BENEFIT
                               TO WK-MAX-DAILY-BENEFIT
                           IF PR-MAX-DAYS-PER-YEAR IS NUMERIC
                               MOVE PR-MAX-DAYS-PER-YEAR
                                   TO WK-MAX-DAYS-PER-YEAR
                           END-IF
                           MOVE "10" TO RATE-FILE-STATUS
                       END-IF
                   END-IF
      * on file. The policy moves to claim-pending when the claim
      * is recorded and to claim-paid once the split is written to
      * the payout register; a policy with no beneficiaries stays
      * claim-pending for the payout desk to settle by hand. Premium
      * paid past the date of death is refunded to the insured's
      * estate when the claim is paid.
           PERFORM 915-GET-POLICY-FOR-STATUS

           IF RECORD-FOUND
                           DISPLAY IS-MESSAGE-LINE
                       END-IF
                   ELSE
                       MOVE WK-DEATH-DATE TO WK-REFUND-EFF-DATE
                       MOVE "DEATH" TO WK-REFUND-REASON
                       PERFORM 916-COMPUTE-UNEARNED-PREMIUM
                       PERFORM 985-PAY-BENEFICIARIES
                       PERFORM 988-RECORD-CLAIM-PAID
                       IF MASTER-FILE-STATUS = "00"
                           AND WK-REFUND-AMOUNT > 0
                           PERFORM 918-POST-PREMIUM-REFUND
                       END-IF
                       MOVE MSG-CLAIM-PAID TO IS-MESSAGE-LINE
                       IF INTERACTIVE-MODE
                           DISPLAY IS-MESSAGE-LINE
                       END-IF
                   END-IF
                   MOVE WK-POLICY-NUMBER TO WK-CESSION-POLNUM
                   PERFORM 570-ADJUST-LIFE-CESSION
               END-IF
           END-IF.

      * foots one for one.
           MOVE PM-POLICY-STATUS TO WK-OLD-POLICY-STATUS
           MOVE "P" TO PM-POLICY-STATUS
           PERFORM 580-JOURNAL-POLICY-MASTER
           REWRITE POL-MASTER-REC
               INVALID KEY
                   MOVE "23" TO MASTER-FILE-STATUS
      * Move the policy from claim-pending to claim-paid and log the
      * payout on the transaction log and permanent history.
           MOVE "D" TO PM-POLICY-STATUS
           PERFORM 580-JOURNAL-POLICY-MASTER
           REWRITE POL-MASTER-REC
               INVALID KEY
                   MOVE "23" TO MASTER-FILE-STATUS
           MOVE WK-DEATH-DATE TO PN-EFFECTIVE-DATE
           PERFORM 599-WRITE-NOTIFY-RECORD.

       990-CHANGE-PREMIUM-MODE.
      * Change how often an active policy is billed. The annual
      * premium on PM-COMM-PREM does not change - the new mode and
      * its modal factor decide what each bill, draft and receipt is
      * for from the policy's next due date on. The paid-to date is
      * left where it is so nothing already collected is lost.
           PERFORM 710-GET-POLICY-FOR-ADDRESS

           IF RECORD-FOUND
               PERFORM 960-READ-POLICY-MASTER
               PERFORM 991-GET-NEW-PREMIUM-MODE
               PERFORM 992-VALIDATE-PREMIUM-MODE
               IF MODE-CHANGE-VALID
                   PERFORM 993-UPDATE-PREMIUM-MODE
                   IF MASTER-FILE-STATUS = "00"
                       PERFORM 994-LOG-PREMIUM-MODE-CHANGE
                       PERFORM 995-SEND-PREMIUM-MODE-NOTIFY
                   END-IF
               END-IF
           END-IF.

       991-GET-NEW-PREMIUM-MODE.
      * Get the premium mode the policy is moving to
           IF INTERACTIVE-MODE
               DISPLAY "ENTER NEW PREMIUM MODE (A/S/Q/M): "
               ACCEPT WK-PREMIUM-MODE
           END-IF.

       992-VALIDATE-PREMIUM-MODE.
      * The new mode must be one of the four modes and must differ
      * from the mode the policy is billed on now - a blank mode on
      * file is a policy converted before modes and bills annually.
           SET MODE-CHANGE-VALID TO TRUE
           MOVE PM-PREMIUM-MODE TO WK-OLD-PREMIUM-MODE
           IF WK-OLD-PREMIUM-MODE = SPACE
               MOVE "A" TO WK-OLD-PREMIUM-MODE
           END-IF

           IF NOT PREMIUM-MODE-VALID
               SET MODE-CHANGE-INVALID TO TRUE
               MOVE MSG-INVALID-MODE TO IS-MESSAGE-LINE
           ELSE
               IF WK-PREMIUM-MODE = WK-OLD-PREMIUM-MODE
                   SET MODE-CHANGE-INVALID TO TRUE
                   MOVE MSG-MODE-UNCHANGED TO IS-MESSAGE-LINE
               END-IF
           END-IF

           IF MODE-CHANGE-INVALID AND INTERACTIVE-MODE
               DISPLAY IS-MESSAGE-LINE
           END-IF.

       993-UPDATE-PREMIUM-MODE.
      * Keep the old mode and modal premium for the log and the
      * letter - priced at the factor actually on file - then put
      * the new mode and its factor on the policy master.
           MOVE WK-OLD-PREMIUM-MODE TO WK-MODE-CODE
           PERFORM 913-SET-MODAL-FACTOR
           IF PM-MODAL-FACTOR IS NUMERIC
               AND PM-MODAL-FACTOR > 0
               MOVE PM-MODAL-FACTOR TO WK-MODAL-FACTOR
           END-IF
           COMPUTE WK-MODAL-PREMIUM ROUNDED =
               PM-COMM-PREM * WK-MODAL-FACTOR
           MOVE WK-MODAL-PREMIUM TO WK-MV-PREMIUM
           MOVE WK-MODE-VALUE TO WK-OLD-MODE-VALUE

           MOVE WK-PREMIUM-MODE TO WK-MODE-CODE
           PERFORM 913-SET-MODAL-FACTOR
           COMPUTE WK-MODAL-PREMIUM ROUNDED =
               PM-COMM-PREM * WK-MODAL-FACTOR
           MOVE WK-MODAL-PREMIUM TO WK-MV-PREMIUM

           MOVE WK-PREMIUM-MODE TO PM-PREMIUM-MODE
           MOVE WK-MODAL-FACTOR TO PM-MODAL-FACTOR
           PERFORM 580-JOURNAL-POLICY-MASTER
           REWRITE POL-MASTER-REC
               INVALID KEY
                   MOVE "23" TO MASTER-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO MASTER-FILE-STATUS
           END-REWRITE

           IF MASTER-FILE-STATUS = "00"
               MOVE MSG-MODE-UPDATED TO IS-MESSAGE-LINE
           ELSE
               MOVE "UNABLE TO CHANGE PREMIUM MODE - POLICY NOT ON FILE"
                   TO IS-MESSAGE-LINE
           END-IF
           IF INTERACTIVE-MODE
               DISPLAY IS-MESSAGE-LINE
               IF MASTER-FILE-STATUS = "00"
                   DISPLAY "NEW MODAL PREMIUM: " WK-MV-PREMIUM
                       " " WK-MV-MODE-NAME
               END-IF
           END-IF.

       994-LOG-PREMIUM-MODE-CHANGE.
      * Log the premium mode change transaction
           MOVE WK-POLICY-NUMBER TO TRAN-POLICY-NUM
           MOVE WK-CURRENT-DATE TO TRAN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO TRAN-TIME
           MOVE WK-USER-ID TO TRAN-USER-ID
           MOVE WK-FUNCTION-CODE TO TRAN-FUNCTION
           MOVE "PREMIUM MODE CHANGE" TO TRAN-DESCRIPTION
           MOVE WK-OLD-MODE-VALUE TO TRAN-OLD-VALUE
           MOVE WK-MODE-VALUE TO TRAN-NEW-VALUE

           PERFORM 598-WRITE-TRAN2-RECORD.

       995-SEND-PREMIUM-MODE-NOTIFY.
      * Build and write the customer confirmation letter for a
      * premium mode change - effective from the policy's next due
      * date, which is its paid-to date.
           MOVE WK-POLICY-NUMBER TO PN-POLICY-NUM
           MOVE "24" TO PN-FUNCTION
           MOVE WK-CURRENT-DATE TO PN-DATE
           MOVE "PREMIUM MODE CHANGED" TO PN-CHANGE-DESCRIPTION
           MOVE WK-OLD-MODE-VALUE TO PN-OLD-VALUE
           MOVE WK-MODE-VALUE TO PN-NEW-VALUE
           IF PM-PAID-TO-DATE = 0
               MOVE WK-CURRENT-DATE TO PN-EFFECTIVE-DATE
           ELSE
               MOVE PM-PAID-TO-DATE TO PN-EFFECTIVE-DATE
           END-IF
           PERFORM 599-WRITE-NOTIFY-RECORD.

      * Additional utility paragraphs would be added here for:
      * - Date validation routines
      * - Amount validation routines
