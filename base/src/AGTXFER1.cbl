      ******************************************************************
      *                                                                *
      * Agent Book Transfer Program                                    *
      *                                                                *
      * Moves the book of business of one agent (normally one who      *
      * has been terminated) to a new agent of record. The FROM= and   *
      * TO= agent ids come on the PARM, with an optional STATE= to     *
      * move only the policies whose insured lives in one state -      *
      * a book is often split among several agents by territory.       *
      * Every open policy carrying the from-agent is moved: the agent  *
      * of record on POL-MASTER is changed, a POLHIST audit row is     *
      * written, and an agent-change letter is sent through the        *
      * POL-NOTIFY stream. Cancelled and claim-settled policies stay   *
      * with the agent who wrote them. The receiving agent must hold   *
      * a current health license in the insured's state, the same      *
      * rule new business is held to; a policy the receiving agent     *
      * cannot serve is listed as an exception and left in place for   *
      * agency management to place by another run. A transfer          *
      * register lists every policy moved with its annual premium      *
      * and closes with the counts and premium moved for sign-off.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGTXFER1.
       AUTHOR. COBOL PROGRAMMER.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The master is read in policy-number order, not browsed on the
      * PM-AGENT-ID alternate key - the run changes that key on every
      * policy it moves, and a primary-key pass is not disturbed by
      * the rewrite.
           SELECT POL-MASTER-FILE ASSIGN TO "POLMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-POLNUM
               ALTERNATE RECORD KEY IS PM-AGENT-ID WITH DUPLICATES
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT POL-INSURED-FILE ASSIGN TO "POLINS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-POLNUM
               FILE STATUS IS INSURED-FILE-STATUS.

           SELECT AGENT-MASTER-FILE ASSIGN TO "AGTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS A-AGENT-ID
               FILE STATUS IS AGENT-FILE-STATUS.

           SELECT AGENT-LICENSE-FILE ASSIGN TO "AGTLIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS LICENSE-FILE-STATUS.

           SELECT POL-HISTORY-FILE ASSIGN TO "POLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT POL-NOTIFY-FILE ASSIGN TO "POLNTFY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-FILE-STATUS.

           SELECT TRANSFER-REPORT-FILE ASSIGN TO "XFERREG"
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

       FD  AGENT-MASTER-FILE.
       01  AGENT-MASTER-REC.
           COPY AGTMSTR IN "COPYLIB".

       FD  AGENT-LICENSE-FILE.
       01  AGENT-LICENSE-REC.
           COPY AGTLIC IN "COPYLIB".

       FD  POL-HISTORY-FILE.
       01  POL-HISTORY-REC.
           COPY POLHIST IN "COPYLIB".

       FD  POL-NOTIFY-FILE.
       01  POL-NOTIFY-REC.
           COPY POLNTFY IN "COPYLIB".

       FD  TRANSFER-REPORT-FILE.
       01  TRANSFER-REPORT-LINE          PIC X(110).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  MASTER-FILE-STATUS        PIC XX VALUE "00".
           05  INSURED-FILE-STATUS       PIC XX VALUE "00".
           05  AGENT-FILE-STATUS         PIC XX VALUE "00".
           05  LICENSE-FILE-STATUS       PIC XX VALUE "00".
           05  HIST-FILE-STATUS          PIC XX VALUE "00".
           05  NOTIFY-FILE-STATUS        PIC XX VALUE "00".
           05  REPORT-FILE-STATUS        PIC XX VALUE "00".

       01  WS-EOF-SWITCH                 PIC X VALUE "N".
           88  END-OF-POL-MASTER              VALUE "Y".
           88  NOT-END-OF-POL-MASTER          VALUE "N".

      * PARM TOKENS - FROM= AND TO= AGENT IDS, OPTIONAL STATE=. THE
      * RUNID= TOKEN IS PICKED UP BY RUNCTL01.
       01  WS-COMMAND-LINE               PIC X(80) VALUE SPACES.
       01  WS-PARM-1                     PIC X(20) VALUE SPACES.
       01  WS-PARM-2                     PIC X(20) VALUE SPACES.
       01  WS-PARM-3                     PIC X(20) VALUE SPACES.
       01  WS-PARM-4                     PIC X(20) VALUE SPACES.
       01  WS-PARM-SCAN                  PIC X(20) VALUE SPACES.

       01  WS-FROM-AGENT-ID              PIC X(12) VALUE SPACES.
       01  WS-TO-AGENT-ID                PIC X(12) VALUE SPACES.
       01  WS-TRANSFER-STATE             PIC XX VALUE SPACES.
       01  WS-AGENT-NAME                 PIC X(32) VALUE SPACES.
       01  WS-FROM-AGENT-NAME            PIC X(32) VALUE SPACES.
       01  WS-TO-AGENT-NAME              PIC X(32) VALUE SPACES.
       01  WS-FROM-AGENT-STATUS          PIC X(20) VALUE SPACES.

       01  WS-PARM-VALID-SWITCH          PIC X VALUE "Y".
           88  TRANSFER-PARM-VALID            VALUE "Y".
           88  TRANSFER-PARM-INVALID          VALUE "N".
       01  WS-PARM-ERROR                 PIC X(60) VALUE SPACES.

       01  WS-LICENSED-SWITCH            PIC X VALUE "N".
           88  TO-AGENT-LICENSED              VALUE "Y".
           88  TO-AGENT-NOT-LICENSED          VALUE "N".

       01  WS-RUN-DATE                   PIC 9(8) VALUE 0.
       01  WS-RUN-TIME                   PIC 9(6) VALUE 0.

       01  WS-POLICIES-READ              PIC 9(7) COMP VALUE 0.
       01  WS-POLICIES-EXAMINED          PIC 9(7) COMP VALUE 0.
       01  WS-POLICIES-MOVED             PIC 9(7) COMP VALUE 0.
       01  WS-POLICIES-CLOSED            PIC 9(7) COMP VALUE 0.
       01  WS-POLICIES-OTHER-STATE       PIC 9(7) COMP VALUE 0.
       01  WS-POLICIES-NOT-LICENSED      PIC 9(7) COMP VALUE 0.
       01  WS-PREMIUM-MOVED              PIC S9(11)V99 COMP-3 VALUE +0.

       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DATE-DISPLAY               PIC 99/99/9999.

       01  WS-REPORT-TITLE.
           05  FILLER                    PIC X(30) VALUE SPACES.
           05  FILLER                    PIC X(40) VALUE
               "AGENT BOOK TRANSFER REGISTER".

       01  WS-REPORT-SUBTITLE.
           05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
           05  WS-SUB-DATE               PIC 99/99/9999.
           05  FILLER                    PIC X(12) VALUE
               "    RUN ID: ".
           05  WS-SUB-RUN-ID             PIC X(8).

       01  WS-AGENT-HEADING.
           05  WS-AH-CAPTION             PIC X(16) VALUE SPACES.
           05  WS-AH-AGENT-ID            PIC X(14) VALUE SPACES.
           05  WS-AH-AGENT-NAME          PIC X(34) VALUE SPACES.
           05  WS-AH-AGENT-STATUS        PIC X(20) VALUE SPACES.

       01  WS-COLUMN-HEADING-1.
           05  FILLER                    PIC X(12) VALUE "POLICY NUM".
           05  FILLER                    PIC X(38) VALUE "INSURED".
           05  FILLER                    PIC X(4)  VALUE "ST".
           05  FILLER                    PIC X(8)  VALUE "STATUS".
           05  FILLER                    PIC X(18) VALUE
               " ANNUAL PREMIUM".
           05  FILLER                    PIC X(20) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  WS-DL-POLNUM              PIC X(12) VALUE SPACES.
           05  WS-DL-INSURED             PIC X(38) VALUE SPACES.
           05  WS-DL-STATE               PIC X(4)  VALUE SPACES.
           05  WS-DL-STATUS              PIC X(8)  VALUE SPACES.
           05  WS-DL-PREMIUM             PIC X(18) VALUE SPACES.
           05  WS-DL-ACTION              PIC X(20) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION             PIC X(34) VALUE SPACES.
           05  WS-SL-COUNT               PIC X(10) VALUE SPACES.
           05  WS-SL-AMOUNT              PIC X(20) VALUE SPACES.

       01  WS-SIGNOFF-LINE.
           05  WS-SO-CAPTION             PIC X(20) VALUE SPACES.
           05  FILLER                    PIC X(34) VALUE ALL "_".
           05  FILLER                    PIC X(10) VALUE "    DATE: ".
           05  FILLER                    PIC X(12) VALUE ALL "_".

      * NIGHT-STREAM RUN CONTROL CALL AREA
       01  RUN-CONTROL-AREA.
           COPY RUNCTLA IN "COPYLIB".

       PROCEDURE DIVISION.

       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           PERFORM 050-REGISTER-RUN-START
           PERFORM 200-TRANSFER-AGENT-BOOK
           PERFORM 500-PRINT-TRANSFER-SUMMARY
           PERFORM 900-CLEANUP
           PERFORM 950-REGISTER-RUN-END
           STOP RUN.

       050-REGISTER-RUN-START.
      * Register this step on the night-stream run control file so
      * the operator's status report shows it. A transfer is run on
      * request by agency management, not as part of the night
      * stream, so there is no predecessor to wait for. Registered
      * only once the PARM and both agents have passed, so a run
      * turned away on a bad PARM leaves no step showing as started.
           MOVE "ST" TO RCA-REQUEST
           MOVE SPACES TO RCA-RUN-ID
           MOVE 0 TO RCA-RUN-DATE
           MOVE "AGTXFER1" TO RCA-PROGRAM
           MOVE SPACES TO RCA-PREDECESSOR
           MOVE 0 TO RCA-RECORD-COUNT
           CALL "RUNCTL01" USING RUN-CONTROL-AREA
           IF RCA-RETURN-STATUS = "NG"
               DISPLAY "AGTXFER1 NOT STARTED - PREDECESSOR "
                   RCA-PREDECESSOR " NOT COMPLETE FOR THIS RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       950-REGISTER-RUN-END.
           MOVE "EN" TO RCA-REQUEST
           MOVE WS-POLICIES-MOVED TO RCA-RECORD-COUNT
           CALL "RUNCTL01" USING RUN-CONTROL-AREA.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           PERFORM 110-GET-TRANSFER-PARMS
           OPEN I-O    POL-MASTER-FILE
                       POL-HISTORY-FILE
           OPEN INPUT  POL-INSURED-FILE
                       AGENT-MASTER-FILE
                       AGENT-LICENSE-FILE
           PERFORM 130-VALIDATE-TRANSFER-AGENTS
           IF TRANSFER-PARM-INVALID
               DISPLAY "AGTXFER1 NOT RUN - " WS-PARM-ERROR
               CLOSE POL-MASTER-FILE
                     POL-HISTORY-FILE
                     POL-INSURED-FILE
                     AGENT-MASTER-FILE
                     AGENT-LICENSE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POL-NOTIFY-FILE
                       TRANSFER-REPORT-FILE
           PERFORM 150-PRINT-HEADINGS
           SET NOT-END-OF-POL-MASTER TO TRUE.

       110-GET-TRANSFER-PARMS.
      * Pick the FROM=, TO= and STATE= tokens off the PARM the way
      * RUNCTL01 picks off RUNID=.
           MOVE SPACES TO WS-COMMAND-LINE WS-PARM-1 WS-PARM-2
                          WS-PARM-3 WS-PARM-4
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-1 WS-PARM-2 WS-PARM-3 WS-PARM-4
           END-UNSTRING
           MOVE WS-PARM-1 TO WS-PARM-SCAN
           PERFORM 120-SCAN-PARM-TOKEN
           MOVE WS-PARM-2 TO WS-PARM-SCAN
           PERFORM 120-SCAN-PARM-TOKEN
           MOVE WS-PARM-3 TO WS-PARM-SCAN
           PERFORM 120-SCAN-PARM-TOKEN
           MOVE WS-PARM-4 TO WS-PARM-SCAN
           PERFORM 120-SCAN-PARM-TOKEN.

       120-SCAN-PARM-TOKEN.
           IF WS-PARM-SCAN(1:5) = "FROM="
               MOVE WS-PARM-SCAN(6:12) TO WS-FROM-AGENT-ID
           END-IF
           IF WS-PARM-SCAN(1:3) = "TO="
               MOVE WS-PARM-SCAN(4:12) TO WS-TO-AGENT-ID
           END-IF
           IF WS-PARM-SCAN(1:6) = "STATE="
               MOVE WS-PARM-SCAN(7:2) TO WS-TRANSFER-STATE
           END-IF.

       130-VALIDATE-TRANSFER-AGENTS.
      * Both agents must be named and on the agent master, they must
      * differ, and the receiving agent must still be active - a book
      * is never moved onto an agent who has left.
           SET TRANSFER-PARM-VALID TO TRUE
           IF WS-FROM-AGENT-ID = SPACES OR WS-TO-AGENT-ID = SPACES
               SET TRANSFER-PARM-INVALID TO TRUE
               MOVE "FROM= AND TO= AGENT IDS ARE REQUIRED ON THE PARM"
                   TO WS-PARM-ERROR
           END-IF

           IF TRANSFER-PARM-VALID
               AND WS-FROM-AGENT-ID = WS-TO-AGENT-ID
               SET TRANSFER-PARM-INVALID TO TRUE
               MOVE "FROM AND TO AGENTS ARE THE SAME" TO WS-PARM-ERROR
           END-IF

           IF TRANSFER-PARM-VALID
               MOVE WS-FROM-AGENT-ID TO A-AGENT-ID
               PERFORM 140-READ-AGENT
               IF AGENT-FILE-STATUS NOT = "00"
                   SET TRANSFER-PARM-INVALID TO TRUE
                   MOVE "FROM AGENT NOT ON THE AGENT MASTER"
                       TO WS-PARM-ERROR
               ELSE
                   PERFORM 145-FORMAT-AGENT-NAME
                   MOVE WS-AGENT-NAME TO WS-FROM-AGENT-NAME
                   IF A-AGENT-TERMINATED
                       MOVE A-TERMINATION-DATE TO WS-DATE-DISPLAY
                       STRING "TERMINATED " WS-DATE-DISPLAY
                           DELIMITED BY SIZE INTO WS-FROM-AGENT-STATUS
                       END-STRING
                   ELSE
                       MOVE "ACTIVE" TO WS-FROM-AGENT-STATUS
                   END-IF
               END-IF
           END-IF

           IF TRANSFER-PARM-VALID
               MOVE WS-TO-AGENT-ID TO A-AGENT-ID
               PERFORM 140-READ-AGENT
               IF AGENT-FILE-STATUS NOT = "00"
                   SET TRANSFER-PARM-INVALID TO TRUE
                   MOVE "TO AGENT NOT ON THE AGENT MASTER"
                       TO WS-PARM-ERROR
               ELSE
                   IF A-AGENT-TERMINATED
                       SET TRANSFER-PARM-INVALID TO TRUE
                       MOVE "TO AGENT IS TERMINATED" TO WS-PARM-ERROR
                   ELSE
                       PERFORM 145-FORMAT-AGENT-NAME
                       MOVE WS-AGENT-NAME TO WS-TO-AGENT-NAME
                   END-IF
               END-IF
           END-IF.

       140-READ-AGENT.
           READ AGENT-MASTER-FILE
               INVALID KEY
                   MOVE "23" TO AGENT-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO AGENT-FILE-STATUS
           END-READ.

       145-FORMAT-AGENT-NAME.
      * The agent's name as the letter prints it - the letter shows
      * at most 32 characters of each value.
           MOVE SPACES TO WS-AGENT-NAME
           STRING A-FIRST-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  A-LAST-NAME DELIMITED BY SPACE
               INTO WS-AGENT-NAME
           END-STRING.

       150-PRINT-HEADINGS.
           MOVE WS-REPORT-TITLE TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE
           MOVE WS-RUN-DATE TO WS-SUB-DATE
           MOVE RCA-RUN-ID TO WS-SUB-RUN-ID
           MOVE WS-REPORT-SUBTITLE TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE
           MOVE SPACES TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE

           MOVE "FROM AGENT:" TO WS-AH-CAPTION
           MOVE WS-FROM-AGENT-ID TO WS-AH-AGENT-ID
           MOVE WS-FROM-AGENT-NAME TO WS-AH-AGENT-NAME
           MOVE WS-FROM-AGENT-STATUS TO WS-AH-AGENT-STATUS
           MOVE WS-AGENT-HEADING TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE
           MOVE "TO AGENT:" TO WS-AH-CAPTION
           MOVE WS-TO-AGENT-ID TO WS-AH-AGENT-ID
           MOVE WS-TO-AGENT-NAME TO WS-AH-AGENT-NAME
           MOVE "ACTIVE" TO WS-AH-AGENT-STATUS
           MOVE WS-AGENT-HEADING TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE
           MOVE "STATE:" TO WS-AH-CAPTION
           IF WS-TRANSFER-STATE = SPACES
               MOVE "ALL" TO WS-AH-AGENT-ID
           ELSE
               MOVE WS-TRANSFER-STATE TO WS-AH-AGENT-ID
           END-IF
           MOVE SPACES TO WS-AH-AGENT-NAME WS-AH-AGENT-STATUS
           MOVE WS-AGENT-HEADING TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE

           MOVE SPACES TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE
           MOVE WS-COLUMN-HEADING-1 TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE.

       200-TRANSFER-AGENT-BOOK.
           PERFORM 210-READ-POLICY-MASTER
           PERFORM UNTIL END-OF-POL-MASTER
               ADD 1 TO WS-POLICIES-READ
               IF PM-AGENT-ID = WS-FROM-AGENT-ID
                   PERFORM 220-EXAMINE-ONE-POLICY
               END-IF
               PERFORM 210-READ-POLICY-MASTER
           END-PERFORM.

       210-READ-POLICY-MASTER.
           READ POL-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-POL-MASTER TO TRUE
           END-READ.

       220-EXAMINE-ONE-POLICY.
      * Decide whether the from-agent's policy moves. A policy
      * outside the requested state is passed over silently; a
      * closed policy or one the receiving agent is not licensed
      * to serve is listed but left with the from-agent.
           MOVE PM-POLNUM TO PI-POLNUM
           READ POL-INSURED-FILE
               INVALID KEY
                   MOVE "23" TO INSURED-FILE-STATUS
                   MOVE SPACES TO PI-LAST-NAME PI-FIRST-NAME PI-STATE
               NOT INVALID KEY
                   MOVE "00" TO INSURED-FILE-STATUS
           END-READ

           IF WS-TRANSFER-STATE NOT = SPACES
               AND PI-STATE NOT = WS-TRANSFER-STATE
               ADD 1 TO WS-POLICIES-OTHER-STATE
           ELSE
               ADD 1 TO WS-POLICIES-EXAMINED
               EVALUATE TRUE
                   WHEN PM-POLICY-CANCELLED
                       OR PM-POLICY-CLAIM-PAID
                       ADD 1 TO WS-POLICIES-CLOSED
                       MOVE "NOT MOVED - CLOSED" TO WS-DL-ACTION
                   WHEN OTHER
                       PERFORM 230-CHECK-TO-AGENT-LICENSE
                       IF TO-AGENT-LICENSED
                           PERFORM 300-MOVE-POLICY
                       ELSE
                           ADD 1 TO WS-POLICIES-NOT-LICENSED
                           MOVE "NOT MOVED - NO LIC" TO WS-DL-ACTION
                       END-IF
               END-EVALUATE
               PERFORM 270-PRINT-TRANSFER-DETAIL
           END-IF.

       230-CHECK-TO-AGENT-LICENSE.
      * The receiving agent needs a license for the insured's state
      * carrying health authority and in force on the run date -
      * the same test the terminal applies to new business.
           SET TO-AGENT-NOT-LICENSED TO TRUE
           MOVE WS-TO-AGENT-ID TO AL-AGENT-ID
           MOVE PI-STATE TO AL-STATE
           READ AGENT-LICENSE-FILE
               INVALID KEY
                   MOVE "23" TO LICENSE-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO LICENSE-FILE-STATUS
           END-READ
           IF LICENSE-FILE-STATUS = "00"
               AND AL-LOA-HEALTH-AUTHORITY
               AND AL-EFFECTIVE-DATE <= WS-RUN-DATE
               AND AL-EXPIRATION-DATE >= WS-RUN-DATE
               SET TO-AGENT-LICENSED TO TRUE
           END-IF.

       270-PRINT-TRANSFER-DETAIL.
           MOVE PM-POLNUM TO WS-DL-POLNUM
           MOVE SPACES TO WS-DL-INSURED
           STRING PI-FIRST-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PI-LAST-NAME DELIMITED BY SPACE
               INTO WS-DL-INSURED
           END-STRING
           MOVE PI-STATE TO WS-DL-STATE
           MOVE PM-POLICY-STATUS TO WS-DL-STATUS
           MOVE PM-COMM-PREM TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO WS-DL-PREMIUM
           MOVE WS-DETAIL-LINE TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE
           MOVE SPACES TO WS-DL-ACTION.

       300-MOVE-POLICY.
      * Change the agent of record, then leave the audit row and the
      * policyholder's letter.
           MOVE WS-TO-AGENT-ID TO PM-AGENT-ID
           REWRITE POL-MASTER-REC
               INVALID KEY
                   MOVE "23" TO MASTER-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO MASTER-FILE-STATUS
           END-REWRITE
           IF MASTER-FILE-STATUS = "00"
               ADD 1 TO WS-POLICIES-MOVED
               ADD PM-COMM-PREM TO WS-PREMIUM-MOVED
               MOVE "MOVED" TO WS-DL-ACTION
               PERFORM 310-WRITE-TRANSFER-HISTORY
               PERFORM 320-SEND-AGENT-CHANGE-LETTER
           ELSE
               ADD 1 TO WS-POLICIES-NOT-LICENSED
               MOVE "NOT MOVED - ERROR" TO WS-DL-ACTION
           END-IF.

       310-WRITE-TRANSFER-HISTORY.
      * Post the transfer to the permanent history file. Same-second
      * changes to one policy bump the key sequence until a free
      * slot is found.
           MOVE PM-POLNUM        TO PH-POLNUM
           MOVE WS-RUN-DATE      TO PH-DATE
           MOVE WS-RUN-TIME      TO PH-TIME
           MOVE 0                TO PH-SEQ-NO
           MOVE "AGTXFER1"       TO PH-USER-ID
           MOVE "AT"             TO PH-FUNCTION
           MOVE WS-FROM-AGENT-ID TO PH-OLD-VALUE
           MOVE WS-TO-AGENT-ID   TO PH-NEW-VALUE
           MOVE SPACES TO PH-DESCRIPTION
           STRING "AGENT OF RECORD TRANSFERRED - RUN "
                  RCA-RUN-ID
               DELIMITED BY SIZE INTO PH-DESCRIPTION
           END-STRING
           MOVE "22" TO HIST-FILE-STATUS
           PERFORM UNTIL HIST-FILE-STATUS NOT = "22"
                   OR PH-SEQ-NO = 999
               WRITE POL-HISTORY-REC
                   INVALID KEY
                       MOVE "22" TO HIST-FILE-STATUS
                       ADD 1 TO PH-SEQ-NO
                   NOT INVALID KEY
                       MOVE "00" TO HIST-FILE-STATUS
               END-WRITE
           END-PERFORM.

       320-SEND-AGENT-CHANGE-LETTER.
           MOVE PM-POLNUM TO PN-POLICY-NUM
           MOVE "AT" TO PN-FUNCTION
           MOVE WS-RUN-DATE TO PN-DATE
           MOVE "AGENT OF RECORD CHANGED" TO PN-CHANGE-DESCRIPTION
           MOVE WS-FROM-AGENT-NAME TO PN-OLD-VALUE
           MOVE WS-TO-AGENT-NAME TO PN-NEW-VALUE
           MOVE WS-RUN-DATE TO PN-EFFECTIVE-DATE
           WRITE POL-NOTIFY-REC.

       500-PRINT-TRANSFER-SUMMARY.
           MOVE SPACES TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE

           MOVE "POLICIES READ:" TO WS-SL-CAPTION
           MOVE WS-POLICIES-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-SL-AMOUNT
           PERFORM 510-WRITE-SUMMARY-LINE

           MOVE "FROM-AGENT POLICIES, OTHER STATES:" TO WS-SL-CAPTION
           MOVE WS-POLICIES-OTHER-STATE TO WS-COUNT-DISPLAY
           PERFORM 510-WRITE-SUMMARY-LINE

           MOVE "FROM-AGENT POLICIES EXAMINED:" TO WS-SL-CAPTION
           MOVE WS-POLICIES-EXAMINED TO WS-COUNT-DISPLAY
           PERFORM 510-WRITE-SUMMARY-LINE

           MOVE "  NOT MOVED - CLOSED:" TO WS-SL-CAPTION
           MOVE WS-POLICIES-CLOSED TO WS-COUNT-DISPLAY
           PERFORM 510-WRITE-SUMMARY-LINE

           MOVE "  NOT MOVED - NOT LICENSED/ERROR:" TO WS-SL-CAPTION
           MOVE WS-POLICIES-NOT-LICENSED TO WS-COUNT-DISPLAY
           PERFORM 510-WRITE-SUMMARY-LINE

           MOVE "  POLICIES MOVED:" TO WS-SL-CAPTION
           MOVE WS-POLICIES-MOVED TO WS-COUNT-DISPLAY
           MOVE WS-PREMIUM-MOVED TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO WS-SL-AMOUNT
           PERFORM 510-WRITE-SUMMARY-LINE

           MOVE SPACES TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE
           MOVE "APPROVED BY:" TO WS-SO-CAPTION
           MOVE WS-SIGNOFF-LINE TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE
           MOVE SPACES TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE
           MOVE "AGENCY MANAGEMENT:" TO WS-SO-CAPTION
           MOVE WS-SIGNOFF-LINE TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE.

       510-WRITE-SUMMARY-LINE.
           MOVE WS-COUNT-DISPLAY TO WS-SL-COUNT
           MOVE WS-SUMMARY-LINE TO TRANSFER-REPORT-LINE
           WRITE TRANSFER-REPORT-LINE.

       900-CLEANUP.
           CLOSE POL-MASTER-FILE
                 POL-INSURED-FILE
                 AGENT-MASTER-FILE
                 AGENT-LICENSE-FILE
                 POL-HISTORY-FILE
                 POL-NOTIFY-FILE
                 TRANSFER-REPORT-FILE.
