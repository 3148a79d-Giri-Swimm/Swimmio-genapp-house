      ******************************************************************
      *                                                                *
      * Monthly Agent License Expiration Report                        *
      *                                                                *
      * Reads the agent state license file in key order (agent,        *
      * state) and lists every license expiring within the next 60     *
      * days - agent, state, license number, line of authority,        *
      * expiration date and days left - with the number of in-force    *
      * policies the agent carries for insureds living in that state,  *
      * so the licensing desk renews the licenses that have business   *
      * riding on them first. Once a license lapses, new business and  *
      * rider adds for that state are refused at the terminal and      *
      * suspended in batch.                                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICEXPR1.
       AUTHOR. COBOL PROGRAMMER.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-LICENSE-FILE ASSIGN TO "AGTLIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-KEY
               FILE STATUS IS LICENSE-FILE-STATUS.

           SELECT AGENT-MASTER-FILE ASSIGN TO "AGTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS A-AGENT-ID
               FILE STATUS IS AGENT-FILE-STATUS.

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

           SELECT LICENSE-REPORT-FILE ASSIGN TO "LICEXPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AGENT-LICENSE-FILE.
       01  AGENT-LICENSE-REC.
           COPY AGTLIC IN "COPYLIB".

       FD  AGENT-MASTER-FILE.
       01  AGENT-MASTER-REC.
           COPY AGTMSTR IN "COPYLIB".

       FD  POL-MASTER-FILE.
       01  POL-MASTER-REC.
           COPY PMASTER IN "COPYLIB".

       FD  POL-INSURED-FILE.
       01  POL-INSURED-REC.
           COPY PINSURED IN "COPYLIB".

       FD  LICENSE-REPORT-FILE.
       01  LICENSE-REPORT-LINE           PIC X(110).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  LICENSE-FILE-STATUS       PIC XX VALUE "00".
           05  AGENT-FILE-STATUS         PIC XX VALUE "00".
           05  MASTER-FILE-STATUS        PIC XX VALUE "00".
           05  INSURED-FILE-STATUS       PIC XX VALUE "00".
           05  REPORT-FILE-STATUS        PIC XX VALUE "00".

       01  WS-EOF-SWITCH                 PIC X VALUE "N".
           88  END-OF-LICENSES                VALUE "Y".
           88  NOT-END-OF-LICENSES            VALUE "N".

       01  WS-REPORT-DATE                PIC 9(8) VALUE 0.
       01  WS-WARNING-DAYS               PIC 9(3) VALUE 60.
       01  WS-DAYS-LEFT                  PIC S9(7) COMP-3 VALUE +0.
       01  WS-NAME-AGENT-ID              PIC X(12) VALUE SPACES.
       01  WS-AGENT-NAME                 PIC X(36) VALUE SPACES.

       01  WS-STATE-POLICY-COUNT         PIC 9(7) VALUE 0.
       01  WS-LICENSES-READ              PIC 9(7) VALUE 0.
       01  WS-LICENSES-LISTED            PIC 9(7) VALUE 0.
       01  WS-LISTED-WITH-BUSINESS       PIC 9(7) VALUE 0.
       01  WS-POLICIES-AT-RISK           PIC 9(7) VALUE 0.

       01  WS-DATE-DISPLAY               PIC 99/99/9999.
       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-DAYS-DISPLAY               PIC ZZ9.

       01  WS-REPORT-TITLE.
           05  FILLER                    PIC X(30) VALUE SPACES.
           05  FILLER                    PIC X(40) VALUE
               "AGENT LICENSES EXPIRING WITHIN 60 DAYS".

       01  WS-REPORT-SUBTITLE.
           05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
           05  WS-SUB-DATE               PIC 99/99/9999.

       01  WS-COLUMN-HEADING-1.
           05  FILLER                    PIC X(14) VALUE "AGENT ID".
           05  FILLER                    PIC X(30) VALUE "AGENT NAME".
           05  FILLER                    PIC X(4)  VALUE "ST".
           05  FILLER                    PIC X(17) VALUE
               "LICENSE NUMBER".
           05  FILLER                    PIC X(5)  VALUE "LOA".
           05  FILLER                    PIC X(12) VALUE "EXPIRES".
           05  FILLER                    PIC X(6)  VALUE "DAYS".
           05  FILLER                    PIC X(10) VALUE "IN-FORCE".

       01  WS-DETAIL-LINE.
           05  WS-DL-AGENT-ID            PIC X(14) VALUE SPACES.
           05  WS-DL-AGENT-NAME          PIC X(30) VALUE SPACES.
           05  WS-DL-STATE               PIC X(4)  VALUE SPACES.
           05  WS-DL-LICENSE-NUMBER      PIC X(17) VALUE SPACES.
           05  WS-DL-LOA                 PIC X(5)  VALUE SPACES.
           05  WS-DL-EXPIRES             PIC X(12) VALUE SPACES.
           05  WS-DL-DAYS                PIC X(6)  VALUE SPACES.
           05  WS-DL-IN-FORCE            PIC X(10) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-CAPTION             PIC X(40) VALUE SPACES.
           05  WS-TL-COUNT               PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       000-MAIN-CONTROL.
           PERFORM 100-INITIALIZE
           PERFORM 200-PROCESS-LICENSE-FILE
           PERFORM 300-PRINT-REPORT-TOTALS
           PERFORM 900-CLEANUP
           STOP RUN.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           OPEN INPUT  AGENT-LICENSE-FILE
                       AGENT-MASTER-FILE
                       POL-MASTER-FILE
                       POL-INSURED-FILE
           OPEN OUTPUT LICENSE-REPORT-FILE
           PERFORM 110-PRINT-REPORT-HEADINGS
           SET NOT-END-OF-LICENSES TO TRUE.

       110-PRINT-REPORT-HEADINGS.
           MOVE WS-REPORT-TITLE TO LICENSE-REPORT-LINE
           WRITE LICENSE-REPORT-LINE
           MOVE WS-REPORT-DATE TO WS-SUB-DATE
           MOVE WS-REPORT-SUBTITLE TO LICENSE-REPORT-LINE
           WRITE LICENSE-REPORT-LINE
           MOVE SPACES TO LICENSE-REPORT-LINE
           WRITE LICENSE-REPORT-LINE
           MOVE WS-COLUMN-HEADING-1 TO LICENSE-REPORT-LINE
           WRITE LICENSE-REPORT-LINE.

       200-PROCESS-LICENSE-FILE.
      * A license is listed when it expires today or within the
      * warning window - one already expired is past warning and
      * is already refusing business for its state.
           PERFORM 210-READ-LICENSE
           PERFORM UNTIL END-OF-LICENSES
               ADD 1 TO WS-LICENSES-READ
               IF FUNCTION TEST-DATE-YYYYMMDD(AL-EXPIRATION-DATE) = 0
                   COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(AL-EXPIRATION-DATE)
                     - FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
                   IF WS-DAYS-LEFT >= 0
                       AND WS-DAYS-LEFT <= WS-WARNING-DAYS
                       PERFORM 220-GET-AGENT-NAME
                       PERFORM 230-COUNT-STATE-POLICIES
                       PERFORM 250-PRINT-LICENSE-LINE
                   END-IF
               END-IF
               PERFORM 210-READ-LICENSE
           END-PERFORM.

       210-READ-LICENSE.
           READ AGENT-LICENSE-FILE NEXT RECORD
               AT END
                   SET END-OF-LICENSES TO TRUE
           END-READ.

       220-GET-AGENT-NAME.
      * The license file is in agent order, so the master is only
      * re-read when the agent changes.
           IF AL-AGENT-ID NOT = WS-NAME-AGENT-ID
               MOVE AL-AGENT-ID TO WS-NAME-AGENT-ID
               MOVE AL-AGENT-ID TO A-AGENT-ID
               READ AGENT-MASTER-FILE
                   INVALID KEY
                       MOVE "23" TO AGENT-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO AGENT-FILE-STATUS
               END-READ
               MOVE SPACES TO WS-AGENT-NAME
               IF AGENT-FILE-STATUS = "00"
                   STRING A-FIRST-NAME DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          A-LAST-NAME DELIMITED BY SPACE
                       INTO WS-AGENT-NAME
                   END-STRING
               ELSE
                   MOVE "** AGENT NOT ON MASTER **" TO WS-AGENT-NAME
               END-IF
           END-IF.

       230-COUNT-STATE-POLICIES.
      * Browse the agent's book on the PM-AGENT-ID alternate key and
      * count the in-force policies whose insured lives in the
      * license's state.
           MOVE 0 TO WS-STATE-POLICY-COUNT
           MOVE AL-AGENT-ID TO PM-AGENT-ID
           START POL-MASTER-FILE KEY IS EQUAL TO PM-AGENT-ID
               INVALID KEY
                   MOVE "23" TO MASTER-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO MASTER-FILE-STATUS
           END-START

           PERFORM UNTIL MASTER-FILE-STATUS NOT = "00"
               READ POL-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO MASTER-FILE-STATUS
               END-READ
               IF MASTER-FILE-STATUS = "00"
                   IF PM-AGENT-ID NOT = AL-AGENT-ID
                       MOVE "10" TO MASTER-FILE-STATUS
                   ELSE
                       IF PM-POLICY-ACTIVE
                           PERFORM 240-CHECK-INSURED-STATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       240-CHECK-INSURED-STATE.
           MOVE PM-POLNUM TO PI-POLNUM
           READ POL-INSURED-FILE
               INVALID KEY
                   MOVE "23" TO INSURED-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO INSURED-FILE-STATUS
           END-READ
           IF INSURED-FILE-STATUS = "00"
               AND PI-STATE = AL-STATE
               ADD 1 TO WS-STATE-POLICY-COUNT
           END-IF.

       250-PRINT-LICENSE-LINE.
           MOVE AL-AGENT-ID TO WS-DL-AGENT-ID
           MOVE WS-AGENT-NAME TO WS-DL-AGENT-NAME
           MOVE AL-STATE TO WS-DL-STATE
           MOVE AL-LICENSE-NUMBER TO WS-DL-LICENSE-NUMBER
           MOVE AL-LINE-OF-AUTHORITY TO WS-DL-LOA
           MOVE AL-EXPIRATION-DATE TO WS-DATE-DISPLAY
           MOVE WS-DATE-DISPLAY TO WS-DL-EXPIRES
           MOVE WS-DAYS-LEFT TO WS-DAYS-DISPLAY
           MOVE WS-DAYS-DISPLAY TO WS-DL-DAYS
           MOVE WS-STATE-POLICY-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-DL-IN-FORCE
           MOVE WS-DETAIL-LINE TO LICENSE-REPORT-LINE
           WRITE LICENSE-REPORT-LINE

           ADD 1 TO WS-LICENSES-LISTED
           IF WS-STATE-POLICY-COUNT > 0
               ADD 1 TO WS-LISTED-WITH-BUSINESS
               ADD WS-STATE-POLICY-COUNT TO WS-POLICIES-AT-RISK
           END-IF.

       300-PRINT-REPORT-TOTALS.
           MOVE SPACES TO LICENSE-REPORT-LINE
           WRITE LICENSE-REPORT-LINE
           MOVE "LICENSES ON FILE:" TO WS-TL-CAPTION
           MOVE WS-LICENSES-READ TO WS-COUNT-DISPLAY
           PERFORM 310-PRINT-TOTAL-LINE
           MOVE "LICENSES EXPIRING WITHIN 60 DAYS:" TO WS-TL-CAPTION
           MOVE WS-LICENSES-LISTED TO WS-COUNT-DISPLAY
           PERFORM 310-PRINT-TOTAL-LINE
           MOVE "  WITH IN-FORCE BUSINESS IN THE STATE:"
               TO WS-TL-CAPTION
           MOVE WS-LISTED-WITH-BUSINESS TO WS-COUNT-DISPLAY
           PERFORM 310-PRINT-TOTAL-LINE
           MOVE "IN-FORCE POLICIES ON EXPIRING LICENSES:"
               TO WS-TL-CAPTION
           MOVE WS-POLICIES-AT-RISK TO WS-COUNT-DISPLAY
           PERFORM 310-PRINT-TOTAL-LINE.

       310-PRINT-TOTAL-LINE.
           MOVE WS-COUNT-DISPLAY TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO LICENSE-REPORT-LINE
           WRITE LICENSE-REPORT-LINE.

       900-CLEANUP.
           CLOSE AGENT-LICENSE-FILE
                 AGENT-MASTER-FILE
                 POL-MASTER-FILE
                 POL-INSURED-FILE
                 LICENSE-REPORT-FILE.
