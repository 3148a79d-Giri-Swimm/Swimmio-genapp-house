      ******************************************************************
      *                                                                *
      * Year-End Agent Commission 1099 and YTD Rollover Program        *
      *                                                                *
      * Run once in January for the calendar year just closed - the    *
      * year before the run date. Every agent's commission and         *
      * override postings dated in that year are totalled from the     *
      * commission detail file (AGTCDTL), the total is kept on the     *
      * agent master as the prior-year commission with the year it     *
      * is for, and A-YTD-COMMISSION is rolled over to restart from    *
      * the postings already made after the year closed - zero when    *
      * the run comes before the first posting of the new year.        *
      * Every agent whose year total reaches the reporting threshold   *
      * then goes on the fixed-format electronic 1099-NEC filing       *
      * (transmitter, payer, one payee record per agent, end of payer  *
      * and end of transmission records) and gets a payee copy, and a  *
      * control register of payees and totals is printed. Agents over  *
      * the threshold with no TIN on the agent master are listed for   *
      * backup-withholding follow-up. The company's own name, EIN and  *
      * address as payer and transmitter come from the reserved agent  *
      * ID "*PAYER*"; the run stops before anything is rolled when     *
      * that row or the TCC= transmitter control code is missing.      *
      * PARM: RUNID= and RUNDATE= as for every registered step, TCC=   *
      * the five-character transmitter control code, and TEST=Y for a  *
      * test transmission. A rerun for the same year recomputes the    *
      * same totals and rolls the same way, so it is safe. The step    *
      * ends with return code 4 when any payee has no TIN.             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMM1099.
       AUTHOR. COBOL PROGRAMMER.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-MASTER-FILE ASSIGN TO "AGTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS A-AGENT-ID
               ALTERNATE RECORD KEY IS A-LAST-NAME WITH DUPLICATES
               FILE STATUS IS AGENT-FILE-STATUS.

           SELECT AGENT-COMM-DETAIL-FILE ASSIGN TO "AGTCDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS COMMDTL-FILE-STATUS.

           SELECT TAX-FILING-FILE ASSIGN TO "IRS1099"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILING-FILE-STATUS.

           SELECT PAYEE-COPY-FILE ASSIGN TO "PAYCOPY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COPY-FILE-STATUS.

           SELECT TAX-REGISTER-FILE ASSIGN TO "TAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT BACKUP-WITHHOLD-FILE ASSIGN TO "BKWHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKWH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AGENT-MASTER-FILE.
       01  AGENT-MASTER-REC.
           COPY AGTMSTR IN "COPYLIB".

       FD  AGENT-COMM-DETAIL-FILE.
       01  AGENT-COMM-DETAIL-REC.
           COPY AGTCDTL IN "COPYLIB".

       FD  TAX-FILING-FILE.
       01  TAX-FILING-REC.
           COPY TAX1099 IN "COPYLIB".

       FD  PAYEE-COPY-FILE.
       01  PAYEE-COPY-LINE               PIC X(132).

       FD  TAX-REGISTER-FILE.
       01  TAX-REGISTER-LINE             PIC X(110).

       FD  BACKUP-WITHHOLD-FILE.
       01  BACKUP-WITHHOLD-LINE          PIC X(110).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  AGENT-FILE-STATUS         PIC XX VALUE "00".
           05  COMMDTL-FILE-STATUS       PIC XX VALUE "00".
           05  FILING-FILE-STATUS        PIC XX VALUE "00".
           05  COPY-FILE-STATUS          PIC XX VALUE "00".
           05  REPORT-FILE-STATUS        PIC XX VALUE "00".
           05  BKWH-FILE-STATUS          PIC XX VALUE "00".

       01  WS-AGENT-EOF-SW               PIC X VALUE "N".
           88  END-OF-AGENTS                  VALUE "Y".
           88  NOT-END-OF-AGENTS              VALUE "N".

       01  WS-POSTING-EOF-SW             PIC X VALUE "N".
           88  END-OF-AGENT-POSTINGS          VALUE "Y".
           88  NOT-END-OF-AGENT-POSTINGS      VALUE "N".

       01  WS-PARM-VALID-SWITCH          PIC X VALUE "Y".
           88  YEAR-END-PARM-VALID            VALUE "Y".
           88  YEAR-END-PARM-INVALID          VALUE "N".

       01  WS-TIN-SWITCH                 PIC X VALUE "Y".
           88  PAYEE-TIN-ON-FILE              VALUE "Y".
           88  PAYEE-TIN-MISSING              VALUE "N".

       01  WS-COMMAND-LINE               PIC X(80) VALUE SPACES.
       01  WS-PARM-1                     PIC X(20) VALUE SPACES.
       01  WS-PARM-2                     PIC X(20) VALUE SPACES.
       01  WS-PARM-3                     PIC X(20) VALUE SPACES.
       01  WS-PARM-4                     PIC X(20) VALUE SPACES.
       01  WS-PARM-SCAN                  PIC X(20) VALUE SPACES.
       01  WS-PARM-ERROR                 PIC X(60) VALUE SPACES.
       01  WS-CONTROL-CODE               PIC X(5) VALUE SPACES.
       01  WS-TEST-FILE-IND              PIC X VALUE SPACE.

       01  WS-RUN-DATE                   PIC 9(8) VALUE 0.
       01  WS-RUN-YEAR                   PIC 9(4) VALUE 0.
       01  WS-TAX-YEAR                   PIC 9(4) VALUE 0.
       01  WS-POST-YEAR                  PIC 9(4) VALUE 0.

      * 1099-NEC REPORTING THRESHOLD AND THE BACKUP WITHHOLDING RATE
      * SHOWN ON THE FOLLOW-UP LIST FOR A PAYEE WITH NO TIN
       01  WS-REPORTING-THRESHOLD        PIC S9(7)V99 COMP-3
                                         VALUE +600.00.
       01  WS-BACKUP-WITHHOLD-RATE       PIC SV99 COMP-3 VALUE +.24.

      * THE COMPANY AS PAYER AND TRANSMITTER, FROM AGENT ID *PAYER*
       01  WS-PAYER-AGENT-ID             PIC X(12) VALUE "*PAYER*".
       01  WS-PAYER-NAME                 PIC X(40) VALUE SPACES.
       01  WS-PAYER-TIN                  PIC X(9) VALUE SPACES.
       01  WS-PAYER-ADDRESS              PIC X(40) VALUE SPACES.
       01  WS-PAYER-CITY                 PIC X(20) VALUE SPACES.
       01  WS-PAYER-STATE                PIC XX VALUE SPACES.
       01  WS-PAYER-ZIP                  PIC X(9) VALUE SPACES.
       01  WS-PAYER-ZIP-PRINT            PIC X(10) VALUE SPACES.

      * ONE AGENT'S POSTINGS FOR THE TAX YEAR AND AFTER IT
       01  WS-AGENT-YEAR-COMMISSION      PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-AGENT-YEAR-OVERRIDE        PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-AGENT-YEAR-TOTAL           PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-AGENT-LATER-TOTAL          PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-AGENT-YEAR-POSTINGS        PIC 9(7) COMP VALUE 0.
       01  WS-BACKUP-WITHHOLD-AMOUNT     PIC S9(9)V99 COMP-3 VALUE +0.

       01  WS-AGENT-NAME                 PIC X(40) VALUE SPACES.
       01  WS-AGENT-ADDRESS              PIC X(40) VALUE SPACES.
       01  WS-AGENT-ZIP                  PIC X(9) VALUE SPACES.
       01  WS-ZIP-IN                     PIC X(10) VALUE SPACES.
       01  WS-ZIP-OUT                    PIC X(9) VALUE SPACES.
       01  WS-MASKED-TIN                 PIC X(12) VALUE SPACES.

       01  WS-RECORD-SEQUENCE            PIC 9(8) COMP VALUE 0.

       01  WS-AGENTS-READ                PIC 9(7) COMP VALUE 0.
       01  WS-AGENTS-WITH-POSTINGS       PIC 9(7) COMP VALUE 0.
       01  WS-AGENTS-ROLLED              PIC 9(7) COMP VALUE 0.
       01  WS-AGENTS-NOT-ROLLED          PIC 9(7) COMP VALUE 0.
       01  WS-AGENTS-BELOW-THRESHOLD     PIC 9(7) COMP VALUE 0.
       01  WS-PAYEES-REPORTED            PIC 9(7) COMP VALUE 0.
       01  WS-PAYEES-NO-TIN              PIC 9(7) COMP VALUE 0.
       01  WS-PAYEES-NO-ADDRESS          PIC 9(7) COMP VALUE 0.
       01  WS-UPDATE-ERRORS              PIC 9(7) COMP VALUE 0.
       01  WS-FILING-RECORDS             PIC 9(7) COMP VALUE 0.
       01  WS-YEAR-POSTINGS-TOTAL        PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-REPORTED-TOTAL             PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-NO-TIN-TOTAL               PIC S9(11)V99 COMP-3 VALUE +0.

       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-DATE-DISPLAY               PIC 99/99/9999.
       01  WS-COPY-AMOUNT                PIC $$$,$$$,$$9.99.

       01  WS-REPORT-TITLE.
           05  FILLER                    PIC X(25) VALUE SPACES.
           05  FILLER                    PIC X(45) VALUE
               "YEAR-END 1099-NEC COMMISSION REGISTER".

       01  WS-BKWH-TITLE.
           05  FILLER                    PIC X(25) VALUE SPACES.
           05  FILLER                    PIC X(45) VALUE
               "BACKUP WITHHOLDING FOLLOW-UP - NO TIN ON FILE".

       01  WS-REPORT-SUBTITLE.
           05  FILLER                    PIC X(10) VALUE "RUN DATE: ".
           05  WS-SUB-DATE               PIC 99/99/9999.
           05  FILLER                    PIC X(14) VALUE
               "   TAX YEAR: ".
           05  WS-SUB-TAX-YEAR           PIC 9(4).
           05  FILLER                    PIC X(14) VALUE
               "   THRESHOLD: ".
           05  WS-SUB-THRESHOLD          PIC $$,$$9.99.

       01  WS-REGISTER-HEADING.
           05  FILLER                    PIC X(13) VALUE "AGENT ID".
           05  FILLER                    PIC X(31) VALUE "PAYEE NAME".
           05  FILLER                    PIC X(12) VALUE "TIN".
           05  FILLER                    PIC X(18) VALUE
               "    YEAR TOTAL".
           05  FILLER                    PIC X(18) VALUE
               "    NEW YTD".
           05  FILLER                    PIC X(18) VALUE "NOTE".

       01  WS-REGISTER-DETAIL.
           05  WS-RD-AGENT-ID            PIC X(13) VALUE SPACES.
           05  WS-RD-NAME                PIC X(31) VALUE SPACES.
           05  WS-RD-TIN                 PIC X(12) VALUE SPACES.
           05  WS-RD-YEAR-TOTAL          PIC X(18) VALUE SPACES.
           05  WS-RD-NEW-YTD             PIC X(18) VALUE SPACES.
           05  WS-RD-NOTE                PIC X(18) VALUE SPACES.

       01  WS-REGISTER-MESSAGE-LINE.
           05  WS-RM-AGENT-ID            PIC X(13) VALUE SPACES.
           05  WS-RM-NAME                PIC X(31) VALUE SPACES.
           05  WS-RM-MESSAGE             PIC X(66) VALUE SPACES.

       01  WS-BKWH-HEADING.
           05  FILLER                    PIC X(13) VALUE "AGENT ID".
           05  FILLER                    PIC X(31) VALUE "PAYEE NAME".
           05  FILLER                    PIC X(12) VALUE "STATUS".
           05  FILLER                    PIC X(18) VALUE
               "    YEAR TOTAL".
           05  FILLER                    PIC X(18) VALUE
               "  WITHHOLD AT 24%".
           05  FILLER                    PIC X(18) VALUE "CITY/STATE".

       01  WS-BKWH-DETAIL.
           05  WS-BD-AGENT-ID            PIC X(13) VALUE SPACES.
           05  WS-BD-NAME                PIC X(31) VALUE SPACES.
           05  WS-BD-STATUS              PIC X(12) VALUE SPACES.
           05  WS-BD-YEAR-TOTAL          PIC X(18) VALUE SPACES.
           05  WS-BD-WITHHOLD            PIC X(18) VALUE SPACES.
           05  WS-BD-CITY                PIC X(15) VALUE SPACES.
           05  WS-BD-STATE               PIC XX VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION             PIC X(36) VALUE SPACES.
           05  WS-SL-COUNT               PIC X(10) VALUE SPACES.
           05  WS-SL-AMOUNT              PIC X(20) VALUE SPACES.

      * PAYEE COPY LINES
       01  WS-COPY-TITLE.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  FILLER                    PIC X(45) VALUE
               "FORM 1099-NEC  NONEMPLOYEE COMPENSATION".
           05  FILLER                    PIC X(9) VALUE "TAX YEAR ".
           05  WS-CT-TAX-YEAR            PIC 9(4).

       01  WS-COPY-LINE.
           05  FILLER                    PIC X(5) VALUE SPACES.
           05  WS-CL-CAPTION             PIC X(36) VALUE SPACES.
           05  WS-CL-VALUE               PIC X(50) VALUE SPACES.

       01  WS-CITY-STATE-ZIP-LINE.
           05  FILLER                    PIC X(7) VALUE SPACES.
           05  WS-CS-CITY                PIC X(21) VALUE SPACES.
           05  WS-CS-STATE               PIC X(4) VALUE SPACES.
           05  WS-CS-ZIP                 PIC X(10) VALUE SPACES.

      * NIGHT-STREAM RUN CONTROL CALL AREA
       01  RUN-CONTROL-AREA.
           COPY RUNCTLA IN "COPYLIB".

       PROCEDURE DIVISION.

       000-MAIN-CONTROL.
           PERFORM 050-REGISTER-RUN-START
           PERFORM 100-INITIALIZE
           IF YEAR-END-PARM-INVALID
               DISPLAY "COMM1099 NOT RUN - " WS-PARM-ERROR
               MOVE WS-PARM-ERROR TO TAX-REGISTER-LINE
               WRITE TAX-REGISTER-LINE
               PERFORM 900-CLEANUP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-ROLL-AGENT-YEARS
           PERFORM 300-WRITE-FILING
           PERFORM 700-PRINT-SUMMARY
           PERFORM 900-CLEANUP
           PERFORM 950-REGISTER-RUN-END
           IF WS-UPDATE-ERRORS > 0
               DISPLAY "COMM1099 - " WS-UPDATE-ERRORS
                   " AGENT MASTER UPDATE ERRORS - SEE REGISTER"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PAYEES-NO-TIN > 0
                   DISPLAY "COMM1099 - " WS-PAYEES-NO-TIN
                       " PAYEES WITH NO TIN - SEE BACKUP WITHHOLDING"
                       " LIST"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       050-REGISTER-RUN-START.
      * Register on the run control file. RUNCTL01 resolves the run
      * date, and the tax year is the calendar year before it.
           MOVE "ST" TO RCA-REQUEST
           MOVE SPACES TO RCA-RUN-ID
           MOVE 0 TO RCA-RUN-DATE
           MOVE "COMM1099" TO RCA-PROGRAM
           MOVE SPACES TO RCA-PREDECESSOR
           MOVE 0 TO RCA-RECORD-COUNT
           CALL "RUNCTL01" USING RUN-CONTROL-AREA
           IF RCA-RETURN-STATUS = "NG"
               DISPLAY "COMM1099 NOT STARTED - PREDECESSOR "
                   RCA-PREDECESSOR " NOT COMPLETE FOR THIS RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       950-REGISTER-RUN-END.
           MOVE "EN" TO RCA-REQUEST
           MOVE WS-PAYEES-REPORTED TO RCA-RECORD-COUNT
           CALL "RUNCTL01" USING RUN-CONTROL-AREA.

       100-INITIALIZE.
           MOVE RCA-RUN-DATE TO WS-RUN-DATE
           DIVIDE WS-RUN-DATE BY 10000 GIVING WS-RUN-YEAR
           SUBTRACT 1 FROM WS-RUN-YEAR GIVING WS-TAX-YEAR
           PERFORM 110-GET-YEAR-END-PARMS
           OPEN I-O    AGENT-MASTER-FILE
           OPEN INPUT  AGENT-COMM-DETAIL-FILE
           OPEN OUTPUT TAX-FILING-FILE
                       PAYEE-COPY-FILE
                       TAX-REGISTER-FILE
                       BACKUP-WITHHOLD-FILE
           PERFORM 140-PRINT-HEADINGS
           SET YEAR-END-PARM-VALID TO TRUE
           IF WS-CONTROL-CODE = SPACES
               SET YEAR-END-PARM-INVALID TO TRUE
               MOVE "TCC= TRANSMITTER CONTROL CODE REQUIRED ON PARM"
                   TO WS-PARM-ERROR
           ELSE
               PERFORM 130-LOAD-PAYER
           END-IF.

       110-GET-YEAR-END-PARMS.
      * Pick the TCC= and TEST= tokens off the PARM the way RUNCTL01
      * picks off RUNID=.
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
           IF WS-PARM-SCAN(1:4) = "TCC="
               MOVE WS-PARM-SCAN(5:5) TO WS-CONTROL-CODE
           END-IF
           IF WS-PARM-SCAN(1:6) = "TEST=Y"
               MOVE "T" TO WS-TEST-FILE-IND
           END-IF.

       130-LOAD-PAYER.
      * The company's own row must be on the agent master with its
      * EIN and address - without it there is no payer to file under
      * and nothing is rolled.
           MOVE WS-PAYER-AGENT-ID TO A-AGENT-ID
           READ AGENT-MASTER-FILE
               INVALID KEY
                   MOVE "23" TO AGENT-FILE-STATUS
               NOT INVALID KEY
                   MOVE "00" TO AGENT-FILE-STATUS
           END-READ
           EVALUATE TRUE
               WHEN AGENT-FILE-STATUS NOT = "00"
                   SET YEAR-END-PARM-INVALID TO TRUE
                   MOVE "PAYER ROW *PAYER* NOT ON THE AGENT MASTER"
                       TO WS-PARM-ERROR
               WHEN NOT A-TIN-IS-EIN
                   OR A-TIN NOT NUMERIC
                   OR A-MAIL-ADDR1 = SPACES
                   SET YEAR-END-PARM-INVALID TO TRUE
                   MOVE "PAYER ROW *PAYER* HAS NO EIN OR NO ADDRESS"
                       TO WS-PARM-ERROR
               WHEN OTHER
                   PERFORM 400-FORMAT-AGENT-NAME
                   MOVE WS-AGENT-NAME TO WS-PAYER-NAME
                   MOVE A-TIN TO WS-PAYER-TIN
                   PERFORM 410-FORMAT-AGENT-ADDRESS
                   MOVE WS-AGENT-ADDRESS TO WS-PAYER-ADDRESS
                   MOVE A-MAIL-CITY TO WS-PAYER-CITY
                   MOVE A-MAIL-STATE TO WS-PAYER-STATE
                   MOVE WS-AGENT-ZIP TO WS-PAYER-ZIP
                   MOVE A-MAIL-ZIP TO WS-PAYER-ZIP-PRINT
           END-EVALUATE.

       140-PRINT-HEADINGS.
           MOVE WS-REPORT-TITLE TO TAX-REGISTER-LINE
           WRITE TAX-REGISTER-LINE
           MOVE WS-RUN-DATE TO WS-SUB-DATE
           MOVE WS-TAX-YEAR TO WS-SUB-TAX-YEAR
           MOVE WS-REPORTING-THRESHOLD TO WS-SUB-THRESHOLD
           MOVE WS-REPORT-SUBTITLE TO TAX-REGISTER-LINE
           WRITE TAX-REGISTER-LINE
           MOVE SPACES TO TAX-REGISTER-LINE
           WRITE TAX-REGISTER-LINE
           MOVE WS-REGISTER-HEADING TO TAX-REGISTER-LINE
           WRITE TAX-REGISTER-LINE

           MOVE WS-BKWH-TITLE TO BACKUP-WITHHOLD-LINE
           WRITE BACKUP-WITHHOLD-LINE
           MOVE WS-REPORT-SUBTITLE TO BACKUP-WITHHOLD-LINE
           WRITE BACKUP-WITHHOLD-LINE
           MOVE SPACES TO BACKUP-WITHHOLD-LINE
           WRITE BACKUP-WITHHOLD-LINE
           MOVE WS-BKWH-HEADING TO BACKUP-WITHHOLD-LINE
           WRITE BACKUP-WITHHOLD-LINE.

       200-ROLL-AGENT-YEARS.
      * First pass over the agent master: total each agent's year
      * from the commission detail and roll the YTD over, keeping
      * the year's total on the master. The filing is written from
      * the kept totals on the second pass, once the payee count the
      * transmitter record carries is known.
           SET NOT-END-OF-AGENTS TO TRUE
           MOVE LOW-VALUES TO A-AGENT-ID
           START AGENT-MASTER-FILE KEY IS NOT LESS THAN A-AGENT-ID
               INVALID KEY
                   SET END-OF-AGENTS TO TRUE
           END-START
           IF NOT-END-OF-AGENTS
               PERFORM 210-READ-NEXT-AGENT
           END-IF

           PERFORM UNTIL END-OF-AGENTS
               IF A-AGENT-ID NOT = WS-PAYER-AGENT-ID
                   ADD 1 TO WS-AGENTS-READ
                   PERFORM 220-TOTAL-AGENT-POSTINGS
                   PERFORM 240-ROLL-AGENT-YTD
               END-IF
               PERFORM 210-READ-NEXT-AGENT
           END-PERFORM.

       210-READ-NEXT-AGENT.
           READ AGENT-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-AGENTS TO TRUE
           END-READ.

       220-TOTAL-AGENT-POSTINGS.
      * The commission detail is keyed by agent first, so the agent's
      * postings are one browse. Postings dated in the tax year go to
      * the 1099 - commission (and chargeback) postings and "OV"
      * override postings alike; postings dated after it are the new
      * year's YTD.
           MOVE 0 TO WS-AGENT-YEAR-COMMISSION
           MOVE 0 TO WS-AGENT-YEAR-OVERRIDE
           MOVE 0 TO WS-AGENT-LATER-TOTAL
           MOVE 0 TO WS-AGENT-YEAR-POSTINGS
           SET NOT-END-OF-AGENT-POSTINGS TO TRUE
           MOVE A-AGENT-ID TO CD-AGENT-ID
           MOVE LOW-VALUES TO CD-POLNUM
           MOVE 0 TO CD-POST-DATE
           MOVE 0 TO CD-POST-TIME
           MOVE 0 TO CD-SEQ-NO
           START AGENT-COMM-DETAIL-FILE KEY IS NOT LESS THAN CD-KEY
               INVALID KEY
                   SET END-OF-AGENT-POSTINGS TO TRUE
           END-START
           IF NOT-END-OF-AGENT-POSTINGS
               PERFORM 230-READ-NEXT-POSTING
           END-IF

           PERFORM UNTIL END-OF-AGENT-POSTINGS
               DIVIDE CD-POST-DATE BY 10000 GIVING WS-POST-YEAR
               EVALUATE TRUE
                   WHEN WS-POST-YEAR = WS-TAX-YEAR
                       AND CD-FUNCTION = "OV"
                       ADD CD-ADJUST-AMOUNT TO WS-AGENT-YEAR-OVERRIDE
                       ADD 1 TO WS-AGENT-YEAR-POSTINGS
                   WHEN WS-POST-YEAR = WS-TAX-YEAR
                       ADD CD-ADJUST-AMOUNT
                           TO WS-AGENT-YEAR-COMMISSION
                       ADD 1 TO WS-AGENT-YEAR-POSTINGS
                   WHEN WS-POST-YEAR > WS-TAX-YEAR
                       ADD CD-ADJUST-AMOUNT TO WS-AGENT-LATER-TOTAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 230-READ-NEXT-POSTING
           END-PERFORM

           COMPUTE WS-AGENT-YEAR-TOTAL = WS-AGENT-YEAR-COMMISSION
                                       + WS-AGENT-YEAR-OVERRIDE
           IF WS-AGENT-YEAR-POSTINGS > 0
               ADD 1 TO WS-AGENTS-WITH-POSTINGS
               ADD WS-AGENT-YEAR-TOTAL TO WS-YEAR-POSTINGS-TOTAL
           END-IF.

       230-READ-NEXT-POSTING.
           READ AGENT-COMM-DETAIL-FILE NEXT RECORD
               AT END
                   SET END-OF-AGENT-POSTINGS TO TRUE
           END-READ
           IF NOT-END-OF-AGENT-POSTINGS
               AND CD-AGENT-ID NOT = A-AGENT-ID
               SET END-OF-AGENT-POSTINGS TO TRUE
           END-IF.

       240-ROLL-AGENT-YTD.
      * Keep the year's total as the prior-year commission and
      * restart the YTD from the postings after the year. An agent
      * already rolled for a later year (a run back-dated past a
      * rollover) is left as it stands and listed.
           IF A-PRIOR-YTD-YEAR > WS-TAX-YEAR
               ADD 1 TO WS-AGENTS-NOT-ROLLED
               MOVE "YTD ALREADY ROLLED FOR A LATER YEAR - NOT ROLLED"
                   TO WS-RM-MESSAGE
               PERFORM 250-PRINT-AGENT-MESSAGE
           ELSE
               MOVE WS-AGENT-YEAR-TOTAL TO A-PRIOR-YTD-COMMISSION
               MOVE WS-TAX-YEAR TO A-PRIOR-YTD-YEAR
               MOVE WS-AGENT-LATER-TOTAL TO A-YTD-COMMISSION
               REWRITE AGENT-MASTER-REC
                   INVALID KEY
                       MOVE "23" TO AGENT-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "00" TO AGENT-FILE-STATUS
               END-REWRITE
               IF AGENT-FILE-STATUS = "00"
                   ADD 1 TO WS-AGENTS-ROLLED
               ELSE
                   ADD 1 TO WS-UPDATE-ERRORS
                   MOVE "AGENT MASTER UPDATE ERROR - NOT ROLLED"
                       TO WS-RM-MESSAGE
                   PERFORM 250-PRINT-AGENT-MESSAGE
               END-IF
           END-IF.

       250-PRINT-AGENT-MESSAGE.
           MOVE A-AGENT-ID TO WS-RM-AGENT-ID
           PERFORM 400-FORMAT-AGENT-NAME
           MOVE WS-AGENT-NAME TO WS-RM-NAME
           MOVE WS-REGISTER-MESSAGE-LINE TO TAX-REGISTER-LINE
           WRITE TAX-REGISTER-LINE.

       300-WRITE-FILING.
      * Second pass: transmitter and payer records, one payee record
      * and payee copy per agent whose kept year total reaches the
      * threshold, then the end-of-payer and end-of-transmission
      * records.
           PERFORM 310-COUNT-PAYEES
           PERFORM 320-WRITE-TRANSMITTER-RECORD
           PERFORM 330-WRITE-PAYER-RECORD

           SET NOT-END-OF-AGENTS TO TRUE
           MOVE LOW-VALUES TO A-AGENT-ID
           START AGENT-MASTER-FILE KEY IS NOT LESS THAN A-AGENT-ID
               INVALID KEY
                   SET END-OF-AGENTS TO TRUE
           END-START
           IF NOT-END-OF-AGENTS
               PERFORM 210-READ-NEXT-AGENT
           END-IF
           PERFORM UNTIL END-OF-AGENTS
               IF A-AGENT-ID NOT = WS-PAYER-AGENT-ID
                   AND A-PRIOR-YTD-YEAR = WS-TAX-YEAR
                   IF A-PRIOR-YTD-COMMISSION
                       NOT < WS-REPORTING-THRESHOLD
                       PERFORM 340-REPORT-PAYEE
                   ELSE
                       IF A-PRIOR-YTD-COMMISSION NOT = 0
                           ADD 1 TO WS-AGENTS-BELOW-THRESHOLD
                       END-IF
                   END-IF
               END-IF
               PERFORM 210-READ-NEXT-AGENT
           END-PERFORM

           PERFORM 380-WRITE-END-OF-PAYER
           PERFORM 390-WRITE-END-OF-TRANSMISSION.

       310-COUNT-PAYEES.
           MOVE 0 TO WS-PAYEES-REPORTED
           SET NOT-END-OF-AGENTS TO TRUE
           MOVE LOW-VALUES TO A-AGENT-ID
           START AGENT-MASTER-FILE KEY IS NOT LESS THAN A-AGENT-ID
               INVALID KEY
                   SET END-OF-AGENTS TO TRUE
           END-START
           IF NOT-END-OF-AGENTS
               PERFORM 210-READ-NEXT-AGENT
           END-IF
           PERFORM UNTIL END-OF-AGENTS
               IF A-AGENT-ID NOT = WS-PAYER-AGENT-ID
                   AND A-PRIOR-YTD-YEAR = WS-TAX-YEAR
                   AND A-PRIOR-YTD-COMMISSION
                       NOT < WS-REPORTING-THRESHOLD
                   ADD 1 TO WS-PAYEES-REPORTED
               END-IF
               PERFORM 210-READ-NEXT-AGENT
           END-PERFORM.

       320-WRITE-TRANSMITTER-RECORD.
           MOVE SPACES TO TAX-FILING-REC
           INITIALIZE TX-TRANSMITTER-BODY
           SET TX-TRANSMITTER-RECORD TO TRUE
           MOVE WS-TAX-YEAR TO TX-PAYMENT-YEAR
           MOVE WS-PAYER-TIN TO TX-T-TRANSMITTER-TIN
           MOVE WS-CONTROL-CODE TO TX-T-CONTROL-CODE
           MOVE WS-TEST-FILE-IND TO TX-T-TEST-FILE-IND
           MOVE WS-PAYER-NAME TO TX-T-TRANSMITTER-NAME
           MOVE WS-PAYER-NAME TO TX-T-COMPANY-NAME
           MOVE WS-PAYER-ADDRESS TO TX-T-COMPANY-ADDRESS
           MOVE WS-PAYER-CITY TO TX-T-COMPANY-CITY
           MOVE WS-PAYER-STATE TO TX-T-COMPANY-STATE
           MOVE WS-PAYER-ZIP TO TX-T-COMPANY-ZIP
           MOVE WS-PAYEES-REPORTED TO TX-T-PAYEE-COUNT
           PERFORM 490-WRITE-FILING-RECORD.

       330-WRITE-PAYER-RECORD.
      * One payer - the company - filing 1099-NEC with amount code 1
      * (nonemployee compensation) and code 4 (income tax withheld).
           MOVE SPACES TO TAX-FILING-REC
           SET TX-PAYER-RECORD TO TRUE
           MOVE WS-TAX-YEAR TO TX-PAYMENT-YEAR
           MOVE WS-PAYER-TIN TO TX-A-PAYER-TIN
           MOVE WS-PAYER-NAME(1:4) TO TX-A-NAME-CONTROL
           MOVE "NE" TO TX-A-TYPE-OF-RETURN
           MOVE "14" TO TX-A-AMOUNT-CODES
           MOVE WS-PAYER-NAME TO TX-A-PAYER-NAME-1
           MOVE "0" TO TX-A-TRANSFER-AGENT
           MOVE WS-PAYER-ADDRESS TO TX-A-PAYER-ADDRESS
           MOVE WS-PAYER-CITY TO TX-A-PAYER-CITY
           MOVE WS-PAYER-STATE TO TX-A-PAYER-STATE
           MOVE WS-PAYER-ZIP TO TX-A-PAYER-ZIP
           PERFORM 490-WRITE-FILING-RECORD.

       340-REPORT-PAYEE.
           ADD A-PRIOR-YTD-COMMISSION TO WS-REPORTED-TOTAL
           PERFORM 400-FORMAT-AGENT-NAME
           PERFORM 410-FORMAT-AGENT-ADDRESS
           IF (A-TIN-IS-SSN OR A-TIN-IS-EIN)
               AND A-TIN IS NUMERIC
               AND A-TIN NOT = "000000000"
               SET PAYEE-TIN-ON-FILE TO TRUE
               MOVE SPACES TO WS-MASKED-TIN
               STRING "*****" A-TIN(6:4)
                   DELIMITED BY SIZE INTO WS-MASKED-TIN
               END-STRING
           ELSE
               SET PAYEE-TIN-MISSING TO TRUE
               MOVE "NONE" TO WS-MASKED-TIN
           END-IF
           PERFORM 350-WRITE-PAYEE-RECORD
           PERFORM 360-PRINT-PAYEE-COPY
           PERFORM 370-PRINT-REGISTER-LINE
           IF PAYEE-TIN-MISSING
               PERFORM 375-LIST-BACKUP-WITHHOLDING
           END-IF.

       350-WRITE-PAYEE-RECORD.
           MOVE SPACES TO TAX-FILING-REC
           INITIALIZE TX-PAYEE-BODY
           SET TX-PAYEE-RECORD TO TRUE
           MOVE WS-TAX-YEAR TO TX-PAYMENT-YEAR
           MOVE A-LAST-NAME(1:4) TO TX-B-NAME-CONTROL
           IF PAYEE-TIN-ON-FILE
               IF A-TIN-IS-EIN
                   MOVE "1" TO TX-B-TIN-TYPE
               ELSE
                   MOVE "2" TO TX-B-TIN-TYPE
               END-IF
               MOVE A-TIN TO TX-B-PAYEE-TIN
           ELSE
               MOVE SPACE TO TX-B-TIN-TYPE
               MOVE SPACES TO TX-B-PAYEE-TIN
           END-IF
           MOVE A-AGENT-ID TO TX-B-ACCOUNT-NUMBER
           MOVE A-PRIOR-YTD-COMMISSION TO TX-B-PAYMENT-AMOUNT (1)
           MOVE WS-AGENT-NAME TO TX-B-PAYEE-NAME-1
           MOVE WS-AGENT-ADDRESS TO TX-B-PAYEE-ADDRESS
           MOVE A-MAIL-CITY TO TX-B-PAYEE-CITY
           MOVE A-MAIL-STATE TO TX-B-PAYEE-STATE
           MOVE WS-AGENT-ZIP TO TX-B-PAYEE-ZIP
           PERFORM 490-WRITE-FILING-RECORD.

       360-PRINT-PAYEE-COPY.
      * Copy B for the recipient - one page per payee. A payee with
      * no mailing address still gets a copy, to be sent on once an
      * address is found; the register flags it.
           MOVE SPACES TO PAYEE-COPY-LINE
           WRITE PAYEE-COPY-LINE AFTER ADVANCING PAGE
           MOVE WS-TAX-YEAR TO WS-CT-TAX-YEAR
           MOVE WS-COPY-TITLE TO PAYEE-COPY-LINE
           WRITE PAYEE-COPY-LINE
           MOVE SPACES TO WS-COPY-LINE
           MOVE "COPY B - FOR RECIPIENT" TO WS-CL-CAPTION
           PERFORM 365-WRITE-COPY-LINE
           MOVE SPACES TO PAYEE-COPY-LINE
           WRITE PAYEE-COPY-LINE

           MOVE "PAYER'S NAME AND ADDRESS:" TO WS-CL-CAPTION
           MOVE WS-PAYER-NAME TO WS-CL-VALUE
           PERFORM 365-WRITE-COPY-LINE
           MOVE WS-PAYER-ADDRESS TO WS-CL-VALUE
           PERFORM 365-WRITE-COPY-LINE
           MOVE SPACES TO WS-CITY-STATE-ZIP-LINE
           MOVE WS-PAYER-CITY TO WS-CS-CITY
           MOVE WS-PAYER-STATE TO WS-CS-STATE
           MOVE WS-PAYER-ZIP-PRINT TO WS-CS-ZIP
           MOVE WS-CITY-STATE-ZIP-LINE TO WS-CL-VALUE
           PERFORM 365-WRITE-COPY-LINE
           MOVE "PAYER'S TIN:" TO WS-CL-CAPTION
           STRING WS-PAYER-TIN(1:2) "-" WS-PAYER-TIN(3:7)
               DELIMITED BY SIZE INTO WS-CL-VALUE
           END-STRING
           PERFORM 365-WRITE-COPY-LINE
           MOVE SPACES TO PAYEE-COPY-LINE
           WRITE PAYEE-COPY-LINE

           MOVE "RECIPIENT'S NAME AND ADDRESS:" TO WS-CL-CAPTION
           MOVE WS-AGENT-NAME TO WS-CL-VALUE
           PERFORM 365-WRITE-COPY-LINE
           MOVE A-MAIL-ADDR1 TO WS-CL-VALUE
           PERFORM 365-WRITE-COPY-LINE
           IF A-MAIL-ADDR2 NOT = SPACES
               MOVE A-MAIL-ADDR2 TO WS-CL-VALUE
               PERFORM 365-WRITE-COPY-LINE
           END-IF
           MOVE SPACES TO WS-CITY-STATE-ZIP-LINE
           MOVE A-MAIL-CITY TO WS-CS-CITY
           MOVE A-MAIL-STATE TO WS-CS-STATE
           MOVE A-MAIL-ZIP TO WS-CS-ZIP
           MOVE WS-CITY-STATE-ZIP-LINE TO WS-CL-VALUE
           PERFORM 365-WRITE-COPY-LINE
           MOVE "RECIPIENT'S TIN:" TO WS-CL-CAPTION
           IF PAYEE-TIN-ON-FILE
               MOVE WS-MASKED-TIN TO WS-CL-VALUE
           ELSE
               MOVE "NOT PROVIDED - SUBJECT TO BACKUP WITHHOLDING"
                   TO WS-CL-VALUE
           END-IF
           PERFORM 365-WRITE-COPY-LINE
           MOVE "ACCOUNT NUMBER:" TO WS-CL-CAPTION
           MOVE A-AGENT-ID TO WS-CL-VALUE
           PERFORM 365-WRITE-COPY-LINE
           MOVE SPACES TO PAYEE-COPY-LINE
           WRITE PAYEE-COPY-LINE

           MOVE "1  NONEMPLOYEE COMPENSATION" TO WS-CL-CAPTION
           MOVE A-PRIOR-YTD-COMMISSION TO WS-COPY-AMOUNT
           MOVE WS-COPY-AMOUNT TO WS-CL-VALUE
           PERFORM 365-WRITE-COPY-LINE
           MOVE "4  FEDERAL INCOME TAX WITHHELD" TO WS-CL-CAPTION
           MOVE 0 TO WS-COPY-AMOUNT
           MOVE WS-COPY-AMOUNT TO WS-CL-VALUE
           PERFORM 365-WRITE-COPY-LINE
           MOVE SPACES TO PAYEE-COPY-LINE
           WRITE PAYEE-COPY-LINE
           MOVE "THIS IS IMPORTANT TAX INFORMATION AND IS BEING"
               TO WS-CL-CAPTION
           MOVE "FURNISHED TO THE INTERNAL REVENUE SERVICE."
               TO WS-CL-VALUE
           PERFORM 365-WRITE-COPY-LINE.

       365-WRITE-COPY-LINE.
           MOVE WS-COPY-LINE TO PAYEE-COPY-LINE
           WRITE PAYEE-COPY-LINE
           MOVE SPACES TO WS-CL-CAPTION
           MOVE SPACES TO WS-CL-VALUE.

       370-PRINT-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-DETAIL
           MOVE A-AGENT-ID TO WS-RD-AGENT-ID
           MOVE WS-AGENT-NAME TO WS-RD-NAME
           MOVE WS-MASKED-TIN TO WS-RD-TIN
           MOVE A-PRIOR-YTD-COMMISSION TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO WS-RD-YEAR-TOTAL
           MOVE A-YTD-COMMISSION TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO WS-RD-NEW-YTD
           EVALUATE TRUE
               WHEN PAYEE-TIN-MISSING
                   MOVE "NO TIN - BACKUP WH" TO WS-RD-NOTE
               WHEN A-MAIL-ADDR1 = SPACES
                   MOVE "NO MAIL ADDRESS" TO WS-RD-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF A-MAIL-ADDR1 = SPACES
               ADD 1 TO WS-PAYEES-NO-ADDRESS
           END-IF
           MOVE WS-REGISTER-DETAIL TO TAX-REGISTER-LINE
           WRITE TAX-REGISTER-LINE.

       375-LIST-BACKUP-WITHHOLDING.
      * An agent paid over the threshold with no TIN on file - the
      * agent must be sent a W-9 request, and backup withholding
      * applies to further payments until a TIN is given.
           ADD 1 TO WS-PAYEES-NO-TIN
           ADD A-PRIOR-YTD-COMMISSION TO WS-NO-TIN-TOTAL
           COMPUTE WS-BACKUP-WITHHOLD-AMOUNT ROUNDED =
               A-PRIOR-YTD-COMMISSION * WS-BACKUP-WITHHOLD-RATE
           MOVE SPACES TO WS-BKWH-DETAIL
           MOVE A-AGENT-ID TO WS-BD-AGENT-ID
           MOVE WS-AGENT-NAME TO WS-BD-NAME
           IF A-AGENT-TERMINATED
               MOVE "TERMINATED" TO WS-BD-STATUS
           ELSE
               MOVE "ACTIVE" TO WS-BD-STATUS
           END-IF
           MOVE A-PRIOR-YTD-COMMISSION TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO WS-BD-YEAR-TOTAL
           MOVE WS-BACKUP-WITHHOLD-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO WS-BD-WITHHOLD
           MOVE A-MAIL-CITY TO WS-BD-CITY
           MOVE A-MAIL-STATE TO WS-BD-STATE
           MOVE WS-BKWH-DETAIL TO BACKUP-WITHHOLD-LINE
           WRITE BACKUP-WITHHOLD-LINE.

       380-WRITE-END-OF-PAYER.
           MOVE SPACES TO TAX-FILING-REC
           INITIALIZE TX-END-OF-PAYER-BODY
           SET TX-END-OF-PAYER-RECORD TO TRUE
           MOVE WS-TAX-YEAR TO TX-PAYMENT-YEAR
           MOVE WS-PAYEES-REPORTED TO TX-C-PAYEE-COUNT
           MOVE WS-REPORTED-TOTAL TO TX-C-CONTROL-TOTAL (1)
           PERFORM 490-WRITE-FILING-RECORD.

       390-WRITE-END-OF-TRANSMISSION.
           MOVE SPACES TO TAX-FILING-REC
           INITIALIZE TX-END-OF-FILE-BODY
           SET TX-END-OF-TRANSMISSION TO TRUE
           MOVE WS-TAX-YEAR TO TX-PAYMENT-YEAR
           MOVE 1 TO TX-F-PAYER-COUNT
           MOVE WS-PAYEES-REPORTED TO TX-F-PAYEE-COUNT
           PERFORM 490-WRITE-FILING-RECORD.

       400-FORMAT-AGENT-NAME.
           MOVE SPACES TO WS-AGENT-NAME
           IF A-FIRST-NAME = SPACES
               MOVE A-LAST-NAME TO WS-AGENT-NAME
           ELSE
               STRING A-FIRST-NAME DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      A-LAST-NAME DELIMITED BY "  "
                   INTO WS-AGENT-NAME
           END-IF.

       410-FORMAT-AGENT-ADDRESS.
      * The filing carries one 40-byte street line and a nine-digit
      * ZIP - the two address lines are run together and a ZIP+4
      * keyed with its dash is closed up.
           MOVE SPACES TO WS-AGENT-ADDRESS
           IF A-MAIL-ADDR2 = SPACES
               MOVE A-MAIL-ADDR1 TO WS-AGENT-ADDRESS
           ELSE
               STRING A-MAIL-ADDR1 DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      A-MAIL-ADDR2 DELIMITED BY "  "
                   INTO WS-AGENT-ADDRESS
           END-IF
           MOVE A-MAIL-ZIP TO WS-ZIP-IN
           MOVE SPACES TO WS-ZIP-OUT
           IF WS-ZIP-IN(6:1) = "-"
               STRING WS-ZIP-IN(1:5) WS-ZIP-IN(7:4)
                   DELIMITED BY SIZE INTO WS-ZIP-OUT
               END-STRING
           ELSE
               MOVE WS-ZIP-IN(1:9) TO WS-ZIP-OUT
           END-IF
           MOVE WS-ZIP-OUT TO WS-AGENT-ZIP.

       490-WRITE-FILING-RECORD.
           ADD 1 TO WS-RECORD-SEQUENCE
           MOVE WS-RECORD-SEQUENCE TO TX-RECORD-SEQUENCE
           WRITE TAX-FILING-REC
           ADD 1 TO WS-FILING-RECORDS.

       700-PRINT-SUMMARY.
           MOVE SPACES TO TAX-REGISTER-LINE
           WRITE TAX-REGISTER-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "AGENTS READ:" TO WS-SL-CAPTION
           MOVE WS-AGENTS-READ TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "AGENTS WITH POSTINGS IN THE YEAR:" TO WS-SL-CAPTION
           MOVE WS-AGENTS-WITH-POSTINGS TO WS-COUNT-DISPLAY
           MOVE WS-YEAR-POSTINGS-TOTAL TO WS-AMOUNT-DISPLAY
           PERFORM 720-PRINT-AMOUNT-LINE
           MOVE "PAYEES REPORTED ON THE 1099 FILE:" TO WS-SL-CAPTION
           MOVE WS-PAYEES-REPORTED TO WS-COUNT-DISPLAY
           MOVE WS-REPORTED-TOTAL TO WS-AMOUNT-DISPLAY
           PERFORM 720-PRINT-AMOUNT-LINE
           MOVE "AGENTS BELOW THE THRESHOLD:" TO WS-SL-CAPTION
           MOVE WS-AGENTS-BELOW-THRESHOLD TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "PAYEES WITH NO TIN (BACKUP WH):" TO WS-SL-CAPTION
           MOVE WS-PAYEES-NO-TIN TO WS-COUNT-DISPLAY
           MOVE WS-NO-TIN-TOTAL TO WS-AMOUNT-DISPLAY
           PERFORM 720-PRINT-AMOUNT-LINE
           MOVE "PAYEES WITH NO MAILING ADDRESS:" TO WS-SL-CAPTION
           MOVE WS-PAYEES-NO-ADDRESS TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "AGENT YTD COMMISSION ROLLED:" TO WS-SL-CAPTION
           MOVE WS-AGENTS-ROLLED TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "ROLLED FOR A LATER YEAR - SKIPPED:" TO WS-SL-CAPTION
           MOVE WS-AGENTS-NOT-ROLLED TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "AGENT MASTER UPDATE ERRORS:" TO WS-SL-CAPTION
           MOVE WS-UPDATE-ERRORS TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "1099 FILE RECORDS WRITTEN:" TO WS-SL-CAPTION
           MOVE WS-FILING-RECORDS TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE

           IF WS-PAYEES-NO-TIN = 0
               MOVE "NO PAYEES OVER THE THRESHOLD WITHOUT A TIN"
                   TO BACKUP-WITHHOLD-LINE
               WRITE BACKUP-WITHHOLD-LINE
           END-IF.

       710-PRINT-COUNT-LINE.
           MOVE WS-COUNT-DISPLAY TO WS-SL-COUNT
           MOVE SPACES TO WS-SL-AMOUNT
           MOVE WS-SUMMARY-LINE TO TAX-REGISTER-LINE
           WRITE TAX-REGISTER-LINE.

       720-PRINT-AMOUNT-LINE.
           MOVE WS-COUNT-DISPLAY TO WS-SL-COUNT
           MOVE WS-AMOUNT-DISPLAY TO WS-SL-AMOUNT
           MOVE WS-SUMMARY-LINE TO TAX-REGISTER-LINE
           WRITE TAX-REGISTER-LINE.

       900-CLEANUP.
           CLOSE AGENT-MASTER-FILE
                 AGENT-COMM-DETAIL-FILE
                 TAX-FILING-FILE
                 PAYEE-COPY-FILE
                 TAX-REGISTER-FILE
                 BACKUP-WITHHOLD-FILE.
