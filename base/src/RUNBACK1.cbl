      ******************************************************************
      *                                                                *
      * Batch Run Back-Out Utility                                     *
      *                                                                *
      * Reverses everything one batch run of SAMPLES applied, for a    *
      * run that completed against a bad POL-TRAN1 file (a duplicated  *
      * feed, wrong premium amounts) - instead of restoring the        *
      * masters from the prior night's backup and losing the day.      *
      * The run must be named on the PARM with both RUNID= and         *
      * RUNDATE= (e.g. PARM='RUNID=DAILY01 RUNDATE=20261015'). Unlike  *
      * the other steps, which default to tonight's NIGHTLY run, the   *
      * utility refuses to run (return code 8) when either is missing  *
      * or the date is not numeric, so an incomplete PARM can never    *
      * back out the wrong run. It books itself on the run control     *
      * file under that same run.                                      *
      * SAMPLES journals a before-image and after-image of every       *
      * POL-MASTER, POL-INSURED, POL-BENEFIT, POL-BENEFICIARY and      *
      * agent master record a batch run changes, and every POLHIST     *
      * and AGTCDTL row, premium refund ledger row and confinement     *
      * claim row it posts, on RUNJRNL. The journal is keyed so        *
      * the run's entries come back newest first, and they are         *
      * reversed one POL-TRAN1 transaction at a time: each changed     *
      * record gets its before-image back, an added record is          *
      * removed, a deleted one is put back, and each history and       *
      * commission row gets a reversing row posted today. A refund     *
      * row on the payment ledger and a confinement claim row are      *
      * removed, so the policy's ledger, paid-to date and yearly       *
      * confinement days agree again. Before a transaction is          *
      * touched every record it changed is compared with the           *
      * journal's after-image - a record changed again since           *
      * the run (by a later run, the night stream, or online) is       *
      * refused, and with it the whole transaction, so no transaction  *
      * is ever left half undone. The back-out register lists every    *
      * journal entry and what was done with it, so operations can     *
      * prove what was undone. Reversed entries are marked backed out  *
      * and a rerun passes over them. The step ends with return code   *
      * 4 when any transaction was refused and 8 on an update error.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBACK1.
       AUTHOR. COBOL PROGRAMMER.
       DATE-WRITTEN. 2026-10-15.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJ-KEY
               FILE STATUS IS JOURNAL-FILE-STATUS.

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

           SELECT POL-HISTORY-FILE ASSIGN TO "POLHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT AGENT-COMM-DETAIL-FILE ASSIGN TO "AGTCDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS COMMDTL-FILE-STATUS.

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

           SELECT BACKOUT-REGISTER-FILE ASSIGN TO "BKOUTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-JOURNAL-FILE.
       01  RUN-JOURNAL-REC.
           COPY RUNJRNL IN "COPYLIB".

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

       FD  POL-HISTORY-FILE.
       01  POL-HISTORY-REC.
           COPY POLHIST IN "COPYLIB".

       FD  AGENT-COMM-DETAIL-FILE.
       01  AGENT-COMM-DETAIL-REC.
           COPY AGTCDTL IN "COPYLIB".

       FD  POL-PAYMENT-FILE.
       01  POL-PAYMENT-REC.
           COPY POLPYMT IN "COPYLIB".

       FD  POL-CLAIM-HISTORY-FILE.
       01  POL-CLAIM-HISTORY-REC.
           COPY POLCLMH IN "COPYLIB".

       FD  BACKOUT-REGISTER-FILE.
       01  BACKOUT-REGISTER-LINE         PIC X(110).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  JOURNAL-FILE-STATUS       PIC XX VALUE "00".
           05  MASTER-FILE-STATUS        PIC XX VALUE "00".
           05  INSURED-FILE-STATUS       PIC XX VALUE "00".
           05  BENEFIT-FILE-STATUS       PIC XX VALUE "00".
           05  BENEFCY-FILE-STATUS       PIC XX VALUE "00".
           05  AGENT-FILE-STATUS         PIC XX VALUE "00".
           05  HIST-FILE-STATUS          PIC XX VALUE "00".
           05  COMMDTL-FILE-STATUS       PIC XX VALUE "00".
           05  PAYMENT-FILE-STATUS       PIC XX VALUE "00".
           05  CLMHIST-FILE-STATUS       PIC XX VALUE "00".
           05  REPORT-FILE-STATUS        PIC XX VALUE "00".

       01  WS-JOURNAL-EOF-SW             PIC X VALUE "N".
           88  END-OF-RUN-JOURNAL             VALUE "Y".
           88  NOT-END-OF-RUN-JOURNAL         VALUE "N".

       01  WS-TRANSACTION-SWITCH         PIC X VALUE "Y".
           88  TRANSACTION-REVERSIBLE         VALUE "Y".
           88  TRANSACTION-REFUSED            VALUE "N".

       01  WS-OVERFLOW-SWITCH            PIC X VALUE "N".
           88  GROUP-OVERFLOWED               VALUE "Y".
           88  GROUP-NOT-OVERFLOWED           VALUE "N".

       01  WS-CURRENT-SWITCH             PIC X VALUE "N".
           88  CURRENT-RECORD-FOUND           VALUE "Y".
           88  CURRENT-RECORD-NOT-FOUND       VALUE "N".

       01  WS-NEWER-ENTRY-SWITCH         PIC X VALUE "N".
           88  NEWER-ENTRY-FOUND              VALUE "Y".
           88  NEWER-ENTRY-NOT-FOUND          VALUE "N".

      * THE RUN BEING BACKED OUT, AS NAMED BY THE RUNID= AND
      * RUNDATE= PARM TOKENS, AND THE DATE THE BACK-OUT ITSELF IS
      * DONE
       01  WS-BACKOUT-RUN-ID             PIC X(8) VALUE SPACES.
       01  WS-BACKOUT-RUN-DATE           PIC 9(8) VALUE 0.
       01  WS-TODAY                      PIC 9(8) VALUE 0.

       01  WS-COMMAND-LINE               PIC X(80) VALUE SPACES.
       01  WS-PARM-1                     PIC X(20) VALUE SPACES.
       01  WS-PARM-2                     PIC X(20) VALUE SPACES.
       01  WS-PARM-3                     PIC X(20) VALUE SPACES.
       01  WS-PARM-4                     PIC X(20) VALUE SPACES.
       01  WS-PARM-SCAN                  PIC X(20) VALUE SPACES.

      * ONE POL-TRAN1 TRANSACTION'S JOURNAL ENTRIES, NEWEST FIRST.
      * EACH ENTRY'S STATE AFTER THE CHECK:
      *   R - TO BE REVERSED
      *   N - THE RUN'S UPDATE NEVER REACHED THE FILE, NOTHING TO DO
      *   X - RECORD CHANGED SINCE THE RUN, TRANSACTION REFUSED
      *   B - ALREADY BACKED OUT BY AN EARLIER BACK-OUT
       01  WS-MAX-GROUP-ENTRIES          PIC 9(3) COMP VALUE 100.
       01  WS-GROUP-COUNT                PIC 9(3) COMP VALUE 0.
       01  WS-GROUP-BACKED-OUT-COUNT     PIC 9(3) COMP VALUE 0.
       01  WS-GROUP-TRAN-KEY             PIC X(16) VALUE SPACES.
       01  WS-GROUP-LAST-KEY             PIC X(25) VALUE SPACES.
       01  WS-GX                         PIC 9(3) COMP VALUE 0.
       01  WS-GY                         PIC 9(3) COMP VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 100 TIMES.
               10  WS-GE-FILE-ID         PIC XX.
               10  WS-GE-RECORD-KEY      PIC X(40).
               10  WS-GE-STATE           PIC X.
                   88  WS-GE-TO-REVERSE       VALUE "R".
                   88  WS-GE-NOT-APPLIED      VALUE "N".
                   88  WS-GE-CHANGED-SINCE    VALUE "X".
                   88  WS-GE-ALREADY-DONE     VALUE "B".
      *        ONE RUNJRNL RECORD
               10  WS-GE-JOURNAL-REC     PIC X(729).

       01  WS-CURRENT-IMAGE              PIC X(300) VALUE SPACES.

      * REVERSING ROW WORK FIELDS
       01  WS-ORIG-OLD-VALUE             PIC X(50) VALUE SPACES.
       01  WS-ORIG-NEW-VALUE             PIC X(50) VALUE SPACES.
       01  WS-ORIG-DESCRIPTION           PIC X(100) VALUE SPACES.
       01  WS-RUN-DATE-TEXT              PIC 9(8) VALUE 0.

       01  WS-UPDATE-STATUS              PIC XX VALUE "00".
       01  WS-ACTION-TEXT                PIC X(40) VALUE SPACES.

       01  WS-TRANS-BACKED-OUT           PIC 9(7) COMP VALUE 0.
       01  WS-TRANS-REFUSED              PIC 9(7) COMP VALUE 0.
       01  WS-TRANS-ALREADY-DONE         PIC 9(7) COMP VALUE 0.
       01  WS-RECORDS-RESTORED           PIC 9(7) COMP VALUE 0.
       01  WS-RECORDS-REMOVED            PIC 9(7) COMP VALUE 0.
       01  WS-RECORDS-PUT-BACK           PIC 9(7) COMP VALUE 0.
       01  WS-ENTRIES-NOT-APPLIED        PIC 9(7) COMP VALUE 0.
       01  WS-HISTORY-REVERSED           PIC 9(7) COMP VALUE 0.
       01  WS-COMMISSION-REVERSED        PIC 9(7) COMP VALUE 0.
       01  WS-COMMISSION-AMOUNT          PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-REFUNDS-REMOVED            PIC 9(7) COMP VALUE 0.
       01  WS-REFUND-AMOUNT              PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-CLAIM-ROWS-REMOVED         PIC 9(7) COMP VALUE 0.
       01  WS-UPDATE-ERRORS              PIC 9(7) COMP VALUE 0.
       01  WS-JOURNAL-ENTRIES            PIC 9(7) COMP VALUE 0.

       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-DATE-DISPLAY               PIC 99/99/9999.

       01  WS-REPORT-TITLE.
           05  FILLER                    PIC X(25) VALUE SPACES.
           05  FILLER                    PIC X(45) VALUE
               "BATCH RUN BACK-OUT REGISTER".

       01  WS-REPORT-SUBTITLE.
           05  FILLER                    PIC X(8)  VALUE "RUN ID: ".
           05  WS-SUB-RUN-ID             PIC X(8).
           05  FILLER                    PIC X(14) VALUE
               "   RUN DATE: ".
           05  WS-SUB-RUN-DATE           PIC 99/99/9999.
           05  FILLER                    PIC X(18) VALUE
               "   BACKED OUT: ".
           05  WS-SUB-TODAY              PIC 99/99/9999.

       01  WS-COLUMN-HEADING-1.
           05  FILLER                    PIC X(18) VALUE "TRANSACTION".
           05  FILLER                    PIC X(4)  VALUE "FN".
           05  FILLER                    PIC X(6)  VALUE "FILE".
           05  FILLER                    PIC X(41) VALUE "RECORD KEY".
           05  FILLER                    PIC X(40) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  WS-DL-TRAN-POLNUM         PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-DL-TRAN-SEQ            PIC X(6)  VALUE SPACES.
           05  FILLER                    PIC X     VALUE SPACE.
           05  WS-DL-FUNCTION            PIC X(4)  VALUE SPACES.
           05  WS-DL-FILE-ID             PIC X(6)  VALUE SPACES.
           05  WS-DL-RECORD-KEY          PIC X(41) VALUE SPACES.
           05  WS-DL-ACTION              PIC X(40) VALUE SPACES.

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
           PERFORM 200-BACK-OUT-RUN
           PERFORM 700-PRINT-SUMMARY
           PERFORM 900-CLEANUP
           PERFORM 950-REGISTER-RUN-END
           IF WS-UPDATE-ERRORS > 0
               DISPLAY "RUNBACK1 - " WS-UPDATE-ERRORS
                   " UPDATE ERRORS - SEE BACK-OUT REGISTER"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TRANS-REFUSED > 0
                   DISPLAY "RUNBACK1 - " WS-TRANS-REFUSED
                       " TRANSACTIONS REFUSED - CHANGED SINCE THE RUN"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       050-REGISTER-RUN-START.
      * Register on the run control file under the run being backed
      * out. The RUNID= and RUNDATE= PARM tokens are picked off here
      * rather than left to RUNCTL01, which would default a missing
      * token to tonight's NIGHTLY run - both must be given, and
      * they name the journal entries to reverse. No predecessor: a
      * run that died part way can be backed out as well as one
      * that completed.
           PERFORM 060-GET-BACKOUT-PARMS
           IF WS-BACKOUT-RUN-ID = SPACES
               OR WS-BACKOUT-RUN-DATE = 0
               DISPLAY "RUNBACK1 NOT RUN - RUNID= AND RUNDATE= "
                   "REQUIRED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "ST" TO RCA-REQUEST
           MOVE WS-BACKOUT-RUN-ID TO RCA-RUN-ID
           MOVE WS-BACKOUT-RUN-DATE TO RCA-RUN-DATE
           MOVE "RUNBACK1" TO RCA-PROGRAM
           MOVE SPACES TO RCA-PREDECESSOR
           MOVE 0 TO RCA-RECORD-COUNT
           CALL "RUNCTL01" USING RUN-CONTROL-AREA
           IF RCA-RETURN-STATUS = "NG"
               DISPLAY "RUNBACK1 NOT STARTED - PREDECESSOR "
                   RCA-PREDECESSOR " NOT COMPLETE FOR THIS RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       060-GET-BACKOUT-PARMS.
      * Pick the RUNID= and RUNDATE= tokens off the PARM the way
      * RUNCTL01 does, in any order among the tokens. A RUNDATE=
      * that is not eight digits is taken as missing.
           MOVE SPACES TO WS-COMMAND-LINE WS-PARM-1 WS-PARM-2
                          WS-PARM-3 WS-PARM-4
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-1 WS-PARM-2 WS-PARM-3 WS-PARM-4
           END-UNSTRING
           MOVE WS-PARM-1 TO WS-PARM-SCAN
           PERFORM 070-SCAN-PARM-TOKEN
           MOVE WS-PARM-2 TO WS-PARM-SCAN
           PERFORM 070-SCAN-PARM-TOKEN
           MOVE WS-PARM-3 TO WS-PARM-SCAN
           PERFORM 070-SCAN-PARM-TOKEN
           MOVE WS-PARM-4 TO WS-PARM-SCAN
           PERFORM 070-SCAN-PARM-TOKEN.

       070-SCAN-PARM-TOKEN.
           IF WS-PARM-SCAN(1:6) = "RUNID="
               MOVE WS-PARM-SCAN(7:8) TO WS-BACKOUT-RUN-ID
           END-IF
           IF WS-PARM-SCAN(1:8) = "RUNDATE="
               AND WS-PARM-SCAN(9:8) IS NUMERIC
               MOVE WS-PARM-SCAN(9:8) TO WS-BACKOUT-RUN-DATE
           END-IF.

       950-REGISTER-RUN-END.
           MOVE "EN" TO RCA-REQUEST
           MOVE WS-TRANS-BACKED-OUT TO RCA-RECORD-COUNT
           CALL "RUNCTL01" USING RUN-CONTROL-AREA.

       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN I-O    RUN-JOURNAL-FILE
                       POL-MASTER-FILE
                       POL-INSURED-FILE
                       POL-BENEFIT-FILE
                       POL-BENEFICIARY-FILE
                       AGENT-MASTER-FILE
                       POL-HISTORY-FILE
                       AGENT-COMM-DETAIL-FILE
                       POL-PAYMENT-FILE
                       POL-CLAIM-HISTORY-FILE
           OPEN OUTPUT BACKOUT-REGISTER-FILE
           PERFORM 110-PRINT-HEADINGS.

       110-PRINT-HEADINGS.
           MOVE WS-REPORT-TITLE TO BACKOUT-REGISTER-LINE
           WRITE BACKOUT-REGISTER-LINE
           MOVE WS-BACKOUT-RUN-ID TO WS-SUB-RUN-ID
           MOVE WS-BACKOUT-RUN-DATE TO WS-SUB-RUN-DATE
           MOVE WS-TODAY TO WS-SUB-TODAY
           MOVE WS-REPORT-SUBTITLE TO BACKOUT-REGISTER-LINE
           WRITE BACKOUT-REGISTER-LINE
           MOVE SPACES TO BACKOUT-REGISTER-LINE
           WRITE BACKOUT-REGISTER-LINE
           MOVE WS-COLUMN-HEADING-1 TO BACKOUT-REGISTER-LINE
           WRITE BACKOUT-REGISTER-LINE.

       200-BACK-OUT-RUN.
      * Browse the run's journal entries newest first, one POL-TRAN1
      * transaction at a time. Each transaction is checked whole
      * before any of it is reversed.
           SET NOT-END-OF-RUN-JOURNAL TO TRUE
           MOVE WS-BACKOUT-RUN-ID TO RJ-RUN-ID
           MOVE WS-BACKOUT-RUN-DATE TO RJ-RUN-DATE
           MOVE 0 TO RJ-INVERTED-SEQ
           START RUN-JOURNAL-FILE KEY IS NOT LESS THAN RJ-KEY
               INVALID KEY
                   SET END-OF-RUN-JOURNAL TO TRUE
           END-START
           IF NOT-END-OF-RUN-JOURNAL
               PERFORM 210-READ-JOURNAL
           END-IF

           PERFORM UNTIL END-OF-RUN-JOURNAL
               PERFORM 220-LOAD-TRANSACTION
               PERFORM 300-CHECK-TRANSACTION
               EVALUATE TRUE
                   WHEN WS-GROUP-BACKED-OUT-COUNT = WS-GROUP-COUNT
                       PERFORM 250-NOTE-ALREADY-BACKED-OUT
                   WHEN TRANSACTION-REFUSED
                       PERFORM 400-REFUSE-TRANSACTION
                   WHEN OTHER
                       PERFORM 500-REVERSE-TRANSACTION
               END-EVALUATE
               PERFORM 230-RESUME-JOURNAL-BROWSE
           END-PERFORM.

       210-READ-JOURNAL.
           READ RUN-JOURNAL-FILE NEXT RECORD
               AT END
                   SET END-OF-RUN-JOURNAL TO TRUE
           END-READ
           IF NOT-END-OF-RUN-JOURNAL
               IF RJ-RUN-ID NOT = WS-BACKOUT-RUN-ID
                   OR RJ-RUN-DATE NOT = WS-BACKOUT-RUN-DATE
                   SET END-OF-RUN-JOURNAL TO TRUE
               END-IF
           END-IF.

       220-LOAD-TRANSACTION.
      * Gather the entries of the transaction at the head of the
      * browse. A transaction with more entries than the table holds
      * is refused whole rather than reversed in part.
           MOVE 0 TO WS-GROUP-COUNT
           MOVE RJ-TRAN-KEY TO WS-GROUP-TRAN-KEY
           SET GROUP-NOT-OVERFLOWED TO TRUE
           PERFORM UNTIL END-OF-RUN-JOURNAL
                   OR RJ-TRAN-KEY NOT = WS-GROUP-TRAN-KEY
               ADD 1 TO WS-JOURNAL-ENTRIES
               IF WS-GROUP-COUNT < WS-MAX-GROUP-ENTRIES
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE RJ-FILE-ID TO WS-GE-FILE-ID (WS-GROUP-COUNT)
                   MOVE RJ-RECORD-KEY
                       TO WS-GE-RECORD-KEY (WS-GROUP-COUNT)
                   MOVE SPACE TO WS-GE-STATE (WS-GROUP-COUNT)
                   MOVE RUN-JOURNAL-REC
                       TO WS-GE-JOURNAL-REC (WS-GROUP-COUNT)
               ELSE
                   SET GROUP-OVERFLOWED TO TRUE
               END-IF
               MOVE RJ-KEY TO WS-GROUP-LAST-KEY
               PERFORM 210-READ-JOURNAL
           END-PERFORM.

       230-RESUME-JOURNAL-BROWSE.
      * The back-out rewrote this transaction's journal entries -
      * pick the browse up again just past the last of them.
           IF NOT-END-OF-RUN-JOURNAL
               MOVE WS-GROUP-LAST-KEY TO RJ-KEY
               START RUN-JOURNAL-FILE KEY IS GREATER THAN RJ-KEY
                   INVALID KEY
                       SET END-OF-RUN-JOURNAL TO TRUE
               END-START
               IF NOT-END-OF-RUN-JOURNAL
                   PERFORM 210-READ-JOURNAL
               END-IF
           END-IF.

       250-NOTE-ALREADY-BACKED-OUT.
           ADD 1 TO WS-TRANS-ALREADY-DONE
           MOVE 1 TO WS-GX
           MOVE WS-GE-JOURNAL-REC (WS-GX) TO RUN-JOURNAL-REC
           MOVE RJ-BACKOUT-DATE TO WS-DATE-DISPLAY
           MOVE SPACES TO WS-ACTION-TEXT
           STRING "ALREADY BACKED OUT " DELIMITED BY SIZE
                  WS-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-ACTION-TEXT
           PERFORM 600-PRINT-DETAIL-LINE.

       300-CHECK-TRANSACTION.
      * Decide, entry by entry, whether the transaction can be
      * reversed. Only the newest entry for a record is compared
      * with the file - an older entry for the same record within
      * the transaction follows on from it.
           SET TRANSACTION-REVERSIBLE TO TRUE
           MOVE 0 TO WS-GROUP-BACKED-OUT-COUNT
           PERFORM 310-CHECK-ONE-ENTRY
               VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GROUP-COUNT
           IF GROUP-OVERFLOWED
               SET TRANSACTION-REFUSED TO TRUE
           END-IF.

       310-CHECK-ONE-ENTRY.
           MOVE WS-GE-JOURNAL-REC (WS-GX) TO RUN-JOURNAL-REC
           EVALUATE TRUE
               WHEN RJ-BACKED-OUT
                   SET WS-GE-ALREADY-DONE (WS-GX) TO TRUE
                   ADD 1 TO WS-GROUP-BACKED-OUT-COUNT
               WHEN RJ-POLICY-HISTORY
               WHEN RJ-COMMISSION-DETAIL
                   SET WS-GE-TO-REVERSE (WS-GX) TO TRUE
               WHEN OTHER
                   PERFORM 320-FIND-NEWER-ENTRY
                   IF NEWER-ENTRY-FOUND
                       SET WS-GE-TO-REVERSE (WS-GX) TO TRUE
                   ELSE
                       PERFORM 330-READ-CURRENT-RECORD
                       PERFORM 340-COMPARE-WITH-JOURNAL
                   END-IF
           END-EVALUATE.

       320-FIND-NEWER-ENTRY.
           SET NEWER-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-GY FROM 1 BY 1
                   UNTIL WS-GY NOT < WS-GX
                   OR NEWER-ENTRY-FOUND
               IF WS-GE-FILE-ID (WS-GY) = WS-GE-FILE-ID (WS-GX)
                   AND WS-GE-RECORD-KEY (WS-GY) =
                       WS-GE-RECORD-KEY (WS-GX)
                   SET NEWER-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM.

       330-READ-CURRENT-RECORD.
      * Read the record the entry is for as it stands on the file
      * now, padded out the way the journal image is.
           SET CURRENT-RECORD-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-CURRENT-IMAGE
           EVALUATE TRUE
               WHEN RJ-POLICY-MASTER
                   MOVE RJ-RECORD-KEY TO PM-POLNUM
                   READ POL-MASTER-FILE
                       NOT INVALID KEY
                           SET CURRENT-RECORD-FOUND TO TRUE
                           MOVE POL-MASTER-REC TO WS-CURRENT-IMAGE
                   END-READ
               WHEN RJ-POLICY-INSURED
                   MOVE RJ-RECORD-KEY TO PI-POLNUM
                   READ POL-INSURED-FILE
                       NOT INVALID KEY
                           SET CURRENT-RECORD-FOUND TO TRUE
                           MOVE POL-INSURED-REC TO WS-CURRENT-IMAGE
                   END-READ
               WHEN RJ-POLICY-BENEFIT
                   MOVE RJ-RECORD-KEY TO PB-KEY
                   READ POL-BENEFIT-FILE
                       NOT INVALID KEY
                           SET CURRENT-RECORD-FOUND TO TRUE
                           MOVE POL-BENEFIT-REC TO WS-CURRENT-IMAGE
                   END-READ
               WHEN RJ-BENEFICIARY
                   MOVE RJ-RECORD-KEY TO BN-KEY
                   READ POL-BENEFICIARY-FILE
                       NOT INVALID KEY
                           SET CURRENT-RECORD-FOUND TO TRUE
                           MOVE POL-BENEFICIARY-REC
                               TO WS-CURRENT-IMAGE
                   END-READ
               WHEN RJ-AGENT-MASTER
                   MOVE RJ-RECORD-KEY TO A-AGENT-ID
                   READ AGENT-MASTER-FILE
                       NOT INVALID KEY
                           SET CURRENT-RECORD-FOUND TO TRUE
                           MOVE AGENT-MASTER-REC TO WS-CURRENT-IMAGE
                   END-READ
               WHEN RJ-PAYMENT-LEDGER
                   MOVE RJ-RECORD-KEY TO PY-KEY
                   READ POL-PAYMENT-FILE
                       NOT INVALID KEY
                           SET CURRENT-RECORD-FOUND TO TRUE
                           MOVE POL-PAYMENT-REC TO WS-CURRENT-IMAGE
                   END-READ
               WHEN RJ-CLAIM-HISTORY
                   MOVE RJ-RECORD-KEY TO CH-KEY
                   READ POL-CLAIM-HISTORY-FILE
                       NOT INVALID KEY
                           SET CURRENT-RECORD-FOUND TO TRUE
                           MOVE POL-CLAIM-HISTORY-REC
                               TO WS-CURRENT-IMAGE
                   END-READ
           END-EVALUATE.

       340-COMPARE-WITH-JOURNAL.
      * The record must still be exactly as the run left it. When it
      * is exactly as it stood before the run instead, the run's
      * update never reached the file and there is nothing to undo.
      * Anything else means the record was changed again after the
      * run, and the transaction is refused.
           EVALUATE TRUE
               WHEN RJ-RECORD-DELETED
                   AND CURRENT-RECORD-NOT-FOUND
                   SET WS-GE-TO-REVERSE (WS-GX) TO TRUE
               WHEN RJ-RECORD-DELETED
                   AND WS-CURRENT-IMAGE = RJ-BEFORE-IMAGE
                   SET WS-GE-NOT-APPLIED (WS-GX) TO TRUE
               WHEN RJ-RECORD-ADDED
                   AND CURRENT-RECORD-NOT-FOUND
                   SET WS-GE-NOT-APPLIED (WS-GX) TO TRUE
               WHEN CURRENT-RECORD-FOUND
                   AND NOT RJ-RECORD-DELETED
                   AND WS-CURRENT-IMAGE = RJ-AFTER-IMAGE
                   SET WS-GE-TO-REVERSE (WS-GX) TO TRUE
               WHEN CURRENT-RECORD-FOUND
                   AND RJ-RECORD-CHANGED
                   AND WS-CURRENT-IMAGE = RJ-BEFORE-IMAGE
                   SET WS-GE-NOT-APPLIED (WS-GX) TO TRUE
               WHEN OTHER
                   SET WS-GE-CHANGED-SINCE (WS-GX) TO TRUE
                   SET TRANSACTION-REFUSED TO TRUE
           END-EVALUATE.

       400-REFUSE-TRANSACTION.
      * List every entry of the refused transaction - the records
      * changed since the run, and the rest left as they are with
      * them.
           ADD 1 TO WS-TRANS-REFUSED
           PERFORM 410-LIST-REFUSED-ENTRY
               VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GROUP-COUNT
           IF GROUP-OVERFLOWED
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-GROUP-TRAN-KEY(1:10) TO WS-DL-TRAN-POLNUM
               MOVE WS-GROUP-TRAN-KEY(11:6) TO WS-DL-TRAN-SEQ
               MOVE "REFUSED - TOO MANY ENTRIES TO BACK OUT"
                   TO WS-DL-ACTION
               MOVE WS-DETAIL-LINE TO BACKOUT-REGISTER-LINE
               WRITE BACKOUT-REGISTER-LINE
           END-IF.

       410-LIST-REFUSED-ENTRY.
           MOVE WS-GE-JOURNAL-REC (WS-GX) TO RUN-JOURNAL-REC
           EVALUATE TRUE
               WHEN WS-GE-CHANGED-SINCE (WS-GX)
                   MOVE "REFUSED - CHANGED SINCE THE RUN"
                       TO WS-ACTION-TEXT
               WHEN WS-GE-ALREADY-DONE (WS-GX)
                   MOVE "ALREADY BACKED OUT" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE "NOT BACKED OUT - TRANSACTION REFUSED"
                       TO WS-ACTION-TEXT
           END-EVALUATE
           PERFORM 600-PRINT-DETAIL-LINE.

       500-REVERSE-TRANSACTION.
           ADD 1 TO WS-TRANS-BACKED-OUT
           PERFORM 510-REVERSE-ONE-ENTRY
               VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GROUP-COUNT.

       510-REVERSE-ONE-ENTRY.
           MOVE WS-GE-JOURNAL-REC (WS-GX) TO RUN-JOURNAL-REC
           EVALUATE TRUE
               WHEN WS-GE-ALREADY-DONE (WS-GX)
                   CONTINUE
               WHEN WS-GE-NOT-APPLIED (WS-GX)
                   ADD 1 TO WS-ENTRIES-NOT-APPLIED
                   MOVE "NOT APPLIED BY THE RUN - NOTHING TO UNDO"
                       TO WS-ACTION-TEXT
                   PERFORM 600-PRINT-DETAIL-LINE
                   PERFORM 590-MARK-ENTRY-BACKED-OUT
               WHEN RJ-POLICY-HISTORY
                   PERFORM 560-REVERSE-HISTORY-ROW
                   PERFORM 600-PRINT-DETAIL-LINE
                   PERFORM 590-MARK-ENTRY-BACKED-OUT
               WHEN RJ-COMMISSION-DETAIL
                   PERFORM 570-REVERSE-COMMISSION-ROW
                   PERFORM 600-PRINT-DETAIL-LINE
                   PERFORM 590-MARK-ENTRY-BACKED-OUT
               WHEN OTHER
                   PERFORM 520-RESTORE-MASTER-RECORD
                   PERFORM 600-PRINT-DETAIL-LINE
                   PERFORM 590-MARK-ENTRY-BACKED-OUT
           END-EVALUATE.

       520-RESTORE-MASTER-RECORD.
      * A changed record gets its before-image back, an added record
      * is removed, and a deleted record is written back.
           MOVE "00" TO WS-UPDATE-STATUS
           EVALUATE TRUE
               WHEN RJ-POLICY-MASTER
                   PERFORM 521-RESTORE-POLICY-MASTER
                   MOVE MASTER-FILE-STATUS TO WS-UPDATE-STATUS
               WHEN RJ-POLICY-INSURED
                   PERFORM 522-RESTORE-POLICY-INSURED
                   MOVE INSURED-FILE-STATUS TO WS-UPDATE-STATUS
               WHEN RJ-POLICY-BENEFIT
                   PERFORM 523-RESTORE-POLICY-BENEFIT
                   MOVE BENEFIT-FILE-STATUS TO WS-UPDATE-STATUS
               WHEN RJ-BENEFICIARY
                   PERFORM 524-RESTORE-BENEFICIARY
                   MOVE BENEFCY-FILE-STATUS TO WS-UPDATE-STATUS
               WHEN RJ-AGENT-MASTER
                   PERFORM 525-RESTORE-AGENT-MASTER
                   MOVE AGENT-FILE-STATUS TO WS-UPDATE-STATUS
               WHEN RJ-PAYMENT-LEDGER
                   PERFORM 526-RESTORE-PAYMENT-LEDGER
                   MOVE PAYMENT-FILE-STATUS TO WS-UPDATE-STATUS
               WHEN RJ-CLAIM-HISTORY
                   PERFORM 527-RESTORE-CLAIM-HISTORY
                   MOVE CLMHIST-FILE-STATUS TO WS-UPDATE-STATUS
           END-EVALUATE

           IF WS-UPDATE-STATUS(1:1) NOT = "0"
               ADD 1 TO WS-UPDATE-ERRORS
               MOVE SPACES TO WS-ACTION-TEXT
               STRING "UPDATE ERROR - FILE STATUS " DELIMITED BY SIZE
                      WS-UPDATE-STATUS DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
           ELSE
               EVALUATE TRUE
                   WHEN RJ-PAYMENT-LEDGER
                       AND RJ-RECORD-ADDED
                       PERFORM 528-NOTE-REFUND-REMOVED
                   WHEN RJ-CLAIM-HISTORY
                       AND RJ-RECORD-ADDED
                       ADD 1 TO WS-CLAIM-ROWS-REMOVED
                       MOVE "CONFINEMENT CLAIM ROW REMOVED"
                           TO WS-ACTION-TEXT
                   WHEN RJ-RECORD-CHANGED
                       ADD 1 TO WS-RECORDS-RESTORED
                       MOVE "BEFORE-IMAGE RESTORED" TO WS-ACTION-TEXT
                   WHEN RJ-RECORD-ADDED
                       ADD 1 TO WS-RECORDS-REMOVED
                       MOVE "ADDED RECORD REMOVED" TO WS-ACTION-TEXT
                   WHEN RJ-RECORD-DELETED
                       ADD 1 TO WS-RECORDS-PUT-BACK
                       MOVE "DELETED RECORD PUT BACK"
                           TO WS-ACTION-TEXT
               END-EVALUATE
           END-IF.

       521-RESTORE-POLICY-MASTER.
           EVALUATE TRUE
               WHEN RJ-RECORD-CHANGED
                   MOVE RJ-BEFORE-IMAGE TO POL-MASTER-REC
                   REWRITE POL-MASTER-REC
                       INVALID KEY
                           MOVE "23" TO MASTER-FILE-STATUS
                   END-REWRITE
               WHEN RJ-RECORD-ADDED
                   MOVE RJ-AFTER-IMAGE TO POL-MASTER-REC
                   DELETE POL-MASTER-FILE
                       INVALID KEY
                           MOVE "23" TO MASTER-FILE-STATUS
                   END-DELETE
               WHEN RJ-RECORD-DELETED
                   MOVE RJ-BEFORE-IMAGE TO POL-MASTER-REC
                   WRITE POL-MASTER-REC
                       INVALID KEY
                           MOVE "22" TO MASTER-FILE-STATUS
                   END-WRITE
           END-EVALUATE.

       522-RESTORE-POLICY-INSURED.
           EVALUATE TRUE
               WHEN RJ-RECORD-CHANGED
                   MOVE RJ-BEFORE-IMAGE TO POL-INSURED-REC
                   REWRITE POL-INSURED-REC
                       INVALID KEY
                           MOVE "23" TO INSURED-FILE-STATUS
                   END-REWRITE
               WHEN RJ-RECORD-ADDED
                   MOVE RJ-AFTER-IMAGE TO POL-INSURED-REC
                   DELETE POL-INSURED-FILE
                       INVALID KEY
                           MOVE "23" TO INSURED-FILE-STATUS
                   END-DELETE
               WHEN RJ-RECORD-DELETED
                   MOVE RJ-BEFORE-IMAGE TO POL-INSURED-REC
                   WRITE POL-INSURED-REC
                       INVALID KEY
                           MOVE "22" TO INSURED-FILE-STATUS
                   END-WRITE
           END-EVALUATE.

       523-RESTORE-POLICY-BENEFIT.
           EVALUATE TRUE
               WHEN RJ-RECORD-CHANGED
                   MOVE RJ-BEFORE-IMAGE TO POL-BENEFIT-REC
                   REWRITE POL-BENEFIT-REC
                       INVALID KEY
                           MOVE "23" TO BENEFIT-FILE-STATUS
                   END-REWRITE
               WHEN RJ-RECORD-ADDED
                   MOVE RJ-AFTER-IMAGE TO POL-BENEFIT-REC
                   DELETE POL-BENEFIT-FILE
                       INVALID KEY
                           MOVE "23" TO BENEFIT-FILE-STATUS
                   END-DELETE
               WHEN RJ-RECORD-DELETED
                   MOVE RJ-BEFORE-IMAGE TO POL-BENEFIT-REC
                   WRITE POL-BENEFIT-REC
                       INVALID KEY
                           MOVE "22" TO BENEFIT-FILE-STATUS
                   END-WRITE
           END-EVALUATE.

       524-RESTORE-BENEFICIARY.
           EVALUATE TRUE
               WHEN RJ-RECORD-CHANGED
                   MOVE RJ-BEFORE-IMAGE TO POL-BENEFICIARY-REC
                   REWRITE POL-BENEFICIARY-REC
                       INVALID KEY
                           MOVE "23" TO BENEFCY-FILE-STATUS
                   END-REWRITE
               WHEN RJ-RECORD-ADDED
                   MOVE RJ-AFTER-IMAGE TO POL-BENEFICIARY-REC
                   DELETE POL-BENEFICIARY-FILE
                       INVALID KEY
                           MOVE "23" TO BENEFCY-FILE-STATUS
                   END-DELETE
               WHEN RJ-RECORD-DELETED
                   MOVE RJ-BEFORE-IMAGE TO POL-BENEFICIARY-REC
                   WRITE POL-BENEFICIARY-REC
                       INVALID KEY
                           MOVE "22" TO BENEFCY-FILE-STATUS
                   END-WRITE
           END-EVALUATE.

       525-RESTORE-AGENT-MASTER.
           EVALUATE TRUE
               WHEN RJ-RECORD-CHANGED
                   MOVE RJ-BEFORE-IMAGE TO AGENT-MASTER-REC
                   REWRITE AGENT-MASTER-REC
                       INVALID KEY
                           MOVE "23" TO AGENT-FILE-STATUS
                   END-REWRITE
               WHEN RJ-RECORD-ADDED
                   MOVE RJ-AFTER-IMAGE TO AGENT-MASTER-REC
                   DELETE AGENT-MASTER-FILE
                       INVALID KEY
                           MOVE "23" TO AGENT-FILE-STATUS
                   END-DELETE
               WHEN RJ-RECORD-DELETED
                   MOVE RJ-BEFORE-IMAGE TO AGENT-MASTER-REC
                   WRITE AGENT-MASTER-REC
                       INVALID KEY
                           MOVE "22" TO AGENT-FILE-STATUS
                   END-WRITE
           END-EVALUATE.

       526-RESTORE-PAYMENT-LEDGER.
      * Only refund rows are journaled - the row the run posted is
      * taken off the ledger again.
           EVALUATE TRUE
               WHEN RJ-RECORD-CHANGED
                   MOVE RJ-BEFORE-IMAGE TO POL-PAYMENT-REC
                   REWRITE POL-PAYMENT-REC
                       INVALID KEY
                           MOVE "23" TO PAYMENT-FILE-STATUS
                   END-REWRITE
               WHEN RJ-RECORD-ADDED
                   MOVE RJ-AFTER-IMAGE TO POL-PAYMENT-REC
                   DELETE POL-PAYMENT-FILE
                       INVALID KEY
                           MOVE "23" TO PAYMENT-FILE-STATUS
                   END-DELETE
               WHEN RJ-RECORD-DELETED
                   MOVE RJ-BEFORE-IMAGE TO POL-PAYMENT-REC
                   WRITE POL-PAYMENT-REC
                       INVALID KEY
                           MOVE "22" TO PAYMENT-FILE-STATUS
                   END-WRITE
           END-EVALUATE.

       527-RESTORE-CLAIM-HISTORY.
      * The confinement claim row the run posted is taken off, so
      * its days stop counting against the rider's yearly cap and
      * a corrected claim for the same stay is accepted.
           EVALUATE TRUE
               WHEN RJ-RECORD-CHANGED
                   MOVE RJ-BEFORE-IMAGE TO POL-CLAIM-HISTORY-REC
                   REWRITE POL-CLAIM-HISTORY-REC
                       INVALID KEY
                           MOVE "23" TO CLMHIST-FILE-STATUS
                   END-REWRITE
               WHEN RJ-RECORD-ADDED
                   MOVE RJ-AFTER-IMAGE TO POL-CLAIM-HISTORY-REC
                   DELETE POL-CLAIM-HISTORY-FILE
                       INVALID KEY
                           MOVE "23" TO CLMHIST-FILE-STATUS
                   END-DELETE
               WHEN RJ-RECORD-DELETED
                   MOVE RJ-BEFORE-IMAGE TO POL-CLAIM-HISTORY-REC
                   WRITE POL-CLAIM-HISTORY-REC
                       INVALID KEY
                           MOVE "22" TO CLMHIST-FILE-STATUS
                   END-WRITE
           END-EVALUATE.

       528-NOTE-REFUND-REMOVED.
      * Show the refund amount taken back off the ledger - accounts
      * payable must stop or recover the check cut off the run's
      * refund register.
           MOVE RJ-AFTER-IMAGE TO POL-PAYMENT-REC
           ADD 1 TO WS-REFUNDS-REMOVED
           ADD PY-AMOUNT TO WS-REFUND-AMOUNT
           MOVE PY-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-ACTION-TEXT
           STRING "REFUND REVERSED " DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               INTO WS-ACTION-TEXT.

       560-REVERSE-HISTORY-ROW.
      * Post a reversing history row today against the row the run
      * posted - the old and new values swapped and the description
      * naming the run backed out - so the policy's history shows
      * both the change and its reversal.
           MOVE RJ-AFTER-IMAGE TO POL-HISTORY-REC
           MOVE PH-OLD-VALUE TO WS-ORIG-OLD-VALUE
           MOVE PH-NEW-VALUE TO WS-ORIG-NEW-VALUE
           MOVE PH-DESCRIPTION TO WS-ORIG-DESCRIPTION
           MOVE WS-TODAY TO PH-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO PH-TIME
           MOVE 0 TO PH-SEQ-NO
           MOVE "RUNBACK1" TO PH-USER-ID
           MOVE WS-ORIG-NEW-VALUE TO PH-OLD-VALUE
           MOVE WS-ORIG-OLD-VALUE TO PH-NEW-VALUE
           MOVE WS-BACKOUT-RUN-DATE TO WS-RUN-DATE-TEXT
           MOVE SPACES TO PH-DESCRIPTION
           STRING "BACKED OUT RUN " DELIMITED BY SIZE
                  WS-BACKOUT-RUN-ID DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-RUN-DATE-TEXT DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-ORIG-DESCRIPTION DELIMITED BY SIZE
               INTO PH-DESCRIPTION
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
           END-PERFORM
           IF HIST-FILE-STATUS = "00"
               ADD 1 TO WS-HISTORY-REVERSED
               MOVE "REVERSING HISTORY ROW POSTED"
                   TO WS-ACTION-TEXT
           ELSE
               ADD 1 TO WS-UPDATE-ERRORS
               MOVE "UPDATE ERROR - HISTORY ROW NOT POSTED"
                   TO WS-ACTION-TEXT
           END-IF.

       570-REVERSE-COMMISSION-ROW.
      * Post a reversing commission row today under the same agent,
      * policy and posting function with the amounts negated, so the
      * agent's statement and the year's totals net the run's
      * posting out. The before-image put back on the agent master
      * takes the same amount back off A-YTD-COMMISSION.
           MOVE RJ-AFTER-IMAGE TO AGENT-COMM-DETAIL-REC
           MOVE WS-TODAY TO CD-POST-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CD-POST-TIME
           MOVE 0 TO CD-SEQ-NO
           COMPUTE CD-PREMIUM-DIFF = 0 - CD-PREMIUM-DIFF
           COMPUTE CD-ADJUST-AMOUNT = 0 - CD-ADJUST-AMOUNT
           MOVE "22" TO COMMDTL-FILE-STATUS
           PERFORM UNTIL COMMDTL-FILE-STATUS NOT = "22"
                   OR CD-SEQ-NO = 999
               WRITE AGENT-COMM-DETAIL-REC
                   INVALID KEY
                       MOVE "22" TO COMMDTL-FILE-STATUS
                       ADD 1 TO CD-SEQ-NO
                   NOT INVALID KEY
                       MOVE "00" TO COMMDTL-FILE-STATUS
               END-WRITE
           END-PERFORM
           IF COMMDTL-FILE-STATUS = "00"
               ADD 1 TO WS-COMMISSION-REVERSED
               ADD CD-ADJUST-AMOUNT TO WS-COMMISSION-AMOUNT
               MOVE CD-ADJUST-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-ACTION-TEXT
               STRING "COMMISSION REVERSED " DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                   INTO WS-ACTION-TEXT
           ELSE
               ADD 1 TO WS-UPDATE-ERRORS
               MOVE "UPDATE ERROR - COMMISSION ROW NOT POSTED"
                   TO WS-ACTION-TEXT
           END-IF.

       590-MARK-ENTRY-BACKED-OUT.
      * Mark the journal entry backed out so a rerun of the back-out
      * passes over it.
           MOVE WS-GE-JOURNAL-REC (WS-GX) TO RUN-JOURNAL-REC
           SET RJ-BACKED-OUT TO TRUE
           MOVE WS-TODAY TO RJ-BACKOUT-DATE
           REWRITE RUN-JOURNAL-REC
               INVALID KEY
                   ADD 1 TO WS-UPDATE-ERRORS
           END-REWRITE.

       600-PRINT-DETAIL-LINE.
      * One register line for the journal entry in the record area,
      * with the action decided by the calling paragraph.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE RJ-TRAN-KEY(1:10) TO WS-DL-TRAN-POLNUM
           MOVE RJ-TRAN-KEY(11:6) TO WS-DL-TRAN-SEQ
           MOVE RJ-FUNCTION TO WS-DL-FUNCTION
           MOVE RJ-FILE-ID TO WS-DL-FILE-ID
           MOVE RJ-RECORD-KEY TO WS-DL-RECORD-KEY
           MOVE WS-ACTION-TEXT TO WS-DL-ACTION
           MOVE WS-DETAIL-LINE TO BACKOUT-REGISTER-LINE
           WRITE BACKOUT-REGISTER-LINE.

       700-PRINT-SUMMARY.
           MOVE SPACES TO BACKOUT-REGISTER-LINE
           WRITE BACKOUT-REGISTER-LINE
           IF WS-JOURNAL-ENTRIES = 0
               MOVE "NO JOURNAL ENTRIES ON FILE FOR THIS RUN"
                   TO BACKOUT-REGISTER-LINE
               WRITE BACKOUT-REGISTER-LINE
               MOVE SPACES TO BACKOUT-REGISTER-LINE
               WRITE BACKOUT-REGISTER-LINE
           END-IF

           MOVE "JOURNAL ENTRIES READ:" TO WS-SL-CAPTION
           MOVE WS-JOURNAL-ENTRIES TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "TRANSACTIONS BACKED OUT:" TO WS-SL-CAPTION
           MOVE WS-TRANS-BACKED-OUT TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "TRANSACTIONS REFUSED:" TO WS-SL-CAPTION
           MOVE WS-TRANS-REFUSED TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "TRANSACTIONS ALREADY BACKED OUT:" TO WS-SL-CAPTION
           MOVE WS-TRANS-ALREADY-DONE TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "RECORDS RESTORED TO BEFORE-IMAGE:" TO WS-SL-CAPTION
           MOVE WS-RECORDS-RESTORED TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "ADDED RECORDS REMOVED:" TO WS-SL-CAPTION
           MOVE WS-RECORDS-REMOVED TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "DELETED RECORDS PUT BACK:" TO WS-SL-CAPTION
           MOVE WS-RECORDS-PUT-BACK TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "ENTRIES NOT APPLIED BY THE RUN:" TO WS-SL-CAPTION
           MOVE WS-ENTRIES-NOT-APPLIED TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE
           MOVE "HISTORY ROWS REVERSED:" TO WS-SL-CAPTION
           MOVE WS-HISTORY-REVERSED TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "COMMISSION ROWS REVERSED:" TO WS-SL-CAPTION
           MOVE WS-COMMISSION-REVERSED TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-SL-COUNT
           MOVE WS-COMMISSION-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO WS-SL-AMOUNT
           MOVE WS-SUMMARY-LINE TO BACKOUT-REGISTER-LINE
           WRITE BACKOUT-REGISTER-LINE

           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE "REFUND LEDGER ROWS REMOVED:" TO WS-SL-CAPTION
           MOVE WS-REFUNDS-REMOVED TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-SL-COUNT
           MOVE WS-REFUND-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO WS-SL-AMOUNT
           MOVE WS-SUMMARY-LINE TO BACKOUT-REGISTER-LINE
           WRITE BACKOUT-REGISTER-LINE
           MOVE "CONFINEMENT CLAIM ROWS REMOVED:" TO WS-SL-CAPTION
           MOVE WS-CLAIM-ROWS-REMOVED TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE

           MOVE "UPDATE ERRORS:" TO WS-SL-CAPTION
           MOVE WS-UPDATE-ERRORS TO WS-COUNT-DISPLAY
           PERFORM 710-PRINT-COUNT-LINE.

       710-PRINT-COUNT-LINE.
           MOVE WS-COUNT-DISPLAY TO WS-SL-COUNT
           MOVE SPACES TO WS-SL-AMOUNT
           MOVE WS-SUMMARY-LINE TO BACKOUT-REGISTER-LINE
           WRITE BACKOUT-REGISTER-LINE.

       900-CLEANUP.
           CLOSE RUN-JOURNAL-FILE
                 POL-MASTER-FILE
                 POL-INSURED-FILE
                 POL-BENEFIT-FILE
                 POL-BENEFICIARY-FILE
                 AGENT-MASTER-FILE
                 POL-HISTORY-FILE
                 AGENT-COMM-DETAIL-FILE
                 POL-PAYMENT-FILE
                 POL-CLAIM-HISTORY-FILE
                 BACKOUT-REGISTER-FILE.
