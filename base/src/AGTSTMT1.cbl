      * statement per agent showing every commission posting - policy  *
      * number, posting date, premium difference, rate applied, and    *
      * adjustment amount - with an agent total that is tied back to   *
      * A-YTD-COMMISSION on the agent master. Once the year-end 1099   *
      * run has rolled the agent's YTD over, only the postings after   *
      * the year it rolled are tied back. An agent whose detail        *
      * does not foot to the master is flagged on the statement so     *
      * the discrepancy is worked instead of guessed at.               *
      *                                                                *
       01  WS-AGENT-POSTING-COUNT        PIC 9(7) VALUE 0.
       01  WS-AGENT-TOTAL-ADJ            PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-AGENT-YTD-COMMISSION       PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-AGENT-YTD-ADJ              PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-AGENT-ROLLED-YEAR          PIC 9(4) VALUE 0.
       01  WS-POST-YEAR                  PIC 9(4) VALUE 0.
       01  WS-GRAND-POSTING-COUNT        PIC 9(7) VALUE 0.
       01  WS-GRAND-TOTAL-ADJ            PIC S9(9)V99 COMP-3 VALUE +0.
       01  WS-AGENTS-OUT-OF-BALANCE      PIC 9(7) VALUE 0.
               "  YTD ON MASTER:".
           05  WS-AT-YTD                 PIC X(16) VALUE SPACES.

       01  WS-AGENT-YTD-LINE.
           05  FILLER                    PIC X(14) VALUE SPACES.
           05  FILLER                    PIC X(18) VALUE
               "DETAIL AFTER:".
           05  WS-YL-YEAR                PIC X(16) VALUE SPACES.
           05  FILLER                    PIC X(18) VALUE
               "  YTD DETAIL:".
           05  WS-YL-ADJ                 PIC X(16) VALUE SPACES.

       01  WS-OUT-OF-BALANCE-LINE.
           05  FILLER                    PIC X(14) VALUE SPACES.
           05  FILLER                    PIC X(50) VALUE
                      A-LAST-NAME DELIMITED BY SPACE
                   INTO WS-AH-AGENT-NAME
               MOVE A-YTD-COMMISSION TO WS-AGENT-YTD-COMMISSION
               MOVE A-PRIOR-YTD-YEAR TO WS-AGENT-ROLLED-YEAR
           ELSE
               MOVE "** AGENT NOT ON MASTER **" TO WS-AH-AGENT-NAME
               MOVE 0 TO WS-AGENT-YTD-COMMISSION
               MOVE 0 TO WS-AGENT-ROLLED-YEAR
           END-IF

           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE

           ADD 1 TO WS-AGENT-POSTING-COUNT
           ADD CD-ADJUST-AMOUNT TO WS-AGENT-TOTAL-ADJ
           DIVIDE CD-POST-DATE BY 10000 GIVING WS-POST-YEAR
           IF WS-POST-YEAR > WS-AGENT-ROLLED-YEAR
               ADD CD-ADJUST-AMOUNT TO WS-AGENT-YTD-ADJ
           END-IF.

       240-PRINT-AGENT-TOTAL.
      * Print the agent's detail total beside the master's YTD bucket
      * and flag the agent when the two do not agree. After a year-end
      * rollover the YTD bucket holds only the postings after the
      * year rolled, so those are totalled on their own line and
      * tied back instead.
           MOVE WS-AGENT-TOTAL-ADJ TO WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-DISPLAY TO WS-AT-ADJ
           MOVE WS-AGENT-YTD-COMMISSION TO WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-DISPLAY TO WS-AT-YTD
           MOVE WS-AGENT-TOTAL-LINE TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           IF WS-AGENT-ROLLED-YEAR > 0
               MOVE SPACES TO WS-YL-YEAR
               STRING "12/31/" WS-AGENT-ROLLED-YEAR
                   DELIMITED BY SIZE INTO WS-YL-YEAR
               END-STRING
               MOVE WS-AGENT-YTD-ADJ TO WS-TOTAL-DISPLAY
               MOVE WS-TOTAL-DISPLAY TO WS-YL-ADJ
               MOVE WS-AGENT-YTD-LINE TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF

           IF WS-AGENT-YTD-ADJ NOT = WS-AGENT-YTD-COMMISSION
               MOVE WS-OUT-OF-BALANCE-LINE TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
               ADD 1 TO WS-AGENTS-OUT-OF-BALANCE
           ADD WS-AGENT-POSTING-COUNT TO WS-GRAND-POSTING-COUNT
           ADD WS-AGENT-TOTAL-ADJ TO WS-GRAND-TOTAL-ADJ
           MOVE 0 TO WS-AGENT-POSTING-COUNT
           MOVE 0 TO WS-AGENT-TOTAL-ADJ
           MOVE 0 TO WS-AGENT-YTD-ADJ.

       300-PRINT-GRAND-TOTAL.
           MOVE SPACES TO STATEMENT-REPORT-LINE
