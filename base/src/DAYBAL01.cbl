      * ONE ACCUMULATOR ROW PER FUNCTION CODE FOR EACH SIDE OF THE
      * BALANCING REPORT - SUBMITTED (POL-TRAN1) VS APPLIED (POL-TRAN2)
       01  WS-FUNCTION-TOTALS-TABLE.
           05  WS-FUNCTION-TOTAL OCCURS 28 TIMES
                                 INDEXED BY WS-FT-IDX.
               10  WS-FT-CODE            PIC XX.
               10  WS-FT-SUBMIT-COUNT    PIC 9(7) COMP.
       100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > 28
               MOVE 0 TO WS-FT-SUBMIT-COUNT (WS-FT-IDX)
               MOVE 0 TO WS-FT-SUBMIT-AMOUNT (WS-FT-IDX)
               MOVE 0 TO WS-FT-APPLIED-COUNT (WS-FT-IDX)
           OPEN OUTPUT BALANCE-REPORT-FILE
           PERFORM 410-PRINT-HEADINGS
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > 28
               IF WS-FT-SUBMIT-COUNT (WS-FT-IDX) > 0
                  OR WS-FT-APPLIED-COUNT (WS-FT-IDX) > 0
                   PERFORM 420-PRINT-DETAIL-LINE
               WHEN "22" MOVE "DEATH CLAIM" TO WS-FUNCTION-NAME
               WHEN "23" MOVE "AGENT MANAGER ASSIGN"
                   TO WS-FUNCTION-NAME
               WHEN "24" MOVE "PREMIUM MODE CHANGE"
                   TO WS-FUNCTION-NAME
               WHEN "25" MOVE "CONFINEMENT CLAIM" TO WS-FUNCTION-NAME
               WHEN "26" MOVE "AGENT LICENSE MAINT"
                   TO WS-FUNCTION-NAME
               WHEN "27" MOVE "AGENT TERMINATE/REACTIV"
                   TO WS-FUNCTION-NAME
               WHEN "28" MOVE "AGENT TAX ID/ADDRESS"
                   TO WS-FUNCTION-NAME
               WHEN OTHER MOVE "UNKNOWN FUNCTION" TO WS-FUNCTION-NAME
           END-EVALUATE.

