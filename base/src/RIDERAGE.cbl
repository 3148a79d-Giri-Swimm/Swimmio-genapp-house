      * rider row deleted, the rider's rated premium taken back off   *
      * PM-COMM-PREM, the commission adjustment posted to the         *
      * writing agent and the overrides up the reporting chain, a     *
      * POLHIST audit row, a rider-removed letter through the         *
      * POL-NOTIFY stream, and the insured life's reinsurance cession *
      * re-worked through CESADJ01 - plus a termination register for  *
      * the service desk. Only active policies are touched - like the *
      * manual rider delete it mirrors - so aged-out riders on        *
      * lapsed, cancelled, or claim-settled policies are listed on    *
      * the register instead of terminated. Child riders carrying     *
      * no birth date (added before the date was kept) are listed     *
      * as NO BIRTH DATE and left for the desk to work by hand.       *
      * Nothing is charged back to a terminated writing or upline     *
      * agent - the override chain is walked past them.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-RIDERS-TERMINATED          PIC 9(7) COMP VALUE 0.
       01  WS-RIDERS-NO-BIRTH-DATE       PIC 9(7) COMP VALUE 0.
       01  WS-RIDERS-SKIPPED             PIC 9(7) COMP VALUE 0.
       01  WS-CESSION-ERRORS             PIC 9(7) COMP VALUE 0.
       01  WS-PREMIUM-REMOVED-TOTAL      PIC S9(11)V99 COMP-3 VALUE +0.

       01  WS-COUNT-DISPLAY              PIC ZZZ,ZZ9.
       01  RUN-CONTROL-AREA.
           COPY RUNCTLA IN "COPYLIB".

      * REINSURANCE CESSION ADJUST CALL AREA
       01  CESSION-ADJUST-AREA.
           COPY CESADJA IN "COPYLIB".

       PROCEDURE DIVISION.

       000-MAIN-CONTROL.
           PERFORM 310-REDUCE-POLICY-PREMIUM
           PERFORM 350-WRITE-TERMINATION-HISTORY
           PERFORM 360-SEND-TERMINATION-LETTER
           PERFORM 370-PRINT-TERMINATION-LINE
           IF BENEFIT-FILE-STATUS = "00"
               PERFORM 380-ADJUST-LIFE-CESSION
           END-IF.

       310-REDUCE-POLICY-PREMIUM.
      * Take the rider's rated premium back off the policy's
      * Adjust the writing agent's year-to-date commission for the
      * premium taken off and walk the reporting chain posting each
      * level's override, the same way the online premium changes
      * post theirs. A terminated writing agent is not charged, but
      * the agents above still have their overrides taken back.
           MOVE PM-AGENT-ID TO A-AGENT-ID
           READ AGENT-MASTER-FILE
               INVALID KEY
           END-READ

           IF AGENT-FILE-STATUS = "00"
               IF NOT A-AGENT-TERMINATED
                   COMPUTE WS-COMMISSION-ADJUSTMENT ROUNDED =
                       A-COMMISSION-RATE * WS-PREMIUM-DIFFERENCE
                   ADD WS-COMMISSION-ADJUSTMENT TO A-YTD-COMMISSION
                   REWRITE AGENT-MASTER-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE A-COMMISSION-RATE TO CD-COMMISSION-RATE
                   MOVE WS-COMMISSION-ADJUSTMENT TO CD-ADJUST-AMOUNT
                   MOVE "09" TO CD-FUNCTION
                   PERFORM 340-WRITE-COMMISSION-DETAIL
               END-IF
               PERFORM 330-POST-OVERRIDE-CHAIN
           END-IF.

               SET OVERRIDE-CHAIN-DONE TO TRUE
           ELSE
               IF WS-CHAIN-RATE NOT = 0
                   AND NOT A-AGENT-TERMINATED
                   COMPUTE WS-OVERRIDE-AMOUNT ROUNDED =
                       WS-CHAIN-RATE * WS-PREMIUM-DIFFERENCE
                   ADD WS-OVERRIDE-AMOUNT TO A-YTD-COMMISSION
           MOVE WS-DETAIL-LINE TO TERMINATION-REGISTER-LINE
           WRITE TERMINATION-REGISTER-LINE.

       380-ADJUST-LIFE-CESSION.
      * The online rider delete has the insured life's reinsurance
      * cession re-worked after every rider it removes; the sweep
      * does the same once the row is gone, so no cession waits on
      * the monthly bordereau true-up. A child rider is left out of
      * the life's ceded exposure, so CESADJ01 only rewrites the
      * cession when its figures are out of line with the masters.
      * A cession it could not rewrite leaves the termination
      * standing and is counted for the register totals.
           MOVE WS-TERM-POLNUM TO CSA-POLNUM
           MOVE WS-RUN-DATE TO CSA-CHANGE-DATE
           MOVE "RIDERAGE" TO CSA-CHANGE-USER
           CALL "CESADJ01" USING CESSION-ADJUST-AREA
           IF CSA-RETURN-STATUS = "ER"
               DISPLAY "RIDERAGE - REINSURANCE CESSION NOT UPDATED "
                   "FOR POLICY " CSA-POLNUM
               ADD 1 TO WS-CESSION-ERRORS
           END-IF.

       500-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO TERMINATION-REGISTER-LINE
           WRITE TERMINATION-REGISTER-LINE
           MOVE WS-RIDERS-SKIPPED TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-SL-COUNT
           MOVE SPACES TO WS-SL-AMOUNT
           PERFORM 510-WRITE-SUMMARY-LINE

           MOVE "CESSION UPDATE ERRORS:" TO WS-SL-CAPTION
           MOVE WS-CESSION-ERRORS TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO WS-SL-COUNT
           MOVE SPACES TO WS-SL-AMOUNT
           PERFORM 510-WRITE-SUMMARY-LINE.

       510-WRITE-SUMMARY-LINE.
