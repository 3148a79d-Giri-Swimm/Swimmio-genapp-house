      * Sources read:                                                 *
      *   - the POLDRAFT file DRAFTGEN transmitted (drafted premium)  *
      *   - the POLRITM returned-item feed NSFMATCH worked (each      *
      *     item priced at the policy's modal premium on POL-MASTER)  *
      *   - the day's AGTCDTL commission postings (by posting date)   *
      *   - the day's POL-TRAN2 log (new business issue premium      *
      *     and hospital confinement claims paid)                     *
      *   - the day's POLPYMT refund events (unearned premium         *
      *     refunded on cancellations and death claims)               *
      *   - the REINCES cessions the monthly bordereau (REINBORD)     *
      *     billed today (ceded premium due the reinsurer)            *
      * Journal lines written, one pair per source:                   *
      *   drafts      DR 1200 PREMIUM RECEIVABLE                      *
      *               CR 4100 PREMIUM INCOME                          *
      *               CR 2300 COMMISSION PAYABLE                      *
      *   new issues  DR 1200 PREMIUM RECEIVABLE                      *
      *               CR 4100 PREMIUM INCOME                          *
      *   refunds     DR 4150 PREMIUM REFUNDS                         *
      *               CR 2350 REFUNDS PAYABLE                         *
      *   confinement DR 5200 CLAIMS EXPENSE                          *
      *               CR 2400 CLAIMS PAYABLE                          *
      *   ceded prem  DR 5300 REINSURANCE CEDED PREM                  *
      *               CR 2500 DUE TO REINSURER                        *
      * A proof sheet ties each journal total back to its source      *
      * control total and proves debits equal credits before the     *
      * feed is released.                                             *
               RECORD KEY IS PM-POLNUM
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT POL-PAYMENT-FILE ASSIGN TO "POLPYMT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PY-KEY
               FILE STATUS IS PAYMENT-FILE-STATUS.

           SELECT REINSURANCE-CESSION-FILE ASSIGN TO "REINCES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-LIFE-KEY
               FILE STATUS IS CESSION-FILE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
       01  POL-MASTER-REC.
           COPY PMASTER IN "COPYLIB".

       FD  POL-PAYMENT-FILE.
       01  POL-PAYMENT-REC.
           COPY POLPYMT IN "COPYLIB".

       FD  REINSURANCE-CESSION-FILE.
       01  REINSURANCE-CESSION-REC.
           COPY REINCES IN "COPYLIB".

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-REC.
           COPY GLJRNL IN "COPYLIB".
           05  TRAN2-FILE-STATUS         PIC XX VALUE "00".
           05  COMMDTL-FILE-STATUS       PIC XX VALUE "00".
           05  MASTER-FILE-STATUS        PIC XX VALUE "00".
           05  PAYMENT-FILE-STATUS       PIC XX VALUE "00".
           05  CESSION-FILE-STATUS       PIC XX VALUE "00".
           05  JOURNAL-FILE-STATUS       PIC XX VALUE "00".
           05  REPORT-FILE-STATUS        PIC XX VALUE "00".

           05  WS-COMMDTL-EOF-SW         PIC X VALUE "N".
               88  END-OF-COMM-DETAIL         VALUE "Y".
               88  NOT-END-OF-COMM-DETAIL     VALUE "N".
           05  WS-PAYMENT-EOF-SW         PIC X VALUE "N".
               88  END-OF-PAYMENTS            VALUE "Y".
               88  NOT-END-OF-PAYMENTS        VALUE "N".
           05  WS-CESSION-EOF-SW         PIC X VALUE "N".
               88  END-OF-CESSIONS            VALUE "Y".
               88  NOT-END-OF-CESSIONS        VALUE "N".

       01  WS-RUN-DATE                   PIC X(8) VALUE SPACES.

       01  WS-COMM-TOTAL                 PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-ISSUE-COUNT                PIC 9(7) COMP VALUE 0.
       01  WS-ISSUE-TOTAL                PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-CONFINE-COUNT              PIC 9(7) COMP VALUE 0.
       01  WS-CONFINE-TOTAL              PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-REFUND-COUNT               PIC 9(7) COMP VALUE 0.
       01  WS-REFUND-TOTAL               PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-CEDED-COUNT                PIC 9(7) COMP VALUE 0.
       01  WS-CEDED-TOTAL                PIC S9(11)V99 COMP-3 VALUE +0.

      * MODAL PREMIUM OF A RETURNED ITEM'S POLICY - PM-COMM-PREM
      * TIMES THE POLICY'S MODAL FACTOR, THE AMOUNT THE DRAFT TOOK
       01  WS-MODAL-FACTOR               PIC S9V9999 COMP-3 VALUE +0.
       01  WS-MODAL-PREMIUM              PIC S9(9)V99 COMP-3 VALUE +0.

       01  WS-JOURNAL-DEBIT-TOTAL        PIC S9(11)V99 COMP-3 VALUE +0.
       01  WS-JOURNAL-CREDIT-TOTAL       PIC S9(11)V99 COMP-3 VALUE +0.
           PERFORM 250-TOTAL-RETURNED-ITEMS
           PERFORM 300-TOTAL-COMMISSION-DETAIL
           PERFORM 350-TOTAL-TRAN2-ISSUES
           PERFORM 370-TOTAL-PREMIUM-REFUNDS
           PERFORM 390-TOTAL-CEDED-PREMIUM
           PERFORM 400-WRITE-JOURNAL-FEED
           PERFORM 500-PRINT-PROOF-SHEET
           PERFORM 900-CLEANUP
                       POL-TRAN2-FILE
                       AGENT-COMM-DETAIL-FILE
                       POL-MASTER-FILE
                       POL-PAYMENT-FILE
                       REINSURANCE-CESSION-FILE
           OPEN OUTPUT GL-JOURNAL-FILE
                       PROOF-REPORT-FILE.


       250-TOTAL-RETURNED-ITEMS.
      * The returned-item feed carries no dollar amount - each item
      * is priced off the policy's modal premium on POL-MASTER, the
      * same amount the draft collected. Only items returned today are
      * journaled, so a night between NSF cycles does not re-book
      * the prior file's returns. An item whose policy is not on
      * file is counted as unpriced and flagged on the proof sheet
                       INVALID KEY
                           ADD 1 TO WS-NSF-UNPRICED-COUNT
                       NOT INVALID KEY
                           PERFORM 265-PRICE-RETURNED-ITEM
                           ADD WS-MODAL-PREMIUM TO WS-NSF-TOTAL
                   END-READ
               END-IF
               PERFORM 260-READ-RETURNED-ITEM
                   SET END-OF-RETURNED-ITEMS TO TRUE
           END-READ.

       265-PRICE-RETURNED-ITEM.
      * The draft collected one modal premium - the annual premium
      * times the policy's modal factor, a zero or unset factor
      * taken as one for policies billed annually before modes.
           IF PM-MODAL-FACTOR IS NUMERIC
               AND PM-MODAL-FACTOR > 0
               MOVE PM-MODAL-FACTOR TO WS-MODAL-FACTOR
           ELSE
               MOVE 1 TO WS-MODAL-FACTOR
           END-IF
           COMPUTE WS-MODAL-PREMIUM ROUNDED =
               PM-COMM-PREM * WS-MODAL-FACTOR.

       300-TOTAL-COMMISSION-DETAIL.
      * Net the day's commission postings - writing commission and
      * overrides both - selecting by the posting date on the
           END-READ.

       350-TOTAL-TRAN2-ISSUES.
      * New business issued today establishes premium receivable, and
      * hospital confinement claims paid today are claims expense -
      * both picked up off the day's applied-transaction log.
           SET NOT-END-OF-TRAN2 TO TRUE
           PERFORM 360-READ-TRAN2
           PERFORM UNTIL END-OF-TRAN2
                   ADD 1 TO WS-ISSUE-COUNT
                   ADD WS-TRAN-AMOUNT TO WS-ISSUE-TOTAL
               END-IF
               IF TR2-FUNCTION = "25"
                   MOVE FUNCTION NUMVAL(TR2-NEW-VALUE)
                       TO WS-TRAN-AMOUNT
                   ADD 1 TO WS-CONFINE-COUNT
                   ADD WS-TRAN-AMOUNT TO WS-CONFINE-TOTAL
               END-IF
               PERFORM 360-READ-TRAN2
           END-PERFORM.

                   SET END-OF-TRAN2 TO TRUE
           END-READ.

       370-TOTAL-PREMIUM-REFUNDS.
      * Unearned premium refunded today on cancellations and death
      * claims - the refund events posted to the payment ledger,
      * selected by the posting date on the ledger key. Accounts
      * payable cuts the checks off the refund register, so the
      * refunds book to refunds payable until the checks clear.
           SET NOT-END-OF-PAYMENTS TO TRUE
           PERFORM 380-READ-PAYMENT
           PERFORM UNTIL END-OF-PAYMENTS
               IF PY-POST-DATE = FUNCTION NUMVAL(WS-RUN-DATE)
                   AND PY-PREMIUM-REFUNDED
                   ADD 1 TO WS-REFUND-COUNT
                   ADD PY-AMOUNT TO WS-REFUND-TOTAL
               END-IF
               PERFORM 380-READ-PAYMENT
           END-PERFORM.

       380-READ-PAYMENT.
           READ POL-PAYMENT-FILE NEXT RECORD
               AT END
                   SET END-OF-PAYMENTS TO TRUE
           END-READ.

       390-TOTAL-CEDED-PREMIUM.
      * Ceded premium billed on the monthly reinsurance bordereau -
      * the bordereau run stamps each cession it bills with the
      * billing date and the month's ceded premium, so only the
      * cessions billed today are journaled and a night between
      * bordereau runs books nothing.
           SET NOT-END-OF-CESSIONS TO TRUE
           PERFORM 395-READ-CESSION
           PERFORM UNTIL END-OF-CESSIONS
               IF CS-BILLED-DATE = FUNCTION NUMVAL(WS-RUN-DATE)
                   AND CS-BILLED-PREMIUM NOT = 0
                   ADD 1 TO WS-CEDED-COUNT
                   ADD CS-BILLED-PREMIUM TO WS-CEDED-TOTAL
               END-IF
               PERFORM 395-READ-CESSION
           END-PERFORM.

       395-READ-CESSION.
           READ REINSURANCE-CESSION-FILE NEXT RECORD
               AT END
                   SET END-OF-CESSIONS TO TRUE
           END-READ.

       400-WRITE-JOURNAL-FEED.
      * One debit/credit pair per source with activity - the pairs
      * are balanced by construction, and the run totals accumulated
           IF WS-ISSUE-TOTAL NOT = 0
               MOVE WS-ISSUE-TOTAL TO WS-ENTRY-AMOUNT
               PERFORM 440-WRITE-ISSUE-PAIR
           END-IF
           IF WS-REFUND-TOTAL NOT = 0
               MOVE WS-REFUND-TOTAL TO WS-ENTRY-AMOUNT
               PERFORM 445-WRITE-REFUND-PAIR
           END-IF
           IF WS-CONFINE-TOTAL NOT = 0
               MOVE WS-CONFINE-TOTAL TO WS-ENTRY-AMOUNT
               PERFORM 447-WRITE-CONFINEMENT-PAIR
           END-IF
           IF WS-CEDED-TOTAL NOT = 0
               MOVE WS-CEDED-TOTAL TO WS-ENTRY-AMOUNT
               PERFORM 448-WRITE-CEDED-PREMIUM-PAIR
           END-IF.

       410-WRITE-DRAFT-PAIR.
           MOVE "NEWISSUE" TO GJ-SOURCE
           PERFORM 460-WRITE-CREDIT-RECORD.

       445-WRITE-REFUND-PAIR.
           MOVE "4150" TO GJ-ACCOUNT
           MOVE "PREMIUM REFUNDS" TO GJ-ACCOUNT-NAME
           MOVE "REFUNDS" TO GJ-SOURCE
           PERFORM 450-WRITE-DEBIT-RECORD
           MOVE "2350" TO GJ-ACCOUNT
           MOVE "REFUNDS PAYABLE" TO GJ-ACCOUNT-NAME
           MOVE "REFUNDS" TO GJ-SOURCE
           PERFORM 460-WRITE-CREDIT-RECORD.

       447-WRITE-CONFINEMENT-PAIR.
           MOVE "5200" TO GJ-ACCOUNT
           MOVE "CLAIMS EXPENSE" TO GJ-ACCOUNT-NAME
           MOVE "CONFCLM" TO GJ-SOURCE
           PERFORM 450-WRITE-DEBIT-RECORD
           MOVE "2400" TO GJ-ACCOUNT
           MOVE "CLAIMS PAYABLE" TO GJ-ACCOUNT-NAME
           MOVE "CONFCLM" TO GJ-SOURCE
           PERFORM 460-WRITE-CREDIT-RECORD.

       448-WRITE-CEDED-PREMIUM-PAIR.
           MOVE "5300" TO GJ-ACCOUNT
           MOVE "REINSURANCE CEDED PREM" TO GJ-ACCOUNT-NAME
           MOVE "CEDEDPRM" TO GJ-SOURCE
           PERFORM 450-WRITE-DEBIT-RECORD
           MOVE "2500" TO GJ-ACCOUNT
           MOVE "DUE TO REINSURER" TO GJ-ACCOUNT-NAME
           MOVE "CEDEDPRM" TO GJ-SOURCE
           PERFORM 460-WRITE-CREDIT-RECORD.

       450-WRITE-DEBIT-RECORD.
           MOVE WS-RUN-DATE TO GJ-RUN-DATE
           MOVE WS-ENTRY-AMOUNT TO GJ-DEBIT-AMOUNT
           MOVE WS-ISSUE-TOTAL TO WS-AMOUNT-DISPLAY
           PERFORM 510-WRITE-PROOF-LINE

           MOVE "PREMIUM REFUNDS (POLPYMT):" TO WS-PL-CAPTION
           MOVE WS-REFUND-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-REFUND-TOTAL TO WS-AMOUNT-DISPLAY
           PERFORM 510-WRITE-PROOF-LINE

           MOVE "CONFINEMENT CLAIMS (FN 25):" TO WS-PL-CAPTION
           MOVE WS-CONFINE-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-CONFINE-TOTAL TO WS-AMOUNT-DISPLAY
           PERFORM 510-WRITE-PROOF-LINE

           MOVE "CEDED PREMIUM BILLED (REINCES):" TO WS-PL-CAPTION
           MOVE WS-CEDED-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-CEDED-TOTAL TO WS-AMOUNT-DISPLAY
           PERFORM 510-WRITE-PROOF-LINE

           MOVE SPACES TO PROOF-REPORT-LINE
           WRITE PROOF-REPORT-LINE

                 POL-TRAN2-FILE
                 AGENT-COMM-DETAIL-FILE
                 POL-MASTER-FILE
                 POL-PAYMENT-FILE
                 REINSURANCE-CESSION-FILE
                 GL-JOURNAL-FILE
                 PROOF-REPORT-FILE.
