      ******************************************************************
      *  TAX1099 - YEAR-END 1099-NEC ELECTRONIC FILING RECORD         *
      *  FIXED 750-BYTE RECORDS LAID OUT AFTER THE IRS ELECTRONIC     *
      *  FILING SPECIFICATION, WRITTEN BY THE YEAR-END 1099 RUN       *
      *  (COMM1099) IN THE ORDER THE SPECIFICATION REQUIRES:          *
      *    T - TRANSMITTER (ONE PER FILE)                             *
      *    A - PAYER (THE COMPANY, FROM AGENT ID "*PAYER*")           *
      *    B - PAYEE (ONE PER AGENT REPORTED)                         *
      *    C - END OF PAYER (PAYEE COUNT AND CONTROL TOTALS)          *
      *    F - END OF TRANSMISSION                                    *
      *  EVERY FIELD IS DISPLAY USAGE AT A FIXED POSITION; AMOUNTS    *
      *  ARE UNSIGNED WITH TWO IMPLIED DECIMALS. THE RECORD SEQUENCE  *
      *  NUMBER (POSITIONS 500-507) RUNS FROM 1 ACROSS THE FILE.      *
      ******************************************************************
           05  TX-RECORD-TYPE            PIC X.
               88  TX-TRANSMITTER-RECORD      VALUE "T".
               88  TX-PAYER-RECORD            VALUE "A".
               88  TX-PAYEE-RECORD            VALUE "B".
               88  TX-END-OF-PAYER-RECORD     VALUE "C".
               88  TX-END-OF-TRANSMISSION     VALUE "F".
           05  TX-PAYMENT-YEAR           PIC 9(4).
           05  TX-RECORD-BODY            PIC X(494).
      *  T - TRANSMITTER
           05  TX-TRANSMITTER-BODY REDEFINES TX-RECORD-BODY.
               10  TX-T-PRIOR-YEAR-IND   PIC X.
               10  TX-T-TRANSMITTER-TIN  PIC X(9).
               10  TX-T-CONTROL-CODE     PIC X(5).
               10  FILLER                PIC X(7).
               10  TX-T-TEST-FILE-IND    PIC X.
               10  TX-T-FOREIGN-IND      PIC X.
               10  TX-T-TRANSMITTER-NAME PIC X(80).
               10  TX-T-COMPANY-NAME     PIC X(80).
               10  TX-T-COMPANY-ADDRESS  PIC X(40).
               10  TX-T-COMPANY-CITY     PIC X(40).
               10  TX-T-COMPANY-STATE    PIC XX.
               10  TX-T-COMPANY-ZIP      PIC X(9).
               10  FILLER                PIC X(15).
               10  TX-T-PAYEE-COUNT      PIC 9(8).
               10  TX-T-CONTACT-NAME     PIC X(40).
               10  TX-T-CONTACT-PHONE    PIC X(15).
               10  TX-T-CONTACT-EMAIL    PIC X(50).
               10  FILLER                PIC X(91).
      *  A - PAYER
           05  TX-PAYER-BODY REDEFINES TX-RECORD-BODY.
               10  TX-A-COMBINED-FED-ST  PIC X.
               10  FILLER                PIC X(5).
               10  TX-A-PAYER-TIN        PIC X(9).
               10  TX-A-NAME-CONTROL     PIC X(4).
               10  TX-A-LAST-FILING-IND  PIC X.
               10  TX-A-TYPE-OF-RETURN   PIC XX.
               10  TX-A-AMOUNT-CODES     PIC X(18).
               10  FILLER                PIC X(6).
               10  TX-A-FOREIGN-IND      PIC X.
               10  TX-A-PAYER-NAME-1     PIC X(40).
               10  TX-A-PAYER-NAME-2     PIC X(40).
               10  TX-A-TRANSFER-AGENT   PIC X.
               10  TX-A-PAYER-ADDRESS    PIC X(40).
               10  TX-A-PAYER-CITY       PIC X(40).
               10  TX-A-PAYER-STATE      PIC XX.
               10  TX-A-PAYER-ZIP        PIC X(9).
               10  TX-A-PAYER-PHONE      PIC X(15).
               10  FILLER                PIC X(260).
      *  B - PAYEE. TIN TYPE "1" = EIN, "2" = SSN, SPACE = NONE GIVEN.
      *  PAYMENT AMOUNT 1 IS NONEMPLOYEE COMPENSATION; AMOUNT 4 IS
      *  FEDERAL INCOME TAX WITHHELD.
           05  TX-PAYEE-BODY REDEFINES TX-RECORD-BODY.
               10  TX-B-CORRECTED-IND    PIC X.
               10  TX-B-NAME-CONTROL     PIC X(4).
               10  TX-B-TIN-TYPE         PIC X.
               10  TX-B-PAYEE-TIN        PIC X(9).
               10  TX-B-ACCOUNT-NUMBER   PIC X(20).
               10  TX-B-OFFICE-CODE      PIC X(4).
               10  FILLER                PIC X(10).
               10  TX-B-PAYMENT-AMOUNT   PIC 9(10)V99 OCCURS 16 TIMES.
               10  TX-B-FOREIGN-IND      PIC X.
               10  TX-B-PAYEE-NAME-1     PIC X(40).
               10  TX-B-PAYEE-NAME-2     PIC X(40).
               10  FILLER                PIC X(40).
               10  TX-B-PAYEE-ADDRESS    PIC X(40).
               10  FILLER                PIC X(40).
               10  TX-B-PAYEE-CITY       PIC X(40).
               10  TX-B-PAYEE-STATE      PIC XX.
               10  TX-B-PAYEE-ZIP        PIC X(9).
               10  FILLER                PIC X.
      *  C - END OF PAYER
           05  TX-END-OF-PAYER-BODY REDEFINES TX-RECORD-BODY.
               10  TX-C-PAYEE-COUNT      PIC 9(8).
               10  FILLER                PIC X(6).
               10  TX-C-CONTROL-TOTAL    PIC 9(16)V99 OCCURS 18 TIMES.
               10  FILLER                PIC X(156).
      *  F - END OF TRANSMISSION
           05  TX-END-OF-FILE-BODY REDEFINES TX-RECORD-BODY.
               10  TX-F-PAYER-COUNT      PIC 9(8).
               10  FILLER                PIC X(40).
               10  TX-F-PAYEE-COUNT      PIC 9(8).
               10  FILLER                PIC X(438).
           05  TX-RECORD-SEQUENCE        PIC 9(8).
      *  B - SECOND TIN NOTICE ("2" WHEN THE IRS HAS TWICE NOTIFIED
      *  AN INCORRECT TIN); BLANK ON EVERY OTHER RECORD TYPE
           05  TX-RECORD-TRAILER.
               10  FILLER                PIC X(36).
               10  TX-B-SECOND-TIN-NTC   PIC X.
               10  FILLER                PIC X(206).
