      *  EACH LEVEL'S OVERRIDE UP TO THE REPORTING-TO AGENT.
           05  A-REPORTS-TO-AGENT        PIC X(12).
           05  A-OVERRIDE-RATE           PIC S9V999 COMP-3.
      *  AGENT STATUS AND THE DATE A TERMINATED AGENT LEFT. SPACES ON
      *  AGENTS ADDED BEFORE STATUS WAS KEPT - TREAT SPACES AS ACTIVE.
      *  A TERMINATED AGENT CANNOT WRITE NEW BUSINESS AND EARNS NO
      *  FURTHER COMMISSION OR OVERRIDE; THE BOOK IS MOVED TO A NEW
      *  AGENT OF RECORD BY THE AGENT TRANSFER RUN (AGTXFER1).
           05  A-AGENT-STATUS            PIC X.
               88  A-AGENT-ACTIVE             VALUE "A" SPACE.
               88  A-AGENT-TERMINATED         VALUE "T".
           05  A-TERMINATION-DATE        PIC 9(8).
      *  TAXPAYER IDENTIFICATION AND MAILING ADDRESS FOR THE AGENT'S
      *  YEAR-END 1099 - TIN TYPE "S" (SSN) OR "E" (EIN), SPACES WHEN
      *  NO TIN HAS BEEN GIVEN (THE AGENT IS THEN SUBJECT TO BACKUP
      *  WITHHOLDING). THE RESERVED AGENT ID "*PAYER*" CARRIES THE
      *  COMPANY'S OWN NAME (FIRST NAME + LAST NAME), TIN AND ADDRESS
      *  AS PAYER AND TRANSMITTER ON THE 1099 FILING.
           05  A-TIN-TYPE                PIC X.
               88  A-TIN-IS-SSN               VALUE "S".
               88  A-TIN-IS-EIN               VALUE "E".
               88  A-TIN-NOT-GIVEN            VALUE SPACE.
           05  A-TIN                     PIC X(9).
           05  A-MAIL-ADDRESS.
               10  A-MAIL-ADDR1          PIC X(30).
               10  A-MAIL-ADDR2          PIC X(30).
               10  A-MAIL-CITY           PIC X(20).
               10  A-MAIL-STATE          PIC XX.
               10  A-MAIL-ZIP            PIC X(10).
      *  THE YEAR-END 1099 RUN (COMM1099) ROLLS A-YTD-COMMISSION OVER
      *  EACH JANUARY - THE CLOSED YEAR'S COMMISSION AND OVERRIDE
      *  TOTAL IS KEPT HERE WITH THE YEAR IT IS FOR, AND
      *  A-YTD-COMMISSION RESTARTS FROM THE POSTINGS AFTER THAT YEAR.
      *  ZERO UNTIL THE FIRST ROLLOVER.
           05  A-PRIOR-YTD-COMMISSION    PIC S9(9)V99 COMP-3.
           05  A-PRIOR-YTD-YEAR          PIC 9(4).
           05  FILLER                    PIC X(20).
