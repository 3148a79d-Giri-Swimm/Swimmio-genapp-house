           05  TR1-HIER-INFO.
               10  TR1-MGR-AGENT-ID      PIC X(12).
               10  TR1-OVERRIDE-RATE     PIC S9V999 COMP-3.
           05  TR1-PREMIUM-MODE          PIC X.
           05  TR1-CONFINE-INFO.
               10  TR1-ADMIT-DATE        PIC 9(8).
               10  TR1-DISCHARGE-DATE    PIC 9(8).
           05  TR1-MAX-DAYS-PER-YEAR     PIC 9(3).
