      ******************************************************************
      *  RUNJRNL - BATCH RUN BEFORE-IMAGE JOURNAL RECORD              *
      *  ONE RECORD PER MASTER RECORD A BATCH RUN OF SAMPLES ADDS,    *
      *  CHANGES OR DELETES (POL-MASTER, POL-INSURED, POL-BENEFIT,    *
      *  POL-BENEFICIARY, AGENT MASTER), WRITTEN JUST BEFORE THE      *
      *  UPDATE WITH THE RECORD AS IT STOOD AND AS THE RUN LEFT IT,   *
      *  PLUS ONE RECORD PER POLHIST AND AGTCDTL ROW, PREMIUM REFUND  *
      *  ROW ON THE PAYMENT LEDGER (POLPYMT) AND CONFINEMENT CLAIM    *
      *  ROW (POLCLMH) THE RUN POSTED.                                *
      *  KEYED BY THE RUN-ID AND RUN DATE THE RUN REGISTERED UNDER    *
      *  ON THE RUN CONTROL FILE AND AN INVERTED ENTRY SEQUENCE       *
      *  (999999999 LESS THE ENTRY NUMBER) SO A FORWARD BROWSE OF ONE *
      *  RUN RETURNS ITS ENTRIES NEWEST FIRST - INDEXED, UNIQUE. THE  *
      *  BACK-OUT UTILITY (RUNBACK1) REVERSES A RUN FROM THESE        *
      *  ENTRIES AND MARKS EACH ONE BACKED OUT.                       *
      ******************************************************************
           05  RJ-KEY.
               10  RJ-RUN-ID             PIC X(8).
               10  RJ-RUN-DATE           PIC 9(8).
               10  RJ-INVERTED-SEQ       PIC 9(9).
      *  THE POL-TRAN1 TRANSACTION THAT MADE THE CHANGE - A RUN IS
      *  BACKED OUT WHOLE TRANSACTIONS AT A TIME
           05  RJ-TRAN-KEY               PIC X(16).
           05  RJ-FUNCTION               PIC XX.
           05  RJ-FILE-ID                PIC XX.
               88  RJ-POLICY-MASTER           VALUE "PM".
               88  RJ-POLICY-INSURED          VALUE "PI".
               88  RJ-POLICY-BENEFIT          VALUE "PB".
               88  RJ-BENEFICIARY             VALUE "BN".
               88  RJ-AGENT-MASTER            VALUE "AG".
               88  RJ-POLICY-HISTORY          VALUE "PH".
               88  RJ-COMMISSION-DETAIL       VALUE "CD".
               88  RJ-PAYMENT-LEDGER          VALUE "PY".
               88  RJ-CLAIM-HISTORY           VALUE "CH".
      *  A - RECORD ADDED (NO BEFORE-IMAGE), C - RECORD CHANGED,
      *  D - RECORD DELETED (NO AFTER-IMAGE)
           05  RJ-ACTION                 PIC X.
               88  RJ-RECORD-ADDED            VALUE "A".
               88  RJ-RECORD-CHANGED          VALUE "C".
               88  RJ-RECORD-DELETED          VALUE "D".
           05  RJ-RECORD-KEY             PIC X(40).
           05  RJ-JOURNAL-DATE           PIC 9(8).
           05  RJ-JOURNAL-TIME           PIC 9(6).
           05  RJ-BACKOUT-STATUS         PIC X.
               88  RJ-NOT-BACKED-OUT          VALUE SPACE.
               88  RJ-BACKED-OUT              VALUE "B".
           05  RJ-BACKOUT-DATE           PIC 9(8).
           05  RJ-BEFORE-IMAGE           PIC X(300).
           05  RJ-AFTER-IMAGE            PIC X(300).
           05  FILLER                    PIC X(20).
