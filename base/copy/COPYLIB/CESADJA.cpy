      ******************************************************************
      *  CESADJA - REINSURANCE CESSION ADJUST CALL AREA               *
      *  PARAMETER AREA PASSED TO CESADJ01 BY EVERY PROGRAM THAT      *
      *  CHANGES AN INSURED LIFE'S EXPOSURE - ISSUE, RIDER ADD,       *
      *  UPDATE OR DELETE, LAPSE, CANCEL, REINSTATEMENT AND DEATH     *
      *  CLAIM IN SAMPLES, THE AUTOMATIC LAPSE IN DELQLAPS AND THE    *
      *  CHILD RIDER AGE-OUT IN RIDERAGE. THE CALLER PASSES THE       *
      *  POLICY IT CHANGED, ONCE THE CHANGE IS ON THE MASTERS, WITH   *
      *  THE DATE AND USER TO STAMP ON THE CESSION. CESADJ01          *
      *  RE-TOTALS THE EXPOSURE OF THE LIFE THE POLICY INSURES AND    *
      *  OPENS, ADJUSTS OR TERMINATES ITS CESSION ON REINCES TO       *
      *  MATCH - THE MONTHLY BORDEREAU TRUE-UP IS ONLY A SAFETY NET.  *
      *  RETURN STATUS:                                               *
      *    "OK" - CESSION IN LINE WITH THE MASTERS (OR NONE NEEDED)   *
      *    "NI" - NO INSURED ROW FOR THE POLICY - NOTHING DONE        *
      *    "NR" - NO "RETN" RETENTION ROW FOR THE LIFE'S AGE -        *
      *           NOTHING DONE, LEFT FOR THE MONTHLY TRUE-UP          *
      *    "ER" - THE CESSION COULD NOT BE WRITTEN OR REWRITTEN       *
      ******************************************************************
           05  CSA-POLNUM                PIC X(10).
           05  CSA-CHANGE-DATE           PIC 9(8).
           05  CSA-CHANGE-USER           PIC X(8).
           05  CSA-RETURN-STATUS         PIC XX.
