      ******************************************************************
      *  AGTLIC - AGENT STATE LICENSE RECORD                          *
      *  ONE ROW PER AGENT PER STATE THE AGENT IS LICENSED AND        *
      *  APPOINTED IN, KEYED BY AGENT ID PLUS STATE (INDEXED,         *
      *  UNIQUE) SO ONE AGENT'S LICENSES BROWSE TOGETHER. AN AGENT    *
      *  MAY WRITE BUSINESS FOR AN INSURED LIVING IN A STATE ONLY     *
      *  WHILE THE ROW FOR THAT STATE CARRIES A HEALTH LINE OF        *
      *  AUTHORITY AND THE DAY FALLS BETWEEN THE EFFECTIVE AND        *
      *  EXPIRATION DATES (BOTH INCLUSIVE).                           *
      ******************************************************************
           05  AL-KEY.
               10  AL-AGENT-ID           PIC X(12).
               10  AL-STATE              PIC XX.
           05  AL-LICENSE-NUMBER         PIC X(15).
           05  AL-LINE-OF-AUTHORITY      PIC XX.
               88  AL-LOA-ACCIDENT-HEALTH     VALUE "AH".
               88  AL-LOA-LIFE-HEALTH         VALUE "LH".
               88  AL-LOA-LIFE-ONLY           VALUE "LF".
               88  AL-LOA-VALID               VALUE "AH" "LH" "LF".
               88  AL-LOA-HEALTH-AUTHORITY    VALUE "AH" "LH".
           05  AL-EFFECTIVE-DATE         PIC 9(8).
           05  AL-EXPIRATION-DATE        PIC 9(8).
           05  AL-LAST-MAINT-DATE        PIC 9(8).
           05  AL-LAST-MAINT-USER        PIC X(8).
           05  FILLER                    PIC X(10).
