           05  RULE-AUDIT-RESULT    PIC S9(03) COMP-3.
           05  RULE-AUDIT-TSTAMP    PIC X(14).
           05  RULE-AUDIT-DEPT      PIC X(03).
      *    BUSINESS_DATE - the business date the call ran under.
           05  RULE-AUDIT-BUSDATE   PIC X(08).
