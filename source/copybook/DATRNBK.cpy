           05  RB-PURPOSE           PIC X(40).
           05  RB-REMEDIATION       PIC X(60).
           05  RB-DOC-REF           PIC X(30).
      *    RB-DEADLINE is the clock time (HHMM) by which the rule's
      *    result is promised to its downstream customer each night
      *    - spaces when nobody downstream holds the rule to a time.
      *    DATSLAC judges every night's completion against it and
      *    DATSLAR reports the month's attainment.
           05  RB-DEADLINE          PIC X(04).
