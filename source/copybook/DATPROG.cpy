      *    what" half of the answer.
           05  PG-CUR-RULE-AVG      PIC 9(09).
           05  PG-RUN-ELAPSED       PIC 9(09).
      *    Business date the run is working to (BUSDATE, DATBDTE).
           05  PG-BUSINESS-DATE     PIC 9(08).
