      * DATATTS - Rule ownership attestation, a VSAM KSDS keyed on
      *           the rule code and the calendar quarter (ATTEST,
      *           IDCAMS DEFINE CLUSTER ... INDEXED KEYS(10 0)
      *           RECORDSIZE(95 95)). Every production rule's owner
      *           reviews the RULETAB definition and the RUNBOOK
      *           entry side by side on DATT (DATATTM) once a
      *           quarter and either attests both still right or
      *           flags what has to change. One record per rule per
      *           quarter; a second answer in the same quarter (a
      *           flagged entry attested once it is fixed) rewrites
      *           it.
      *
      *           ATT-QUARTER is YYYYQn. A rule with no record for
      *           the current quarter once the ATTPARM grace period
      *           (GRACE=nnn days into the quarter, default 30) has
      *           run out is overdue: DATATTR's weekly report lists
      *           it, DATBATCH flags it in the run listing, and
      *           DATALRT tags its console alerts UNATTESTED.
      *
      *           ATT-STATUS:
      *             A  attested - RULETAB and RUNBOOK entries right
      *             F  change flagged - ATT-NOTE says what is wrong;
      *                the owner has answered for the quarter, but
      *                the entry waits on the change
      *
      *           The expected result, frequency, and owner team
      *           are copied in as they stood when attested, so the
      *           record shows what the owner actually signed for.
       01  ATTEST-RECORD.
           05  ATT-KEY.
               10  ATT-RULE         PIC X(04).
               10  ATT-QUARTER      PIC X(06).
           05  ATT-STATUS           PIC X(01).
               88  ATT-ATTESTED          VALUE 'A'.
               88  ATT-CHANGE-FLAGGED    VALUE 'F'.
           05  ATT-USER             PIC X(08).
           05  ATT-TIMESTAMP        PIC X(14).
           05  ATT-OWNER-TEAM       PIC X(20).
           05  ATT-EXPECTED-RSLT    PIC 9(03).
           05  ATT-FREQ-CODE        PIC X(01).
           05  ATT-FREQ-VALUE       PIC X(08).
           05  ATT-NOTE             PIC X(30).
