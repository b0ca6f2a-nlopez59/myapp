      * DATRUSR - Report viewer user record. The RPTUSER KSDS,
      *           keyed by CICS user id, names the DISTCTL recipient
      *           (DC-RECIPIENT, spelt exactly as the control member
      *           spells it) whose sections the user may read in the
      *           DATP report viewer. Loaded by DATRULD from the
      *           RUSRIN member; a user with no record, or one set
      *           inactive, sees no reports.
       01  RPTUSER-RECORD.
           05  RU-USERID            PIC X(08).
           05  RU-RECIPIENT         PIC X(20).
           05  RU-ACTIVE            PIC X(01).
               88  RU-IS-ACTIVE          VALUE 'Y'.
