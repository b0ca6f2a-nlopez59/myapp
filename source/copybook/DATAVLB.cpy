      * DATAVLB - Analyst availability, one 80-byte line per absence
      *           or rota duty in the AVAIL member the team leads edit
      *           alongside ANLYIN (see DATANLR), in columns:
      *             JSMITH   L 20261019 20261023 ANNUAL LEAVE
      *           The dates are YYYYMMDD and inclusive; a blank to
      *           date is the from date alone. DATASGN reads the
      *           member once a run and judges every line against
      *           the business date (DATBDGT):
      *             L  leave - the analyst is dealt nothing.
      *             C  on call - the analyst is carrying the out-of-
      *                hours production rota, so is passed over for
      *                review work while anyone else in the team is
      *                in, and dealt items only when nobody else is.
      *           Lines whose day has passed can stay until someone
      *           tidies the member; they no longer match anything.
       01  AVAIL-RECORD.
           05  AV-USERID            PIC X(08).
           05  FILLER               PIC X(01).
           05  AV-TYPE              PIC X(01).
               88  AV-LEAVE              VALUE 'L'.
               88  AV-ON-CALL            VALUE 'C'.
           05  FILLER               PIC X(01).
           05  AV-FROM-DATE         PIC X(08).
           05  FILLER               PIC X(01).
           05  AV-TO-DATE           PIC X(08).
           05  FILLER               PIC X(01).
           05  AV-NOTE              PIC X(30).
           05  FILLER               PIC X(21).
