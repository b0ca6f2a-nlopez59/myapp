      * DATANLR - Analyst roster record, the ANALYST KSDS keyed on
      *           the analyst's CICS user id. Loaded and maintained
      *           through the DATANLD batch loader from the ANLYIN
      *           member the team leads edit. DATASGN hands new
      *           REVIEWQ items round the active analysts of the
      *           rule's owning team (AR-TEAM against the RUNBOOK
      *           RB-OWNER-TEAM), DAT3 reads it to know whose items
      *           and which team queue to show, and DATT to take a
      *           rule's attestation only from its owning team.
      *
      *           AR-ASSIGN-SEQ is the round-robin turn: each item
      *           goes to the available analyst with the lowest
      *           sequence, who then takes the next number above the
      *           highest on the roster - the back of the line. A
      *           new analyst starts at zero, so takes the next item
      *           and then joins the rotation. DATANLD keeps both
      *           turn fields when it replaces a record.
       01  ANALYST-RECORD.
           05  AR-USERID            PIC X(08).
           05  AR-NAME              PIC X(20).
           05  AR-TEAM              PIC X(20).
      *    Only analysts take items in turn. A supervisor is on the
      *    roster for the team queue and can be handed an item by
      *    reassignment, but DATASGN never deals one to them.
           05  AR-ROLE              PIC X(01).
               88  AR-ROLE-ANALYST       VALUE 'A'.
               88  AR-ROLE-SUPER         VALUE 'S'.
           05  AR-ACTIVE            PIC X(01).
               88  AR-IS-ACTIVE          VALUE 'Y'.
           05  AR-ASSIGN-SEQ        PIC 9(09).
           05  AR-LAST-ASSIGNED     PIC X(14).
