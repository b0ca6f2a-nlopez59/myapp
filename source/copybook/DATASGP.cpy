      * DATASGP - Parameter block for DATASGN, the REVIEWQ assignment
      *           every batch program writing a review item CALLs
      *           just before the WRITE. The caller moves the rule
      *           code to AG-RULE and gets back the owning team and
      *           the analyst dealt the item, to move to RQ-TEAM and
      *           RQ-ASSIGNEE (see REVIEWQ); AG-STATUS says how it
      *           went, and a caller keeping totals counts it.
       01  DATASGN-PARMS.
           05  AG-RULE              PIC X(04).
           05  AG-TEAM              PIC X(20).
           05  AG-ASSIGNEE          PIC X(08).
           05  AG-STATUS            PIC X(01).
      *        An analyst of the team took it in turn.
               88  AG-ASSIGNED           VALUE 'A'.
      *        Everyone else in the team is away, so the analyst on
      *        call took it.
               88  AG-ON-CALL-COVER      VALUE 'C'.
      *        Nobody in the team could take it - it waits on the
      *        team queue, RQ-ASSIGNEE blank.
               88  AG-TEAM-QUEUE         VALUE 'Q'.
      *        The rule has no RUNBOOK owner - every team sees it.
               88  AG-NO-OWNER           VALUE 'R'.
      *        ANALYST or RUNBOOK could not be opened this run.
               88  AG-UNAVAILABLE        VALUE 'U'.
