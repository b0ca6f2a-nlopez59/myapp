      *    every item so any screen can show the supervisor how many
      *    open items are past 48 hours.
           05  RV-AGED-TOTAL        PIC 9(04).
      *    Who the item is assigned to (RQ-ASSIGNEE), shown on the
      *    team queue - spaces while it waits for an analyst.
           05  RV-ASSIGNEE          PIC X(08).
