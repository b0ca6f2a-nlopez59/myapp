      * DATSLAH - Delivery-deadline history, one record per rule per
      *           night the rule was held to its RUNBOOK deadline
      *           (RB-DEADLINE). Appended by DATSLAC after each cycle,
      *           summarized month by month by DATSLAR - the evidence
      *           for the talks with the customers who hold us to the
      *           times.
      *
      *           SH-OUTCOME:
      *             M  met - the rule completed by the deadline
      *             L  late - completed, SH-MINUTES-LATE after it
      *             N  not delivered - the deadline passed with the
      *                rule still owed on the carry ledger (DATCARRY);
      *                SH-MINUTES-LATE is the wait to the judgement
      *
      *           SH-NIGHT-DATE is the date the processing night
      *           began; SH-OWNER-TEAM is the runbook owner as it
      *           stood that night, so the team totals do not move
      *           when a rule changes hands.
       01  SLAHIST-RECORD.
           05  SH-NIGHT-DATE        PIC 9(08).
           05  SH-RULE              PIC X(04).
           05  SH-OWNER-TEAM        PIC X(20).
           05  SH-DEADLINE          PIC X(04).
           05  SH-COMPLETED-TS      PIC X(14).
           05  SH-OUTCOME           PIC X(01).
               88  SH-MET                VALUE 'M'.
               88  SH-LATE               VALUE 'L'.
               88  SH-NOT-DELIVERED      VALUE 'N'.
           05  SH-MINUTES-LATE      PIC 9(05).
           05  SH-JUDGED-TS         PIC X(14).
