      * DATCPNT - Consistency point. One record, written by DATCPNT
      *           FUNCTION=RECORD to the dated CONSPT generation after
      *           the nightly and before the backups, saying where
      *           every dataset a restore has to bring back together
      *           stood at that moment. DATCPNT FUNCTION=VERIFY, run at
      *           the recovery site against the restored data, reads
      *           it back and reports each dataset as matching the
      *           point, ahead of it, or behind it - before anyone
      *           restarts the nightly on a mixed set of backups.
      *
      *           CP-RUN-ID/CP-RUN-STATUS are the nightly the point was
      *           taken after (RUNPROG, DATPROG), CP-FEED-DATE/SEQ the
      *           last account feed applied (APLCHKPT, DATACKP).
      *
      *           One CP-DS-ENTRY per dataset, always in this order:
      *             1 ACCTMAST  last key  highest account number
      *                         position  latest ACCT-LAST-POST-DATE
      *                         check     chained over every record
      *             2 RULETAB   last key  highest rule number
      *                         position  none - maintained, not
      *                                   appended: it matches or
      *                                   it differs
      *                         check     chained over every record
      *             3 DATAUDIT  last key  last AUD-TIMESTAMP
      *                         position  last AUD-SEQ-NBR
      *                         check     last AUD-CHAIN-CHECK
      *             4 AUDANCHR  last key  none
      *                         position  AN-LAST-SEQ
      *                         check     AN-LAST-CHAIN
      *             5 RULEAUD   Q.RULE_AUDIT - COUNT(*), and
      *                         MAX(RUN_TIMESTAMP) as last key and
      *                         position; no check
      *             6 RUNCTL    Q.RUN_CONTROL - COUNT(*), and
      *                         MAX(RUN_ID) as last key and position;
      *                         check is the count of runs ended
      *           A position is compared left to right, so numbers
      *           are carried zero-filled and timestamps as written.
       01  CONSPT-RECORD.
           05  CP-TAKEN-TS          PIC X(14).
           05  CP-BUSINESS-DATE     PIC 9(08).
           05  CP-RUN-ID            PIC X(14).
           05  CP-RUN-STATUS        PIC X(01).
           05  CP-FEED-DATE         PIC 9(08).
           05  CP-FEED-SEQ          PIC 9(06).
           05  CP-DS-ENTRY OCCURS 6 TIMES.
               10  CP-DS-NAME           PIC X(08).
               10  CP-DS-COUNT          PIC 9(09).
               10  CP-DS-LAST-KEY       PIC X(14).
               10  CP-DS-POSITION       PIC X(14).
               10  CP-DS-CHECK          PIC 9(09).
           05  FILLER               PIC X(25).
