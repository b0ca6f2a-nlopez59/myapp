      * DATRINP - Rule input registry, one RULEINP record per input
      *           dataset a rule reads: the rule code and the dataset
      *           name its producer stamps on DATARDY (see DATARDY).
      *           A rule with no RULEINP record reads nothing shared
      *           and is never held back; a rule with several needs
      *           every one of them current. Maintained by hand with
      *           the rule - a new rule that sweeps ACCTRANGE gets its
      *           RULEINP record in the same change.
       01  RULEINP-RECORD.
           05  RI-RULE              PIC X(04).
           05  FILLER               PIC X(01).
           05  RI-DATASET           PIC X(10).
