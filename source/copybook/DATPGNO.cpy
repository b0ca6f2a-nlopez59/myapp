      * DATPGNO - Purged account number register. DATPURG writes one
      *           record per account it purges from ACCTMAST to the
      *           PURGNUM VSAM KSDS (KEYS(6 0) RECORDSIZE(22 22)),
      *           alongside its PURGARCH archive record and before the
      *           delete. Unlike PURGARCH it is kept for good - one
      *           small record per number ever purged - so RULE24 can
      *           tell a gap the purge left in the account sequence
      *           from a real one long after the archive generation
      *           has rolled off.
      *
      *           PN-PURGE-DATE is the business date of the purge run,
      *           PN-CLOSE-DATE the ACCT-CLOSE-DATE the account was
      *           purged under. A number purged again after being
      *           re-used keeps one record, with the later dates.
       01  PURGNUM-RECORD.
           05  PN-ACCT-NUMBER       PIC 9(06).
           05  PN-PURGE-DATE        PIC 9(08).
           05  PN-CLOSE-DATE        PIC 9(08).
