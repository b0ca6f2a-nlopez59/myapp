      * DATPGAR - Purged-account archive record. DATPURG writes one
      *           record per account it purges from ACCTMAST to the
      *           run's dated PURGARCH generation, immediately before
      *           the delete, so an account is never gone from the
      *           master without being on an archive.
      *
      *           PA-PURGE-DATE is the business date of the purge run,
      *           PA-RETAIN-RULE and PA-RETAIN-YEARS the records
      *           retention rule the account was purged under (see
      *           DATPURG's PURGPARM) - the same three the purge
      *           certificate prints. PA-ACCOUNT-IMAGE is the account
      *           record exactly as it was on the master, in the
      *           DATACCT layout.
       01  PURGARCH-RECORD.
           05  PA-PURGE-DATE        PIC 9(08).
           05  PA-RETAIN-RULE       PIC X(12).
           05  PA-RETAIN-YEARS      PIC 9(02).
           05  PA-ACCOUNT-IMAGE.
               10  PA-ACCT-NUMBER       PIC 9(06).
               10  PA-ACCT-NAME         PIC X(20).
               10  PA-ACCT-DEPT         PIC X(03).
               10  PA-ACCT-OPEN-BAL     PIC 9(07)V99.
               10  PA-ACCT-STATUS       PIC X(01).
               10  PA-ACCT-CURR-BAL     PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
               10  PA-ACCT-LAST-POST-DATE PIC 9(08).
               10  PA-ACCT-CHECK-DIGIT  PIC 9(01).
               10  PA-ACCT-CURRENCY     PIC X(03).
               10  PA-ACCT-CLOSE-DATE   PIC 9(08).
