      * DATMSNP - Period-end account-master snapshot record. DATMSNP
      *           writes one record per ACCTMAST account, in key
      *           order, to a dated ACCTSNAP generation at each
      *           month-end business day (CAL-MONTH-END on the
      *           CALENDAR), so the population as it stood at the
      *           end of a period can still be asked about after
      *           DATAAPL has moved the master on. DATMCMP compares
      *           any two generations.
      *
      *           MS-SNAP-DATE is the business date the snapshot
      *           stands at - the feed date DATAAPL had just applied.
      *           MS-ACCOUNT-IMAGE is the account record exactly as
      *           it was on the master, in the DATACCT layout: a
      *           blank current balance stands at the opening
      *           balance, a blank currency is the reporting
      *           currency, as there. ACCT-CLOSE-DATE, added to the
      *           master after snapshots began, is not carried - the
      *           image stops at the currency, so every generation
      *           stays the same length and comparable.
       01  ACCTSNAP-RECORD.
           05  MS-SNAP-DATE         PIC 9(08).
           05  MS-ACCOUNT-IMAGE.
               10  MS-ACCT-NUMBER       PIC 9(06).
               10  MS-ACCT-NAME         PIC X(20).
               10  MS-ACCT-DEPT         PIC X(03).
               10  MS-ACCT-OPEN-BAL     PIC 9(07)V99.
               10  MS-ACCT-STATUS       PIC X(01).
                   88  MS-ACCT-ACTIVE        VALUE 'A'.
                   88  MS-ACCT-INACTIVE       VALUE 'I'.
               10  MS-ACCT-CURR-BAL     PIC S9(09)V99
                                        SIGN LEADING SEPARATE.
               10  MS-ACCT-LAST-POST-DATE PIC 9(08).
               10  MS-ACCT-CHECK-DIGIT  PIC 9(01).
               10  MS-ACCT-CURRENCY     PIC X(03).
