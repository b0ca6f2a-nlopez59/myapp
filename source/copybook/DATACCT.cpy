      *             ACCT-OPEN-BAL  account number / 100, plus 100.00
      *             ACCT-STATUS    A, with every 50th account I so
      *                            status handling gets exercised
      *             ACCT-CURR-BAL  the opening balance (no postings)
      *             ACCT-LAST-POST-DATE  zero (never posted to)
      *             ACCT-CHECK-DIGIT  the account number's check
      *                            digit (below)
      *             ACCT-CURRENCY  blank - the reporting currency
      *             ACCT-CLOSE-DATE  zero on an active account,
      *                            20000101 on an inactive one
      *
      *           On the ACCTMAST master, ACCT-CURR-BAL is the balance
      *           today - the opening balance moved by every posting
      *           DATAAPL has applied (credits add, debits subtract,
      *           so it can go below zero) - and ACCT-LAST-POST-DATE
      *           the business date (the feed date) the last posting
      *           was applied under (zero if the account has never
      *           been posted to). A record whose
      *           current balance is still blank from before the
      *           field existed is carried forward at its opening
      *           balance by the next DATAAPL run.
      *
      *           ACCT-CHECK-DIGIT is the account number's check
      *           digit, assigned when the account is added - Luhn
      *           mod 10 over the six digits: every second digit
      *           from the right (the 6th, 4th and 2nd) is doubled,
      *           a doubled digit over 9 has 9 taken off, and the
      *           check digit is whatever brings the sum of all six
      *           up to a multiple of 10. Any single wrong digit and
      *           any swap of two neighbouring digits (bar 0/9)
      *           fails the check. Quoted and keyed as the seventh
      *           digit of the account number (004711-8); the key
      *           is still the six-digit ACCT-NUMBER. Blank on a
      *           master record DATCDCV has not yet converted.
      *
      *           ACCT-CURRENCY is the ISO code of the currency the
      *           account is held in - every balance on the record,
      *           and every posting to it, is in that currency.
      *           Blank is the reporting currency (the one finance's
      *           control figures are in), which is what every
      *           account was before the field existed. Balances in
      *           any other currency are converted at the business
      *           date's rate on FXRATE (see DATFXRT) wherever
      *           departments are totalled - never added in as they
      *           stand.
      *
      *           ACCT-CLOSE-DATE is the business date DATAAPL applied
      *           the account's closure - the feed date of the X
      *           transaction, or of the change that made it inactive
      *           - and zero while the account is active. Closed
      *           accounts stay on the master until the retention
      *           period from this date has run, when DATPURG
      *           archives and deletes them. Blank on a master record
      *           from before the field existed: the next DATAAPL run
      *           carries it forward as zero on an active account and
      *           as that run's feed date on an inactive one - no
      *           earlier than the real closure, so an account closed
      *           before the date was kept is held the full period
      *           from then, never purged early.
       01  ACCTRANGE-RECORD.
           05  ACCT-NUMBER          PIC 9(06).
           05  ACCT-NAME            PIC X(20).
           05  ACCT-STATUS          PIC X(01).
               88  ACCT-ACTIVE           VALUE 'A'.
               88  ACCT-INACTIVE          VALUE 'I'.
           05  ACCT-CURR-BAL        PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05  ACCT-LAST-POST-DATE  PIC 9(08).
           05  ACCT-CHECK-DIGIT     PIC 9(01).
           05  ACCT-CURRENCY        PIC X(03).
           05  ACCT-CLOSE-DATE      PIC 9(08).
