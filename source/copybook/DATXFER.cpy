      * DATXFER - ACCTXFER department transfer journal. DATAAPL
      *           writes one record for every change that moves an
      *           account to another ACCT-DEPT - from the feed, the
      *           DAT8 queue, or a DAT9 correction - with the balances
      *           the account took with it, as they stood before the
      *           change and in the account's currency as it was then
      *           (blank for the reporting currency). The effective
      *           date is the feed date the change was applied under.
      *
      *           One generation per apply. DATXFRP nets the day's
      *           movements by department pair; RULE25 takes them
      *           off finance's control figures, so a documented
      *           transfer is an explained difference, not a break.
      *
      *           XF-FEED-POSITION is the ACCTTRAN record the change
      *           was read from (zero off the feed), so a restarted
      *           apply can copy the failed run's records up to its
      *           last commit and no further.
       01  ACCTXFER-RECORD.
           05  XF-EFF-DATE          PIC 9(08).
           05  FILLER               PIC X(01).
           05  XF-ACCT-NUMBER       PIC 9(06).
           05  FILLER               PIC X(01).
           05  XF-OLD-DEPT          PIC X(03).
           05  FILLER               PIC X(01).
           05  XF-NEW-DEPT          PIC X(03).
           05  FILLER               PIC X(01).
           05  XF-CURRENCY          PIC X(03).
           05  FILLER               PIC X(01).
           05  XF-OPEN-BAL          PIC 9(07)V99.
           05  FILLER               PIC X(01).
           05  XF-CURR-BAL          PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05  FILLER               PIC X(01).
           05  XF-SOURCE            PIC X(01).
               88  XF-FROM-FEED          VALUE 'F'.
               88  XF-FROM-QUEUE         VALUE 'Q'.
               88  XF-FROM-SUSPENSE      VALUE 'S'.
           05  FILLER               PIC X(01).
           05  XF-FEED-POSITION     PIC 9(07).
           05  FILLER               PIC X(01).
           05  XF-APPLIED-TS        PIC X(14).
