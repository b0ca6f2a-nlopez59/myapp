      *           result, anything beyond it is a hard break. This
      *           replaces the spreadsheet comparison finance ran
      *           from numbers re-keyed out of SYSOUT.
      *
      *           CF-EXPECTED-CURR-TOTAL is finance's figure for the
      *           department's total current balance after the day's
      *           postings (ACCT-CURR-BAL); the same tolerance applies.
      *           A record that leaves it blank is reconciled on the
      *           opening balance alone.
      *
      *           CTLFIG is built by DATCTLD from finance's delimited
      *           control-figure feed, no longer keyed by hand.
      *           CF-BUSINESS-DATE is the business date on that feed's
      *           header; RULE25 refuses to reconcile a CTLFIG whose
      *           date is not the business date of the last ACCTTRAN
      *           feed applied.
       01  CTLFIG-RECORD.
           05  CF-DEPT              PIC X(03).
           05  CF-EXPECTED-COUNT    PIC 9(07).
           05  CF-EXPECTED-TOTAL    PIC 9(11)V99.
           05  CF-TOLERANCE         PIC 9(07)V99.
           05  CF-EXPECTED-CURR-TOTAL
                                    PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05  CF-BUSINESS-DATE     PIC 9(08).
