      * DATACKP - DATAAPL apply checkpoint. One record, a VSAM RRDS
      *           rewritten in place at every commit the way CHECKPT
      *           is for DATBATCH: which ACCTTRAN feed is being
      *           applied (the header and trailer figures, so a
      *           restart can prove it has the same file), how far
      *           into it the apply has committed, and everything the
      *           apply report and trial balance have counted up to
      *           that point, so a restarted run finishes with the
      *           same totals as one that never stopped.
      *
      *           CK-POSITION is the number of ACCTTRAN records read
      *           at the commit, the header included. CK-TB-TABLE is
      *           DATAAPL's trial balance, one line per department
      *           and currency, as it stood - the opening sweep of a
      *           restart would see a master already part-applied,
      *           so the opening comes from here instead.
      *
      *           CK-STATE A is an apply in flight; the next run must
      *           restart it or be refused. C is a feed applied to
      *           the end and registered on ACCTFREG.
       01  APLCHKPT-RECORD.
           05  CK-STATE             PIC X(01).
               88  CK-IN-FLIGHT          VALUE 'A'.
               88  CK-COMPLETE           VALUE 'C'.
           05  CK-FEED-DATE         PIC 9(08).
           05  CK-FEED-SEQ          PIC 9(06).
           05  CK-TRAILER-COUNT     PIC 9(07).
           05  CK-ACCT-HASH         PIC 9(15).
           05  CK-BAL-HASH          PIC 9(15)V99.
           05  CK-COMMIT-NO         PIC 9(07).
           05  CK-POSITION          PIC 9(07).
           05  CK-COMMIT-TS         PIC X(14).
           05  CK-COUNTS.
               10  CK-TRANS-READ        PIC 9(07).
               10  CK-ADDS              PIC 9(07).
               10  CK-CHANGES           PIC 9(07).
               10  CK-CLOSURES          PIC 9(07).
               10  CK-POSTINGS          PIC 9(07).
               10  CK-REJECTS           PIC 9(07).
               10  CK-SUSP-HELD         PIC 9(07).
               10  CK-TB-OUT-OF-PROOF   PIC 9(04).
               10  CK-TB-COUNT          PIC 9(04).
           05  CK-TB-TABLE.
               10  CK-TB-ENTRY OCCURS 100 TIMES.
                   15  CK-TB-DEPT           PIC X(03).
                   15  CK-TB-CURRENCY       PIC X(03).
                   15  CK-TB-OPENING        PIC S9(13)V99 COMP-3.
                   15  CK-TB-DEBITS         PIC S9(13)V99 COMP-3.
                   15  CK-TB-CREDITS        PIC S9(13)V99 COMP-3.
                   15  CK-TB-OTHER          PIC S9(13)V99 COMP-3.
                   15  CK-TB-CLOSING        PIC S9(13)V99 COMP-3.
