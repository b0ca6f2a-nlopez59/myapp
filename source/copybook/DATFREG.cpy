      * DATFREG - ACCTTRAN feed register. DATAAPL appends one record
      *           for every feed it applies - the header's feed date
      *           and sequence number, the trailer's control figures,
      *           when it was applied, and what became of it - and
      *           reads the register back before each apply, so a feed
      *           resubmitted by mistake is refused instead of landing
      *           its changes and closures a second time.
       01  ACCTFREG-RECORD.
           05  FR-FEED-DATE         PIC 9(08).
           05  FILLER               PIC X(01).
           05  FR-FEED-SEQ          PIC 9(06).
           05  FILLER               PIC X(01).
           05  FR-RECORD-COUNT      PIC 9(07).
           05  FILLER               PIC X(01).
           05  FR-ACCT-HASH         PIC 9(15).
           05  FILLER               PIC X(01).
           05  FR-BAL-HASH          PIC 9(15)V99.
           05  FILLER               PIC X(01).
           05  FR-APPLIED-TS        PIC X(14).
           05  FILLER               PIC X(01).
           05  FR-APPLIED-COUNT     PIC 9(07).
           05  FILLER               PIC X(01).
           05  FR-REJECTED-COUNT    PIC 9(07).
